           SELECT NSFFL                ASSIGN TO "NSFRejects.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   LoanPayment money applied to charged-off loans, one record
      *>   per loan recovered against, for LOAN_CHARGE_OFF's report.
           SELECT RECOVERYFL           ASSIGN TO "LoanRecoveries.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOANFL               ASSIGN TO "LoanMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
      *>   Per-branch control totals (image of WS-BRANCH-TOTALS), so
      *>   a restart's branch section and branch GL records reflect
      *>   the whole day.
           05 CKPT-BRANCH-TOTALS        PIC X(380).
      *>   Reversal control totals, global and per branch per
      *>   original type (image of WS-BRANCH-REV-TOTALS).
           05 CKPT-REVERSAL-COUNT       PIC 9(07).
           05 CKPT-REVERSAL-AMOUNT      PIC 9(12).
           05 CKPT-BRANCH-REV-TOTALS    PIC X(380).
      *>   Recoveries on charged-off loans.
           05 CKPT-RECOVERY-COUNT       PIC 9(07).
           05 CKPT-RECOVERY-AMOUNT      PIC 9(12)V99.
      *>   LoanPayments drawn from customer accounts, and Reversals
      *>   of them.
           05 CKPT-LPAY-DEBIT-COUNT     PIC 9(07).
           05 CKPT-LPAY-DEBIT-AMOUNT    PIC 9(12).
           05 CKPT-REV-LPAY-DEBIT-COUNT PIC 9(07).
           05 CKPT-REV-LPAY-DEBIT-AMOUNT
                                        PIC 9(12).

       FD  SUSPICIOUSFL.
           COPY SUSPREC.
       FD  NSFFL.
           COPY NSFREC.

       FD  RECOVERYFL.
           COPY RECOVREC.

       FD  LOANFL.
           COPY LOANREC.

       01  WS-BAL-ON-FILE              PIC X          VALUE "N".
           88 WS-IS-BAL-ON-FILE                       VALUE "Y".
       01  WS-CUST-BALANCE             PIC 9(12)      VALUE ZERO.
       01  WS-CUST-MAINT-MONTH         PIC 9(06)      VALUE ZERO.
       01  WS-NSF-REJECTED             PIC X          VALUE "N".
           88 WS-IS-NSF-REJECTED                      VALUE "Y".

              10 WS-PEND-LOAN-AMT      PIC 9(10).
              10 WS-PEND-INT-RATE      PIC 9(3)V99.
              10 WS-PEND-PURPOSE       PIC X(30).
              10 WS-PEND-LOAN-TRAN-ID  PIC 9(13).
       01  WS-PEND-IX                  PIC 9(02).
       01  WS-PENDING-PAYMENT-TOTAL    PIC 9(12)      VALUE ZERO.
       01  WS-BOOK-LOAN-AMT            PIC 9(10).
       01  WS-BOOK-INT-RATE            PIC 9(3)V99.
       01  WS-BOOK-PURPOSE             PIC X(30).
       01  WS-BOOK-TRAN-ID             PIC 9(13).

      ******************************************************************
      * Transfer controls. A Transfer debits the sending customer in
       01  WS-CREDIT-AMT               PIC 9(10).
       01  WS-CREDIT-TRAN-ID           PIC 9(13).

      ******************************************************************
      * Reversal controls. TRANSACTION_EDIT has already proved the
      * original logged and not yet reversed, and stamped its type,
      * amounts and (for a Transfer) counterparty onto the Reversal.
      * The balance side of the undo applies in the running balance
      * like any other transaction, NSF-checked where it takes money
      * back; the loan master and counterparty sides are queued here
      * and applied at the group break, next to the balance store and
      * the checkpoint, the same way loans and transfer credits are.
      * A logged Reversal writes the original a REVERSED marker on
      * history so the edit, statement and reconciliation see it.
      ******************************************************************
       01  WS-PENDING-REVS.
           05 WS-PENDING-REV-COUNT     PIC 9(02)      VALUE ZERO.
           05 WS-PENDING-REV OCCURS 20 TIMES.
              10 WS-PEND-REV-CODE      PIC X(01).
              10 WS-PEND-REV-AMT       PIC 9(10).
              10 WS-PEND-REV-ORIG-ID   PIC 9(13).
              10 WS-PEND-REV-CPTY      PIC 9(13).
              10 WS-PEND-REV-TRAN-ID   PIC 9(13).
       01  WS-REV-IX                   PIC 9(02).
       01  WS-UNDO-CODE                PIC X(01).
       01  WS-UNDO-AMT                 PIC 9(10).
       01  WS-UNDO-ORIG-ID             PIC 9(13).
       01  WS-UNDO-CPTY                PIC 9(13).
       01  WS-UNDO-TRAN-ID             PIC 9(13).
       01  WS-UNDO-DEBIT               PIC 9(12).
       01  WS-UNDO-SHORTFALL           PIC 9(12).
       01  WS-UNDO-FOUND               PIC X          VALUE "N".
           88 WS-IS-UNDO-FOUND                        VALUE "Y".
       01  WS-UNDO-LOAN-KEY            PIC X(16).
       01  WS-UNDO-LAST-PAY-DATE       PIC 9(08).

      *>   History and GL type names by original type, in type-code
      *>   order D, W, L, P, T.
       01  WS-REV-TYPE-IX              PIC 9(02).
       01  WS-REV-TYPE                 PIC X(15).
       01  WS-REV-TYPE-VALUES.
           05 FILLER                   PIC X(15)      VALUE
              "RevDeposit".
           05 FILLER                   PIC X(15)      VALUE
              "RevWithdrawal".
           05 FILLER                   PIC X(15)      VALUE
              "RevLoan".
           05 FILLER                   PIC X(15)      VALUE
              "RevLoanPayment".
           05 FILLER                   PIC X(15)      VALUE
              "RevTransfer".
       01  WS-REV-TYPE-TABLE REDEFINES WS-REV-TYPE-VALUES.
           05 WS-REV-TYPE-NAME         PIC X(15)      OCCURS 5 TIMES.
       01  WS-ORIG-TYPE-VALUES.
           05 FILLER                   PIC X(15)      VALUE
              "Deposit".
           05 FILLER                   PIC X(15)      VALUE
              "Withdrawal".
           05 FILLER                   PIC X(15)      VALUE
              "Loan".
           05 FILLER                   PIC X(15)      VALUE
              "LoanPayment".
           05 FILLER                   PIC X(15)      VALUE
              "Transfer".
       01  WS-ORIG-TYPE-TABLE REDEFINES WS-ORIG-TYPE-VALUES.
           05 WS-ORIG-TYPE-NAME        PIC X(15)      OCCURS 5 TIMES.

      ******************************************************************
      * Fraud hold-list controls. The hold list is written by the
      * fraud desk (FRAUD_DESK); the logger only reads it. The hold
       01  WS-LOANPAY-AMOUNT            PIC 9(12)      VALUE ZERO.
       01  WS-TRANSFER-COUNT            PIC 9(07)      VALUE ZERO.
       01  WS-TRANSFER-AMOUNT           PIC 9(12)      VALUE ZERO.
       01  WS-REVERSAL-COUNT            PIC 9(07)      VALUE ZERO.
       01  WS-REVERSAL-AMOUNT           PIC 9(12)      VALUE ZERO.
      *>  LoanPayment money applied to charged-off loans; already
      *>  inside the LoanPayment totals above, so not in the grand
      *>  total a second time.
       01  WS-RECOVERY-COUNT            PIC 9(07)      VALUE ZERO.
       01  WS-RECOVERY-AMOUNT           PIC 9(12)V99   VALUE ZERO.
      *>  LoanPayments drawn from the customer's own account rather
      *>  than paid in, and logged Reversals of them; already inside
      *>  the LoanPayment and Reversal totals above.
       01  WS-LPAY-DEBIT-COUNT          PIC 9(07)      VALUE ZERO.
       01  WS-LPAY-DEBIT-AMOUNT         PIC 9(12)      VALUE ZERO.
       01  WS-REV-LPAY-DEBIT-COUNT      PIC 9(07)      VALUE ZERO.
       01  WS-REV-LPAY-DEBIT-AMOUNT     PIC 9(12)      VALUE ZERO.
       01  WS-GRAND-COUNT               PIC 9(07)      VALUE ZERO.
       01  WS-GRAND-AMOUNT              PIC 9(12)      VALUE ZERO.

      ******************************************************************
      * Per-branch control totals, one occurrence per branch code
      * 001-003, plus a fourth for the standing-order code 900,
      * feeding the register's branch section and the branch-level GL
      * feed records
      ******************************************************************
       01  WS-BRANCH-TOTALS.
           05 WS-BRANCH-TOT OCCURS 4 TIMES.
              10 WS-BR-DEP-COUNT        PIC 9(07).
              10 WS-BR-DEP-AMOUNT       PIC 9(12).
              10 WS-BR-WDR-COUNT        PIC 9(07).
              10 WS-BR-LPAY-AMOUNT      PIC 9(12).
              10 WS-BR-XFR-COUNT        PIC 9(07).
              10 WS-BR-XFR-AMOUNT       PIC 9(12).
      *>  Reversals by branch and original type (code order D, W,
      *>  L, P, T); a Loan reversal carries the disbursed amount it
      *>  takes back, the others T-AMOUNT.
       01  WS-BRANCH-REV-TOTALS.
           05 WS-BRANCH-REV OCCURS 4 TIMES.
              10 WS-BR-REV-TYPE OCCURS 5 TIMES.
                 15 WS-BR-REV-COUNT     PIC 9(07).
                 15 WS-BR-REV-AMOUNT    PIC 9(12).
       01  WS-BR-REV-SUM-COUNT          PIC 9(07).
       01  WS-BR-REV-SUM-AMOUNT         PIC 9(12).
       01  WS-BRANCH-IX                 PIC 9(02).
       01  WS-BRANCH-CODE-NUM           PIC 9(03).
       01  WS-BRANCH-CODE-VALUES        PIC X(12)     VALUE
           "001002003900".
       01  WS-BRANCH-CODE-TABLE REDEFINES WS-BRANCH-CODE-VALUES.
           05 WS-BRANCH-CODE-ENTRY      PIC 9(03)     OCCURS 4 TIMES.
       01  WS-BRANCH-LABEL.
           05 FILLER                    PIC X(07)     VALUE "BRANCH ".
           05 BL-BRANCH                 PIC 9(03).
           "1020000001".
       01  WS-GL-TRANSFER-ACCT          PIC X(10)      VALUE
           "2010000003".
       01  WS-GL-RECOVERY-ACCT          PIC X(10)      VALUE
           "4020000001".

       01  WS-TOTALS-HEADING.
           05 FILLER                   PIC X(50)      VALUE SPACES.
           05 WS-CY-LOGGER             PIC X(01).
           05 WS-CY-INTEREST           PIC X(01).
           05 WS-CY-RECON              PIC X(01).
           05 WS-CY-FEE                PIC X(01).
           05 WS-CY-CHGOFF             PIC X(01).

      ******************************************************************
      * Transaction Register print controls
                          PERFORM YJ010-STORE-CUST-BALANCE
                          PERFORM YK200-STORE-LOAN-ACTIVITY
                          PERFORM YN010-STORE-TRANSFER-CREDITS
                          PERFORM YR200-STORE-REVERSALS
                          PERFORM YE000-CHECKPOINT
                          PERFORM YG000-RESET-CUST-WD-STATS
                          PERFORM ZA000-READ-CUSTOMERFL
                                  PERFORM YK000-BOOK-LOAN-MASTER
                                  PERFORM YK100-APPLY-LOAN-PAYMENT
                                  PERFORM YN000-QUEUE-TRANSFER-CREDIT
                                  PERFORM YR100-QUEUE-REVERSAL
                                  PERFORM YF000-ACCUMULATE-TOTALS
                                  PERFORM YG010-CHECK-WITHDRAWAL-FRAUD
                                  PERFORM YH010-ACCUMULATE-CUST-SUBTOTAL
                          PERFORM YJ010-STORE-CUST-BALANCE
                          PERFORM YK200-STORE-LOAN-ACTIVITY
                          PERFORM YN010-STORE-TRANSFER-CREDITS
                          PERFORM YR200-STORE-REVERSALS
                          PERFORM YE000-CHECKPOINT
                          PERFORM YG000-RESET-CUST-WD-STATS
                          PERFORM ZA000-READ-CUSTOMERFL

           CLOSE CUSTOMERFL TRANSACTIONFL PRINTFL LOANEXCFL
                 SUSPICIOUSFL GLFEEDFL ORPHANFL BALANCEFL NSFFL
                 LOANFL HISTORYFL HELDFL RECOVERYFL.
           IF WS-IS-HOLD-AVAILABLE
              CLOSE HOLDFL
           END-IF.
       BA000-INIT                      SECTION.

          MOVE "N"                    TO WS-CUST-EOF WS-TRAN-EOF.
          MOVE ZEROS                  TO WS-BRANCH-TOTALS
                                          WS-BRANCH-REV-TOTALS.

          PERFORM BA010-LOAD-RUN-CONTROL.

             OPEN EXTEND               ORPHANFL
             OPEN EXTEND               NSFFL
             OPEN EXTEND               HELDFL
             OPEN EXTEND               RECOVERYFL
          ELSE
             OPEN OUTPUT               PRINTFL
             OPEN OUTPUT               LOANEXCFL
             OPEN OUTPUT               ORPHANFL
             OPEN OUTPUT               NSFFL
             OPEN OUTPUT               HELDFL
             OPEN OUTPUT               RECOVERYFL
          END-IF

      *> The history file is cumulative across runs by design, so it
                   MOVE RC-GL-TRANSFER-ACCT
                                      TO WS-GL-TRANSFER-ACCT
                END-IF
                IF RC-GL-RECOVERY-ACCT NOT = SPACES
                   MOVE RC-GL-RECOVERY-ACCT
                                      TO WS-GL-RECOVERY-ACCT
                END-IF
             END-IF
             CLOSE RUNCTLFL
          ELSE
          MOVE "N"                    TO WS-CY-EDIT
                                          WS-CY-LOGGER
                                          WS-CY-INTEREST
                                          WS-CY-RECON
                                          WS-CY-FEE
                                          WS-CY-CHGOFF.

          OPEN INPUT                  CYCLEFL.
          IF WS-CYCLE-STATUS = "00"
                MOVE CY-LOGGER-DONE   TO WS-CY-LOGGER
                MOVE CY-INTEREST-DONE TO WS-CY-INTEREST
                MOVE CY-RECON-DONE    TO WS-CY-RECON
                MOVE CY-FEE-DONE      TO WS-CY-FEE
                MOVE CY-CHGOFF-DONE   TO WS-CY-CHGOFF
                IF WS-CY-DATE NOT = WS-RUN-DATE-NUM
                   MOVE "N"           TO WS-CY-EDIT
                                          WS-CY-LOGGER
                                          WS-CY-INTEREST
                                          WS-CY-RECON
                                          WS-CY-FEE
                                          WS-CY-CHGOFF
                END-IF
             END-READ
             CLOSE CYCLEFL
          MOVE "Y"                    TO CY-LOGGER-DONE.
          MOVE WS-CY-INTEREST         TO CY-INTEREST-DONE.
          MOVE WS-CY-RECON            TO CY-RECON-DONE.
          MOVE WS-CY-FEE              TO CY-FEE-DONE.
          MOVE WS-CY-CHGOFF           TO CY-CHGOFF-DONE.
          WRITE CYCLEFL-REC.
          CLOSE CYCLEFL.

          MOVE SPACES                 TO WS-DETAIL-LINE
          MOVE CUST-FULLNAMES         TO DL-NAME
          MOVE T-TYPE                 TO DL-TYPE
          IF T-TYPE = "Reversal"
             PERFORM YR000-SET-REVERSAL-TYPE
             MOVE WS-REV-TYPE         TO DL-TYPE
          END-IF
          MOVE T-AMOUNT               TO DL-AMOUNT
          MOVE T-INTEREST-RATE        TO DL-RATE
          MOVE T-BRANCH-CODE          TO DL-BRANCH
          MOVE WS-GRAND-AMOUNT        TO CKPT-GRAND-AMOUNT.
          MOVE WS-PAGE-COUNT          TO CKPT-PAGE-COUNT.
          MOVE WS-BRANCH-TOTALS       TO CKPT-BRANCH-TOTALS.
          MOVE WS-REVERSAL-COUNT      TO CKPT-REVERSAL-COUNT.
          MOVE WS-REVERSAL-AMOUNT     TO CKPT-REVERSAL-AMOUNT.
          MOVE WS-BRANCH-REV-TOTALS   TO CKPT-BRANCH-REV-TOTALS.
          MOVE WS-RECOVERY-COUNT      TO CKPT-RECOVERY-COUNT.
          MOVE WS-RECOVERY-AMOUNT     TO CKPT-RECOVERY-AMOUNT.
          MOVE WS-LPAY-DEBIT-COUNT    TO CKPT-LPAY-DEBIT-COUNT.
          MOVE WS-LPAY-DEBIT-AMOUNT   TO CKPT-LPAY-DEBIT-AMOUNT.
          MOVE WS-REV-LPAY-DEBIT-COUNT
                                      TO CKPT-REV-LPAY-DEBIT-COUNT.
          MOVE WS-REV-LPAY-DEBIT-AMOUNT
                                      TO CKPT-REV-LPAY-DEBIT-AMOUNT.
          OPEN OUTPUT                 CKPTFL.
          WRITE CKPT-REC.
          CLOSE CKPTFL.
                MOVE CKPT-GRAND-AMOUNT   TO WS-GRAND-AMOUNT
                MOVE CKPT-PAGE-COUNT     TO WS-PAGE-COUNT
                MOVE CKPT-BRANCH-TOTALS  TO WS-BRANCH-TOTALS
                MOVE CKPT-REVERSAL-COUNT TO WS-REVERSAL-COUNT
                MOVE CKPT-REVERSAL-AMOUNT
                                         TO WS-REVERSAL-AMOUNT
                MOVE CKPT-BRANCH-REV-TOTALS
                                         TO WS-BRANCH-REV-TOTALS
                MOVE CKPT-RECOVERY-COUNT TO WS-RECOVERY-COUNT
                MOVE CKPT-RECOVERY-AMOUNT
                                         TO WS-RECOVERY-AMOUNT
                MOVE CKPT-LPAY-DEBIT-COUNT
                                         TO WS-LPAY-DEBIT-COUNT
                MOVE CKPT-LPAY-DEBIT-AMOUNT
                                         TO WS-LPAY-DEBIT-AMOUNT
                MOVE CKPT-REV-LPAY-DEBIT-COUNT
                                         TO WS-REV-LPAY-DEBIT-COUNT
                MOVE CKPT-REV-LPAY-DEBIT-AMOUNT
                                         TO WS-REV-LPAY-DEBIT-AMOUNT
             END-IF
             CLOSE CKPTFL
          END-IF.
              WHEN "Transfer"
                  ADD 1                TO WS-TRANSFER-COUNT
                  ADD T-AMOUNT         TO WS-TRANSFER-AMOUNT
              WHEN "Reversal"
                  ADD 1                TO WS-REVERSAL-COUNT
                  ADD T-AMOUNT         TO WS-REVERSAL-AMOUNT
          END-EVALUATE

          ADD 1                        TO WS-GRAND-COUNT.
          ADD T-AMOUNT                 TO WS-GRAND-AMOUNT.

      *>  A LoanPayment drawn from the customer's account also counts
      *>  as an account debit, and a Reversal of one as a credit.
          IF T-LOAN-AMT NUMERIC AND T-LOAN-AMT > ZERO
             IF T-TYPE = "LoanPayment"
                ADD 1                 TO WS-LPAY-DEBIT-COUNT
                ADD T-LOAN-AMT        TO WS-LPAY-DEBIT-AMOUNT
             END-IF
             IF T-TYPE = "Reversal" AND T-ORIG-IS-LOANPAY
                ADD 1                 TO WS-REV-LPAY-DEBIT-COUNT
                ADD T-LOAN-AMT        TO WS-REV-LPAY-DEBIT-AMOUNT
             END-IF
          END-IF.

      *>  The same record also accumulates under its originating
      *>  branch for the register's branch section and the
      *>  branch-level GL feed; standing-order executions (code 900)
      *>  take the fourth slot. A record with no recognisable branch
      *>  code still counts in the global totals above.
          MOVE ZERO                   TO WS-BRANCH-IX.
          IF T-BRANCH-CODE NUMERIC
             MOVE T-BRANCH-CODE       TO WS-BRANCH-CODE-NUM
             EVALUATE TRUE
                 WHEN WS-BRANCH-CODE-NUM NOT < 1
                      AND WS-BRANCH-CODE-NUM NOT > 3
                     MOVE WS-BRANCH-CODE-NUM
                                      TO WS-BRANCH-IX
                 WHEN WS-BRANCH-CODE-NUM = 900
                     MOVE 4           TO WS-BRANCH-IX
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
             IF WS-BRANCH-IX > ZERO
                EVALUATE T-TYPE
                    WHEN "Deposit"
                        ADD 1          TO WS-BR-DEP-COUNT
                                          (WS-BRANCH-IX)
                        ADD T-AMOUNT   TO WS-BR-XFR-AMOUNT
                                          (WS-BRANCH-IX)
                    WHEN "Reversal"
                        PERFORM YR020-ACCUMULATE-BRANCH-REV
                END-EVALUATE
             END-IF
          END-IF.
          DISPLAY "TRANSFER   COUNT: " WS-TRANSFER-COUNT
                  "  AMOUNT: "         WS-TRANSFER-AMOUNT.

          MOVE SPACES                  TO WS-TOTAL-LINE.
          MOVE "REVERSAL"               TO TL-LABEL.
          MOVE WS-REVERSAL-COUNT        TO TL-COUNT.
          MOVE WS-REVERSAL-AMOUNT       TO TL-AMOUNT.
          WRITE PRINT-REC               FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.
          DISPLAY "REVERSAL   COUNT: " WS-REVERSAL-COUNT
                  "  AMOUNT: "         WS-REVERSAL-AMOUNT.

      *>  Memo line: recoveries are part of the LoanPayment total.
          MOVE SPACES                  TO WS-TOTAL-LINE.
          MOVE "  LOAN RECOVERIES"      TO TL-LABEL.
          MOVE WS-RECOVERY-COUNT        TO TL-COUNT.
          MOVE WS-RECOVERY-AMOUNT       TO TL-AMOUNT.
          WRITE PRINT-REC               FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.
          DISPLAY "RECOVERY   COUNT: " WS-RECOVERY-COUNT
                  "  AMOUNT: "         WS-RECOVERY-AMOUNT.

      *>  Memo line: loan payments drawn from customer accounts are
      *>  part of the LoanPayment total.
          MOVE SPACES                  TO WS-TOTAL-LINE.
          MOVE "  FROM ACCOUNT"         TO TL-LABEL.
          MOVE WS-LPAY-DEBIT-COUNT      TO TL-COUNT.
          MOVE WS-LPAY-DEBIT-AMOUNT     TO TL-AMOUNT.
          WRITE PRINT-REC               FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.
          DISPLAY "LPAY ACCT  COUNT: " WS-LPAY-DEBIT-COUNT
                  "  AMOUNT: "         WS-LPAY-DEBIT-AMOUNT.

      *>  Memo line: Reversals of them are part of the Reversal total.
          MOVE SPACES                  TO WS-TOTAL-LINE.
          MOVE "  REV FROM ACCOUNT"     TO TL-LABEL.
          MOVE WS-REV-LPAY-DEBIT-COUNT  TO TL-COUNT.
          MOVE WS-REV-LPAY-DEBIT-AMOUNT TO TL-AMOUNT.
          WRITE PRINT-REC               FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.
          DISPLAY "RLPAY ACCT COUNT: " WS-REV-LPAY-DEBIT-COUNT
                  "  AMOUNT: "         WS-REV-LPAY-DEBIT-AMOUNT.

          MOVE SPACES                  TO WS-TOTAL-LINE.
          MOVE "GRAND TOTAL"            TO TL-LABEL.
          MOVE WS-GRAND-COUNT           TO TL-COUNT.

          PERFORM YF020-PRINT-BRANCH-TOTALS
            VARYING WS-BRANCH-IX FROM 1 BY 1
              UNTIL WS-BRANCH-IX > 4.

      ******************************************************************
      * Section for printing one branch's section of the control
      ******************************************************************
       YF020-PRINT-BRANCH-TOTALS        SECTION.

          MOVE ZERO                   TO WS-BR-REV-SUM-COUNT
                                          WS-BR-REV-SUM-AMOUNT.
          PERFORM YR300-SUM-BRANCH-REVERSALS
            VARYING WS-REV-TYPE-IX FROM 1 BY 1
              UNTIL WS-REV-TYPE-IX > 5.

          IF WS-BR-DEP-COUNT (WS-BRANCH-IX) > ZERO
             OR WS-BR-WDR-COUNT (WS-BRANCH-IX) > ZERO
             OR WS-BR-LOAN-COUNT (WS-BRANCH-IX) > ZERO
             OR WS-BR-LPAY-COUNT (WS-BRANCH-IX) > ZERO
             OR WS-BR-XFR-COUNT (WS-BRANCH-IX) > ZERO
             OR WS-BR-REV-SUM-COUNT > ZERO

             MOVE WS-BRANCH-CODE-ENTRY (WS-BRANCH-IX)
                                       TO BL-BRANCH
             WRITE PRINT-REC           FROM WS-BRANCH-LABEL
               AFTER ADVANCING 2 LINES

                                       TO TL-AMOUNT
             WRITE PRINT-REC           FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE

             MOVE SPACES               TO WS-TOTAL-LINE
             MOVE "  REVERSAL"          TO TL-LABEL
             MOVE WS-BR-REV-SUM-COUNT  TO TL-COUNT
             MOVE WS-BR-REV-SUM-AMOUNT TO TL-AMOUNT
             WRITE PRINT-REC           FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
          END-IF.

      ******************************************************************

          PERFORM YI010-WRITE-BRANCH-GL
            VARYING WS-BRANCH-IX FROM 1 BY 1
              UNTIL WS-BRANCH-IX > 4.

      *>  Recoveries are booked whole-bank (branch 000): income on the
      *>  recoveries account, and a contra on the loan-payment account
      *>  taking the same money back out of the branch LoanPayment
      *>  records, since it did not reduce any loan balance.
          IF WS-RECOVERY-COUNT > ZERO
             MOVE WS-GL-RECOVERY-ACCT   TO GL-ACCOUNT-CODE
             MOVE "Recovery"            TO GL-TXN-TYPE
             MOVE WS-RUN-DATE-DISPLAY   TO GL-RUN-DATE
             MOVE WS-RECOVERY-COUNT     TO GL-RECORD-COUNT
             MOVE WS-RECOVERY-AMOUNT    TO GL-AMOUNT
             MOVE "000"                 TO GL-BRANCH-CODE
             WRITE GLFEED-REC
             MOVE WS-GL-LOANPAY-ACCT    TO GL-ACCOUNT-CODE
             MOVE "LoanPayRecovery"     TO GL-TXN-TYPE
             WRITE GLFEED-REC
          END-IF.

      *>  Loan payments drawn from customer accounts are booked
      *>  whole-bank as a debit on the withdrawal account, the loan
      *>  side being in the branch LoanPayment records; Reversals of
      *>  them book the contra under the Rev name.
          IF WS-LPAY-DEBIT-COUNT > ZERO
             MOVE WS-GL-WITHDRAWAL-ACCT TO GL-ACCOUNT-CODE
             MOVE "LoanPayDebit"        TO GL-TXN-TYPE
             MOVE WS-RUN-DATE-DISPLAY   TO GL-RUN-DATE
             MOVE WS-LPAY-DEBIT-COUNT   TO GL-RECORD-COUNT
             MOVE WS-LPAY-DEBIT-AMOUNT  TO GL-AMOUNT
             MOVE "000"                 TO GL-BRANCH-CODE
             WRITE GLFEED-REC
          END-IF.

          IF WS-REV-LPAY-DEBIT-COUNT > ZERO
             MOVE WS-GL-WITHDRAWAL-ACCT TO GL-ACCOUNT-CODE
             MOVE "RevLoanPayDebit"     TO GL-TXN-TYPE
             MOVE WS-RUN-DATE-DISPLAY   TO GL-RUN-DATE
             MOVE WS-REV-LPAY-DEBIT-COUNT
                                        TO GL-RECORD-COUNT
             MOVE WS-REV-LPAY-DEBIT-AMOUNT
                                        TO GL-AMOUNT
             MOVE "000"                 TO GL-BRANCH-CODE
             WRITE GLFEED-REC
          END-IF.

      ******************************************************************
      * Section for writing one branch's GL feed records. Branches
      ******************************************************************
       YI010-WRITE-BRANCH-GL            SECTION.

          MOVE WS-BRANCH-CODE-ENTRY (WS-BRANCH-IX)
                                      TO WS-BRANCH-CODE-NUM.

          IF WS-BR-DEP-COUNT (WS-BRANCH-IX) > ZERO
             MOVE WS-GL-DEPOSIT-ACCT    TO GL-ACCOUNT-CODE
             WRITE GLFEED-REC
          END-IF.

          PERFORM YR310-WRITE-BRANCH-REV-GL
            VARYING WS-REV-TYPE-IX FROM 1 BY 1
              UNTIL WS-REV-TYPE-IX > 5.

      ******************************************************************
      * Section for resetting a customer's running Withdrawal stats
      * when moving on to the next customer's transaction group
                                          WS-DORM-DIVERTED.
          MOVE ZERO                   TO WS-PENDING-LOAN-COUNT
                                          WS-PENDING-PAYMENT-TOTAL
                                          WS-PENDING-XFER-COUNT
                                          WS-PENDING-REV-COUNT.

      ******************************************************************
      * Section for checking one Withdrawal against the flat threshold
      * running balance. The balance master record is loaded on the
      * group's first transaction (a customer with no record yet
      * starts from zero). Deposits credit T-AMOUNT, Loans credit the
      * disbursed T-LOAN-AMT, and a Withdrawal, Transfer or
      * account-funded LoanPayment that would take the balance
      * negative is flagged NSF so the mainline rejects it to NSFFL
      * instead of logging it and feeding it to the GL.
      ******************************************************************
       YJ000-APPLY-TO-BALANCE           SECTION.

          MOVE "N"                    TO WS-NSF-REJECTED.
          SET NSF-IS-OVERDRAWN        TO TRUE.

          IF WS-IS-BAL-AVAILABLE
             IF NOT WS-IS-BAL-LOADED
                  INVALID KEY
                   MOVE "N"           TO WS-BAL-ON-FILE
                   MOVE ZERO          TO WS-CUST-BALANCE
                                          WS-CUST-MAINT-MONTH
                  NOT INVALID KEY
                   MOVE "Y"           TO WS-BAL-ON-FILE
                   MOVE BAL-BALANCE   TO WS-CUST-BALANCE
                   MOVE BAL-LAST-MAINT-MONTH
                                      TO WS-CUST-MAINT-MONTH
                END-READ
                MOVE "Y"              TO WS-BAL-LOADED
             END-IF
                     END-IF
                 WHEN "Loan"
                     ADD T-LOAN-AMT    TO WS-CUST-BALANCE
      *>         A LoanPayment drawn from the customer's own account
      *>         (T-LOAN-AMT set) is NSF-checked like a Withdrawal;
      *>         one paid in at the counter moves no balance.
                 WHEN "LoanPayment"
                     IF T-LOAN-AMT NUMERIC AND T-LOAN-AMT > ZERO
                        IF T-LOAN-AMT > WS-CUST-BALANCE
                           MOVE "Y"    TO WS-NSF-REJECTED
                        ELSE
                           SUBTRACT T-LOAN-AMT
                                       FROM WS-CUST-BALANCE
                        END-IF
                     END-IF
                 WHEN "Reversal"
                     PERFORM YJ030-APPLY-REVERSAL
             END-EVALUATE
          END-IF.

             MOVE CUST-ID             TO BAL-CUST-ID
             MOVE WS-CUST-BALANCE     TO BAL-BALANCE
             MOVE WS-RUN-DATE-DISPLAY TO BAL-LAST-RUN-DATE
             MOVE WS-CUST-MAINT-MONTH TO BAL-LAST-MAINT-MONTH
             IF WS-IS-BAL-ON-FILE
                REWRITE BALANCEFL-REC
             ELSE
          MOVE CUST-FULLNAMES         TO NSF-CUST-FULLNAMES.
          MOVE T-AMOUNT               TO NSF-AMOUNT.
          MOVE WS-CUST-BALANCE        TO NSF-AVAILABLE-BALANCE.
          MOVE T-TRAN-ID              TO NSF-TRAN-ID.

          WRITE NSF-REC.

      ******************************************************************
      * Section for the balance side of one Reversal. Undoing a
      * Deposit or a Loan disbursement takes the money back and is
      * NSF-checked like a Withdrawal; undoing a Withdrawal gives it
      * back. Undoing a LoanPayment gives back whatever was drawn
      * from the account (T-LOAN-AMT, zero for a payment paid in at
      * the counter) and is restored onto the loan at the group
      * break. Undoing a Transfer credits the sender here and
      * takes the money back from the counterparty at the group
      * break, so the counterparty's balance is checked now: a
      * counterparty who has already spent it fails the Reversal
      * before either side moves.
      ******************************************************************
       YJ030-APPLY-REVERSAL             SECTION.

          EVALUATE TRUE
              WHEN T-ORIG-IS-DEPOSIT
                  IF T-AMOUNT > WS-CUST-BALANCE
                     MOVE "Y"          TO WS-NSF-REJECTED
                  ELSE
                     SUBTRACT T-AMOUNT FROM WS-CUST-BALANCE
                  END-IF
              WHEN T-ORIG-IS-WITHDRAWAL
                  ADD T-AMOUNT         TO WS-CUST-BALANCE
              WHEN T-ORIG-IS-LOANPAY
                  IF T-LOAN-AMT NUMERIC
                     ADD T-LOAN-AMT    TO WS-CUST-BALANCE
                  END-IF
              WHEN T-ORIG-IS-LOAN
                  IF T-LOAN-AMT > WS-CUST-BALANCE
                     MOVE "Y"          TO WS-NSF-REJECTED
                  ELSE
                     SUBTRACT T-LOAN-AMT FROM WS-CUST-BALANCE
                  END-IF
              WHEN T-ORIG-IS-TRANSFER
                  MOVE T-ORIG-CPTY-ID  TO BAL-CUST-ID
                  READ BALANCEFL
                    INVALID KEY
                     MOVE "Y"          TO WS-NSF-REJECTED
                    NOT INVALID KEY
                     IF T-AMOUNT > BAL-BALANCE
                        MOVE "Y"       TO WS-NSF-REJECTED
                     END-IF
                  END-READ
                  IF WS-IS-NSF-REJECTED
                     SET NSF-IS-CPTY-SHORT TO TRUE
                  ELSE
                     ADD T-AMOUNT      TO WS-CUST-BALANCE
                  END-IF
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      ******************************************************************
      * Section for queueing an approved Loan disbursement for the
      * group break. Loans the credit-score tier sent to underwriting
                                         (WS-PENDING-LOAN-COUNT)
                MOVE T-LOAN-PURPOSE   TO WS-PEND-PURPOSE
                                         (WS-PENDING-LOAN-COUNT)
                MOVE T-TRAN-ID        TO WS-PEND-LOAN-TRAN-ID
                                         (WS-PENDING-LOAN-COUNT)
             ELSE
                DISPLAY "==> LOAN QUEUE FULL, BOOKING AT ONCE: "
                        CUST-ID
                MOVE T-LOAN-AMT       TO WS-BOOK-LOAN-AMT
                MOVE T-INTEREST-RATE  TO WS-BOOK-INT-RATE
                MOVE T-LOAN-PURPOSE   TO WS-BOOK-PURPOSE
                MOVE T-TRAN-ID        TO WS-BOOK-TRAN-ID
                PERFORM YK020-BOOK-ONE-LOAN
             END-IF
          END-IF.
          COMPUTE LN-MIN-PAYMENT ROUNDED =
                  WS-BOOK-LOAN-AMT / 12.
          MOVE ZERO                   TO LN-LAST-PAYMENT-DATE.
          MOVE WS-BOOK-TRAN-ID        TO LN-SOURCE-TRAN-ID.
          MOVE ZERO                   TO LN-LATE-FEE-DUE-DATE.
          MOVE SPACE                  TO LN-ACCRUAL-STATUS.
          MOVE ZERO                   TO LN-NON-ACCRUAL-DATE
                                          LN-CHARGE-OFF-DATE
                                          LN-CHARGED-OFF-AMT
                                          LN-RECOVERED-AMT
                                          LN-DUE-ALERT-DATE.

          WRITE LOANFL-REC
            INVALID KEY
      * Section for applying the group's queued loan activity to the
      * loan master at the group break: staged disbursements are
      * booked first, then the payment total pays down the customer's
      * open loans oldest LN-LOAN-SEQ first. Anything left over goes
      * as a recovery against the customer's charged-off loans, and
      * any amount still left (no loan to take it, or the payments
      * overshoot every balance) is reported to ORPHANFL so the money
      * never disappears silently.
      ******************************************************************
       YK200-STORE-LOAN-ACTIVITY        SECTION.

                                      TO WS-BOOK-INT-RATE
                 MOVE WS-PEND-PURPOSE (WS-PEND-IX)
                                      TO WS-BOOK-PURPOSE
                 MOVE WS-PEND-LOAN-TRAN-ID (WS-PEND-IX)
                                      TO WS-BOOK-TRAN-ID
                 PERFORM YK020-BOOK-ONE-LOAN
             END-PERFORM

                END-START
                PERFORM YK110-PAY-DOWN-ONE-LOAN
                  UNTIL LOANM-AT-EOF OR WS-PAYMENT-REMAINING = ZERO
                IF WS-PAYMENT-REMAINING > ZERO
                   MOVE "N"           TO WS-LOANM-EOF
                   MOVE CUST-ID       TO LN-CUST-ID
                   MOVE ZERO          TO LN-LOAN-SEQ
                   START LOANFL KEY IS GREATER THAN LN-KEY
                     INVALID KEY
                      MOVE "Y"        TO WS-LOANM-EOF
                   END-START
                   PERFORM YK300-RECOVER-ONE-LOAN
                     UNTIL LOANM-AT-EOF OR WS-PAYMENT-REMAINING = ZERO
                END-IF
                IF WS-PAYMENT-REMAINING > ZERO
                   PERFORM YK120-REPORT-UNAPPLIED-PAYMENT
                END-IF
             END-IF
          END-IF.

      ******************************************************************
      * Section for applying what is left of the payment to the next
      * of the customer's charged-off loans, up to the amount still
      * unrecovered on it. The outstanding balance stays at zero; the
      * money is collected in LN-RECOVERED-AMT and reported on
      * RECOVERYFL for LOAN_CHARGE_OFF.
      ******************************************************************
       YK300-RECOVER-ONE-LOAN           SECTION.

          READ LOANFL NEXT RECORD
            AT END
             MOVE "Y"                 TO WS-LOANM-EOF
            NOT AT END
             IF LN-CUST-ID NOT = CUST-ID
                MOVE "Y"              TO WS-LOANM-EOF
             ELSE
                IF LN-IS-CHARGED-OFF
                   AND LN-CHARGED-OFF-AMT > LN-RECOVERED-AMT
                   COMPUTE WS-PAYMENT-APPLIED =
                           LN-CHARGED-OFF-AMT - LN-RECOVERED-AMT
                   IF WS-PAYMENT-APPLIED > WS-PAYMENT-REMAINING
                      MOVE WS-PAYMENT-REMAINING
                                      TO WS-PAYMENT-APPLIED
                   END-IF
                   SUBTRACT WS-PAYMENT-APPLIED
                       FROM WS-PAYMENT-REMAINING
                   ADD WS-PAYMENT-APPLIED
                                      TO LN-RECOVERED-AMT
                   MOVE WS-RUN-DATE-NUM
                                      TO LN-LAST-PAYMENT-DATE
                   REWRITE LOANFL-REC
                   ADD 1              TO WS-RECOVERY-COUNT
                   ADD WS-PAYMENT-APPLIED
                                      TO WS-RECOVERY-AMOUNT
                   MOVE LN-CUST-ID    TO RV-CUST-ID
                   MOVE LN-LOAN-SEQ   TO RV-LOAN-SEQ
                   MOVE WS-PAYMENT-APPLIED
                                      TO RV-AMOUNT
                   MOVE LN-CHARGED-OFF-AMT
                                      TO RV-CHARGED-OFF-AMT
                   MOVE LN-RECOVERED-AMT
                                      TO RV-RECOVERED-TO-DATE
                   MOVE WS-RUN-DATE-NUM
                                      TO RV-RUN-DATE
                   WRITE RECOVERY-REC
                END-IF
             END-IF
          END-READ.

      ******************************************************************
      * Section for reporting the unapplied part of the group's
      * LoanPayment total (customer has no open loan, or the payments

          PERFORM YL010-WRITE-HISTORY-REC.

          IF T-TYPE = "Reversal" AND WS-HIST-DISPOSITION = "LOGGED"
             PERFORM YR010-WRITE-REVERSED-MARKER
          END-IF.

      ******************************************************************
      * Section for appending one record, under the disposition
      * already placed in WS-HIST-DISPOSITION, to the history file
          MOVE T-TRAN-DATE            TO H-TRAN-DATE.
          MOVE T-CUST-ID              TO H-CUST-ID.
          MOVE T-TYPE                 TO H-TYPE.
      *>  A Reversal goes on history under the undone type's Rev
      *>  name, so statement and reconciliation runs know which way
      *>  its money moved.
          IF T-TYPE = "Reversal"
             PERFORM YR000-SET-REVERSAL-TYPE
             MOVE WS-REV-TYPE         TO H-TYPE
          END-IF
          MOVE T-AMOUNT               TO H-AMOUNT.
          MOVE T-LOAN-AMT             TO H-LOAN-AMT.
          MOVE T-INTEREST-RATE        TO H-INTEREST-RATE.
             MOVE WS-CREDIT-CPTY      TO BAL-CUST-ID
             MOVE WS-CREDIT-AMT       TO BAL-BALANCE
             MOVE WS-RUN-DATE-DISPLAY TO BAL-LAST-RUN-DATE
             MOVE ZERO                TO BAL-LAST-MAINT-MONTH
             WRITE BALANCEFL-REC
            NOT INVALID KEY
             ADD WS-CREDIT-AMT        TO BAL-BALANCE
          MOVE WS-RUN-DATE-DISPLAY    TO H-RUN-DATE.

          WRITE HISTORYFL-REC.

      ******************************************************************
      * Section for setting, from the Reversal's stamped original
      * type code, the type index and the Rev name it goes on the
      * register, history and GL feed under
      ******************************************************************
       YR000-SET-REVERSAL-TYPE          SECTION.

          EVALUATE TRUE
              WHEN T-ORIG-IS-DEPOSIT
                  MOVE 1               TO WS-REV-TYPE-IX
              WHEN T-ORIG-IS-WITHDRAWAL
                  MOVE 2               TO WS-REV-TYPE-IX
              WHEN T-ORIG-IS-LOAN
                  MOVE 3               TO WS-REV-TYPE-IX
              WHEN T-ORIG-IS-LOANPAY
                  MOVE 4               TO WS-REV-TYPE-IX
              WHEN T-ORIG-IS-TRANSFER
                  MOVE 5               TO WS-REV-TYPE-IX
              WHEN OTHER
                  MOVE ZERO            TO WS-REV-TYPE-IX
          END-EVALUATE

          IF WS-REV-TYPE-IX > ZERO
             MOVE WS-REV-TYPE-NAME (WS-REV-TYPE-IX)
                                      TO WS-REV-TYPE
          ELSE
             MOVE T-TYPE              TO WS-REV-TYPE
          END-IF.

      ******************************************************************
      * Section for marking the original transaction reversed on
      * history, once its Reversal has logged. The marker carries the
      * original's transaction ID, type and amounts under the
      * REVERSED disposition and today's date: it moves no money
      * itself, but tells the edit the original cannot be reversed
      * again and lets the statement show the pair.
      ******************************************************************
       YR010-WRITE-REVERSED-MARKER      SECTION.

          PERFORM YR000-SET-REVERSAL-TYPE.

          IF WS-REV-TYPE-IX > ZERO
             MOVE T-ORIG-TRAN-ID      TO H-TRAN-ID
             MOVE WS-RUN-DATE-NUM     TO H-TRAN-DATE
             MOVE T-CUST-ID           TO H-CUST-ID
             MOVE WS-ORIG-TYPE-NAME (WS-REV-TYPE-IX)
                                      TO H-TYPE
             MOVE T-AMOUNT            TO H-AMOUNT
             MOVE T-LOAN-AMT          TO H-LOAN-AMT
             MOVE T-INTEREST-RATE     TO H-INTEREST-RATE
             MOVE "REVERSED"          TO H-DISPOSITION
             MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE
             WRITE HISTORYFL-REC
          END-IF.

      ******************************************************************
      * Section for accumulating one logged Reversal under its branch
      * and original type. A Loan reversal counts the disbursed
      * amount it takes back, matching what the Loan booked to GL.
      ******************************************************************
       YR020-ACCUMULATE-BRANCH-REV      SECTION.

          PERFORM YR000-SET-REVERSAL-TYPE.

          IF WS-REV-TYPE-IX > ZERO
             ADD 1                    TO WS-BR-REV-COUNT
                                         (WS-BRANCH-IX WS-REV-TYPE-IX)
             IF T-ORIG-IS-LOAN
                ADD T-LOAN-AMT        TO WS-BR-REV-AMOUNT
                                         (WS-BRANCH-IX WS-REV-TYPE-IX)
             ELSE
                ADD T-AMOUNT          TO WS-BR-REV-AMOUNT
                                         (WS-BRANCH-IX WS-REV-TYPE-IX)
             END-IF
          END-IF.

      ******************************************************************
      * Section for queueing the loan master or counterparty side of
      * one logged Reversal for the group break. Deposit and
      * Withdrawal reversals are complete in the running balance and
      * queue nothing. In the freak overflow case the undo applies at
      * once rather than being lost, accepting the restart window for
      * that one record, as the loan and transfer queues do.
      ******************************************************************
       YR100-QUEUE-REVERSAL             SECTION.

          IF T-TYPE = "Reversal"
             AND (((T-ORIG-IS-LOAN OR T-ORIG-IS-LOANPAY)
                   AND WS-IS-LOANM-AVAILABLE)
               OR (T-ORIG-IS-TRANSFER AND WS-IS-BAL-AVAILABLE))
             MOVE T-ORIG-TYPE-CODE    TO WS-UNDO-CODE
             IF T-ORIG-IS-LOAN
                MOVE T-LOAN-AMT       TO WS-UNDO-AMT
             ELSE
                MOVE T-AMOUNT         TO WS-UNDO-AMT
             END-IF
             MOVE T-ORIG-TRAN-ID      TO WS-UNDO-ORIG-ID
             MOVE T-ORIG-CPTY-ID      TO WS-UNDO-CPTY
             MOVE T-TRAN-ID           TO WS-UNDO-TRAN-ID
             IF WS-PENDING-REV-COUNT < 20
                ADD 1                 TO WS-PENDING-REV-COUNT
                MOVE WS-UNDO-CODE     TO WS-PEND-REV-CODE
                                         (WS-PENDING-REV-COUNT)
                MOVE WS-UNDO-AMT      TO WS-PEND-REV-AMT
                                         (WS-PENDING-REV-COUNT)
                MOVE WS-UNDO-ORIG-ID  TO WS-PEND-REV-ORIG-ID
                                         (WS-PENDING-REV-COUNT)
                MOVE WS-UNDO-CPTY     TO WS-PEND-REV-CPTY
                                         (WS-PENDING-REV-COUNT)
                MOVE WS-UNDO-TRAN-ID  TO WS-PEND-REV-TRAN-ID
                                         (WS-PENDING-REV-COUNT)
             ELSE
                DISPLAY "==> REVERSAL QUEUE FULL, APPLYING AT ONCE: "
                        CUST-ID
                PERFORM YR210-APPLY-ONE-REVERSAL
             END-IF
          END-IF.

      ******************************************************************
      * Section for applying the group's queued Reversals at the
      * group break, after the group's own loan activity and transfer
      * credits, so a restart that skips past this customer finds
      * each undo applied exactly once
      ******************************************************************
       YR200-STORE-REVERSALS            SECTION.

          PERFORM YR205-STORE-ONE-REVERSAL
            VARYING WS-REV-IX FROM 1 BY 1
              UNTIL WS-REV-IX > WS-PENDING-REV-COUNT.

       YR205-STORE-ONE-REVERSAL         SECTION.

          MOVE WS-PEND-REV-CODE (WS-REV-IX)
                                      TO WS-UNDO-CODE.
          MOVE WS-PEND-REV-AMT (WS-REV-IX)
                                      TO WS-UNDO-AMT.
          MOVE WS-PEND-REV-ORIG-ID (WS-REV-IX)
                                      TO WS-UNDO-ORIG-ID.
          MOVE WS-PEND-REV-CPTY (WS-REV-IX)
                                      TO WS-UNDO-CPTY.
          MOVE WS-PEND-REV-TRAN-ID (WS-REV-IX)
                                      TO WS-UNDO-TRAN-ID.
          PERFORM YR210-APPLY-ONE-REVERSAL.

       YR210-APPLY-ONE-REVERSAL         SECTION.

          EVALUATE WS-UNDO-CODE
              WHEN "L"
                  PERFORM YR220-UNDO-LOAN-BOOKING
              WHEN "P"
                  PERFORM YR230-UNDO-LOAN-PAYMENT
              WHEN "T"
                  PERFORM YR240-UNDO-TRANSFER-CREDIT
          END-EVALUATE.

      ******************************************************************
      * Section for undoing a Loan disbursement on the loan master:
      * the loan the disbursement booked (found by its source
      * transaction ID) is marked reversed with nothing outstanding,
      * so billing, aging and interest accrual all pass it by. A loan
      * that cannot be found is reported to ORPHANFL for follow-up.
      ******************************************************************
       YR220-UNDO-LOAN-BOOKING          SECTION.

          MOVE "N"                    TO WS-UNDO-FOUND
                                          WS-LOANM-EOF.
          MOVE CUST-ID                TO LN-CUST-ID.
          MOVE ZERO                   TO LN-LOAN-SEQ.
          START LOANFL KEY IS GREATER THAN LN-KEY
            INVALID KEY
             MOVE "Y"                 TO WS-LOANM-EOF
          END-START.
          PERFORM YR221-FIND-SOURCE-LOAN
            UNTIL LOANM-AT-EOF OR WS-IS-UNDO-FOUND.

          IF WS-IS-UNDO-FOUND
             MOVE ZERO                TO LN-OUTSTANDING-BAL
             MOVE "R"                 TO LN-STATUS
             REWRITE LOANFL-REC
          ELSE
             MOVE "RevLoan"           TO OR-TYPE
             MOVE "REVERSED LOAN NOT ON MASTER"
                                      TO OR-REASON
             PERFORM YR250-REPORT-UNDO-FAILURE
          END-IF.

       YR221-FIND-SOURCE-LOAN           SECTION.

          READ LOANFL NEXT RECORD
            AT END
             MOVE "Y"                 TO WS-LOANM-EOF
            NOT AT END
             IF LN-CUST-ID NOT = CUST-ID
                MOVE "Y"              TO WS-LOANM-EOF
             ELSE
                IF LN-SOURCE-TRAN-ID NUMERIC
                   AND LN-SOURCE-TRAN-ID = WS-UNDO-ORIG-ID
                   AND NOT LN-IS-REVERSED
                   MOVE "Y"           TO WS-UNDO-FOUND
                END-IF
             END-IF
          END-READ.

      ******************************************************************
      * Section for undoing a LoanPayment on the loan master. How the
      * payment split across loans is not kept, so the amount goes
      * back onto the customer's most recently paid loan, reopening
      * it if the payment had paid it off. A customer with no paid
      * loan is reported to ORPHANFL for follow-up.
      ******************************************************************
       YR230-UNDO-LOAN-PAYMENT          SECTION.

          MOVE "N"                    TO WS-UNDO-FOUND
                                          WS-LOANM-EOF.
          MOVE ZERO                   TO WS-UNDO-LAST-PAY-DATE.
          MOVE CUST-ID                TO LN-CUST-ID.
          MOVE ZERO                   TO LN-LOAN-SEQ.
          START LOANFL KEY IS GREATER THAN LN-KEY
            INVALID KEY
             MOVE "Y"                 TO WS-LOANM-EOF
          END-START.
          PERFORM YR231-FIND-LAST-PAID-LOAN
            UNTIL LOANM-AT-EOF.

          IF WS-IS-UNDO-FOUND
             MOVE WS-UNDO-LOAN-KEY    TO LN-KEY
             READ LOANFL
               INVALID KEY
                MOVE "N"              TO WS-UNDO-FOUND
             END-READ
          END-IF.

          IF WS-IS-UNDO-FOUND
             ADD WS-UNDO-AMT          TO LN-OUTSTANDING-BAL
             MOVE "O"                 TO LN-STATUS
             REWRITE LOANFL-REC
          ELSE
             MOVE "RevLoanPayment"    TO OR-TYPE
             MOVE "REVERSED PAYMENT NOT ON MASTER"
                                      TO OR-REASON
             PERFORM YR250-REPORT-UNDO-FAILURE
          END-IF.

       YR231-FIND-LAST-PAID-LOAN        SECTION.

          READ LOANFL NEXT RECORD
            AT END
             MOVE "Y"                 TO WS-LOANM-EOF
            NOT AT END
             IF LN-CUST-ID NOT = CUST-ID
                MOVE "Y"              TO WS-LOANM-EOF
             ELSE
                IF (LN-IS-OPEN OR LN-IS-PAID-OFF)
                   AND LN-LAST-PAYMENT-DATE NUMERIC
                   AND LN-LAST-PAYMENT-DATE > WS-UNDO-LAST-PAY-DATE
                   MOVE "Y"           TO WS-UNDO-FOUND
                   MOVE LN-KEY        TO WS-UNDO-LOAN-KEY
                   MOVE LN-LAST-PAYMENT-DATE
                                      TO WS-UNDO-LAST-PAY-DATE
                END-IF
             END-IF
          END-READ.

      ******************************************************************
      * Section for taking a reversed Transfer back from the
      * counterparty and writing its RevTransferIn history record
      * under the Reversal's transaction ID. The counterparty's funds
      * were checked when the Reversal logged; anything the balance
      * can no longer cover by the group break is reported to
      * ORPHANFL rather than taking the balance below zero.
      ******************************************************************
       YR240-UNDO-TRANSFER-CREDIT       SECTION.

          MOVE ZERO                   TO WS-UNDO-DEBIT
                                          WS-UNDO-SHORTFALL.
          MOVE WS-UNDO-CPTY           TO BAL-CUST-ID.
          READ BALANCEFL
            INVALID KEY
             MOVE WS-UNDO-AMT         TO WS-UNDO-SHORTFALL
            NOT INVALID KEY
             IF BAL-BALANCE < WS-UNDO-AMT
                MOVE BAL-BALANCE      TO WS-UNDO-DEBIT
                COMPUTE WS-UNDO-SHORTFALL =
                        WS-UNDO-AMT - BAL-BALANCE
             ELSE
                MOVE WS-UNDO-AMT      TO WS-UNDO-DEBIT
             END-IF
             SUBTRACT WS-UNDO-DEBIT   FROM BAL-BALANCE
             MOVE WS-RUN-DATE-DISPLAY TO BAL-LAST-RUN-DATE
             REWRITE BALANCEFL-REC
          END-READ.

          IF WS-UNDO-DEBIT > ZERO
             MOVE WS-UNDO-TRAN-ID     TO H-TRAN-ID
             MOVE WS-RUN-DATE-NUM     TO H-TRAN-DATE
             MOVE WS-UNDO-CPTY        TO H-CUST-ID
             MOVE "RevTransferIn"     TO H-TYPE
             MOVE WS-UNDO-DEBIT       TO H-AMOUNT
             MOVE ZERO                TO H-LOAN-AMT
             MOVE ZERO                TO H-INTEREST-RATE
             MOVE "TRANSFER IN"       TO H-DISPOSITION
             MOVE WS-RUN-DATE-DISPLAY TO H-RUN-DATE
             WRITE HISTORYFL-REC
          END-IF.

          IF WS-UNDO-SHORTFALL > ZERO
             MOVE WS-UNDO-SHORTFALL   TO WS-UNDO-AMT
             MOVE "RevTransferIn"     TO OR-TYPE
             MOVE "REVERSAL SHORTFALL AT CPTY"
                                      TO OR-REASON
             PERFORM YR250-REPORT-UNDO-FAILURE
          END-IF.

      ******************************************************************
      * Section for reporting the part of a Reversal the masters
      * could not take to ORPHANFL. A group-level report, so like the
      * unapplied-payment report it carries no transaction ID.
      ******************************************************************
       YR250-REPORT-UNDO-FAILURE        SECTION.

          DISPLAY "==> REVERSAL NOT FULLY APPLIED FOR CUST-ID: "
                  CUST-ID.

          MOVE CUST-ID                TO OR-CUST-ID.
          MOVE WS-UNDO-AMT            TO OR-AMOUNT.
          MOVE ZERO                   TO OR-TRAN-ID.

          WRITE ORPHAN-REC.

      ******************************************************************
      * Section for summing one original type's Reversals into the
      * branch's register line
      ******************************************************************
       YR300-SUM-BRANCH-REVERSALS       SECTION.

          ADD WS-BR-REV-COUNT (WS-BRANCH-IX WS-REV-TYPE-IX)
                                      TO WS-BR-REV-SUM-COUNT.
          ADD WS-BR-REV-AMOUNT (WS-BRANCH-IX WS-REV-TYPE-IX)
                                      TO WS-BR-REV-SUM-AMOUNT.

      ******************************************************************
      * Section for writing one branch's contra GL record for one
      * original type: booked to the original type's account under
      * the Rev type name, so the ledger nets the pair
      ******************************************************************
       YR310-WRITE-BRANCH-REV-GL        SECTION.

          IF WS-BR-REV-COUNT (WS-BRANCH-IX WS-REV-TYPE-IX) > ZERO
             EVALUATE WS-REV-TYPE-IX
                 WHEN 1
                     MOVE WS-GL-DEPOSIT-ACCT
                                        TO GL-ACCOUNT-CODE
                 WHEN 2
                     MOVE WS-GL-WITHDRAWAL-ACCT
                                        TO GL-ACCOUNT-CODE
                 WHEN 3
                     MOVE WS-GL-LOAN-ACCT
                                        TO GL-ACCOUNT-CODE
                 WHEN 4
                     MOVE WS-GL-LOANPAY-ACCT
                                        TO GL-ACCOUNT-CODE
                 WHEN 5
                     MOVE WS-GL-TRANSFER-ACCT
                                        TO GL-ACCOUNT-CODE
             END-EVALUATE
             MOVE WS-REV-TYPE-NAME (WS-REV-TYPE-IX)
                                        TO GL-TXN-TYPE
             MOVE WS-RUN-DATE-DISPLAY   TO GL-RUN-DATE
             MOVE WS-BR-REV-COUNT (WS-BRANCH-IX WS-REV-TYPE-IX)
                                        TO GL-RECORD-COUNT
             MOVE WS-BR-REV-AMOUNT (WS-BRANCH-IX WS-REV-TYPE-IX)
                                        TO GL-AMOUNT
             MOVE WS-BRANCH-CODE-NUM    TO GL-BRANCH-CODE
             WRITE GLFEED-REC
          END-IF.
