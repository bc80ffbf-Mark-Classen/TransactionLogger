           RECORD KEY    IS BAL-CUST-ID
           FILE STATUS   IS WS-BAL-STATUS.

      *>   A maturity or break payout is money movement, so it lands
      *>   in the cumulative history file (for statements and
      *>   disputes) and the day's GL feed (for accounting) the way
      *>   the logger's own postings do.
           SELECT OPTIONAL HISTORYFL   ASSIGN TO "TxnHistory.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           88 SCAN-AT-EOF                             VALUE "Y".
       01  WS-FD-INTEREST-AMT          PIC 9(10)V99.
       01  WS-FD-PAYOUT                PIC 9(12).
       01  WS-FD-NET-PAYOUT            PIC 9(12).
       01  WS-FD-TERM-DAYS             PIC 9(05)      VALUE 365.

      ******************************************************************
       01  WS-FDMAT-COUNT              PIC 9(07)      VALUE ZERO.
       01  WS-FDMAT-AMOUNT             PIC 9(12)      VALUE ZERO.

      ******************************************************************
      * Withholding tax on fixed-deposit interest. The payout is
      * booked gross to the maturity account and the tax deducted
      * from it is booked to the tax-payable account, one summary
      * record each. The tax is taken in whole units like the payout
      * it comes out of; a zero rate withholds nothing.
      ******************************************************************
       01  WS-WHT-RATE                 PIC 9(02)V99   VALUE ZERO.
       01  WS-GL-WHT-ACCT              PIC X(10)      VALUE
           "2030000001".
       01  WS-FD-WHT-AMT               PIC 9(10).
       01  WS-WHT-COUNT                PIC 9(07)      VALUE ZERO.
       01  WS-WHT-AMOUNT               PIC 9(12)      VALUE ZERO.

      ******************************************************************
      * Early break of a fixed deposit. An FDBreak transaction names
      * an open deposit; its interest is recomputed from the opening
      * date at the break rate (never above the deposit's own rate),
      * the accrual beyond that is forfeited, and principal plus the
      * reduced interest, less withholding tax on it, is paid out.
      * The payout is booked to the maturity account and the forfeited
      * interest to the forfeit account, one summary record each.
      ******************************************************************
       01  WS-FD-BREAK-RATE            PIC 9(3)V99    VALUE 1.00.
       01  WS-GL-FORFEIT-ACCT          PIC X(10)      VALUE
           "4030000001".
       01  WS-FD-BREAK-RATE-USED       PIC 9(3)V99.
       01  WS-FD-DAYS-HELD             PIC 9(05).
       01  WS-FD-REDUCED-INT           PIC 9(10)V99.
       01  WS-FD-FORFEIT-WHOLE         PIC 9(10).
       01  WS-FDBRK-COUNT              PIC 9(07)      VALUE ZERO.
       01  WS-FDBRK-AMOUNT             PIC 9(12)      VALUE ZERO.
       01  WS-FORFEIT-COUNT            PIC 9(07)      VALUE ZERO.
       01  WS-FORFEIT-AMOUNT           PIC 9(12)      VALUE ZERO.

      ******************************************************************
      * Accrual period in days. Interest is posted for one accrual
      * period per run (e.g. a daily batch job accruing one day of
       01  WS-RECORDS-POSTED           PIC 9(07)      VALUE ZERO.
       01  WS-DEPOSITS-BOOKED          PIC 9(07)      VALUE ZERO.
       01  WS-DEPOSITS-MATURED         PIC 9(07)      VALUE ZERO.
       01  WS-DEPOSITS-BROKEN          PIC 9(07)      VALUE ZERO.

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
           05 WS-CY-LOGGER             PIC X(01).
           05 WS-CY-INTEREST           PIC X(01).
           05 WS-CY-RECON              PIC X(01).
           05 WS-CY-FEE                PIC X(01).
           05 WS-CY-CHGOFF             PIC X(01).

       PROCEDURE                       DIVISION.

      *>          A loan already accrued for this business date is
      *>          passed over, so an abend-and-rerun (or a weekend
      *>          rerun under the run-control date override) cannot
      *>          accrue the same day twice. A loan LOAN_CHARGE_OFF
      *>          has put on non-accrual takes no further interest.
                  IF LN-IS-OPEN AND LN-OUTSTANDING-BAL > ZERO
                     AND NOT LN-IS-NON-ACCRUAL
                     AND LN-LAST-ACCRUAL-DATE NOT = WS-RUN-DATE-NUM
                      PERFORM YC000-POST-LOAN-INTEREST
                  END-IF

      *>   Today's fixed-deposit transactions open master records
      *>   first, so a deposit opened today takes its first day of
      *>   accrual from the master pass below like any other. Today's
      *>   breaks pay out here too, so a broken deposit is no longer
      *>   open when the master pass reaches it.
              PERFORM UNTIL TRAN-AT-EOF

                  ADD 1                TO WS-RECORDS-READ
                  EVALUATE TRUE
                      WHEN T-FIXED-DEPOSIT-AMT > ZERO
                          PERFORM YB000-BOOK-FIXED-DEPOSIT
                      WHEN T-TYPE = "FDBreak"
                          PERFORM YG000-BREAK-FIXED-DEPOSIT
                  END-EVALUATE

                  PERFORM ZA000-READ-TRANSACTIONFL
                   WS-RECORDS-READ
                   " POSTED: " WS-RECORDS-POSTED.
           DISPLAY "==> FIXED DEPOSITS BOOKED: " WS-DEPOSITS-BOOKED
                   " MATURED: " WS-DEPOSITS-MATURED
                   " BROKEN: "  WS-DEPOSITS-BROKEN.

           CLOSE TRANSACTIONFL INTERESTFL LOANFL HISTORYFL GLFEEDFL.
           IF WS-IS-FIXDEP-AVAILABLE
          DISPLAY "==> ACCRUAL DAYS: " WS-ACCRUAL-DAYS
                  " DAYS IN YEAR: "    WS-DAYS-IN-YEAR
                  " DATE: "            WS-RUN-DATE-NUM.
          DISPLAY "==> WITHHOLDING TAX RATE: " WS-WHT-RATE
                  " FD BREAK RATE: "            WS-FD-BREAK-RATE.

      *> A missing loan master (no loans disbursed yet) is not an
      *> error; the loans pass is simply skipped.
             DISPLAY "==> UNABLE TO OPEN CustomerBalance.DAT, STATUS: "
                     WS-BAL-STATUS
             DISPLAY "==> MATURED DEPOSITS HELD OVER, NOT PAID OUT"
             DISPLAY "==> FIXED-DEPOSIT BREAKS NOT PAID THIS RUN"
          END-IF.

          OPEN EXTEND                 HISTORYFL.
                   MOVE RC-GL-FDMAT-ACCT
                                      TO WS-GL-FDMAT-ACCT
                END-IF
                IF RC-WHT-RATE NUMERIC
                   MOVE RC-WHT-RATE   TO WS-WHT-RATE
                END-IF
                IF RC-GL-WHT-ACCT NOT = SPACES
                   MOVE RC-GL-WHT-ACCT
                                      TO WS-GL-WHT-ACCT
                END-IF
                IF RC-FD-BREAK-RATE NUMERIC
                   AND RC-FD-BREAK-RATE NOT = ZERO
                   MOVE RC-FD-BREAK-RATE
                                      TO WS-FD-BREAK-RATE
                END-IF
                IF RC-GL-FORFEIT-ACCT NOT = SPACES
                   MOVE RC-GL-FORFEIT-ACCT
                                      TO WS-GL-FORFEIT-ACCT
                END-IF
                IF RC-CYCLE-OVERRIDE = "Y"
                   MOVE "Y"           TO WS-CYCLE-OVERRIDE
                END-IF
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
          MOVE WS-CY-LOGGER           TO CY-LOGGER-DONE.
          MOVE "Y"                    TO CY-INTEREST-DONE.
          MOVE WS-CY-RECON            TO CY-RECON-DONE.
          MOVE WS-CY-FEE              TO CY-FEE-DONE.
          MOVE WS-CY-CHGOFF           TO CY-CHGOFF-DONE.
          WRITE CYCLEFL-REC.
          CLOSE CYCLEFL.

          MOVE T-TRAN-ID              TO FDP-SOURCE-TRAN-ID.
          MOVE "O"                    TO FDP-STATUS.
          MOVE ZERO                   TO FDP-LAST-ACCRUAL-DATE.
          MOVE ZERO                   TO FDP-WHT-AMOUNT
                                          FDP-FORFEIT-AMOUNT.

          WRITE FIXDEPFL-REC
            INVALID KEY

      ******************************************************************
      * Section for paying out one matured deposit: principal plus
      * accrued interest, less the withholding tax on the interest,
      * is credited to the customer's balance record, history records
      * and the GL summary carry the gross payout and the tax
      * separately, and the master record is marked matured so a
      * rerun cannot pay it twice. With the balance master unavailable
      * the deposit stays open and pays out on the next run that can
      * reach it.
      ******************************************************************
       YE000-PAY-OUT-MATURITY          SECTION.


             COMPUTE WS-FD-PAYOUT ROUNDED =
                     FDP-PRINCIPAL + FDP-ACCRUED-INTEREST
             COMPUTE WS-FD-WHT-AMT ROUNDED =
                     FDP-ACCRUED-INTEREST * WS-WHT-RATE / 100
             COMPUTE WS-FD-NET-PAYOUT =
                     WS-FD-PAYOUT - WS-FD-WHT-AMT
             MOVE WS-FD-WHT-AMT       TO FDP-WHT-AMOUNT

             PERFORM YE010-CREDIT-CUSTOMER-BALANCE
             PERFORM YE020-WRITE-MATURITY-HISTORY
             IF WS-FD-WHT-AMT > ZERO
                PERFORM YE030-WRITE-WITHHOLDING-HISTORY
             END-IF

             ADD 1                    TO WS-DEPOSITS-MATURED

             REWRITE FIXDEPFL-REC

             DISPLAY "==> FIXED DEPOSIT MATURED, CUST-ID: "
                     FDP-CUST-ID " PAID: " WS-FD-NET-PAYOUT
                     " TAX: " WS-FD-WHT-AMT
          END-IF.

      ******************************************************************
      * Section for crediting the payout, net of withholding tax, to
      * the customer's balance record. A customer with no balance
      * record yet gets one, the way the logger starts an unknown
      * customer from zero.
      ******************************************************************
       YE010-CREDIT-CUSTOMER-BALANCE   SECTION.

          READ BALANCEFL
            INVALID KEY
             MOVE FDP-CUST-ID         TO BAL-CUST-ID
             MOVE WS-FD-NET-PAYOUT    TO BAL-BALANCE
             MOVE WS-RUN-DATE-DISPLAY TO BAL-LAST-RUN-DATE
             MOVE ZERO                TO BAL-LAST-MAINT-MONTH
             WRITE BALANCEFL-REC
            NOT INVALID KEY
             ADD WS-FD-NET-PAYOUT     TO BAL-BALANCE
             MOVE WS-RUN-DATE-DISPLAY TO BAL-LAST-RUN-DATE
             REWRITE BALANCEFL-REC
          END-READ.

          WRITE HISTORYFL-REC.

      ******************************************************************
      * Section for appending the withholding tax deducted from the
      * payout as its own history record, so the statement shows the
      * gross payout and the deduction as two lines
      ******************************************************************
       YE030-WRITE-WITHHOLDING-HISTORY SECTION.

          MOVE ZERO                   TO H-TRAN-ID.
          MOVE WS-RUN-DATE-NUM        TO H-TRAN-DATE.
          MOVE FDP-CUST-ID            TO H-CUST-ID.
          MOVE "FDWithholding"        TO H-TYPE.
          MOVE WS-FD-WHT-AMT          TO H-AMOUNT.
          MOVE ZERO                   TO H-LOAN-AMT.
          MOVE WS-WHT-RATE            TO H-INTEREST-RATE.
          MOVE "TAX WITHHELD"         TO H-DISPOSITION.
          MOVE WS-RUN-DATE-DISPLAY    TO H-RUN-DATE.

          WRITE HISTORYFL-REC.

      ******************************************************************
      * Section for appending the day's maturity payouts to the GL
      * feed as one summary record. The totals are rebuilt from the
      * master - every matured record stamped with this business date
      * - rather than accumulated in the run, so a restart after an
      * abend mid-pass still books the payouts the first attempt
      * already made. A day with no maturities adds no record, and a
      * day with no tax withheld adds no withholding record. Break
      * payouts and the interest forfeited on them are rebuilt and
      * booked the same way, as records of their own.
      ******************************************************************
       YF000-WRITE-FD-GL-SUMMARY       SECTION.

          MOVE ZERO                   TO WS-FDMAT-COUNT
                                          WS-FDMAT-AMOUNT
                                          WS-WHT-COUNT
                                          WS-WHT-AMOUNT
                                          WS-FDBRK-COUNT
                                          WS-FDBRK-AMOUNT
                                          WS-FORFEIT-COUNT
                                          WS-FORFEIT-AMOUNT.

          IF WS-IS-FIXDEP-AVAILABLE
             MOVE "N"                 TO WS-FIXDEP-EOF
             WRITE GLFEED-REC
          END-IF.

          IF WS-FDBRK-COUNT > ZERO
             MOVE WS-GL-FDMAT-ACCT    TO GL-ACCOUNT-CODE
             MOVE "FDBreakPayout"     TO GL-TXN-TYPE
             MOVE WS-RUN-DATE-DISPLAY TO GL-RUN-DATE
             MOVE WS-FDBRK-COUNT      TO GL-RECORD-COUNT
             MOVE WS-FDBRK-AMOUNT     TO GL-AMOUNT
             MOVE "000"               TO GL-BRANCH-CODE
             WRITE GLFEED-REC
          END-IF.

          IF WS-FORFEIT-COUNT > ZERO
             MOVE WS-GL-FORFEIT-ACCT  TO GL-ACCOUNT-CODE
             MOVE "FDForfeit"         TO GL-TXN-TYPE
             MOVE WS-RUN-DATE-DISPLAY TO GL-RUN-DATE
             MOVE WS-FORFEIT-COUNT    TO GL-RECORD-COUNT
             MOVE WS-FORFEIT-AMOUNT   TO GL-AMOUNT
             MOVE "000"               TO GL-BRANCH-CODE
             WRITE GLFEED-REC
          END-IF.

          IF WS-WHT-COUNT > ZERO
             MOVE WS-GL-WHT-ACCT      TO GL-ACCOUNT-CODE
             MOVE "FDWithholding"     TO GL-TXN-TYPE
             MOVE WS-RUN-DATE-DISPLAY TO GL-RUN-DATE
             MOVE WS-WHT-COUNT        TO GL-RECORD-COUNT
             MOVE WS-WHT-AMOUNT       TO GL-AMOUNT
             MOVE "000"               TO GL-BRANCH-CODE
             WRITE GLFEED-REC
          END-IF.

      ******************************************************************
      * Section for tallying one master record into the GL summary:
      * a matured or broken deposit whose payout stamp is this
      * business date. The payout amount recomputes from the record
      * the same way the payout did, since nothing on a paid-out
      * record changes after.
      ******************************************************************
       YF010-TALLY-ONE-MATURITY        SECTION.

          IF (FDP-IS-MATURED OR FDP-IS-BROKEN)
             AND FDP-LAST-ACCRUAL-DATE = WS-RUN-DATE-NUM
             COMPUTE WS-FD-PAYOUT ROUNDED =
                     FDP-PRINCIPAL + FDP-ACCRUED-INTEREST
             IF FDP-IS-MATURED
                ADD 1                 TO WS-FDMAT-COUNT
                ADD WS-FD-PAYOUT      TO WS-FDMAT-AMOUNT
             ELSE
                ADD 1                 TO WS-FDBRK-COUNT
                ADD WS-FD-PAYOUT      TO WS-FDBRK-AMOUNT
                COMPUTE WS-FD-FORFEIT-WHOLE ROUNDED =
                        FDP-FORFEIT-AMOUNT
                IF WS-FD-FORFEIT-WHOLE > ZERO
                   ADD 1              TO WS-FORFEIT-COUNT
                   ADD WS-FD-FORFEIT-WHOLE
                                      TO WS-FORFEIT-AMOUNT
                END-IF
             END-IF
             IF FDP-WHT-AMOUNT > ZERO
                ADD 1                 TO WS-WHT-COUNT
                ADD FDP-WHT-AMOUNT    TO WS-WHT-AMOUNT
             END-IF
          END-IF

          PERFORM ZC000-READ-FIXDEPFL.

      ******************************************************************
      * Section for one FDBreak transaction. The edit passed it only
      * for a deposit open at the time, so a deposit found broken
      * with today's stamp was broken by an earlier attempt at this
      * same run and is passed over quietly. A deposit reaching its
      * maturity date by today is left for the master pass to pay out
      * as a normal maturity, and with the balance master unavailable
      * the deposit stays open and the break must be resubmitted.
      ******************************************************************
       YG000-BREAK-FIXED-DEPOSIT       SECTION.

          IF WS-IS-FIXDEP-AVAILABLE
             MOVE T-CUST-ID           TO FDP-CUST-ID
             MOVE T-FD-DEP-SEQ        TO FDP-DEP-SEQ
             READ FIXDEPFL
               INVALID KEY
                DISPLAY "==> FD BREAK, DEPOSIT NOT ON FILE, CUST-ID: "
                        T-CUST-ID " SEQ: " T-FD-DEP-SEQ
               NOT INVALID KEY
                EVALUATE TRUE
                    WHEN FDP-IS-BROKEN
                         AND FDP-LAST-ACCRUAL-DATE = WS-RUN-DATE-NUM
                        CONTINUE
                    WHEN NOT FDP-IS-OPEN
                        DISPLAY "==> FD BREAK, DEPOSIT NOT OPEN, "
                                "CUST-ID: " T-CUST-ID
                                " SEQ: " T-FD-DEP-SEQ
                    WHEN WS-RUN-DATE-NUM NOT < FDP-MATURITY-DATE
                        DISPLAY "==> FD BREAK ON OR AFTER MATURITY, "
                                "PAID AS MATURED, CUST-ID: "
                                T-CUST-ID " SEQ: " T-FD-DEP-SEQ
                    WHEN NOT WS-IS-BAL-AVAILABLE
                        DISPLAY "==> FD BREAK NOT PAID, CUST-ID: "
                                T-CUST-ID " SEQ: " T-FD-DEP-SEQ
                    WHEN OTHER
                        PERFORM YG010-PAY-OUT-BREAK
                END-EVALUATE
             END-READ
          END-IF.

      ******************************************************************
      * Section for paying out one broken deposit. The interest is
      * recomputed as simple interest for the days held (term less
      * the days still to run) at the break rate:
      *    reduced = principal * rate% * (days held / days in year)
      * capped at what has already accrued; the rest of the accrual
      * is forfeited and clawed back off the master. The payout is
      * then made like a maturity, withholding tax taken on the
      * reduced interest only, and the master marked broken with the
      * payout date stamped in its accrual date.
      ******************************************************************
       YG010-PAY-OUT-BREAK             SECTION.

          MOVE WS-FD-BREAK-RATE       TO WS-FD-BREAK-RATE-USED.
          IF FDP-INTEREST-RATE < WS-FD-BREAK-RATE-USED
             MOVE FDP-INTEREST-RATE   TO WS-FD-BREAK-RATE-USED
          END-IF.

          COMPUTE WS-FD-DAYS-HELD =
                  FDP-TERM-DAYS
                - (FUNCTION INTEGER-OF-DATE (FDP-MATURITY-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)).

          COMPUTE WS-FD-REDUCED-INT ROUNDED =
                  FDP-PRINCIPAL * WS-FD-BREAK-RATE-USED / 100
                  * WS-FD-DAYS-HELD / WS-DAYS-IN-YEAR.
          IF WS-FD-REDUCED-INT > FDP-ACCRUED-INTEREST
             MOVE FDP-ACCRUED-INTEREST
                                      TO WS-FD-REDUCED-INT
          END-IF.

          COMPUTE FDP-FORFEIT-AMOUNT =
                  FDP-ACCRUED-INTEREST - WS-FD-REDUCED-INT.
          MOVE WS-FD-REDUCED-INT      TO FDP-ACCRUED-INTEREST.
          COMPUTE WS-FD-FORFEIT-WHOLE ROUNDED = FDP-FORFEIT-AMOUNT.

          COMPUTE WS-FD-PAYOUT ROUNDED =
                  FDP-PRINCIPAL + FDP-ACCRUED-INTEREST.
          COMPUTE WS-FD-WHT-AMT ROUNDED =
                  FDP-ACCRUED-INTEREST * WS-WHT-RATE / 100.
          COMPUTE WS-FD-NET-PAYOUT =
                  WS-FD-PAYOUT - WS-FD-WHT-AMT.
          MOVE WS-FD-WHT-AMT          TO FDP-WHT-AMOUNT.

          PERFORM YE010-CREDIT-CUSTOMER-BALANCE.
          PERFORM YG020-WRITE-BREAK-HISTORY.
          IF WS-FD-FORFEIT-WHOLE > ZERO
             PERFORM YG030-WRITE-FORFEIT-HISTORY
          END-IF.
          IF WS-FD-WHT-AMT > ZERO
             PERFORM YE030-WRITE-WITHHOLDING-HISTORY
          END-IF.
          PERFORM YG040-WRITE-BREAK-ACCRUALS.

          ADD 1                       TO WS-DEPOSITS-BROKEN.

          MOVE "B"                    TO FDP-STATUS.
          MOVE WS-RUN-DATE-NUM        TO FDP-LAST-ACCRUAL-DATE.
          REWRITE FIXDEPFL-REC.

          DISPLAY "==> FIXED DEPOSIT BROKEN, CUST-ID: "
                  FDP-CUST-ID " SEQ: " FDP-DEP-SEQ
                  " PAID: " WS-FD-NET-PAYOUT
                  " FORFEIT: " FDP-FORFEIT-AMOUNT.

      ******************************************************************
      * Section for appending the break payout's history record, gross
      * of withholding tax, under the FD BROKEN disposition. Like a
      * maturity it is the master's own movement and carries a zero
      * transaction ID; the FDBreak transaction that asked for it is
      * on history under its own ID from the logger.
      ******************************************************************
       YG020-WRITE-BREAK-HISTORY       SECTION.

          MOVE ZERO                   TO H-TRAN-ID.
          MOVE WS-RUN-DATE-NUM        TO H-TRAN-DATE.
          MOVE FDP-CUST-ID            TO H-CUST-ID.
          MOVE "FDBreakPayout"        TO H-TYPE.
          MOVE WS-FD-PAYOUT           TO H-AMOUNT.
          MOVE ZERO                   TO H-LOAN-AMT.
          MOVE WS-FD-BREAK-RATE-USED  TO H-INTEREST-RATE.
          MOVE "FD BROKEN"            TO H-DISPOSITION.
          MOVE WS-RUN-DATE-DISPLAY    TO H-RUN-DATE.

          WRITE HISTORYFL-REC.

      ******************************************************************
      * Section for appending the interest forfeited on the break as
      * its own history record. It moves no money in the account -
      * the interest was accrued on the deposit, never paid - so the
      * statement shows it for the customer's information only.
      ******************************************************************
       YG030-WRITE-FORFEIT-HISTORY     SECTION.

          MOVE ZERO                   TO H-TRAN-ID.
          MOVE WS-RUN-DATE-NUM        TO H-TRAN-DATE.
          MOVE FDP-CUST-ID            TO H-CUST-ID.
          MOVE "FDForfeit"            TO H-TYPE.
          MOVE WS-FD-FORFEIT-WHOLE    TO H-AMOUNT.
          MOVE ZERO                   TO H-LOAN-AMT.
          MOVE FDP-INTEREST-RATE      TO H-INTEREST-RATE.
          MOVE "INT FORFEITED"        TO H-DISPOSITION.
          MOVE WS-RUN-DATE-DISPLAY    TO H-RUN-DATE.

          WRITE HISTORYFL-REC.

      ******************************************************************
      * Section for appending the break to the accrual file: the
      * reduced interest paid, at the break rate, and the accrued
      * interest forfeited, at the contract rate, to the cent. Both
      * carry a zero transaction ID (never deduplicated), since the
      * broken status already stops a rerun breaking the deposit
      * twice.
      ******************************************************************
       YG040-WRITE-BREAK-ACCRUALS      SECTION.

          MOVE FDP-CUST-ID             TO IR-CUST-ID.
          MOVE "FDBreakPayout"         TO IR-TYPE.
          MOVE FDP-PRINCIPAL           TO IR-PRINCIPAL-AMT.
          MOVE WS-FD-BREAK-RATE-USED   TO IR-INTEREST-RATE.
          MOVE FDP-ACCRUED-INTEREST    TO IR-ACCRUED-INTEREST.
          MOVE WS-RUN-DATE-NUM         TO IR-ACCRUAL-DATE.
          MOVE ZERO                    TO IR-TRAN-ID.

          WRITE INTEREST-REC.

          IF FDP-FORFEIT-AMOUNT > ZERO
             MOVE "FDForfeit"          TO IR-TYPE
             MOVE FDP-INTEREST-RATE    TO IR-INTEREST-RATE
             MOVE FDP-FORFEIT-AMOUNT   TO IR-ACCRUED-INTEREST
             WRITE INTEREST-REC
          END-IF.
