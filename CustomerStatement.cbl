      * LOAN EXCEPTION (logged, pending underwriting). ORPHANED, NSF
      * REJECTED and HELD records never moved money. A restart can
      * re-append the in-flight group's history records, so a record
      * whose SH-TRAN-ID, SH-TRAN-DATE and SH-DISPOSITION all repeat
      * the one just applied (duplicates are adjacent in the sorted
      * stream) is skipped. A resubmission posted under its failed
      * original's ID, or a REVERSED marker carrying the reversed
      * transaction's ID, differs in date or disposition and is kept;
      * the sort keeps equal keys in file order, so an original always
      * comes before its later marker.
      ******************************************************************
       01  WS-CURR-CUST-ID             PIC 9(13).
       01  WS-PREV-TRAN-ID             PIC 9(13)      VALUE ZERO.
       01  WS-PREV-TRAN-DATE           PIC 9(08)      VALUE ZERO.
       01  WS-PREV-DISPOSITION         PIC X(15)      VALUE SPACES.
      *> The date the customer's carryforward snapshot closed
      *> through; history records on or before it are already inside
      *> the snapshot balance and must not apply twice. Zero means no
       01  WS-CLOSING-BALANCE          PIC S9(12)     VALUE ZERO.
       01  WS-PERIOD-TXN-COUNT         PIC 9(05)      VALUE ZERO.
       01  WS-INTEREST-ACCRUED         PIC 9(10)V99   VALUE ZERO.
       01  WS-INTEREST-FORFEITED       PIC 9(10)V99   VALUE ZERO.
       01  WS-STMT-COUNT               PIC 9(07)      VALUE ZERO.
       01  WS-HEADER-DONE              PIC X          VALUE "N".
           88 WS-IS-HEADER-DONE                       VALUE "Y".

           SORT HISTSORT
               ON ASCENDING KEY SH-CUST-ID SH-TRAN-DATE SH-TRAN-ID
               WITH DUPLICATES IN ORDER
               USING HISTORYFL
               OUTPUT PROCEDURE YB000-PRODUCE-STATEMENTS.

                                          WS-CLOSING-BALANCE
                                          WS-PERIOD-TXN-COUNT
                                          WS-INTEREST-ACCRUED
                                          WS-INTEREST-FORFEITED
                                          WS-PREV-TRAN-ID
                                          WS-PREV-TRAN-DATE
                                          WS-CF-CUTOFF.
          MOVE SPACES                 TO WS-PREV-DISPOSITION.
          MOVE "N"                    TO WS-HEADER-DONE.

      *>  The snapshot stream is in customer sequence like the
          EVALUATE TRUE
              WHEN SH-TRAN-ID NOT = ZERO
                   AND SH-TRAN-ID = WS-PREV-TRAN-ID
                   AND SH-TRAN-DATE = WS-PREV-TRAN-DATE
                   AND SH-DISPOSITION = WS-PREV-DISPOSITION
                  CONTINUE
              WHEN SH-DISPOSITION = "ORPHANED"
                  CONTINUE
              WHEN SH-TRAN-DATE < WS-PERIOD-START
                  IF SH-DISPOSITION NOT = "NSF REJECTED"
                     AND SH-DISPOSITION NOT = "HELD"
                     AND SH-DISPOSITION NOT = "REVERSED"
                     PERFORM YD010-APPLY-TO-OPENING
                  END-IF
              WHEN SH-TRAN-DATE > WS-PERIOD-END
          END-EVALUATE

          MOVE SH-TRAN-ID             TO WS-PREV-TRAN-ID.
          MOVE SH-TRAN-DATE           TO WS-PREV-TRAN-DATE.
          MOVE SH-DISPOSITION         TO WS-PREV-DISPOSITION.

          PERFORM ZC000-RETURN-HISTSORT.

                  ADD SH-LOAN-AMT      TO WS-OPENING-BALANCE
              WHEN "FDMaturity"
                  ADD SH-AMOUNT        TO WS-OPENING-BALANCE
              WHEN "FDBreakPayout"
                  ADD SH-AMOUNT        TO WS-OPENING-BALANCE
              WHEN "Transfer"
                  SUBTRACT SH-AMOUNT   FROM WS-OPENING-BALANCE
              WHEN "TransferIn"
                  ADD SH-AMOUNT        TO WS-OPENING-BALANCE
      *>      A LoanPayment takes from the account only the part drawn
      *>      from it (SH-LOAN-AMT, zero when paid in at the counter).
              WHEN "LoanPayment"
                  IF SH-LOAN-AMT NUMERIC
                     SUBTRACT SH-LOAN-AMT
                                       FROM WS-OPENING-BALANCE
                  END-IF
      *>      A Reversal moves the money back the way its original
      *>      came.
              WHEN "RevDeposit"
                  SUBTRACT SH-AMOUNT   FROM WS-OPENING-BALANCE
              WHEN "RevWithdrawal"
                  ADD SH-AMOUNT        TO WS-OPENING-BALANCE
              WHEN "RevLoan"
                  SUBTRACT SH-LOAN-AMT FROM WS-OPENING-BALANCE
              WHEN "RevLoanPayment"
                  IF SH-LOAN-AMT NUMERIC
                     ADD SH-LOAN-AMT   TO WS-OPENING-BALANCE
                  END-IF
              WHEN "RevTransfer"
                  ADD SH-AMOUNT        TO WS-OPENING-BALANCE
              WHEN "RevTransferIn"
                  SUBTRACT SH-AMOUNT   FROM WS-OPENING-BALANCE
      *>      NSF and maintenance fees come out of the balance; a late
      *>      fee is added to the loan, not taken from the account.
              WHEN "NSFFee"
                  SUBTRACT SH-AMOUNT   FROM WS-OPENING-BALANCE
              WHEN "MaintFee"
                  SUBTRACT SH-AMOUNT   FROM WS-OPENING-BALANCE
      *>      Tax withheld comes out of the maturity payout credited
      *>      above it.
              WHEN "FDWithholding"
                  SUBTRACT SH-AMOUNT   FROM WS-OPENING-BALANCE
          END-EVALUATE.

      ******************************************************************
      * Section for printing one statement period detail line and
      * rolling countable records into the period activity. An NSF
      * rejection prints for the customer's information but moves no
      * money; so does the REVERSED marker against a reversed
      * original, the Reversal itself carrying the money back. A late
      * fee prints for the customer's information but was added to
      * the loan, so it leaves the account balance alone, and so does
      * the interest forfeited on a deposit broken early, which was
      * accrued on the deposit but never paid.
      ******************************************************************
       YD020-PRINT-PERIOD-DETAIL       SECTION.

             MOVE SPACES              TO WS-STMT-DETAIL-LINE
             MOVE SH-TRAN-DATE        TO SD-TRAN-DATE
             MOVE SH-TYPE             TO SD-TYPE
             IF SH-TYPE = "Loan" OR SH-TYPE = "RevLoan"
                MOVE SH-LOAN-AMT      TO SD-AMOUNT
             ELSE
                MOVE SH-AMOUNT        TO SD-AMOUNT
                     MOVE "UNDER REVIEW"   TO SD-NOTE
                 WHEN "FD MATURED"
                     MOVE "FD MATURED"     TO SD-NOTE
                 WHEN "TAX WITHHELD"
                     MOVE "TAX WITHHELD"   TO SD-NOTE
                 WHEN "FD BROKEN"
                     MOVE "FD BROKEN"      TO SD-NOTE
                 WHEN "INT FORFEITED"
                     MOVE "NOT PAID"       TO SD-NOTE
                 WHEN "TRANSFER IN"
                     MOVE "TRANSFER IN"    TO SD-NOTE
                 WHEN "REVERSED"
                     MOVE "REVERSED"       TO SD-NOTE
                 WHEN "FEE CHARGED"
                     IF SH-TYPE = "LateFee"
                        MOVE "ADDED TO LOAN"
                                           TO SD-NOTE
                     ELSE
                        MOVE "FEE CHARGED" TO SD-NOTE
                     END-IF
             END-EVALUATE
             WRITE STMT-REC           FROM WS-STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          IF SH-DISPOSITION NOT = "NSF REJECTED"
             AND SH-DISPOSITION NOT = "HELD"
             AND SH-DISPOSITION NOT = "REVERSED"
             ADD 1                    TO WS-PERIOD-TXN-COUNT
             EVALUATE SH-TYPE
                 WHEN "Deposit"
                     ADD SH-LOAN-AMT  TO WS-CLOSING-BALANCE
                 WHEN "FDMaturity"
                     ADD SH-AMOUNT    TO WS-CLOSING-BALANCE
                 WHEN "FDBreakPayout"
                     ADD SH-AMOUNT    TO WS-CLOSING-BALANCE
                 WHEN "Transfer"
                     SUBTRACT SH-AMOUNT
                                      FROM WS-CLOSING-BALANCE
                 WHEN "TransferIn"
                     ADD SH-AMOUNT    TO WS-CLOSING-BALANCE
                 WHEN "LoanPayment"
                     IF SH-LOAN-AMT NUMERIC
                        SUBTRACT SH-LOAN-AMT
                                      FROM WS-CLOSING-BALANCE
                     END-IF
                 WHEN "RevDeposit"
                     SUBTRACT SH-AMOUNT
                                      FROM WS-CLOSING-BALANCE
                 WHEN "RevWithdrawal"
                     ADD SH-AMOUNT    TO WS-CLOSING-BALANCE
                 WHEN "RevLoan"
                     SUBTRACT SH-LOAN-AMT
                                      FROM WS-CLOSING-BALANCE
                 WHEN "RevLoanPayment"
                     IF SH-LOAN-AMT NUMERIC
                        ADD SH-LOAN-AMT
                                      TO WS-CLOSING-BALANCE
                     END-IF
                 WHEN "RevTransfer"
                     ADD SH-AMOUNT    TO WS-CLOSING-BALANCE
                 WHEN "RevTransferIn"
                     SUBTRACT SH-AMOUNT
                                      FROM WS-CLOSING-BALANCE
                 WHEN "NSFFee"
                     SUBTRACT SH-AMOUNT
                                      FROM WS-CLOSING-BALANCE
                 WHEN "MaintFee"
                     SUBTRACT SH-AMOUNT
                                      FROM WS-CLOSING-BALANCE
                 WHEN "FDWithholding"
                     SUBTRACT SH-AMOUNT
                                      FROM WS-CLOSING-BALANCE
             END-EVALUATE
          END-IF.


          IF WS-IS-CUST-FOUND
             AND (WS-PERIOD-TXN-COUNT > ZERO
                  OR WS-INTEREST-ACCRUED > ZERO
                  OR WS-INTEREST-FORFEITED > ZERO)

             IF NOT WS-IS-HEADER-DONE
                PERFORM YD030-PRINT-STMT-HEADER
             WRITE STMT-REC           FROM WS-STMT-INTEREST-LINE
               AFTER ADVANCING 1 LINE

             IF WS-INTEREST-FORFEITED > ZERO
                MOVE "INTEREST FORFEITED"
                                      TO SI-LABEL
                MOVE WS-INTEREST-FORFEITED
                                      TO SI-AMOUNT
                WRITE STMT-REC        FROM WS-STMT-INTEREST-LINE
                  AFTER ADVANCING 1 LINE
             END-IF

             MOVE SPACES              TO WS-STMT-MONEY-LINE
             MOVE "CLOSING BALANCE"   TO SM-LABEL
             MOVE WS-CLOSING-BALANCE  TO SM-AMOUNT
      * same-date rerun appended, and is skipped; loan accruals carry
      * a zero ID (never deduplicated) because the loan master's
      * last-accrual date already stops same-date repeats at source.
      * Interest forfeited when a deposit was broken early is totalled
      * apart, to print under the interest accrued; the reduced
      * interest the break paid was already accrued day by day and is
      * not counted again.
      ******************************************************************
       YF000-SUM-PERIOD-ACCRUALS       SECTION.

                 ELSE
                    IF AS-ACCRUAL-DATE NOT < WS-PERIOD-START
                       AND AS-ACCRUAL-DATE NOT > WS-PERIOD-END
                       EVALUATE AS-TYPE
                           WHEN "FDForfeit"
                               ADD AS-ACCRUED-INTEREST
                                      TO WS-INTEREST-FORFEITED
                           WHEN "FDBreakPayout"
                               CONTINUE
                           WHEN OTHER
                               ADD AS-ACCRUED-INTEREST
                                      TO WS-INTEREST-ACCRUED
                       END-EVALUATE
                    END-IF
                 END-IF
                 MOVE AS-TRAN-ID      TO WS-PREV-ACCR-TRAN-ID
