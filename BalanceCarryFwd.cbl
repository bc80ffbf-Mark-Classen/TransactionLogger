      ******************************************************************
       01  WS-CURR-CUST-ID             PIC 9(13).
       01  WS-PREV-TRAN-ID             PIC 9(13)      VALUE ZERO.
       01  WS-PREV-TRAN-DATE           PIC 9(08)      VALUE ZERO.
       01  WS-PREV-DISPOSITION         PIC X(15)      VALUE SPACES.
       01  WS-RUNNING-BALANCE          PIC S9(12)     VALUE ZERO.
       01  WS-PRIOR-CUTOFF             PIC 9(08)      VALUE ZERO.
       01  WS-SNAPSHOT-COUNT           PIC 9(07)      VALUE ZERO.

              SORT HISTSORT
                  ON ASCENDING KEY SH-CUST-ID SH-TRAN-DATE SH-TRAN-ID
                  WITH DUPLICATES IN ORDER
                  USING HISTORYFL
                  OUTPUT PROCEDURE YB000-BUILD-SNAPSHOTS


          MOVE ZERO                   TO WS-RUNNING-BALANCE
                                          WS-PRIOR-CUTOFF
                                          WS-PREV-TRAN-ID
                                          WS-PREV-TRAN-DATE.
          MOVE SPACES                 TO WS-PREV-DISPOSITION.

          PERFORM YC020-PASS-ONE-PRIOR
            UNTIL CARRYIN-AT-EOF
      * that moved no money are passed over, records the prior
      * snapshot already covers are passed over, records after the
      * period end wait for the next close, and a repeated
      * transaction ID with the same date and disposition is a
      * restart's duplicate
      ******************************************************************
       YD000-APPLY-HIST-RECORD         SECTION.

          EVALUATE TRUE
              WHEN SH-TRAN-ID NOT = ZERO
                   AND SH-TRAN-ID = WS-PREV-TRAN-ID
                   AND SH-TRAN-DATE = WS-PREV-TRAN-DATE
                   AND SH-DISPOSITION = WS-PREV-DISPOSITION
                  CONTINUE
              WHEN SH-DISPOSITION = "ORPHANED"
              WHEN SH-DISPOSITION = "NSF REJECTED"
              WHEN SH-DISPOSITION = "HELD"
              WHEN SH-DISPOSITION = "REVERSED"
                  CONTINUE
              WHEN SH-TRAN-DATE NOT > WS-PRIOR-CUTOFF
                  CONTINUE
                      WHEN "FDMaturity"
                          ADD SH-AMOUNT
                                       TO WS-RUNNING-BALANCE
                      WHEN "FDBreakPayout"
                          ADD SH-AMOUNT
                                       TO WS-RUNNING-BALANCE
                      WHEN "Transfer"
                          SUBTRACT SH-AMOUNT
                                       FROM WS-RUNNING-BALANCE
                      WHEN "TransferIn"
                          ADD SH-AMOUNT
                                       TO WS-RUNNING-BALANCE
                      WHEN "LoanPayment"
                          IF SH-LOAN-AMT NUMERIC
                             SUBTRACT SH-LOAN-AMT
                                       FROM WS-RUNNING-BALANCE
                          END-IF
                      WHEN "RevDeposit"
                          SUBTRACT SH-AMOUNT
                                       FROM WS-RUNNING-BALANCE
                      WHEN "RevWithdrawal"
                          ADD SH-AMOUNT
                                       TO WS-RUNNING-BALANCE
                      WHEN "RevLoan"
                          SUBTRACT SH-LOAN-AMT
                                       FROM WS-RUNNING-BALANCE
                      WHEN "RevLoanPayment"
                          IF SH-LOAN-AMT NUMERIC
                             ADD SH-LOAN-AMT
                                       TO WS-RUNNING-BALANCE
                          END-IF
                      WHEN "RevTransfer"
                          ADD SH-AMOUNT
                                       TO WS-RUNNING-BALANCE
                      WHEN "RevTransferIn"
                          SUBTRACT SH-AMOUNT
                                       FROM WS-RUNNING-BALANCE
                      WHEN "NSFFee"
                          SUBTRACT SH-AMOUNT
                                       FROM WS-RUNNING-BALANCE
                      WHEN "MaintFee"
                          SUBTRACT SH-AMOUNT
                                       FROM WS-RUNNING-BALANCE
                      WHEN "FDWithholding"
                          SUBTRACT SH-AMOUNT
                                       FROM WS-RUNNING-BALANCE
                  END-EVALUATE
          END-EVALUATE

          MOVE SH-TRAN-ID             TO WS-PREV-TRAN-ID.
          MOVE SH-TRAN-DATE           TO WS-PREV-TRAN-DATE.
          MOVE SH-DISPOSITION         TO WS-PREV-DISPOSITION.

          PERFORM ZA000-RETURN-HISTSORT.

