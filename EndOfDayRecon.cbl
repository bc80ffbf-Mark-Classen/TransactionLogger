       01  WS-HIST-LPAY-AMOUNT         PIC 9(12)      VALUE ZERO.
       01  WS-HIST-XFR-COUNT           PIC 9(07)      VALUE ZERO.
       01  WS-HIST-XFR-AMOUNT          PIC 9(12)      VALUE ZERO.
       01  WS-HIST-REV-COUNT           PIC 9(07)      VALUE ZERO.
       01  WS-HIST-REV-AMOUNT          PIC 9(12)      VALUE ZERO.

      ******************************************************************
      * What the outputs themselves say
       01  WS-GL-LPAY-AMOUNT           PIC 9(12)      VALUE ZERO.
       01  WS-GL-XFR-COUNT             PIC 9(07)      VALUE ZERO.
       01  WS-GL-XFR-AMOUNT            PIC 9(12)      VALUE ZERO.
       01  WS-GL-REV-COUNT             PIC 9(07)      VALUE ZERO.
       01  WS-GL-REV-AMOUNT            PIC 9(12)      VALUE ZERO.
       01  WS-ORPHAN-NOCUST-COUNT      PIC 9(07)      VALUE ZERO.
       01  WS-LEXC-FILE-COUNT          PIC 9(07)      VALUE ZERO.
       01  WS-SUSP-FILE-COUNT          PIC 9(07)      VALUE ZERO.
           05 WS-CY-LOGGER             PIC X(01).
           05 WS-CY-INTEREST           PIC X(01).
           05 WS-CY-RECON              PIC X(01).
           05 WS-CY-FEE                PIC X(01).
           05 WS-CY-CHGOFF             PIC X(01).

       01  WS-RECON-HEADING.
           05 FILLER                   PIC X(30)      VALUE
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
          MOVE WS-CY-INTEREST         TO CY-INTEREST-DONE.
          MOVE "Y"                    TO CY-RECON-DONE.
          MOVE WS-CY-FEE              TO CY-FEE-DONE.
          MOVE WS-CY-CHGOFF           TO CY-CHGOFF-DONE.
          WRITE CYCLEFL-REC.
          CLOSE CYCLEFL.

      ******************************************************************
      * Section for tallying today's history records back from the
      * sort by type and disposition, skipping the repeats of any
      * nonzero H-TRAN-ID a restart re-appended. Seven dispositions are
      * discarded ahead of the repeat check, so they can neither be
      * tallied nor swallow the record that shares their ID:
      *  - FD MATURED, FD BROKEN, INT FORFEITED and TAX WITHHELD are
      *    INTEREST_POSTING's own movements from the fixed-deposit
      *    master, not the logger's input records, so they stay out
      *    of the logger's proofs (the FDBreak that asked for a break
      *    is the logger's, and is tallied as logged);
      *  - TRANSFER IN is the counterparty side of a Transfer pair,
      *    which entered the logger as one input record tallied under
      *    its Transfer disposition - and it carries that record's
      *    H-TRAN-ID, so letting it through would deduplicate the
      *    real Transfer record away;
      *  - REVERSED is the marker a logged Reversal writes under the
      *    original's H-TRAN-ID. It moves no money, and the Reversal
      *    that wrote it is tallied under its own ID and Rev type;
      *  - FEE CHARGED is FEE_ENGINE's charge against the balance or
      *    loan master, not one of the logger's input records.
      ******************************************************************
       YB000-TALLY-HISTORY             SECTION.

          PERFORM UNTIL HIST-AT-EOF
              IF NOT H-IS-TRANSFER-IN
                 AND NOT H-IS-FD-MATURED
                 AND NOT H-IS-FD-BROKEN
                 AND NOT H-IS-INT-FORFEITED
                 AND NOT H-IS-TAX-WITHHELD
                 AND NOT H-IS-REVERSED
                 AND NOT H-IS-FEE-CHARGED
                 IF H-TRAN-ID = ZERO
                    OR H-TRAN-ID NOT = WS-PREV-HIST-TRAN-ID
                    PERFORM YB010-TALLY-ONE-RECORD
                      WHEN "Transfer"
                          ADD 1        TO WS-HIST-XFR-COUNT
                          ADD H-AMOUNT TO WS-HIST-XFR-AMOUNT
      *>              A Loan reversal takes back the disbursed amount,
      *>              which is what its contra GL record books.
                      WHEN "RevLoan"
                          ADD 1        TO WS-HIST-REV-COUNT
                          ADD H-LOAN-AMT
                                       TO WS-HIST-REV-AMOUNT
                      WHEN "RevDeposit"
                      WHEN "RevWithdrawal"
                      WHEN "RevLoanPayment"
                      WHEN "RevTransfer"
                          ADD 1        TO WS-HIST-REV-COUNT
                          ADD H-AMOUNT TO WS-HIST-REV-AMOUNT
                  END-EVALUATE
          END-EVALUATE.

                  WHEN "Transfer"
                      ADD GL-RECORD-COUNT TO WS-GL-XFR-COUNT
                      ADD GL-AMOUNT       TO WS-GL-XFR-AMOUNT
                  WHEN "RevDeposit"
                  WHEN "RevWithdrawal"
                  WHEN "RevLoan"
                  WHEN "RevLoanPayment"
                  WHEN "RevTransfer"
                      ADD GL-RECORD-COUNT TO WS-GL-REV-COUNT
                      ADD GL-AMOUNT       TO WS-GL-REV-AMOUNT
              END-EVALUATE
              PERFORM ZC000-READ-GLFEEDFL
          END-PERFORM.
                                      TO PL-LABEL.
          PERFORM YF010-WRITE-PROOF.

          MOVE WS-HIST-REV-AMOUNT     TO WS-EXPECTED.
          MOVE WS-GL-REV-AMOUNT       TO WS-ACTUAL.
          MOVE "REVERSAL TOTAL = GL REVERSAL AMOUNT"
                                      TO PL-LABEL.
          PERFORM YF010-WRITE-PROOF.

          MOVE WS-HIST-REV-COUNT      TO WS-EXPECTED.
          MOVE WS-GL-REV-COUNT        TO WS-ACTUAL.
          MOVE "REVERSAL COUNT = GL REVERSAL COUNT"
                                      TO PL-LABEL.
          PERFORM YF010-WRITE-PROOF.

          MOVE WS-HIST-ORPHAN-COUNT   TO WS-EXPECTED.
          MOVE WS-ORPHAN-NOCUST-COUNT TO WS-ACTUAL.
          MOVE "ORPHANS = ORPHAN FILE NO-CUST RECORDS"
