           SELECT OPTIONAL BRANCH3FL   ASSIGN TO "BranchTxns03.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   The day's standing-order executions, written by
      *>   STANDING_ORDER_GEN and edited like any branch's file under
      *>   the reserved standing-order branch code.
           SELECT OPTIONAL STANDORDFL  ASSIGN TO "StandingOrderTxns.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   The day's repaired exceptions, written by EXCEPTION_RESUBMIT
      *>   under their original branch code and transaction ID.
           SELECT OPTIONAL RESUBMITFL  ASSIGN TO "ResubmitTxns.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALIDFL              ASSIGN TO "TxnValidated.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           RECORD KEY    IS CUST-ID
           FILE STATUS   IS WS-CUST-STATUS.

      *>   Read-only reference for the FDBreak edit: only an open
      *>   deposit can be broken.
           SELECT FIXDEPFL             ASSIGN TO "FixedDepMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS FDP-KEY
           FILE STATUS   IS WS-FIXDEP-STATUS.

      *>   Read-only reference for the Reversal edit: the original
      *>   must be on history as logged, and not already reversed.
           SELECT OPTIONAL HISTORYFL   ASSIGN TO "TxnHistory.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EDITERRFL            ASSIGN TO "TxnEditErrors.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  BRANCH3FL.
       01  BRANCH3-REC                 PIC X(117).

       FD  STANDORDFL.
       01  STANDORD-REC                PIC X(117).

       FD  RESUBMITFL.
       01  RESUBMIT-REC                PIC X(117).

       FD  VALIDFL.
       01  VALIDATED-REC               PIC X(117).

       FD  CUSTOMERFL.
           COPY CUSTREC.

       FD  FIXDEPFL.
           COPY FDEPREC.

       FD  HISTORYFL.
           COPY HISTREC.

       FD  EDITERRFL.
       01  EDITERR-REC.
           05 EE-RECORD-IMAGE          PIC X(117).
       01  WS-CUST-STATUS              PIC XX.
       01  WS-CUST-AVAILABLE           PIC X          VALUE "N".
           88 WS-IS-CUST-AVAILABLE                    VALUE "Y".
       01  WS-FIXDEP-STATUS            PIC XX.
       01  WS-FIXDEP-AVAILABLE         PIC X          VALUE "N".
           88 WS-IS-FIXDEP-AVAILABLE                  VALUE "Y".

       01  WS-RECORDS-READ             PIC 9(07)      VALUE ZERO.
       01  WS-RECORDS-PASSED           PIC 9(07)      VALUE ZERO.
       01  WS-RECORDS-REJECTED         PIC 9(07)      VALUE ZERO.
       01  WS-BRANCH-READ-COUNT        PIC 9(07)      VALUE ZERO.

      ******************************************************************
      * Reversal edit work areas. History is scanned once per
      * Reversal for the original's logged record, its REVERSED
      * marker if a past run already undid it, and for a Transfer the
      * TRANSFER IN record naming the counterparty that was credited.
      * Originals reversed earlier in this same run are remembered so
      * a second Reversal of one original in the day's input is
      * rejected too.
      ******************************************************************
       01  WS-HIST-EOF                 PIC X          VALUE "N".
           88 HIST-AT-EOF                             VALUE "Y".
       01  WS-ORIG-FOUND               PIC X          VALUE "N".
           88 WS-IS-ORIG-FOUND                        VALUE "Y".
       01  WS-ORIG-REVERSED            PIC X          VALUE "N".
           88 WS-IS-ORIG-REVERSED                     VALUE "Y".
       01  WS-ORIG-CUST-ID             PIC 9(13).
       01  WS-ORIG-TYPE                PIC X(15).
       01  WS-ORIG-AMOUNT              PIC 9(10).
       01  WS-ORIG-LOAN-AMT            PIC 9(10).
       01  WS-ORIG-INTEREST-RATE       PIC 9(3)V99.
       01  WS-ORIG-CPTY-ID             PIC 9(13).

       01  WS-RUN-REV-MAX              PIC 9(03)      VALUE 500.
       01  WS-RUN-REV-COUNT            PIC 9(03)      VALUE ZERO.
       01  WS-RUN-REV-IX               PIC 9(03).
       01  WS-RUN-REV-TABLE.
           05 WS-RUN-REV-TRAN-ID       PIC 9(13)
                                       OCCURS 500 TIMES.

      ******************************************************************
      * FDBreak edit work areas. Deposits already broken by an
      * earlier record of this same run are remembered, since the
      * master still shows them open until INTEREST_POSTING pays them
      * out, so a second break of one deposit in the day's input is
      * rejected too.
      ******************************************************************
       01  WS-RUN-BRK-MAX              PIC 9(03)      VALUE 500.
       01  WS-RUN-BRK-COUNT            PIC 9(03)      VALUE ZERO.
       01  WS-RUN-BRK-IX               PIC 9(03).
       01  WS-RUN-BRK-TABLE.
           05 WS-RUN-BRK-KEY           PIC 9(16)
                                       OCCURS 500 TIMES.
       01  WS-BRK-KEY.
           05 WS-BRK-CUST-ID           PIC 9(13).
           05 WS-BRK-DEP-SEQ           PIC 9(03).
       01  WS-BRK-KEY-N REDEFINES WS-BRK-KEY
                                       PIC 9(16).

      ******************************************************************
      * Transaction identification. A branch that does not yet stamp
      * T-TRAN-DATE/T-TRAN-ID sends them as zero; the edit defaults
           05 WS-CY-LOGGER             PIC X(01).
           05 WS-CY-INTEREST           PIC X(01).
           05 WS-CY-RECON              PIC X(01).
           05 WS-CY-FEE                PIC X(01).
           05 WS-CY-CHGOFF             PIC X(01).
       01  WS-ASSIGNED-TRAN-ID.
           05 ATI-DATE                 PIC 9(08).
           05 ATI-SEQ                  PIC 9(05).
           IF WS-IS-CUST-AVAILABLE
              CLOSE CUSTOMERFL
           END-IF.
           IF WS-IS-FIXDEP-AVAILABLE
              CLOSE FIXDEPFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.
             DISPLAY "==> TRANSFER COUNTERPARTIES NOT VERIFIED"
          END-IF.

      *> With the deposit master unavailable no deposit can be shown
      *> to be open, so every FDBreak is rejected back to its branch.
          OPEN INPUT                  FIXDEPFL.
          IF WS-FIXDEP-STATUS = "00"
             MOVE "Y"                 TO WS-FIXDEP-AVAILABLE
          ELSE
             DISPLAY "==> UNABLE TO OPEN FixedDepMaster.DAT, STATUS: "
                     WS-FIXDEP-STATUS
             DISPLAY "==> FIXED-DEPOSIT BREAKS REJECTED THIS RUN"
          END-IF.

          MOVE WS-RUN-DATE-NUM        TO ATI-DATE.
          MOVE ZERO                   TO ATI-SEQ.

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
          MOVE "Y"                    TO CY-EDIT-DONE.
          MOVE "N"                    TO CY-LOGGER-DONE
                                          CY-INTEREST-DONE
                                          CY-RECON-DONE
                                          CY-FEE-DONE
                                          CY-CHGOFF-DONE.
          WRITE CYCLEFL-REC.
          CLOSE CYCLEFL.

      ******************************************************************
      * Section for feeding the sort: each branch file, then the
      * standing-order file, then the resubmission file, is read in
      * turn, stamped with its branch code, edited, and either
      * released to the sort or rejected to the error report
      ******************************************************************
          PERFORM YA100-PROCESS-BRANCH-1.
          PERFORM YA200-PROCESS-BRANCH-2.
          PERFORM YA300-PROCESS-BRANCH-3.
          PERFORM YA400-PROCESS-STANDING-ORDERS.
          PERFORM YA500-PROCESS-RESUBMISSIONS.

      ******************************************************************
      * Section for reading branch 01's file end to end
             PERFORM YB000-EDIT-AND-RELEASE
          END-READ.

      ******************************************************************
      * Section for reading the standing-order file end to end
      ******************************************************************
       YA400-PROCESS-STANDING-ORDERS   SECTION.

          MOVE "N"                    TO WS-BRANCH-EOF.
          MOVE ZERO                   TO WS-BRANCH-READ-COUNT.
          OPEN INPUT                  STANDORDFL.

          PERFORM YA410-EDIT-ONE-STANDORD-REC
            UNTIL BRANCH-AT-EOF.

          CLOSE STANDORDFL.
          DISPLAY "==> STANDING ORDER RECORDS READ: "
                  WS-BRANCH-READ-COUNT.

       YA410-EDIT-ONE-STANDORD-REC     SECTION.

          READ STANDORDFL
            AT END
             MOVE "Y"                 TO WS-BRANCH-EOF
            NOT AT END
             MOVE STANDORD-REC        TO TRANSACTIONFL-REC
             MOVE "900"               TO T-BRANCH-CODE
             PERFORM YB000-EDIT-AND-RELEASE
          END-READ.

      ******************************************************************
      * Section for reading the resubmission file end to end. A
      * resubmitted record keeps the branch code it first came in
      * under, so it reports against its own branch again.
      ******************************************************************
       YA500-PROCESS-RESUBMISSIONS     SECTION.

          MOVE "N"                    TO WS-BRANCH-EOF.
          MOVE ZERO                   TO WS-BRANCH-READ-COUNT.
          OPEN INPUT                  RESUBMITFL.

          PERFORM YA510-EDIT-ONE-RESUBMIT-REC
            UNTIL BRANCH-AT-EOF.

          CLOSE RESUBMITFL.
          DISPLAY "==> RESUBMITTED RECORDS READ: "
                  WS-BRANCH-READ-COUNT.

       YA510-EDIT-ONE-RESUBMIT-REC     SECTION.

          READ RESUBMITFL
            AT END
             MOVE "Y"                 TO WS-BRANCH-EOF
            NOT AT END
             MOVE RESUBMIT-REC        TO TRANSACTIONFL-REC
             PERFORM YB000-EDIT-AND-RELEASE
          END-READ.

      ******************************************************************
      * Section for editing the record now in TRANSACTIONFL-REC and
      * either releasing it to the branch-merge sort or rejecting it
          MOVE "N"                    TO WS-EDIT-FAILED.
          MOVE SPACES                 TO WS-EDIT-REASON.

      *> T-LOAN-AMT on a LoanPayment is the part drawn from the
      *> customer's own account; a branch that sends none is taking
      *> the payment in over the counter.
          IF T-TYPE = "LoanPayment"
             AND T-LOAN-AMT NOT NUMERIC
             MOVE ZERO                TO T-LOAN-AMT
          END-IF

          EVALUATE TRUE
              WHEN T-CUST-ID NOT NUMERIC
                  MOVE "Y"             TO WS-EDIT-FAILED
                                       TO WS-EDIT-REASON
              WHEN T-TYPE NOT = "Deposit" AND "Withdrawal" AND "Loan"
                             AND "LoanPayment" AND "Transfer"
                             AND "Reversal" AND "FDBreak"
                  MOVE "Y"             TO WS-EDIT-FAILED
                  MOVE "INVALID T-TYPE"
                                       TO WS-EDIT-REASON
                  MOVE "Y"             TO WS-EDIT-FAILED
                  MOVE "LOAN WITH ZERO INTEREST RATE"
                                       TO WS-EDIT-REASON
              WHEN T-TYPE = "LoanPayment" AND
                   T-LOAN-AMT NOT = ZERO AND
                   T-LOAN-AMT NOT = T-AMOUNT
                  MOVE "Y"             TO WS-EDIT-FAILED
                  MOVE "ACCOUNT DEBIT NOT = T-AMOUNT"
                                       TO WS-EDIT-REASON
              WHEN T-TYPE = "Reversal" AND
                   (T-ORIG-TRAN-ID NOT NUMERIC
                    OR T-ORIG-TRAN-ID = ZERO)
                  MOVE "Y"             TO WS-EDIT-FAILED
                  MOVE "NON-NUMERIC ORIGINAL TRAN ID"
                                       TO WS-EDIT-REASON
              WHEN T-TYPE = "FDBreak" AND
                   (T-FD-DEP-SEQ NOT NUMERIC
                    OR T-FD-DEP-SEQ = ZERO)
                  MOVE "Y"             TO WS-EDIT-FAILED
                  MOVE "NON-NUMERIC DEPOSIT SEQUENCE"
                                       TO WS-EDIT-REASON
          END-EVALUATE

          IF NOT WS-IS-EDIT-FAILED
             PERFORM YB020-CHECK-COUNTERPARTY
          END-IF

          IF NOT WS-IS-EDIT-FAILED
             AND T-TYPE = "Reversal"
             PERFORM YB030-CHECK-REVERSAL-ORIGINAL
          END-IF

          IF NOT WS-IS-EDIT-FAILED
             AND T-TYPE = "FDBreak"
             PERFORM YB040-CHECK-DEPOSIT-OPEN
          END-IF

          IF WS-IS-EDIT-FAILED
             PERFORM YB010-WRITE-REJECT
          ELSE
                                      TO WS-EDIT-REASON
          END-READ.

      ******************************************************************
      * Section for the Reversal edit: the original must be on
      * history as logged for this same customer and not already
      * reversed, by an earlier run or earlier in this one. A passing
      * Reversal is stamped with the original's amounts, type and
      * (for a Transfer) counterparty, so the logger can undo it from
      * the record alone whatever the branch keyed.
      ******************************************************************
       YB030-CHECK-REVERSAL-ORIGINAL   SECTION.

          PERFORM YB031-CHECK-RUN-REVERSAL
            VARYING WS-RUN-REV-IX FROM 1 BY 1
              UNTIL WS-RUN-REV-IX > WS-RUN-REV-COUNT
                 OR WS-IS-EDIT-FAILED.

          IF NOT WS-IS-EDIT-FAILED
             PERFORM YB032-SCAN-HISTORY
             EVALUATE TRUE
                 WHEN NOT WS-IS-ORIG-FOUND
                     MOVE "Y"         TO WS-EDIT-FAILED
                     MOVE "ORIGINAL NOT LOGGED"
                                      TO WS-EDIT-REASON
                 WHEN WS-ORIG-CUST-ID NOT = T-CUST-ID
                     MOVE "Y"         TO WS-EDIT-FAILED
                     MOVE "REVERSAL CUSTOMER MISMATCH"
                                      TO WS-EDIT-REASON
                 WHEN WS-IS-ORIG-REVERSED
                     MOVE "Y"         TO WS-EDIT-FAILED
                     MOVE "ORIGINAL ALREADY REVERSED"
                                      TO WS-EDIT-REASON
                 WHEN WS-ORIG-TYPE = "Transfer"
                      AND WS-ORIG-CPTY-ID = ZERO
                     MOVE "Y"         TO WS-EDIT-FAILED
                     MOVE "TRANSFER CREDIT NOT ON HISTORY"
                                      TO WS-EDIT-REASON
                 WHEN WS-RUN-REV-COUNT NOT < WS-RUN-REV-MAX
                     MOVE "Y"         TO WS-EDIT-FAILED
                     MOVE "TOO MANY REVERSALS IN RUN"
                                      TO WS-EDIT-REASON
                 WHEN OTHER
                     PERFORM YB034-STAMP-REVERSAL
             END-EVALUATE
          END-IF.

       YB031-CHECK-RUN-REVERSAL        SECTION.

          IF WS-RUN-REV-TRAN-ID (WS-RUN-REV-IX) = T-ORIG-TRAN-ID
             MOVE "Y"                 TO WS-EDIT-FAILED
             MOVE "ORIGINAL ALREADY REVERSED"
                                      TO WS-EDIT-REASON
          END-IF.

       YB032-SCAN-HISTORY              SECTION.

          MOVE "N"                    TO WS-ORIG-FOUND
                                          WS-ORIG-REVERSED
                                          WS-HIST-EOF.
          MOVE ZERO                   TO WS-ORIG-CUST-ID
                                          WS-ORIG-CPTY-ID.
          MOVE SPACES                 TO WS-ORIG-TYPE.

          OPEN INPUT                  HISTORYFL.
          PERFORM ZA000-READ-HISTORYFL.
          PERFORM YB033-CHECK-ONE-HIST-RECORD
            UNTIL HIST-AT-EOF.
          CLOSE HISTORYFL.

       YB033-CHECK-ONE-HIST-RECORD     SECTION.

          IF H-TRAN-ID = T-ORIG-TRAN-ID
             EVALUATE TRUE
                 WHEN H-IS-REVERSED
                     MOVE "Y"         TO WS-ORIG-REVERSED
                 WHEN H-IS-TRANSFER-IN
                     MOVE H-CUST-ID   TO WS-ORIG-CPTY-ID
                 WHEN (H-IS-LOGGED OR H-IS-SUSPICIOUS)
                      AND (H-TYPE = "Deposit" OR "Withdrawal"
                           OR "Loan" OR "LoanPayment" OR "Transfer")
                     MOVE "Y"         TO WS-ORIG-FOUND
                     MOVE H-CUST-ID   TO WS-ORIG-CUST-ID
                     MOVE H-TYPE      TO WS-ORIG-TYPE
                     MOVE H-AMOUNT    TO WS-ORIG-AMOUNT
                     MOVE H-LOAN-AMT  TO WS-ORIG-LOAN-AMT
                     MOVE H-INTEREST-RATE
                                      TO WS-ORIG-INTEREST-RATE
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
          END-IF.
          PERFORM ZA000-READ-HISTORYFL.

       YB034-STAMP-REVERSAL            SECTION.

          MOVE WS-ORIG-AMOUNT         TO T-AMOUNT.
          MOVE WS-ORIG-LOAN-AMT       TO T-LOAN-AMT.
          MOVE WS-ORIG-INTEREST-RATE  TO T-INTEREST-RATE.
          MOVE ZERO                   TO T-FIXED-DEPOSIT-AMT
                                          T-ORIG-CPTY-ID.
          EVALUATE WS-ORIG-TYPE
              WHEN "Deposit"
                  MOVE "D"             TO T-ORIG-TYPE-CODE
              WHEN "Withdrawal"
                  MOVE "W"             TO T-ORIG-TYPE-CODE
              WHEN "Loan"
                  MOVE "L"             TO T-ORIG-TYPE-CODE
              WHEN "LoanPayment"
                  MOVE "P"             TO T-ORIG-TYPE-CODE
              WHEN "Transfer"
                  MOVE "T"             TO T-ORIG-TYPE-CODE
                  MOVE WS-ORIG-CPTY-ID TO T-ORIG-CPTY-ID
          END-EVALUATE.

          ADD 1                       TO WS-RUN-REV-COUNT.
          MOVE T-ORIG-TRAN-ID         TO
               WS-RUN-REV-TRAN-ID (WS-RUN-REV-COUNT).

      ******************************************************************
      * Section for the FDBreak edit: the deposit named must be on the
      * master under this customer and still open, and not already
      * broken earlier in this run. A passing FDBreak is stamped with
      * zero amounts whatever the branch keyed, so it moves no money
      * through the logger and opens no new deposit; the payout is
      * INTEREST_POSTING's, from the master.
      ******************************************************************
       YB040-CHECK-DEPOSIT-OPEN        SECTION.

          MOVE T-CUST-ID              TO WS-BRK-CUST-ID.
          MOVE T-FD-DEP-SEQ           TO WS-BRK-DEP-SEQ.

          PERFORM YB041-CHECK-RUN-BREAK
            VARYING WS-RUN-BRK-IX FROM 1 BY 1
              UNTIL WS-RUN-BRK-IX > WS-RUN-BRK-COUNT
                 OR WS-IS-EDIT-FAILED.

          IF NOT WS-IS-EDIT-FAILED
             IF WS-IS-FIXDEP-AVAILABLE
                MOVE T-CUST-ID        TO FDP-CUST-ID
                MOVE T-FD-DEP-SEQ     TO FDP-DEP-SEQ
                READ FIXDEPFL
                  INVALID KEY
                   MOVE "Y"           TO WS-EDIT-FAILED
                   MOVE "DEPOSIT NOT ON FILE"
                                      TO WS-EDIT-REASON
                  NOT INVALID KEY
                   IF NOT FDP-IS-OPEN
                      MOVE "Y"        TO WS-EDIT-FAILED
                      MOVE "DEPOSIT NOT OPEN"
                                      TO WS-EDIT-REASON
                   END-IF
                END-READ
             ELSE
                MOVE "Y"              TO WS-EDIT-FAILED
                MOVE "DEPOSIT MASTER NOT AVAILABLE"
                                      TO WS-EDIT-REASON
             END-IF
          END-IF

          IF NOT WS-IS-EDIT-FAILED
             IF WS-RUN-BRK-COUNT NOT < WS-RUN-BRK-MAX
                MOVE "Y"              TO WS-EDIT-FAILED
                MOVE "TOO MANY BREAKS IN RUN"
                                      TO WS-EDIT-REASON
             ELSE
                MOVE ZERO             TO T-AMOUNT
                                          T-LOAN-AMT
                                          T-FIXED-DEPOSIT-AMT
                                          T-INTEREST-RATE
                ADD 1                 TO WS-RUN-BRK-COUNT
                MOVE WS-BRK-KEY-N     TO
                     WS-RUN-BRK-KEY (WS-RUN-BRK-COUNT)
             END-IF
          END-IF.

       YB041-CHECK-RUN-BREAK           SECTION.

          IF WS-RUN-BRK-KEY (WS-RUN-BRK-IX) = WS-BRK-KEY-N
             MOVE "Y"                 TO WS-EDIT-FAILED
             MOVE "DEPOSIT ALREADY BROKEN IN RUN"
                                      TO WS-EDIT-REASON
          END-IF.

      ******************************************************************
      * Section for writing one rejected record, full record image
      * (branch code included) plus reason, for return to the
      * originating branch. A reject is dated and given an ID where
      * the branch sent none, like a passed record, so it can be
      * worked on the exception queue under that ID.
      ******************************************************************
       YB010-WRITE-REJECT              SECTION.

          ADD 1                       TO WS-RECORDS-REJECTED.

          IF T-TRAN-DATE NOT NUMERIC OR T-TRAN-DATE = ZERO
             MOVE WS-RUN-DATE-NUM     TO T-TRAN-DATE
          END-IF

          IF T-TRAN-ID NOT NUMERIC OR T-TRAN-ID = ZERO
             PERFORM YC020-ASSIGN-TRAN-ID
          END-IF

          MOVE SPACES                 TO EDITERR-REC.
          MOVE TRANSACTIONFL-REC      TO EE-RECORD-IMAGE.
          MOVE WS-EDIT-REASON         TO EE-REASON.
             END-IF

             IF T-TRAN-ID NOT NUMERIC OR T-TRAN-ID = ZERO
                PERFORM YC020-ASSIGN-TRAN-ID
             END-IF

             WRITE VALIDATED-REC      FROM TRANSACTIONFL-REC
          END-RETURN.

      ******************************************************************
      * Section for taking the next assigned transaction ID. Rejects
      * and passed records draw on the one sequence, so no two records
      * of a run share an ID.
      ******************************************************************
       YC020-ASSIGN-TRAN-ID            SECTION.

      *> The 5-digit sequence caps assigned IDs at 90,000 per run, the
      *> range above belonging to STANDING_ORDER_GEN; running into it
      *> would silently issue duplicate IDs, so hitting the cap stops
      *> the run instead.
          IF ATI-SEQ NOT < 90000
             DISPLAY "==> ASSIGNED TRANSACTION ID CAPACITY"
                     " EXHAUSTED, RUN STOPPED"
             MOVE 8                   TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1                       TO ATI-SEQ.
          MOVE WS-ASSIGNED-TRAN-ID-N  TO T-TRAN-ID.

      ******************************************************************
      * Section for reading HISTORYFL
      ******************************************************************
       ZA000-READ-HISTORYFL            SECTION.

          READ HISTORYFL
            AT END
           MOVE "Y"                TO WS-HIST-EOF.
