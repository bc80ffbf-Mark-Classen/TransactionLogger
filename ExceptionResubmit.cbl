       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     EXCEPTION_RESUBMIT.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

           SELECT EXCQFL               ASSIGN TO "ExceptionQueue.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS EX-TRAN-ID
           FILE STATUS   IS WS-EXCQ-STATUS.

      *>   The day's resubmitted transactions, read by
      *>   TRANSACTION_EDIT alongside the branch files.
           SELECT RESUBMITFL           ASSIGN TO "ResubmitTxns.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTLFL             ASSIGN TO "RunControl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

      *>   Daily-cycle control: read only. Resubmission runs ahead of
      *>   the edit, so the record still describes the last business
      *>   date the chain ran.
           SELECT OPTIONAL CYCLEFL     ASSIGN TO "CycleStatus.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CYCLE-STATUS.

           SELECT OPTIONAL CYCOVRFL    ASSIGN TO "CycleOverride.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  EXCQFL.
           COPY EXCPREC.

       FD  RESUBMITFL.
           COPY TRANREC.

       FD  RUNCTLFL.
           COPY RUNCTL.

       FD  CYCLEFL.
           COPY CYCREC.

       FD  CYCOVRFL.
           COPY CYCOVREC.

       WORKING-STORAGE                 SECTION.
       01  WS-EXCQ-STATUS              PIC XX.
       01  WS-EXCQ-AVAILABLE           PIC X          VALUE "N".
           88 WS-IS-EXCQ-AVAILABLE                    VALUE "Y".
       01  WS-EXCQ-EOF                 PIC X          VALUE "N".
           88 EXCQ-AT-EOF                             VALUE "Y".

       01  WS-ITEMS-READ               PIC 9(07)      VALUE ZERO.
       01  WS-RESUBMIT-COUNT           PIC 9(07)      VALUE ZERO.
       01  WS-REISSUE-COUNT            PIC 9(07)      VALUE ZERO.

       01  WS-RUN-DATE-NUM             PIC 9(08).

       01  WS-RUNCTL-STATUS            PIC XX.

      ******************************************************************
      * Daily-cycle controls. Resubmission is refused for a business
      * date the logger already posted, since the items would then
      * wait in a file the edit has already read.
      ******************************************************************
       01  WS-CYCLE-STATUS             PIC XX.
       01  WS-CYCLE-ON-FILE            PIC X          VALUE "N".
           88 WS-IS-CYCLE-ON-FILE                     VALUE "Y".
       01  WS-CYCLE-BLOCKED            PIC X          VALUE "N".
           88 WS-IS-CYCLE-BLOCKED                     VALUE "Y".
       01  WS-CYCLE-OVERRIDE           PIC X          VALUE "N".
           88 WS-IS-CYCLE-OVERRIDE                    VALUE "Y".
       01  WS-CYCLE-BLOCK-REASON       PIC X(40).
       01  WS-CY-DATE                  PIC 9(08).
       01  WS-CY-LOGGER                PIC X(01).

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

           PERFORM YA000-RESUBMIT-ONE-ITEM
             UNTIL EXCQ-AT-EOF.

           DISPLAY "==> EXCEPTION_RESUBMIT RAN, ITEMS: " WS-ITEMS-READ
                   " RESUBMITTED: " WS-RESUBMIT-COUNT
                   " REISSUED: "    WS-REISSUE-COUNT.

           CLOSE RESUBMITFL.
           IF WS-IS-EXCQ-AVAILABLE
              CLOSE EXCQFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          ACCEPT WS-RUN-DATE-NUM      FROM DATE YYYYMMDD.

          OPEN INPUT                  RUNCTLFL.
          IF WS-RUNCTL-STATUS = "00"
             READ RUNCTLFL
               AT END
                CONTINUE
             END-READ
             IF WS-RUNCTL-STATUS = "00"
                IF RC-RUN-DATE-OVERRIDE NUMERIC
                   AND RC-RUN-DATE-OVERRIDE NOT = ZERO
                   MOVE RC-RUN-DATE-OVERRIDE
                                      TO WS-RUN-DATE-NUM
                END-IF
                IF RC-CYCLE-OVERRIDE = "Y"
                   MOVE "Y"           TO WS-CYCLE-OVERRIDE
                END-IF
             END-IF
             CLOSE RUNCTLFL
          END-IF

      *> The cycle check runs before the resubmission file is opened
      *> OUTPUT, so a refused run leaves the file the edit may still
      *> need untouched.
          PERFORM BB000-CHECK-CYCLE.

          OPEN OUTPUT                 RESUBMITFL.

      *> A missing queue (no exception ever queued) is not an error;
      *> the day simply carries no resubmissions.
          OPEN I-O                    EXCQFL.
          IF WS-EXCQ-STATUS = "00"
             MOVE "Y"                 TO WS-EXCQ-AVAILABLE
             PERFORM ZA000-READ-EXCQFL
          ELSE
             DISPLAY "==> ExceptionQueue.DAT NOT AVAILABLE, STATUS: "
                     WS-EXCQ-STATUS
             DISPLAY "==> NO EXCEPTIONS RESUBMITTED THIS RUN"
             MOVE "Y"                 TO WS-EXCQ-EOF
          END-IF.

      ******************************************************************
      * Section for the daily-cycle sequence check: resubmission is
      * refused for a business date the logger already posted. The
      * run-control cycle override proceeds anyway and leaves a
      * record.
      ******************************************************************
       BB000-CHECK-CYCLE               SECTION.

          PERFORM BB010-READ-CYCLE-STATE.

          IF WS-IS-CYCLE-ON-FILE
             AND WS-CY-DATE = WS-RUN-DATE-NUM
             AND WS-CY-LOGGER = "Y"
             MOVE "Y"                 TO WS-CYCLE-BLOCKED
             MOVE "LOGGER ALREADY POSTED THIS DATE"
                                      TO WS-CYCLE-BLOCK-REASON
          END-IF

          IF WS-IS-CYCLE-BLOCKED
             DISPLAY "==> CYCLE CHECK FAILED: "
                     WS-CYCLE-BLOCK-REASON
             IF WS-IS-CYCLE-OVERRIDE
                PERFORM BB020-LOG-CYCLE-OVERRIDE
             ELSE
                DISPLAY "==> EXCEPTION_RESUBMIT REFUSED TO START"
                MOVE 8                TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.

      ******************************************************************
      * Section for reading the daily-cycle control record, if any. A
      * missing cycle file (first ever run) just means no date has
      * been run yet.
      ******************************************************************
       BB010-READ-CYCLE-STATE          SECTION.

          MOVE "N"                    TO WS-CYCLE-ON-FILE.
          MOVE ZERO                   TO WS-CY-DATE.
          MOVE "N"                    TO WS-CY-LOGGER.

          OPEN INPUT                  CYCLEFL.
          IF WS-CYCLE-STATUS = "00"
             READ CYCLEFL
               AT END
                CONTINUE
               NOT AT END
                MOVE "Y"              TO WS-CYCLE-ON-FILE
                MOVE CY-BUSINESS-DATE TO WS-CY-DATE
                MOVE CY-LOGGER-DONE   TO WS-CY-LOGGER
             END-READ
             CLOSE CYCLEFL
          END-IF.

      ******************************************************************
      * Section for logging one use of the cycle override, so a
      * forced run is on the record even after it works
      ******************************************************************
       BB020-LOG-CYCLE-OVERRIDE        SECTION.

          DISPLAY "==> CYCLE OVERRIDE IN FORCE, PROCEEDING".

          OPEN EXTEND                 CYCOVRFL.
          MOVE WS-RUN-DATE-NUM        TO CO-DATE.
          MOVE "EXCEPTION_RESUBMIT"   TO CO-PROGRAM.
          MOVE WS-CYCLE-BLOCK-REASON  TO CO-REASON.
          WRITE CYCOVR-REC.
          CLOSE CYCOVRFL.

      ******************************************************************
      * Section for one queue item. An approved item is written into
      * the day's input under its original transaction ID, dated the
      * business date so it posts and reports with the day it went
      * in, and marked resubmitted. An item already resubmitted for
      * this same date is written again, so a rerun of the step
      * rebuilds the same file.
      ******************************************************************
       YA000-RESUBMIT-ONE-ITEM         SECTION.

          ADD 1                       TO WS-ITEMS-READ.

          EVALUATE TRUE
              WHEN EX-IS-APPROVED AND EX-IS-IMAGE-CAPTURED
                  PERFORM YA010-WRITE-RESUBMISSION
                  MOVE "R"             TO EX-STATUS
                  MOVE WS-RUN-DATE-NUM TO EX-RESUB-DATE
                  ADD 1                TO EX-RESUB-COUNT
                  REWRITE EXCQFL-REC
                    INVALID KEY
                     DISPLAY "==> UNABLE TO UPDATE TRAN-ID: "
                             EX-TRAN-ID
                  END-REWRITE
                  ADD 1                TO WS-RESUBMIT-COUNT
              WHEN EX-IS-RESUBMITTED
                   AND EX-RESUB-DATE = WS-RUN-DATE-NUM
                  PERFORM YA010-WRITE-RESUBMISSION
                  ADD 1                TO WS-REISSUE-COUNT
              WHEN OTHER
                  CONTINUE
          END-EVALUATE

          PERFORM ZA000-READ-EXCQFL.

       YA010-WRITE-RESUBMISSION        SECTION.

          MOVE EX-RECORD-IMAGE        TO TRANSACTIONFL-REC.
          MOVE WS-RUN-DATE-NUM        TO T-TRAN-DATE.
          MOVE EX-TRAN-ID             TO T-TRAN-ID.

          WRITE TRANSACTIONFL-REC.

      ******************************************************************
      * Section for reading EXCQFL in transaction ID sequence
      ******************************************************************
       ZA000-READ-EXCQFL               SECTION.

          READ EXCQFL
            AT END
           MOVE "Y"                TO WS-EXCQ-EOF.
