       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     EXCEPTION_FEED.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

      *>   The persistent exception queue, keyed on transaction ID so
      *>   an item that fails again is reopened, not duplicated.
           SELECT EXCQFL               ASSIGN TO "ExceptionQueue.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS EX-TRAN-ID
           FILE STATUS   IS WS-EXCQ-STATUS.

      *>   The day's four exception files. Each is recreated by the
      *>   next run, so the feed runs after the logger and ahead of
      *>   the next day's edit.
           SELECT OPTIONAL EDITERRFL   ASSIGN TO "TxnEditErrors.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ORPHANFL    ASSIGN TO "OrphanTxns.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NSFFL       ASSIGN TO "NSFRejects.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HELDFL      ASSIGN TO "HeldTxns.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   The validated file the logger posted from, which holds the
      *>   full record behind every orphan, NSF rejection and held
      *>   transaction, and shows which resubmissions went through.
           SELECT OPTIONAL TRANSACTIONFL
                                       ASSIGN TO "TxnValidated.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   Read-only reference: a fraud-held item is marked released
      *>   once FRAUD_DESK has taken its customer off the hold list.
           SELECT HOLDFL               ASSIGN TO "CustHold.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS HOLD-CUST-ID
           FILE STATUS   IS WS-HOLD-STATUS.

           SELECT AGINGFL              ASSIGN TO "ExceptionAging.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTLFL             ASSIGN TO "RunControl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

      *>   Daily-cycle control: read only. The feed must not run ahead
      *>   of the logger, whose output it queues.
           SELECT OPTIONAL CYCLEFL     ASSIGN TO "CycleStatus.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CYCLE-STATUS.

           SELECT OPTIONAL CYCOVRFL    ASSIGN TO "CycleOverride.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  EXCQFL.
           COPY EXCPREC.

       FD  EDITERRFL.
       01  EDITERR-REC.
           05 EE-RECORD-IMAGE          PIC X(117).
           05 FILLER                   PIC X(02).
           05 EE-REASON                PIC X(30).

       FD  ORPHANFL.
           COPY ORPHREC.

       FD  NSFFL.
           COPY NSFREC.

       FD  HELDFL.
           COPY HELDREC.

       FD  TRANSACTIONFL.
       01  VALIDATED-REC               PIC X(117).

       FD  HOLDFL.
           COPY HOLDREC.

       FD  AGINGFL.
       01  AGING-REC                   PIC X(132).

       FD  RUNCTLFL.
           COPY RUNCTL.

       FD  CYCLEFL.
           COPY CYCREC.

       FD  CYCOVRFL.
           COPY CYCOVREC.

       WORKING-STORAGE                 SECTION.

      ******************************************************************
      * The transaction record under review: an edit reject's image,
      * or a record read from the validated file.
      ******************************************************************
           COPY TRANREC.

       01  WS-EXCQ-STATUS              PIC XX.
       01  WS-EXCQ-EOF                 PIC X          VALUE "N".
           88 EXCQ-AT-EOF                             VALUE "Y".
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-HOLD-AVAILABLE           PIC X          VALUE "N".
           88 WS-IS-HOLD-AVAILABLE                    VALUE "Y".
       01  WS-INPUT-EOF                PIC X          VALUE "N".
           88 INPUT-AT-EOF                            VALUE "Y".

      ******************************************************************
      * One failure to queue, set by the source's section before
      * YA900-QUEUE-EXCEPTION. An NSF rejection of a standing-order
      * execution is STANDING_ORDER_GEN's to retry, so it is only
      * taken when it is a resubmission already on the queue.
      ******************************************************************
       01  WS-NEW-EXCEPTION.
           05 WS-NEW-TRAN-ID           PIC 9(13).
           05 WS-NEW-SOURCE            PIC X(01).
           05 WS-NEW-CUST-ID           PIC 9(13).
           05 WS-NEW-TYPE              PIC X(15).
           05 WS-NEW-AMOUNT            PIC 9(10).
           05 WS-NEW-REASON            PIC X(30).
       01  WS-REOPEN-ONLY              PIC X          VALUE "N".
           88 WS-IS-REOPEN-ONLY                       VALUE "Y".
       01  WS-ID-CHECK.
           05 WIC-DATE                 PIC 9(08).
           05 WIC-SEQ                  PIC 9(05).
       01  WS-ID-CHECK-N REDEFINES WS-ID-CHECK
                                       PIC 9(13).

      ******************************************************************
      * Run counts
      ******************************************************************
       01  WS-QUEUED-COUNT             PIC 9(07)      VALUE ZERO.
       01  WS-REOPENED-COUNT           PIC 9(07)      VALUE ZERO.
       01  WS-ALREADY-COUNT            PIC 9(07)      VALUE ZERO.
       01  WS-NO-ID-COUNT              PIC 9(07)      VALUE ZERO.
       01  WS-SO-NSF-COUNT             PIC 9(07)      VALUE ZERO.
       01  WS-CAPTURED-COUNT           PIC 9(07)      VALUE ZERO.
       01  WS-CLOSED-COUNT             PIC 9(07)      VALUE ZERO.
       01  WS-RELEASED-COUNT           PIC 9(07)      VALUE ZERO.

      ******************************************************************
      * Aging: days open since first queued, in the fraud queue's
      * buckets, and the open items by source and branch. Branch slot
      * 4 is the standing-order code 900; slot 5 catches a record
      * whose branch is unknown or not one of ours.
      ******************************************************************
       01  WS-AGE-DAYS                 PIC S9(05).
       01  WS-BUCKET-IX                PIC 9(02).
       01  WS-BUCKET-TOTALS.
           05 WS-BUCKET OCCURS 3 TIMES.
              10 WS-BKT-COUNT          PIC 9(07).
              10 WS-BKT-AMOUNT         PIC 9(12).
       01  WS-SRC-IX                   PIC 9(02).
       01  WS-BR-IX                    PIC 9(02).
       01  WS-SOURCE-TOTALS.
           05 WS-SRC OCCURS 4 TIMES.
              10 WS-SRC-BR-COUNT       PIC 9(07)      OCCURS 5 TIMES.
              10 WS-SRC-COUNT          PIC 9(07).
              10 WS-SRC-AMOUNT         PIC 9(12).
       01  WS-QUEUE-COUNT              PIC 9(07)      VALUE ZERO.
       01  WS-QUEUE-AMOUNT             PIC 9(12)      VALUE ZERO.

      *>   Source names by source index, in code order E, O, N, H.
       01  WS-SOURCE-NAME-VALUES.
           05 FILLER                   PIC X(20)      VALUE
              "EDIT REJECT".
           05 FILLER                   PIC X(20)      VALUE
              "ORPHANED".
           05 FILLER                   PIC X(20)      VALUE
              "NSF REJECTED".
           05 FILLER                   PIC X(20)      VALUE
              "HELD".
       01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-VALUES.
           05 WS-SOURCE-NAME           PIC X(20)      OCCURS 4 TIMES.
       01  WS-SOURCE-ABBR-VALUES       PIC X(16)      VALUE
              "EDITORPHNSF HELD".
       01  WS-SOURCE-ABBR-TABLE REDEFINES WS-SOURCE-ABBR-VALUES.
           05 WS-SOURCE-ABBR           PIC X(04)      OCCURS 4 TIMES.

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
           05 WS-RUN-YYYY              PIC 9(04).
           05 WS-RUN-MM                PIC 9(02).
           05 WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-RUN-DATE-INT             PIC 9(08).

       01  WS-RUNCTL-STATUS            PIC XX.

      ******************************************************************
      * Daily-cycle controls. The feed is refused until the logger has
      * completed for the business date; it changes no cycle flag,
      * since queueing the same day's files again is harmless.
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

       01  WS-BLANK-LINE               PIC X(132)     VALUE SPACES.

       01  WS-AGING-HEADING.
           05 FILLER                   PIC X(30)      VALUE
              "EXCEPTION QUEUE AGING".
           05 FILLER                   PIC X(10)      VALUE
              "RUN DATE: ".
           05 AH-DATE                  PIC X(10).
           05 FILLER                   PIC X(82)      VALUE SPACES.

       01  WS-COL-HEADINGS.
           05 FILLER                   PIC X(15)      VALUE
              "TRAN-ID".
           05 FILLER                   PIC X(06)      VALUE
              "SRC".
           05 FILLER                   PIC X(05)      VALUE
              "BR".
           05 FILLER                   PIC X(15)      VALUE
              "CUST-ID".
           05 FILLER                   PIC X(17)      VALUE
              "TYPE".
           05 FILLER                   PIC X(15)      VALUE
              "       AMOUNT".
           05 FILLER                   PIC X(32)      VALUE
              "REASON".
           05 FILLER                   PIC X(12)      VALUE
              "STATUS".
           05 FILLER                   PIC X(07)      VALUE
              " DAYS".
           05 FILLER                   PIC X(08)      VALUE
              "FLS".

       01  WS-DETAIL-LINE.
           05 DL-TRAN-ID               PIC 9(13).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-SOURCE                PIC X(04).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-BRANCH                PIC X(03).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-CUST-ID               PIC 9(13).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-TYPE                  PIC X(15).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-REASON                PIC X(30).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-STATUS                PIC X(11).
           05 FILLER                   PIC X(01)      VALUE SPACES.
           05 DL-AGE                   PIC ZZZZ9.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-FAILS                 PIC ZZ9.
           05 FILLER                   PIC X(03)      VALUE SPACES.

       01  WS-MATRIX-HEADING.
           05 FILLER                   PIC X(20)      VALUE
              "OPEN BY SOURCE".
           05 FILLER                   PIC X(45)      VALUE
              "      001      002      003      900    OTHER".
           05 FILLER                   PIC X(09)      VALUE
              "    TOTAL".
           05 FILLER                   PIC X(19)      VALUE
              "             AMOUNT".
           05 FILLER                   PIC X(39)      VALUE SPACES.

       01  WS-MATRIX-LINE.
           05 ML-LABEL                 PIC X(20).
           05 ML-BRANCH OCCURS 5 TIMES.
              10 FILLER                PIC X(02).
              10 ML-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02).
           05 ML-TOTAL                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02).
           05 ML-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(39).

       01  WS-TOTAL-LINE.
           05 TL-LABEL                 PIC X(20).
           05 FILLER                   PIC X(05)      VALUE SPACES.
           05 TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(05)      VALUE SPACES.
           05 TL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(76)      VALUE SPACES.

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

           PERFORM YA000-QUEUE-EDIT-REJECTS.
           PERFORM YA100-QUEUE-ORPHANS.
           PERFORM YA200-QUEUE-NSF-REJECTS.
           PERFORM YA300-QUEUE-HELD-TXNS.
           PERFORM YB000-MATCH-VALIDATED.
           PERFORM YC000-AGE-QUEUE.
           PERFORM YD000-PRINT-TOTALS.

           DISPLAY "==> EXCEPTION_FEED RAN, QUEUED: " WS-QUEUED-COUNT
                   " REOPENED: "     WS-REOPENED-COUNT
                   " CLOSED: "       WS-CLOSED-COUNT
                   " OUTSTANDING: "  WS-QUEUE-COUNT.

           CLOSE EXCQFL AGINGFL.
           IF WS-IS-HOLD-AVAILABLE
              CLOSE HOLDFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          MOVE ZEROS                  TO WS-BUCKET-TOTALS
                                          WS-SOURCE-TOTALS.

          ACCEPT WS-RUN-DATE-NUM      FROM DATE YYYYMMDD.

      *> Items are dated, and aged, by the business date the rest of
      *> the chain runs under, so the feed honours the run-control
      *> date override too.
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

          STRING WS-RUN-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-YYYY DELIMITED BY SIZE
            INTO WS-RUN-DATE-DISPLAY.

          COMPUTE WS-RUN-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).

          PERFORM BB000-CHECK-CYCLE.

      *> A missing queue (first ever run) is created empty.
          OPEN I-O                    EXCQFL.
          IF WS-EXCQ-STATUS = "35"
             OPEN OUTPUT              EXCQFL
             CLOSE                    EXCQFL
             OPEN I-O                 EXCQFL
          END-IF.
          IF WS-EXCQ-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN ExceptionQueue.DAT, STATUS: "
                     WS-EXCQ-STATUS
             DISPLAY "==> EXCEPTION_FEED STOPPED, NOTHING QUEUED"
             MOVE 8                   TO RETURN-CODE
             STOP RUN
          END-IF.

      *> Without the hold list, fraud-held items simply wait another
      *> day to be marked released.
          OPEN INPUT                  HOLDFL.
          IF WS-HOLD-STATUS = "00"
             MOVE "Y"                 TO WS-HOLD-AVAILABLE
          ELSE
             DISPLAY "==> CustHold.DAT NOT AVAILABLE, STATUS: "
                     WS-HOLD-STATUS
             DISPLAY "==> HOLD RELEASES NOT CHECKED THIS RUN"
          END-IF.

          OPEN OUTPUT                 AGINGFL.
          MOVE WS-RUN-DATE-DISPLAY    TO AH-DATE.
          WRITE AGING-REC             FROM WS-AGING-HEADING.
          WRITE AGING-REC             FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          WRITE AGING-REC             FROM WS-COL-HEADINGS
            AFTER ADVANCING 1 LINE.
          WRITE AGING-REC             FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Section for the daily-cycle sequence check: the feed is
      * refused until the logger has completed for the business date,
      * since the exception files would otherwise be yesterday's or
      * half-written. The run-control cycle override proceeds anyway
      * and leaves a record.
      ******************************************************************
       BB000-CHECK-CYCLE               SECTION.

          PERFORM BB010-READ-CYCLE-STATE.

          EVALUATE TRUE
              WHEN NOT WS-IS-CYCLE-ON-FILE
              WHEN WS-CY-DATE NOT = WS-RUN-DATE-NUM
              WHEN WS-CY-LOGGER NOT = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "LOGGER NOT COMPLETE FOR THIS DATE"
                                       TO WS-CYCLE-BLOCK-REASON
          END-EVALUATE

          IF WS-IS-CYCLE-BLOCKED
             DISPLAY "==> CYCLE CHECK FAILED: "
                     WS-CYCLE-BLOCK-REASON
             IF WS-IS-CYCLE-OVERRIDE
                PERFORM BB020-LOG-CYCLE-OVERRIDE
             ELSE
                DISPLAY "==> EXCEPTION_FEED REFUSED TO START"
                MOVE 8                TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.

      ******************************************************************
      * Section for reading the daily-cycle control record, if any. A
      * missing cycle file just means the edit has not opened a date.
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
          MOVE "EXCEPTION_FEED"       TO CO-PROGRAM.
          MOVE WS-CYCLE-BLOCK-REASON  TO CO-REASON.
          WRITE CYCOVR-REC.
          CLOSE CYCOVRFL.

      ******************************************************************
      * Section for queueing the day's edit rejects. The rejected
      * record image comes with the reject, so the item is complete
      * from the start.
      ******************************************************************
       YA000-QUEUE-EDIT-REJECTS        SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  EDITERRFL.
          PERFORM ZB000-READ-EDITERRFL.
          PERFORM YA010-QUEUE-ONE-EDIT-REJECT
            UNTIL INPUT-AT-EOF.
          CLOSE EDITERRFL.

       YA010-QUEUE-ONE-EDIT-REJECT     SECTION.

          MOVE EE-RECORD-IMAGE        TO TRANSACTIONFL-REC.

          IF T-TRAN-ID NUMERIC AND T-TRAN-ID NOT = ZERO
             MOVE T-TRAN-ID           TO WS-NEW-TRAN-ID
             MOVE "E"                 TO WS-NEW-SOURCE
             PERFORM YA940-SET-NEW-FROM-IMAGE
             MOVE EE-REASON           TO WS-NEW-REASON
             MOVE "N"                 TO WS-REOPEN-ONLY
             PERFORM YA900-QUEUE-EXCEPTION
          ELSE
             ADD 1                    TO WS-NO-ID-COUNT
          END-IF.

          PERFORM ZB000-READ-EDITERRFL.

      ******************************************************************
      * Section for queueing the day's orphans. Only transactions are
      * queued: the group-level reports of an unapplied payment or a
      * Reversal the masters could not take carry no transaction ID
      * and are worked from the orphan file itself.
      ******************************************************************
       YA100-QUEUE-ORPHANS             SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  ORPHANFL.
          PERFORM ZC000-READ-ORPHANFL.
          PERFORM YA110-QUEUE-ONE-ORPHAN
            UNTIL INPUT-AT-EOF.
          CLOSE ORPHANFL.

       YA110-QUEUE-ONE-ORPHAN          SECTION.

          IF OR-TRAN-ID NUMERIC AND OR-TRAN-ID NOT = ZERO
             MOVE OR-TRAN-ID          TO WS-NEW-TRAN-ID
             MOVE "O"                 TO WS-NEW-SOURCE
             MOVE OR-CUST-ID          TO WS-NEW-CUST-ID
             MOVE OR-TYPE             TO WS-NEW-TYPE
             MOVE OR-AMOUNT           TO WS-NEW-AMOUNT
             MOVE OR-REASON           TO WS-NEW-REASON
             MOVE "N"                 TO WS-REOPEN-ONLY
             PERFORM YA900-QUEUE-EXCEPTION
          ELSE
             ADD 1                    TO WS-NO-ID-COUNT
          END-IF.

          PERFORM ZC000-READ-ORPHANFL.

      ******************************************************************
      * Section for queueing the day's NSF rejections. A rejection in
      * STANDING_ORDER_GEN's own ID range is left to its retry cycle
      * unless the item is already a queued resubmission.
      ******************************************************************
       YA200-QUEUE-NSF-REJECTS         SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  NSFFL.
          PERFORM ZD000-READ-NSFFL.
          PERFORM YA210-QUEUE-ONE-NSF-REJECT
            UNTIL INPUT-AT-EOF.
          CLOSE NSFFL.

       YA210-QUEUE-ONE-NSF-REJECT      SECTION.

          IF NSF-TRAN-ID NUMERIC AND NSF-TRAN-ID NOT = ZERO
             MOVE NSF-TRAN-ID         TO WS-NEW-TRAN-ID
             MOVE "N"                 TO WS-NEW-SOURCE
             MOVE NSF-CUST-ID         TO WS-NEW-CUST-ID
             MOVE SPACES              TO WS-NEW-TYPE
             MOVE NSF-AMOUNT          TO WS-NEW-AMOUNT
             MOVE NSF-REASON          TO WS-NEW-REASON
             MOVE NSF-TRAN-ID         TO WS-ID-CHECK-N
             IF WIC-SEQ > 90000
                MOVE "Y"              TO WS-REOPEN-ONLY
             ELSE
                MOVE "N"              TO WS-REOPEN-ONLY
             END-IF
             PERFORM YA900-QUEUE-EXCEPTION
          ELSE
             ADD 1                    TO WS-NO-ID-COUNT
          END-IF.

          PERFORM ZD000-READ-NSFFL.

      ******************************************************************
      * Section for queueing the day's held transactions, fraud holds
      * and first activity on dormant accounts alike
      ******************************************************************
       YA300-QUEUE-HELD-TXNS           SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  HELDFL.
          PERFORM ZE000-READ-HELDFL.
          PERFORM YA310-QUEUE-ONE-HELD-TXN
            UNTIL INPUT-AT-EOF.
          CLOSE HELDFL.

       YA310-QUEUE-ONE-HELD-TXN        SECTION.

          IF HD-TRAN-ID NUMERIC AND HD-TRAN-ID NOT = ZERO
             MOVE HD-TRAN-ID          TO WS-NEW-TRAN-ID
             MOVE "H"                 TO WS-NEW-SOURCE
             MOVE HD-CUST-ID          TO WS-NEW-CUST-ID
             MOVE HD-TYPE             TO WS-NEW-TYPE
             MOVE HD-AMOUNT           TO WS-NEW-AMOUNT
             MOVE HD-REASON           TO WS-NEW-REASON
             MOVE "N"                 TO WS-REOPEN-ONLY
             PERFORM YA900-QUEUE-EXCEPTION
          ELSE
             ADD 1                    TO WS-NO-ID-COUNT
          END-IF.

          PERFORM ZE000-READ-HELDFL.

      ******************************************************************
      * Section for putting one failure on the queue. A new ID is
      * added; an ID already on the queue - a resubmission that failed
      * again, or an item closed earlier - is reopened under today's
      * failure. The same failure met again on a rerun for the same
      * date is passed over.
      ******************************************************************
       YA900-QUEUE-EXCEPTION           SECTION.

          MOVE WS-NEW-TRAN-ID         TO EX-TRAN-ID.
          READ EXCQFL
            INVALID KEY
             IF WS-IS-REOPEN-ONLY
                ADD 1                 TO WS-SO-NSF-COUNT
             ELSE
                PERFORM YA910-ADD-EXCEPTION
             END-IF
            NOT INVALID KEY
             IF EX-LAST-DATE = WS-RUN-DATE-NUM
                AND EX-SOURCE = WS-NEW-SOURCE
                ADD 1                 TO WS-ALREADY-COUNT
             ELSE
                PERFORM YA920-REOPEN-EXCEPTION
             END-IF
          END-READ.

       YA910-ADD-EXCEPTION             SECTION.

          MOVE SPACES                 TO EXCQFL-REC.
          MOVE WS-NEW-TRAN-ID         TO EX-TRAN-ID.
          MOVE ZERO                   TO EX-FAIL-COUNT
                                          EX-RELEASED-DATE
                                          EX-RESUB-COUNT
                                          EX-RESUB-DATE
                                          EX-ACTION-DATE.
          MOVE "N"                    TO EX-HOLD-RELEASED
                                          EX-IMAGE-CAPTURED
                                          EX-CORRECTED.
          MOVE WS-RUN-DATE-NUM        TO EX-FIRST-DATE.

          PERFORM YA930-SET-FAILURE.

          WRITE EXCQFL-REC
            INVALID KEY
             DISPLAY "==> UNABLE TO QUEUE TRAN-ID: " EX-TRAN-ID
            NOT INVALID KEY
             ADD 1                    TO WS-QUEUED-COUNT
          END-WRITE.

       YA920-REOPEN-EXCEPTION          SECTION.

          PERFORM YA930-SET-FAILURE.
          MOVE "N"                    TO EX-HOLD-RELEASED.
          MOVE ZERO                   TO EX-RELEASED-DATE.
          MOVE SPACES                 TO EX-CLOSE-REASON.

          REWRITE EXCQFL-REC
            INVALID KEY
             DISPLAY "==> UNABLE TO REOPEN TRAN-ID: " EX-TRAN-ID
            NOT INVALID KEY
             ADD 1                    TO WS-REOPENED-COUNT
          END-REWRITE.

      ******************************************************************
      * Section for recording today's failure on the queue record. An
      * edit reject carries its own record image; for the others the
      * image is captured from the validated file afterwards.
      ******************************************************************
       YA930-SET-FAILURE               SECTION.

          MOVE WS-NEW-SOURCE          TO EX-SOURCE.
          MOVE WS-NEW-CUST-ID         TO EX-CUST-ID.
          IF WS-NEW-TYPE NOT = SPACES
             MOVE WS-NEW-TYPE         TO EX-TYPE
          END-IF.
          MOVE WS-NEW-AMOUNT          TO EX-AMOUNT.
          MOVE WS-NEW-REASON          TO EX-REASON.
          MOVE WS-RUN-DATE-NUM        TO EX-LAST-DATE.
          ADD 1                       TO EX-FAIL-COUNT.
          MOVE "O"                    TO EX-STATUS.

          IF EX-FROM-EDIT
             MOVE TRANSACTIONFL-REC   TO EX-RECORD-IMAGE
             MOVE T-BRANCH-CODE       TO EX-BRANCH-CODE
             MOVE "Y"                 TO EX-IMAGE-CAPTURED
          END-IF.

      ******************************************************************
      * Section for taking the customer, type and amount off the
      * record in TRANSACTIONFL-REC, guarding against the unreadable
      * fields an edit reject may carry
      ******************************************************************
       YA940-SET-NEW-FROM-IMAGE        SECTION.

          IF T-CUST-ID NUMERIC
             MOVE T-CUST-ID           TO WS-NEW-CUST-ID
          ELSE
             MOVE ZERO                TO WS-NEW-CUST-ID
          END-IF.

          MOVE T-TYPE                 TO WS-NEW-TYPE.
          MOVE ZERO                   TO WS-NEW-AMOUNT.
          IF T-TYPE = "Loan"
             IF T-LOAN-AMT NUMERIC
                MOVE T-LOAN-AMT       TO WS-NEW-AMOUNT
             END-IF
          ELSE
             IF T-AMOUNT NUMERIC
                MOVE T-AMOUNT         TO WS-NEW-AMOUNT
             END-IF
          END-IF.

      ******************************************************************
      * Section for one pass over the validated file: an item that
      * failed today picks up its full record image and branch, and a
      * resubmission that came through today without failing again is
      * closed as posted
      ******************************************************************
       YB000-MATCH-VALIDATED           SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  TRANSACTIONFL.
          PERFORM ZF000-READ-TRANSACTIONFL.
          PERFORM YB010-MATCH-ONE-RECORD
            UNTIL INPUT-AT-EOF.
          CLOSE TRANSACTIONFL.

       YB010-MATCH-ONE-RECORD          SECTION.

          IF T-TRAN-ID NUMERIC AND T-TRAN-ID NOT = ZERO
             MOVE T-TRAN-ID           TO EX-TRAN-ID
             READ EXCQFL
               INVALID KEY
                CONTINUE
               NOT INVALID KEY
                EVALUATE TRUE
                    WHEN EX-IS-OPEN
                         AND EX-LAST-DATE = WS-RUN-DATE-NUM
                         AND NOT EX-FROM-EDIT
                        PERFORM YB020-CAPTURE-IMAGE
                    WHEN EX-IS-RESUBMITTED
                         AND EX-RESUB-DATE = WS-RUN-DATE-NUM
                        PERFORM YB030-CLOSE-POSTED
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
             END-READ
          END-IF.

          PERFORM ZF000-READ-TRANSACTIONFL.

       YB020-CAPTURE-IMAGE             SECTION.

          MOVE TRANSACTIONFL-REC      TO EX-RECORD-IMAGE.
          MOVE T-BRANCH-CODE          TO EX-BRANCH-CODE.
          MOVE "Y"                    TO EX-IMAGE-CAPTURED.
          PERFORM YA940-SET-NEW-FROM-IMAGE.
          MOVE WS-NEW-CUST-ID         TO EX-CUST-ID.
          MOVE WS-NEW-TYPE            TO EX-TYPE.
          MOVE WS-NEW-AMOUNT          TO EX-AMOUNT.

          REWRITE EXCQFL-REC
            INVALID KEY
             DISPLAY "==> UNABLE TO UPDATE TRAN-ID: " EX-TRAN-ID
            NOT INVALID KEY
             ADD 1                    TO WS-CAPTURED-COUNT
          END-REWRITE.

       YB030-CLOSE-POSTED              SECTION.

          MOVE "C"                    TO EX-STATUS.
          MOVE "RESUBMISSION POSTED"  TO EX-CLOSE-REASON.
          MOVE "EXCEPTION_FEED"       TO EX-ACTION-BY.
          MOVE WS-RUN-DATE-NUM        TO EX-ACTION-DATE.

          REWRITE EXCQFL-REC
            INVALID KEY
             DISPLAY "==> UNABLE TO CLOSE TRAN-ID: " EX-TRAN-ID
            NOT INVALID KEY
             ADD 1                    TO WS-CLOSED-COUNT
          END-REWRITE.

      ******************************************************************
      * Section for the aging pass over the whole queue in transaction
      * ID order. Every outstanding item - open, approved, or
      * resubmitted and not yet seen through - is listed and counted;
      * closed items are passed over.
      ******************************************************************
       YC000-AGE-QUEUE                 SECTION.

          MOVE "N"                    TO WS-EXCQ-EOF.
          MOVE ZERO                   TO EX-TRAN-ID.
          START EXCQFL KEY IS NOT LESS THAN EX-TRAN-ID
            INVALID KEY
             MOVE "Y"                 TO WS-EXCQ-EOF
          END-START.
          IF NOT EXCQ-AT-EOF
             PERFORM ZA000-READ-EXCQFL
          END-IF.

          PERFORM YC010-AGE-ONE-ITEM
            UNTIL EXCQ-AT-EOF.

       YC010-AGE-ONE-ITEM              SECTION.

          IF EX-IS-OUTSTANDING
             IF EX-IS-OPEN
                AND EX-FROM-HELD
                AND EX-REASON = "CUSTOMER ON FRAUD HOLD"
                AND NOT EX-IS-HOLD-RELEASED
                AND WS-IS-HOLD-AVAILABLE
                PERFORM YC020-CHECK-HOLD-RELEASE
             END-IF
             PERFORM YC030-LIST-ONE-ITEM
          END-IF.

          PERFORM ZA000-READ-EXCQFL.

      ******************************************************************
      * Section for marking a fraud-held item released once its
      * customer is off the hold list, so it shows ready for the
      * operator to approve
      ******************************************************************
       YC020-CHECK-HOLD-RELEASE        SECTION.

          MOVE EX-CUST-ID             TO HOLD-CUST-ID.
          READ HOLDFL
            INVALID KEY
             MOVE "Y"                 TO EX-HOLD-RELEASED
             MOVE WS-RUN-DATE-NUM     TO EX-RELEASED-DATE
             REWRITE EXCQFL-REC
               INVALID KEY
                DISPLAY "==> UNABLE TO UPDATE TRAN-ID: " EX-TRAN-ID
               NOT INVALID KEY
                ADD 1                 TO WS-RELEASED-COUNT
             END-REWRITE
          END-READ.

      ******************************************************************
      * Section for counting and detailing one outstanding item by
      * source, branch and days open since first queued. An item
      * first queued on a date ahead of the business date (an
      * override rerun looking backwards) counts as one day open.
      ******************************************************************
       YC030-LIST-ONE-ITEM             SECTION.

          COMPUTE WS-AGE-DAYS =
                  WS-RUN-DATE-INT -
                  FUNCTION INTEGER-OF-DATE (EX-FIRST-DATE) + 1.
          IF WS-AGE-DAYS < 1
             MOVE 1                   TO WS-AGE-DAYS
          END-IF

          EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > 1
                  MOVE 1               TO WS-BUCKET-IX
              WHEN WS-AGE-DAYS NOT > 3
                  MOVE 2               TO WS-BUCKET-IX
              WHEN OTHER
                  MOVE 3               TO WS-BUCKET-IX
          END-EVALUATE

          EVALUATE TRUE
              WHEN EX-FROM-EDIT
                  MOVE 1               TO WS-SRC-IX
              WHEN EX-FROM-ORPHAN
                  MOVE 2               TO WS-SRC-IX
              WHEN EX-FROM-NSF
                  MOVE 3               TO WS-SRC-IX
              WHEN OTHER
                  MOVE 4               TO WS-SRC-IX
          END-EVALUATE

          EVALUATE EX-BRANCH-CODE
              WHEN "001"
                  MOVE 1               TO WS-BR-IX
              WHEN "002"
                  MOVE 2               TO WS-BR-IX
              WHEN "003"
                  MOVE 3               TO WS-BR-IX
              WHEN "900"
                  MOVE 4               TO WS-BR-IX
              WHEN OTHER
                  MOVE 5               TO WS-BR-IX
          END-EVALUATE

          ADD 1                       TO WS-BKT-COUNT (WS-BUCKET-IX)
                                          WS-QUEUE-COUNT
                                          WS-SRC-COUNT (WS-SRC-IX)
                                          WS-SRC-BR-COUNT (WS-SRC-IX
                                                           WS-BR-IX).
          ADD EX-AMOUNT               TO WS-BKT-AMOUNT (WS-BUCKET-IX)
                                          WS-QUEUE-AMOUNT
                                          WS-SRC-AMOUNT (WS-SRC-IX).

          MOVE EX-TRAN-ID             TO DL-TRAN-ID.
          MOVE WS-SOURCE-ABBR (WS-SRC-IX)
                                      TO DL-SOURCE.
          MOVE EX-BRANCH-CODE         TO DL-BRANCH.
          MOVE EX-CUST-ID             TO DL-CUST-ID.
          MOVE EX-TYPE                TO DL-TYPE.
          MOVE EX-AMOUNT              TO DL-AMOUNT.
          MOVE EX-REASON              TO DL-REASON.
          EVALUATE TRUE
              WHEN EX-IS-APPROVED
                  MOVE "APPROVED"      TO DL-STATUS
              WHEN EX-IS-RESUBMITTED
                  MOVE "RESUBMITTED"   TO DL-STATUS
              WHEN EX-IS-HOLD-RELEASED
                  MOVE "RELEASED"      TO DL-STATUS
              WHEN OTHER
                  MOVE "OPEN"          TO DL-STATUS
          END-EVALUATE
          MOVE WS-AGE-DAYS            TO DL-AGE.
          MOVE EX-FAIL-COUNT          TO DL-FAILS.

          WRITE AGING-REC             FROM WS-DETAIL-LINE
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Section for the report's closing totals: outstanding items by
      * source and branch, by age, and the run's own counts
      ******************************************************************
       YD000-PRINT-TOTALS              SECTION.

          WRITE AGING-REC             FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          WRITE AGING-REC             FROM WS-MATRIX-HEADING
            AFTER ADVANCING 1 LINE.

          PERFORM YD010-PRINT-SOURCE-LINE
            VARYING WS-SRC-IX FROM 1 BY 1
              UNTIL WS-SRC-IX > 4.

          WRITE AGING-REC             FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "OPEN 1 DAY"           TO TL-LABEL.
          MOVE WS-BKT-COUNT (1)       TO TL-COUNT.
          MOVE WS-BKT-AMOUNT (1)      TO TL-AMOUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "OPEN 2-3 DAYS"        TO TL-LABEL.
          MOVE WS-BKT-COUNT (2)       TO TL-COUNT.
          MOVE WS-BKT-AMOUNT (2)      TO TL-AMOUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "OPEN OVER 3 DAYS"     TO TL-LABEL.
          MOVE WS-BKT-COUNT (3)       TO TL-COUNT.
          MOVE WS-BKT-AMOUNT (3)      TO TL-AMOUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "TOTAL OUTSTANDING"    TO TL-LABEL.
          MOVE WS-QUEUE-COUNT         TO TL-COUNT.
          MOVE WS-QUEUE-AMOUNT        TO TL-AMOUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 2 LINES.

          WRITE AGING-REC             FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "QUEUED TODAY"         TO TL-LABEL.
          MOVE WS-QUEUED-COUNT        TO TL-COUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "REOPENED TODAY"       TO TL-LABEL.
          MOVE WS-REOPENED-COUNT      TO TL-COUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "CLOSED AS POSTED"     TO TL-LABEL.
          MOVE WS-CLOSED-COUNT        TO TL-COUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "HOLDS RELEASED"       TO TL-LABEL.
          MOVE WS-RELEASED-COUNT      TO TL-COUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "LEFT TO SO RETRY"     TO TL-LABEL.
          MOVE WS-SO-NSF-COUNT        TO TL-COUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "NOT QUEUED - NO ID"   TO TL-LABEL.
          MOVE WS-NO-ID-COUNT         TO TL-COUNT.
          WRITE AGING-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          DISPLAY "==> IMAGES CAPTURED: " WS-CAPTURED-COUNT
                  " HOLDS RELEASED: "     WS-RELEASED-COUNT
                  " ALREADY QUEUED: "     WS-ALREADY-COUNT.

      ******************************************************************
      * Section for one source's line of open items by branch
      ******************************************************************
       YD010-PRINT-SOURCE-LINE         SECTION.

          MOVE SPACES                 TO WS-MATRIX-LINE.
          MOVE WS-SOURCE-NAME (WS-SRC-IX)
                                      TO ML-LABEL.
          PERFORM YD020-MOVE-BRANCH-COUNT
            VARYING WS-BR-IX FROM 1 BY 1
              UNTIL WS-BR-IX > 5.
          MOVE WS-SRC-COUNT (WS-SRC-IX)
                                      TO ML-TOTAL.
          MOVE WS-SRC-AMOUNT (WS-SRC-IX)
                                      TO ML-AMOUNT.
          WRITE AGING-REC             FROM WS-MATRIX-LINE
            AFTER ADVANCING 1 LINE.

       YD020-MOVE-BRANCH-COUNT         SECTION.

          MOVE WS-SRC-BR-COUNT (WS-SRC-IX WS-BR-IX)
                                      TO ML-COUNT (WS-BR-IX).

      ******************************************************************
      * Section for reading EXCQFL in transaction ID sequence
      ******************************************************************
       ZA000-READ-EXCQFL               SECTION.

          READ EXCQFL NEXT RECORD
            AT END
           MOVE "Y"                TO WS-EXCQ-EOF.

       ZB000-READ-EDITERRFL            SECTION.

          READ EDITERRFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZC000-READ-ORPHANFL             SECTION.

          READ ORPHANFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZD000-READ-NSFFL                SECTION.

          READ NSFFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZE000-READ-HELDFL               SECTION.

          READ HELDFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZF000-READ-TRANSACTIONFL        SECTION.

          READ TRANSACTIONFL          INTO TRANSACTIONFL-REC
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.
