       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     STANDING_ORDER_GEN.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

           SELECT STORDFL              ASSIGN TO "StandingOrder.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS SO-KEY
           FILE STATUS   IS WS-STORD-STATUS.

      *>   Read-only reference for LoanPayment orders: the loan must
      *>   still be open (or written off, when the payment is a
      *>   recovery), and a zero-amount order pays its minimum.
           SELECT LOANFL               ASSIGN TO "LoanMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS LN-KEY
           FILE STATUS   IS WS-LOANM-STATUS.

      *>   The last logger run's insufficient-funds rejections, which
      *>   tell the generator which of its executions bounced.
           SELECT OPTIONAL NSFFL       ASSIGN TO "NSFRejects.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   The day's standing-order transactions, read by
      *>   TRANSACTION_EDIT alongside the branch files.
           SELECT SOTXNFL              ASSIGN TO "StandingOrderTxns.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORPTFL              ASSIGN TO "StandingOrderRpt.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTLFL             ASSIGN TO "RunControl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

      *>   Daily-cycle control: read only. The generator runs ahead of
      *>   the edit, so the record still describes the last business
      *>   date the chain ran.
           SELECT OPTIONAL CYCLEFL     ASSIGN TO "CycleStatus.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CYCLE-STATUS.

           SELECT OPTIONAL CYCOVRFL    ASSIGN TO "CycleOverride.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  STORDFL.
           COPY STORDREC.

       FD  LOANFL.
           COPY LOANREC.

       FD  NSFFL.
           COPY NSFREC.

       FD  SOTXNFL.
           COPY TRANREC.

       FD  SORPTFL.
       01  SORPT-REC                   PIC X(132).

       FD  RUNCTLFL.
           COPY RUNCTL.

       FD  CYCLEFL.
           COPY CYCREC.

       FD  CYCOVRFL.
           COPY CYCOVREC.

       WORKING-STORAGE                 SECTION.

      ******************************************************************
      * Standing-order master controls
      ******************************************************************
       01  WS-STORD-STATUS             PIC XX.
       01  WS-STORD-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-STORD-AVAILABLE                   VALUE "Y".
       01  WS-STORD-EOF                PIC X          VALUE "N".
           88 STORD-AT-EOF                            VALUE "Y".
       01  WS-ORDER-CHANGED            PIC X          VALUE "N".
           88 WS-IS-ORDER-CHANGED                     VALUE "Y".

       01  WS-LOANM-STATUS             PIC XX.
       01  WS-LOANM-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-LOANM-AVAILABLE                   VALUE "Y".
       01  WS-NSF-EOF                  PIC X          VALUE "N".
           88 NSF-AT-EOF                              VALUE "Y".

      ******************************************************************
      * Retry policy: the business days a bounced execution is tried
      * again before it is reported failed and skipped, overridable
      * from RunControl.TXT.
      ******************************************************************
       01  WS-SO-RETRY-DAYS            PIC 9(02)      VALUE 3.

      ******************************************************************
      * Generated transaction IDs. The generator numbers its own
      * transactions so a bounced one can be recognised on the next
      * run's NSF rejections: business date plus a sequence in the
      * 90000-99999 range, which TRANSACTION_EDIT never assigns.
      ******************************************************************
       01  WS-GEN-TRAN-ID.
           05 GTI-DATE                 PIC 9(08).
           05 GTI-SEQ                  PIC 9(05).
       01  WS-GEN-TRAN-ID-N REDEFINES WS-GEN-TRAN-ID
                                       PIC 9(13).
      *>  The ID and amount the next transaction goes out under: a
      *>  fresh ID, or a reissued execution's own.
       01  WS-TXN-TRAN-ID              PIC 9(13).
       01  WS-GEN-AMOUNT               PIC 9(10).
       01  WS-HOLD-REASON              PIC X(30).

      ******************************************************************
      * The last logger run's NSF rejections of generated
      * transactions. Only IDs in the generator's own range are kept;
      * a table overflow stops the run, since an execution missing
      * from the table would be taken as settled. The ID check field
      * also serves the opening scan for IDs already issued today.
      ******************************************************************
       01  WS-NSF-ID-CHECK.
           05 NIC-DATE                 PIC 9(08).
           05 NIC-SEQ                  PIC 9(05).
       01  WS-NSF-ID-CHECK-N REDEFINES WS-NSF-ID-CHECK
                                       PIC 9(13).
       01  WS-NSF-TABLE.
           05 WS-NSF-COUNT             PIC 9(04)      VALUE ZERO.
           05 WS-NSF-TRAN-ID           PIC 9(13)
                                       OCCURS 500 TIMES.
       01  WS-NSF-IX                   PIC 9(04).
       01  WS-NSF-FOUND                PIC X          VALUE "N".
           88 WS-IS-NSF-FOUND                         VALUE "Y".

      ******************************************************************
      * Schedule arithmetic. Monthly, quarterly and annual orders keep
      * the start date's day of the month, pulled back to the month's
      * last day when the month is shorter.
      ******************************************************************
       01  WS-SCHED-DATE               PIC 9(08).
       01  WS-SCHED-DATE-X REDEFINES WS-SCHED-DATE.
           05 WS-SCHED-YYYY            PIC 9(04).
           05 WS-SCHED-MM              PIC 9(02).
           05 WS-SCHED-DD              PIC 9(02).
       01  WS-START-DATE               PIC 9(08).
       01  WS-START-DATE-X REDEFINES WS-START-DATE.
           05 WS-START-YYYY            PIC 9(04).
           05 WS-START-MM              PIC 9(02).
           05 WS-START-DD              PIC 9(02).
       01  WS-MONTH-END                PIC 9(08).
       01  WS-MONTH-END-X REDEFINES WS-MONTH-END.
           05 WS-MONTH-END-YYYY        PIC 9(04).
           05 WS-MONTH-END-MM          PIC 9(02).
           05 WS-MONTH-END-DD          PIC 9(02).
       01  WS-MONTHS-TO-ADD            PIC 9(02).
       01  WS-MONTH-NUMBER             PIC 9(06).

      ******************************************************************
      * Run totals for the report
      ******************************************************************
       01  WS-ORDERS-READ              PIC 9(07)      VALUE ZERO.
       01  WS-GENERATED-COUNT          PIC 9(07)      VALUE ZERO.
       01  WS-GENERATED-AMOUNT         PIC 9(12)      VALUE ZERO.
       01  WS-RETRY-COUNT              PIC 9(07)      VALUE ZERO.
       01  WS-RETRY-AMOUNT             PIC 9(12)      VALUE ZERO.
       01  WS-REISSUED-COUNT           PIC 9(07)      VALUE ZERO.
       01  WS-REISSUED-AMOUNT          PIC 9(12)      VALUE ZERO.
       01  WS-SETTLED-COUNT            PIC 9(07)      VALUE ZERO.
       01  WS-SETTLED-AMOUNT           PIC 9(12)      VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(07)      VALUE ZERO.
       01  WS-FAILED-AMOUNT            PIC 9(12)      VALUE ZERO.
       01  WS-ENDED-COUNT              PIC 9(07)      VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(07)      VALUE ZERO.

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
           05 WS-RUN-YYYY              PIC 9(04).
           05 WS-RUN-MM                PIC 9(02).
           05 WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).

      ******************************************************************
      * Run-control parameter file controls. A missing RunControl.TXT
      * leaves the built-in policy in force.
      ******************************************************************
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-RUNCTL-LOADED            PIC X          VALUE "N".
           88 WS-IS-RUNCTL-LOADED                     VALUE "Y".

      ******************************************************************
      * Daily-cycle controls. Generation is refused, like the edit it
      * feeds, for a business date the logger already posted. The
      * record's own date and logger flag are kept as read: an
      * execution generated under that date has a known outcome only
      * once the logger completed for it.
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

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(30)      VALUE
              "STANDING ORDER GENERATION".
           05 FILLER                   PIC X(10)      VALUE
              "RUN DATE: ".
           05 RH-DATE                  PIC X(10).
           05 FILLER                   PIC X(82)      VALUE SPACES.

       01  WS-COL-HEADINGS.
           05 FILLER                   PIC X(15)      VALUE
              "PAYER".
           05 FILLER                   PIC X(05)      VALUE
              "SEQ".
           05 FILLER                   PIC X(13)      VALUE
              "TYPE".
           05 FILLER                   PIC X(15)      VALUE
              "PAYEE/LOAN".
           05 FILLER                   PIC X(15)      VALUE
              "         AMOUNT".
           05 FILLER                   PIC X(16)      VALUE
              "  TRAN-ID".
           05 FILLER                   PIC X(53)      VALUE
              "ACTION".

       01  WS-DETAIL-LINE.
           05 DL-PAYER-ID              PIC 9(13).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-ORDER-SEQ             PIC 9(03).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-ORDER-TYPE            PIC X(11).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-PAYEE                 PIC X(13).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-TRAN-ID               PIC 9(13).
           05 FILLER                   PIC X(03)      VALUE SPACES.
           05 DL-ACTION                PIC X(30).
           05 FILLER                   PIC X(23)      VALUE SPACES.

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

           PERFORM YA000-LOAD-NSF-REJECTS.
           PERFORM YA100-FIND-LAST-ISSUED-ID.
           PERFORM YB100-PROCESS-ORDERS.
           PERFORM YE000-PRINT-TOTALS.

           DISPLAY "==> STANDING_ORDER_GEN RAN, ORDERS: "
                   WS-ORDERS-READ
                   " GENERATED: " WS-GENERATED-COUNT
                   " RETRIED: "   WS-RETRY-COUNT
                   " FAILED: "    WS-FAILED-COUNT.

           CLOSE SOTXNFL SORPTFL.
           IF WS-IS-STORD-AVAILABLE
              CLOSE STORDFL
           END-IF.
           IF WS-IS-LOANM-AVAILABLE
              CLOSE LOANFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          PERFORM BA010-LOAD-RUN-CONTROL.

          ACCEPT WS-RUN-DATE-NUM      FROM DATE YYYYMMDD.
          IF WS-IS-RUNCTL-LOADED
             AND RC-RUN-DATE-OVERRIDE NUMERIC
             AND RC-RUN-DATE-OVERRIDE NOT = ZERO
             MOVE RC-RUN-DATE-OVERRIDE
                                      TO WS-RUN-DATE-NUM
          END-IF
          STRING WS-RUN-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-YYYY DELIMITED BY SIZE
            INTO WS-RUN-DATE-DISPLAY.

      *> The cycle check runs before the transaction file is opened
      *> OUTPUT, so a refused run leaves the file the edit may still
      *> need untouched.
          PERFORM BB000-CHECK-CYCLE.

          DISPLAY "==> SO RETRY DAYS: " WS-SO-RETRY-DAYS
                  " DATE: "             WS-RUN-DATE-NUM.

          MOVE WS-RUN-DATE-NUM        TO GTI-DATE.
          MOVE 90000                  TO GTI-SEQ.

          OPEN OUTPUT                 SOTXNFL
                                      SORPTFL.
          MOVE WS-RUN-DATE-DISPLAY    TO RH-DATE.
          WRITE SORPT-REC             FROM WS-RPT-HEADING.
          WRITE SORPT-REC             FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          WRITE SORPT-REC             FROM WS-COL-HEADINGS
            AFTER ADVANCING 1 LINE.
          WRITE SORPT-REC             FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

      *> A missing standing-order master (no order ever set up) is
      *> not an error; the day simply carries no standing orders.
          OPEN INPUT                  STORDFL.
          IF WS-STORD-STATUS = "00"
             MOVE "Y"                 TO WS-STORD-AVAILABLE
          ELSE
             DISPLAY "==> StandingOrder.DAT NOT AVAILABLE, STATUS: "
                     WS-STORD-STATUS
             DISPLAY "==> NO STANDING ORDERS GENERATED THIS RUN"
             MOVE "Y"                 TO WS-STORD-EOF
          END-IF.

          OPEN INPUT                  LOANFL.
          IF WS-LOANM-STATUS = "00"
             MOVE "Y"                 TO WS-LOANM-AVAILABLE
          ELSE
             DISPLAY "==> LoanMaster.DAT NOT AVAILABLE, STATUS: "
                     WS-LOANM-STATUS
             DISPLAY "==> LOAN PAYMENT ORDERS HELD OVER"
          END-IF.

      ******************************************************************
      * Section for overriding the built-in retry policy from
      * RunControl.TXT when the control file is present and carries a
      * value (a zero or blank field keeps the default in force)
      ******************************************************************
       BA010-LOAD-RUN-CONTROL          SECTION.

          OPEN INPUT                  RUNCTLFL.
          IF WS-RUNCTL-STATUS = "00"
             READ RUNCTLFL
               AT END
                CONTINUE
             END-READ
             IF WS-RUNCTL-STATUS = "00"
                MOVE "Y"              TO WS-RUNCTL-LOADED
                IF RC-SO-RETRY-DAYS NUMERIC
                   AND RC-SO-RETRY-DAYS NOT = ZERO
                   MOVE RC-SO-RETRY-DAYS
                                      TO WS-SO-RETRY-DAYS
                END-IF
                IF RC-CYCLE-OVERRIDE = "Y"
                   MOVE "Y"           TO WS-CYCLE-OVERRIDE
                END-IF
             END-IF
             CLOSE RUNCTLFL
          ELSE
             DISPLAY "==> RunControl.TXT NOT AVAILABLE, STATUS: "
                     WS-RUNCTL-STATUS
             DISPLAY "==> BUILT-IN PARAMETER DEFAULTS IN FORCE"
          END-IF.

      ******************************************************************
      * Section for the daily-cycle sequence check: generation is
      * refused for a business date the logger already posted, since
      * the orders would then be paid twice. The run-control cycle
      * override proceeds anyway and leaves a record.
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
                DISPLAY "==> STANDING_ORDER_GEN REFUSED TO START"
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
          MOVE "STANDING_ORDER_GEN"   TO CO-PROGRAM.
          MOVE WS-CYCLE-BLOCK-REASON  TO CO-REASON.
          WRITE CYCOVR-REC.
          CLOSE CYCOVRFL.

      ******************************************************************
      * Section for reading STORDFL in SO-KEY sequence
      ******************************************************************
       ZA000-READ-STORDFL              SECTION.

          READ STORDFL
            AT END
           MOVE "Y"                TO WS-STORD-EOF.

      ******************************************************************
      * Section for reading NSFFL
      ******************************************************************
       ZB000-READ-NSFFL                SECTION.

          READ NSFFL
            AT END
           MOVE "Y"                TO WS-NSF-EOF.

      ******************************************************************
      * Section for loading the last logger run's NSF rejections of
      * generated transactions. Branch-keyed rejections are not the
      * generator's business and are passed over.
      ******************************************************************
       YA000-LOAD-NSF-REJECTS          SECTION.

          MOVE "N"                    TO WS-NSF-EOF.
          OPEN INPUT                  NSFFL.
          PERFORM ZB000-READ-NSFFL.
          PERFORM YA010-LOAD-ONE-NSF-REJECT
            UNTIL NSF-AT-EOF.
          CLOSE NSFFL.

       YA010-LOAD-ONE-NSF-REJECT       SECTION.

          IF NSF-TRAN-ID NUMERIC
             MOVE NSF-TRAN-ID         TO WS-NSF-ID-CHECK-N
             IF NIC-SEQ > 90000
                IF WS-NSF-COUNT < 500
                   ADD 1              TO WS-NSF-COUNT
                   MOVE NSF-TRAN-ID   TO WS-NSF-TRAN-ID
                                         (WS-NSF-COUNT)
                ELSE
                   DISPLAY "==> NSF REJECT TABLE FULL, RUN STOPPED"
                   MOVE 8             TO RETURN-CODE
                   STOP RUN
                END-IF
             END-IF
          END-IF.

          PERFORM ZB000-READ-NSFFL.

      ******************************************************************
      * Section for the opening scan of the standing-order master. A
      * rerun on the same business date reissues the earlier run's
      * executions under their own IDs, so new IDs must start past
      * the highest one already issued today. The master is then
      * reopened for update.
      ******************************************************************
       YA100-FIND-LAST-ISSUED-ID       SECTION.

          IF WS-IS-STORD-AVAILABLE
             PERFORM ZA000-READ-STORDFL
             PERFORM YA110-CHECK-ONE-ISSUED-ID
               UNTIL STORD-AT-EOF
             CLOSE STORDFL
             MOVE "N"                 TO WS-STORD-EOF
             OPEN I-O                 STORDFL
             IF WS-STORD-STATUS NOT = "00"
                DISPLAY "==> StandingOrder.DAT NOT AVAILABLE, STATUS: "
                        WS-STORD-STATUS
                MOVE "N"              TO WS-STORD-AVAILABLE
                MOVE "Y"              TO WS-STORD-EOF
             END-IF
          END-IF.

       YA110-CHECK-ONE-ISSUED-ID       SECTION.

          MOVE SO-PENDING-TRAN-ID     TO WS-NSF-ID-CHECK-N.
          IF NIC-DATE = WS-RUN-DATE-NUM
             AND NIC-SEQ > GTI-SEQ
             MOVE NIC-SEQ             TO GTI-SEQ
          END-IF.

          PERFORM ZA000-READ-STORDFL.

      ******************************************************************
      * Section for the update pass over the standing-order master
      ******************************************************************
       YB100-PROCESS-ORDERS            SECTION.

          IF NOT STORD-AT-EOF
             PERFORM ZA000-READ-STORDFL
          END-IF.
          PERFORM YB000-PROCESS-ONE-ORDER
            UNTIL STORD-AT-EOF.

      ******************************************************************
      * Section for one standing order. An execution still in flight
      * is settled first - paid, retried, reissued or failed - and
      * only an order with nothing in flight is tested for a new
      * execution falling due. Cancelled orders are left alone.
      ******************************************************************
       YB000-PROCESS-ONE-ORDER         SECTION.

          ADD 1                       TO WS-ORDERS-READ.
          MOVE "N"                    TO WS-ORDER-CHANGED.

          IF NOT SO-IS-CANCELLED
             IF SO-PENDING-TRAN-ID NOT = ZERO
                PERFORM YB010-SETTLE-PENDING
             END-IF
             IF SO-PENDING-TRAN-ID = ZERO
                AND SO-IS-ACTIVE
                PERFORM YB020-CHECK-DUE
             END-IF
          END-IF

          IF WS-IS-ORDER-CHANGED
             REWRITE STORDFL-REC
          END-IF

          PERFORM ZA000-READ-STORDFL.

      ******************************************************************
      * Section for settling the execution in flight. Its outcome is
      * known only when it was generated under the business date the
      * logger last completed: then an NSF rejection means it bounced
      * and anything else that it settled. An execution whose date
      * never completed - today's own on a rerun, or a day the chain
      * stopped short - is simply issued again under the same
      * transaction ID, which was never logged.
      ******************************************************************
       YB010-SETTLE-PENDING            SECTION.

          MOVE "Y"                    TO WS-ORDER-CHANGED.

          IF SO-LAST-GEN-DATE = WS-CY-DATE
             AND WS-CY-LOGGER = "Y"
             AND SO-LAST-GEN-DATE NOT = WS-RUN-DATE-NUM
             PERFORM YB011-FIND-NSF-REJECT
             IF WS-IS-NSF-FOUND
                ADD 1                 TO SO-RETRY-COUNT
                IF SO-RETRY-COUNT > WS-SO-RETRY-DAYS
                   PERFORM YB013-FAIL-EXECUTION
                ELSE
                   PERFORM YB014-RETRY-EXECUTION
                END-IF
             ELSE
                ADD 1                 TO WS-SETTLED-COUNT
                ADD SO-PENDING-AMOUNT TO WS-SETTLED-AMOUNT
                MOVE SO-LAST-GEN-DATE TO SO-LAST-SETTLED-DATE
                PERFORM YB012-CLEAR-PENDING
             END-IF
          ELSE
             PERFORM YB015-REISSUE-EXECUTION
          END-IF.

       YB011-FIND-NSF-REJECT           SECTION.

          MOVE "N"                    TO WS-NSF-FOUND.
          PERFORM YB016-CHECK-ONE-NSF-REJECT
            VARYING WS-NSF-IX FROM 1 BY 1
              UNTIL WS-NSF-IX > WS-NSF-COUNT
                 OR WS-IS-NSF-FOUND.

       YB016-CHECK-ONE-NSF-REJECT      SECTION.

          IF WS-NSF-TRAN-ID (WS-NSF-IX) = SO-PENDING-TRAN-ID
             MOVE "Y"                 TO WS-NSF-FOUND
          END-IF.

       YB012-CLEAR-PENDING             SECTION.

          MOVE ZERO                   TO SO-PENDING-TRAN-ID
                                          SO-PENDING-AMOUNT
                                          SO-RETRY-COUNT.

      ******************************************************************
      * Section for giving up on a bounced execution once its retry
      * days are spent. The occurrence is skipped - the schedule was
      * already rolled past it when it was generated - and the order
      * carries on with its next execution date.
      ******************************************************************
       YB013-FAIL-EXECUTION            SECTION.

          ADD 1                       TO WS-FAILED-COUNT
                                          SO-FAILED-COUNT.
          ADD SO-PENDING-AMOUNT       TO WS-FAILED-AMOUNT.
          MOVE WS-RUN-DATE-NUM        TO SO-LAST-FAILED-DATE.

          MOVE SO-PENDING-TRAN-ID     TO DL-TRAN-ID.
          MOVE SO-PENDING-AMOUNT      TO DL-AMOUNT.
          MOVE "FAILED - INSUFFICIENT FUNDS"
                                      TO DL-ACTION.
          PERFORM YF000-WRITE-DETAIL-LINE.

          PERFORM YB012-CLEAR-PENDING.

      ******************************************************************
      * Section for trying a bounced execution again today. It goes
      * out under a fresh transaction ID, since the bounced one is
      * already on history as rejected.
      ******************************************************************
       YB014-RETRY-EXECUTION           SECTION.

          PERFORM YC010-ASSIGN-TRAN-ID.
          MOVE SO-PENDING-AMOUNT      TO WS-GEN-AMOUNT.
          PERFORM YC000-WRITE-ORDER-TXN.

          MOVE WS-TXN-TRAN-ID         TO SO-PENDING-TRAN-ID.
          MOVE WS-RUN-DATE-NUM        TO SO-LAST-GEN-DATE.

          ADD 1                       TO WS-RETRY-COUNT.
          ADD WS-GEN-AMOUNT           TO WS-RETRY-AMOUNT.

          MOVE SPACES                 TO DL-ACTION.
          STRING "NSF RETRY "         DELIMITED BY SIZE
                 SO-RETRY-COUNT       DELIMITED BY SIZE
                 " OF "               DELIMITED BY SIZE
                 WS-SO-RETRY-DAYS     DELIMITED BY SIZE
            INTO DL-ACTION.
          PERFORM YF000-WRITE-DETAIL-LINE.

      ******************************************************************
      * Section for issuing an execution with no known outcome again
      * under its own transaction ID
      ******************************************************************
       YB015-REISSUE-EXECUTION         SECTION.

          MOVE SO-PENDING-TRAN-ID     TO WS-TXN-TRAN-ID.
          MOVE SO-PENDING-AMOUNT      TO WS-GEN-AMOUNT.
          PERFORM YC000-WRITE-ORDER-TXN.

          MOVE WS-RUN-DATE-NUM        TO SO-LAST-GEN-DATE.

          ADD 1                       TO WS-REISSUED-COUNT.
          ADD WS-GEN-AMOUNT           TO WS-REISSUED-AMOUNT.

          MOVE "REISSUED"             TO DL-ACTION.
          PERFORM YF000-WRITE-DETAIL-LINE.

      ******************************************************************
      * Section for testing an active order with nothing in flight:
      * an order past its end date is ended, and one whose next
      * execution date has arrived is generated
      ******************************************************************
       YB020-CHECK-DUE                 SECTION.

          EVALUATE TRUE
              WHEN SO-END-DATE NOT = ZERO
                   AND SO-NEXT-EXEC-DATE > SO-END-DATE
                  MOVE "ENDED - PAST END DATE"
                                       TO DL-ACTION
                  PERFORM YB040-END-ORDER
              WHEN SO-NEXT-EXEC-DATE NOT > WS-RUN-DATE-NUM
                  PERFORM YB030-GENERATE-EXECUTION
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      ******************************************************************
      * Section for generating one due execution. A LoanPayment order
      * is checked against its loan first: a loan since paid off or
      * reversed ends the order, a zero-amount order pays the loan's
      * minimum, and no payment is generated beyond what the loan
      * still owes. A written-off loan still takes the payment, which
      * the logger applies as a recovery. A run without the loan
      * master holds LoanPayment orders over to the next run.
      ******************************************************************
       YB030-GENERATE-EXECUTION        SECTION.

          MOVE SO-AMOUNT              TO WS-GEN-AMOUNT.
          MOVE SPACES                 TO WS-HOLD-REASON.

          IF SO-IS-LOANPAY
             IF WS-IS-LOANM-AVAILABLE
                PERFORM YB031-CHECK-ORDER-LOAN
             ELSE
                MOVE ZERO             TO WS-GEN-AMOUNT
                MOVE "HELD OVER - NO LOAN MASTER"
                                      TO WS-HOLD-REASON
             END-IF
          END-IF

          IF WS-GEN-AMOUNT > ZERO
             PERFORM YC010-ASSIGN-TRAN-ID
             PERFORM YC000-WRITE-ORDER-TXN

             MOVE "Y"                 TO WS-ORDER-CHANGED
             MOVE WS-TXN-TRAN-ID      TO SO-PENDING-TRAN-ID
             MOVE WS-GEN-AMOUNT       TO SO-PENDING-AMOUNT
             MOVE WS-RUN-DATE-NUM     TO SO-LAST-GEN-DATE
             MOVE ZERO                TO SO-RETRY-COUNT
             PERFORM YD000-ROLL-SCHEDULE
               UNTIL SO-NEXT-EXEC-DATE > WS-RUN-DATE-NUM

             ADD 1                    TO WS-GENERATED-COUNT
             ADD WS-GEN-AMOUNT        TO WS-GENERATED-AMOUNT
             MOVE "GENERATED"         TO DL-ACTION
             PERFORM YF000-WRITE-DETAIL-LINE
          ELSE
             IF WS-HOLD-REASON NOT = SPACES
                ADD 1                 TO WS-SKIPPED-COUNT
                MOVE ZERO             TO DL-TRAN-ID
                                          DL-AMOUNT
                MOVE WS-HOLD-REASON   TO DL-ACTION
                PERFORM YF000-WRITE-DETAIL-LINE
             END-IF
          END-IF.

      ******************************************************************
      * Section for checking a LoanPayment order's loan and setting
      * the amount to pay on it; a zero amount on return means no
      * payment is generated
      ******************************************************************
       YB031-CHECK-ORDER-LOAN          SECTION.

          MOVE SO-PAYER-ID            TO LN-CUST-ID.
          MOVE SO-LOAN-SEQ            TO LN-LOAN-SEQ.
          READ LOANFL
            INVALID KEY
             MOVE ZERO                TO WS-GEN-AMOUNT
             MOVE "ENDED - LOAN NOT ON FILE"
                                      TO DL-ACTION
             PERFORM YB040-END-ORDER
            NOT INVALID KEY
             EVALUATE TRUE
                 WHEN LN-IS-CHARGED-OFF
                     CONTINUE
                 WHEN LN-IS-OPEN AND LN-OUTSTANDING-BAL > ZERO
                     IF WS-GEN-AMOUNT = ZERO
                        MOVE LN-MIN-PAYMENT
                                      TO WS-GEN-AMOUNT
                     END-IF
      *>             The whole-unit payment covering the balance,
      *>             cents and all.
                     IF WS-GEN-AMOUNT = ZERO
                        OR WS-GEN-AMOUNT > LN-OUTSTANDING-BAL
                        COMPUTE WS-GEN-AMOUNT =
                                LN-OUTSTANDING-BAL + .99
                     END-IF
                 WHEN OTHER
                     MOVE ZERO        TO WS-GEN-AMOUNT
                     MOVE "ENDED - LOAN CLOSED"
                                      TO DL-ACTION
                     PERFORM YB040-END-ORDER
             END-EVALUATE
          END-READ.

      ******************************************************************
      * Section for ending an order: past its end date, or a
      * LoanPayment order whose loan is closed or gone. The caller
      * sets the reason in DL-ACTION.
      ******************************************************************
       YB040-END-ORDER                 SECTION.

          MOVE "E"                    TO SO-STATUS.
          MOVE "Y"                    TO WS-ORDER-CHANGED.
          ADD 1                       TO WS-ENDED-COUNT.

          MOVE ZERO                   TO DL-TRAN-ID
                                          DL-AMOUNT.
          PERFORM YF000-WRITE-DETAIL-LINE.

      ******************************************************************
      * Section for writing one execution of the current order as an
      * ordinary transaction record for the edit, under the reserved
      * standing-order branch code. A Transfer names its payee in
      * T-COUNTERPARTY-ID; a LoanPayment carries its amount in
      * T-LOAN-AMT too, marking it drawn from the payer's own account
      * rather than paid in.
      ******************************************************************
       YC000-WRITE-ORDER-TXN           SECTION.

          MOVE SPACES                 TO TRANSACTIONFL-REC.
          MOVE SO-PAYER-ID            TO T-CUST-ID.
          MOVE SO-ORDER-TYPE          TO T-TYPE.
          MOVE WS-GEN-AMOUNT          TO T-AMOUNT.
          MOVE ZERO                   TO T-INTEREST-RATE
                                          T-LOAN-AMT
                                          T-FIXED-DEPOSIT-AMT.
          IF SO-IS-TRANSFER
             MOVE SO-PAYEE-ID         TO T-COUNTERPARTY-ID
          ELSE
             MOVE WS-GEN-AMOUNT       TO T-LOAN-AMT
          END-IF
          MOVE WS-RUN-DATE-NUM        TO T-TRAN-DATE.
          MOVE WS-TXN-TRAN-ID         TO T-TRAN-ID.
          MOVE "900"                  TO T-BRANCH-CODE.

          WRITE TRANSACTIONFL-REC.

          MOVE WS-TXN-TRAN-ID         TO DL-TRAN-ID.
          MOVE WS-GEN-AMOUNT          TO DL-AMOUNT.

      ******************************************************************
      * Section for taking the next generated transaction ID. Running
      * out of the reserved range would mean issuing IDs the edit may
      * also assign, so it stops the run instead.
      ******************************************************************
       YC010-ASSIGN-TRAN-ID            SECTION.

          IF GTI-SEQ NOT < 99999
             DISPLAY "==> STANDING ORDER TRANSACTION ID CAPACITY"
                     " EXHAUSTED, RUN STOPPED"
             MOVE 8                   TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1                       TO GTI-SEQ.
          MOVE WS-GEN-TRAN-ID-N       TO WS-TXN-TRAN-ID.

      ******************************************************************
      * Section for rolling SO-NEXT-EXEC-DATE forward one period. A
      * weekly order moves seven days; the others move whole months
      * from the start date's day of the month.
      ******************************************************************
       YD000-ROLL-SCHEDULE             SECTION.

          IF SO-IS-WEEKLY
             COMPUTE SO-NEXT-EXEC-DATE =
                     FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (SO-NEXT-EXEC-DATE)
                      + 7)
          ELSE
             EVALUATE TRUE
                 WHEN SO-IS-QUARTERLY
                     MOVE 3           TO WS-MONTHS-TO-ADD
                 WHEN SO-IS-ANNUAL
                     MOVE 12          TO WS-MONTHS-TO-ADD
                 WHEN OTHER
                     MOVE 1           TO WS-MONTHS-TO-ADD
             END-EVALUATE
             PERFORM YD010-ADD-MONTHS
          END-IF.

      ******************************************************************
      * Section for adding WS-MONTHS-TO-ADD months to the next
      * execution date, on the start date's day of the month or the
      * new month's last day, whichever is earlier
      ******************************************************************
       YD010-ADD-MONTHS                SECTION.

          MOVE SO-NEXT-EXEC-DATE      TO WS-SCHED-DATE.
          MOVE SO-START-DATE          TO WS-START-DATE.

          COMPUTE WS-MONTH-NUMBER =
                  WS-SCHED-YYYY * 12 + WS-SCHED-MM - 1
                  + WS-MONTHS-TO-ADD.
          DIVIDE WS-MONTH-NUMBER BY 12
            GIVING WS-SCHED-YYYY
            REMAINDER WS-SCHED-MM.
          ADD 1                       TO WS-SCHED-MM.

      *> The new month's last day is the day before the first of the
      *> month after it.
          MOVE WS-SCHED-YYYY          TO WS-MONTH-END-YYYY.
          MOVE WS-SCHED-MM            TO WS-MONTH-END-MM.
          MOVE 1                      TO WS-MONTH-END-DD.
          IF WS-MONTH-END-MM = 12
             ADD 1                    TO WS-MONTH-END-YYYY
             MOVE 1                   TO WS-MONTH-END-MM
          ELSE
             ADD 1                    TO WS-MONTH-END-MM
          END-IF
          COMPUTE WS-MONTH-END =
                  FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WS-MONTH-END) - 1).

          IF WS-START-DD > WS-MONTH-END-DD
             MOVE WS-MONTH-END-DD     TO WS-SCHED-DD
          ELSE
             MOVE WS-START-DD         TO WS-SCHED-DD
          END-IF

          MOVE WS-SCHED-DATE          TO SO-NEXT-EXEC-DATE.

      ******************************************************************
      * Section for the report's closing totals
      ******************************************************************
       YE000-PRINT-TOTALS              SECTION.

          WRITE SORPT-REC             FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "GENERATED"            TO TL-LABEL.
          MOVE WS-GENERATED-COUNT     TO TL-COUNT.
          MOVE WS-GENERATED-AMOUNT    TO TL-AMOUNT.
          WRITE SORPT-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "NSF RETRIES"          TO TL-LABEL.
          MOVE WS-RETRY-COUNT         TO TL-COUNT.
          MOVE WS-RETRY-AMOUNT        TO TL-AMOUNT.
          WRITE SORPT-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "REISSUED"             TO TL-LABEL.
          MOVE WS-REISSUED-COUNT      TO TL-COUNT.
          MOVE WS-REISSUED-AMOUNT     TO TL-AMOUNT.
          WRITE SORPT-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "SETTLED (LAST RUN)"   TO TL-LABEL.
          MOVE WS-SETTLED-COUNT       TO TL-COUNT.
          MOVE WS-SETTLED-AMOUNT      TO TL-AMOUNT.
          WRITE SORPT-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "FAILED"               TO TL-LABEL.
          MOVE WS-FAILED-COUNT        TO TL-COUNT.
          MOVE WS-FAILED-AMOUNT       TO TL-AMOUNT.
          WRITE SORPT-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "ENDED"                TO TL-LABEL.
          MOVE WS-ENDED-COUNT         TO TL-COUNT.
          WRITE SORPT-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "HELD OVER"            TO TL-LABEL.
          MOVE WS-SKIPPED-COUNT       TO TL-COUNT.
          WRITE SORPT-REC             FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Section for one order's line on the report. The transaction
      * ID, amount and action are set by the caller.
      ******************************************************************
       YF000-WRITE-DETAIL-LINE         SECTION.

          MOVE SO-PAYER-ID            TO DL-PAYER-ID.
          MOVE SO-ORDER-SEQ           TO DL-ORDER-SEQ.
          MOVE SO-ORDER-TYPE          TO DL-ORDER-TYPE.
          MOVE SPACES                 TO DL-PAYEE.
          IF SO-IS-TRANSFER
             MOVE SO-PAYEE-ID         TO DL-PAYEE
          ELSE
             MOVE "LOAN "             TO DL-PAYEE (1:5)
             MOVE SO-LOAN-SEQ         TO DL-PAYEE (6:3)
          END-IF
          WRITE SORPT-REC             FROM WS-DETAIL-LINE
            AFTER ADVANCING 1 LINE.
