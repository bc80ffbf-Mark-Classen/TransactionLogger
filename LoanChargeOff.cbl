       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     LOAN_CHARGE_OFF.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

           SELECT LOANFL               ASSIGN TO "LoanMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS LN-KEY
           FILE STATUS   IS WS-LOANM-STATUS.

      *>   The logger's LoanPayment money applied to charged-off
      *>   loans today; a day with none may leave no file at all.
           SELECT OPTIONAL RECOVERYFL  ASSIGN TO "LoanRecoveries.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   Write-offs are booked to the loss account on the day's GL
      *>   feed, after the logger's and the maturity payouts' records.
           SELECT OPTIONAL GLFEEDFL    ASSIGN TO "GLFeed.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHGOFFRPTFL          ASSIGN TO "ChargeOffRpt.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTLFL             ASSIGN TO "RunControl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

      *>   Daily-cycle control: the review runs after the logger has
      *>   completed for the business date, and only once per date.
           SELECT OPTIONAL CYCLEFL     ASSIGN TO "CycleStatus.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CYCLE-STATUS.

           SELECT OPTIONAL CYCOVRFL    ASSIGN TO "CycleOverride.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  LOANFL.
           COPY LOANREC.

       FD  RECOVERYFL.
           COPY RECOVREC.

       FD  GLFEEDFL.
           COPY GLFREC.

       FD  CHGOFFRPTFL.
       01  CHGOFFRPT-REC               PIC X(132).

       FD  RUNCTLFL.
           COPY RUNCTL.

       FD  CYCLEFL.
           COPY CYCREC.

       FD  CYCOVRFL.
           COPY CYCOVREC.

       WORKING-STORAGE                 SECTION.
       01  WS-RECOV-EOF                PIC X          VALUE "N".
           88 RECOV-AT-EOF                            VALUE "Y".

      ******************************************************************
      * Loan master controls. Days past due count from the payment
      * due date, as on LOAN_AGING; a loan with no usable due date
      * cannot be past due and is left alone.
      ******************************************************************
       01  WS-LOANM-STATUS             PIC XX.
       01  WS-LOANM-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-LOANM-AVAILABLE                   VALUE "Y".
       01  WS-LOANM-EOF                PIC X          VALUE "N".
           88 LOANM-AT-EOF                            VALUE "Y".
       01  WS-DAYS-PAST-DUE            PIC S9(05).
       01  WS-RUN-DATE-INT             PIC 9(08).

      ******************************************************************
      * Charge-off policy: the days past due at which a loan goes on
      * non-accrual and at which it is written off, and the GL loss
      * account the write-off is booked to, each overridable from
      * RunControl.TXT.
      ******************************************************************
       01  WS-NON-ACCRUAL-DAYS         PIC 9(05)      VALUE 90.
       01  WS-CHARGE-OFF-DAYS          PIC 9(05)      VALUE 180.
       01  WS-GL-LOSS-ACCT             PIC X(10)      VALUE
           "5010000001".

      ******************************************************************
      * Run totals for the report and the GL feed. The EARLIER
      * figures are loans an abended earlier attempt at this business
      * date already wrote off; they are found on the master by their
      * charge-off date and booked to the GL with this run's own.
      ******************************************************************
       01  WS-NONACC-COUNT             PIC 9(07)      VALUE ZERO.
       01  WS-NONACC-AMOUNT            PIC 9(12)V99   VALUE ZERO.
       01  WS-RESUMED-COUNT            PIC 9(07)      VALUE ZERO.
       01  WS-RESUMED-AMOUNT           PIC 9(12)V99   VALUE ZERO.
       01  WS-CHGOFF-COUNT             PIC 9(07)      VALUE ZERO.
       01  WS-CHGOFF-AMOUNT            PIC 9(12)V99   VALUE ZERO.
       01  WS-EARLIER-COUNT            PIC 9(07)      VALUE ZERO.
       01  WS-EARLIER-AMOUNT           PIC 9(12)V99   VALUE ZERO.
       01  WS-RECOVERY-COUNT           PIC 9(07)      VALUE ZERO.
       01  WS-RECOVERY-AMOUNT          PIC 9(12)V99   VALUE ZERO.
       01  WS-GL-LOSS-COUNT            PIC 9(07).
       01  WS-GL-LOSS-AMOUNT           PIC 9(12)V99.

       01  WS-LOANS-CHECKED            PIC 9(07)      VALUE ZERO.

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
      * Daily-cycle sequence controls. The review runs once per
      * business date, after the logger has completed for it; the
      * run-control cycle override lets a blocked run proceed anyway
      * and every use is logged.
      ******************************************************************
       01  WS-CYCLE-STATUS             PIC XX.
       01  WS-CYCLE-ON-FILE            PIC X          VALUE "N".
           88 WS-IS-CYCLE-ON-FILE                     VALUE "Y".
       01  WS-CYCLE-BLOCKED            PIC X          VALUE "N".
           88 WS-IS-CYCLE-BLOCKED                     VALUE "Y".
       01  WS-CYCLE-OVERRIDE           PIC X          VALUE "N".
           88 WS-IS-CYCLE-OVERRIDE                    VALUE "Y".
       01  WS-CYCLE-BLOCK-REASON       PIC X(40).
       01  WS-CYCLE-STATE.
           05 WS-CY-DATE               PIC 9(08).
           05 WS-CY-EDIT               PIC X(01).
           05 WS-CY-LOGGER             PIC X(01).
           05 WS-CY-INTEREST           PIC X(01).
           05 WS-CY-RECON              PIC X(01).
           05 WS-CY-FEE                PIC X(01).
           05 WS-CY-CHGOFF             PIC X(01).

       01  WS-BLANK-LINE               PIC X(132)     VALUE SPACES.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(30)      VALUE
              "LOAN CHARGE-OFF REVIEW".
           05 FILLER                   PIC X(10)      VALUE
              "RUN DATE: ".
           05 RH-DATE                  PIC X(10).
           05 FILLER                   PIC X(82)      VALUE SPACES.

       01  WS-SECTION-HEADING.
           05 SH-TITLE                 PIC X(40).
           05 FILLER                   PIC X(92)      VALUE SPACES.

       01  WS-COL-HEADINGS.
           05 FILLER                   PIC X(15)      VALUE
              "CUST-ID".
           05 FILLER                   PIC X(06)      VALUE
              "LOAN".
           05 FILLER                   PIC X(11)      VALUE
              "DUE DATE".
           05 FILLER                   PIC X(08)      VALUE
              "  DAYS".
           05 FILLER                   PIC X(18)      VALUE
              "          BALANCE".
           05 FILLER                   PIC X(74)      VALUE
              "  ACTION".

       01  WS-DETAIL-LINE.
           05 DL-CUST-ID               PIC 9(13).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-LOAN-SEQ              PIC 9(03).
           05 FILLER                   PIC X(03)      VALUE SPACES.
           05 DL-DUE-DATE              PIC 9(08).
           05 FILLER                   PIC X(03)      VALUE SPACES.
           05 DL-DAYS                  PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-BALANCE               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-ACTION                PIC X(20).
           05 FILLER                   PIC X(54)      VALUE SPACES.

       01  WS-RECOV-COL-HEADINGS.
           05 FILLER                   PIC X(15)      VALUE
              "CUST-ID".
           05 FILLER                   PIC X(06)      VALUE
              "LOAN".
           05 FILLER                   PIC X(18)      VALUE
              "        RECOVERED".
           05 FILLER                   PIC X(18)      VALUE
              "      CHARGED OFF".
           05 FILLER                   PIC X(75)      VALUE
              "    RECOVERED TO DATE".

       01  WS-RECOV-LINE.
           05 RL-CUST-ID               PIC 9(13).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 RL-LOAN-SEQ              PIC 9(03).
           05 FILLER                   PIC X(03)      VALUE SPACES.
           05 RL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 RL-CHARGED-OFF           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(05)      VALUE SPACES.
           05 RL-TO-DATE               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(58)      VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 TL-LABEL                 PIC X(20).
           05 FILLER                   PIC X(05)      VALUE SPACES.
           05 TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(05)      VALUE SPACES.
           05 TL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(73)      VALUE SPACES.

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

           PERFORM YB100-REVIEW-LOANS.
           PERFORM YC100-LIST-RECOVERIES.

           PERFORM YD000-WRITE-LOSS-GL.
           PERFORM YE000-PRINT-TOTALS.
           PERFORM BB030-MARK-CHGOFF-DONE.

           DISPLAY "==> LOAN_CHARGE_OFF RAN, LOANS: " WS-LOANS-CHECKED
                   " NON-ACCRUAL: " WS-NONACC-COUNT
                   " CHARGED OFF: " WS-CHGOFF-COUNT
                   " RECOVERIES: " WS-RECOVERY-COUNT.

           CLOSE GLFEEDFL CHGOFFRPTFL.
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

          COMPUTE WS-RUN-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).

      *> The cycle check runs before anything is opened, so a
      *> refused run cannot touch a single loan.
          PERFORM BB000-CHECK-CYCLE.

          DISPLAY "==> NON-ACCRUAL DAYS: " WS-NON-ACCRUAL-DAYS
                  " CHARGE-OFF DAYS: "     WS-CHARGE-OFF-DAYS
                  " DATE: "                WS-RUN-DATE-NUM.

          OPEN OUTPUT                 CHGOFFRPTFL.
          MOVE WS-RUN-DATE-DISPLAY    TO RH-DATE.
          WRITE CHGOFFRPT-REC         FROM WS-RPT-HEADING.
          WRITE CHGOFFRPT-REC         FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          WRITE CHGOFFRPT-REC         FROM WS-COL-HEADINGS
            AFTER ADVANCING 1 LINE.
          WRITE CHGOFFRPT-REC         FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

      *> A missing loan master (no loans disbursed yet) is not an
      *> error; there is simply nothing to review.
          OPEN I-O                    LOANFL.
          IF WS-LOANM-STATUS = "00"
             MOVE "Y"                 TO WS-LOANM-AVAILABLE
          ELSE
             DISPLAY "==> LoanMaster.DAT NOT AVAILABLE, STATUS: "
                     WS-LOANM-STATUS
             DISPLAY "==> NO LOANS REVIEWED THIS RUN"
             MOVE "Y"                 TO WS-LOANM-EOF
          END-IF.

          OPEN EXTEND                 GLFEEDFL.

      ******************************************************************
      * Section for overriding the built-in charge-off policy from
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
                IF RC-NON-ACCRUAL-DAYS NUMERIC
                   AND RC-NON-ACCRUAL-DAYS NOT = ZERO
                   MOVE RC-NON-ACCRUAL-DAYS
                                      TO WS-NON-ACCRUAL-DAYS
                END-IF
                IF RC-CHARGE-OFF-DAYS NUMERIC
                   AND RC-CHARGE-OFF-DAYS NOT = ZERO
                   MOVE RC-CHARGE-OFF-DAYS
                                      TO WS-CHARGE-OFF-DAYS
                END-IF
                IF RC-GL-LOSS-ACCT NOT = SPACES
                   MOVE RC-GL-LOSS-ACCT
                                      TO WS-GL-LOSS-ACCT
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
      * Section for the daily-cycle sequence check: the review runs
      * only after the logger has completed for this business date,
      * and only once per date. The run-control cycle override
      * proceeds anyway and leaves a record.
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
              WHEN WS-CY-CHGOFF = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "CHARGE-OFF ALREADY RUN THIS DATE"
                                       TO WS-CYCLE-BLOCK-REASON
          END-EVALUATE

          IF WS-IS-CYCLE-BLOCKED
             DISPLAY "==> CYCLE CHECK FAILED: "
                     WS-CYCLE-BLOCK-REASON
             IF WS-IS-CYCLE-OVERRIDE
                PERFORM BB020-LOG-CYCLE-OVERRIDE
             ELSE
                DISPLAY "==> LOAN_CHARGE_OFF REFUSED TO START"
                MOVE 8                TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.

      ******************************************************************
      * Section for reading the daily-cycle control record, if any. A
      * missing cycle file just means the edit has not opened a date.
      * Flags read from a record for a different business date are
      * discarded, so an override run cannot carry a stale date's
      * done-flags forward onto this date's record.
      ******************************************************************
       BB010-READ-CYCLE-STATE          SECTION.

          MOVE "N"                    TO WS-CYCLE-ON-FILE.
          MOVE ZERO                   TO WS-CY-DATE.
          MOVE "N"                    TO WS-CY-EDIT
                                          WS-CY-LOGGER
                                          WS-CY-INTEREST
                                          WS-CY-RECON
                                          WS-CY-FEE
                                          WS-CY-CHGOFF.

          OPEN INPUT                  CYCLEFL.
          IF WS-CYCLE-STATUS = "00"
             READ CYCLEFL
               AT END
                CONTINUE
               NOT AT END
                MOVE "Y"              TO WS-CYCLE-ON-FILE
                MOVE CY-BUSINESS-DATE TO WS-CY-DATE
                MOVE CY-EDIT-DONE     TO WS-CY-EDIT
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
          END-IF.

      ******************************************************************
      * Section for logging one use of the cycle override, so a
      * forced run is on the record even after it works
      ******************************************************************
       BB020-LOG-CYCLE-OVERRIDE        SECTION.

          DISPLAY "==> CYCLE OVERRIDE IN FORCE, PROCEEDING".

          OPEN EXTEND                 CYCOVRFL.
          MOVE WS-RUN-DATE-NUM        TO CO-DATE.
          MOVE "LOAN_CHARGE_OFF"      TO CO-PROGRAM.
          MOVE WS-CYCLE-BLOCK-REASON  TO CO-REASON.
          WRITE CYCOVR-REC.
          CLOSE CYCOVRFL.

      ******************************************************************
      * Section for marking the charge-off step done on the cycle
      * record at normal end of run, carrying the other steps' flags
      * forward as read at start-up for this business date
      ******************************************************************
       BB030-MARK-CHGOFF-DONE          SECTION.

          OPEN OUTPUT                 CYCLEFL.
          MOVE WS-RUN-DATE-NUM        TO CY-BUSINESS-DATE.
          MOVE WS-CY-EDIT             TO CY-EDIT-DONE.
          MOVE WS-CY-LOGGER           TO CY-LOGGER-DONE.
          MOVE WS-CY-INTEREST         TO CY-INTEREST-DONE.
          MOVE WS-CY-RECON            TO CY-RECON-DONE.
          MOVE WS-CY-FEE              TO CY-FEE-DONE.
          MOVE "Y"                    TO CY-CHGOFF-DONE.
          WRITE CYCLEFL-REC.
          CLOSE CYCLEFL.

      ******************************************************************
      * Section for reading LOANFL in LN-KEY sequence
      ******************************************************************
       ZA000-READ-LOANFL               SECTION.

          READ LOANFL
            AT END
           MOVE "Y"                TO WS-LOANM-EOF.

      ******************************************************************
      * Section for reading RECOVERYFL
      ******************************************************************
       ZB000-READ-RECOVERYFL           SECTION.

          READ RECOVERYFL
            AT END
           MOVE "Y"                TO WS-RECOV-EOF.

      ******************************************************************
      * Section for the review pass over the loan master
      ******************************************************************
       YB100-REVIEW-LOANS              SECTION.

          IF NOT LOANM-AT-EOF
             PERFORM ZA000-READ-LOANFL
          END-IF.
          PERFORM YB000-REVIEW-ONE-LOAN
            UNTIL LOANM-AT-EOF.

      ******************************************************************
      * Section for reviewing one loan. A loan written off today by an
      * earlier attempt is counted for the GL first (unless this date
      * already completed, when its GL was booked then). An open loan
      * far enough past due is written off, or put on non-accrual; a
      * non-accrual loan brought back inside the threshold resumes
      * accrual.
      ******************************************************************
       YB000-REVIEW-ONE-LOAN           SECTION.

          ADD 1                       TO WS-LOANS-CHECKED.

          IF LN-IS-CHARGED-OFF
             AND LN-CHARGE-OFF-DATE = WS-RUN-DATE-NUM
             AND WS-CY-CHGOFF NOT = "Y"
             ADD 1                    TO WS-EARLIER-COUNT
             ADD LN-CHARGED-OFF-AMT   TO WS-EARLIER-AMOUNT
          END-IF

          IF LN-IS-OPEN AND LN-OUTSTANDING-BAL > ZERO
             AND LN-PAYMENT-DUE-DATE NUMERIC
             AND LN-PAYMENT-DUE-DATE > 19000101
             COMPUTE WS-DAYS-PAST-DUE =
                     WS-RUN-DATE-INT -
                     FUNCTION INTEGER-OF-DATE (LN-PAYMENT-DUE-DATE)
             EVALUATE TRUE
                 WHEN WS-DAYS-PAST-DUE NOT < WS-CHARGE-OFF-DAYS
                     PERFORM YB020-CHARGE-OFF-LOAN
                 WHEN WS-DAYS-PAST-DUE NOT < WS-NON-ACCRUAL-DAYS
                     IF NOT LN-IS-NON-ACCRUAL
                        PERFORM YB010-PLACE-NON-ACCRUAL
                     END-IF
                 WHEN LN-IS-NON-ACCRUAL
                     PERFORM YB030-RESUME-ACCRUAL
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
          END-IF

          PERFORM ZA000-READ-LOANFL.

      ******************************************************************
      * Section for putting one loan on non-accrual. Interest already
      * accrued stays on the balance; INTEREST_POSTING adds no more.
      ******************************************************************
       YB010-PLACE-NON-ACCRUAL         SECTION.

          MOVE "N"                    TO LN-ACCRUAL-STATUS.
          MOVE WS-RUN-DATE-NUM        TO LN-NON-ACCRUAL-DATE.
          REWRITE LOANFL-REC.

          ADD 1                       TO WS-NONACC-COUNT.
          ADD LN-OUTSTANDING-BAL      TO WS-NONACC-AMOUNT.
          MOVE "NON-ACCRUAL"          TO DL-ACTION.
          PERFORM YF000-WRITE-DETAIL-LINE.

      ******************************************************************
      * Section for writing one loan off. The outstanding balance
      * moves to the charged-off amount and the balance goes to zero,
      * so the loan drops out of billing, aging and accrual; later
      * payments against it are recoveries (TRANSACTION_LOGGER).
      ******************************************************************
       YB020-CHARGE-OFF-LOAN           SECTION.

          MOVE LN-OUTSTANDING-BAL     TO DL-BALANCE.

          IF NOT LN-IS-NON-ACCRUAL
             MOVE "N"                 TO LN-ACCRUAL-STATUS
             MOVE WS-RUN-DATE-NUM     TO LN-NON-ACCRUAL-DATE
          END-IF
          MOVE LN-OUTSTANDING-BAL     TO LN-CHARGED-OFF-AMT.
          MOVE ZERO                   TO LN-RECOVERED-AMT
                                          LN-OUTSTANDING-BAL.
          MOVE "C"                    TO LN-STATUS.
          MOVE WS-RUN-DATE-NUM        TO LN-CHARGE-OFF-DATE.
          REWRITE LOANFL-REC.

          ADD 1                       TO WS-CHGOFF-COUNT.
          ADD LN-CHARGED-OFF-AMT      TO WS-CHGOFF-AMOUNT.
          MOVE "CHARGED OFF"          TO DL-ACTION.
          PERFORM YF000-WRITE-DETAIL-LINE.

      ******************************************************************
      * Section for taking one loan off non-accrual once payments
      * have brought it back inside the non-accrual threshold
      ******************************************************************
       YB030-RESUME-ACCRUAL            SECTION.

          MOVE SPACE                  TO LN-ACCRUAL-STATUS.
          MOVE ZERO                   TO LN-NON-ACCRUAL-DATE.
          REWRITE LOANFL-REC.

          ADD 1                       TO WS-RESUMED-COUNT.
          ADD LN-OUTSTANDING-BAL      TO WS-RESUMED-AMOUNT.
          MOVE "ACCRUAL RESUMED"      TO DL-ACTION.
          PERFORM YF000-WRITE-DETAIL-LINE.

      ******************************************************************
      * Section for the recoveries section of the report: the
      * logger's LoanPayment money applied to charged-off loans today.
      * The logger has already booked it to the recoveries account.
      ******************************************************************
       YC100-LIST-RECOVERIES           SECTION.

          WRITE CHGOFFRPT-REC         FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          MOVE "RECOVERIES ON CHARGED-OFF LOANS"
                                      TO SH-TITLE.
          WRITE CHGOFFRPT-REC         FROM WS-SECTION-HEADING
            AFTER ADVANCING 1 LINE.
          WRITE CHGOFFRPT-REC         FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          WRITE CHGOFFRPT-REC         FROM WS-RECOV-COL-HEADINGS
            AFTER ADVANCING 1 LINE.

          MOVE "N"                    TO WS-RECOV-EOF.
          OPEN INPUT                  RECOVERYFL.
          PERFORM ZB000-READ-RECOVERYFL.
          PERFORM YC000-LIST-ONE-RECOVERY
            UNTIL RECOV-AT-EOF.
          CLOSE RECOVERYFL.

       YC000-LIST-ONE-RECOVERY         SECTION.

          ADD 1                       TO WS-RECOVERY-COUNT.
          ADD RV-AMOUNT               TO WS-RECOVERY-AMOUNT.

          MOVE RV-CUST-ID             TO RL-CUST-ID.
          MOVE RV-LOAN-SEQ            TO RL-LOAN-SEQ.
          MOVE RV-AMOUNT              TO RL-AMOUNT.
          MOVE RV-CHARGED-OFF-AMT     TO RL-CHARGED-OFF.
          MOVE RV-RECOVERED-TO-DATE   TO RL-TO-DATE.
          WRITE CHGOFFRPT-REC         FROM WS-RECOV-LINE
            AFTER ADVANCING 1 LINE.

          PERFORM ZB000-READ-RECOVERYFL.

      ******************************************************************
      * Section for the GL loss record: one whole-bank record (branch
      * 000, as for the maturity payouts) covering this run's
      * write-offs and any an earlier attempt made today
      ******************************************************************
       YD000-WRITE-LOSS-GL             SECTION.

          COMPUTE WS-GL-LOSS-COUNT =
                  WS-CHGOFF-COUNT + WS-EARLIER-COUNT.
          COMPUTE WS-GL-LOSS-AMOUNT =
                  WS-CHGOFF-AMOUNT + WS-EARLIER-AMOUNT.

          IF WS-GL-LOSS-COUNT > ZERO
             MOVE WS-GL-LOSS-ACCT     TO GL-ACCOUNT-CODE
             MOVE "ChargeOff"         TO GL-TXN-TYPE
             MOVE WS-RUN-DATE-DISPLAY TO GL-RUN-DATE
             MOVE WS-GL-LOSS-COUNT    TO GL-RECORD-COUNT
             MOVE WS-GL-LOSS-AMOUNT   TO GL-AMOUNT
             MOVE "000"               TO GL-BRANCH-CODE
             WRITE GLFEED-REC
          END-IF.

      ******************************************************************
      * Section for the report's closing totals
      ******************************************************************
       YE000-PRINT-TOTALS              SECTION.

          WRITE CHGOFFRPT-REC         FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "NON-ACCRUAL"          TO TL-LABEL.
          MOVE WS-NONACC-COUNT        TO TL-COUNT.
          MOVE WS-NONACC-AMOUNT       TO TL-AMOUNT.
          WRITE CHGOFFRPT-REC         FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "ACCRUAL RESUMED"      TO TL-LABEL.
          MOVE WS-RESUMED-COUNT       TO TL-COUNT.
          MOVE WS-RESUMED-AMOUNT      TO TL-AMOUNT.
          WRITE CHGOFFRPT-REC         FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "CHARGED OFF"          TO TL-LABEL.
          MOVE WS-CHGOFF-COUNT        TO TL-COUNT.
          MOVE WS-CHGOFF-AMOUNT       TO TL-AMOUNT.
          WRITE CHGOFFRPT-REC         FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          IF WS-EARLIER-COUNT > ZERO
             MOVE SPACES              TO WS-TOTAL-LINE
             MOVE "CHARGED OFF EARLIER"
                                      TO TL-LABEL
             MOVE WS-EARLIER-COUNT    TO TL-COUNT
             MOVE WS-EARLIER-AMOUNT   TO TL-AMOUNT
             WRITE CHGOFFRPT-REC      FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
          END-IF

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "RECOVERIES"           TO TL-LABEL.
          MOVE WS-RECOVERY-COUNT      TO TL-COUNT.
          MOVE WS-RECOVERY-AMOUNT     TO TL-AMOUNT.
          WRITE CHGOFFRPT-REC         FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Section for one loan's line in the review section. The action
      * and (for a write-off) the balance written off are set by the
      * caller before the record changes.
      ******************************************************************
       YF000-WRITE-DETAIL-LINE         SECTION.

          MOVE LN-CUST-ID             TO DL-CUST-ID.
          MOVE LN-LOAN-SEQ            TO DL-LOAN-SEQ.
          MOVE LN-PAYMENT-DUE-DATE    TO DL-DUE-DATE.
          MOVE WS-DAYS-PAST-DUE       TO DL-DAYS.
          IF NOT LN-IS-CHARGED-OFF
             MOVE LN-OUTSTANDING-BAL  TO DL-BALANCE
          END-IF
          WRITE CHGOFFRPT-REC         FROM WS-DETAIL-LINE
            AFTER ADVANCING 1 LINE.
