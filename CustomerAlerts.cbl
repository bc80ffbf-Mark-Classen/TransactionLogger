       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     CUSTOMER_ALERTS.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

      *>   Contact details for every alert, and each customer's
      *>   choice of alerts and channel. A customer with no
      *>   preference record gets every alert by both channels.
           SELECT CUSTOMERFL           ASSIGN TO "CustomerInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CUST-ID
           FILE STATUS   IS WS-CUST-STATUS.

           SELECT ALERTPREFFL          ASSIGN TO "AlertPrefs.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS AP-CUST-ID
           FILE STATUS   IS WS-APREF-STATUS.

      *>   The day's event sources: the logger's flagged withdrawals
      *>   and insufficient-funds rejections, the hold list and the
      *>   fraud desk's disposition file, the deposits INTEREST_POSTING
      *>   paid out at maturity, and the loans falling due.
           SELECT OPTIONAL SUSPICIOUSFL
                                       ASSIGN TO "SuspiciousActv.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NSFFL       ASSIGN TO "NSFRejects.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLDFL               ASSIGN TO "CustHold.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS HOLD-CUST-ID
           FILE STATUS   IS WS-HOLD-STATUS.

           SELECT OPTIONAL FRAUDDISPFL ASSIGN TO "FraudDisposition.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIXDEPFL             ASSIGN TO "FixedDepMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS FDP-KEY
           FILE STATUS   IS WS-FIXDEP-STATUS.

      *>   Opened I-O: each loan records the date its payment-due
      *>   alert went out.
           SELECT LOANFL               ASSIGN TO "LoanMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS LN-KEY
           FILE STATUS   IS WS-LOANM-STATUS.

      *>   The outbound file for the SMS/email gateway, one record per
      *>   alert, and the day's counts by alert type to reconcile
      *>   against the gateway's delivery report.
           SELECT ALERTFL              ASSIGN TO "CustomerAlerts.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERTRPTFL           ASSIGN TO "AlertCounts.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTLFL             ASSIGN TO "RunControl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

      *>   Daily-cycle control: read only. The alerts are built from
      *>   the logger's and INTEREST_POSTING's output for the date.
           SELECT OPTIONAL CYCLEFL     ASSIGN TO "CycleStatus.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CYCLE-STATUS.

           SELECT OPTIONAL CYCOVRFL    ASSIGN TO "CycleOverride.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  CUSTOMERFL.
           COPY CUSTREC.

       FD  ALERTPREFFL.
           COPY ALRTPREF.

       FD  SUSPICIOUSFL.
           COPY SUSPREC.

       FD  NSFFL.
           COPY NSFREC.

       FD  HOLDFL.
           COPY HOLDREC.

       FD  FRAUDDISPFL.
       01  FRAUDDISP-REC.
           05 FD-CUST-ID                PIC 9(13).
           05 FD-AMOUNT                 PIC 9(10).
           05 FD-FLAG-REASON            PIC X(25).
           05 FD-DECISION               PIC X(15).
           05 FD-REVIEWER               PIC X(20).
           05 FD-REVIEW-DATE            PIC 9(08).

       FD  FIXDEPFL.
           COPY FDEPREC.

       FD  LOANFL.
           COPY LOANREC.

      ******************************************************************
      * One alert. The gateway fills the template named by
      * AL-TEMPLATE-CODE from the customer's name and the values
      * carried here; what each value means depends on the alert:
      *   LWDL large withdrawal  : AMOUNT-1 withdrawal, REF tran ID
      *   NSFR NSF rejection     : AMOUNT-1 amount refused, AMOUNT-2
      *                            available balance, REF tran ID
      *   HLDP hold placed       : EVENT-DATE date placed
      *   HLDR hold released     : EVENT-DATE date released
      *   FDMT deposit matured   : AMOUNT-1 paid out, AMOUNT-2
      *                            principal, EVENT-DATE maturity
      *                            date, REF deposit sequence
      *   LNDU loan payment due  : AMOUNT-1 minimum payment, AMOUNT-2
      *                            outstanding balance, EVENT-DATE due
      *                            date, REF loan sequence
      ******************************************************************
       FD  ALERTFL.
       01  ALERT-REC.
           05 AL-SEQ                   PIC 9(07).
           05 AL-BUSINESS-DATE         PIC 9(08).
           05 AL-ALERT-TYPE            PIC X(04).
           05 AL-TEMPLATE-CODE         PIC X(08).
           05 AL-CHANNEL               PIC X(01).
           05 AL-CUST-ID               PIC 9(13).
           05 AL-FULLNAMES             PIC X(40).
           05 AL-CELLNO                PIC 9(10).
           05 AL-EMAIL                 PIC X(25).
           05 AL-AMOUNT-1              PIC 9(12)V99.
           05 AL-AMOUNT-2              PIC 9(12)V99.
           05 AL-EVENT-DATE            PIC 9(08).
           05 AL-REFERENCE             PIC 9(13).

       FD  ALERTRPTFL.
       01  ALERTRPT-REC                PIC X(132).

       FD  RUNCTLFL.
           COPY RUNCTL.

       FD  CYCLEFL.
           COPY CYCREC.

       FD  CYCOVRFL.
           COPY CYCOVREC.

       WORKING-STORAGE                 SECTION.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-APREF-STATUS             PIC XX.
       01  WS-APREF-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-APREF-AVAILABLE                   VALUE "Y".
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-FIXDEP-STATUS            PIC XX.
       01  WS-LOANM-STATUS             PIC XX.
       01  WS-INPUT-EOF                PIC X          VALUE "N".
           88 INPUT-AT-EOF                            VALUE "Y".

      ******************************************************************
      * The alert being issued, set by each source's section before
      * YG000-ISSUE-ALERT. Alert types are numbered in AP-OPT-IN
      * order.
      ******************************************************************
       01  WS-ALERT-IX                 PIC 9(02).
       01  WS-ALERT-CUST-ID            PIC 9(13).
       01  WS-ALERT-AMOUNT-1           PIC 9(12)V99.
       01  WS-ALERT-AMOUNT-2           PIC 9(12)V99.
       01  WS-ALERT-EVENT-DATE         PIC 9(08).
       01  WS-ALERT-REFERENCE          PIC 9(13).
       01  WS-FD-PAYOUT                PIC 9(12).
       01  WS-ALERT-CHANNEL            PIC X(01).
       01  WS-ALERT-SEQ                PIC 9(07)      VALUE ZERO.

       01  WS-ALERT-TYPE-VALUES.
           05 FILLER                   PIC X(34)      VALUE
              "LWDLWDLARGE1LARGE WITHDRAWAL".
           05 FILLER                   PIC X(34)      VALUE
              "NSFRNSFREJ01NSF REJECTION".
           05 FILLER                   PIC X(34)      VALUE
              "HLDPHOLDON01HOLD PLACED".
           05 FILLER                   PIC X(34)      VALUE
              "HLDRHOLDOF01HOLD RELEASED".
           05 FILLER                   PIC X(34)      VALUE
              "FDMTFDMATUR1FIXED DEPOSIT MATURED".
           05 FILLER                   PIC X(34)      VALUE
              "LNDULOANDUE1LOAN PAYMENT DUE".
       01  WS-ALERT-TYPE-TABLE REDEFINES WS-ALERT-TYPE-VALUES.
           05 WS-ALERT-TYPE-ENTRY      OCCURS 6 TIMES.
              10 WS-ALERT-TYPE-CODE    PIC X(04).
              10 WS-ALERT-TEMPLATE     PIC X(08).
              10 WS-ALERT-TYPE-NAME    PIC X(22).

      ******************************************************************
      * Counts by alert type: events found, events not sent because
      * the customer opted out, because the customer is not on file
      * or has no contact for the chosen channel, and alerts written
      ******************************************************************
       01  WS-ALERT-COUNTS.
           05 WS-ALERT-COUNT OCCURS 6 TIMES.
              10 WS-CNT-EVENTS         PIC 9(07).
              10 WS-CNT-OPTED-OUT      PIC 9(07).
              10 WS-CNT-NO-CONTACT     PIC 9(07).
              10 WS-CNT-SENT           PIC 9(07).
       01  WS-TOTAL-COUNTS.
           05 WS-TOT-EVENTS            PIC 9(07)      VALUE ZERO.
           05 WS-TOT-OPTED-OUT         PIC 9(07)      VALUE ZERO.
           05 WS-TOT-NO-CONTACT        PIC 9(07)      VALUE ZERO.
           05 WS-TOT-SENT              PIC 9(07)      VALUE ZERO.

      ******************************************************************
      * Loan payment-due window: a due date no more than this many
      * days ahead of the business date is alerted, once. The default
      * is overridden from RunControl.TXT when the field is set.
      ******************************************************************
       01  WS-ALERT-DUE-DAYS           PIC 9(02)      VALUE 3.
       01  WS-DAYS-TO-DUE              PIC S9(07).
       01  WS-DUE-DATE-INT             PIC 9(08).
       01  WS-ALERTED-INT              PIC 9(08).

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
           05 WS-RUN-YYYY              PIC 9(04).
           05 WS-RUN-MM                PIC 9(02).
           05 WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).
       01  WS-RUN-DATE-INT             PIC 9(08).

       01  WS-RUNCTL-STATUS            PIC XX.

      ******************************************************************
      * Daily-cycle controls. The extract is refused until the logger
      * and INTEREST_POSTING have both completed for the business
      * date; it changes no cycle flag, since the alert file is
      * rebuilt whole on a rerun.
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
       01  WS-CY-INTEREST              PIC X(01).

       01  WS-BLANK-LINE               PIC X(132)     VALUE SPACES.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(30)      VALUE
              "CUSTOMER ALERT COUNTS".
           05 FILLER                   PIC X(10)      VALUE
              "RUN DATE: ".
           05 RH-DATE                  PIC X(10).
           05 FILLER                   PIC X(82)      VALUE SPACES.

       01  WS-COL-HEADINGS.
           05 FILLER                   PIC X(06)      VALUE
              "TYPE".
           05 FILLER                   PIC X(24)      VALUE
              "ALERT".
           05 FILLER                   PIC X(10)      VALUE
              "TEMPLATE".
           05 FILLER                   PIC X(10)      VALUE
              "    EVENTS".
           05 FILLER                   PIC X(10)      VALUE
              " OPTED OUT".
           05 FILLER                   PIC X(10)      VALUE
              "NO CONTACT".
           05 FILLER                   PIC X(10)      VALUE
              "      SENT".
           05 FILLER                   PIC X(52)      VALUE SPACES.

       01  WS-COUNT-LINE.
           05 CL-TYPE                  PIC X(04).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 CL-NAME                  PIC X(22).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 CL-TEMPLATE              PIC X(08).
           05 FILLER                   PIC X(03)      VALUE SPACES.
           05 CL-EVENTS                PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(01)      VALUE SPACES.
           05 CL-OPTED-OUT             PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(01)      VALUE SPACES.
           05 CL-NO-CONTACT            PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(01)      VALUE SPACES.
           05 CL-SENT                  PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(52)      VALUE SPACES.

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

           PERFORM YA000-LARGE-WITHDRAWALS.
           PERFORM YB000-NSF-REJECTIONS.
           PERFORM YC000-HOLDS-PLACED.
           PERFORM YD000-HOLDS-RELEASED.
           PERFORM YE000-DEPOSITS-MATURED.
           PERFORM YF000-LOAN-PAYMENTS-DUE.
           PERFORM YH000-PRINT-COUNTS.

           DISPLAY "==> CUSTOMER_ALERTS RAN, EVENTS: " WS-TOT-EVENTS
                   " SENT: "        WS-TOT-SENT
                   " OPTED OUT: "   WS-TOT-OPTED-OUT
                   " NO CONTACT: "  WS-TOT-NO-CONTACT.

           CLOSE CUSTOMERFL ALERTFL ALERTRPTFL.
           IF WS-IS-APREF-AVAILABLE
              CLOSE ALERTPREFFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          MOVE ZEROS                  TO WS-ALERT-COUNTS.

          PERFORM BA010-LOAD-RUN-CONTROL.

          STRING WS-RUN-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-YYYY DELIMITED BY SIZE
            INTO WS-RUN-DATE-DISPLAY.

          COMPUTE WS-RUN-DATE-INT =
                  FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).

      *> The cycle check runs before the alert file is opened OUTPUT,
      *> so a refused run leaves the last good extract untouched.
          PERFORM BB000-CHECK-CYCLE.

          DISPLAY "==> ALERT DUE DAYS: " WS-ALERT-DUE-DAYS
                  " DATE: "              WS-RUN-DATE-NUM.

          OPEN INPUT                  CUSTOMERFL.
          IF WS-CUST-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN CustomerInfo.DAT, STATUS: "
                     WS-CUST-STATUS
             DISPLAY "==> CUSTOMER_ALERTS STOPPED, NO ALERTS WRITTEN"
             MOVE 8                   TO RETURN-CODE
             STOP RUN
          END-IF.

      *> No preference file means no customer has opted out of
      *> anything yet.
          OPEN INPUT                  ALERTPREFFL.
          IF WS-APREF-STATUS = "00"
             MOVE "Y"                 TO WS-APREF-AVAILABLE
          END-IF.

          OPEN OUTPUT                 ALERTFL
                                      ALERTRPTFL.
          MOVE WS-RUN-DATE-DISPLAY    TO RH-DATE.
          WRITE ALERTRPT-REC          FROM WS-RPT-HEADING.
          WRITE ALERTRPT-REC          FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          WRITE ALERTRPT-REC          FROM WS-COL-HEADINGS
            AFTER ADVANCING 1 LINE.
          WRITE ALERTRPT-REC          FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Section for the run date and the payment-due window from
      * RunControl.TXT when the control file is present and carries a
      * value (a zero or blank field keeps the default in force)
      ******************************************************************
       BA010-LOAD-RUN-CONTROL          SECTION.

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
                IF RC-ALERT-DUE-DAYS NUMERIC
                   AND RC-ALERT-DUE-DAYS NOT = ZERO
                   MOVE RC-ALERT-DUE-DAYS
                                      TO WS-ALERT-DUE-DAYS
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
      * Section for the daily-cycle sequence check: the extract is
      * refused until the logger and INTEREST_POSTING have completed
      * for the business date, since the day's events would otherwise
      * be missing or yesterday's. The run-control cycle override
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
              WHEN WS-CY-INTEREST NOT = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "INTEREST NOT POSTED FOR THIS DATE"
                                       TO WS-CYCLE-BLOCK-REASON
          END-EVALUATE

          IF WS-IS-CYCLE-BLOCKED
             DISPLAY "==> CYCLE CHECK FAILED: "
                     WS-CYCLE-BLOCK-REASON
             IF WS-IS-CYCLE-OVERRIDE
                PERFORM BB020-LOG-CYCLE-OVERRIDE
             ELSE
                DISPLAY "==> CUSTOMER_ALERTS REFUSED TO START"
                MOVE 8                TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.

      ******************************************************************
      * Section for reading the daily-cycle control record, if any
      ******************************************************************
       BB010-READ-CYCLE-STATE          SECTION.

          MOVE "N"                    TO WS-CYCLE-ON-FILE.
          MOVE ZERO                   TO WS-CY-DATE.
          MOVE "N"                    TO WS-CY-LOGGER
                                          WS-CY-INTEREST.

          OPEN INPUT                  CYCLEFL.
          IF WS-CYCLE-STATUS = "00"
             READ CYCLEFL
               AT END
                CONTINUE
               NOT AT END
                MOVE "Y"              TO WS-CYCLE-ON-FILE
                MOVE CY-BUSINESS-DATE TO WS-CY-DATE
                MOVE CY-LOGGER-DONE   TO WS-CY-LOGGER
                MOVE CY-INTEREST-DONE TO WS-CY-INTEREST
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
          MOVE "CUSTOMER_ALERTS"      TO CO-PROGRAM.
          MOVE WS-CYCLE-BLOCK-REASON  TO CO-REASON.
          WRITE CYCOVR-REC.
          CLOSE CYCOVRFL.

      ******************************************************************
      * Section for alerting each withdrawal the logger flagged today
      ******************************************************************
       YA000-LARGE-WITHDRAWALS         SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  SUSPICIOUSFL.
          PERFORM ZA000-READ-SUSPICIOUSFL.
          PERFORM YA010-ALERT-ONE-WITHDRAWAL
            UNTIL INPUT-AT-EOF.
          CLOSE SUSPICIOUSFL.

       YA010-ALERT-ONE-WITHDRAWAL      SECTION.

          MOVE 1                      TO WS-ALERT-IX.
          MOVE SA-CUST-ID             TO WS-ALERT-CUST-ID.
          MOVE SA-AMOUNT              TO WS-ALERT-AMOUNT-1.
          MOVE ZERO                   TO WS-ALERT-AMOUNT-2.
          MOVE WS-RUN-DATE-NUM        TO WS-ALERT-EVENT-DATE.
          MOVE SA-TRAN-ID             TO WS-ALERT-REFERENCE.
          PERFORM YG000-ISSUE-ALERT.

          PERFORM ZA000-READ-SUSPICIOUSFL.

      ******************************************************************
      * Section for alerting each transaction the logger refused
      * today for insufficient funds
      ******************************************************************
       YB000-NSF-REJECTIONS            SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  NSFFL.
          PERFORM ZB000-READ-NSFFL.
          PERFORM YB010-ALERT-ONE-NSF-REJECT
            UNTIL INPUT-AT-EOF.
          CLOSE NSFFL.

       YB010-ALERT-ONE-NSF-REJECT      SECTION.

          MOVE 2                      TO WS-ALERT-IX.
          MOVE NSF-CUST-ID            TO WS-ALERT-CUST-ID.
          MOVE NSF-AMOUNT             TO WS-ALERT-AMOUNT-1.
          MOVE NSF-AVAILABLE-BALANCE  TO WS-ALERT-AMOUNT-2.
          MOVE WS-RUN-DATE-NUM        TO WS-ALERT-EVENT-DATE.
          MOVE NSF-TRAN-ID            TO WS-ALERT-REFERENCE.
          PERFORM YG000-ISSUE-ALERT.

          PERFORM ZB000-READ-NSFFL.

      ******************************************************************
      * Section for alerting each hold placed today and still in
      * force. A missing hold list just means no one is on hold.
      ******************************************************************
       YC000-HOLDS-PLACED              SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  HOLDFL.
          IF WS-HOLD-STATUS = "00"
             PERFORM ZC000-READ-HOLDFL
             PERFORM YC010-CHECK-ONE-HOLD
               UNTIL INPUT-AT-EOF
             CLOSE HOLDFL
          END-IF.

       YC010-CHECK-ONE-HOLD            SECTION.

          IF HOLD-PLACED-DATE = WS-RUN-DATE-NUM
             MOVE 3                   TO WS-ALERT-IX
             MOVE HOLD-CUST-ID        TO WS-ALERT-CUST-ID
             MOVE ZERO                TO WS-ALERT-AMOUNT-1
                                          WS-ALERT-AMOUNT-2
                                          WS-ALERT-REFERENCE
             MOVE HOLD-PLACED-DATE    TO WS-ALERT-EVENT-DATE
             PERFORM YG000-ISSUE-ALERT
          END-IF.

          PERFORM ZC000-READ-HOLDFL.

      ******************************************************************
      * Section for alerting each hold the fraud desk released today,
      * from its disposition file, which accumulates across days
      ******************************************************************
       YD000-HOLDS-RELEASED            SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  FRAUDDISPFL.
          PERFORM ZD000-READ-FRAUDDISPFL.
          PERFORM YD010-CHECK-ONE-DISPOSITION
            UNTIL INPUT-AT-EOF.
          CLOSE FRAUDDISPFL.

       YD010-CHECK-ONE-DISPOSITION     SECTION.

          IF FD-DECISION = "HOLD RELEASED"
             AND FD-REVIEW-DATE = WS-RUN-DATE-NUM
             MOVE 4                   TO WS-ALERT-IX
             MOVE FD-CUST-ID          TO WS-ALERT-CUST-ID
             MOVE ZERO                TO WS-ALERT-AMOUNT-1
                                          WS-ALERT-AMOUNT-2
                                          WS-ALERT-REFERENCE
             MOVE FD-REVIEW-DATE      TO WS-ALERT-EVENT-DATE
             PERFORM YG000-ISSUE-ALERT
          END-IF.

          PERFORM ZD000-READ-FRAUDDISPFL.

      ******************************************************************
      * Section for alerting each fixed deposit paid out today.
      * INTEREST_POSTING stamps a matured deposit's accrual date with
      * the business date it paid out. The amount alerted is what
      * reached the balance: the payout rounded to whole units as
      * INTEREST_POSTING credits it, less any tax withheld.
      ******************************************************************
       YE000-DEPOSITS-MATURED          SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  FIXDEPFL.
          IF WS-FIXDEP-STATUS = "00"
             PERFORM ZE000-READ-FIXDEPFL
             PERFORM YE010-CHECK-ONE-DEPOSIT
               UNTIL INPUT-AT-EOF
             CLOSE FIXDEPFL
          END-IF.

       YE010-CHECK-ONE-DEPOSIT         SECTION.

          IF FDP-IS-MATURED
             AND FDP-LAST-ACCRUAL-DATE = WS-RUN-DATE-NUM
             MOVE 5                   TO WS-ALERT-IX
             MOVE FDP-CUST-ID         TO WS-ALERT-CUST-ID
             COMPUTE WS-FD-PAYOUT ROUNDED =
                     FDP-PRINCIPAL + FDP-ACCRUED-INTEREST
             COMPUTE WS-ALERT-AMOUNT-1 =
                     WS-FD-PAYOUT - FDP-WHT-AMOUNT
             MOVE FDP-PRINCIPAL       TO WS-ALERT-AMOUNT-2
             MOVE FDP-MATURITY-DATE   TO WS-ALERT-EVENT-DATE
             MOVE FDP-DEP-SEQ         TO WS-ALERT-REFERENCE
             PERFORM YG000-ISSUE-ALERT
          END-IF.

          PERFORM ZE000-READ-FIXDEPFL.

      ******************************************************************
      * Section for alerting each open loan whose payment falls due
      * within the window. Each due date is alerted once: the loan
      * keeps the date its alert went out, and a date from before the
      * current due date's window belongs to an earlier due date. A
      * rerun for the same business date alerts the same loans again,
      * so the rebuilt file matches the first.
      ******************************************************************
       YF000-LOAN-PAYMENTS-DUE         SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN I-O                    LOANFL.
          IF WS-LOANM-STATUS = "00"
             PERFORM ZF000-READ-LOANFL
             PERFORM YF010-CHECK-ONE-LOAN
               UNTIL INPUT-AT-EOF
             CLOSE LOANFL
          END-IF.

       YF010-CHECK-ONE-LOAN            SECTION.

          IF LN-IS-OPEN
             AND LN-OUTSTANDING-BAL > ZERO
             AND LN-PAYMENT-DUE-DATE NUMERIC
             AND LN-PAYMENT-DUE-DATE NOT < WS-RUN-DATE-NUM
             COMPUTE WS-DUE-DATE-INT =
                     FUNCTION INTEGER-OF-DATE (LN-PAYMENT-DUE-DATE)
             COMPUTE WS-DAYS-TO-DUE =
                     WS-DUE-DATE-INT - WS-RUN-DATE-INT
             IF WS-DAYS-TO-DUE NOT > WS-ALERT-DUE-DAYS
                PERFORM YF020-CHECK-ALREADY-ALERTED
             END-IF
          END-IF.

          PERFORM ZF000-READ-LOANFL.

       YF020-CHECK-ALREADY-ALERTED     SECTION.

          MOVE ZERO                   TO WS-ALERTED-INT.
          IF LN-DUE-ALERT-DATE NUMERIC
             AND LN-DUE-ALERT-DATE > 19000101
             COMPUTE WS-ALERTED-INT =
                     FUNCTION INTEGER-OF-DATE (LN-DUE-ALERT-DATE)
          END-IF.

          IF LN-DUE-ALERT-DATE = WS-RUN-DATE-NUM
             OR WS-ALERTED-INT + WS-ALERT-DUE-DAYS < WS-DUE-DATE-INT
             MOVE 6                   TO WS-ALERT-IX
             MOVE LN-CUST-ID          TO WS-ALERT-CUST-ID
             MOVE LN-MIN-PAYMENT      TO WS-ALERT-AMOUNT-1
             MOVE LN-OUTSTANDING-BAL  TO WS-ALERT-AMOUNT-2
             MOVE LN-PAYMENT-DUE-DATE TO WS-ALERT-EVENT-DATE
             MOVE LN-LOAN-SEQ         TO WS-ALERT-REFERENCE
             PERFORM YG000-ISSUE-ALERT
             MOVE WS-RUN-DATE-NUM     TO LN-DUE-ALERT-DATE
             REWRITE LOANFL-REC
          END-IF.

      ******************************************************************
      * Section for issuing one alert: counted, then checked against
      * the customer's opt-in and contact details before it is
      * written. A customer who chose both channels but has only one
      * on file is sent by that one.
      ******************************************************************
       YG000-ISSUE-ALERT               SECTION.

          ADD 1                       TO WS-CNT-EVENTS (WS-ALERT-IX)
                                          WS-TOT-EVENTS.

          MOVE "B"                    TO WS-ALERT-CHANNEL.
          MOVE "Y"                    TO AP-OPT-IN (WS-ALERT-IX).
          IF WS-IS-APREF-AVAILABLE
             MOVE WS-ALERT-CUST-ID    TO AP-CUST-ID
             READ ALERTPREFFL
               INVALID KEY
                MOVE "Y"              TO AP-OPT-IN (WS-ALERT-IX)
               NOT INVALID KEY
                IF AP-IS-VALID-CHANNEL
                   MOVE AP-CHANNEL    TO WS-ALERT-CHANNEL
                END-IF
             END-READ
          END-IF.

          IF AP-OPT-IN (WS-ALERT-IX) = "N"
             ADD 1                    TO WS-CNT-OPTED-OUT (WS-ALERT-IX)
                                          WS-TOT-OPTED-OUT
          ELSE
             MOVE WS-ALERT-CUST-ID    TO CUST-ID
             READ CUSTOMERFL
               INVALID KEY
                MOVE SPACE            TO WS-ALERT-CHANNEL
               NOT INVALID KEY
                PERFORM YG010-RESOLVE-CHANNEL
             END-READ
             IF WS-ALERT-CHANNEL = SPACE
                ADD 1                 TO WS-CNT-NO-CONTACT (WS-ALERT-IX)
                                          WS-TOT-NO-CONTACT
             ELSE
                PERFORM YG020-WRITE-ALERT
             END-IF
          END-IF.

       YG010-RESOLVE-CHANNEL           SECTION.

          IF CUST-CELLNO NOT NUMERIC
             MOVE ZERO                TO CUST-CELLNO
          END-IF.

          EVALUATE WS-ALERT-CHANNEL
              WHEN "S"
                  IF CUST-CELLNO = ZERO
                     MOVE SPACE        TO WS-ALERT-CHANNEL
                  END-IF
              WHEN "E"
                  IF CUST-EMAIL = SPACES
                     MOVE SPACE        TO WS-ALERT-CHANNEL
                  END-IF
              WHEN OTHER
                  EVALUATE TRUE
                      WHEN CUST-CELLNO = ZERO AND CUST-EMAIL = SPACES
                          MOVE SPACE   TO WS-ALERT-CHANNEL
                      WHEN CUST-CELLNO = ZERO
                          MOVE "E"     TO WS-ALERT-CHANNEL
                      WHEN CUST-EMAIL = SPACES
                          MOVE "S"     TO WS-ALERT-CHANNEL
                      WHEN OTHER
                          MOVE "B"     TO WS-ALERT-CHANNEL
                  END-EVALUATE
          END-EVALUATE.

       YG020-WRITE-ALERT               SECTION.

          ADD 1                       TO WS-ALERT-SEQ.

          MOVE SPACES                 TO ALERT-REC.
          MOVE WS-ALERT-SEQ           TO AL-SEQ.
          MOVE WS-RUN-DATE-NUM        TO AL-BUSINESS-DATE.
          MOVE WS-ALERT-TYPE-CODE (WS-ALERT-IX)
                                      TO AL-ALERT-TYPE.
          MOVE WS-ALERT-TEMPLATE (WS-ALERT-IX)
                                      TO AL-TEMPLATE-CODE.
          MOVE WS-ALERT-CHANNEL       TO AL-CHANNEL.
          MOVE CUST-ID                TO AL-CUST-ID.
          MOVE CUST-FULLNAMES         TO AL-FULLNAMES.
          MOVE CUST-CELLNO            TO AL-CELLNO.
          MOVE CUST-EMAIL             TO AL-EMAIL.
          MOVE WS-ALERT-AMOUNT-1      TO AL-AMOUNT-1.
          MOVE WS-ALERT-AMOUNT-2      TO AL-AMOUNT-2.
          MOVE WS-ALERT-EVENT-DATE    TO AL-EVENT-DATE.
          MOVE WS-ALERT-REFERENCE     TO AL-REFERENCE.

          WRITE ALERT-REC.

          ADD 1                       TO WS-CNT-SENT (WS-ALERT-IX)
                                          WS-TOT-SENT.

      ******************************************************************
      * Section for the day's counts by alert type. The SENT column
      * is the number of records on the gateway file.
      ******************************************************************
       YH000-PRINT-COUNTS              SECTION.

          PERFORM YH010-PRINT-ONE-TYPE
            VARYING WS-ALERT-IX FROM 1 BY 1
              UNTIL WS-ALERT-IX > 6.

          WRITE ALERTRPT-REC          FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO CL-TYPE CL-TEMPLATE.
          MOVE "TOTAL"                TO CL-NAME.
          MOVE WS-TOT-EVENTS          TO CL-EVENTS.
          MOVE WS-TOT-OPTED-OUT       TO CL-OPTED-OUT.
          MOVE WS-TOT-NO-CONTACT      TO CL-NO-CONTACT.
          MOVE WS-TOT-SENT            TO CL-SENT.
          WRITE ALERTRPT-REC          FROM WS-COUNT-LINE
            AFTER ADVANCING 1 LINE.

       YH010-PRINT-ONE-TYPE            SECTION.

          MOVE WS-ALERT-TYPE-CODE (WS-ALERT-IX)
                                      TO CL-TYPE.
          MOVE WS-ALERT-TYPE-NAME (WS-ALERT-IX)
                                      TO CL-NAME.
          MOVE WS-ALERT-TEMPLATE (WS-ALERT-IX)
                                      TO CL-TEMPLATE.
          MOVE WS-CNT-EVENTS (WS-ALERT-IX)
                                      TO CL-EVENTS.
          MOVE WS-CNT-OPTED-OUT (WS-ALERT-IX)
                                      TO CL-OPTED-OUT.
          MOVE WS-CNT-NO-CONTACT (WS-ALERT-IX)
                                      TO CL-NO-CONTACT.
          MOVE WS-CNT-SENT (WS-ALERT-IX)
                                      TO CL-SENT.
          WRITE ALERTRPT-REC          FROM WS-COUNT-LINE
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Sections for reading the event sources
      ******************************************************************
       ZA000-READ-SUSPICIOUSFL         SECTION.

          READ SUSPICIOUSFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZB000-READ-NSFFL                SECTION.

          READ NSFFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZC000-READ-HOLDFL               SECTION.

          READ HOLDFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZD000-READ-FRAUDDISPFL          SECTION.

          READ FRAUDDISPFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZE000-READ-FIXDEPFL             SECTION.

          READ FIXDEPFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZF000-READ-LOANFL               SECTION.

          READ LOANFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.
