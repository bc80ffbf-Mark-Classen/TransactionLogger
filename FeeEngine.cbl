       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     FEE_ENGINE.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

      *>   The logger's insufficient-funds rejections for the day, one
      *>   NSF fee per distinct rejected transaction.
           SELECT OPTIONAL NSFFL       ASSIGN TO "NSFRejects.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOANFL               ASSIGN TO "LoanMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS LN-KEY
           FILE STATUS   IS WS-LOANM-STATUS.

      *>   DYNAMIC: the NSF pass reads the balance master by key, the
      *>   maintenance pass walks it in customer sequence.
           SELECT BALANCEFL            ASSIGN TO "CustomerBalance.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS BAL-CUST-ID
           FILE STATUS   IS WS-BAL-STATUS.

      *>   Branch managers' fee exemptions; a missing file waives
      *>   nothing.
           SELECT OPTIONAL WAIVERFL    ASSIGN TO "FeeWaiver.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   A charged fee is money movement, so it lands in the
      *>   cumulative history file (for statements and disputes) and
      *>   the day's GL feed (for accounting) the way the maturity
      *>   payouts do.
           SELECT OPTIONAL HISTORYFL   ASSIGN TO "TxnHistory.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GLFEEDFL    ASSIGN TO "GLFeed.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEEREGFL             ASSIGN TO "FeeRegister.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTLFL             ASSIGN TO "RunControl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

      *>   Daily-cycle control: fees are charged after the logger has
      *>   completed for the business date, and only once per date.
           SELECT OPTIONAL CYCLEFL     ASSIGN TO "CycleStatus.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CYCLE-STATUS.

           SELECT OPTIONAL CYCOVRFL    ASSIGN TO "CycleOverride.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NSFSORT              ASSIGN TO "FeeSortWork.TMP".

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  NSFFL.
           COPY NSFREC.

       FD  LOANFL.
           COPY LOANREC.

       FD  BALANCEFL.
           COPY BALREC.

       FD  WAIVERFL.
           COPY WAIVREC.

       FD  HISTORYFL.
           COPY HISTREC.

       FD  GLFEEDFL.
           COPY GLFREC.

       FD  FEEREGFL.
       01  FEEREG-REC                  PIC X(132).

       FD  RUNCTLFL.
           COPY RUNCTL.

       FD  CYCLEFL.
           COPY CYCREC.

       FD  CYCOVRFL.
           COPY CYCOVREC.

       SD  NSFSORT.
           COPY NSFREC   REPLACING LEADING ==NSF-== BY ==SN-==.

       WORKING-STORAGE                 SECTION.
       01  WS-NSF-EOF                  PIC X          VALUE "N".
           88 NSF-AT-EOF                              VALUE "Y".
       01  WS-HIST-EOF                 PIC X          VALUE "N".
           88 HIST-AT-EOF                             VALUE "Y".
       01  WS-WAIVER-EOF               PIC X          VALUE "N".
           88 WAIVER-AT-EOF                           VALUE "Y".

      ******************************************************************
      * Loan master controls. A loan past its payment due date is
      * charged one late fee for that due date: the due date charged
      * is stamped on the master, so the loan is not charged again
      * each day it stays past due, but is charged afresh once the
      * schedule rolls forward to a due date it misses too. The fee
      * is added to what the customer owes on the loan.
      ******************************************************************
       01  WS-LOANM-STATUS             PIC XX.
       01  WS-LOANM-EOF                PIC X          VALUE "N".
           88 LOANM-AT-EOF                            VALUE "Y".
       01  WS-DAYS-PAST-DUE            PIC S9(05).
       01  WS-RUN-DATE-INT             PIC 9(08).

      ******************************************************************
      * Balance master controls. NSF and maintenance fees come out of
      * the customer's balance, which cannot go below zero: a fee is
      * charged up to the balance available, and a fee finding no
      * balance at all is listed on the register as uncollected. A
      * balance master that cannot be opened skips both passes.
      ******************************************************************
       01  WS-BAL-STATUS               PIC XX.
       01  WS-BAL-AVAILABLE            PIC X          VALUE "N".
           88 WS-IS-BAL-AVAILABLE                     VALUE "Y".
       01  WS-BAL-EOF                  PIC X          VALUE "N".
           88 BAL-AT-EOF                              VALUE "Y".

      ******************************************************************
      * Fee schedule: the built-in amounts, minimum balance and fee
      * income GL account, each overridable from RunControl.TXT.
      ******************************************************************
       01  WS-NSF-FEE                  PIC 9(07)      VALUE 25.
       01  WS-LATE-FEE                 PIC 9(07)      VALUE 35.
       01  WS-MAINT-FEE                PIC 9(07)      VALUE 10.
       01  WS-MIN-BALANCE              PIC 9(10)      VALUE 500.
       01  WS-GL-FEE-ACCT              PIC X(10)      VALUE
           "4010000001".

      ******************************************************************
      * Fee types, in table order NSF, late, maintenance: the history
      * and GL type each is booked under, and the code a FeeWaiver.TXT
      * record names it by.
      ******************************************************************
       01  WS-FEE-IX                   PIC 9(02).
       01  WS-FEE-TYPE-VALUES.
           05 FILLER                   PIC X(15)      VALUE
              "NSFFee".
           05 FILLER                   PIC X(15)      VALUE
              "LateFee".
           05 FILLER                   PIC X(15)      VALUE
              "MaintFee".
       01  WS-FEE-TYPE-TABLE REDEFINES WS-FEE-TYPE-VALUES.
           05 WS-FEE-TYPE-NAME         PIC X(15)      OCCURS 3 TIMES.
       01  WS-FEE-CODE-VALUES.
           05 FILLER                   PIC X(05)      VALUE "NSF".
           05 FILLER                   PIC X(05)      VALUE "LATE".
           05 FILLER                   PIC X(05)      VALUE "MAINT".
       01  WS-FEE-CODE-TABLE REDEFINES WS-FEE-CODE-VALUES.
           05 WS-FEE-WAIVER-CODE       PIC X(05)      OCCURS 3 TIMES.

      ******************************************************************
      * Per-fee-type run totals for the register and the GL feed. The
      * EARLIER amounts are fees a previous attempt at this business
      * date already charged before it abended; they are read back
      * from the history file at start-up and booked to the GL with
      * this run's own charges.
      ******************************************************************
       01  WS-FEE-TOTALS.
           05 WS-FEE-TOT OCCURS 3 TIMES.
              10 WS-FT-CHARGED-COUNT   PIC 9(07).
              10 WS-FT-CHARGED-AMOUNT  PIC 9(12).
              10 WS-FT-WAIVED-COUNT    PIC 9(07).
              10 WS-FT-WAIVED-AMOUNT   PIC 9(12).
              10 WS-FT-UNCOLL-COUNT    PIC 9(07).
              10 WS-FT-UNCOLL-AMOUNT   PIC 9(12).
              10 WS-FT-EARLIER-COUNT   PIC 9(07).
              10 WS-FT-EARLIER-AMOUNT  PIC 9(12).
       01  WS-GL-FEE-COUNT             PIC 9(07).
       01  WS-GL-FEE-AMOUNT            PIC 9(12).

      ******************************************************************
      * One fee being settled: who, how much was assessed, how much
      * the balance could bear, and the outcome the register shows.
      ******************************************************************
       01  WS-FEE-CUST-ID              PIC 9(13).
       01  WS-FEE-LOAN-SEQ             PIC 9(03).
       01  WS-FEE-REFERENCE            PIC X(13).
       01  WS-FEE-ASSESSED             PIC 9(07).
       01  WS-FEE-CHARGED              PIC 9(07).
       01  WS-FEE-OUTCOME              PIC X(01).
           88 WS-FEE-IS-CHARGED                       VALUE "C".
           88 WS-FEE-IS-PARTIAL                       VALUE "P".
           88 WS-FEE-IS-WAIVED                        VALUE "W".
           88 WS-FEE-IS-UNCOLLECTED                   VALUE "U".
       01  WS-FEE-WAIVED               PIC X          VALUE "N".
           88 WS-IS-FEE-WAIVED                        VALUE "Y".

      ******************************************************************
      * Fee waivers loaded from FeeWaiver.TXT. A waiver covers its
      * customer for the fee type it names (ALL covers every type)
      * through its expiry date; a zero expiry never lapses.
      ******************************************************************
       01  WS-WAIVER-MAX               PIC 9(05)      VALUE 500.
       01  WS-WAIVER-COUNT             PIC 9(05)      VALUE ZERO.
       01  WS-WAIVER-IX                PIC 9(05).
       01  WS-WAIVERS.
           05 WS-WAIVER OCCURS 500 TIMES.
              10 WS-WV-CUST-ID         PIC 9(13).
              10 WS-WV-FEE-TYPE        PIC X(05).
              10 WS-WV-EXPIRY-DATE     PIC 9(08).

      ******************************************************************
      * Restart controls. The NSF file is read in transaction-ID
      * order, and only the first of each nonzero ID is charged, so
      * the rejects a logger restart re-appended are not charged
      * twice. The NSF fees an abended earlier attempt at this date
      * already charged are counted per customer from the history
      * file; because a fee is only short of full when the balance
      * has run out, the charged ones are always that customer's
      * first rejects in ID order, and are passed over here.
      ******************************************************************
       01  WS-PREV-NSF-TRAN-ID         PIC 9(13)      VALUE ZERO.
       01  WS-PRIOR-NSF-MAX            PIC 9(05)      VALUE 500.
       01  WS-PRIOR-NSF-COUNT          PIC 9(05)      VALUE ZERO.
       01  WS-PRIOR-NSF-IX             PIC 9(05).
       01  WS-PRIOR-NSF-FOUND          PIC X          VALUE "N".
           88 WS-IS-PRIOR-NSF-FOUND                   VALUE "Y".
       01  WS-PRIOR-NSF-FEES.
           05 WS-PRIOR-NSF OCCURS 500 TIMES.
              10 WS-PN-CUST-ID         PIC 9(13).
              10 WS-PN-FEE-COUNT       PIC 9(05).

       01  WS-NSF-READ                 PIC 9(07)      VALUE ZERO.
       01  WS-LOANS-CHECKED            PIC 9(07)      VALUE ZERO.
       01  WS-ACCOUNTS-CHECKED         PIC 9(07)      VALUE ZERO.

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
           05 WS-RUN-YYYY              PIC 9(04).
           05 WS-RUN-MM                PIC 9(02).
           05 WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-M REDEFINES WS-RUN-DATE-NUM.
           05 WS-RUN-CCYYMM            PIC 9(06).
           05 FILLER                   PIC 9(02).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).

      ******************************************************************
      * Run-control parameter file controls. A missing RunControl.TXT
      * leaves the built-in fee schedule in force.
      ******************************************************************
       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-RUNCTL-LOADED            PIC X          VALUE "N".
           88 WS-IS-RUNCTL-LOADED                     VALUE "Y".

      ******************************************************************
      * Daily-cycle sequence controls. Fees are charged once per
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

       01  WS-REG-HEADING.
           05 FILLER                   PIC X(30)      VALUE
              "FEE REGISTER".
           05 FILLER                   PIC X(10)      VALUE
              "RUN DATE: ".
           05 RH-DATE                  PIC X(10).
           05 FILLER                   PIC X(82)      VALUE SPACES.

       01  WS-COL-HEADINGS.
           05 FILLER                   PIC X(15)      VALUE
              "CUST-ID".
           05 FILLER                   PIC X(17)      VALUE
              "FEE TYPE".
           05 FILLER                   PIC X(06)      VALUE
              "LOAN".
           05 FILLER                   PIC X(15)      VALUE
              "REFERENCE".
           05 FILLER                   PIC X(11)      VALUE
              "  ASSESSED".
           05 FILLER                   PIC X(11)      VALUE
              "   CHARGED".
           05 FILLER                   PIC X(57)      VALUE
              "STATUS".

       01  WS-DETAIL-LINE.
           05 DL-CUST-ID               PIC 9(13).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-FEE-TYPE              PIC X(15).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-LOAN-SEQ              PIC X(03).
           05 FILLER                   PIC X(03)      VALUE SPACES.
           05 DL-REFERENCE             PIC X(13).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-ASSESSED              PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-CHARGED               PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 DL-STATUS                PIC X(22).
           05 FILLER                   PIC X(35)      VALUE SPACES.

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

      *>   The day's NSF rejects, in transaction-ID order so restart
      *>   duplicates fall together.
           IF WS-IS-BAL-AVAILABLE
              SORT NSFSORT
                  ON ASCENDING KEY SN-TRAN-ID
                  USING NSFFL
                  OUTPUT PROCEDURE YB000-CHARGE-NSF-FEES
           END-IF.

           PERFORM YC100-CHARGE-LATE-FEES.

           PERFORM YD100-CHARGE-MAINT-FEES.

           PERFORM YH000-WRITE-FEE-GL.
           PERFORM YI000-PRINT-FEE-TOTALS.
           PERFORM BB030-MARK-FEE-DONE.

           DISPLAY "==> FEE_ENGINE RAN, NSF REJECTS READ: "
                   WS-NSF-READ
                   " LOANS: " WS-LOANS-CHECKED
                   " ACCOUNTS: " WS-ACCOUNTS-CHECKED.

           CLOSE LOANFL HISTORYFL GLFEEDFL FEEREGFL.
           IF WS-IS-BAL-AVAILABLE
              CLOSE BALANCEFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          MOVE ZEROS                  TO WS-FEE-TOTALS.

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
      *> refused run cannot charge a single fee.
          PERFORM BB000-CHECK-CYCLE.

          DISPLAY "==> NSF FEE: "      WS-NSF-FEE
                  " LATE FEE: "        WS-LATE-FEE
                  " MAINT FEE: "       WS-MAINT-FEE
                  " MIN BALANCE: "     WS-MIN-BALANCE
                  " DATE: "            WS-RUN-DATE-NUM.

          PERFORM BA020-LOAD-WAIVERS.
          PERFORM BA030-SCAN-EARLIER-FEES.

          OPEN OUTPUT                 FEEREGFL.
          MOVE WS-RUN-DATE-DISPLAY    TO RH-DATE.
          WRITE FEEREG-REC            FROM WS-REG-HEADING.
          WRITE FEEREG-REC            FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          WRITE FEEREG-REC            FROM WS-COL-HEADINGS
            AFTER ADVANCING 1 LINE.
          WRITE FEEREG-REC            FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

      *> A missing loan master (no loans disbursed yet) is not an
      *> error; the late-fee pass is simply skipped.
          OPEN I-O                    LOANFL.
          IF WS-LOANM-STATUS NOT = "00"
             DISPLAY "==> LoanMaster.DAT NOT AVAILABLE, STATUS: "
                     WS-LOANM-STATUS
             DISPLAY "==> NO LATE FEES CHARGED THIS RUN"
             MOVE "Y"                 TO WS-LOANM-EOF
          END-IF.

          OPEN I-O                    BALANCEFL.
          IF WS-BAL-STATUS = "00"
             MOVE "Y"                 TO WS-BAL-AVAILABLE
          ELSE
             DISPLAY "==> UNABLE TO OPEN CustomerBalance.DAT, STATUS: "
                     WS-BAL-STATUS
             DISPLAY "==> NO NSF OR MAINTENANCE FEES CHARGED THIS RUN"
             MOVE "Y"                 TO WS-BAL-EOF
          END-IF.

          OPEN EXTEND                 HISTORYFL.
          OPEN EXTEND                 GLFEEDFL.

      ******************************************************************
      * Section for overriding the built-in fee schedule from
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
                IF RC-NSF-FEE NUMERIC
                   AND RC-NSF-FEE NOT = ZERO
                   MOVE RC-NSF-FEE    TO WS-NSF-FEE
                END-IF
                IF RC-LATE-FEE NUMERIC
                   AND RC-LATE-FEE NOT = ZERO
                   MOVE RC-LATE-FEE   TO WS-LATE-FEE
                END-IF
                IF RC-MAINT-FEE NUMERIC
                   AND RC-MAINT-FEE NOT = ZERO
                   MOVE RC-MAINT-FEE  TO WS-MAINT-FEE
                END-IF
                IF RC-MIN-BALANCE NUMERIC
                   AND RC-MIN-BALANCE NOT = ZERO
                   MOVE RC-MIN-BALANCE
                                      TO WS-MIN-BALANCE
                END-IF
                IF RC-GL-FEE-ACCT NOT = SPACES
                   MOVE RC-GL-FEE-ACCT
                                      TO WS-GL-FEE-ACCT
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
      * Section for loading the fee waiver list. Waivers already
      * expired at this business date are not loaded.
      ******************************************************************
       BA020-LOAD-WAIVERS              SECTION.

          MOVE ZERO                   TO WS-WAIVER-COUNT.
          MOVE "N"                    TO WS-WAIVER-EOF.

          OPEN INPUT                  WAIVERFL.
          PERFORM ZA000-READ-WAIVERFL.
          PERFORM BA021-LOAD-ONE-WAIVER
            UNTIL WAIVER-AT-EOF.
          CLOSE WAIVERFL.

          DISPLAY "==> FEE WAIVERS IN FORCE: " WS-WAIVER-COUNT.

       BA021-LOAD-ONE-WAIVER           SECTION.

          IF FW-CUST-ID NUMERIC
             AND (FW-EXPIRY-DATE NOT NUMERIC
                  OR FW-EXPIRY-DATE = ZERO
                  OR FW-EXPIRY-DATE NOT < WS-RUN-DATE-NUM)
             IF WS-WAIVER-COUNT < WS-WAIVER-MAX
                ADD 1                 TO WS-WAIVER-COUNT
                MOVE FW-CUST-ID
                  TO WS-WV-CUST-ID (WS-WAIVER-COUNT)
                MOVE FW-FEE-TYPE
                  TO WS-WV-FEE-TYPE (WS-WAIVER-COUNT)
                MOVE FW-EXPIRY-DATE
                  TO WS-WV-EXPIRY-DATE (WS-WAIVER-COUNT)
             ELSE
                DISPLAY "==> WAIVER TABLE FULL, NOT LOADED: "
                        FW-CUST-ID " " FW-FEE-TYPE
             END-IF
          END-IF

          PERFORM ZA000-READ-WAIVERFL.

      ******************************************************************
      * Section for reading back the fees an earlier attempt at this
      * business date charged before it abended: NSF fees per
      * customer, so this run passes over the same rejects, and the
      * totals of every fee type, so the GL feed written at end of
      * run still books them. A date whose fee step already completed
      * (a rerun under the cycle override) booked its own GL, so its
      * totals are not carried.
      ******************************************************************
       BA030-SCAN-EARLIER-FEES         SECTION.

          MOVE ZERO                   TO WS-PRIOR-NSF-COUNT.
          MOVE "N"                    TO WS-HIST-EOF.

          OPEN INPUT                  HISTORYFL.
          PERFORM ZE000-READ-HISTORYFL.
          PERFORM BA031-SCAN-ONE-HISTORY
            UNTIL HIST-AT-EOF.
          CLOSE HISTORYFL.

       BA031-SCAN-ONE-HISTORY          SECTION.

          IF H-IS-FEE-CHARGED
             AND H-TRAN-DATE = WS-RUN-DATE-NUM
             EVALUATE H-TYPE
                 WHEN "NSFFee"
                     MOVE 1            TO WS-FEE-IX
                     PERFORM BA032-COUNT-PRIOR-NSF
                 WHEN "LateFee"
                     MOVE 2            TO WS-FEE-IX
                 WHEN "MaintFee"
                     MOVE 3            TO WS-FEE-IX
                 WHEN OTHER
                     MOVE ZERO         TO WS-FEE-IX
             END-EVALUATE
             IF WS-FEE-IX > ZERO
                AND WS-CY-FEE NOT = "Y"
                ADD 1
                    TO WS-FT-EARLIER-COUNT (WS-FEE-IX)
                ADD H-AMOUNT
                  TO WS-FT-EARLIER-AMOUNT (WS-FEE-IX)
             END-IF
          END-IF

          PERFORM ZE000-READ-HISTORYFL.

      ******************************************************************
      * Section for counting one earlier NSF fee against its customer
      ******************************************************************
       BA032-COUNT-PRIOR-NSF           SECTION.

          MOVE H-CUST-ID              TO WS-FEE-CUST-ID.
          PERFORM YB030-FIND-PRIOR-NSF.

          IF WS-IS-PRIOR-NSF-FOUND
             ADD 1                    TO WS-PN-FEE-COUNT
                                           (WS-PRIOR-NSF-IX)
          ELSE
             IF WS-PRIOR-NSF-COUNT < WS-PRIOR-NSF-MAX
                ADD 1                 TO WS-PRIOR-NSF-COUNT
                MOVE H-CUST-ID
                  TO WS-PN-CUST-ID (WS-PRIOR-NSF-COUNT)
                MOVE 1
                  TO WS-PN-FEE-COUNT (WS-PRIOR-NSF-COUNT)
             ELSE
                DISPLAY "==> EARLIER NSF FEE TABLE FULL, CUST-ID: "
                        H-CUST-ID
             END-IF
          END-IF.

      ******************************************************************
      * Section for the daily-cycle sequence check: fees are charged
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
              WHEN WS-CY-FEE = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "FEES ALREADY CHARGED THIS DATE"
                                       TO WS-CYCLE-BLOCK-REASON
          END-EVALUATE

          IF WS-IS-CYCLE-BLOCKED
             DISPLAY "==> CYCLE CHECK FAILED: "
                     WS-CYCLE-BLOCK-REASON
             IF WS-IS-CYCLE-OVERRIDE
                PERFORM BB020-LOG-CYCLE-OVERRIDE
             ELSE
                DISPLAY "==> FEE_ENGINE REFUSED TO START"
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
          MOVE "FEE_ENGINE"           TO CO-PROGRAM.
          MOVE WS-CYCLE-BLOCK-REASON  TO CO-REASON.
          WRITE CYCOVR-REC.
          CLOSE CYCOVRFL.

      ******************************************************************
      * Section for marking the fee step done on the cycle record at
      * normal end of run, carrying the other steps' flags forward as
      * read at start-up for this business date
      ******************************************************************
       BB030-MARK-FEE-DONE             SECTION.

          OPEN OUTPUT                 CYCLEFL.
          MOVE WS-RUN-DATE-NUM        TO CY-BUSINESS-DATE.
          MOVE WS-CY-EDIT             TO CY-EDIT-DONE.
          MOVE WS-CY-LOGGER           TO CY-LOGGER-DONE.
          MOVE WS-CY-INTEREST         TO CY-INTEREST-DONE.
          MOVE WS-CY-RECON            TO CY-RECON-DONE.
          MOVE "Y"                    TO CY-FEE-DONE.
          MOVE WS-CY-CHGOFF           TO CY-CHGOFF-DONE.
          WRITE CYCLEFL-REC.
          CLOSE CYCLEFL.

      ******************************************************************
      * Section for reading WAIVERFL
      ******************************************************************
       ZA000-READ-WAIVERFL             SECTION.

          READ WAIVERFL
            AT END
           MOVE "Y"                TO WS-WAIVER-EOF.

      ******************************************************************
      * Section for returning the next NSF reject from the sort
      ******************************************************************
       ZB000-RETURN-NSFSORT            SECTION.

          RETURN NSFSORT
            AT END
           MOVE "Y"                TO WS-NSF-EOF.

      ******************************************************************
      * Section for reading LOANFL in LN-KEY sequence
      ******************************************************************
       ZC000-READ-LOANFL               SECTION.

          READ LOANFL
            AT END
           MOVE "Y"                TO WS-LOANM-EOF.

      ******************************************************************
      * Section for reading BALANCEFL in BAL-CUST-ID sequence
      ******************************************************************
       ZD000-READ-BALANCEFL            SECTION.

          READ BALANCEFL NEXT RECORD
            AT END
           MOVE "Y"                TO WS-BAL-EOF.

      ******************************************************************
      * Section for reading HISTORYFL
      ******************************************************************
       ZE000-READ-HISTORYFL            SECTION.

          READ HISTORYFL
            AT END
           MOVE "Y"                TO WS-HIST-EOF.

      ******************************************************************
      * Output procedure charging one NSF fee per distinct rejected
      * transaction
      ******************************************************************
       YB000-CHARGE-NSF-FEES           SECTION.

          MOVE "N"                    TO WS-NSF-EOF.
          MOVE ZERO                   TO WS-PREV-NSF-TRAN-ID.
          PERFORM ZB000-RETURN-NSFSORT.
          PERFORM YB010-CHARGE-ONE-NSF
            UNTIL NSF-AT-EOF.

      ******************************************************************
      * Section for charging the NSF fee on one reject. A Reversal
      * refused because its Transfer counterparty could not give the
      * money back was not the customer overdrawing, so it carries no
      * fee.
      ******************************************************************
       YB010-CHARGE-ONE-NSF            SECTION.

          ADD 1                       TO WS-NSF-READ.

          IF (SN-TRAN-ID = ZERO
              OR SN-TRAN-ID NOT = WS-PREV-NSF-TRAN-ID)
             AND NOT SN-IS-CPTY-SHORT

             MOVE SN-CUST-ID          TO WS-FEE-CUST-ID
             PERFORM YB030-FIND-PRIOR-NSF

             IF WS-IS-PRIOR-NSF-FOUND
                AND WS-PN-FEE-COUNT (WS-PRIOR-NSF-IX) > ZERO
                SUBTRACT 1            FROM WS-PN-FEE-COUNT
                                           (WS-PRIOR-NSF-IX)
             ELSE
                MOVE 1                TO WS-FEE-IX
                MOVE ZERO             TO WS-FEE-LOAN-SEQ
                MOVE SN-TRAN-ID       TO WS-FEE-REFERENCE
                MOVE WS-NSF-FEE       TO WS-FEE-ASSESSED
                PERFORM YB020-DEBIT-BALANCE-FEE
             END-IF
          END-IF

          MOVE SN-TRAN-ID             TO WS-PREV-NSF-TRAN-ID.

          PERFORM ZB000-RETURN-NSFSORT.

      ******************************************************************
      * Section for settling one balance-borne fee (NSF or
      * maintenance) against the customer's balance record: waived,
      * charged in full, charged down to a zero balance, or not
      * collected at all. The balance record is read by key here; the
      * maintenance pass arrives with it already current.
      ******************************************************************
       YB020-DEBIT-BALANCE-FEE         SECTION.

          PERFORM YE000-CHECK-WAIVER.

          IF WS-IS-FEE-WAIVED
             MOVE ZERO                TO WS-FEE-CHARGED
             MOVE "W"                 TO WS-FEE-OUTCOME
          ELSE
             IF WS-FEE-IX = 1
                MOVE WS-FEE-CUST-ID   TO BAL-CUST-ID
                READ BALANCEFL
                  INVALID KEY
                   MOVE ZERO          TO BAL-BALANCE
                END-READ
             END-IF

             IF BAL-BALANCE NOT < WS-FEE-ASSESSED
                MOVE WS-FEE-ASSESSED  TO WS-FEE-CHARGED
                MOVE "C"              TO WS-FEE-OUTCOME
             ELSE
                MOVE BAL-BALANCE      TO WS-FEE-CHARGED
                IF WS-FEE-CHARGED > ZERO
                   MOVE "P"           TO WS-FEE-OUTCOME
                ELSE
                   MOVE "U"           TO WS-FEE-OUTCOME
                END-IF
             END-IF

             IF WS-FEE-CHARGED > ZERO
                SUBTRACT WS-FEE-CHARGED
                                      FROM BAL-BALANCE
                MOVE WS-RUN-DATE-DISPLAY
                                      TO BAL-LAST-RUN-DATE
                IF WS-FEE-IX = 3
                   MOVE WS-RUN-CCYYMM TO BAL-LAST-MAINT-MONTH
                END-IF
                REWRITE BALANCEFL-REC
                PERFORM YG000-WRITE-FEE-HISTORY
             END-IF
          END-IF

          PERFORM YF000-WRITE-REGISTER-LINE.

      ******************************************************************
      * Section for finding WS-FEE-CUST-ID in the earlier-attempt NSF
      * fee table
      ******************************************************************
       YB030-FIND-PRIOR-NSF            SECTION.

          MOVE "N"                    TO WS-PRIOR-NSF-FOUND.
          PERFORM YB031-CHECK-ONE-PRIOR-NSF
            VARYING WS-PRIOR-NSF-IX FROM 1 BY 1
              UNTIL WS-PRIOR-NSF-IX > WS-PRIOR-NSF-COUNT
                 OR WS-IS-PRIOR-NSF-FOUND.
          IF WS-IS-PRIOR-NSF-FOUND
             SUBTRACT 1               FROM WS-PRIOR-NSF-IX
          END-IF.

       YB031-CHECK-ONE-PRIOR-NSF       SECTION.

          IF WS-PN-CUST-ID (WS-PRIOR-NSF-IX) = WS-FEE-CUST-ID
             MOVE "Y"                 TO WS-PRIOR-NSF-FOUND
          END-IF.

      ******************************************************************
      * Section for the late-fee pass over the loan master
      ******************************************************************
       YC100-CHARGE-LATE-FEES          SECTION.

          IF NOT LOANM-AT-EOF
             PERFORM ZC000-READ-LOANFL
          END-IF.
          PERFORM YC000-CHECK-ONE-LOAN
            UNTIL LOANM-AT-EOF.

      ******************************************************************
      * Section for charging the late fee on one loan when it is open
      * and past a payment due date not yet charged for. Loans with no
      * usable due date cannot be past due, as on LOAN_AGING, and a
      * non-accrual loan is in collections, where fees are not added.
      ******************************************************************
       YC000-CHECK-ONE-LOAN            SECTION.

          ADD 1                       TO WS-LOANS-CHECKED.

          IF LN-IS-OPEN AND LN-OUTSTANDING-BAL > ZERO
             AND NOT LN-IS-NON-ACCRUAL
             AND LN-PAYMENT-DUE-DATE NUMERIC
             AND LN-PAYMENT-DUE-DATE > 19000101
             AND (LN-LATE-FEE-DUE-DATE NOT NUMERIC
                  OR LN-LATE-FEE-DUE-DATE NOT = LN-PAYMENT-DUE-DATE)
             COMPUTE WS-DAYS-PAST-DUE =
                     WS-RUN-DATE-INT -
                     FUNCTION INTEGER-OF-DATE (LN-PAYMENT-DUE-DATE)
             IF WS-DAYS-PAST-DUE > ZERO
                PERFORM YC010-CHARGE-LATE-FEE
             END-IF
          END-IF

          PERFORM ZC000-READ-LOANFL.

      ******************************************************************
      * Section for settling one late fee onto the loan. A waived fee
      * still stamps the due date, so the waiver is listed once per
      * missed due date like a charge.
      ******************************************************************
       YC010-CHARGE-LATE-FEE           SECTION.

          MOVE 2                      TO WS-FEE-IX.
          MOVE LN-CUST-ID             TO WS-FEE-CUST-ID.
          MOVE LN-LOAN-SEQ            TO WS-FEE-LOAN-SEQ.
          MOVE LN-PAYMENT-DUE-DATE    TO WS-FEE-REFERENCE.
          MOVE WS-LATE-FEE            TO WS-FEE-ASSESSED.

          PERFORM YE000-CHECK-WAIVER.

          IF WS-IS-FEE-WAIVED
             MOVE ZERO                TO WS-FEE-CHARGED
             MOVE "W"                 TO WS-FEE-OUTCOME
          ELSE
             MOVE WS-FEE-ASSESSED     TO WS-FEE-CHARGED
             MOVE "C"                 TO WS-FEE-OUTCOME
             ADD WS-FEE-CHARGED       TO LN-OUTSTANDING-BAL
             PERFORM YG000-WRITE-FEE-HISTORY
          END-IF

          MOVE LN-PAYMENT-DUE-DATE    TO LN-LATE-FEE-DUE-DATE.
          REWRITE LOANFL-REC.

          PERFORM YF000-WRITE-REGISTER-LINE.

      ******************************************************************
      * Section for the maintenance-fee pass over the balance master
      ******************************************************************
       YD100-CHARGE-MAINT-FEES         SECTION.

          IF NOT BAL-AT-EOF
             MOVE ZERO                TO BAL-CUST-ID
             START BALANCEFL KEY IS GREATER THAN BAL-CUST-ID
               INVALID KEY
                MOVE "Y"              TO WS-BAL-EOF
             END-START
             IF NOT BAL-AT-EOF
                PERFORM ZD000-READ-BALANCEFL
             END-IF
          END-IF.
          PERFORM YD000-CHECK-ONE-ACCOUNT
            UNTIL BAL-AT-EOF.

      ******************************************************************
      * Section for assessing the monthly maintenance fee on one
      * account below the minimum balance. The month assessed is
      * stamped on the record whatever the outcome, so an account is
      * assessed at most once a month.
      ******************************************************************
       YD000-CHECK-ONE-ACCOUNT         SECTION.

          ADD 1                       TO WS-ACCOUNTS-CHECKED.

          IF BAL-BALANCE < WS-MIN-BALANCE
             AND (BAL-LAST-MAINT-MONTH NOT NUMERIC
                  OR BAL-LAST-MAINT-MONTH NOT = WS-RUN-CCYYMM)
             MOVE 3                   TO WS-FEE-IX
             MOVE BAL-CUST-ID         TO WS-FEE-CUST-ID
             MOVE ZERO                TO WS-FEE-LOAN-SEQ
             MOVE WS-RUN-CCYYMM       TO WS-FEE-REFERENCE
             MOVE WS-MAINT-FEE        TO WS-FEE-ASSESSED
             PERFORM YB020-DEBIT-BALANCE-FEE
             IF WS-FEE-CHARGED = ZERO
                MOVE WS-RUN-CCYYMM    TO BAL-LAST-MAINT-MONTH
                REWRITE BALANCEFL-REC
             END-IF
          END-IF

          PERFORM ZD000-READ-BALANCEFL.

      ******************************************************************
      * Section for checking the waiver list for the fee in hand
      ******************************************************************
       YE000-CHECK-WAIVER              SECTION.

          MOVE "N"                    TO WS-FEE-WAIVED.
          PERFORM YE010-CHECK-ONE-WAIVER
            VARYING WS-WAIVER-IX FROM 1 BY 1
              UNTIL WS-WAIVER-IX > WS-WAIVER-COUNT
                 OR WS-IS-FEE-WAIVED.

       YE010-CHECK-ONE-WAIVER          SECTION.

          IF WS-WV-CUST-ID (WS-WAIVER-IX) = WS-FEE-CUST-ID
             AND (WS-WV-FEE-TYPE (WS-WAIVER-IX) = "ALL"
                  OR WS-WV-FEE-TYPE (WS-WAIVER-IX) =
                     WS-FEE-WAIVER-CODE (WS-FEE-IX))
             MOVE "Y"                 TO WS-FEE-WAIVED
          END-IF.

      ******************************************************************
      * Section for printing one fee's register line and rolling it
      * into its fee type's totals. A partly collected fee counts as
      * charged for what it took.
      ******************************************************************
       YF000-WRITE-REGISTER-LINE       SECTION.

          MOVE SPACES                 TO WS-DETAIL-LINE.
          MOVE WS-FEE-CUST-ID         TO DL-CUST-ID.
          MOVE WS-FEE-TYPE-NAME (WS-FEE-IX)
                                      TO DL-FEE-TYPE.
          IF WS-FEE-IX = 2
             MOVE WS-FEE-LOAN-SEQ     TO DL-LOAN-SEQ
          END-IF.
          MOVE WS-FEE-REFERENCE       TO DL-REFERENCE.
          MOVE WS-FEE-ASSESSED        TO DL-ASSESSED.
          MOVE WS-FEE-CHARGED         TO DL-CHARGED.

          EVALUATE TRUE
              WHEN WS-FEE-IS-CHARGED
                  MOVE "CHARGED"       TO DL-STATUS
                  ADD 1
                    TO WS-FT-CHARGED-COUNT (WS-FEE-IX)
                  ADD WS-FEE-CHARGED
                    TO WS-FT-CHARGED-AMOUNT (WS-FEE-IX)
              WHEN WS-FEE-IS-PARTIAL
                  MOVE "PARTIAL - BALANCE"
                                       TO DL-STATUS
                  ADD 1
                    TO WS-FT-CHARGED-COUNT (WS-FEE-IX)
                  ADD WS-FEE-CHARGED
                    TO WS-FT-CHARGED-AMOUNT (WS-FEE-IX)
              WHEN WS-FEE-IS-WAIVED
                  MOVE "WAIVED"        TO DL-STATUS
                  ADD 1
                    TO WS-FT-WAIVED-COUNT (WS-FEE-IX)
                  ADD WS-FEE-ASSESSED
                    TO WS-FT-WAIVED-AMOUNT (WS-FEE-IX)
              WHEN WS-FEE-IS-UNCOLLECTED
                  MOVE "UNCOLLECTED - BALANCE"
                                       TO DL-STATUS
                  ADD 1
                    TO WS-FT-UNCOLL-COUNT (WS-FEE-IX)
                  ADD WS-FEE-ASSESSED
                    TO WS-FT-UNCOLL-AMOUNT (WS-FEE-IX)
          END-EVALUATE

          WRITE FEEREG-REC            FROM WS-DETAIL-LINE
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Section for appending one charged fee's history record. A fee
      * is the bank's own charge, not one of the day's input
      * transactions, so it carries a zero transaction ID and the
      * FEE CHARGED disposition the reconciliation and statement runs
      * recognise.
      ******************************************************************
       YG000-WRITE-FEE-HISTORY         SECTION.

          MOVE ZERO                   TO H-TRAN-ID.
          MOVE WS-RUN-DATE-NUM        TO H-TRAN-DATE.
          MOVE WS-FEE-CUST-ID         TO H-CUST-ID.
          MOVE WS-FEE-TYPE-NAME (WS-FEE-IX)
                                      TO H-TYPE.
          MOVE WS-FEE-CHARGED         TO H-AMOUNT.
          MOVE ZERO                   TO H-LOAN-AMT.
          MOVE ZERO                   TO H-INTEREST-RATE.
          MOVE "FEE CHARGED"          TO H-DISPOSITION.
          MOVE WS-RUN-DATE-DISPLAY    TO H-RUN-DATE.

          WRITE HISTORYFL-REC.

      ******************************************************************
      * Section for appending the day's charged fees to the GL feed,
      * one summary record per fee type to the fee income account.
      * Fees come from the masters, not from any one branch's
      * transactions, so the records carry branch 000. A fee type
      * with nothing charged adds no record.
      ******************************************************************
       YH000-WRITE-FEE-GL              SECTION.

          PERFORM YH010-WRITE-ONE-FEE-GL
            VARYING WS-FEE-IX FROM 1 BY 1
              UNTIL WS-FEE-IX > 3.

       YH010-WRITE-ONE-FEE-GL          SECTION.

          COMPUTE WS-GL-FEE-COUNT =
                  WS-FT-CHARGED-COUNT (WS-FEE-IX)
                + WS-FT-EARLIER-COUNT (WS-FEE-IX).
          COMPUTE WS-GL-FEE-AMOUNT =
                  WS-FT-CHARGED-AMOUNT (WS-FEE-IX)
                + WS-FT-EARLIER-AMOUNT (WS-FEE-IX).

          IF WS-GL-FEE-COUNT > ZERO
             MOVE WS-GL-FEE-ACCT      TO GL-ACCOUNT-CODE
             MOVE WS-FEE-TYPE-NAME (WS-FEE-IX)
                                      TO GL-TXN-TYPE
             MOVE WS-RUN-DATE-DISPLAY TO GL-RUN-DATE
             MOVE WS-GL-FEE-COUNT     TO GL-RECORD-COUNT
             MOVE WS-GL-FEE-AMOUNT    TO GL-AMOUNT
             MOVE "000"               TO GL-BRANCH-CODE
             WRITE GLFEED-REC
          END-IF.

      ******************************************************************
      * Section for printing the register totals, by fee type
      ******************************************************************
       YI000-PRINT-FEE-TOTALS          SECTION.

          PERFORM YI010-PRINT-ONE-FEE-TOTAL
            VARYING WS-FEE-IX FROM 1 BY 1
              UNTIL WS-FEE-IX > 3.

       YI010-PRINT-ONE-FEE-TOTAL       SECTION.

          WRITE FEEREG-REC            FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE WS-FEE-TYPE-NAME (WS-FEE-IX)
                                      TO TL-LABEL.
          WRITE FEEREG-REC            FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "  CHARGED"            TO TL-LABEL.
          MOVE WS-FT-CHARGED-COUNT (WS-FEE-IX)
                                      TO TL-COUNT.
          MOVE WS-FT-CHARGED-AMOUNT (WS-FEE-IX)
                                      TO TL-AMOUNT.
          WRITE FEEREG-REC            FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "  WAIVED"             TO TL-LABEL.
          MOVE WS-FT-WAIVED-COUNT (WS-FEE-IX)
                                      TO TL-COUNT.
          MOVE WS-FT-WAIVED-AMOUNT (WS-FEE-IX)
                                      TO TL-AMOUNT.
          WRITE FEEREG-REC            FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-TOTAL-LINE.
          MOVE "  UNCOLLECTED"        TO TL-LABEL.
          MOVE WS-FT-UNCOLL-COUNT (WS-FEE-IX)
                                      TO TL-COUNT.
          MOVE WS-FT-UNCOLL-AMOUNT (WS-FEE-IX)
                                      TO TL-AMOUNT.
          WRITE FEEREG-REC            FROM WS-TOTAL-LINE
            AFTER ADVANCING 1 LINE.

          IF WS-FT-EARLIER-COUNT (WS-FEE-IX) > ZERO
             MOVE SPACES              TO WS-TOTAL-LINE
             MOVE "  CHARGED EARLIER"  TO TL-LABEL
             MOVE WS-FT-EARLIER-COUNT (WS-FEE-IX)
                                      TO TL-COUNT
             MOVE WS-FT-EARLIER-AMOUNT (WS-FEE-IX)
                                      TO TL-AMOUNT
             WRITE FEEREG-REC         FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
          END-IF.
