       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     MASTER_BACKUP.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

      *>   Every indexed master the daily chain keeps, each unloaded
      *>   whole in key order.
           SELECT BALANCEFL            ASSIGN TO "CustomerBalance.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS BAL-CUST-ID
           FILE STATUS   IS WS-BAL-STATUS.

           SELECT LOANFL               ASSIGN TO "LoanMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS LN-KEY
           FILE STATUS   IS WS-LOANM-STATUS.

           SELECT FIXDEPFL             ASSIGN TO "FixedDepMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS FDP-KEY
           FILE STATUS   IS WS-FIXDEP-STATUS.

           SELECT CUSTOMERFL           ASSIGN TO "CustomerInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CUST-ID
           FILE STATUS   IS WS-CUST-STATUS.

           SELECT HOLDFL               ASSIGN TO "CustHold.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS HOLD-CUST-ID
           FILE STATUS   IS WS-HOLD-STATUS.

           SELECT FRAUDCASEFL          ASSIGN TO "FraudCaseQ.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS FC-KEY
           FILE STATUS   IS WS-FCASE-STATUS.

           SELECT STORDFL              ASSIGN TO "StandingOrder.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS SO-KEY
           FILE STATUS   IS WS-STORD-STATUS.

           SELECT EXCQFL               ASSIGN TO "ExceptionQueue.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS EX-TRAN-ID
           FILE STATUS   IS WS-EXCQ-STATUS.

           SELECT DORMANTFL            ASSIGN TO "DormantFlags.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS DF-CUST-ID
           FILE STATUS   IS WS-DORM-STATUS.

           SELECT ALERTPREFFL          ASSIGN TO "AlertPrefs.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS AP-CUST-ID
           FILE STATUS   IS WS-APREF-STATUS.

      *>   The dated generation the masters unload to, named for the
      *>   business date whose close it holds, so MASTER_RESTORE can
      *>   put the masters back to any date still kept.
           SELECT BKUPFL               ASSIGN TO WS-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   The catalog of generations still kept, oldest first.
           SELECT OPTIONAL CATFL       ASSIGN TO "MasterBkpCat.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CAT-STATUS.

           SELECT RUNCTLFL             ASSIGN TO "RunControl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

      *>   Daily-cycle control: read only. The backup is taken once
      *>   every step that posts to the masters has completed for the
      *>   business date, and the record is kept in the generation so
      *>   a restore can put it back.
           SELECT OPTIONAL CYCLEFL     ASSIGN TO "CycleStatus.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CYCLE-STATUS.

           SELECT OPTIONAL CYCOVRFL    ASSIGN TO "CycleOverride.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  BALANCEFL.
           COPY BALREC.

       FD  LOANFL.
           COPY LOANREC.

       FD  FIXDEPFL.
           COPY FDEPREC.

       FD  CUSTOMERFL.
           COPY CUSTREC.

       FD  HOLDFL.
           COPY HOLDREC.

       FD  FRAUDCASEFL.
           COPY FCASEREC.

       FD  STORDFL.
           COPY STORDREC.

       FD  EXCQFL.
           COPY EXCPREC.

       FD  DORMANTFL.
           COPY DORMREC.

       FD  ALERTPREFFL.
           COPY ALRTPREF.

       FD  BKUPFL.
           COPY MBKPREC.

       FD  CATFL.
           COPY MBKPCAT.

       FD  RUNCTLFL.
           COPY RUNCTL.

       FD  CYCLEFL.
           COPY CYCREC.

       FD  CYCOVRFL.
           COPY CYCOVREC.

       WORKING-STORAGE                 SECTION.
       01  WS-BAL-STATUS               PIC XX.
       01  WS-BAL-AVAILABLE            PIC X          VALUE "N".
           88 WS-IS-BAL-AVAILABLE                     VALUE "Y".
       01  WS-BAL-EOF                  PIC X          VALUE "N".
           88 BAL-AT-EOF                              VALUE "Y".

       01  WS-LOANM-STATUS             PIC XX.
       01  WS-LOANM-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-LOANM-AVAILABLE                   VALUE "Y".
       01  WS-LOAN-EOF                 PIC X          VALUE "N".
           88 LOAN-AT-EOF                             VALUE "Y".

       01  WS-FIXDEP-STATUS            PIC XX.
       01  WS-FIXDEP-AVAILABLE         PIC X          VALUE "N".
           88 WS-IS-FIXDEP-AVAILABLE                  VALUE "Y".
       01  WS-FIXDEP-EOF               PIC X          VALUE "N".
           88 FIXDEP-AT-EOF                           VALUE "Y".

       01  WS-CUST-STATUS              PIC XX.
       01  WS-CUST-AVAILABLE           PIC X          VALUE "N".
           88 WS-IS-CUST-AVAILABLE                    VALUE "Y".
       01  WS-CUST-EOF                 PIC X          VALUE "N".
           88 CUST-AT-EOF                             VALUE "Y".

       01  WS-HOLD-STATUS              PIC XX.
       01  WS-HOLD-AVAILABLE           PIC X          VALUE "N".
           88 WS-IS-HOLD-AVAILABLE                    VALUE "Y".
       01  WS-HOLD-EOF                 PIC X          VALUE "N".
           88 HOLD-AT-EOF                             VALUE "Y".

       01  WS-FCASE-STATUS             PIC XX.
       01  WS-FCASE-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-FCASE-AVAILABLE                   VALUE "Y".
       01  WS-FCASE-EOF                PIC X          VALUE "N".
           88 FCASE-AT-EOF                            VALUE "Y".

       01  WS-STORD-STATUS             PIC XX.
       01  WS-STORD-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-STORD-AVAILABLE                   VALUE "Y".
       01  WS-STORD-EOF                PIC X          VALUE "N".
           88 STORD-AT-EOF                            VALUE "Y".

       01  WS-EXCQ-STATUS              PIC XX.
       01  WS-EXCQ-AVAILABLE           PIC X          VALUE "N".
           88 WS-IS-EXCQ-AVAILABLE                    VALUE "Y".
       01  WS-EXCQ-EOF                 PIC X          VALUE "N".
           88 EXCQ-AT-EOF                             VALUE "Y".

       01  WS-DORM-STATUS              PIC XX.
       01  WS-DORM-AVAILABLE           PIC X          VALUE "N".
           88 WS-IS-DORM-AVAILABLE                    VALUE "Y".
       01  WS-DORM-EOF                 PIC X          VALUE "N".
           88 DORM-AT-EOF                             VALUE "Y".

       01  WS-APREF-STATUS             PIC XX.
       01  WS-APREF-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-APREF-AVAILABLE                   VALUE "Y".
       01  WS-APREF-EOF                PIC X          VALUE "N".
           88 APREF-AT-EOF                            VALUE "Y".

      *>   Set when a master is on disk but cannot be read; the run is
      *>   refused before the generation is opened, so a good earlier
      *>   generation for the date is never overwritten by a bad one.
       01  WS-MASTER-FAILED            PIC X          VALUE "N".
           88 WS-IS-MASTER-FAILED                     VALUE "Y".

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-TAKEN-DATE               PIC 9(08).
       01  WS-TAKEN-TIME               PIC 9(08).

       01  WS-RUNCTL-STATUS            PIC XX.

      ******************************************************************
      * Generation controls. Each business date's generation is named
      * for the date; a rerun for the same date replaces it. The
      * number of generations kept is overridable from RunControl.TXT
      * and defaults to a week of business dates.
      ******************************************************************
       01  WS-GEN-NAME.
           05 FILLER                   PIC X(10)      VALUE
              "MasterBkp.".
           05 GN-DATE                  PIC 9(08).
           05 FILLER                   PIC X(04)      VALUE ".TXT".

       01  WS-BACKUP-GENERATIONS       PIC 9(02)      VALUE 7.

      *>   Running controls for the master being unloaded, written to
      *>   its trailer when its last record is down.
       01  WS-MASTER-CODE              PIC X(02).
       01  WS-MASTER-RECORDS           PIC 9(09)      VALUE ZERO.
       01  WS-MASTER-KEY-TOTAL         PIC 9(18)      VALUE ZERO.
       01  WS-MASTER-AMOUNT-TOTAL      PIC 9(15)V99   VALUE ZERO.

       01  WS-MASTERS-UNLOADED         PIC 9(02)      VALUE ZERO.
       01  WS-TOTAL-RECORDS            PIC 9(09)      VALUE ZERO.

      ******************************************************************
      * Generation catalog, held in date order while this run's
      * generation is entered and the oldest beyond the number kept
      * are retired.
      ******************************************************************
       01  WS-CAT-STATUS               PIC XX.
       01  WS-CAT-EOF                  PIC X          VALUE "N".
           88 CAT-AT-EOF                              VALUE "Y".
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY             OCCURS 100 TIMES.
              10 WS-CAT-DATE           PIC 9(08).
              10 FILLER                PIC X(25).
       01  WS-CAT-COUNT                PIC 9(03)      VALUE ZERO.
       01  WS-CAT-IX                   PIC 9(03).
       01  WS-CAT-FIRST-KEPT           PIC 9(03).
       01  WS-SLOT-FOUND               PIC X          VALUE "N".
           88 WS-IS-SLOT-FOUND                        VALUE "Y".
       01  WS-GENS-RETIRED             PIC 9(03)      VALUE ZERO.

      ******************************************************************
      * Daily-cycle controls. The backup is refused until the logger,
      * FEE_ENGINE, LOAN_CHARGE_OFF and INTEREST_POSTING have all
      * completed for the business date, so the generation holds the
      * masters as they close the date. It changes no master and no
      * cycle flag; a rerun for the date replaces the generation.
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
       01  WS-CY-FEE                   PIC X(01).
       01  WS-CY-CHGOFF                PIC X(01).
       01  WS-CYCLE-IMAGE.
           05 WS-CI-DATE               PIC 9(08).
           05 WS-CI-FLAGS              PIC X(06).

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

      *>   Every master is open and readable before the generation is
      *>   opened OUTPUT; the end record goes down only once the last
      *>   master's trailer has, and only a generation so closed is
      *>   entered in the catalog.
           OPEN OUTPUT                 BKUPFL.

           MOVE SPACES                 TO MASTBKP-REC.
           MOVE "H"                    TO MB-REC-TYPE.
           MOVE WS-RUN-DATE-NUM        TO MB-BUSINESS-DATE.
           MOVE WS-TAKEN-DATE          TO MB-TAKEN-DATE.
           MOVE WS-TAKEN-TIME          TO MB-TAKEN-TIME.
           MOVE WS-CYCLE-IMAGE         TO MB-CYCLE-IMAGE.
           WRITE MASTBKP-REC.

           PERFORM YA000-UNLOAD-BALANCES.
           PERFORM YB000-UNLOAD-LOANS.
           PERFORM YC000-UNLOAD-FIXED-DEPOSITS.
           PERFORM YD000-UNLOAD-CUSTOMERS.
           PERFORM YE000-UNLOAD-HOLDS.
           PERFORM YF000-UNLOAD-FRAUD-CASES.
           PERFORM YG000-UNLOAD-STANDING-ORDERS.
           PERFORM YH000-UNLOAD-EXCEPTIONS.
           PERFORM YI000-UNLOAD-DORMANT-FLAGS.
           PERFORM YJ000-UNLOAD-ALERT-PREFS.

           MOVE SPACES                 TO MASTBKP-REC.
           MOVE "E"                    TO MB-REC-TYPE.
           MOVE WS-MASTERS-UNLOADED    TO MB-MASTER-COUNT.
           MOVE WS-TOTAL-RECORDS       TO MB-TOTAL-RECORDS.
           WRITE MASTBKP-REC.

           CLOSE BKUPFL.

           PERFORM YK000-UPDATE-CATALOG.

           DISPLAY "==> MASTER_BACKUP RAN, MASTERS: "
                   WS-MASTERS-UNLOADED
                   " RECORDS: "             WS-TOTAL-RECORDS
                   " GENERATIONS RETIRED: " WS-GENS-RETIRED.
           DISPLAY "==> GENERATION FILE: " WS-GEN-NAME.

           STOP RUN.

       BA000-INIT                      SECTION.

          PERFORM BA010-LOAD-RUN-CONTROL.

          ACCEPT WS-TAKEN-DATE        FROM DATE YYYYMMDD.
          ACCEPT WS-TAKEN-TIME        FROM TIME.
          MOVE WS-RUN-DATE-NUM        TO GN-DATE.

          PERFORM BB000-CHECK-CYCLE.

          PERFORM BA020-OPEN-MASTERS.

          DISPLAY "==> BACKING UP MASTERS AS AT CLOSE OF: "
                  WS-RUN-DATE-NUM
                  " KEEPING: " WS-BACKUP-GENERATIONS.

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
                IF RC-CYCLE-OVERRIDE = "Y"
                   MOVE "Y"           TO WS-CYCLE-OVERRIDE
                END-IF
                IF RC-BACKUP-GENERATIONS NUMERIC
                   AND RC-BACKUP-GENERATIONS NOT = ZERO
                   MOVE RC-BACKUP-GENERATIONS
                                      TO WS-BACKUP-GENERATIONS
                END-IF
             END-IF
             CLOSE RUNCTLFL
          END-IF.

      ******************************************************************
      * Section for opening the masters. A master not yet created
      * (status 35) is simply empty and unloads as a master with no
      * records, so a restore recreates it empty. Any other failure
      * refuses the run before the generation is touched.
      ******************************************************************
       BA020-OPEN-MASTERS              SECTION.

          OPEN INPUT                  BALANCEFL.
          EVALUATE WS-BAL-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-BAL-AVAILABLE
              WHEN "35"
                  DISPLAY "==> CustomerBalance.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN CustomerBalance.DAT,"
                          " STATUS: " WS-BAL-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          OPEN INPUT                  LOANFL.
          EVALUATE WS-LOANM-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-LOANM-AVAILABLE
              WHEN "35"
                  DISPLAY "==> LoanMaster.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN LoanMaster.DAT,"
                          " STATUS: " WS-LOANM-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          OPEN INPUT                  FIXDEPFL.
          EVALUATE WS-FIXDEP-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-FIXDEP-AVAILABLE
              WHEN "35"
                  DISPLAY "==> FixedDepMaster.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN FixedDepMaster.DAT,"
                          " STATUS: " WS-FIXDEP-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          OPEN INPUT                  CUSTOMERFL.
          EVALUATE WS-CUST-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-CUST-AVAILABLE
              WHEN "35"
                  DISPLAY "==> CustomerInfo.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN CustomerInfo.DAT,"
                          " STATUS: " WS-CUST-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          OPEN INPUT                  HOLDFL.
          EVALUATE WS-HOLD-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-HOLD-AVAILABLE
              WHEN "35"
                  DISPLAY "==> CustHold.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN CustHold.DAT,"
                          " STATUS: " WS-HOLD-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          OPEN INPUT                  FRAUDCASEFL.
          EVALUATE WS-FCASE-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-FCASE-AVAILABLE
              WHEN "35"
                  DISPLAY "==> FraudCaseQ.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN FraudCaseQ.DAT,"
                          " STATUS: " WS-FCASE-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          OPEN INPUT                  STORDFL.
          EVALUATE WS-STORD-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-STORD-AVAILABLE
              WHEN "35"
                  DISPLAY "==> StandingOrder.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN StandingOrder.DAT,"
                          " STATUS: " WS-STORD-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          OPEN INPUT                  EXCQFL.
          EVALUATE WS-EXCQ-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-EXCQ-AVAILABLE
              WHEN "35"
                  DISPLAY "==> ExceptionQueue.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN ExceptionQueue.DAT,"
                          " STATUS: " WS-EXCQ-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          OPEN INPUT                  DORMANTFL.
          EVALUATE WS-DORM-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-DORM-AVAILABLE
              WHEN "35"
                  DISPLAY "==> DormantFlags.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN DormantFlags.DAT,"
                          " STATUS: " WS-DORM-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          OPEN INPUT                  ALERTPREFFL.
          EVALUATE WS-APREF-STATUS
              WHEN "00"
                  MOVE "Y"             TO WS-APREF-AVAILABLE
              WHEN "35"
                  DISPLAY "==> AlertPrefs.DAT NOT ON FILE,"
                          " BACKED UP EMPTY"
              WHEN OTHER
                  DISPLAY "==> UNABLE TO OPEN AlertPrefs.DAT,"
                          " STATUS: " WS-APREF-STATUS
                  MOVE "Y"             TO WS-MASTER-FAILED
          END-EVALUATE

          IF WS-IS-MASTER-FAILED
             DISPLAY "==> MASTER_BACKUP REFUSED TO START"
             MOVE 8                   TO RETURN-CODE
             STOP RUN
          END-IF.

      ******************************************************************
      * Section for the daily-cycle sequence check: the backup is
      * refused until every step that posts to the masters has
      * completed for the business date. The run-control cycle
      * override proceeds anyway and leaves a record.
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
              WHEN WS-CY-FEE NOT = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "FEES NOT CHARGED FOR THIS DATE"
                                       TO WS-CYCLE-BLOCK-REASON
              WHEN WS-CY-CHGOFF NOT = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "CHARGE-OFF NOT RUN FOR THIS DATE"
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
                DISPLAY "==> MASTER_BACKUP REFUSED TO START"
                MOVE 8                TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.

      ******************************************************************
      * Section for reading the daily-cycle control record, if any,
      * keeping its image for the generation header. A backup forced
      * with no record for the date keeps a record for the date with
      * no step done, so a restore of it makes the chain run the date
      * again from the start.
      ******************************************************************
       BB010-READ-CYCLE-STATE          SECTION.

          MOVE "N"                    TO WS-CYCLE-ON-FILE.
          MOVE ZERO                   TO WS-CY-DATE.
          MOVE "N"                    TO WS-CY-LOGGER
                                          WS-CY-INTEREST
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
                MOVE CY-LOGGER-DONE   TO WS-CY-LOGGER
                MOVE CY-INTEREST-DONE TO WS-CY-INTEREST
                MOVE CY-FEE-DONE      TO WS-CY-FEE
                MOVE CY-CHGOFF-DONE   TO WS-CY-CHGOFF
                MOVE CYCLEFL-REC      TO WS-CYCLE-IMAGE
             END-READ
             CLOSE CYCLEFL
          END-IF.

          IF NOT WS-IS-CYCLE-ON-FILE
             MOVE WS-RUN-DATE-NUM     TO WS-CI-DATE
             MOVE ALL "N"             TO WS-CI-FLAGS
          END-IF.

      ******************************************************************
      * Section for logging one use of the cycle override, so a
      * forced run is on the record even after it works
      ******************************************************************
       BB020-LOG-CYCLE-OVERRIDE        SECTION.

          DISPLAY "==> CYCLE OVERRIDE IN FORCE, PROCEEDING".

          OPEN EXTEND                 CYCOVRFL.
          MOVE WS-RUN-DATE-NUM        TO CO-DATE.
          MOVE "MASTER_BACKUP"        TO CO-PROGRAM.
          MOVE WS-CYCLE-BLOCK-REASON  TO CO-REASON.
          WRITE CYCOVR-REC.
          CLOSE CYCOVRFL.

      ******************************************************************
      * Section for unloading CustomerBalance.DAT; the amount total is
      * the sum of the balances
      ******************************************************************
       YA000-UNLOAD-BALANCES           SECTION.

          MOVE "BL"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-BAL-AVAILABLE
             PERFORM ZA000-READ-BALANCEFL
             PERFORM YA010-UNLOAD-ONE-BALANCE
               UNTIL BAL-AT-EOF
             CLOSE BALANCEFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YA010-UNLOAD-ONE-BALANCE        SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE BALANCEFL-REC          TO MB-BODY.
          ADD BAL-CUST-ID             TO WS-MASTER-KEY-TOTAL.
          ADD BAL-BALANCE             TO WS-MASTER-AMOUNT-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZA000-READ-BALANCEFL.

      ******************************************************************
      * Section for unloading LoanMaster.DAT; the amount total is the
      * sum of the outstanding balances, whatever the loan's status
      ******************************************************************
       YB000-UNLOAD-LOANS              SECTION.

          MOVE "LN"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-LOANM-AVAILABLE
             PERFORM ZB000-READ-LOANFL
             PERFORM YB010-UNLOAD-ONE-LOAN
               UNTIL LOAN-AT-EOF
             CLOSE LOANFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YB010-UNLOAD-ONE-LOAN           SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE LOANFL-REC             TO MB-BODY.
          ADD LN-CUST-ID              TO WS-MASTER-KEY-TOTAL.
          ADD LN-OUTSTANDING-BAL      TO WS-MASTER-AMOUNT-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZB000-READ-LOANFL.

      ******************************************************************
      * Section for unloading FixedDepMaster.DAT; the amount total is
      * the sum of principal plus accrued interest, whatever the
      * deposit's status
      ******************************************************************
       YC000-UNLOAD-FIXED-DEPOSITS     SECTION.

          MOVE "FD"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-FIXDEP-AVAILABLE
             PERFORM ZC000-READ-FIXDEPFL
             PERFORM YC010-UNLOAD-ONE-DEPOSIT
               UNTIL FIXDEP-AT-EOF
             CLOSE FIXDEPFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YC010-UNLOAD-ONE-DEPOSIT        SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE FIXDEPFL-REC           TO MB-BODY.
          ADD FDP-CUST-ID             TO WS-MASTER-KEY-TOTAL.
          ADD FDP-PRINCIPAL
              FDP-ACCRUED-INTEREST    TO WS-MASTER-AMOUNT-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZC000-READ-FIXDEPFL.

      ******************************************************************
      * Section for unloading CustomerInfo.DAT, which carries no money
      ******************************************************************
       YD000-UNLOAD-CUSTOMERS          SECTION.

          MOVE "CI"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-CUST-AVAILABLE
             PERFORM ZD000-READ-CUSTOMERFL
             PERFORM YD010-UNLOAD-ONE-CUSTOMER
               UNTIL CUST-AT-EOF
             CLOSE CUSTOMERFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YD010-UNLOAD-ONE-CUSTOMER       SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE CUSTOMERFL-REC         TO MB-BODY.
          ADD CUST-ID                 TO WS-MASTER-KEY-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZD000-READ-CUSTOMERFL.

      ******************************************************************
      * Section for unloading CustHold.DAT, which carries no money
      ******************************************************************
       YE000-UNLOAD-HOLDS              SECTION.

          MOVE "CH"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-HOLD-AVAILABLE
             PERFORM ZE000-READ-HOLDFL
             PERFORM YE010-UNLOAD-ONE-HOLD
               UNTIL HOLD-AT-EOF
             CLOSE HOLDFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YE010-UNLOAD-ONE-HOLD           SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE HOLDFL-REC             TO MB-BODY.
          ADD HOLD-CUST-ID            TO WS-MASTER-KEY-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZE000-READ-HOLDFL.

      ******************************************************************
      * Section for unloading FraudCaseQ.DAT; the amount total is the
      * sum of the flagged withdrawal amounts
      ******************************************************************
       YF000-UNLOAD-FRAUD-CASES        SECTION.

          MOVE "FC"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-FCASE-AVAILABLE
             PERFORM ZF000-READ-FRAUDCASEFL
             PERFORM YF010-UNLOAD-ONE-CASE
               UNTIL FCASE-AT-EOF
             CLOSE FRAUDCASEFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YF010-UNLOAD-ONE-CASE           SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE FRAUDCASEFL-REC        TO MB-BODY.
          ADD FC-CUST-ID              TO WS-MASTER-KEY-TOTAL.
          ADD FC-AMOUNT               TO WS-MASTER-AMOUNT-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZF000-READ-FRAUDCASEFL.

      ******************************************************************
      * Section for unloading StandingOrder.DAT; the amount total is
      * the sum of the order amounts
      ******************************************************************
       YG000-UNLOAD-STANDING-ORDERS    SECTION.

          MOVE "SO"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-STORD-AVAILABLE
             PERFORM ZG000-READ-STORDFL
             PERFORM YG010-UNLOAD-ONE-ORDER
               UNTIL STORD-AT-EOF
             CLOSE STORDFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YG010-UNLOAD-ONE-ORDER          SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE STORDFL-REC            TO MB-BODY.
          ADD SO-PAYER-ID             TO WS-MASTER-KEY-TOTAL.
          ADD SO-AMOUNT               TO WS-MASTER-AMOUNT-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZG000-READ-STORDFL.

      ******************************************************************
      * Section for unloading ExceptionQueue.DAT, keyed on transaction
      * ID; the amount total is the sum of the item amounts
      ******************************************************************
       YH000-UNLOAD-EXCEPTIONS         SECTION.

          MOVE "EX"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-EXCQ-AVAILABLE
             PERFORM ZH000-READ-EXCQFL
             PERFORM YH010-UNLOAD-ONE-EXCEPTION
               UNTIL EXCQ-AT-EOF
             CLOSE EXCQFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YH010-UNLOAD-ONE-EXCEPTION      SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE EXCQFL-REC             TO MB-BODY.
          ADD EX-TRAN-ID              TO WS-MASTER-KEY-TOTAL.
          ADD EX-AMOUNT               TO WS-MASTER-AMOUNT-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZH000-READ-EXCQFL.

      ******************************************************************
      * Section for unloading DormantFlags.DAT; the amount total is
      * the sum of the balances recorded when the accounts went
      * dormant
      ******************************************************************
       YI000-UNLOAD-DORMANT-FLAGS      SECTION.

          MOVE "DF"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-DORM-AVAILABLE
             PERFORM ZI000-READ-DORMANTFL
             PERFORM YI010-UNLOAD-ONE-FLAG
               UNTIL DORM-AT-EOF
             CLOSE DORMANTFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YI010-UNLOAD-ONE-FLAG           SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE DORMANTFL-REC          TO MB-BODY.
          ADD DF-CUST-ID              TO WS-MASTER-KEY-TOTAL.
          ADD DF-BALANCE              TO WS-MASTER-AMOUNT-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZI000-READ-DORMANTFL.

      ******************************************************************
      * Section for unloading AlertPrefs.DAT, which carries no money
      ******************************************************************
       YJ000-UNLOAD-ALERT-PREFS        SECTION.

          MOVE "AP"                   TO WS-MASTER-CODE.
          PERFORM YL000-START-MASTER.

          IF WS-IS-APREF-AVAILABLE
             PERFORM ZJ000-READ-ALERTPREFFL
             PERFORM YJ010-UNLOAD-ONE-PREF
               UNTIL APREF-AT-EOF
             CLOSE ALERTPREFFL
          END-IF.

          PERFORM YL020-WRITE-TRAILER.

       YJ010-UNLOAD-ONE-PREF           SECTION.

          PERFORM YL010-START-DETAIL.
          MOVE ALERTPREF-REC          TO MB-BODY.
          ADD AP-CUST-ID              TO WS-MASTER-KEY-TOTAL.
          WRITE MASTBKP-REC.

          PERFORM ZJ000-READ-ALERTPREFFL.

      ******************************************************************
      * Section for entering this run's generation in the catalog and
      * retiring the oldest generations beyond the number kept. The
      * catalog is only rewritten once the generation is closed, so a
      * generation cut short never appears in it. A retired
      * generation is dropped from the catalog and its file emptied
      * in place; MASTER_RESTORE refuses an empty generation, as it
      * has no header.
      ******************************************************************
       YK000-UPDATE-CATALOG            SECTION.

          MOVE ZERO                   TO WS-CAT-COUNT.
          OPEN INPUT                  CATFL.
          IF WS-CAT-STATUS = "00"
             PERFORM ZK000-READ-CATFL
             PERFORM YK010-LOAD-ONE-ENTRY
               UNTIL CAT-AT-EOF
             CLOSE CATFL
          END-IF.

      *>   This run's generation goes in at its date's place, so the
      *>   table stays oldest first even when an earlier date is
      *>   backed up again after a restore.
          MOVE WS-CAT-COUNT           TO WS-CAT-IX.
          MOVE "N"                    TO WS-SLOT-FOUND.
          PERFORM YK020-MAKE-ROOM
            UNTIL WS-IS-SLOT-FOUND.
          ADD 1                       TO WS-CAT-IX.
          MOVE SPACES                 TO MBKPCAT-REC.
          MOVE WS-RUN-DATE-NUM        TO MC-BUSINESS-DATE.
          MOVE WS-TAKEN-DATE          TO MC-TAKEN-DATE.
          MOVE WS-TAKEN-TIME          TO MC-TAKEN-TIME.
          MOVE WS-TOTAL-RECORDS       TO MC-TOTAL-RECORDS.
          MOVE MBKPCAT-REC            TO WS-CAT-ENTRY (WS-CAT-IX).
          ADD 1                       TO WS-CAT-COUNT.

          MOVE 1                      TO WS-CAT-FIRST-KEPT.
          IF WS-CAT-COUNT > WS-BACKUP-GENERATIONS
             COMPUTE WS-CAT-FIRST-KEPT =
                     WS-CAT-COUNT - WS-BACKUP-GENERATIONS + 1
             PERFORM YK030-RETIRE-ONE-GENERATION
               VARYING WS-CAT-IX FROM 1 BY 1
                 UNTIL WS-CAT-IX >= WS-CAT-FIRST-KEPT
             MOVE WS-RUN-DATE-NUM     TO GN-DATE
          END-IF.

          OPEN OUTPUT                 CATFL.
          PERFORM YK040-WRITE-ONE-ENTRY
            VARYING WS-CAT-IX FROM WS-CAT-FIRST-KEPT BY 1
              UNTIL WS-CAT-IX > WS-CAT-COUNT.
          CLOSE CATFL.

      *>   Today's own entry is replaced rather than kept twice. The
      *>   catalog never holds more than the 99 generations the run
      *>   control allows, so the table cannot overflow.
       YK010-LOAD-ONE-ENTRY            SECTION.

          IF MC-BUSINESS-DATE NOT = WS-RUN-DATE-NUM
             AND WS-CAT-COUNT < 99
             ADD 1                    TO WS-CAT-COUNT
             MOVE MBKPCAT-REC         TO WS-CAT-ENTRY (WS-CAT-COUNT)
          END-IF

          PERFORM ZK000-READ-CATFL.

       YK020-MAKE-ROOM                 SECTION.

          IF WS-CAT-IX = ZERO
             MOVE "Y"                 TO WS-SLOT-FOUND
          ELSE
             IF WS-CAT-DATE (WS-CAT-IX) > WS-RUN-DATE-NUM
                MOVE WS-CAT-ENTRY (WS-CAT-IX)
                                      TO WS-CAT-ENTRY (WS-CAT-IX + 1)
                SUBTRACT 1            FROM WS-CAT-IX
             ELSE
                MOVE "Y"              TO WS-SLOT-FOUND
             END-IF
          END-IF.

       YK030-RETIRE-ONE-GENERATION     SECTION.

          MOVE WS-CAT-DATE (WS-CAT-IX)
                                      TO GN-DATE.
          OPEN OUTPUT                 BKUPFL.
          CLOSE BKUPFL.
          ADD 1                       TO WS-GENS-RETIRED.

       YK040-WRITE-ONE-ENTRY           SECTION.

          MOVE WS-CAT-ENTRY (WS-CAT-IX)
                                      TO MBKPCAT-REC.
          WRITE MBKPCAT-REC.

      ******************************************************************
      * Sections shared by every master: zeroing its running controls,
      * starting one of its detail records, and closing it with its
      * trailer.
      ******************************************************************
       YL000-START-MASTER              SECTION.

          MOVE ZERO                   TO WS-MASTER-RECORDS
                                          WS-MASTER-KEY-TOTAL
                                          WS-MASTER-AMOUNT-TOTAL.

       YL010-START-DETAIL              SECTION.

          MOVE SPACES                 TO MASTBKP-REC.
          MOVE "D"                    TO MB-REC-TYPE.
          MOVE WS-MASTER-CODE         TO MB-MASTER.
          ADD 1                       TO WS-MASTER-RECORDS.

       YL020-WRITE-TRAILER             SECTION.

          MOVE SPACES                 TO MASTBKP-REC.
          MOVE "T"                    TO MB-REC-TYPE.
          MOVE WS-MASTER-CODE         TO MB-MASTER.
          MOVE WS-MASTER-RECORDS      TO MB-RECORD-COUNT.
          MOVE WS-MASTER-KEY-TOTAL    TO MB-KEY-TOTAL.
          MOVE WS-MASTER-AMOUNT-TOTAL TO MB-AMOUNT-TOTAL.
          WRITE MASTBKP-REC.

          ADD 1                       TO WS-MASTERS-UNLOADED.
          ADD WS-MASTER-RECORDS       TO WS-TOTAL-RECORDS.

          DISPLAY "==> MASTER " WS-MASTER-CODE
                  " RECORDS: "          WS-MASTER-RECORDS
                  " AMOUNT TOTAL: "     WS-MASTER-AMOUNT-TOTAL.

      ******************************************************************
      * Sections for reading each master in key sequence
      ******************************************************************
       ZA000-READ-BALANCEFL            SECTION.

          READ BALANCEFL
            AT END
           MOVE "Y"                TO WS-BAL-EOF.

       ZB000-READ-LOANFL               SECTION.

          READ LOANFL
            AT END
           MOVE "Y"                TO WS-LOAN-EOF.

       ZC000-READ-FIXDEPFL             SECTION.

          READ FIXDEPFL
            AT END
           MOVE "Y"                TO WS-FIXDEP-EOF.

       ZD000-READ-CUSTOMERFL           SECTION.

          READ CUSTOMERFL
            AT END
           MOVE "Y"                TO WS-CUST-EOF.

       ZE000-READ-HOLDFL               SECTION.

          READ HOLDFL
            AT END
           MOVE "Y"                TO WS-HOLD-EOF.

       ZF000-READ-FRAUDCASEFL          SECTION.

          READ FRAUDCASEFL
            AT END
           MOVE "Y"                TO WS-FCASE-EOF.

       ZG000-READ-STORDFL              SECTION.

          READ STORDFL
            AT END
           MOVE "Y"                TO WS-STORD-EOF.

       ZH000-READ-EXCQFL               SECTION.

          READ EXCQFL
            AT END
           MOVE "Y"                TO WS-EXCQ-EOF.

       ZI000-READ-DORMANTFL            SECTION.

          READ DORMANTFL
            AT END
           MOVE "Y"                TO WS-DORM-EOF.

       ZJ000-READ-ALERTPREFFL          SECTION.

          READ ALERTPREFFL
            AT END
           MOVE "Y"                TO WS-APREF-EOF.

      ******************************************************************
      * Section for reading the generation catalog
      ******************************************************************
       ZK000-READ-CATFL                SECTION.

          READ CATFL
            AT END
           MOVE "Y"                TO WS-CAT-EOF.
