       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     MASTER_RESTORE.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

      *>   The indexed masters MASTER_BACKUP unloads, each recreated
      *>   whole from the chosen generation in key order.
           SELECT BALANCEFL            ASSIGN TO "CustomerBalance.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS BAL-CUST-ID OF BALANCEFL-REC
           FILE STATUS   IS WS-BAL-STATUS.

           SELECT LOANFL               ASSIGN TO "LoanMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS LN-KEY OF LOANFL-REC
           FILE STATUS   IS WS-LOANM-STATUS.

           SELECT FIXDEPFL             ASSIGN TO "FixedDepMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS FDP-KEY OF FIXDEPFL-REC
           FILE STATUS   IS WS-FIXDEP-STATUS.

           SELECT CUSTOMERFL           ASSIGN TO "CustomerInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CUST-ID OF CUSTOMERFL-REC
           FILE STATUS   IS WS-CUST-STATUS.

           SELECT HOLDFL               ASSIGN TO "CustHold.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS HOLD-CUST-ID OF HOLDFL-REC
           FILE STATUS   IS WS-HOLD-STATUS.

           SELECT FRAUDCASEFL          ASSIGN TO "FraudCaseQ.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS FC-KEY OF FRAUDCASEFL-REC
           FILE STATUS   IS WS-FCASE-STATUS.

           SELECT STORDFL              ASSIGN TO "StandingOrder.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS SO-KEY OF STORDFL-REC
           FILE STATUS   IS WS-STORD-STATUS.

           SELECT EXCQFL               ASSIGN TO "ExceptionQueue.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS EX-TRAN-ID OF EXCQFL-REC
           FILE STATUS   IS WS-EXCQ-STATUS.

           SELECT DORMANTFL            ASSIGN TO "DormantFlags.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS DF-CUST-ID OF DORMANTFL-REC
           FILE STATUS   IS WS-DORM-STATUS.

           SELECT ALERTPREFFL          ASSIGN TO "AlertPrefs.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS AP-CUST-ID OF ALERTPREF-REC
           FILE STATUS   IS WS-APREF-STATUS.

      *>   The generation for the business date the operator chooses,
      *>   read twice: once to verify it against its trailers, and
      *>   only then to reload the masters from it.
           SELECT GENFL                ASSIGN TO WS-GEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-GEN-STATUS.

           SELECT OPTIONAL CATFL       ASSIGN TO "MasterBkpCat.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CAT-STATUS.

           SELECT RUNCTLFL             ASSIGN TO "RunControl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

      *>   Daily-cycle control, put back as it stood when the
      *>   generation was taken, so the chain picks up from the
      *>   restored date.
           SELECT OPTIONAL CYCLEFL     ASSIGN TO "CycleStatus.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CYCLE-STATUS.

           SELECT OPTIONAL CYCOVRFL    ASSIGN TO "CycleOverride.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   TRANSACTION_LOGGER's restart checkpoint. It describes the
      *>   masters the restore has just replaced, so it is emptied
      *>   and the logger's next run starts the file from the top.
           SELECT OPTIONAL CKPTFL      ASSIGN TO "TxLogCkpt.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   SUBLEDGER_PROOF's carried control totals and customer
      *>   snapshot. They close a date the restored masters may not
      *>   have reached, so both are emptied and the next proof opens
      *>   afresh from the restored masters, as a first run does.
           SELECT OPTIONAL PROOFCTLFL  ASSIGN TO "SubledgerCtl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SNAPFL      ASSIGN TO "SubledgerSnap.TXT"
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

       FD  GENFL.
           COPY MBKPREC.

       FD  CATFL.
           COPY MBKPCAT.

       FD  RUNCTLFL.
           COPY RUNCTL.

       FD  CYCLEFL.
           COPY CYCREC.

       FD  CYCOVRFL.
           COPY CYCOVREC.

       FD  CKPTFL.
       01  CKPT-REC                    PIC X(13).

       FD  PROOFCTLFL.
       01  PROOFCTL-REC                PIC X(98).

       FD  SNAPFL.
       01  SNAP-REC                    PIC X(111).

       WORKING-STORAGE                 SECTION.
       01  WS-BAL-STATUS               PIC XX.
       01  WS-LOANM-STATUS             PIC XX.
       01  WS-FIXDEP-STATUS            PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-FCASE-STATUS             PIC XX.
       01  WS-STORD-STATUS             PIC XX.
       01  WS-EXCQ-STATUS              PIC XX.
       01  WS-DORM-STATUS              PIC XX.
       01  WS-APREF-STATUS             PIC XX.
       01  WS-GEN-STATUS               PIC XX.
       01  WS-GEN-EOF                  PIC X          VALUE "N".
           88 GEN-AT-EOF                              VALUE "Y".
       01  WS-CAT-STATUS               PIC XX.
       01  WS-CAT-EOF                  PIC X          VALUE "N".
           88 CAT-AT-EOF                              VALUE "Y".
       01  WS-CAT-COUNT                PIC 9(03)      VALUE ZERO.

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RESTORE-DATE             PIC 9(08).
       01  WS-CONFIRM                  PIC X(01).

       01  WS-RUNCTL-STATUS            PIC XX.
       01  WS-CYCLE-STATUS             PIC XX.
       01  WS-CY-DATE                  PIC 9(08)      VALUE ZERO.

       01  WS-GEN-NAME.
           05 FILLER                   PIC X(10)      VALUE
              "MasterBkp.".
           05 GN-DATE                  PIC 9(08).
           05 FILLER                   PIC X(04)      VALUE ".TXT".

      ******************************************************************
      * Verification controls. A generation is only reloaded when it
      * opens with the header for the chosen date, carries every
      * master in the order MASTER_BACKUP writes them, each closed by
      * a trailer whose count and totals agree with its records, and
      * closes with the end record. Anything else - a generation cut
      * short, edited or for another date - is refused untouched.
      ******************************************************************
       01  WS-MASTER-CODES             PIC X(20)      VALUE
           "BLLNFDCICHFCSOEXDFAP".
       01  WS-MASTER-CODE-TABLE REDEFINES WS-MASTER-CODES.
           05 WS-MASTER-EXPECTED       PIC X(02)      OCCURS 10 TIMES.
       01  WS-MASTER-IX                PIC 9(02)      VALUE 1.

       01  WS-GEN-BAD                  PIC X          VALUE "N".
           88 WS-IS-GEN-BAD                           VALUE "Y".
       01  WS-GEN-BAD-REASON           PIC X(40)      VALUE SPACES.
       01  WS-HEADER-SEEN              PIC X          VALUE "N".
           88 WS-IS-HEADER-SEEN                       VALUE "Y".
       01  WS-END-SEEN                 PIC X          VALUE "N".
           88 WS-IS-END-SEEN                          VALUE "Y".

       01  WS-MASTER-RECORDS           PIC 9(09)      VALUE ZERO.
       01  WS-MASTER-KEY-TOTAL         PIC 9(18)      VALUE ZERO.
       01  WS-MASTER-AMOUNT-TOTAL      PIC 9(15)V99   VALUE ZERO.
       01  WS-TOTAL-RECORDS            PIC 9(09)      VALUE ZERO.

      *>   What the generation's header recorded, kept for the
      *>   operator's confirmation and the cycle reset.
       01  WS-GEN-TAKEN-DATE           PIC 9(08).
       01  WS-GEN-TAKEN-TIME           PIC 9(08).
       01  WS-GEN-CYCLE-IMAGE          PIC X(14).

      *>   Work copies of the master layouts, so each record image
      *>   can be totalled while it is verified, before any master is
      *>   opened.
           COPY BALREC   REPLACING ==BALANCEFL-REC==
                                BY ==VF-BALANCE-REC==.
           COPY LOANREC  REPLACING ==LOANFL-REC==
                                BY ==VF-LOAN-REC==.
           COPY FDEPREC  REPLACING ==FIXDEPFL-REC==
                                BY ==VF-FIXDEP-REC==.
           COPY CUSTREC  REPLACING ==CUSTOMERFL-REC==
                                BY ==VF-CUSTOMER-REC==.
           COPY HOLDREC  REPLACING ==HOLDFL-REC==
                                BY ==VF-HOLD-REC==.
           COPY FCASEREC REPLACING ==FRAUDCASEFL-REC==
                                BY ==VF-FRAUDCASE-REC==.
           COPY STORDREC REPLACING ==STORDFL-REC==
                                BY ==VF-STORD-REC==.
           COPY EXCPREC  REPLACING ==EXCQFL-REC==
                                BY ==VF-EXCQ-REC==.
           COPY DORMREC  REPLACING ==DORMANTFL-REC==
                                BY ==VF-DORMANT-REC==.
           COPY ALRTPREF REPLACING ==ALERTPREF-REC==
                                BY ==VF-ALERTPREF-REC==.

      ******************************************************************
      * Reload controls. A master that cannot be opened or a record
      * that will not write leaves the restore incomplete: the cycle
      * record and logger checkpoint are then left alone, the attempt
      * is logged, and the restore must be run again.
      ******************************************************************
       01  WS-RELOAD-FAILED            PIC X          VALUE "N".
           88 WS-IS-RELOAD-FAILED                     VALUE "Y".
       01  WS-RECORDS-RELOADED         PIC 9(09)      VALUE ZERO.
       01  WS-RELOAD-ERRORS            PIC 9(09)      VALUE ZERO.

       01  WS-RESTORE-REASON.
           05 RR-TEXT                  PIC X(29).
           05 RR-DATE                  PIC 9(08).
           05 FILLER                   PIC X(03)      VALUE SPACES.

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

           PERFORM YA000-VERIFY-GENERATION.

           IF WS-IS-GEN-BAD
              DISPLAY "==> GENERATION FAILED VERIFICATION: "
                      WS-GEN-BAD-REASON
              DISPLAY "==> MASTER_RESTORE REFUSED, NOTHING RESTORED"
              MOVE 8                   TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM BA030-CONFIRM-RESTORE.

           PERFORM YB000-RELOAD-MASTERS.

      *>   Only a complete reload puts the cycle record back and
      *>   empties the logger checkpoint; every attempt that touched
      *>   the masters is logged either way.
           IF WS-IS-RELOAD-FAILED
              MOVE "RESTORE INCOMPLETE, CLOSE OF "
                                       TO RR-TEXT
           ELSE
              PERFORM YC000-RESET-CYCLE
              MOVE "MASTERS RESTORED TO CLOSE OF "
                                       TO RR-TEXT
           END-IF.
           MOVE WS-RESTORE-DATE        TO RR-DATE.
           PERFORM YD000-LOG-RESTORE.

           DISPLAY "==> MASTER_RESTORE RAN, RESTORED TO: "
                   WS-RESTORE-DATE
                   " RECORDS: "        WS-RECORDS-RELOADED
                   " ERRORS: "         WS-RELOAD-ERRORS.

           IF WS-IS-RELOAD-FAILED
              DISPLAY "==> RESTORE INCOMPLETE, MASTERS NOT USABLE,"
                      " RUN MASTER_RESTORE AGAIN"
              MOVE 8                   TO RETURN-CODE
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          PERFORM BA010-LOAD-RUN-CONTROL.

          PERFORM BA020-LIST-CATALOG.

          DISPLAY "BUSINESS DATE TO RESTORE (CCYYMMDD): "
                  WITH NO ADVANCING.
          ACCEPT WS-RESTORE-DATE.
          IF WS-RESTORE-DATE NOT NUMERIC OR WS-RESTORE-DATE = ZERO
             DISPLAY "==> NO BUSINESS DATE ENTERED, NOTHING RESTORED"
             MOVE 8                   TO RETURN-CODE
             STOP RUN
          END-IF.

          MOVE WS-RESTORE-DATE        TO GN-DATE.

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
             END-IF
             CLOSE RUNCTLFL
          END-IF.

      ******************************************************************
      * Section for showing the operator the generations MASTER_BACKUP
      * still keeps, oldest first
      ******************************************************************
       BA020-LIST-CATALOG              SECTION.

          DISPLAY "==> MASTER GENERATIONS ON FILE:".

          OPEN INPUT                  CATFL.
          IF WS-CAT-STATUS = "00"
             PERFORM ZB000-READ-CATFL
             PERFORM BA021-LIST-ONE-GENERATION
               UNTIL CAT-AT-EOF
             CLOSE CATFL
          END-IF.

          IF WS-CAT-COUNT = ZERO
             DISPLAY "==>    NONE CATALOGUED"
          END-IF.

       BA021-LIST-ONE-GENERATION       SECTION.

          ADD 1                       TO WS-CAT-COUNT.
          DISPLAY "==>    CLOSE OF "    MC-BUSINESS-DATE
                  "  TAKEN "            MC-TAKEN-DATE
                  " "                   MC-TAKEN-TIME
                  "  RECORDS: "         MC-TOTAL-RECORDS.

          PERFORM ZB000-READ-CATFL.

      ******************************************************************
      * Section for the operator's go-ahead, once the generation has
      * verified and before any master is touched. Anything but Y
      * leaves everything as it was.
      ******************************************************************
       BA030-CONFIRM-RESTORE           SECTION.

          OPEN INPUT                  CYCLEFL.
          IF WS-CYCLE-STATUS = "00"
             READ CYCLEFL
               AT END
                CONTINUE
               NOT AT END
                MOVE CY-BUSINESS-DATE TO WS-CY-DATE
             END-READ
             CLOSE CYCLEFL
          END-IF.

          DISPLAY "==> GENERATION VERIFIED, TAKEN: " WS-GEN-TAKEN-DATE
                  " "                   WS-GEN-TAKEN-TIME
                  " RECORDS: "          WS-TOTAL-RECORDS.
          DISPLAY "==> CYCLE NOW AT: "  WS-CY-DATE
                  " WILL BE RESET TO: " WS-RESTORE-DATE.

          DISPLAY "RESTORE ALL MASTERS TO CLOSE OF " WS-RESTORE-DATE
                  " (Y/N): " WITH NO ADVANCING.
          ACCEPT WS-CONFIRM.
          IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
             DISPLAY "==> RESTORE CANCELLED, NOTHING RESTORED"
             STOP RUN
          END-IF.

      ******************************************************************
      * Section for verifying the chosen generation end to end before
      * anything is restored from it
      ******************************************************************
       YA000-VERIFY-GENERATION         SECTION.

          OPEN INPUT                  GENFL.
          IF WS-GEN-STATUS NOT = "00"
             MOVE "Y"                 TO WS-GEN-BAD
             MOVE "NO GENERATION ON FILE FOR THIS DATE"
                                      TO WS-GEN-BAD-REASON
          ELSE
             PERFORM ZA000-READ-GENFL
             PERFORM YA010-VERIFY-ONE-RECORD
               UNTIL GEN-AT-EOF OR WS-IS-GEN-BAD
             CLOSE GENFL
             IF NOT WS-IS-GEN-BAD
                AND NOT WS-IS-END-SEEN
                MOVE "Y"              TO WS-GEN-BAD
                MOVE "END RECORD MISSING, GENERATION CUT SHORT"
                                      TO WS-GEN-BAD-REASON
             END-IF
          END-IF.

       YA010-VERIFY-ONE-RECORD         SECTION.

          EVALUATE TRUE
              WHEN WS-IS-END-SEEN
                  MOVE "Y"             TO WS-GEN-BAD
                  MOVE "RECORDS FOUND AFTER THE END RECORD"
                                       TO WS-GEN-BAD-REASON
              WHEN NOT WS-IS-HEADER-SEEN
                  PERFORM YA020-VERIFY-HEADER
              WHEN MB-IS-DETAIL
                  PERFORM YA030-VERIFY-DETAIL
              WHEN MB-IS-TRAILER
                  PERFORM YA040-VERIFY-TRAILER
              WHEN MB-IS-END
                  PERFORM YA050-VERIFY-END
              WHEN OTHER
                  MOVE "Y"             TO WS-GEN-BAD
                  MOVE "UNEXPECTED RECORD IN GENERATION"
                                       TO WS-GEN-BAD-REASON
          END-EVALUATE

          PERFORM ZA000-READ-GENFL.

       YA020-VERIFY-HEADER             SECTION.

          IF MB-IS-HEADER
             AND MB-BUSINESS-DATE = WS-RESTORE-DATE
             MOVE "Y"                 TO WS-HEADER-SEEN
             MOVE MB-TAKEN-DATE       TO WS-GEN-TAKEN-DATE
             MOVE MB-TAKEN-TIME       TO WS-GEN-TAKEN-TIME
             MOVE MB-CYCLE-IMAGE      TO WS-GEN-CYCLE-IMAGE
          ELSE
             MOVE "Y"                 TO WS-GEN-BAD
             MOVE "HEADER MISSING OR FOR ANOTHER DATE"
                                      TO WS-GEN-BAD-REASON
          END-IF.

      ******************************************************************
      * Section for one record image: it must belong to the master
      * whose records are due, and is totalled the way MASTER_BACKUP
      * totalled it
      ******************************************************************
       YA030-VERIFY-DETAIL             SECTION.

          EVALUATE TRUE
              WHEN WS-MASTER-IX > 10
              WHEN MB-MASTER NOT = WS-MASTER-EXPECTED (WS-MASTER-IX)
                  MOVE "Y"             TO WS-GEN-BAD
                  MOVE "MASTER RECORDS OUT OF SEQUENCE"
                                       TO WS-GEN-BAD-REASON
              WHEN OTHER
                  PERFORM YA031-TOTAL-ONE-IMAGE
          END-EVALUATE.

       YA031-TOTAL-ONE-IMAGE           SECTION.

          ADD 1                       TO WS-MASTER-RECORDS.
          EVALUATE TRUE
              WHEN MB-IS-BALANCE
                  MOVE MB-BODY         TO VF-BALANCE-REC
                  ADD BAL-CUST-ID OF VF-BALANCE-REC
                                       TO WS-MASTER-KEY-TOTAL
                  ADD BAL-BALANCE OF VF-BALANCE-REC
                                       TO WS-MASTER-AMOUNT-TOTAL
              WHEN MB-IS-LOAN
                  MOVE MB-BODY         TO VF-LOAN-REC
                  ADD LN-CUST-ID OF VF-LOAN-REC
                                       TO WS-MASTER-KEY-TOTAL
                  ADD LN-OUTSTANDING-BAL OF VF-LOAN-REC
                                       TO WS-MASTER-AMOUNT-TOTAL
              WHEN MB-IS-FIXDEP
                  MOVE MB-BODY         TO VF-FIXDEP-REC
                  ADD FDP-CUST-ID OF VF-FIXDEP-REC
                                       TO WS-MASTER-KEY-TOTAL
                  ADD FDP-PRINCIPAL OF VF-FIXDEP-REC
                      FDP-ACCRUED-INTEREST OF VF-FIXDEP-REC
                                       TO WS-MASTER-AMOUNT-TOTAL
              WHEN MB-IS-CUSTOMER
                  MOVE MB-BODY         TO VF-CUSTOMER-REC
                  ADD CUST-ID OF VF-CUSTOMER-REC
                                       TO WS-MASTER-KEY-TOTAL
              WHEN MB-IS-HOLD
                  MOVE MB-BODY         TO VF-HOLD-REC
                  ADD HOLD-CUST-ID OF VF-HOLD-REC
                                       TO WS-MASTER-KEY-TOTAL
              WHEN MB-IS-FRAUDCASE
                  MOVE MB-BODY         TO VF-FRAUDCASE-REC
                  ADD FC-CUST-ID OF VF-FRAUDCASE-REC
                                       TO WS-MASTER-KEY-TOTAL
                  ADD FC-AMOUNT OF VF-FRAUDCASE-REC
                                       TO WS-MASTER-AMOUNT-TOTAL
              WHEN MB-IS-STANDING-ORDER
                  MOVE MB-BODY         TO VF-STORD-REC
                  ADD SO-PAYER-ID OF VF-STORD-REC
                                       TO WS-MASTER-KEY-TOTAL
                  ADD SO-AMOUNT OF VF-STORD-REC
                                       TO WS-MASTER-AMOUNT-TOTAL
              WHEN MB-IS-EXCEPTION
                  MOVE MB-BODY         TO VF-EXCQ-REC
                  ADD EX-TRAN-ID OF VF-EXCQ-REC
                                       TO WS-MASTER-KEY-TOTAL
                  ADD EX-AMOUNT OF VF-EXCQ-REC
                                       TO WS-MASTER-AMOUNT-TOTAL
              WHEN MB-IS-DORMANT
                  MOVE MB-BODY         TO VF-DORMANT-REC
                  ADD DF-CUST-ID OF VF-DORMANT-REC
                                       TO WS-MASTER-KEY-TOTAL
                  ADD DF-BALANCE OF VF-DORMANT-REC
                                       TO WS-MASTER-AMOUNT-TOTAL
              WHEN MB-IS-ALERT-PREF
                  MOVE MB-BODY         TO VF-ALERTPREF-REC
                  ADD AP-CUST-ID OF VF-ALERTPREF-REC
                                       TO WS-MASTER-KEY-TOTAL
          END-EVALUATE.

      ******************************************************************
      * Section for a master's trailer: its count and totals must
      * agree with the records just verified
      ******************************************************************
       YA040-VERIFY-TRAILER            SECTION.

          EVALUATE TRUE
              WHEN WS-MASTER-IX > 10
              WHEN MB-MASTER NOT = WS-MASTER-EXPECTED (WS-MASTER-IX)
                  MOVE "Y"             TO WS-GEN-BAD
                  MOVE "MASTER TRAILER OUT OF SEQUENCE"
                                       TO WS-GEN-BAD-REASON
              WHEN MB-RECORD-COUNT NOT NUMERIC
              WHEN MB-KEY-TOTAL    NOT NUMERIC
              WHEN MB-AMOUNT-TOTAL NOT NUMERIC
              WHEN MB-RECORD-COUNT NOT = WS-MASTER-RECORDS
              WHEN MB-KEY-TOTAL    NOT = WS-MASTER-KEY-TOTAL
              WHEN MB-AMOUNT-TOTAL NOT = WS-MASTER-AMOUNT-TOTAL
                  MOVE "Y"             TO WS-GEN-BAD
                  STRING "TRAILER DOES NOT AGREE FOR MASTER "
                                       DELIMITED BY SIZE
                         MB-MASTER     DELIMITED BY SIZE
                    INTO WS-GEN-BAD-REASON
              WHEN OTHER
                  DISPLAY "==> MASTER " MB-MASTER
                          " RECORDS: "      WS-MASTER-RECORDS
                          " AMOUNT TOTAL: " WS-MASTER-AMOUNT-TOTAL
                  ADD WS-MASTER-RECORDS
                                       TO WS-TOTAL-RECORDS
                  ADD 1                TO WS-MASTER-IX
                  MOVE ZERO            TO WS-MASTER-RECORDS
                                          WS-MASTER-KEY-TOTAL
                                          WS-MASTER-AMOUNT-TOTAL
          END-EVALUATE.

       YA050-VERIFY-END                SECTION.

          IF WS-MASTER-IX = 11
             AND MB-MASTER-COUNT = 10
             AND MB-TOTAL-RECORDS = WS-TOTAL-RECORDS
             MOVE "Y"                 TO WS-END-SEEN
          ELSE
             MOVE "Y"                 TO WS-GEN-BAD
             MOVE "END RECORD DISAGREES WITH GENERATION"
                                      TO WS-GEN-BAD-REASON
          END-IF.

      ******************************************************************
      * Section for recreating every master from the verified
      * generation. Each master is opened OUTPUT, so whatever it held
      * is replaced outright by the generation's records, which were
      * unloaded in key order and so load in key order.
      ******************************************************************
       YB000-RELOAD-MASTERS            SECTION.

          OPEN OUTPUT                 BALANCEFL.
          IF WS-BAL-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN CustomerBalance.DAT, STATUS: "
                     WS-BAL-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.
          OPEN OUTPUT                 LOANFL.
          IF WS-LOANM-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN LoanMaster.DAT, STATUS: "
                     WS-LOANM-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.
          OPEN OUTPUT                 FIXDEPFL.
          IF WS-FIXDEP-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN FixedDepMaster.DAT, STATUS: "
                     WS-FIXDEP-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.
          OPEN OUTPUT                 CUSTOMERFL.
          IF WS-CUST-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN CustomerInfo.DAT, STATUS: "
                     WS-CUST-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.
          OPEN OUTPUT                 HOLDFL.
          IF WS-HOLD-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN CustHold.DAT, STATUS: "
                     WS-HOLD-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.
          OPEN OUTPUT                 FRAUDCASEFL.
          IF WS-FCASE-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN FraudCaseQ.DAT, STATUS: "
                     WS-FCASE-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.
          OPEN OUTPUT                 STORDFL.
          IF WS-STORD-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN StandingOrder.DAT, STATUS: "
                     WS-STORD-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.
          OPEN OUTPUT                 EXCQFL.
          IF WS-EXCQ-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN ExceptionQueue.DAT, STATUS: "
                     WS-EXCQ-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.
          OPEN OUTPUT                 DORMANTFL.
          IF WS-DORM-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN DormantFlags.DAT, STATUS: "
                     WS-DORM-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.
          OPEN OUTPUT                 ALERTPREFFL.
          IF WS-APREF-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN AlertPrefs.DAT, STATUS: "
                     WS-APREF-STATUS
             MOVE "Y"                 TO WS-RELOAD-FAILED
          END-IF.

          IF NOT WS-IS-RELOAD-FAILED
             MOVE "N"                 TO WS-GEN-EOF
             OPEN INPUT               GENFL
             PERFORM ZA000-READ-GENFL
             PERFORM YB010-RELOAD-ONE-RECORD
               UNTIL GEN-AT-EOF
             CLOSE GENFL
          END-IF.

          CLOSE BALANCEFL LOANFL FIXDEPFL
                CUSTOMERFL HOLDFL FRAUDCASEFL
                STORDFL EXCQFL DORMANTFL ALERTPREFFL.

       YB010-RELOAD-ONE-RECORD         SECTION.

          IF MB-IS-DETAIL
             EVALUATE TRUE
                 WHEN MB-IS-BALANCE
                     MOVE MB-BODY      TO BALANCEFL-REC
                     WRITE BALANCEFL-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
                 WHEN MB-IS-LOAN
                     MOVE MB-BODY      TO LOANFL-REC
                     WRITE LOANFL-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
                 WHEN MB-IS-FIXDEP
                     MOVE MB-BODY      TO FIXDEPFL-REC
                     WRITE FIXDEPFL-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
                 WHEN MB-IS-CUSTOMER
                     MOVE MB-BODY      TO CUSTOMERFL-REC
                     WRITE CUSTOMERFL-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
                 WHEN MB-IS-HOLD
                     MOVE MB-BODY      TO HOLDFL-REC
                     WRITE HOLDFL-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
                 WHEN MB-IS-FRAUDCASE
                     MOVE MB-BODY      TO FRAUDCASEFL-REC
                     WRITE FRAUDCASEFL-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
                 WHEN MB-IS-STANDING-ORDER
                     MOVE MB-BODY      TO STORDFL-REC
                     WRITE STORDFL-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
                 WHEN MB-IS-EXCEPTION
                     MOVE MB-BODY      TO EXCQFL-REC
                     WRITE EXCQFL-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
                 WHEN MB-IS-DORMANT
                     MOVE MB-BODY      TO DORMANTFL-REC
                     WRITE DORMANTFL-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
                 WHEN MB-IS-ALERT-PREF
                     MOVE MB-BODY      TO ALERTPREF-REC
                     WRITE ALERTPREF-REC
                       INVALID KEY
                        PERFORM YB020-NOTE-RELOAD-ERROR
                       NOT INVALID KEY
                        ADD 1          TO WS-RECORDS-RELOADED
                     END-WRITE
             END-EVALUATE
          END-IF

          PERFORM ZA000-READ-GENFL.

       YB020-NOTE-RELOAD-ERROR         SECTION.

          DISPLAY "==> UNABLE TO RELOAD " MB-MASTER
                  " RECORD " WS-RECORDS-RELOADED.
          ADD 1                       TO WS-RELOAD-ERRORS.
          MOVE "Y"                    TO WS-RELOAD-FAILED.

      ******************************************************************
      * Section for putting the daily-cycle record back as it stood
      * when the generation was taken, and emptying the logger's
      * restart checkpoint and the subledger proof's carried totals
      * and snapshot, which belonged to the masters replaced. The
      * next proof finds no control record and opens from the
      * restored masters without proving, as on its first run.
      ******************************************************************
       YC000-RESET-CYCLE               SECTION.

          OPEN OUTPUT                 CYCLEFL.
          MOVE WS-GEN-CYCLE-IMAGE     TO CYCLEFL-REC.
          WRITE CYCLEFL-REC.
          CLOSE CYCLEFL.

          OPEN OUTPUT                 CKPTFL.
          CLOSE CKPTFL.

          OPEN OUTPUT                 PROOFCTLFL.
          CLOSE PROOFCTLFL.

          OPEN OUTPUT                 SNAPFL.
          CLOSE SNAPFL.

          DISPLAY "==> CYCLE RESET TO: " CY-BUSINESS-DATE
                  " EDIT: "      CY-EDIT-DONE
                  " LOGGER: "    CY-LOGGER-DONE
                  " INTEREST: "  CY-INTEREST-DONE
                  " RECON: "     CY-RECON-DONE
                  " FEES: "      CY-FEE-DONE
                  " CHARGE-OFF: " CY-CHGOFF-DONE.

      ******************************************************************
      * Section for logging the restore alongside the cycle overrides,
      * so a restore is on the record as plainly as a forced run
      ******************************************************************
       YD000-LOG-RESTORE               SECTION.

          OPEN EXTEND                 CYCOVRFL.
          MOVE WS-RUN-DATE-NUM        TO CO-DATE.
          MOVE "MASTER_RESTORE"       TO CO-PROGRAM.
          MOVE WS-RESTORE-REASON      TO CO-REASON.
          WRITE CYCOVR-REC.
          CLOSE CYCOVRFL.

      ******************************************************************
      * Section for reading the generation
      ******************************************************************
       ZA000-READ-GENFL                SECTION.

          READ GENFL
            AT END
           MOVE "Y"                TO WS-GEN-EOF.

      ******************************************************************
      * Section for reading the generation catalog
      ******************************************************************
       ZB000-READ-CATFL                SECTION.

          READ CATFL
            AT END
           MOVE "Y"                TO WS-CAT-EOF.
