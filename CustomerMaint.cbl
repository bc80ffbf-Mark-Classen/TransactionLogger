           RECORD KEY    IS LN-KEY
           FILE STATUS   IS WS-LOANM-STATUS.

           SELECT STORDFL              ASSIGN TO "StandingOrder.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS SO-KEY
           FILE STATUS   IS WS-STORD-STATUS.

      *>   The customer's alert choices: which alerts CUSTOMER_ALERTS
      *>   sends, and by SMS, email or both.
           SELECT ALERTPREFFL          ASSIGN TO "AlertPrefs.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS AP-CUST-ID
           FILE STATUS   IS WS-APREF-STATUS.

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  LOANFL.
           COPY LOANREC.

       FD  STORDFL.
           COPY STORDREC.

       FD  ALERTPREFFL.
           COPY ALRTPREF.

       WORKING-STORAGE                 SECTION.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-BAL-STATUS               PIC XX.
       01  WS-LOANM-STATUS             PIC XX.
       01  WS-STORD-STATUS             PIC XX.
       01  WS-APREF-STATUS             PIC XX.
       01  WS-APREF-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-APREF-AVAILABLE                   VALUE "Y".
       01  WS-MENU-CHOICE              PIC X.
       01  WS-DONE                     PIC X          VALUE "N".
           88 WS-ALL-DONE                              VALUE "Y".
           88 WS-IS-RETIRE-BLOCKED                    VALUE "Y".
       01  WS-LOANM-EOF                PIC X          VALUE "N".
           88 LOANM-AT-EOF                            VALUE "Y".
       01  WS-STORD-EOF                PIC X          VALUE "N".
           88 STORD-AT-EOF                            VALUE "Y".
       01  WS-RETIRE-CUST-ID           PIC 9(13).

      ******************************************************************
       01  WS-NEW-CELLNO               PIC 9(10).
       01  WS-NEW-PPROFESSION          PIC X(20).

      ******************************************************************
      * Working fields for BF000-CHANGE-ALERT-PREFS. A customer with
      * no preference record is shown the defaults - every alert, by
      * both SMS and email - and gets a record once changed.
      ******************************************************************
       01  WS-APREF-ON-FILE            PIC X          VALUE "N".
           88 WS-IS-APREF-ON-FILE                     VALUE "Y".
       01  WS-ALERT-IX                 PIC 9(02).
       01  WS-NEW-CHANNEL              PIC X(01).
       01  WS-NEW-OPT-IN               PIC X(01).
       01  WS-APREF-FAILED             PIC X          VALUE "N".
           88 WS-IS-APREF-FAILED                      VALUE "Y".
      *>   Alert names in AP-OPT-IN order.
       01  WS-ALERT-NAME-VALUES.
           05 FILLER                   PIC X(22)      VALUE
              "LARGE WITHDRAWAL".
           05 FILLER                   PIC X(22)      VALUE
              "NSF REJECTION".
           05 FILLER                   PIC X(22)      VALUE
              "HOLD PLACED".
           05 FILLER                   PIC X(22)      VALUE
              "HOLD RELEASED".
           05 FILLER                   PIC X(22)      VALUE
              "FIXED DEPOSIT MATURED".
           05 FILLER                   PIC X(22)      VALUE
              "LOAN PAYMENT DUE".
       01  WS-ALERT-NAME-TABLE REDEFINES WS-ALERT-NAME-VALUES.
           05 WS-ALERT-NAME            PIC X(22)      OCCURS 6 TIMES.

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.
               DISPLAY "1 = ADD CUSTOMER"
               DISPLAY "2 = CHANGE CUSTOMER ADDRESS/CELL/PROFESSION"
               DISPLAY "3 = RETIRE (DELETE) CUSTOMER"
               DISPLAY "4 = ALERT PREFERENCES (OPT IN/OUT)"
               DISPLAY "5 = QUIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

                   WHEN "3"
                       PERFORM BD000-RETIRE-CUSTOMER
                   WHEN "4"
                       PERFORM BF000-CHANGE-ALERT-PREFS
                   WHEN "5"
                       MOVE "Y"        TO WS-DONE
                   WHEN OTHER
                       DISPLAY "==> INVALID CHOICE, TRY AGAIN"
           END-PERFORM.

           CLOSE CUSTOMERFL AUDITFL.
           IF WS-IS-APREF-AVAILABLE
              CLOSE ALERTPREFFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.
             MOVE "Y"                 TO WS-DONE
          END-IF.

      *> A missing preference file (no customer has changed the
      *> defaults yet) is created empty.
          OPEN I-O                    ALERTPREFFL.
          IF WS-APREF-STATUS = "35"
             OPEN OUTPUT              ALERTPREFFL
             CLOSE                    ALERTPREFFL
             OPEN I-O                 ALERTPREFFL
          END-IF.
          IF WS-APREF-STATUS = "00"
             MOVE "Y"                 TO WS-APREF-AVAILABLE
          ELSE
             DISPLAY "==> UNABLE TO OPEN AlertPrefs.DAT, STATUS: "
                     WS-APREF-STATUS
          END-IF.

          OPEN EXTEND                 AUDITFL.

          ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.
      * are scanned for the customer - both the per-branch input
      * files still waiting for the nightly edit and the consolidated
      * validated file - the balance master is checked for money on
      * deposit, the loan master is checked for an open loan with an
      * outstanding balance, and the standing-order master for a live
      * order paying from or to the customer. Any hit blocks the
      * retirement. A reference file that is missing or cannot be
      * opened simply contributes no block.
      ******************************************************************
       BD010-CHECK-RETIRE-SAFEGUARDS   SECTION.

          PERFORM BD023-CHECK-BRANCH-3-ACTIVITY.
          PERFORM BD030-CHECK-BALANCE-POSITION.
          PERFORM BD040-CHECK-OPEN-LOANS.
          PERFORM BD060-CHECK-STANDING-ORDERS.

      ******************************************************************
      * Section for scanning the consolidated transaction file for
             END-IF
          END-READ.

      ******************************************************************
      * Section for checking the standing-order master for an active
      * order the customer pays or is paid by, which would keep
      * generating transactions against a retired customer
      ******************************************************************
       BD060-CHECK-STANDING-ORDERS     SECTION.

          IF NOT WS-IS-RETIRE-BLOCKED
             OPEN INPUT               STORDFL
             IF WS-STORD-STATUS = "00"
                MOVE "N"              TO WS-STORD-EOF
                PERFORM BD070-CHECK-ONE-ORDER
                  UNTIL STORD-AT-EOF
                CLOSE STORDFL
             END-IF
          END-IF.

      ******************************************************************
      * Section for inspecting the next standing order
      ******************************************************************
       BD070-CHECK-ONE-ORDER           SECTION.

          READ STORDFL
            AT END
             MOVE "Y"                 TO WS-STORD-EOF
            NOT AT END
             IF SO-IS-ACTIVE
                AND (SO-PAYER-ID = WS-RETIRE-CUST-ID
                     OR (SO-IS-TRANSFER
                         AND SO-PAYEE-ID = WS-RETIRE-CUST-ID))
                MOVE "Y"              TO WS-RETIRE-BLOCKED
                MOVE "Y"              TO WS-STORD-EOF
                DISPLAY "==> BLOCKED: ACTIVE STANDING ORDER: "
                        SO-PAYER-ID " " SO-ORDER-SEQ
             END-IF
          END-READ.

      ******************************************************************
      * Section for reading TRANSACTIONFL
      ******************************************************************
            AT END
           MOVE "Y"                TO WS-TRAN-EOF.

      ******************************************************************
      * Section for changing a customer's alert choices: the channel,
      * then opt in or out of each alert type in turn, each kept as
      * it is on a blank entry
      ******************************************************************
       BF000-CHANGE-ALERT-PREFS        SECTION.

          MOVE "N"                    TO WS-APREF-FAILED.

          DISPLAY "CUST-ID: "         WITH NO ADVANCING.
          ACCEPT CUST-ID.

          IF NOT WS-IS-APREF-AVAILABLE
             DISPLAY "==> ALERT PREFERENCES NOT AVAILABLE"
          ELSE
             READ CUSTOMERFL
               INVALID KEY
                DISPLAY "==> CUST-ID NOT FOUND"
               NOT INVALID KEY
                PERFORM BF010-READ-ALERT-PREFS
                PERFORM BF020-ACCEPT-ALERT-PREFS
                IF WS-IS-APREF-FAILED
                   DISPLAY "==> ALERT PREFERENCES NOT UPDATED"
                ELSE
                   PERFORM BF040-WRITE-ALERT-PREFS
                END-IF
             END-READ
          END-IF.

       BF010-READ-ALERT-PREFS          SECTION.

          MOVE CUST-ID                TO AP-CUST-ID.
          READ ALERTPREFFL
            INVALID KEY
             MOVE "N"                 TO WS-APREF-ON-FILE
             MOVE SPACES              TO ALERTPREF-REC
             MOVE CUST-ID             TO AP-CUST-ID
             MOVE "B"                 TO AP-CHANNEL
             MOVE "YYYYYY"            TO AP-OPT-TABLE
             MOVE ZERO                TO AP-CHANGED-DATE
             MOVE SPACES              TO WS-BEFORE-IMAGE
            NOT INVALID KEY
             MOVE "Y"                 TO WS-APREF-ON-FILE
             MOVE ALERTPREF-REC       TO WS-BEFORE-IMAGE
          END-READ.

       BF020-ACCEPT-ALERT-PREFS        SECTION.

          MOVE SPACES                 TO WS-NEW-CHANNEL.
          DISPLAY "CURRENT CHANNEL: " AP-CHANNEL.
          DISPLAY "NEW CHANNEL (S = SMS, E = EMAIL, B = BOTH, "
                  "BLANK TO KEEP): " WITH NO ADVANCING.
          ACCEPT WS-NEW-CHANNEL.
          IF WS-NEW-CHANNEL NOT = SPACES
             MOVE WS-NEW-CHANNEL      TO AP-CHANNEL
             IF NOT AP-IS-VALID-CHANNEL
                DISPLAY "==> INVALID CHANNEL"
                MOVE "Y"              TO WS-APREF-FAILED
             END-IF
          END-IF.

          PERFORM BF030-ACCEPT-ONE-OPT-IN
            VARYING WS-ALERT-IX FROM 1 BY 1
              UNTIL WS-ALERT-IX > 6
                 OR WS-IS-APREF-FAILED.

       BF030-ACCEPT-ONE-OPT-IN         SECTION.

          MOVE SPACES                 TO WS-NEW-OPT-IN.
          DISPLAY WS-ALERT-NAME (WS-ALERT-IX)
                  " CURRENT: "        AP-OPT-IN (WS-ALERT-IX)
                  "  NEW (Y/N, BLANK TO KEEP): " WITH NO ADVANCING.
          ACCEPT WS-NEW-OPT-IN.
          EVALUATE WS-NEW-OPT-IN
              WHEN SPACES
                  CONTINUE
              WHEN "Y"
              WHEN "N"
                  MOVE WS-NEW-OPT-IN   TO AP-OPT-IN (WS-ALERT-IX)
              WHEN OTHER
                  DISPLAY "==> ENTER Y OR N"
                  MOVE "Y"             TO WS-APREF-FAILED
          END-EVALUATE.

       BF040-WRITE-ALERT-PREFS         SECTION.

          MOVE WS-AUDIT-DATE          TO AP-CHANGED-DATE.
          MOVE WS-OPERATOR            TO AP-CHANGED-BY.

          IF WS-IS-APREF-ON-FILE
             REWRITE ALERTPREF-REC
               INVALID KEY
                DISPLAY "==> UPDATE FAILED"
                MOVE "Y"              TO WS-APREF-FAILED
             END-REWRITE
          ELSE
             WRITE ALERTPREF-REC
               INVALID KEY
                DISPLAY "==> UPDATE FAILED"
                MOVE "Y"              TO WS-APREF-FAILED
             END-WRITE
          END-IF.

          IF NOT WS-IS-APREF-FAILED
             DISPLAY "==> ALERT PREFERENCES UPDATED"
             MOVE ALERTPREF-REC       TO WS-AFTER-IMAGE
             MOVE "ALERTPREF"         TO WS-AUDIT-ACTION
             PERFORM BE000-WRITE-AUDIT-REC
          END-IF.

      ******************************************************************
      * Section for appending one audit record carrying the operator,
      * date/time, action, and the before and after record images
