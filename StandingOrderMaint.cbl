       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     STANDING_ORDER_MAINT.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

           SELECT STORDFL              ASSIGN TO "StandingOrder.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS SO-KEY
           FILE STATUS   IS WS-STORD-STATUS.

      *>   Every add, change and cancellation is appended here with
      *>   the operator, date/time and before/after record images.
           SELECT OPTIONAL AUDITFL     ASSIGN TO "StandOrdAudit.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   Read-only references: the payer and a Transfer's payee
      *>   must be on file, and a LoanPayment order's loan must be
      *>   the payer's own and still open.
           SELECT CUSTOMERFL           ASSIGN TO "CustomerInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CUST-ID
           FILE STATUS   IS WS-CUST-STATUS.

           SELECT LOANFL               ASSIGN TO "LoanMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS LN-KEY
           FILE STATUS   IS WS-LOANM-STATUS.

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  STORDFL.
           COPY STORDREC.

       FD  AUDITFL.
       01  AUDIT-REC.
           05 AU-OPERATOR              PIC X(20).
           05 AU-DATE                  PIC 9(08).
           05 AU-TIME                  PIC 9(08).
           05 AU-ACTION                PIC X(10).
           05 AU-PAYER-ID              PIC 9(13).
           05 AU-ORDER-SEQ             PIC 9(03).
           05 AU-BEFORE-IMAGE          PIC X(137).
           05 AU-AFTER-IMAGE           PIC X(137).

       FD  CUSTOMERFL.
           COPY CUSTREC.

       FD  LOANFL.
           COPY LOANREC.

       WORKING-STORAGE                 SECTION.
       01  WS-STORD-STATUS             PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-LOANM-STATUS             PIC XX.
       01  WS-LOANM-AVAILABLE          PIC X          VALUE "N".
           88 WS-IS-LOANM-AVAILABLE                   VALUE "Y".
       01  WS-MENU-CHOICE              PIC X.
       01  WS-DONE                     PIC X          VALUE "N".
           88 WS-ALL-DONE                              VALUE "Y".

      ******************************************************************
      * Audit controls. The operator signs on once; every maintenance
      * action is stamped with who did it, when, and the record as it
      * looked before and after.
      ******************************************************************
       01  WS-OPERATOR                 PIC X(20).
       01  WS-AUDIT-DATE               PIC 9(08).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-ACTION             PIC X(10).
       01  WS-BEFORE-IMAGE             PIC X(137).
       01  WS-AFTER-IMAGE              PIC X(137).

      ******************************************************************
      * Entry edit controls. The first entry that fails its edit ends
      * the action with nothing written.
      ******************************************************************
       01  WS-ENTRY-FAILED             PIC X          VALUE "N".
           88 WS-IS-ENTRY-FAILED                      VALUE "Y".
       01  WS-TYPE-CHOICE              PIC X.
       01  WS-ORDER-WRITTEN            PIC X          VALUE "N".
           88 WS-IS-ORDER-WRITTEN                     VALUE "Y".
       01  WS-SEQ-TRY                  PIC 9(04)      VALUE ZERO.
       01  WS-DATE-CHECK               PIC 9(08).

      ******************************************************************
      * Working fields for BC000-CHANGE-ORDER. The operator's entry
      * is accepted here first, not directly into the record, so a
      * blank/zero "keep the current value" response doesn't overwrite
      * the field before the REWRITE.
      ******************************************************************
       01  WS-NEW-AMOUNT               PIC 9(10).
       01  WS-NEW-FREQUENCY            PIC X(01).
       01  WS-NEW-END-DATE             PIC 9(08).
       01  WS-NEW-NEXT-DATE            PIC 9(08).

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

           PERFORM UNTIL WS-ALL-DONE

               DISPLAY " "
               DISPLAY "1 = ADD STANDING ORDER"
               DISPLAY "2 = CHANGE AMOUNT/FREQUENCY/DATES"
               DISPLAY "3 = CANCEL STANDING ORDER"
               DISPLAY "4 = QUIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM BB000-ADD-ORDER
                   WHEN "2"
                       PERFORM BC000-CHANGE-ORDER
                   WHEN "3"
                       PERFORM BD000-CANCEL-ORDER
                   WHEN "4"
                       MOVE "Y"        TO WS-DONE
                   WHEN OTHER
                       DISPLAY "==> INVALID CHOICE, TRY AGAIN"
               END-EVALUATE

           END-PERFORM.

           CLOSE STORDFL CUSTOMERFL AUDITFL.
           IF WS-IS-LOANM-AVAILABLE
              CLOSE LOANFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          OPEN I-O                    STORDFL.
          IF WS-STORD-STATUS = "35"
             OPEN OUTPUT              STORDFL
             CLOSE                    STORDFL
             OPEN I-O                 STORDFL
          END-IF.
          IF WS-STORD-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN StandingOrder.DAT, STATUS: "
                     WS-STORD-STATUS
             MOVE "Y"                 TO WS-DONE
          END-IF.

          OPEN INPUT                  CUSTOMERFL.
          IF WS-CUST-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN CustomerInfo.DAT, STATUS: "
                     WS-CUST-STATUS
             MOVE "Y"                 TO WS-DONE
          END-IF.

      *> Without the loan master only Transfer orders can be set up.
          OPEN INPUT                  LOANFL.
          IF WS-LOANM-STATUS = "00"
             MOVE "Y"                 TO WS-LOANM-AVAILABLE
          END-IF.

          OPEN EXTEND                 AUDITFL.

          ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.

          DISPLAY "OPERATOR ID: "     WITH NO ADVANCING.
          ACCEPT WS-OPERATOR.

      ******************************************************************
      * Section for adding a new standing order. The order takes the
      * payer's next free order sequence, starts active, and first
      * falls due on its start date.
      ******************************************************************
       BB000-ADD-ORDER                 SECTION.

          MOVE "N"                    TO WS-ENTRY-FAILED.
          MOVE SPACES                 TO STORDFL-REC.
          MOVE ZERO                   TO SO-ORDER-SEQ
                                          SO-PAYEE-ID
                                          SO-LOAN-SEQ
                                          SO-AMOUNT
                                          SO-END-DATE
                                          SO-PENDING-TRAN-ID
                                          SO-PENDING-AMOUNT
                                          SO-LAST-GEN-DATE
                                          SO-RETRY-COUNT
                                          SO-LAST-SETTLED-DATE
                                          SO-LAST-FAILED-DATE
                                          SO-FAILED-COUNT.

          DISPLAY "PAYER CUST-ID (13 DIGITS): " WITH NO ADVANCING.
          ACCEPT SO-PAYER-ID.
          MOVE SO-PAYER-ID            TO CUST-ID.
          READ CUSTOMERFL
            INVALID KEY
             DISPLAY "==> PAYER NOT ON FILE"
             MOVE "Y"                 TO WS-ENTRY-FAILED
          END-READ.

          IF NOT WS-IS-ENTRY-FAILED
             DISPLAY "ORDER TYPE (T = TRANSFER, L = LOAN PAYMENT): "
               WITH NO ADVANCING
             ACCEPT WS-TYPE-CHOICE
             EVALUATE WS-TYPE-CHOICE
                 WHEN "T"
                     MOVE "Transfer"   TO SO-ORDER-TYPE
                     PERFORM BB010-ACCEPT-PAYEE
                 WHEN "L"
                     MOVE "LoanPayment"
                                       TO SO-ORDER-TYPE
                     PERFORM BB020-ACCEPT-LOAN
                 WHEN OTHER
                     DISPLAY "==> INVALID ORDER TYPE"
                     MOVE "Y"          TO WS-ENTRY-FAILED
             END-EVALUATE
          END-IF

          IF NOT WS-IS-ENTRY-FAILED
             IF SO-IS-LOANPAY
                DISPLAY "AMOUNT (0 = LOAN'S MINIMUM PAYMENT): "
                  WITH NO ADVANCING
             ELSE
                DISPLAY "AMOUNT: "    WITH NO ADVANCING
             END-IF
             ACCEPT SO-AMOUNT
             IF SO-IS-TRANSFER AND SO-AMOUNT = ZERO
                DISPLAY "==> TRANSFER AMOUNT REQUIRED"
                MOVE "Y"              TO WS-ENTRY-FAILED
             END-IF
          END-IF

          IF NOT WS-IS-ENTRY-FAILED
             DISPLAY "FREQUENCY (W/M/Q/A): " WITH NO ADVANCING
             ACCEPT SO-FREQUENCY
             IF NOT SO-IS-VALID-FREQUENCY
                DISPLAY "==> INVALID FREQUENCY"
                MOVE "Y"              TO WS-ENTRY-FAILED
             END-IF
          END-IF

          IF NOT WS-IS-ENTRY-FAILED
             DISPLAY "START DATE (CCYYMMDD): " WITH NO ADVANCING
             ACCEPT SO-START-DATE
             MOVE SO-START-DATE       TO WS-DATE-CHECK
             PERFORM BF000-CHECK-DATE
          END-IF

          IF NOT WS-IS-ENTRY-FAILED
             DISPLAY "END DATE (CCYYMMDD, 0 = NO END): "
               WITH NO ADVANCING
             ACCEPT SO-END-DATE
             IF SO-END-DATE NOT = ZERO
                MOVE SO-END-DATE      TO WS-DATE-CHECK
                PERFORM BF000-CHECK-DATE
                IF NOT WS-IS-ENTRY-FAILED
                   AND SO-END-DATE < SO-START-DATE
                   DISPLAY "==> END DATE BEFORE START DATE"
                   MOVE "Y"           TO WS-ENTRY-FAILED
                END-IF
             END-IF
          END-IF

          IF WS-IS-ENTRY-FAILED
             DISPLAY "==> STANDING ORDER NOT ADDED"
          ELSE
             MOVE SO-START-DATE       TO SO-NEXT-EXEC-DATE
             MOVE "A"                 TO SO-STATUS
             PERFORM BB030-WRITE-NEW-ORDER
          END-IF.

      ******************************************************************
      * Section for a Transfer order's payee: on file, and not the
      * payer
      ******************************************************************
       BB010-ACCEPT-PAYEE              SECTION.

          DISPLAY "PAYEE CUST-ID (13 DIGITS): " WITH NO ADVANCING.
          ACCEPT SO-PAYEE-ID.

          IF SO-PAYEE-ID = SO-PAYER-ID
             DISPLAY "==> PAYEE IS THE PAYER"
             MOVE "Y"                 TO WS-ENTRY-FAILED
          ELSE
             MOVE SO-PAYEE-ID         TO CUST-ID
             READ CUSTOMERFL
               INVALID KEY
                DISPLAY "==> PAYEE NOT ON FILE"
                MOVE "Y"              TO WS-ENTRY-FAILED
             END-READ
          END-IF.

      ******************************************************************
      * Section for a LoanPayment order's loan: one of the payer's
      * own, and open
      ******************************************************************
       BB020-ACCEPT-LOAN               SECTION.

          IF NOT WS-IS-LOANM-AVAILABLE
             DISPLAY "==> LOAN MASTER NOT AVAILABLE"
             MOVE "Y"                 TO WS-ENTRY-FAILED
          ELSE
             DISPLAY "LOAN SEQUENCE: " WITH NO ADVANCING
             ACCEPT SO-LOAN-SEQ
             MOVE SO-PAYER-ID         TO LN-CUST-ID
             MOVE SO-LOAN-SEQ         TO LN-LOAN-SEQ
             READ LOANFL
               INVALID KEY
                DISPLAY "==> LOAN NOT ON FILE FOR THIS PAYER"
                MOVE "Y"              TO WS-ENTRY-FAILED
               NOT INVALID KEY
                IF NOT LN-IS-OPEN
                   DISPLAY "==> LOAN IS NOT OPEN"
                   MOVE "Y"           TO WS-ENTRY-FAILED
                END-IF
             END-READ
          END-IF.

      ******************************************************************
      * Section for writing the new order under the payer's next free
      * order sequence, found by attempting the WRITE and stepping
      * past duplicates
      ******************************************************************
       BB030-WRITE-NEW-ORDER           SECTION.

          MOVE "N"                    TO WS-ORDER-WRITTEN.
          MOVE 1                      TO SO-ORDER-SEQ.
          MOVE ZERO                   TO WS-SEQ-TRY.

          PERFORM BB040-TRY-ORDER-SEQ
            UNTIL WS-IS-ORDER-WRITTEN
               OR WS-SEQ-TRY > 998.

          IF WS-IS-ORDER-WRITTEN
             DISPLAY "==> STANDING ORDER ADDED, SEQUENCE: "
                     SO-ORDER-SEQ
             MOVE SPACES              TO WS-BEFORE-IMAGE
             MOVE STORDFL-REC         TO WS-AFTER-IMAGE
             MOVE "ADD"               TO WS-AUDIT-ACTION
             PERFORM BE000-WRITE-AUDIT-REC
          ELSE
             DISPLAY "==> NO FREE ORDER SEQUENCE, NOT ADDED"
          END-IF.

       BB040-TRY-ORDER-SEQ             SECTION.

          ADD 1                       TO WS-SEQ-TRY.

          WRITE STORDFL-REC
            INVALID KEY
             ADD 1                    TO SO-ORDER-SEQ
            NOT INVALID KEY
             MOVE "Y"                 TO WS-ORDER-WRITTEN
          END-WRITE.

      ******************************************************************
      * Section for changing the amount, frequency, end date or next
      * execution date of a live order
      ******************************************************************
       BC000-CHANGE-ORDER              SECTION.

          MOVE "N"                    TO WS-ENTRY-FAILED.

          DISPLAY "PAYER CUST-ID: "   WITH NO ADVANCING.
          ACCEPT SO-PAYER-ID.
          DISPLAY "ORDER SEQUENCE: "  WITH NO ADVANCING.
          ACCEPT SO-ORDER-SEQ.

          READ STORDFL
            INVALID KEY
             DISPLAY "==> STANDING ORDER NOT FOUND"
            NOT INVALID KEY
             IF NOT SO-IS-ACTIVE
                DISPLAY "==> STANDING ORDER NO LONGER ACTIVE"
             ELSE
                MOVE STORDFL-REC      TO WS-BEFORE-IMAGE
                PERFORM BC010-ACCEPT-CHANGES
                IF WS-IS-ENTRY-FAILED
                   DISPLAY "==> STANDING ORDER NOT UPDATED"
                ELSE
                   REWRITE STORDFL-REC
                     INVALID KEY
                      DISPLAY "==> UPDATE FAILED"
                     NOT INVALID KEY
                      DISPLAY "==> STANDING ORDER UPDATED"
                      MOVE STORDFL-REC
                                      TO WS-AFTER-IMAGE
                      MOVE "CHANGE"   TO WS-AUDIT-ACTION
                      PERFORM BE000-WRITE-AUDIT-REC
                   END-REWRITE
                END-IF
             END-IF
          END-READ.

      ******************************************************************
      * Section for taking the changed values, each kept as it is on
      * a blank or zero entry
      ******************************************************************
       BC010-ACCEPT-CHANGES            SECTION.

          MOVE ZERO                   TO WS-NEW-AMOUNT
                                          WS-NEW-END-DATE
                                          WS-NEW-NEXT-DATE.
          MOVE SPACES                 TO WS-NEW-FREQUENCY.

          DISPLAY "CURRENT AMOUNT: "  SO-AMOUNT.
          DISPLAY "NEW AMOUNT (0 TO KEEP): " WITH NO ADVANCING.
          ACCEPT WS-NEW-AMOUNT.
          IF WS-NEW-AMOUNT NOT = ZERO
             MOVE WS-NEW-AMOUNT       TO SO-AMOUNT
          END-IF.

          DISPLAY "CURRENT FREQUENCY: " SO-FREQUENCY.
          DISPLAY "NEW FREQUENCY (BLANK TO KEEP): " WITH NO ADVANCING.
          ACCEPT WS-NEW-FREQUENCY.
          IF WS-NEW-FREQUENCY NOT = SPACES
             MOVE WS-NEW-FREQUENCY    TO SO-FREQUENCY
             IF NOT SO-IS-VALID-FREQUENCY
                DISPLAY "==> INVALID FREQUENCY"
                MOVE "Y"              TO WS-ENTRY-FAILED
             END-IF
          END-IF.

          IF NOT WS-IS-ENTRY-FAILED
             DISPLAY "CURRENT END DATE: " SO-END-DATE
             DISPLAY "NEW END DATE (0 TO KEEP): " WITH NO ADVANCING
             ACCEPT WS-NEW-END-DATE
             IF WS-NEW-END-DATE NOT = ZERO
                MOVE WS-NEW-END-DATE  TO WS-DATE-CHECK
                PERFORM BF000-CHECK-DATE
                IF NOT WS-IS-ENTRY-FAILED
                   MOVE WS-NEW-END-DATE
                                      TO SO-END-DATE
                END-IF
             END-IF
          END-IF

      *> Moving the next execution date past the start date re-bases
      *> the schedule: later executions fall on the new date's day of
      *> the month.
          IF NOT WS-IS-ENTRY-FAILED
             DISPLAY "CURRENT NEXT EXECUTION DATE: " SO-NEXT-EXEC-DATE
             DISPLAY "NEW NEXT EXECUTION DATE (0 TO KEEP): "
               WITH NO ADVANCING
             ACCEPT WS-NEW-NEXT-DATE
             IF WS-NEW-NEXT-DATE NOT = ZERO
                MOVE WS-NEW-NEXT-DATE TO WS-DATE-CHECK
                PERFORM BF000-CHECK-DATE
                IF NOT WS-IS-ENTRY-FAILED
                   MOVE WS-NEW-NEXT-DATE
                                      TO SO-NEXT-EXEC-DATE
                   IF WS-NEW-NEXT-DATE > SO-START-DATE
                      MOVE WS-NEW-NEXT-DATE
                                      TO SO-START-DATE
                   END-IF
                END-IF
             END-IF
          END-IF

          IF NOT WS-IS-ENTRY-FAILED
             AND SO-END-DATE NOT = ZERO
             AND SO-END-DATE < SO-NEXT-EXEC-DATE
             DISPLAY "==> END DATE BEFORE NEXT EXECUTION DATE"
             MOVE "Y"                 TO WS-ENTRY-FAILED
          END-IF.

      ******************************************************************
      * Section for cancelling an order. The record is kept, marked
      * cancelled, so its history survives; an execution already
      * generated for today still goes through the day's run.
      ******************************************************************
       BD000-CANCEL-ORDER              SECTION.

          DISPLAY "PAYER CUST-ID: "   WITH NO ADVANCING.
          ACCEPT SO-PAYER-ID.
          DISPLAY "ORDER SEQUENCE: "  WITH NO ADVANCING.
          ACCEPT SO-ORDER-SEQ.

          READ STORDFL
            INVALID KEY
             DISPLAY "==> STANDING ORDER NOT FOUND"
            NOT INVALID KEY
             IF SO-IS-CANCELLED
                DISPLAY "==> STANDING ORDER ALREADY CANCELLED"
             ELSE
                MOVE STORDFL-REC      TO WS-BEFORE-IMAGE
                MOVE "C"              TO SO-STATUS
                REWRITE STORDFL-REC
                  INVALID KEY
                   DISPLAY "==> CANCEL FAILED"
                  NOT INVALID KEY
                   DISPLAY "==> STANDING ORDER CANCELLED"
                   MOVE STORDFL-REC   TO WS-AFTER-IMAGE
                   MOVE "CANCEL"      TO WS-AUDIT-ACTION
                   PERFORM BE000-WRITE-AUDIT-REC
                END-REWRITE
             END-IF
          END-READ.

      ******************************************************************
      * Section for appending one audit record carrying the operator,
      * date/time, action, and the before and after record images
      ******************************************************************
       BE000-WRITE-AUDIT-REC           SECTION.

          ACCEPT WS-AUDIT-TIME        FROM TIME.

          MOVE WS-OPERATOR            TO AU-OPERATOR.
          MOVE WS-AUDIT-DATE          TO AU-DATE.
          MOVE WS-AUDIT-TIME          TO AU-TIME.
          MOVE WS-AUDIT-ACTION        TO AU-ACTION.
          MOVE SO-PAYER-ID            TO AU-PAYER-ID.
          MOVE SO-ORDER-SEQ           TO AU-ORDER-SEQ.
          MOVE WS-BEFORE-IMAGE        TO AU-BEFORE-IMAGE.
          MOVE WS-AFTER-IMAGE         TO AU-AFTER-IMAGE.

          WRITE AUDIT-REC.

      ******************************************************************
      * Section for checking an entered CCYYMMDD date is a real
      * calendar date
      ******************************************************************
       BF000-CHECK-DATE                SECTION.

          IF WS-DATE-CHECK NOT NUMERIC
             OR WS-DATE-CHECK < 19000101
             OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK) NOT = ZERO
             DISPLAY "==> INVALID DATE: " WS-DATE-CHECK
             MOVE "Y"                 TO WS-ENTRY-FAILED
          END-IF.
