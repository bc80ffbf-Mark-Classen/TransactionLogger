       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     EXCEPTION_REPAIR.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

           SELECT EXCQFL               ASSIGN TO "ExceptionQueue.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS EX-TRAN-ID
           FILE STATUS   IS WS-EXCQ-STATUS.

      *>   Every correction, approval and close is appended here with
      *>   the operator, date/time and before/after queue record
      *>   images.
           SELECT OPTIONAL AUDITFL     ASSIGN TO "ExceptionAudit.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   Read-only references: a corrected customer or Transfer
      *>   counterparty must be on file, and a fraud-held item cannot
      *>   be approved while its customer is still on hold.
           SELECT CUSTOMERFL           ASSIGN TO "CustomerInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CUST-ID
           FILE STATUS   IS WS-CUST-STATUS.

           SELECT HOLDFL               ASSIGN TO "CustHold.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS HOLD-CUST-ID
           FILE STATUS   IS WS-HOLD-STATUS.

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  EXCQFL.
           COPY EXCPREC.

       FD  AUDITFL.
       01  AUDIT-REC.
           05 AU-OPERATOR              PIC X(20).
           05 AU-DATE                  PIC 9(08).
           05 AU-TIME                  PIC 9(08).
           05 AU-ACTION                PIC X(10).
           05 AU-TRAN-ID               PIC 9(13).
           05 AU-BEFORE-IMAGE          PIC X(301).
           05 AU-AFTER-IMAGE           PIC X(301).

       FD  CUSTOMERFL.
           COPY CUSTREC.

       FD  HOLDFL.
           COPY HOLDREC.

       WORKING-STORAGE                 SECTION.

      ******************************************************************
      * The queued transaction record, taken out of EX-RECORD-IMAGE
      * to be corrected and put back
      ******************************************************************
           COPY TRANREC.

       01  WS-EXCQ-STATUS              PIC XX.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-HOLD-STATUS              PIC XX.
       01  WS-HOLD-AVAILABLE           PIC X          VALUE "N".
           88 WS-IS-HOLD-AVAILABLE                    VALUE "Y".
       01  WS-MENU-CHOICE              PIC X.
       01  WS-DONE                     PIC X          VALUE "N".
           88 WS-ALL-DONE                              VALUE "Y".

      ******************************************************************
      * Audit controls. The operator signs on once; every action is
      * stamped with who did it, when, and the queue record as it
      * looked before and after.
      ******************************************************************
       01  WS-OPERATOR                 PIC X(20).
       01  WS-AUDIT-DATE               PIC 9(08).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-AUDIT-ACTION             PIC X(10).
       01  WS-BEFORE-IMAGE             PIC X(301).
       01  WS-AFTER-IMAGE              PIC X(301).

      ******************************************************************
      * Entry edit controls. The first entry that fails its edit ends
      * the action with nothing written.
      ******************************************************************
       01  WS-ENTRY-FAILED             PIC X          VALUE "N".
           88 WS-IS-ENTRY-FAILED                      VALUE "Y".

      ******************************************************************
      * Working fields for BB000-CORRECT-EXCEPTION. The operator's
      * entry is accepted here first, not directly into the record, so
      * a zero "keep the current value" response doesn't overwrite the
      * field.
      ******************************************************************
       01  WS-NEW-CUST-ID              PIC 9(13).
       01  WS-NEW-AMOUNT               PIC 9(10).
       01  WS-NEW-CPTY-ID              PIC 9(13).
       01  WS-CLOSE-REASON             PIC X(30).

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

           PERFORM UNTIL WS-ALL-DONE

               DISPLAY " "
               DISPLAY "1 = CORRECT AN EXCEPTION"
               DISPLAY "2 = APPROVE FOR RESUBMISSION"
               DISPLAY "3 = CLOSE WITH REASON"
               DISPLAY "4 = QUIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM BB000-CORRECT-EXCEPTION
                   WHEN "2"
                       PERFORM BC000-APPROVE-EXCEPTION
                   WHEN "3"
                       PERFORM BD000-CLOSE-EXCEPTION
                   WHEN "4"
                       MOVE "Y"        TO WS-DONE
                   WHEN OTHER
                       DISPLAY "==> INVALID CHOICE, TRY AGAIN"
               END-EVALUATE

           END-PERFORM.

           CLOSE EXCQFL CUSTOMERFL AUDITFL.
           IF WS-IS-HOLD-AVAILABLE
              CLOSE HOLDFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          OPEN I-O                    EXCQFL.
          IF WS-EXCQ-STATUS = "35"
             OPEN OUTPUT              EXCQFL
             CLOSE                    EXCQFL
             OPEN I-O                 EXCQFL
          END-IF.
          IF WS-EXCQ-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN ExceptionQueue.DAT, STATUS: "
                     WS-EXCQ-STATUS
             MOVE "Y"                 TO WS-DONE
          END-IF.

          OPEN INPUT                  CUSTOMERFL.
          IF WS-CUST-STATUS NOT = "00"
             DISPLAY "==> UNABLE TO OPEN CustomerInfo.DAT, STATUS: "
                     WS-CUST-STATUS
             MOVE "Y"                 TO WS-DONE
          END-IF.

      *> Without the hold list, fraud-held items cannot be approved.
          OPEN INPUT                  HOLDFL.
          IF WS-HOLD-STATUS = "00"
             MOVE "Y"                 TO WS-HOLD-AVAILABLE
          END-IF.

          OPEN EXTEND                 AUDITFL.

          ACCEPT WS-AUDIT-DATE        FROM DATE YYYYMMDD.

          DISPLAY "OPERATOR ID: "     WITH NO ADVANCING.
          ACCEPT WS-OPERATOR.

      ******************************************************************
      * Section for correcting the customer, amount or Transfer
      * counterparty of an open or approved item. Correcting an
      * approved item withdraws its approval, so the corrected record
      * is approved again before it goes back in.
      ******************************************************************
       BB000-CORRECT-EXCEPTION         SECTION.

          MOVE "N"                    TO WS-ENTRY-FAILED.

          DISPLAY "TRAN-ID (13 DIGITS): " WITH NO ADVANCING.
          ACCEPT EX-TRAN-ID.

          READ EXCQFL
            INVALID KEY
             DISPLAY "==> EXCEPTION NOT FOUND"
            NOT INVALID KEY
             PERFORM BF000-SHOW-EXCEPTION
             EVALUATE TRUE
                 WHEN NOT EX-IS-OPEN AND NOT EX-IS-APPROVED
                     DISPLAY "==> EXCEPTION IS NOT OPEN"
                 WHEN NOT EX-IS-IMAGE-CAPTURED
                     DISPLAY "==> NO RECORD IMAGE TO CORRECT"
                 WHEN OTHER
                     MOVE EXCQFL-REC  TO WS-BEFORE-IMAGE
                     MOVE EX-RECORD-IMAGE
                                      TO TRANSACTIONFL-REC
                     PERFORM BB010-ACCEPT-CORRECTIONS
                     IF WS-IS-ENTRY-FAILED
                        DISPLAY "==> EXCEPTION NOT CORRECTED"
                     ELSE
                        PERFORM BB020-APPLY-CORRECTIONS
                     END-IF
             END-EVALUATE
          END-READ.

      ******************************************************************
      * Section for taking the corrected values, each kept as it is
      * on a zero entry. A Loan's amount is its disbursed T-LOAN-AMT;
      * an account-funded LoanPayment carries its amount in both
      * T-AMOUNT and T-LOAN-AMT.
      ******************************************************************
       BB010-ACCEPT-CORRECTIONS        SECTION.

          MOVE ZERO                   TO WS-NEW-CUST-ID
                                          WS-NEW-AMOUNT
                                          WS-NEW-CPTY-ID.

          DISPLAY "TYPE: "            T-TYPE.
          DISPLAY "CURRENT CUST-ID: " T-CUST-ID.
          DISPLAY "NEW CUST-ID (0 TO KEEP): " WITH NO ADVANCING.
          ACCEPT WS-NEW-CUST-ID.
          IF WS-NEW-CUST-ID NOT = ZERO
             MOVE WS-NEW-CUST-ID      TO CUST-ID
             READ CUSTOMERFL
               INVALID KEY
                DISPLAY "==> CUSTOMER NOT ON FILE"
                MOVE "Y"              TO WS-ENTRY-FAILED
               NOT INVALID KEY
                MOVE WS-NEW-CUST-ID   TO T-CUST-ID
             END-READ
          END-IF.

          IF NOT WS-IS-ENTRY-FAILED
             IF T-TYPE = "Loan"
                DISPLAY "CURRENT AMOUNT: " T-LOAN-AMT
             ELSE
                DISPLAY "CURRENT AMOUNT: " T-AMOUNT
             END-IF
             DISPLAY "NEW AMOUNT (0 TO KEEP): " WITH NO ADVANCING
             ACCEPT WS-NEW-AMOUNT
             IF WS-NEW-AMOUNT NOT = ZERO
                IF T-TYPE = "Loan"
                   MOVE WS-NEW-AMOUNT TO T-LOAN-AMT
                ELSE
                   MOVE WS-NEW-AMOUNT TO T-AMOUNT
                   IF T-TYPE = "LoanPayment"
                      AND T-LOAN-AMT NUMERIC
                      AND T-LOAN-AMT NOT = ZERO
                      MOVE WS-NEW-AMOUNT
                                      TO T-LOAN-AMT
                   END-IF
                END-IF
             END-IF
          END-IF

          IF NOT WS-IS-ENTRY-FAILED AND T-TYPE = "Transfer"
             DISPLAY "CURRENT COUNTERPARTY: " T-COUNTERPARTY-ID
             DISPLAY "NEW COUNTERPARTY (0 TO KEEP): "
               WITH NO ADVANCING
             ACCEPT WS-NEW-CPTY-ID
             IF WS-NEW-CPTY-ID NOT = ZERO
                MOVE WS-NEW-CPTY-ID   TO CUST-ID
                READ CUSTOMERFL
                  INVALID KEY
                   DISPLAY "==> COUNTERPARTY NOT ON FILE"
                   MOVE "Y"           TO WS-ENTRY-FAILED
                  NOT INVALID KEY
                   MOVE WS-NEW-CPTY-ID
                                      TO T-COUNTERPARTY-ID
                END-READ
             END-IF
             IF NOT WS-IS-ENTRY-FAILED
                AND T-COUNTERPARTY-ID = T-CUST-ID
                DISPLAY "==> COUNTERPARTY IS THE CUSTOMER"
                MOVE "Y"              TO WS-ENTRY-FAILED
             END-IF
          END-IF.

      ******************************************************************
      * Section for putting the corrected record back on the queue,
      * with the customer and amount shown alongside it kept in step
      ******************************************************************
       BB020-APPLY-CORRECTIONS         SECTION.

          MOVE TRANSACTIONFL-REC      TO EX-RECORD-IMAGE.
          IF T-CUST-ID NUMERIC
             MOVE T-CUST-ID           TO EX-CUST-ID
          END-IF.
          IF T-TYPE = "Loan"
             IF T-LOAN-AMT NUMERIC
                MOVE T-LOAN-AMT       TO EX-AMOUNT
             END-IF
          ELSE
             IF T-AMOUNT NUMERIC
                MOVE T-AMOUNT         TO EX-AMOUNT
             END-IF
          END-IF.

          IF EX-IS-APPROVED
             MOVE "O"                 TO EX-STATUS
             DISPLAY "==> APPROVAL WITHDRAWN, APPROVE AGAIN TO RESUBMIT"
          END-IF.
          MOVE "Y"                    TO EX-CORRECTED.
          MOVE WS-OPERATOR            TO EX-ACTION-BY.
          MOVE WS-AUDIT-DATE          TO EX-ACTION-DATE.

          REWRITE EXCQFL-REC
            INVALID KEY
             DISPLAY "==> UPDATE FAILED"
            NOT INVALID KEY
             DISPLAY "==> EXCEPTION CORRECTED"
             MOVE EXCQFL-REC          TO WS-AFTER-IMAGE
             MOVE "CORRECT"           TO WS-AUDIT-ACTION
             PERFORM BE000-WRITE-AUDIT-REC
          END-REWRITE.

      ******************************************************************
      * Section for approving an open item for resubmission on the
      * next business day. A fraud-held item is approved only once
      * its customer is off the hold list.
      ******************************************************************
       BC000-APPROVE-EXCEPTION         SECTION.

          MOVE "N"                    TO WS-ENTRY-FAILED.

          DISPLAY "TRAN-ID (13 DIGITS): " WITH NO ADVANCING.
          ACCEPT EX-TRAN-ID.

          READ EXCQFL
            INVALID KEY
             DISPLAY "==> EXCEPTION NOT FOUND"
            NOT INVALID KEY
             PERFORM BF000-SHOW-EXCEPTION
             EVALUATE TRUE
                 WHEN EX-IS-APPROVED
                     DISPLAY "==> EXCEPTION ALREADY APPROVED"
                 WHEN NOT EX-IS-OPEN
                     DISPLAY "==> EXCEPTION IS NOT OPEN"
                 WHEN NOT EX-IS-IMAGE-CAPTURED
                     DISPLAY "==> NO RECORD IMAGE, CANNOT RESUBMIT"
                 WHEN OTHER
                     IF EX-FROM-HELD
                        AND EX-REASON = "CUSTOMER ON FRAUD HOLD"
                        PERFORM BC010-CHECK-HOLD
                     END-IF
                     IF WS-IS-ENTRY-FAILED
                        DISPLAY "==> EXCEPTION NOT APPROVED"
                     ELSE
                        PERFORM BC020-APPLY-APPROVAL
                     END-IF
             END-EVALUATE
          END-READ.

      ******************************************************************
      * Section for refusing approval while the customer is still on
      * the hold list, or when the list cannot be checked
      ******************************************************************
       BC010-CHECK-HOLD                SECTION.

          IF NOT WS-IS-HOLD-AVAILABLE
             DISPLAY "==> HOLD LIST NOT AVAILABLE"
             MOVE "Y"                 TO WS-ENTRY-FAILED
          ELSE
             MOVE EX-CUST-ID          TO HOLD-CUST-ID
             READ HOLDFL
               INVALID KEY
                CONTINUE
               NOT INVALID KEY
                DISPLAY "==> CUSTOMER STILL ON FRAUD HOLD"
                MOVE "Y"              TO WS-ENTRY-FAILED
             END-READ
          END-IF.

       BC020-APPLY-APPROVAL            SECTION.

          MOVE EXCQFL-REC             TO WS-BEFORE-IMAGE.
          MOVE "A"                    TO EX-STATUS.
          MOVE WS-OPERATOR            TO EX-ACTION-BY.
          MOVE WS-AUDIT-DATE          TO EX-ACTION-DATE.

          REWRITE EXCQFL-REC
            INVALID KEY
             DISPLAY "==> UPDATE FAILED"
            NOT INVALID KEY
             DISPLAY "==> EXCEPTION APPROVED FOR RESUBMISSION"
             MOVE EXCQFL-REC          TO WS-AFTER-IMAGE
             MOVE "APPROVE"           TO WS-AUDIT-ACTION
             PERFORM BE000-WRITE-AUDIT-REC
          END-REWRITE.

      ******************************************************************
      * Section for closing an open or approved item that will not be
      * resubmitted. The record is kept, marked closed with the
      * operator's reason, so its history survives.
      ******************************************************************
       BD000-CLOSE-EXCEPTION           SECTION.

          DISPLAY "TRAN-ID (13 DIGITS): " WITH NO ADVANCING.
          ACCEPT EX-TRAN-ID.

          READ EXCQFL
            INVALID KEY
             DISPLAY "==> EXCEPTION NOT FOUND"
            NOT INVALID KEY
             PERFORM BF000-SHOW-EXCEPTION
             EVALUATE TRUE
                 WHEN EX-IS-CLOSED
                     DISPLAY "==> EXCEPTION ALREADY CLOSED"
                 WHEN EX-IS-RESUBMITTED
                     DISPLAY "==> EXCEPTION ALREADY RESUBMITTED"
                 WHEN OTHER
                     MOVE SPACES      TO WS-CLOSE-REASON
                     DISPLAY "CLOSE REASON: " WITH NO ADVANCING
                     ACCEPT WS-CLOSE-REASON
                     IF WS-CLOSE-REASON = SPACES
                        DISPLAY "==> CLOSE REASON REQUIRED"
                        DISPLAY "==> EXCEPTION NOT CLOSED"
                     ELSE
                        PERFORM BD010-APPLY-CLOSE
                     END-IF
             END-EVALUATE
          END-READ.

       BD010-APPLY-CLOSE               SECTION.

          MOVE EXCQFL-REC             TO WS-BEFORE-IMAGE.
          MOVE "C"                    TO EX-STATUS.
          MOVE WS-CLOSE-REASON        TO EX-CLOSE-REASON.
          MOVE WS-OPERATOR            TO EX-ACTION-BY.
          MOVE WS-AUDIT-DATE          TO EX-ACTION-DATE.

          REWRITE EXCQFL-REC
            INVALID KEY
             DISPLAY "==> CLOSE FAILED"
            NOT INVALID KEY
             DISPLAY "==> EXCEPTION CLOSED"
             MOVE EXCQFL-REC          TO WS-AFTER-IMAGE
             MOVE "CLOSE"             TO WS-AUDIT-ACTION
             PERFORM BE000-WRITE-AUDIT-REC
          END-REWRITE.

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
          MOVE EX-TRAN-ID             TO AU-TRAN-ID.
          MOVE WS-BEFORE-IMAGE        TO AU-BEFORE-IMAGE.
          MOVE WS-AFTER-IMAGE         TO AU-AFTER-IMAGE.

          WRITE AUDIT-REC.

      ******************************************************************
      * Section for showing the operator the item as it stands
      ******************************************************************
       BF000-SHOW-EXCEPTION            SECTION.

          DISPLAY "CUST-ID: "         EX-CUST-ID
                  "  TYPE: "          EX-TYPE
                  "  AMOUNT: "        EX-AMOUNT.
          DISPLAY "REASON: "          EX-REASON
                  "  STATUS: "        EX-STATUS
                  "  FAILURES: "      EX-FAIL-COUNT.
          DISPLAY "FIRST QUEUED: "    EX-FIRST-DATE
                  "  LAST FAILED: "   EX-LAST-DATE
                  "  BRANCH: "        EX-BRANCH-CODE.
