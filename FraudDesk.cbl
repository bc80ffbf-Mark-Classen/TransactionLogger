
      ******************************************************************
      * Section for releasing a customer hold once the investigation
      * closes in the customer's favour. The release goes on the
      * disposition file too, since the hold list keeps no trace of
      * a customer once released.
      ******************************************************************
       BC000-RELEASE-HOLD              SECTION.

             DISPLAY "==> CUST-ID NOT ON HOLD"
            NOT INVALID KEY
             DISPLAY "==> HOLD RELEASED"
             MOVE WS-RELEASE-CUST-ID  TO FD-CUST-ID
             MOVE ZERO                TO FD-AMOUNT
             MOVE SPACES              TO FD-FLAG-REASON
             MOVE "HOLD RELEASED"     TO FD-DECISION
             MOVE WS-REVIEWER         TO FD-REVIEWER
             MOVE WS-RUN-DATE-NUM     TO FD-REVIEW-DATE
             WRITE FRAUDDISP-REC
          END-DELETE.

      ******************************************************************
