      ******************************************************************
      * RECOVERY-REC - shared LoanRecoveries.TXT record layout, written
      * by TRANSACTION_LOGGER for each LoanPayment amount applied to a
      * charged-off loan and read by LOAN_CHARGE_OFF for its recoveries
      * section. Recovered-to-date is the loan's running total after
      * this recovery was applied.
      ******************************************************************
       01  RECOVERY-REC.
           05 RV-CUST-ID               PIC 9(13).
           05 RV-LOAN-SEQ              PIC 9(03).
           05 RV-AMOUNT                PIC 9(10)V99.
           05 RV-CHARGED-OFF-AMT       PIC 9(10)V99.
           05 RV-RECOVERED-TO-DATE     PIC 9(10)V99.
           05 RV-RUN-DATE              PIC 9(08).
