           05 LN-STATUS                PIC X(01).
              88 LN-IS-OPEN                           VALUE "O".
              88 LN-IS-PAID-OFF                       VALUE "P".
              88 LN-IS-REVERSED                       VALUE "R".
              88 LN-IS-CHARGED-OFF                    VALUE "C".
      *>   Business date (CCYYMMDD) of the last interest accrual, so
      *>   a rerun on the same date cannot accrue the same day twice.
           05 LN-LAST-ACCRUAL-DATE     PIC 9(08).
           05 LN-PAYMENT-DUE-DATE      PIC 9(08).
           05 LN-MIN-PAYMENT           PIC 9(10).
           05 LN-LAST-PAYMENT-DATE     PIC 9(08).
      *>   Transaction ID of the Loan disbursement that booked the
      *>   record, so a Reversal of that disbursement can find it.
           05 LN-SOURCE-TRAN-ID        PIC 9(13).
      *>   Payment due date FEE_ENGINE last charged a late fee for
      *>   (or waived it), so a loan is charged once per missed due
      *>   date rather than on every day it stays past due.
           05 LN-LATE-FEE-DUE-DATE     PIC 9(08).
      *>   Non-accrual and charge-off controls, set by
      *>   LOAN_CHARGE_OFF. A non-accrual loan stays open and takes
      *>   payments, but INTEREST_POSTING no longer accrues on it. A
      *>   charged-off loan has its outstanding balance written off
      *>   into LN-CHARGED-OFF-AMT; later payments against it are
      *>   recoveries, collected in LN-RECOVERED-AMT rather than
      *>   reducing the (zero) outstanding balance.
           05 LN-ACCRUAL-STATUS        PIC X(01).
              88 LN-IS-NON-ACCRUAL                    VALUE "N".
           05 LN-NON-ACCRUAL-DATE      PIC 9(08).
           05 LN-CHARGE-OFF-DATE       PIC 9(08).
           05 LN-CHARGED-OFF-AMT       PIC 9(10)V99.
           05 LN-RECOVERED-AMT         PIC 9(10)V99.
      *>   Business date CUSTOMER_ALERTS sent the payment-due alert
      *>   for the current due date, so each due date is alerted
      *>   once however many days it stays inside the alert window.
           05 LN-DUE-ALERT-DATE        PIC 9(08).
