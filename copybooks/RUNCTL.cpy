      *>   RC-WITHDRAWAL-THRESHOLD, which is the internal fraud
      *>   control on single withdrawals.
           05 RC-CTR-THRESHOLD         PIC 9(10).
      *>   FEE_ENGINE charges: the NSF fee per insufficient-funds
      *>   rejection, the late fee per missed loan due date, and the
      *>   monthly maintenance fee on a balance below the minimum;
      *>   all are booked to the one fee-income GL account.
           05 RC-NSF-FEE               PIC 9(07).
           05 RC-LATE-FEE              PIC 9(07).
           05 RC-MAINT-FEE             PIC 9(07).
           05 RC-MIN-BALANCE           PIC 9(10).
           05 RC-GL-FEE-ACCT           PIC X(10).
      *>   LOAN_CHARGE_OFF thresholds in days past due: a loan goes
      *>   on non-accrual at the first and is written off at the
      *>   second. The write-off is booked to the loss account, and
      *>   payments on written-off loans to the recoveries account.
           05 RC-NON-ACCRUAL-DAYS      PIC 9(05).
           05 RC-CHARGE-OFF-DAYS       PIC 9(05).
           05 RC-GL-LOSS-ACCT          PIC X(10).
           05 RC-GL-RECOVERY-ACCT      PIC X(10).
      *>   Business days STANDING_ORDER_GEN retries a standing order
      *>   the logger rejected for insufficient funds, before the
      *>   execution is reported failed and skipped.
           05 RC-SO-RETRY-DAYS         PIC 9(02).
      *>   Days ahead of a loan payment due date CUSTOMER_ALERTS
      *>   sends the customer the payment-due alert.
           05 RC-ALERT-DUE-DAYS        PIC 9(02).
      *>   Withholding tax, as a percentage of the interest paid out,
      *>   deducted from each fixed-deposit payout, and the tax-
      *>   payable GL account it is booked to. A zero rate withholds
      *>   nothing.
           05 RC-WHT-RATE              PIC 9(02)V99.
           05 RC-GL-WHT-ACCT           PIC X(10).
      *>   Annual rate paid on a fixed deposit broken before
      *>   maturity, in place of its contract rate (never more than
      *>   the contract rate), and the GL account the interest
      *>   forfeited on the break is booked to.
           05 RC-FD-BREAK-RATE         PIC 9(3)V99.
           05 RC-GL-FORFEIT-ACCT       PIC X(10).
      *>   Number of dated master generations MASTER_BACKUP keeps on
      *>   disk; the oldest beyond it are retired, their files
      *>   emptied, as each new generation is catalogued.
           05 RC-BACKUP-GENERATIONS    PIC 9(02).
