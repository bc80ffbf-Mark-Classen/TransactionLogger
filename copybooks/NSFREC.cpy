      ******************************************************************
      * NSF-REC - shared NSFRejects record layout, written by
      * TRANSACTION_LOGGER for Withdrawals that would overdraw the
      * customer's balance and read by EOD_RECONCILE. The reason is
      * set only through its conditions, so the logger that writes it
      * and the fee engine that tests it cannot drift apart: a
      * Reversal refused because its Transfer counterparty could not
      * give the money back carries the counterparty reason and is
      * not fee'd.
      ******************************************************************
       01  NSF-REC.
           05 NSF-CUST-ID              PIC 9(13).
           05 NSF-AMOUNT               PIC 9(10).
           05 NSF-AVAILABLE-BALANCE    PIC 9(12).
           05 NSF-REASON               PIC X(30).
              88 NSF-IS-OVERDRAWN
                           VALUE "INSUFFICIENT FUNDS".
              88 NSF-IS-CPTY-SHORT
                           VALUE "CPTY INSUFFICIENT FUNDS".
           05 NSF-TRAN-ID              PIC 9(13).
