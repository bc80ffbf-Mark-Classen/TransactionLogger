      * amount, accrues daily simple interest into the accumulated
      * interest bucket from the master (not from the day's transaction
      * file, so the deposit keeps earning after the day it was
      * opened), and at maturity pays principal plus accrued interest,
      * less any withholding tax on the interest, into the customer's
      * balance record. A deposit the customer breaks before maturity
      * is paid principal plus interest recomputed at the reduced
      * break rate, the excess accrual is forfeited, and it is marked
      * broken. A paid-out deposit is marked matured or broken, not
      * deleted, so the history of the position survives.
      ******************************************************************
       01  FIXDEPFL-REC.
           05 FDP-KEY.
           05 FDP-STATUS               PIC X(01).
              88 FDP-IS-OPEN                          VALUE "O".
              88 FDP-IS-MATURED                       VALUE "M".
              88 FDP-IS-BROKEN                        VALUE "B".
      *>   Business date (CCYYMMDD) of the last interest accrual, so
      *>   a rerun on the same date cannot accrue the same day twice.
           05 FDP-LAST-ACCRUAL-DATE    PIC 9(08).
      *>   Withholding tax deducted from the payout, kept on the
      *>   master so the day's GL summary and the year-end interest
      *>   certificates can be rebuilt from the record.
           05 FDP-WHT-AMOUNT           PIC 9(10)V99.
      *>   On a broken deposit, the accrued interest given up to the
      *>   break rate; FDP-ACCRUED-INTEREST is left holding only the
      *>   reduced interest actually paid.
           05 FDP-FORFEIT-AMOUNT       PIC 9(10)V99.
