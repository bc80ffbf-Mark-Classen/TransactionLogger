           05 T-TRANSFER-DETAIL REDEFINES T-LOAN-PURPOSE.
              10 T-COUNTERPARTY-ID     PIC 9(13).
              10 FILLER                PIC X(17).
      *>   A Reversal names the transaction it undoes in the same
      *>   bytes. TRANSACTION_EDIT stamps the original's type code,
      *>   and for a Transfer the counterparty that was credited,
      *>   once it has found the original logged on history.
           05 T-REVERSAL-DETAIL REDEFINES T-LOAN-PURPOSE.
              10 T-ORIG-TRAN-ID        PIC 9(13).
              10 T-ORIG-TYPE-CODE      PIC X(01).
                 88 T-ORIG-IS-DEPOSIT                 VALUE "D".
                 88 T-ORIG-IS-WITHDRAWAL              VALUE "W".
                 88 T-ORIG-IS-LOAN                    VALUE "L".
                 88 T-ORIG-IS-LOANPAY                 VALUE "P".
                 88 T-ORIG-IS-TRANSFER                VALUE "T".
              10 T-ORIG-CPTY-ID        PIC 9(13).
              10 FILLER                PIC X(03).
      *>   An FDBreak names the customer's fixed deposit to be
      *>   broken early by its deposit sequence on FixedDepMaster.
      *>   TRANSACTION_EDIT passes it only for an open deposit, with
      *>   no amounts, so it moves no money through the logger; the
      *>   payout is INTEREST_POSTING's.
           05 T-FDBREAK-DETAIL REDEFINES T-LOAN-PURPOSE.
              10 T-FD-DEP-SEQ          PIC 9(03).
              10 FILLER                PIC X(27).
           05 T-INTEREST-RATE          PIC 9(3)V99.    *> Interest rate on loan or deposit
      *>   On a LoanPayment, the amount drawn from the customer's own
      *>   account (equal to T-AMOUNT); zero when the payment was
      *>   paid in at the counter.
           05 T-LOAN-AMT               PIC 9(10).      *> Loan amount if applicable
           05 T-FIXED-DEPOSIT-AMT      PIC 9(10).      *> Amount in fixed deposit
           05 T-TRAN-DATE              PIC 9(08).      *> Transaction date CCYYMMDD
           05 T-TRAN-ID                PIC 9(13).      *> Unique transaction ID
      *>   Branch code 900 is reserved for STANDING_ORDER_GEN.
           05 T-BRANCH-CODE            PIC X(03).      *> Originating branch (001-003)
