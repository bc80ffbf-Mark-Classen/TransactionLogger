           05 BAL-CUST-ID              PIC 9(13).
           05 BAL-BALANCE              PIC 9(12).
           05 BAL-LAST-RUN-DATE        PIC X(10).
      *>   Month (CCYYMM) FEE_ENGINE last assessed the below-minimum
      *>   maintenance fee on the account, so it is charged at most
      *>   once a month.
           05 BAL-LAST-MAINT-MONTH     PIC 9(06).
