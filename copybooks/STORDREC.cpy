      ******************************************************************
      * STORDFL-REC - shared StandingOrder indexed record layout. One
      * record per standing order, keyed on the paying customer plus
      * an order sequence so a customer can hold several orders.
      * STANDING_ORDER_MAINT adds, changes and cancels orders;
      * STANDING_ORDER_GEN writes each order due on the business date
      * into the day's input as an ordinary transaction, rolls
      * SO-NEXT-EXEC-DATE forward by the frequency, and retries an
      * execution the logger rejected for insufficient funds. A
      * cancelled or ended order is kept, not deleted, so its history
      * survives.
      ******************************************************************
       01  STORDFL-REC.
           05 SO-KEY.
              10 SO-PAYER-ID           PIC 9(13).
              10 SO-ORDER-SEQ          PIC 9(03).
           05 SO-ORDER-TYPE            PIC X(15).
              88 SO-IS-TRANSFER                       VALUE "Transfer".
              88 SO-IS-LOANPAY                        VALUE
                                                      "LoanPayment".
      *>   A Transfer order pays the payee customer (carried on the
      *>   generated transaction as T-COUNTERPARTY-ID); a LoanPayment
      *>   order pays down the payer's own loan under SO-LOAN-SEQ.
           05 SO-PAYEE-ID              PIC 9(13).
           05 SO-LOAN-SEQ              PIC 9(03).
      *>   A zero amount on a LoanPayment order pays the loan's
      *>   current minimum payment.
           05 SO-AMOUNT                PIC 9(10).
           05 SO-FREQUENCY             PIC X(01).
              88 SO-IS-WEEKLY                         VALUE "W".
              88 SO-IS-MONTHLY                        VALUE "M".
              88 SO-IS-QUARTERLY                      VALUE "Q".
              88 SO-IS-ANNUAL                         VALUE "A".
              88 SO-IS-VALID-FREQUENCY                VALUE "W" "M"
                                                            "Q" "A".
      *>   Schedule dates (CCYYMMDD). A zero end date runs until
      *>   cancelled. Monthly, quarterly and annual orders fall on the
      *>   start date's day of the month, or the month's last day
      *>   when the month is shorter.
           05 SO-START-DATE            PIC 9(08).
           05 SO-END-DATE              PIC 9(08).
           05 SO-NEXT-EXEC-DATE        PIC 9(08).
           05 SO-STATUS                PIC X(01).
              88 SO-IS-ACTIVE                         VALUE "A".
              88 SO-IS-CANCELLED                      VALUE "C".
              88 SO-IS-ENDED                          VALUE "E".
      *>   The execution now in flight: the transaction ID and the
      *>   business date it was last generated under, and how many
      *>   times it has been retried after an NSF rejection. Zero
      *>   SO-PENDING-TRAN-ID means nothing is outstanding.
           05 SO-PENDING-TRAN-ID       PIC 9(13).
           05 SO-PENDING-AMOUNT        PIC 9(10).
           05 SO-LAST-GEN-DATE         PIC 9(08).
           05 SO-RETRY-COUNT           PIC 9(02).
      *>   The generation date of the last execution that went
      *>   through without an NSF rejection, and the date the last
      *>   one was given up on as failed.
           05 SO-LAST-SETTLED-DATE     PIC 9(08).
           05 SO-LAST-FAILED-DATE      PIC 9(08).
           05 SO-FAILED-COUNT          PIC 9(05).
