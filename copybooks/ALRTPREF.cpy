      ******************************************************************
      * ALERTPREF-REC - shared AlertPrefs indexed record layout. One
      * record per customer who has changed the default of every alert
      * sent by both SMS and email; a customer with no record gets
      * them all. CUSTOMER_MAINT keeps the record; CUSTOMER_ALERTS
      * reads it before writing each alert.
      ******************************************************************
       01  ALERTPREF-REC.
           05 AP-CUST-ID               PIC 9(13).
           05 AP-CHANNEL               PIC X(01).
              88 AP-BY-SMS                            VALUE "S".
              88 AP-BY-EMAIL                          VALUE "E".
              88 AP-BY-BOTH                           VALUE "B".
              88 AP-IS-VALID-CHANNEL                  VALUE "S" "E"
                                                            "B".
      *>   "Y" opted in, "N" opted out, one byte per alert type in
      *>   this order: large withdrawal, NSF rejection, hold placed,
      *>   hold released, fixed deposit matured, loan payment due.
           05 AP-OPT-TABLE.
              10 AP-OPT-IN             PIC X(01)      OCCURS 6 TIMES.
           05 AP-CHANGED-DATE          PIC 9(08).
           05 AP-CHANGED-BY            PIC X(20).
