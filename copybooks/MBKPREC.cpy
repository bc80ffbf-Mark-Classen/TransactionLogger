      ******************************************************************
      * MASTBKP-REC - end-of-day master generation record, written by
      * MASTER_BACKUP to MasterBkp.CCYYMMDD.TXT and read back by
      * MASTER_RESTORE. A generation opens with one header carrying
      * the business date and the CycleStatus.TXT record as it stood
      * when the masters were unloaded. Each indexed master the daily
      * chain keeps follows as its records in key order, each record
      * image carried whole in the body, closed by a trailer with the
      * record count and control totals. An end record, written only
      * once every master is down, closes the generation, so a
      * generation cut short by an abend can never pass for a
      * complete one. The key total is a hash of the customer ID on
      * every record (the transaction ID on the exception queue),
      * high-order digits dropped; the amount total is the money the
      * master carries (zero on a master with no money field).
      * SUBLEDGER_PROOF's carried totals and snapshot are not carried:
      * MASTER_RESTORE empties them, and the next proof opens from the
      * restored masters as on its first run.
      ******************************************************************
       01  MASTBKP-REC.
           05 MB-REC-TYPE              PIC X(01).
              88 MB-IS-HEADER                         VALUE "H".
              88 MB-IS-DETAIL                         VALUE "D".
              88 MB-IS-TRAILER                        VALUE "T".
              88 MB-IS-END                            VALUE "E".
           05 MB-MASTER                PIC X(02).
              88 MB-IS-BALANCE                        VALUE "BL".
              88 MB-IS-LOAN                           VALUE "LN".
              88 MB-IS-FIXDEP                         VALUE "FD".
              88 MB-IS-CUSTOMER                       VALUE "CI".
              88 MB-IS-HOLD                           VALUE "CH".
              88 MB-IS-FRAUDCASE                      VALUE "FC".
              88 MB-IS-STANDING-ORDER                 VALUE "SO".
              88 MB-IS-EXCEPTION                      VALUE "EX".
              88 MB-IS-DORMANT                        VALUE "DF".
              88 MB-IS-ALERT-PREF                     VALUE "AP".
           05 MB-BODY                  PIC X(320).
           05 MB-HEADER REDEFINES MB-BODY.
              10 MB-BUSINESS-DATE      PIC 9(08).
              10 MB-TAKEN-DATE         PIC 9(08).
              10 MB-TAKEN-TIME         PIC 9(08).
              10 MB-CYCLE-IMAGE        PIC X(14).
              10 FILLER                PIC X(282).
           05 MB-TRAILER REDEFINES MB-BODY.
              10 MB-RECORD-COUNT       PIC 9(09).
              10 MB-KEY-TOTAL          PIC 9(18).
              10 MB-AMOUNT-TOTAL       PIC 9(15)V99.
              10 FILLER                PIC X(276).
           05 MB-END REDEFINES MB-BODY.
              10 MB-MASTER-COUNT       PIC 9(02).
              10 MB-TOTAL-RECORDS      PIC 9(09).
              10 FILLER                PIC X(309).
