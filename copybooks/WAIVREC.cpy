      ******************************************************************
      * WAIVER-REC - shared FeeWaiver.TXT record layout. One record
      * per fee exemption a branch manager has approved: the customer,
      * the fee it covers (NSF, LATE or MAINT; ALL covers every fee)
      * and the last business date it runs to (zero for no expiry).
      * FEE_ENGINE lists a waived fee on the fee register and does
      * not charge it.
      ******************************************************************
       01  WAIVER-REC.
           05 FW-CUST-ID               PIC 9(13).
           05 FW-FEE-TYPE              PIC X(05).
              88 FW-COVERS-NSF         VALUE "NSF".
              88 FW-COVERS-LATE        VALUE "LATE".
              88 FW-COVERS-MAINT       VALUE "MAINT".
              88 FW-COVERS-ALL         VALUE "ALL".
           05 FW-EXPIRY-DATE           PIC 9(08).
           05 FW-APPROVED-BY           PIC X(20).
