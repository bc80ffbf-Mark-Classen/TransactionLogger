      ******************************************************************
      * TAXSUB-REC - year-end interest submission to the revenue
      * authority, written by INTEREST_CERTIFICATE. One header record,
      * one detail record per customer certified for the tax year, and
      * a trailer carrying the record count and control totals the
      * authority checks the file against. Amounts carry cents; the
      * net figure is signed because tax withheld at a maturity, or
      * interest forfeited on an early break, in the year can exceed
      * the interest earned in that same year.
      ******************************************************************
       01  TAXSUB-REC.
           05 TS-REC-TYPE              PIC X(01).
              88 TS-IS-HEADER                         VALUE "H".
              88 TS-IS-DETAIL                         VALUE "D".
              88 TS-IS-TRAILER                        VALUE "T".
           05 TS-TAX-YEAR              PIC 9(04).
           05 TS-BODY                  PIC X(144).
           05 TS-HEADER REDEFINES TS-BODY.
              10 TS-CREATED-DATE       PIC 9(08).
              10 FILLER                PIC X(136).
           05 TS-DETAIL REDEFINES TS-BODY.
              10 TS-CUST-ID            PIC 9(13).
              10 TS-CUST-NAME          PIC X(40).
              10 TS-CUST-ADDRESS       PIC X(30).
              10 TS-FD-GROSS           PIC 9(10)V99.
              10 TS-FD-FORFEIT         PIC 9(10)V99.
              10 TS-WHT-AMOUNT         PIC 9(10)V99.
              10 TS-FD-NET             PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
              10 TS-LOAN-INTEREST      PIC 9(10)V99.
           05 TS-TRAILER REDEFINES TS-BODY.
              10 TS-RECORD-COUNT       PIC 9(07).
              10 TS-TOTAL-FD-GROSS     PIC 9(13)V99.
              10 TS-TOTAL-FORFEIT      PIC 9(13)V99.
              10 TS-TOTAL-WHT          PIC 9(13)V99.
              10 TS-TOTAL-FD-NET       PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
              10 TS-TOTAL-LOAN-INT     PIC 9(13)V99.
              10 FILLER                PIC X(61).
