       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     INTEREST_CERTIFICATE.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

           SELECT CUSTOMERFL           ASSIGN TO "CustomerInfo.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CUST-ID
           FILE STATUS   IS WS-CUST-STATUS.

      *>   Interest earned and charged: the cumulative accrual file
      *>   INTEREST_POSTING appends every day.
           SELECT OPTIONAL INTERESTFL  ASSIGN TO "InterestAccrual.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   Tax withheld: kept on each paid-out deposit's master
      *>   record, which is never purged, so the year's deductions
      *>   survive the history file being archived.
           SELECT FIXDEPFL             ASSIGN TO "FixedDepMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS FDP-KEY
           FILE STATUS   IS WS-FIXDEP-STATUS.

           SELECT CERTFL               ASSIGN TO "InterestCerts.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAXSUBFL             ASSIGN TO "TaxSubmission.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERTSORT             ASSIGN TO "CertSortWork.TMP".

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  CUSTOMERFL.
           COPY CUSTREC.

       FD  INTERESTFL.
           COPY INTREC.

       FD  FIXDEPFL.
           COPY FDEPREC.

       FD  CERTFL.
       01  CERT-REC                    PIC X(132).

       FD  TAXSUBFL.
           COPY TAXSUBM.

      ******************************************************************
      * One tax-year item for a customer: a fixed-deposit or loan
      * accrual, the interest forfeited on a deposit broken early, or
      * the tax withheld from a deposit paid out in the year. The
      * accrual's date and transaction ID are minor keys so the
      * duplicate fixed-deposit accruals a same-date rerun appends land
      * adjacent and can be skipped.
      ******************************************************************
       SD  CERTSORT.
       01  CERTSORT-REC.
           05 CS-CUST-ID               PIC 9(13).
           05 CS-KIND                  PIC X(01).
              88 CS-IS-FD-INTEREST                    VALUE "F".
              88 CS-IS-LOAN-INTEREST                  VALUE "L".
              88 CS-IS-WITHHOLDING                    VALUE "W".
              88 CS-IS-FD-FORFEIT                     VALUE "X".
           05 CS-DATE                  PIC 9(08).
           05 CS-TRAN-ID               PIC 9(13).
           05 CS-AMOUNT                PIC 9(10)V99.

       WORKING-STORAGE                 SECTION.
       01  WS-CUST-STATUS              PIC XX.
       01  WS-CUST-AVAILABLE           PIC X          VALUE "N".
           88 WS-IS-CUST-AVAILABLE                    VALUE "Y".
       01  WS-CUST-FOUND               PIC X          VALUE "N".
           88 WS-IS-CUST-FOUND                        VALUE "Y".
       01  WS-FIXDEP-STATUS            PIC XX.
       01  WS-INPUT-EOF                PIC X          VALUE "N".
           88 INPUT-AT-EOF                            VALUE "Y".
       01  WS-SORT-EOF                 PIC X          VALUE "N".
           88 SORT-AT-EOF                             VALUE "Y".

      ******************************************************************
      * Tax year, accepted as CCYY. A zero or non-numeric entry
      * defaults to the calendar year of the run date. The tax year
      * runs 1 January to 31 December.
      ******************************************************************
       01  WS-TAX-YEAR                 PIC 9(04)      VALUE ZERO.
       01  WS-YEAR-START               PIC 9(08).
       01  WS-YEAR-END                 PIC 9(08).
       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
           05 WS-RUN-YYYY              PIC 9(04).
           05 WS-RUN-MM                PIC 9(02).
           05 WS-RUN-DD                PIC 9(02).

      ******************************************************************
      * The customer being certified. Net interest is the gross
      * fixed-deposit interest earned in the year less the interest
      * forfeited on early breaks and the tax withheld in the year;
      * forfeits and withholding are taken when a deposit pays out,
      * so for a deposit spanning two years the net can differ from
      * what any one payout credited.
      ******************************************************************
       01  WS-CUR-CUST-ID              PIC 9(13).
       01  WS-PREV-TRAN-ID             PIC 9(13)      VALUE ZERO.
       01  WS-PREV-DATE                PIC 9(08)      VALUE ZERO.
       01  WS-FD-GROSS                 PIC 9(10)V99.
       01  WS-FD-FORFEIT               PIC 9(10)V99.
       01  WS-WHT-AMOUNT               PIC 9(10)V99.
       01  WS-FD-NET                   PIC S9(10)V99.
       01  WS-LOAN-INTEREST            PIC 9(10)V99.

       01  WS-CUSTS-CERTIFIED          PIC 9(07)      VALUE ZERO.
       01  WS-CERTS-PRINTED            PIC 9(07)      VALUE ZERO.
       01  WS-CUSTS-NOT-ON-FILE        PIC 9(07)      VALUE ZERO.
       01  WS-DUPS-SKIPPED             PIC 9(07)      VALUE ZERO.
       01  WS-TOTAL-FD-GROSS           PIC 9(13)V99   VALUE ZERO.
       01  WS-TOTAL-FORFEIT            PIC 9(13)V99   VALUE ZERO.
       01  WS-TOTAL-WHT                PIC 9(13)V99   VALUE ZERO.
       01  WS-TOTAL-FD-NET             PIC S9(13)V99  VALUE ZERO.
       01  WS-TOTAL-LOAN-INT           PIC 9(13)V99   VALUE ZERO.

       01  WS-BLANK-LINE               PIC X(132)     VALUE SPACES.

       01  WS-CERT-HEADING.
           05 FILLER                   PIC X(40)      VALUE
              "CERTIFICATE OF INTEREST".
           05 FILLER                   PIC X(10)      VALUE
              "TAX YEAR: ".
           05 CH-TAX-YEAR              PIC 9(04).
           05 FILLER                   PIC X(78)      VALUE SPACES.

       01  WS-CERT-ID-LINE.
           05 FILLER                   PIC X(13)      VALUE
              "CUSTOMER ID: ".
           05 CI-CUST-ID               PIC 9(13).
           05 FILLER                   PIC X(106)     VALUE SPACES.

       01  WS-CERT-NAME-LINE.
           05 CN-CUST-FULLNAMES        PIC X(40).
           05 FILLER                   PIC X(92)      VALUE SPACES.

       01  WS-CERT-ADDR-LINE.
           05 CA-CUST-ADDRESS          PIC X(30).
           05 FILLER                   PIC X(102)     VALUE SPACES.

       01  WS-CERT-MONEY-LINE.
           05 CM-LABEL                 PIC X(40).
           05 FILLER                   PIC X(05)      VALUE SPACES.
           05 CM-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(70)      VALUE SPACES.

       01  WS-CERT-PERIOD-LINE.
           05 FILLER                   PIC X(22)      VALUE
              "FOR THE PERIOD FROM ".
           05 CP-YEAR-START            PIC 9(08).
           05 FILLER                   PIC X(04)      VALUE " TO ".
           05 CP-YEAR-END              PIC 9(08).
           05 FILLER                   PIC X(90)      VALUE SPACES.

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

           SORT CERTSORT
               ON ASCENDING KEY CS-CUST-ID CS-KIND CS-DATE CS-TRAN-ID
               INPUT PROCEDURE YA000-RELEASE-ITEMS
               OUTPUT PROCEDURE YB000-CERTIFY-CUSTOMERS.

           PERFORM YD000-WRITE-TRAILER.

           DISPLAY "==> INTEREST_CERTIFICATE RAN, TAX YEAR: "
                   WS-TAX-YEAR
                   " CUSTOMERS: "        WS-CUSTS-CERTIFIED
                   " CERTIFICATES: "     WS-CERTS-PRINTED.
           DISPLAY "==> NOT ON CUSTOMER FILE: " WS-CUSTS-NOT-ON-FILE
                   " RERUN ACCRUALS SKIPPED: "  WS-DUPS-SKIPPED.

           CLOSE CERTFL TAXSUBFL.
           IF WS-IS-CUST-AVAILABLE
              CLOSE CUSTOMERFL
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          ACCEPT WS-RUN-DATE-NUM      FROM DATE YYYYMMDD.

          DISPLAY "TAX YEAR (CCYY): " WITH NO ADVANCING.
          ACCEPT WS-TAX-YEAR.
          IF WS-TAX-YEAR NOT NUMERIC OR WS-TAX-YEAR = ZERO
             MOVE WS-RUN-YYYY         TO WS-TAX-YEAR
          END-IF.
          COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
          COMPUTE WS-YEAR-END   = WS-TAX-YEAR * 10000 + 1231.

          OPEN INPUT                  CUSTOMERFL.
          IF WS-CUST-STATUS = "00"
             MOVE "Y"                 TO WS-CUST-AVAILABLE
          ELSE
             DISPLAY "==> UNABLE TO OPEN CustomerInfo.DAT, STATUS: "
                     WS-CUST-STATUS
             DISPLAY "==> NO CERTIFICATES CAN BE ADDRESSED THIS RUN"
          END-IF.

          OPEN OUTPUT                 CERTFL
                                      TAXSUBFL.

          MOVE WS-TAX-YEAR            TO CH-TAX-YEAR.
          MOVE WS-YEAR-START          TO CP-YEAR-START.
          MOVE WS-YEAR-END            TO CP-YEAR-END.

          MOVE SPACES                 TO TAXSUB-REC.
          MOVE "H"                    TO TS-REC-TYPE.
          MOVE WS-TAX-YEAR            TO TS-TAX-YEAR.
          MOVE WS-RUN-DATE-NUM        TO TS-CREATED-DATE.
          WRITE TAXSUB-REC.

      ******************************************************************
      * Section for feeding the sort with the tax year's items
      ******************************************************************
       YA000-RELEASE-ITEMS             SECTION.

          PERFORM YA100-RELEASE-ACCRUALS.
          PERFORM YA200-RELEASE-WITHHOLDING.

      ******************************************************************
      * Section for the year's accruals, fixed-deposit interest earned
      * and forfeited, and loan interest charged. The reduced interest
      * a break paid was already accrued day by day and is not counted
      * again.
      ******************************************************************
       YA100-RELEASE-ACCRUALS          SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  INTERESTFL.
          PERFORM ZA000-READ-INTERESTFL.
          PERFORM YA110-RELEASE-ONE-ACCRUAL
            UNTIL INPUT-AT-EOF.
          CLOSE INTERESTFL.

       YA110-RELEASE-ONE-ACCRUAL       SECTION.

          IF IR-ACCRUAL-DATE NOT < WS-YEAR-START
             AND IR-ACCRUAL-DATE NOT > WS-YEAR-END
             MOVE IR-CUST-ID          TO CS-CUST-ID
             MOVE IR-ACCRUAL-DATE     TO CS-DATE
             MOVE IR-TRAN-ID          TO CS-TRAN-ID
             MOVE IR-ACCRUED-INTEREST TO CS-AMOUNT
             EVALUATE IR-TYPE
                 WHEN "FixedDeposit"
                     MOVE "F"          TO CS-KIND
                     RELEASE CERTSORT-REC
                 WHEN "FDForfeit"
                     MOVE "X"          TO CS-KIND
                     RELEASE CERTSORT-REC
                 WHEN "Loan"
                     MOVE "L"          TO CS-KIND
                     RELEASE CERTSORT-REC
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
          END-IF.

          PERFORM ZA000-READ-INTERESTFL.

      ******************************************************************
      * Section for the tax withheld from deposits paid out in the
      * year, at maturity or on an early break. INTEREST_POSTING
      * stamps a paid-out deposit's accrual date with the business
      * date it paid out.
      ******************************************************************
       YA200-RELEASE-WITHHOLDING       SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  FIXDEPFL.
          IF WS-FIXDEP-STATUS = "00"
             PERFORM ZB000-READ-FIXDEPFL
             PERFORM YA210-RELEASE-ONE-DEPOSIT
               UNTIL INPUT-AT-EOF
             CLOSE FIXDEPFL
          ELSE
             DISPLAY "==> FixedDepMaster.DAT NOT AVAILABLE, STATUS: "
                     WS-FIXDEP-STATUS
             DISPLAY "==> NO TAX WITHHELD REPORTED THIS RUN"
          END-IF.

       YA210-RELEASE-ONE-DEPOSIT       SECTION.

          IF (FDP-IS-MATURED OR FDP-IS-BROKEN)
             AND FDP-LAST-ACCRUAL-DATE NOT < WS-YEAR-START
             AND FDP-LAST-ACCRUAL-DATE NOT > WS-YEAR-END
             AND FDP-WHT-AMOUNT NUMERIC
             AND FDP-WHT-AMOUNT > ZERO
             MOVE FDP-CUST-ID         TO CS-CUST-ID
             MOVE "W"                 TO CS-KIND
             MOVE FDP-LAST-ACCRUAL-DATE
                                      TO CS-DATE
             MOVE FDP-SOURCE-TRAN-ID  TO CS-TRAN-ID
             MOVE FDP-WHT-AMOUNT      TO CS-AMOUNT
             RELEASE CERTSORT-REC
          END-IF.

          PERFORM ZB000-READ-FIXDEPFL.

      ******************************************************************
      * Section for taking the sorted items back one customer at a
      * time, totalling and certifying each
      ******************************************************************
       YB000-CERTIFY-CUSTOMERS         SECTION.

          MOVE "N"                    TO WS-SORT-EOF.
          PERFORM ZC000-RETURN-CERTSORT.

          PERFORM YB010-CERTIFY-ONE-CUSTOMER
            UNTIL SORT-AT-EOF.

       YB010-CERTIFY-ONE-CUSTOMER      SECTION.

          MOVE CS-CUST-ID             TO WS-CUR-CUST-ID.
          MOVE ZERO                   TO WS-FD-GROSS
                                          WS-FD-FORFEIT
                                          WS-WHT-AMOUNT
                                          WS-LOAN-INTEREST
                                          WS-PREV-TRAN-ID
                                          WS-PREV-DATE.

          PERFORM YB020-TAKE-ONE-ITEM
            UNTIL SORT-AT-EOF
               OR CS-CUST-ID NOT = WS-CUR-CUST-ID.

          COMPUTE WS-FD-NET =
                  WS-FD-GROSS - WS-FD-FORFEIT - WS-WHT-AMOUNT.

          IF WS-FD-GROSS > ZERO
             OR WS-FD-FORFEIT > ZERO
             OR WS-WHT-AMOUNT > ZERO
             OR WS-LOAN-INTEREST > ZERO
             PERFORM YC000-LOOK-UP-CUSTOMER
             IF WS-IS-CUST-FOUND
                PERFORM YC010-PRINT-CERTIFICATE
             END-IF
             PERFORM YC020-WRITE-SUBMISSION
          END-IF.

      ******************************************************************
      * Section for adding one item into the customer's totals. A
      * fixed-deposit accrual repeating the transaction ID and date
      * just taken is the duplicate a same-date rerun appended, and
      * is skipped, as the statement run skips it; loan accruals
      * carry a zero ID and are never skipped.
      ******************************************************************
       YB020-TAKE-ONE-ITEM             SECTION.

          EVALUATE TRUE
              WHEN CS-IS-FD-INTEREST
                  IF CS-TRAN-ID NOT = ZERO
                     AND CS-TRAN-ID = WS-PREV-TRAN-ID
                     AND CS-DATE = WS-PREV-DATE
                     ADD 1             TO WS-DUPS-SKIPPED
                  ELSE
                     ADD CS-AMOUNT     TO WS-FD-GROSS
                  END-IF
                  MOVE CS-TRAN-ID      TO WS-PREV-TRAN-ID
                  MOVE CS-DATE         TO WS-PREV-DATE
              WHEN CS-IS-LOAN-INTEREST
                  ADD CS-AMOUNT        TO WS-LOAN-INTEREST
              WHEN CS-IS-WITHHOLDING
                  ADD CS-AMOUNT        TO WS-WHT-AMOUNT
              WHEN CS-IS-FD-FORFEIT
                  ADD CS-AMOUNT        TO WS-FD-FORFEIT
          END-EVALUATE.

          PERFORM ZC000-RETURN-CERTSORT.

      ******************************************************************
      * Section for looking the customer up on CustomerInfo. A
      * customer no longer on file gets no certificate but is still
      * reported to the authority, since the interest was paid.
      ******************************************************************
       YC000-LOOK-UP-CUSTOMER          SECTION.

          MOVE "N"                    TO WS-CUST-FOUND.
          IF WS-IS-CUST-AVAILABLE
             MOVE WS-CUR-CUST-ID      TO CUST-ID
             READ CUSTOMERFL
               INVALID KEY
                DISPLAY "==> NO CUSTOMER ON FILE FOR CERTIFICATE: "
                        WS-CUR-CUST-ID
               NOT INVALID KEY
                MOVE "Y"              TO WS-CUST-FOUND
             END-READ
          END-IF.

          IF NOT WS-IS-CUST-FOUND
             ADD 1                    TO WS-CUSTS-NOT-ON-FILE
             MOVE SPACES              TO CUST-FULLNAMES
                                          CUST-ADDRESS
          END-IF.

      ******************************************************************
      * Section for printing one customer's certificate, a page each
      ******************************************************************
       YC010-PRINT-CERTIFICATE         SECTION.

          IF WS-CERTS-PRINTED = ZERO
             WRITE CERT-REC           FROM WS-CERT-HEADING
          ELSE
             WRITE CERT-REC           FROM WS-CERT-HEADING
               AFTER ADVANCING PAGE
          END-IF.
          WRITE CERT-REC              FROM WS-CERT-PERIOD-LINE
            AFTER ADVANCING 1 LINE.
          WRITE CERT-REC              FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          MOVE WS-CUR-CUST-ID         TO CI-CUST-ID.
          WRITE CERT-REC              FROM WS-CERT-ID-LINE
            AFTER ADVANCING 1 LINE.
          MOVE CUST-FULLNAMES         TO CN-CUST-FULLNAMES.
          WRITE CERT-REC              FROM WS-CERT-NAME-LINE
            AFTER ADVANCING 1 LINE.
          MOVE CUST-ADDRESS           TO CA-CUST-ADDRESS.
          WRITE CERT-REC              FROM WS-CERT-ADDR-LINE
            AFTER ADVANCING 1 LINE.
          WRITE CERT-REC              FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          MOVE SPACES                 TO WS-CERT-MONEY-LINE.
          MOVE "FIXED DEPOSIT INTEREST EARNED (GROSS)"
                                      TO CM-LABEL.
          MOVE WS-FD-GROSS            TO CM-AMOUNT.
          WRITE CERT-REC              FROM WS-CERT-MONEY-LINE
            AFTER ADVANCING 1 LINE.

          MOVE "INTEREST FORFEITED ON EARLY BREAK"
                                      TO CM-LABEL.
          MOVE WS-FD-FORFEIT          TO CM-AMOUNT.
          WRITE CERT-REC              FROM WS-CERT-MONEY-LINE
            AFTER ADVANCING 1 LINE.

          MOVE "TAX WITHHELD"         TO CM-LABEL.
          MOVE WS-WHT-AMOUNT          TO CM-AMOUNT.
          WRITE CERT-REC              FROM WS-CERT-MONEY-LINE
            AFTER ADVANCING 1 LINE.

          MOVE "FIXED DEPOSIT INTEREST (NET)"
                                      TO CM-LABEL.
          MOVE WS-FD-NET              TO CM-AMOUNT.
          WRITE CERT-REC              FROM WS-CERT-MONEY-LINE
            AFTER ADVANCING 1 LINE.

          WRITE CERT-REC              FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          MOVE "LOAN INTEREST CHARGED"
                                      TO CM-LABEL.
          MOVE WS-LOAN-INTEREST       TO CM-AMOUNT.
          WRITE CERT-REC              FROM WS-CERT-MONEY-LINE
            AFTER ADVANCING 1 LINE.

          ADD 1                       TO WS-CERTS-PRINTED.

      ******************************************************************
      * Section for writing the customer's submission record and
      * adding it into the trailer's control totals
      ******************************************************************
       YC020-WRITE-SUBMISSION          SECTION.

          MOVE SPACES                 TO TAXSUB-REC.
          MOVE "D"                    TO TS-REC-TYPE.
          MOVE WS-TAX-YEAR            TO TS-TAX-YEAR.
          MOVE WS-CUR-CUST-ID         TO TS-CUST-ID.
          MOVE CUST-FULLNAMES         TO TS-CUST-NAME.
          MOVE CUST-ADDRESS           TO TS-CUST-ADDRESS.
          MOVE WS-FD-GROSS            TO TS-FD-GROSS.
          MOVE WS-FD-FORFEIT          TO TS-FD-FORFEIT.
          MOVE WS-WHT-AMOUNT          TO TS-WHT-AMOUNT.
          MOVE WS-FD-NET              TO TS-FD-NET.
          MOVE WS-LOAN-INTEREST       TO TS-LOAN-INTEREST.
          WRITE TAXSUB-REC.

          ADD 1                       TO WS-CUSTS-CERTIFIED.
          ADD WS-FD-GROSS             TO WS-TOTAL-FD-GROSS.
          ADD WS-FD-FORFEIT           TO WS-TOTAL-FORFEIT.
          ADD WS-WHT-AMOUNT           TO WS-TOTAL-WHT.
          ADD WS-FD-NET               TO WS-TOTAL-FD-NET.
          ADD WS-LOAN-INTEREST        TO WS-TOTAL-LOAN-INT.

      ******************************************************************
      * Section for closing the submission file with its trailer
      ******************************************************************
       YD000-WRITE-TRAILER             SECTION.

          MOVE SPACES                 TO TAXSUB-REC.
          MOVE "T"                    TO TS-REC-TYPE.
          MOVE WS-TAX-YEAR            TO TS-TAX-YEAR.
          MOVE WS-CUSTS-CERTIFIED     TO TS-RECORD-COUNT.
          MOVE WS-TOTAL-FD-GROSS      TO TS-TOTAL-FD-GROSS.
          MOVE WS-TOTAL-FORFEIT       TO TS-TOTAL-FORFEIT.
          MOVE WS-TOTAL-WHT           TO TS-TOTAL-WHT.
          MOVE WS-TOTAL-FD-NET        TO TS-TOTAL-FD-NET.
          MOVE WS-TOTAL-LOAN-INT      TO TS-TOTAL-LOAN-INT.
          WRITE TAXSUB-REC.

      ******************************************************************
      * Sections for reading the input files
      ******************************************************************
       ZA000-READ-INTERESTFL           SECTION.

          READ INTERESTFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZB000-READ-FIXDEPFL             SECTION.

          READ FIXDEPFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZC000-RETURN-CERTSORT           SECTION.

          RETURN CERTSORT
            AT END
           MOVE "Y"                TO WS-SORT-EOF.
