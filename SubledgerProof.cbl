       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     SUBLEDGER_PROOF.

       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.

       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.

      *>   The three subledgers, read fresh from the masters: every
      *>   customer balance, the outstanding balance of every open
      *>   loan, and the principal plus accrued interest of every
      *>   open fixed deposit.
           SELECT BALANCEFL            ASSIGN TO "CustomerBalance.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS BAL-CUST-ID
           FILE STATUS   IS WS-BAL-STATUS.

           SELECT LOANFL               ASSIGN TO "LoanMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS LN-KEY
           FILE STATUS   IS WS-LOANM-STATUS.

           SELECT FIXDEPFL             ASSIGN TO "FixedDepMaster.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS FDP-KEY
           FILE STATUS   IS WS-FIXDEP-STATUS.

      *>   The day's GL movement, as the posting steps fed it.
           SELECT OPTIONAL GLFEEDFL    ASSIGN TO "GLFeed.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   The day's customer-level movement: history for the money
      *>   the logger, FEE_ENGINE and INTEREST_POSTING moved, the
      *>   accrual file for interest, the validated file for deposits
      *>   INTEREST_POSTING opened, and the logger's orphan and
      *>   recovery files for payments and reversals the loan master
      *>   did not take in full.
           SELECT OPTIONAL HISTORYFL   ASSIGN TO "TxnHistory.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INTERESTFL  ASSIGN TO "InterestAccrual.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANSACTIONFL
                                       ASSIGN TO "TxnValidated.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ORPHANFL    ASSIGN TO "OrphanTxns.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECOVERYFL  ASSIGN TO "LoanRecoveries.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

      *>   The proof's own carried state: the subledger control
      *>   totals, and each customer's position, as at the last date
      *>   proved. Both keep the opening position of that date as
      *>   well, so a rerun for the same date proves from the same
      *>   starting point.
           SELECT OPTIONAL PROOFCTLFL  ASSIGN TO "SubledgerCtl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-PROOFCTL-STATUS.

           SELECT OPTIONAL SNAPFL      ASSIGN TO "SubledgerSnap.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOFRPTFL           ASSIGN TO "SubledgerProof.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNCTLFL             ASSIGN TO "RunControl.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-RUNCTL-STATUS.

      *>   Daily-cycle control: read only. The proof is taken once
      *>   every step that posts to the masters has completed for the
      *>   business date.
           SELECT OPTIONAL CYCLEFL     ASSIGN TO "CycleStatus.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-CYCLE-STATUS.

           SELECT OPTIONAL CYCOVRFL    ASSIGN TO "CycleOverride.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOFSORT            ASSIGN TO "SlProofSortWork.TMP".

       DATA                            DIVISION.
       FILE                            SECTION.

       FD  BALANCEFL.
           COPY BALREC.

       FD  LOANFL.
           COPY LOANREC.

       FD  FIXDEPFL.
           COPY FDEPREC.

       FD  GLFEEDFL.
           COPY GLFREC.

       FD  HISTORYFL.
           COPY HISTREC.

       FD  INTERESTFL.
           COPY INTREC.

       FD  TRANSACTIONFL.
           COPY TRANREC.

       FD  ORPHANFL.
           COPY ORPHREC.

       FD  RECOVERYFL.
           COPY RECOVREC.

       FD  PROOFCTLFL.
       01  PROOFCTL-REC.
           05 PC-BUSINESS-DATE         PIC 9(08).
           05 PC-OPEN-TOTAL            PIC 9(13)V99   OCCURS 3 TIMES.
           05 PC-CLOSE-TOTAL           PIC 9(13)V99   OCCURS 3 TIMES.

      *>   One record per customer holding a position in any of the
      *>   three subledgers, in customer order, subledgers in the
      *>   order balance, loan, fixed deposit.
       FD  SNAPFL.
       01  SNAP-REC.
           05 SN-CUST-ID               PIC 9(13).
           05 SN-BUSINESS-DATE         PIC 9(08).
           05 SN-OPEN-POSITION         PIC 9(13)V99   OCCURS 3 TIMES.
           05 SN-CLOSE-POSITION        PIC 9(13)V99   OCCURS 3 TIMES.

       FD  PROOFRPTFL.
       01  PROOFRPT-REC                PIC X(132).

       FD  RUNCTLFL.
           COPY RUNCTL.

       FD  CYCLEFL.
           COPY CYCREC.

       FD  CYCOVRFL.
           COPY CYCOVREC.

      ******************************************************************
      * One customer-level item. Every source is released under the
      * customer it belongs to, so the sorted file brings a customer's
      * opening position, master position and the day's movements
      * together. The amounts are by subledger, in the same order as
      * the snapshot; a reconciling item also carries the amount it
      * adds to the bank-level proof, which is not always the
      * customer's own movement.
      ******************************************************************
       SD  PROOFSORT.
       01  PROOFSORT-REC.
           05 SP-CUST-ID               PIC 9(13).
           05 SP-KIND                  PIC X(01).
              88 SP-IS-SNAPSHOT                       VALUE "S".
              88 SP-IS-MASTER                         VALUE "M".
              88 SP-IS-FD-ACCRUAL                     VALUE "F".
              88 SP-IS-VALIDATED                      VALUE "T".
           05 SP-REF                   PIC 9(13).
           05 SP-AMOUNT                PIC S9(13)V99  OCCURS 3 TIMES.
           05 SP-ALLOWANCE             PIC 9(07)V99.
           05 SP-BRANCH-CODE           PIC X(03).
           05 SP-RECON-IX              PIC 9(01).
           05 SP-RECON-AMOUNT          PIC S9(13)V99.

       WORKING-STORAGE                 SECTION.
       01  WS-BAL-STATUS               PIC XX.
       01  WS-LOANM-STATUS             PIC XX.
       01  WS-FIXDEP-STATUS            PIC XX.
       01  WS-PROOFCTL-STATUS          PIC XX.
       01  WS-INPUT-EOF                PIC X          VALUE "N".
           88 INPUT-AT-EOF                            VALUE "Y".
       01  WS-GL-EOF                   PIC X          VALUE "N".
           88 GL-AT-EOF                               VALUE "Y".
       01  WS-SORT-EOF                 PIC X          VALUE "N".
           88 SORT-AT-EOF                             VALUE "Y".

       01  WS-SL-IX                    PIC 9(01).
       01  WS-RI-IX                    PIC 9(02).
       01  WS-GLM-IX                   PIC 9(02).
       01  WS-BR-IX                    PIC 9(01).

      ******************************************************************
      * The subledgers, and the bank-level proof of each:
      *    opening control + net GL movement + reconciling items
      *    = expected closing, proved against the master file total.
      * The GL books some movements in whole units while the masters
      * carry cents, so each rounded GL item adds to an allowance the
      * difference may not exceed: half a unit per maturity payout
      * (rounded), a unit per charge-off (truncated).
      ******************************************************************
       01  WS-SL-NAME-VALUES.
           05 FILLER                   PIC X(38)      VALUE
              "BALANCE CUSTOMER BALANCES".
           05 FILLER                   PIC X(38)      VALUE
              "LOAN    OPEN LOAN OUTSTANDING BALANCES".
           05 FILLER                   PIC X(38)      VALUE
              "FIXDEP  OPEN FIXED DEPOSITS + INTEREST".
       01  WS-SL-NAME-TABLE REDEFINES WS-SL-NAME-VALUES.
           05 WS-SL-NAME-ENTRY         OCCURS 3 TIMES.
              10 WS-SL-SHORT-NAME      PIC X(08).
              10 WS-SL-NAME            PIC X(30).

       01  WS-SL-PROOF.
           05 WS-SL-ENTRY              OCCURS 3 TIMES.
              10 WS-SL-OPEN            PIC S9(13)V99.
              10 WS-SL-SNAP-OPEN       PIC S9(13)V99.
              10 WS-SL-GL-NET          PIC S9(13)V99.
              10 WS-SL-RECON           PIC S9(13)V99.
              10 WS-SL-EXPECTED        PIC S9(13)V99.
              10 WS-SL-ACTUAL          PIC S9(13)V99.
              10 WS-SL-DIFF            PIC S9(13)V99.
              10 WS-SL-ABS-DIFF        PIC S9(13)V99.
              10 WS-SL-ALLOWANCE       PIC 9(07)V99.

      ******************************************************************
      * Reconciling items: movements on the masters the GL feed does
      * not carry (interest accrues, deposits open and a broken
      * deposit's excess accrual is forfeited without a GL movement),
      * or carries differently (a loan sent to underwriting is booked
      * to GL and credited to the account but never reaches the loan
      * master; a payment or reversal the loan master could not take
      * in full is left on the orphan file; a transfer reversal the
      * counterparty could not cover in full). Each belongs to one
      * subledger.
      ******************************************************************
       01  WS-RI-NAME-VALUES.
           05 FILLER                   PIC X(31)      VALUE
              "2LOAN INTEREST ACCRUED".
           05 FILLER                   PIC X(31)      VALUE
              "3FIXED DEPOSIT INTEREST ACCRUED".
           05 FILLER                   PIC X(31)      VALUE
              "3FIXED DEPOSITS OPENED".
           05 FILLER                   PIC X(31)      VALUE
              "2LOANS HELD FOR UNDERWRITING".
           05 FILLER                   PIC X(31)      VALUE
              "2LOAN PAYMENTS UNAPPLIED".
           05 FILLER                   PIC X(31)      VALUE
              "2LOAN REVERSALS NOT ON MASTER".
           05 FILLER                   PIC X(31)      VALUE
              "2PAYMENT REVERSAL NOT ON MASTER".
           05 FILLER                   PIC X(31)      VALUE
              "1TRANSFER REVERSAL SHORTFALLS".
           05 FILLER                   PIC X(31)      VALUE
              "3FIXED DEPOSIT INTEREST FORFEIT".
       01  WS-RI-NAME-TABLE REDEFINES WS-RI-NAME-VALUES.
           05 WS-RI-NAME-ENTRY         OCCURS 9 TIMES.
              10 WS-RI-SUBLEDGER       PIC 9(01).
              10 WS-RI-NAME            PIC X(30).
       01  WS-RI-TOTALS.
           05 WS-RI-AMOUNT             PIC S9(13)V99  OCCURS 9 TIMES.

      ******************************************************************
      * How each GL type moves each subledger: "+" adds the GL amount,
      * "-" takes it off, blank leaves the subledger alone. Transfers
      * move money between two balances and net to nothing; a
      * recovery is income on a loan already written off. The
      * LoanPayRecovery contra puts back the part of the branch
      * LoanPayment records that went to recoveries, not to loans. A
      * maturity or break payout is booked gross; the tax withheld
      * from it comes back off the balance. The interest forfeited on
      * a break was never booked to GL as accrued, so its record
      * moves no subledger: the deposit side of the forfeit is the
      * reconciling item taken from the accrual file.
      ******************************************************************
       01  WS-GLM-VALUES.
           05 FILLER                   PIC X(18)      VALUE
              "Deposit        +  ".
           05 FILLER                   PIC X(18)      VALUE
              "Withdrawal     -  ".
           05 FILLER                   PIC X(18)      VALUE
              "Loan           ++ ".
           05 FILLER                   PIC X(18)      VALUE
              "LoanPayment     - ".
           05 FILLER                   PIC X(18)      VALUE
              "LoanPayDebit   -  ".
           05 FILLER                   PIC X(18)      VALUE
              "RevLoanPayDebit+  ".
           05 FILLER                   PIC X(18)      VALUE
              "LoanPayRecovery + ".
           05 FILLER                   PIC X(18)      VALUE
              "Transfer          ".
           05 FILLER                   PIC X(18)      VALUE
              "RevDeposit     -  ".
           05 FILLER                   PIC X(18)      VALUE
              "RevWithdrawal  +  ".
           05 FILLER                   PIC X(18)      VALUE
              "RevLoan        -- ".
           05 FILLER                   PIC X(18)      VALUE
              "RevLoanPayment  + ".
           05 FILLER                   PIC X(18)      VALUE
              "RevTransfer       ".
           05 FILLER                   PIC X(18)      VALUE
              "FDMaturity     + -".
           05 FILLER                   PIC X(18)      VALUE
              "FDBreakPayout  + -".
           05 FILLER                   PIC X(18)      VALUE
              "FDForfeit         ".
           05 FILLER                   PIC X(18)      VALUE
              "FDWithholding  -  ".
           05 FILLER                   PIC X(18)      VALUE
              "NSFFee         -  ".
           05 FILLER                   PIC X(18)      VALUE
              "LateFee         + ".
           05 FILLER                   PIC X(18)      VALUE
              "MaintFee       -  ".
           05 FILLER                   PIC X(18)      VALUE
              "ChargeOff       - ".
           05 FILLER                   PIC X(18)      VALUE
              "Recovery          ".
       01  WS-GLM-TABLE REDEFINES WS-GLM-VALUES.
           05 WS-GLM-ENTRY             OCCURS 22 TIMES.
              10 WS-GLM-TYPE           PIC X(15).
              10 WS-GLM-SIGN           PIC X(01)      OCCURS 3 TIMES.
       01  WS-GLM-FOUND                PIC X          VALUE "N".
           88 WS-IS-GLM-FOUND                         VALUE "Y".
       01  WS-GL-SIGNED-AMT            PIC S9(13)V99.
       01  WS-GL-RECORDS               PIC 9(07)      VALUE ZERO.
       01  WS-GL-UNMAPPED              PIC 9(07)      VALUE ZERO.

      ******************************************************************
      * Carried control state. With no control record (the first
      * ever run) there is nothing to prove from: the run records the
      * masters as the opening position for the next date.
      ******************************************************************
       01  WS-PRIOR-ON-FILE            PIC X          VALUE "N".
           88 WS-IS-PRIOR-ON-FILE                     VALUE "Y".
       01  WS-PRIOR-DATE               PIC 9(08)      VALUE ZERO.

      ******************************************************************
      * The customer being proved, built up from the sorted items
      ******************************************************************
       01  WS-CUR-CUST-ID              PIC 9(13).
       01  WS-CUR-BRANCH               PIC X(03).
       01  WS-LAST-FD-REF              PIC 9(13).
       01  WS-CUST-POSITION.
           05 WS-CP-ENTRY              OCCURS 3 TIMES.
              10 WS-CP-OPEN            PIC S9(13)V99.
              10 WS-CP-MOVE            PIC S9(13)V99.
              10 WS-CP-ACTUAL          PIC S9(13)V99.
              10 WS-CP-EXPECTED        PIC S9(13)V99.
              10 WS-CP-DIFF            PIC S9(13)V99.
              10 WS-CP-ABS-DIFF        PIC S9(13)V99.
       01  WS-CP-ALLOWANCE             PIC 9(07)V99.
       01  WS-CP-HAS-POSITION          PIC X          VALUE "N".
           88 WS-IS-CP-HAS-POSITION                   VALUE "Y".

      ******************************************************************
      * Customer breaks by subledger and by branch of the customer's
      * first transaction of the day: 001-003, 900 for standing
      * orders, and a last column for anything else, including a
      * customer with no transaction at all today
      ******************************************************************
       01  WS-BRANCH-CODE-VALUES.
           05 FILLER                   PIC X(03)      VALUE "001".
           05 FILLER                   PIC X(03)      VALUE "002".
           05 FILLER                   PIC X(03)      VALUE "003".
           05 FILLER                   PIC X(03)      VALUE "900".
       01  WS-BRANCH-CODE-TABLE REDEFINES WS-BRANCH-CODE-VALUES.
           05 WS-BRANCH-CODE-ENTRY     PIC X(03)      OCCURS 4 TIMES.
       01  WS-BREAK-MATRIX.
           05 WS-BM-ROW                OCCURS 3 TIMES.
              10 WS-BM-COUNT           PIC 9(07)      OCCURS 5 TIMES.
              10 WS-BM-ROW-TOTAL       PIC 9(07).
       01  WS-CUST-BREAKS              PIC 9(07)      VALUE ZERO.
       01  WS-CUSTS-PROVED             PIC 9(07)      VALUE ZERO.
       01  WS-SL-BREAKS                PIC 9(01)      VALUE ZERO.

       01  WS-RUN-DATE-NUM             PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.
           05 WS-RUN-YYYY              PIC 9(04).
           05 WS-RUN-MM                PIC 9(02).
           05 WS-RUN-DD                PIC 9(02).
       01  WS-RUN-DATE-DISPLAY         PIC X(10).

       01  WS-RUNCTL-STATUS            PIC XX.

      ******************************************************************
      * Daily-cycle controls. The proof is refused until the logger,
      * FEE_ENGINE, LOAN_CHARGE_OFF and INTEREST_POSTING have all
      * completed for the business date. It changes no master and no
      * cycle flag; a rerun for the date proves from the same opening.
      ******************************************************************
       01  WS-CYCLE-STATUS             PIC XX.
       01  WS-CYCLE-ON-FILE            PIC X          VALUE "N".
           88 WS-IS-CYCLE-ON-FILE                     VALUE "Y".
       01  WS-CYCLE-BLOCKED            PIC X          VALUE "N".
           88 WS-IS-CYCLE-BLOCKED                     VALUE "Y".
       01  WS-CYCLE-OVERRIDE           PIC X          VALUE "N".
           88 WS-IS-CYCLE-OVERRIDE                    VALUE "Y".
       01  WS-CYCLE-BLOCK-REASON       PIC X(40).
       01  WS-CY-DATE                  PIC 9(08).
       01  WS-CY-LOGGER                PIC X(01).
       01  WS-CY-INTEREST              PIC X(01).
       01  WS-CY-FEE                   PIC X(01).
       01  WS-CY-CHGOFF                PIC X(01).

       01  WS-BLANK-LINE               PIC X(132)     VALUE SPACES.

       01  WS-RPT-HEADING.
           05 FILLER                   PIC X(30)      VALUE
              "SUBLEDGER TO GL PROOF".
           05 FILLER                   PIC X(10)      VALUE
              "RUN DATE: ".
           05 RH-DATE                  PIC X(10).
           05 FILLER                   PIC X(26)      VALUE
              "   OPENING POSITION AS AT ".
           05 RH-PRIOR-DATE            PIC X(08).
           05 FILLER                   PIC X(48)      VALUE SPACES.

       01  WS-SECTION-LINE.
           05 SL-TEXT                  PIC X(60).
           05 FILLER                   PIC X(72)      VALUE SPACES.

       01  WS-CUST-COL-HEADINGS.
           05 FILLER                   PIC X(15)      VALUE
              "CUST-ID".
           05 FILLER                   PIC X(08)      VALUE
              "BRANCH".
           05 FILLER                   PIC X(10)      VALUE
              "SUBLEDGER".
           05 FILLER                   PIC X(17)      VALUE
              "        OPENING".
           05 FILLER                   PIC X(17)      VALUE
              "        HISTORY".
           05 FILLER                   PIC X(17)      VALUE
              "       EXPECTED".
           05 FILLER                   PIC X(17)      VALUE
              "         MASTER".
           05 FILLER                   PIC X(17)      VALUE
              "     DIFFERENCE".
           05 FILLER                   PIC X(14)      VALUE SPACES.

       01  WS-CUST-BREAK-LINE.
           05 CB-CUST-ID               PIC 9(13).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 CB-BRANCH                PIC X(03).
           05 FILLER                   PIC X(05)      VALUE SPACES.
           05 CB-SUBLEDGER             PIC X(08).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 CB-OPEN                  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 CB-MOVE                  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 CB-EXPECTED              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 CB-ACTUAL                PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 CB-DIFF                  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(14)      VALUE SPACES.

       01  WS-MATRIX-HEADINGS.
           05 FILLER                   PIC X(10)      VALUE
              "SUBLEDGER".
           05 FILLER                   PIC X(10)      VALUE
              "       001".
           05 FILLER                   PIC X(10)      VALUE
              "       002".
           05 FILLER                   PIC X(10)      VALUE
              "       003".
           05 FILLER                   PIC X(10)      VALUE
              "       900".
           05 FILLER                   PIC X(10)      VALUE
              "     OTHER".
           05 FILLER                   PIC X(10)      VALUE
              "     TOTAL".
           05 FILLER                   PIC X(62)      VALUE SPACES.

       01  WS-MATRIX-LINE.
           05 ML-SUBLEDGER             PIC X(08).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 ML-COUNT-ENTRY           OCCURS 5 TIMES.
              10 ML-COUNT              PIC Z,ZZZ,ZZ9.
              10 FILLER                PIC X(01).
           05 ML-TOTAL                 PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(63)      VALUE SPACES.

       01  WS-PROOF-COL-HEADINGS.
           05 FILLER                   PIC X(36)      VALUE
              "ITEM".
           05 FILLER                   PIC X(08)      VALUE
              "BRANCH".
           05 FILLER                   PIC X(12)      VALUE
              "GL ACCOUNT".
           05 FILLER                   PIC X(09)      VALUE
              "    COUNT".
           05 FILLER                   PIC X(24)      VALUE
              "                  AMOUNT".
           05 FILLER                   PIC X(43)      VALUE SPACES.

       01  WS-PROOF-LINE.
           05 PL-LABEL                 PIC X(34).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 PL-BRANCH                PIC X(03).
           05 FILLER                   PIC X(05)      VALUE SPACES.
           05 PL-ACCOUNT               PIC X(10).
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 PL-COUNT                 PIC Z,ZZZ,ZZZ.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 PL-AMOUNT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02)      VALUE SPACES.
           05 PL-RESULT                PIC X(14).
           05 FILLER                   PIC X(27)      VALUE SPACES.

       PROCEDURE                       DIVISION.

       MAIN-PROCEDURE.

           PERFORM BA000-INIT.

           PERFORM YC000-SUM-GL-FEED.

           SORT PROOFSORT
               ON ASCENDING KEY SP-CUST-ID SP-KIND SP-REF
               INPUT PROCEDURE YA000-RELEASE-ITEMS
               OUTPUT PROCEDURE YB000-PROVE-CUSTOMERS.

           PERFORM YE000-PRINT-BREAK-MATRIX.

           PERFORM YD000-PROVE-ONE-SUBLEDGER
             VARYING WS-SL-IX FROM 1 BY 1
               UNTIL WS-SL-IX > 3.

           PERFORM BA030-WRITE-PROOF-CONTROL.

           CLOSE PROOFRPTFL.

           DISPLAY "==> SUBLEDGER_PROOF RAN, CUSTOMERS: "
                   WS-CUSTS-PROVED
                   " CUSTOMER BREAKS: "   WS-CUST-BREAKS
                   " SUBLEDGER BREAKS: "  WS-SL-BREAKS.

           IF WS-CUST-BREAKS > ZERO OR WS-SL-BREAKS > ZERO
              DISPLAY "==> SUBLEDGERS OUT OF BALANCE WITH THE GL,"
                      " SEE SubledgerProof.TXT"
              MOVE 8                   TO RETURN-CODE
           END-IF.
           STOP RUN.

       BA000-INIT                      SECTION.

          MOVE ZEROS                  TO WS-SL-PROOF
                                          WS-RI-TOTALS
                                          WS-BREAK-MATRIX.

          PERFORM BA010-LOAD-RUN-CONTROL.

          STRING WS-RUN-MM   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-DD   DELIMITED BY SIZE
                 "/"         DELIMITED BY SIZE
                 WS-RUN-YYYY DELIMITED BY SIZE
            INTO WS-RUN-DATE-DISPLAY.

          PERFORM BB000-CHECK-CYCLE.

          PERFORM BA020-READ-PROOF-CONTROL.

          OPEN OUTPUT                 PROOFRPTFL.
          MOVE WS-RUN-DATE-DISPLAY    TO RH-DATE.
          IF WS-IS-PRIOR-ON-FILE
             MOVE WS-PRIOR-DATE       TO RH-PRIOR-DATE
          ELSE
             MOVE "NONE"              TO RH-PRIOR-DATE
          END-IF.
          WRITE PROOFRPT-REC          FROM WS-RPT-HEADING.
          WRITE PROOFRPT-REC          FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          IF NOT WS-IS-PRIOR-ON-FILE
             MOVE SPACES              TO WS-SECTION-LINE
             MOVE "NO CARRIED CONTROL TOTALS - OPENING POSITION TAKEN"
                                      TO SL-TEXT
             WRITE PROOFRPT-REC       FROM WS-SECTION-LINE
               AFTER ADVANCING 1 LINE
             MOVE "FROM THE MASTERS, NOTHING PROVED THIS RUN"
                                      TO SL-TEXT
             WRITE PROOFRPT-REC       FROM WS-SECTION-LINE
               AFTER ADVANCING 1 LINE
             WRITE PROOFRPT-REC       FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE
          END-IF.

      ******************************************************************
      * Section for the run date from RunControl.TXT when the control
      * file is present and carries one
      ******************************************************************
       BA010-LOAD-RUN-CONTROL          SECTION.

          ACCEPT WS-RUN-DATE-NUM      FROM DATE YYYYMMDD.

          OPEN INPUT                  RUNCTLFL.
          IF WS-RUNCTL-STATUS = "00"
             READ RUNCTLFL
               AT END
                CONTINUE
             END-READ
             IF WS-RUNCTL-STATUS = "00"
                IF RC-RUN-DATE-OVERRIDE NUMERIC
                   AND RC-RUN-DATE-OVERRIDE NOT = ZERO
                   MOVE RC-RUN-DATE-OVERRIDE
                                      TO WS-RUN-DATE-NUM
                END-IF
                IF RC-CYCLE-OVERRIDE = "Y"
                   MOVE "Y"           TO WS-CYCLE-OVERRIDE
                END-IF
             END-IF
             CLOSE RUNCTLFL
          END-IF.

      ******************************************************************
      * Section for reading the carried control totals. The opening
      * position for this date is the last date's closing position,
      * or, on a rerun for the same date, the opening that date was
      * proved from. Control totals already carried past this date
      * mean the proof is being run for a date before one already
      * proved; it is refused, since the masters have moved on. A
      * master restore empties the control file, so the next proof
      * after one opens from the restored masters as a first run does.
      ******************************************************************
       BA020-READ-PROOF-CONTROL        SECTION.

          OPEN INPUT                  PROOFCTLFL.
          IF WS-PROOFCTL-STATUS = "00"
             READ PROOFCTLFL
               AT END
                CONTINUE
               NOT AT END
                MOVE "Y"              TO WS-PRIOR-ON-FILE
                MOVE PC-BUSINESS-DATE TO WS-PRIOR-DATE
             END-READ
             CLOSE PROOFCTLFL
          END-IF.

          IF WS-IS-PRIOR-ON-FILE
             IF WS-PRIOR-DATE > WS-RUN-DATE-NUM
                DISPLAY "==> CONTROL TOTALS ALREADY CARRIED TO "
                        WS-PRIOR-DATE
                DISPLAY "==> SUBLEDGER_PROOF REFUSED TO START"
                MOVE 8                TO RETURN-CODE
                STOP RUN
             END-IF
             PERFORM BA021-TAKE-OPENING-TOTAL
               VARYING WS-SL-IX FROM 1 BY 1
                 UNTIL WS-SL-IX > 3
          END-IF.

       BA021-TAKE-OPENING-TOTAL        SECTION.

          IF WS-PRIOR-DATE = WS-RUN-DATE-NUM
             MOVE PC-OPEN-TOTAL (WS-SL-IX)
                                      TO WS-SL-OPEN (WS-SL-IX)
          ELSE
             MOVE PC-CLOSE-TOTAL (WS-SL-IX)
                                      TO WS-SL-OPEN (WS-SL-IX)
          END-IF.

      ******************************************************************
      * Section for carrying the control totals forward: the masters'
      * totals close the date whether or not it proved, so a break is
      * reported the day it happens and not again every day after.
      * The first ever run opens the date at the masters' totals.
      ******************************************************************
       BA030-WRITE-PROOF-CONTROL       SECTION.

          OPEN OUTPUT                 PROOFCTLFL.
          MOVE WS-RUN-DATE-NUM        TO PC-BUSINESS-DATE.
          PERFORM BA031-SET-ONE-CONTROL-TOTAL
            VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > 3.
          WRITE PROOFCTL-REC.
          CLOSE PROOFCTLFL.

       BA031-SET-ONE-CONTROL-TOTAL     SECTION.

          IF WS-IS-PRIOR-ON-FILE
             MOVE WS-SL-OPEN (WS-SL-IX)
                                      TO PC-OPEN-TOTAL (WS-SL-IX)
          ELSE
             MOVE WS-SL-ACTUAL (WS-SL-IX)
                                      TO PC-OPEN-TOTAL (WS-SL-IX)
          END-IF.
          MOVE WS-SL-ACTUAL (WS-SL-IX)
                                      TO PC-CLOSE-TOTAL (WS-SL-IX).

      ******************************************************************
      * Section for the daily-cycle sequence check: the proof is
      * refused until every step that posts to the masters has
      * completed for the business date, since it would otherwise
      * report the missing step's movement as a break. The run-control
      * cycle override proceeds anyway and leaves a record.
      ******************************************************************
       BB000-CHECK-CYCLE               SECTION.

          PERFORM BB010-READ-CYCLE-STATE.

          EVALUATE TRUE
              WHEN NOT WS-IS-CYCLE-ON-FILE
              WHEN WS-CY-DATE NOT = WS-RUN-DATE-NUM
              WHEN WS-CY-LOGGER NOT = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "LOGGER NOT COMPLETE FOR THIS DATE"
                                       TO WS-CYCLE-BLOCK-REASON
              WHEN WS-CY-FEE NOT = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "FEES NOT CHARGED FOR THIS DATE"
                                       TO WS-CYCLE-BLOCK-REASON
              WHEN WS-CY-CHGOFF NOT = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "CHARGE-OFF NOT RUN FOR THIS DATE"
                                       TO WS-CYCLE-BLOCK-REASON
              WHEN WS-CY-INTEREST NOT = "Y"
                  MOVE "Y"             TO WS-CYCLE-BLOCKED
                  MOVE "INTEREST NOT POSTED FOR THIS DATE"
                                       TO WS-CYCLE-BLOCK-REASON
          END-EVALUATE

          IF WS-IS-CYCLE-BLOCKED
             DISPLAY "==> CYCLE CHECK FAILED: "
                     WS-CYCLE-BLOCK-REASON
             IF WS-IS-CYCLE-OVERRIDE
                PERFORM BB020-LOG-CYCLE-OVERRIDE
             ELSE
                DISPLAY "==> SUBLEDGER_PROOF REFUSED TO START"
                MOVE 8                TO RETURN-CODE
                STOP RUN
             END-IF
          END-IF.

      ******************************************************************
      * Section for reading the daily-cycle control record, if any
      ******************************************************************
       BB010-READ-CYCLE-STATE          SECTION.

          MOVE "N"                    TO WS-CYCLE-ON-FILE.
          MOVE ZERO                   TO WS-CY-DATE.
          MOVE "N"                    TO WS-CY-LOGGER
                                          WS-CY-INTEREST
                                          WS-CY-FEE
                                          WS-CY-CHGOFF.

          OPEN INPUT                  CYCLEFL.
          IF WS-CYCLE-STATUS = "00"
             READ CYCLEFL
               AT END
                CONTINUE
               NOT AT END
                MOVE "Y"              TO WS-CYCLE-ON-FILE
                MOVE CY-BUSINESS-DATE TO WS-CY-DATE
                MOVE CY-LOGGER-DONE   TO WS-CY-LOGGER
                MOVE CY-INTEREST-DONE TO WS-CY-INTEREST
                MOVE CY-FEE-DONE      TO WS-CY-FEE
                MOVE CY-CHGOFF-DONE   TO WS-CY-CHGOFF
             END-READ
             CLOSE CYCLEFL
          END-IF.

      ******************************************************************
      * Section for logging one use of the cycle override, so a
      * forced run is on the record even after it works
      ******************************************************************
       BB020-LOG-CYCLE-OVERRIDE        SECTION.

          DISPLAY "==> CYCLE OVERRIDE IN FORCE, PROCEEDING".

          OPEN EXTEND                 CYCOVRFL.
          MOVE WS-RUN-DATE-NUM        TO CO-DATE.
          MOVE "SUBLEDGER_PROOF"      TO CO-PROGRAM.
          MOVE WS-CYCLE-BLOCK-REASON  TO CO-REASON.
          WRITE CYCOVR-REC.
          CLOSE CYCOVRFL.

      ******************************************************************
      * Section for feeding the sort: each customer's opening
      * position, master position and the day's movements
      ******************************************************************
       YA000-RELEASE-ITEMS             SECTION.

          PERFORM YA100-RELEASE-SNAPSHOT.
          PERFORM YA200-RELEASE-BALANCES.
          PERFORM YA300-RELEASE-LOANS.
          PERFORM YA400-RELEASE-DEPOSITS.
          PERFORM YA500-RELEASE-HISTORY.
          PERFORM YA600-RELEASE-ACCRUALS.
          PERFORM YA700-RELEASE-VALIDATED.
          PERFORM YA800-RELEASE-ORPHANS.
          PERFORM YA900-RELEASE-RECOVERIES.

      ******************************************************************
      * Section for clearing the sort record before an item is built
      ******************************************************************
       YA010-CLEAR-ITEM                SECTION.

          MOVE ZERO                   TO SP-REF
                                          SP-AMOUNT (1)
                                          SP-AMOUNT (2)
                                          SP-AMOUNT (3)
                                          SP-ALLOWANCE
                                          SP-RECON-IX
                                          SP-RECON-AMOUNT.
          MOVE SPACES                 TO SP-BRANCH-CODE.

      ******************************************************************
      * Section for the opening positions, from the customer snapshot
      * the last run left. A customer proved last on an earlier date
      * opens at that date's close; one already proved for this date
      * opens where that run opened.
      ******************************************************************
       YA100-RELEASE-SNAPSHOT          SECTION.

          IF WS-IS-PRIOR-ON-FILE
             MOVE "N"                 TO WS-INPUT-EOF
             OPEN INPUT               SNAPFL
             PERFORM ZA000-READ-SNAPFL
             PERFORM YA110-RELEASE-ONE-SNAPSHOT
               UNTIL INPUT-AT-EOF
             CLOSE SNAPFL
          END-IF.

       YA110-RELEASE-ONE-SNAPSHOT      SECTION.

          PERFORM YA010-CLEAR-ITEM.
          MOVE SN-CUST-ID             TO SP-CUST-ID.
          MOVE "S"                    TO SP-KIND.
          PERFORM YA111-TAKE-ONE-POSITION
            VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > 3.
          RELEASE PROOFSORT-REC.

          PERFORM ZA000-READ-SNAPFL.

       YA111-TAKE-ONE-POSITION         SECTION.

          IF SN-BUSINESS-DATE = WS-RUN-DATE-NUM
             MOVE SN-OPEN-POSITION (WS-SL-IX)
                                      TO SP-AMOUNT (WS-SL-IX)
          ELSE
             MOVE SN-CLOSE-POSITION (WS-SL-IX)
                                      TO SP-AMOUNT (WS-SL-IX)
          END-IF.

      ******************************************************************
      * Sections for the masters' positions: every balance record,
      * and every open loan and open fixed deposit. A charge-off made
      * today is the loan's own movement record, taken from the loan.
      ******************************************************************
       YA200-RELEASE-BALANCES          SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  BALANCEFL.
          IF WS-BAL-STATUS = "00"
             PERFORM ZB000-READ-BALANCEFL
             PERFORM YA210-RELEASE-ONE-BALANCE
               UNTIL INPUT-AT-EOF
             CLOSE BALANCEFL
          ELSE
             DISPLAY "==> CustomerBalance.DAT NOT AVAILABLE, STATUS: "
                     WS-BAL-STATUS
          END-IF.

       YA210-RELEASE-ONE-BALANCE       SECTION.

          PERFORM YA010-CLEAR-ITEM.
          MOVE BAL-CUST-ID            TO SP-CUST-ID.
          MOVE "M"                    TO SP-KIND.
          MOVE BAL-BALANCE            TO SP-AMOUNT (1).
          RELEASE PROOFSORT-REC.

          PERFORM ZB000-READ-BALANCEFL.

       YA300-RELEASE-LOANS             SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  LOANFL.
          IF WS-LOANM-STATUS = "00"
             PERFORM ZC000-READ-LOANFL
             PERFORM YA310-RELEASE-ONE-LOAN
               UNTIL INPUT-AT-EOF
             CLOSE LOANFL
          ELSE
             DISPLAY "==> LoanMaster.DAT NOT AVAILABLE, STATUS: "
                     WS-LOANM-STATUS
          END-IF.

       YA310-RELEASE-ONE-LOAN          SECTION.

          IF LN-IS-OPEN
             PERFORM YA010-CLEAR-ITEM
             MOVE LN-CUST-ID          TO SP-CUST-ID
             MOVE "M"                 TO SP-KIND
             MOVE LN-OUTSTANDING-BAL  TO SP-AMOUNT (2)
             RELEASE PROOFSORT-REC
          END-IF.

          IF LN-IS-CHARGED-OFF
             AND LN-CHARGE-OFF-DATE = WS-RUN-DATE-NUM
             PERFORM YA010-CLEAR-ITEM
             MOVE LN-CUST-ID          TO SP-CUST-ID
             MOVE "C"                 TO SP-KIND
             COMPUTE SP-AMOUNT (2) = ZERO - LN-CHARGED-OFF-AMT
             RELEASE PROOFSORT-REC
          END-IF.

          PERFORM ZC000-READ-LOANFL.

       YA400-RELEASE-DEPOSITS          SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  FIXDEPFL.
          IF WS-FIXDEP-STATUS = "00"
             PERFORM ZD000-READ-FIXDEPFL
             PERFORM YA410-RELEASE-ONE-DEPOSIT
               UNTIL INPUT-AT-EOF
             CLOSE FIXDEPFL
          ELSE
             DISPLAY "==> FixedDepMaster.DAT NOT AVAILABLE, STATUS: "
                     WS-FIXDEP-STATUS
          END-IF.

       YA410-RELEASE-ONE-DEPOSIT       SECTION.

          IF FDP-IS-OPEN
             PERFORM YA010-CLEAR-ITEM
             MOVE FDP-CUST-ID         TO SP-CUST-ID
             MOVE "M"                 TO SP-KIND
             COMPUTE SP-AMOUNT (3) =
                     FDP-PRINCIPAL + FDP-ACCRUED-INTEREST
             RELEASE PROOFSORT-REC
          END-IF.

          PERFORM ZD000-READ-FIXDEPFL.

      ******************************************************************
      * Section for the day's history records: the movement each one
      * made, by subledger, under the rules the posting programs
      * applied. Records that moved no money (rejected, held,
      * orphaned, the REVERSED markers) release nothing.
      ******************************************************************
       YA500-RELEASE-HISTORY           SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  HISTORYFL.
          PERFORM ZE000-READ-HISTORYFL.
          PERFORM YA510-RELEASE-ONE-HISTORY
            UNTIL INPUT-AT-EOF.
          CLOSE HISTORYFL.

       YA510-RELEASE-ONE-HISTORY       SECTION.

          IF H-RUN-DATE = WS-RUN-DATE-DISPLAY
             PERFORM YA010-CLEAR-ITEM
             MOVE H-CUST-ID           TO SP-CUST-ID
             MOVE "H"                 TO SP-KIND
             MOVE H-TRAN-ID           TO SP-REF
             IF H-LOAN-AMT NOT NUMERIC
                MOVE ZERO             TO H-LOAN-AMT
             END-IF
             PERFORM YA520-SET-HISTORY-MOVEMENT
             IF SP-AMOUNT (1) NOT = ZERO
                OR SP-AMOUNT (2) NOT = ZERO
                OR SP-AMOUNT (3) NOT = ZERO
                OR SP-RECON-IX NOT = ZERO
                RELEASE PROOFSORT-REC
             END-IF
          END-IF.

          PERFORM ZE000-READ-HISTORYFL.

       YA520-SET-HISTORY-MOVEMENT      SECTION.

          EVALUATE TRUE
              WHEN H-IS-LOGGED OR H-IS-SUSPICIOUS
                  PERFORM YA530-SET-LOGGED-MOVEMENT
      *>      A loan sent to underwriting was credited to the account
      *>      and booked to GL, but never reached the loan master.
              WHEN H-IS-LOAN-EXC
                  MOVE H-LOAN-AMT      TO SP-AMOUNT (1)
                  MOVE 4               TO SP-RECON-IX
                  COMPUTE SP-RECON-AMOUNT = ZERO - H-LOAN-AMT
              WHEN H-IS-TRANSFER-IN AND H-TYPE = "RevTransferIn"
                  COMPUTE SP-AMOUNT (1) = ZERO - H-AMOUNT
              WHEN H-IS-TRANSFER-IN
                  MOVE H-AMOUNT        TO SP-AMOUNT (1)
              WHEN H-IS-FEE-CHARGED AND H-TYPE = "LateFee"
                  MOVE H-AMOUNT        TO SP-AMOUNT (2)
              WHEN H-IS-FEE-CHARGED
                  COMPUTE SP-AMOUNT (1) = ZERO - H-AMOUNT
      *>      The payout is rounded to whole units on history and the
      *>      balance; the deposit leaves the master to the cent.
              WHEN H-IS-FD-MATURED
              WHEN H-IS-FD-BROKEN
                  MOVE H-AMOUNT        TO SP-AMOUNT (1)
                  COMPUTE SP-AMOUNT (3) = ZERO - H-AMOUNT
                  MOVE 0.50            TO SP-ALLOWANCE
      *>      The forfeit on a break is shown on history rounded, for
      *>      the statement; it is taken off the deposit to the cent
      *>      from the accrual file instead.
              WHEN H-IS-INT-FORFEITED
                  CONTINUE
              WHEN H-IS-TAX-WITHHELD
                  COMPUTE SP-AMOUNT (1) = ZERO - H-AMOUNT
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      ******************************************************************
      * Section for one logged transaction's movement. A LoanPayment
      * takes its whole amount off the loans here; the part that went
      * to a recovery or was left unapplied comes back from the
      * recovery and orphan files. A Loan reversal takes off the
      * disbursed amount.
      ******************************************************************
       YA530-SET-LOGGED-MOVEMENT       SECTION.

          EVALUATE H-TYPE
              WHEN "Deposit"
                  MOVE H-AMOUNT        TO SP-AMOUNT (1)
              WHEN "Withdrawal"
              WHEN "Transfer"
                  COMPUTE SP-AMOUNT (1) = ZERO - H-AMOUNT
              WHEN "Loan"
                  MOVE H-LOAN-AMT      TO SP-AMOUNT (1)
                                          SP-AMOUNT (2)
              WHEN "LoanPayment"
                  COMPUTE SP-AMOUNT (1) = ZERO - H-LOAN-AMT
                  COMPUTE SP-AMOUNT (2) = ZERO - H-AMOUNT
              WHEN "RevDeposit"
                  COMPUTE SP-AMOUNT (1) = ZERO - H-AMOUNT
              WHEN "RevWithdrawal"
              WHEN "RevTransfer"
                  MOVE H-AMOUNT        TO SP-AMOUNT (1)
              WHEN "RevLoan"
                  COMPUTE SP-AMOUNT (1) = ZERO - H-LOAN-AMT
                  COMPUTE SP-AMOUNT (2) = ZERO - H-LOAN-AMT
              WHEN "RevLoanPayment"
                  MOVE H-LOAN-AMT      TO SP-AMOUNT (1)
                  MOVE H-AMOUNT        TO SP-AMOUNT (2)
              WHEN OTHER
                  CONTINUE
          END-EVALUATE.

      ******************************************************************
      * Section for the day's interest accruals. A fixed-deposit
      * accrual carries its deposit's source transaction ID, so the
      * duplicates a same-date rerun appends sort together and are
      * counted once. The interest forfeited on a broken deposit comes
      * back off the deposit; the reduced interest a break paid was
      * already accrued day by day, and its record moves nothing.
      ******************************************************************
       YA600-RELEASE-ACCRUALS          SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  INTERESTFL.
          PERFORM ZF000-READ-INTERESTFL.
          PERFORM YA610-RELEASE-ONE-ACCRUAL
            UNTIL INPUT-AT-EOF.
          CLOSE INTERESTFL.

       YA610-RELEASE-ONE-ACCRUAL       SECTION.

          IF IR-ACCRUAL-DATE = WS-RUN-DATE-NUM
             PERFORM YA010-CLEAR-ITEM
             MOVE IR-CUST-ID          TO SP-CUST-ID
             MOVE IR-TRAN-ID          TO SP-REF
             MOVE IR-ACCRUED-INTEREST TO SP-RECON-AMOUNT
             EVALUATE IR-TYPE
                 WHEN "FixedDeposit"
                     MOVE "F"          TO SP-KIND
                     MOVE IR-ACCRUED-INTEREST
                                       TO SP-AMOUNT (3)
                     MOVE 2            TO SP-RECON-IX
                     RELEASE PROOFSORT-REC
                 WHEN "FDForfeit"
                     MOVE "F"          TO SP-KIND
                     COMPUTE SP-AMOUNT (3) =
                             ZERO - IR-ACCRUED-INTEREST
                     MOVE SP-AMOUNT (3)
                                       TO SP-RECON-AMOUNT
                     MOVE 9            TO SP-RECON-IX
                     RELEASE PROOFSORT-REC
                 WHEN "FDBreakPayout"
                     CONTINUE
                 WHEN OTHER
                     MOVE "A"          TO SP-KIND
                     MOVE IR-ACCRUED-INTEREST
                                       TO SP-AMOUNT (2)
                     MOVE 1            TO SP-RECON-IX
                     RELEASE PROOFSORT-REC
             END-EVALUATE
          END-IF.

          PERFORM ZF000-READ-INTERESTFL.

      ******************************************************************
      * Section for the day's validated transactions: the branch each
      * customer dealt through, and the fixed deposits
      * INTEREST_POSTING opened from them
      ******************************************************************
       YA700-RELEASE-VALIDATED         SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  TRANSACTIONFL.
          PERFORM ZG000-READ-TRANSACTIONFL.
          PERFORM YA710-RELEASE-ONE-VALIDATED
            UNTIL INPUT-AT-EOF.
          CLOSE TRANSACTIONFL.

       YA710-RELEASE-ONE-VALIDATED     SECTION.

          PERFORM YA010-CLEAR-ITEM.
          MOVE T-CUST-ID              TO SP-CUST-ID.
          MOVE "T"                    TO SP-KIND.
          MOVE T-TRAN-ID              TO SP-REF.
          MOVE T-BRANCH-CODE          TO SP-BRANCH-CODE.
          IF T-FIXED-DEPOSIT-AMT NUMERIC
             AND T-FIXED-DEPOSIT-AMT > ZERO
             MOVE T-FIXED-DEPOSIT-AMT TO SP-AMOUNT (3)
                                          SP-RECON-AMOUNT
             MOVE 3                   TO SP-RECON-IX
          END-IF.
          RELEASE PROOFSORT-REC.

          PERFORM ZG000-READ-TRANSACTIONFL.

      ******************************************************************
      * Section for the loan and reversal amounts the logger could
      * not apply and left on the orphan file. A transfer reversal's
      * shortfall is the counterparty's, whose history already shows
      * only what was taken back, so it moves no customer here.
      ******************************************************************
       YA800-RELEASE-ORPHANS           SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  ORPHANFL.
          PERFORM ZH000-READ-ORPHANFL.
          PERFORM YA810-RELEASE-ONE-ORPHAN
            UNTIL INPUT-AT-EOF.
          CLOSE ORPHANFL.

       YA810-RELEASE-ONE-ORPHAN        SECTION.

          PERFORM YA010-CLEAR-ITEM.
          MOVE OR-CUST-ID             TO SP-CUST-ID.
          MOVE "O"                    TO SP-KIND.
          MOVE OR-AMOUNT              TO SP-RECON-AMOUNT.

          EVALUATE OR-REASON
              WHEN "LOAN PAYMENT UNAPPLIED"
                  MOVE OR-AMOUNT       TO SP-AMOUNT (2)
                  MOVE 5               TO SP-RECON-IX
              WHEN "REVERSED LOAN NOT ON MASTER"
                  MOVE OR-AMOUNT       TO SP-AMOUNT (2)
                  MOVE 6               TO SP-RECON-IX
              WHEN "REVERSED PAYMENT NOT ON MASTER"
                  COMPUTE SP-AMOUNT (2) = ZERO - OR-AMOUNT
                  COMPUTE SP-RECON-AMOUNT = ZERO - OR-AMOUNT
                  MOVE 7               TO SP-RECON-IX
              WHEN "REVERSAL SHORTFALL AT CPTY"
                  MOVE 8               TO SP-RECON-IX
              WHEN OTHER
                  CONTINUE
          END-EVALUATE

          IF SP-RECON-IX NOT = ZERO
             RELEASE PROOFSORT-REC
          END-IF.

          PERFORM ZH000-READ-ORPHANFL.

      ******************************************************************
      * Section for the part of each LoanPayment applied to a charged-
      * off loan: it reduced no outstanding balance
      ******************************************************************
       YA900-RELEASE-RECOVERIES        SECTION.

          MOVE "N"                    TO WS-INPUT-EOF.
          OPEN INPUT                  RECOVERYFL.
          PERFORM ZI000-READ-RECOVERYFL.
          PERFORM YA910-RELEASE-ONE-RECOVERY
            UNTIL INPUT-AT-EOF.
          CLOSE RECOVERYFL.

       YA910-RELEASE-ONE-RECOVERY      SECTION.

          IF RV-RUN-DATE = WS-RUN-DATE-NUM
             PERFORM YA010-CLEAR-ITEM
             MOVE RV-CUST-ID          TO SP-CUST-ID
             MOVE "R"                 TO SP-KIND
             MOVE RV-AMOUNT           TO SP-AMOUNT (2)
             RELEASE PROOFSORT-REC
          END-IF.

          PERFORM ZI000-READ-RECOVERYFL.

      ******************************************************************
      * Section for taking the sorted items back one customer at a
      * time: each customer's opening position plus the day's
      * movement is proved against the masters, and the masters'
      * position is written to the new snapshot for the next date
      ******************************************************************
       YB000-PROVE-CUSTOMERS           SECTION.

          OPEN OUTPUT                 SNAPFL.

          IF WS-IS-PRIOR-ON-FILE
             MOVE SPACES              TO WS-SECTION-LINE
             MOVE "CUSTOMER POSITIONS MOVED WITHOUT MATCHING HISTORY"
                                      TO SL-TEXT
             WRITE PROOFRPT-REC       FROM WS-SECTION-LINE
               AFTER ADVANCING 1 LINE
             WRITE PROOFRPT-REC       FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE
             WRITE PROOFRPT-REC       FROM WS-CUST-COL-HEADINGS
               AFTER ADVANCING 1 LINE
             WRITE PROOFRPT-REC       FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE
          END-IF.

          MOVE "N"                    TO WS-SORT-EOF.
          PERFORM ZJ000-RETURN-PROOFSORT.

          PERFORM YB010-PROVE-ONE-CUSTOMER
            UNTIL SORT-AT-EOF.

          CLOSE SNAPFL.

          IF WS-IS-PRIOR-ON-FILE AND WS-CUST-BREAKS = ZERO
             MOVE SPACES              TO WS-SECTION-LINE
             MOVE "  NONE"            TO SL-TEXT
             WRITE PROOFRPT-REC       FROM WS-SECTION-LINE
               AFTER ADVANCING 1 LINE
          END-IF.

       YB010-PROVE-ONE-CUSTOMER        SECTION.

          MOVE SP-CUST-ID             TO WS-CUR-CUST-ID.
          MOVE SPACES                 TO WS-CUR-BRANCH.
          MOVE ZEROS                  TO WS-CUST-POSITION
                                          WS-CP-ALLOWANCE.
          MOVE ZERO                   TO WS-LAST-FD-REF.

          PERFORM YB020-TAKE-ONE-ITEM
            UNTIL SORT-AT-EOF
               OR SP-CUST-ID NOT = WS-CUR-CUST-ID.

          ADD 1                       TO WS-CUSTS-PROVED.

          PERFORM YB030-CHECK-ONE-SUBLEDGER
            VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > 3.

          PERFORM YB050-WRITE-SNAPSHOT.

      ******************************************************************
      * Section for adding one sorted item into the customer's
      * position and, for a reconciling item, into the bank-level
      * proof. A repeated fixed-deposit accrual is skipped.
      ******************************************************************
       YB020-TAKE-ONE-ITEM             SECTION.

          IF SP-IS-FD-ACCRUAL
             AND SP-REF NOT = ZERO
             AND SP-REF = WS-LAST-FD-REF
             CONTINUE
          ELSE
             IF SP-IS-FD-ACCRUAL
                MOVE SP-REF           TO WS-LAST-FD-REF
             END-IF
             EVALUATE TRUE
                 WHEN SP-IS-SNAPSHOT
                     PERFORM YB021-ADD-TO-OPEN
                       VARYING WS-SL-IX FROM 1 BY 1
                         UNTIL WS-SL-IX > 3
                 WHEN SP-IS-MASTER
                     PERFORM YB022-ADD-TO-ACTUAL
                       VARYING WS-SL-IX FROM 1 BY 1
                         UNTIL WS-SL-IX > 3
                 WHEN OTHER
                     PERFORM YB023-ADD-TO-MOVE
                       VARYING WS-SL-IX FROM 1 BY 1
                         UNTIL WS-SL-IX > 3
                     ADD SP-ALLOWANCE  TO WS-CP-ALLOWANCE
             END-EVALUATE
             IF SP-IS-VALIDATED AND WS-CUR-BRANCH = SPACES
                MOVE SP-BRANCH-CODE   TO WS-CUR-BRANCH
             END-IF
             IF SP-RECON-IX NOT = ZERO
                ADD SP-RECON-AMOUNT   TO WS-RI-AMOUNT (SP-RECON-IX)
             END-IF
          END-IF.

          PERFORM ZJ000-RETURN-PROOFSORT.

       YB021-ADD-TO-OPEN               SECTION.

          ADD SP-AMOUNT (WS-SL-IX)    TO WS-CP-OPEN (WS-SL-IX)
                                          WS-SL-SNAP-OPEN (WS-SL-IX).

       YB022-ADD-TO-ACTUAL             SECTION.

          ADD SP-AMOUNT (WS-SL-IX)    TO WS-CP-ACTUAL (WS-SL-IX)
                                          WS-SL-ACTUAL (WS-SL-IX).

       YB023-ADD-TO-MOVE               SECTION.

          ADD SP-AMOUNT (WS-SL-IX)    TO WS-CP-MOVE (WS-SL-IX).

      ******************************************************************
      * Section for proving one of the customer's subledger positions.
      * Only the fixed-deposit position carries a rounding allowance;
      * balances move in whole units and loans to the cent.
      ******************************************************************
       YB030-CHECK-ONE-SUBLEDGER       SECTION.

          IF WS-IS-PRIOR-ON-FILE
             COMPUTE WS-CP-EXPECTED (WS-SL-IX) =
                     WS-CP-OPEN (WS-SL-IX) + WS-CP-MOVE (WS-SL-IX)
             COMPUTE WS-CP-DIFF (WS-SL-IX) =
                     WS-CP-ACTUAL (WS-SL-IX)
                   - WS-CP-EXPECTED (WS-SL-IX)
             IF WS-CP-DIFF (WS-SL-IX) < ZERO
                COMPUTE WS-CP-ABS-DIFF (WS-SL-IX) =
                        ZERO - WS-CP-DIFF (WS-SL-IX)
             ELSE
                MOVE WS-CP-DIFF (WS-SL-IX)
                                      TO WS-CP-ABS-DIFF (WS-SL-IX)
             END-IF
             IF (WS-SL-IX = 3
                 AND WS-CP-ABS-DIFF (WS-SL-IX) > WS-CP-ALLOWANCE)
                OR (WS-SL-IX NOT = 3
                 AND WS-CP-ABS-DIFF (WS-SL-IX) NOT = ZERO)
                PERFORM YB040-WRITE-CUSTOMER-BREAK
             END-IF
          END-IF.

      ******************************************************************
      * Section for reporting one customer position out of step with
      * its history, and counting it under the subledger and branch
      ******************************************************************
       YB040-WRITE-CUSTOMER-BREAK      SECTION.

          ADD 1                       TO WS-CUST-BREAKS.

          MOVE 5                      TO WS-BR-IX.
          PERFORM YB041-FIND-BRANCH-SLOT
            VARYING WS-RI-IX FROM 1 BY 1
              UNTIL WS-RI-IX > 4.
          ADD 1                       TO WS-BM-COUNT
                                         (WS-SL-IX WS-BR-IX)
                                          WS-BM-ROW-TOTAL (WS-SL-IX).

          MOVE WS-CUR-CUST-ID         TO CB-CUST-ID.
          IF WS-CUR-BRANCH = SPACES
             MOVE "---"               TO CB-BRANCH
          ELSE
             MOVE WS-CUR-BRANCH       TO CB-BRANCH
          END-IF.
          MOVE WS-SL-SHORT-NAME (WS-SL-IX)
                                      TO CB-SUBLEDGER.
          MOVE WS-CP-OPEN (WS-SL-IX)  TO CB-OPEN.
          MOVE WS-CP-MOVE (WS-SL-IX)  TO CB-MOVE.
          MOVE WS-CP-EXPECTED (WS-SL-IX)
                                      TO CB-EXPECTED.
          MOVE WS-CP-ACTUAL (WS-SL-IX)
                                      TO CB-ACTUAL.
          MOVE WS-CP-DIFF (WS-SL-IX)  TO CB-DIFF.
          WRITE PROOFRPT-REC          FROM WS-CUST-BREAK-LINE
            AFTER ADVANCING 1 LINE.

       YB041-FIND-BRANCH-SLOT          SECTION.

          IF WS-CUR-BRANCH = WS-BRANCH-CODE-ENTRY (WS-RI-IX)
             MOVE WS-RI-IX            TO WS-BR-IX
          END-IF.

      ******************************************************************
      * Section for writing the customer's snapshot record: the
      * position this date opened from and closed at. A customer with
      * nothing in any subledger, then or now, needs no record.
      ******************************************************************
       YB050-WRITE-SNAPSHOT            SECTION.

          MOVE "N"                    TO WS-CP-HAS-POSITION.
          PERFORM YB051-CHECK-ONE-POSITION
            VARYING WS-SL-IX FROM 1 BY 1
              UNTIL WS-SL-IX > 3.

          IF WS-IS-CP-HAS-POSITION
             MOVE WS-CUR-CUST-ID      TO SN-CUST-ID
             MOVE WS-RUN-DATE-NUM     TO SN-BUSINESS-DATE
             PERFORM YB052-SET-ONE-POSITION
               VARYING WS-SL-IX FROM 1 BY 1
                 UNTIL WS-SL-IX > 3
             WRITE SNAP-REC
          END-IF.

       YB051-CHECK-ONE-POSITION        SECTION.

          IF WS-CP-OPEN (WS-SL-IX) NOT = ZERO
             OR WS-CP-ACTUAL (WS-SL-IX) NOT = ZERO
             MOVE "Y"                 TO WS-CP-HAS-POSITION
          END-IF.

       YB052-SET-ONE-POSITION          SECTION.

          IF WS-IS-PRIOR-ON-FILE
             MOVE WS-CP-OPEN (WS-SL-IX)
                                      TO SN-OPEN-POSITION (WS-SL-IX)
          ELSE
             MOVE WS-CP-ACTUAL (WS-SL-IX)
                                      TO SN-OPEN-POSITION (WS-SL-IX)
          END-IF.
          MOVE WS-CP-ACTUAL (WS-SL-IX)
                                      TO SN-CLOSE-POSITION (WS-SL-IX).

      ******************************************************************
      * Section for netting the day's GL feed into each subledger's
      * movement. Feed records stamped with another run date are a
      * leftover feed and are passed over, as the period close does.
      ******************************************************************
       YC000-SUM-GL-FEED               SECTION.

          MOVE "N"                    TO WS-GL-EOF.
          OPEN INPUT                  GLFEEDFL.
          PERFORM ZK000-READ-GLFEEDFL.
          PERFORM YC010-SUM-ONE-GL-RECORD
            UNTIL GL-AT-EOF.
          CLOSE GLFEEDFL.

          IF WS-GL-UNMAPPED > ZERO
             DISPLAY "==> GL RECORDS OF A TYPE NOT PROVED: "
                     WS-GL-UNMAPPED
          END-IF.

       YC010-SUM-ONE-GL-RECORD         SECTION.

          IF GL-RUN-DATE = WS-RUN-DATE-DISPLAY
             ADD 1                    TO WS-GL-RECORDS
             PERFORM YC020-FIND-GL-TYPE
             IF WS-IS-GLM-FOUND
                PERFORM YC030-ADD-ONE-MOVEMENT
                  VARYING WS-SL-IX FROM 1 BY 1
                    UNTIL WS-SL-IX > 3
                EVALUATE GL-TXN-TYPE
                    WHEN "FDMaturity"
                    WHEN "FDBreakPayout"
                        COMPUTE WS-SL-ALLOWANCE (3) =
                                WS-SL-ALLOWANCE (3)
                              + GL-RECORD-COUNT * 0.50
                    WHEN "ChargeOff"
                        ADD GL-RECORD-COUNT
                                       TO WS-SL-ALLOWANCE (2)
                END-EVALUATE
             ELSE
                ADD 1                 TO WS-GL-UNMAPPED
                DISPLAY "==> GL TYPE NOT PROVED: " GL-TXN-TYPE
                        " BRANCH: " GL-BRANCH-CODE
             END-IF
          END-IF.

          PERFORM ZK000-READ-GLFEEDFL.

      ******************************************************************
      * Section for finding the feed record's GL type in the table
      ******************************************************************
       YC020-FIND-GL-TYPE              SECTION.

          MOVE "N"                    TO WS-GLM-FOUND.
          MOVE 1                      TO WS-GLM-IX.
          PERFORM YC021-TRY-ONE-GL-TYPE
            UNTIL WS-IS-GLM-FOUND OR WS-GLM-IX > 22.

       YC021-TRY-ONE-GL-TYPE           SECTION.

          IF WS-GLM-TYPE (WS-GLM-IX) = GL-TXN-TYPE
             MOVE "Y"                 TO WS-GLM-FOUND
          ELSE
             ADD 1                    TO WS-GLM-IX
          END-IF.

       YC030-ADD-ONE-MOVEMENT          SECTION.

          PERFORM YC040-SIGN-GL-AMOUNT.
          ADD WS-GL-SIGNED-AMT        TO WS-SL-GL-NET (WS-SL-IX).

      ******************************************************************
      * Section for the feed record's amount as it moves the current
      * subledger
      ******************************************************************
       YC040-SIGN-GL-AMOUNT            SECTION.

          EVALUATE WS-GLM-SIGN (WS-GLM-IX WS-SL-IX)
              WHEN "+"
                  MOVE GL-AMOUNT       TO WS-GL-SIGNED-AMT
              WHEN "-"
                  COMPUTE WS-GL-SIGNED-AMT = ZERO - GL-AMOUNT
              WHEN OTHER
                  MOVE ZERO            TO WS-GL-SIGNED-AMT
          END-EVALUATE.

      ******************************************************************
      * Section for the bank-level proof of one subledger: the GL
      * movement by type and branch, the reconciling items, and the
      * expected closing against the master total. The opening is
      * also proved against the customer snapshot, which must agree
      * with the control totals it was written alongside.
      ******************************************************************
       YD000-PROVE-ONE-SUBLEDGER       SECTION.

          WRITE PROOFRPT-REC          FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.
          MOVE SPACES                 TO WS-SECTION-LINE.
          STRING "SUBLEDGER: "        DELIMITED BY SIZE
                 WS-SL-NAME (WS-SL-IX)
                                      DELIMITED BY SIZE
            INTO SL-TEXT.
          WRITE PROOFRPT-REC          FROM WS-SECTION-LINE
            AFTER ADVANCING 1 LINE.
          WRITE PROOFRPT-REC          FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          IF NOT WS-IS-PRIOR-ON-FILE
             MOVE WS-SL-ACTUAL (WS-SL-IX)
                                      TO WS-SL-OPEN (WS-SL-IX)
             MOVE "MASTER FILE TOTAL (OPENING)"
                                      TO PL-LABEL
             MOVE WS-SL-ACTUAL (WS-SL-IX)
                                      TO WS-GL-SIGNED-AMT
             MOVE SPACES              TO PL-RESULT
             PERFORM YD050-PRINT-PROOF-LINE
          ELSE
             WRITE PROOFRPT-REC       FROM WS-PROOF-COL-HEADINGS
               AFTER ADVANCING 1 LINE
             MOVE "OPENING CONTROL TOTAL"
                                      TO PL-LABEL
             MOVE WS-SL-OPEN (WS-SL-IX)
                                      TO WS-GL-SIGNED-AMT
             IF WS-SL-SNAP-OPEN (WS-SL-IX) = WS-SL-OPEN (WS-SL-IX)
                MOVE SPACES           TO PL-RESULT
             ELSE
                MOVE "SNAPSHOT DIFFS" TO PL-RESULT
             END-IF
             PERFORM YD050-PRINT-PROOF-LINE

             PERFORM YD010-PRINT-GL-LINES

             PERFORM YD030-PRINT-ONE-RECON-ITEM
               VARYING WS-RI-IX FROM 1 BY 1
                 UNTIL WS-RI-IX > 9

             PERFORM YD040-PRINT-RESULT
          END-IF.

      ******************************************************************
      * Section for listing the day's GL records that move the
      * subledger, by type and branch, as the feed carries them
      ******************************************************************
       YD010-PRINT-GL-LINES            SECTION.

          MOVE "N"                    TO WS-GL-EOF.
          OPEN INPUT                  GLFEEDFL.
          PERFORM ZK000-READ-GLFEEDFL.
          PERFORM YD020-PRINT-ONE-GL-LINE
            UNTIL GL-AT-EOF.
          CLOSE GLFEEDFL.

       YD020-PRINT-ONE-GL-LINE         SECTION.

          IF GL-RUN-DATE = WS-RUN-DATE-DISPLAY
             PERFORM YC020-FIND-GL-TYPE
             IF WS-IS-GLM-FOUND
                PERFORM YC040-SIGN-GL-AMOUNT
                IF WS-GL-SIGNED-AMT NOT = ZERO
                   MOVE SPACES        TO WS-PROOF-LINE
                   STRING "GL "       DELIMITED BY SIZE
                          GL-TXN-TYPE DELIMITED BY SIZE
                     INTO PL-LABEL
                   MOVE GL-BRANCH-CODE
                                      TO PL-BRANCH
                   MOVE GL-ACCOUNT-CODE
                                      TO PL-ACCOUNT
                   MOVE GL-RECORD-COUNT
                                      TO PL-COUNT
                   MOVE WS-GL-SIGNED-AMT
                                      TO PL-AMOUNT
                   WRITE PROOFRPT-REC FROM WS-PROOF-LINE
                     AFTER ADVANCING 1 LINE
                END-IF
             END-IF
          END-IF.

          PERFORM ZK000-READ-GLFEEDFL.

      ******************************************************************
      * Section for one reconciling item belonging to the subledger.
      * An item with nothing in it today is left off.
      ******************************************************************
       YD030-PRINT-ONE-RECON-ITEM      SECTION.

          IF WS-RI-SUBLEDGER (WS-RI-IX) = WS-SL-IX
             ADD WS-RI-AMOUNT (WS-RI-IX)
                                      TO WS-SL-RECON (WS-SL-IX)
             IF WS-RI-AMOUNT (WS-RI-IX) NOT = ZERO
                MOVE WS-RI-NAME (WS-RI-IX)
                                      TO PL-LABEL
                MOVE WS-RI-AMOUNT (WS-RI-IX)
                                      TO WS-GL-SIGNED-AMT
                MOVE SPACES           TO PL-RESULT
                PERFORM YD050-PRINT-PROOF-LINE
             END-IF
          END-IF.

      ******************************************************************
      * Section for the subledger's closing lines and result
      ******************************************************************
       YD040-PRINT-RESULT              SECTION.

          COMPUTE WS-SL-EXPECTED (WS-SL-IX) =
                  WS-SL-OPEN (WS-SL-IX)
                + WS-SL-GL-NET (WS-SL-IX)
                + WS-SL-RECON (WS-SL-IX).
          COMPUTE WS-SL-DIFF (WS-SL-IX) =
                  WS-SL-ACTUAL (WS-SL-IX) - WS-SL-EXPECTED (WS-SL-IX).
          IF WS-SL-DIFF (WS-SL-IX) < ZERO
             COMPUTE WS-SL-ABS-DIFF (WS-SL-IX) =
                     ZERO - WS-SL-DIFF (WS-SL-IX)
          ELSE
             MOVE WS-SL-DIFF (WS-SL-IX)
                                      TO WS-SL-ABS-DIFF (WS-SL-IX)
          END-IF.

          WRITE PROOFRPT-REC          FROM WS-BLANK-LINE
            AFTER ADVANCING 1 LINE.

          MOVE "EXPECTED CLOSING"     TO PL-LABEL.
          MOVE WS-SL-EXPECTED (WS-SL-IX)
                                      TO WS-GL-SIGNED-AMT.
          MOVE SPACES                 TO PL-RESULT.
          PERFORM YD050-PRINT-PROOF-LINE.

          MOVE "MASTER FILE TOTAL"    TO PL-LABEL.
          MOVE WS-SL-ACTUAL (WS-SL-IX)
                                      TO WS-GL-SIGNED-AMT.
          PERFORM YD050-PRINT-PROOF-LINE.

          IF WS-SL-ALLOWANCE (WS-SL-IX) > ZERO
             MOVE "GL ROUNDING ALLOWANCE"
                                      TO PL-LABEL
             MOVE WS-SL-ALLOWANCE (WS-SL-IX)
                                      TO WS-GL-SIGNED-AMT
             PERFORM YD050-PRINT-PROOF-LINE
          END-IF.

          MOVE "DIFFERENCE"           TO PL-LABEL.
          MOVE WS-SL-DIFF (WS-SL-IX)  TO WS-GL-SIGNED-AMT.
          IF WS-SL-ABS-DIFF (WS-SL-IX) > WS-SL-ALLOWANCE (WS-SL-IX)
             OR WS-SL-SNAP-OPEN (WS-SL-IX) NOT = WS-SL-OPEN (WS-SL-IX)
             MOVE "OUT OF BALANCE"    TO PL-RESULT
             ADD 1                    TO WS-SL-BREAKS
          ELSE
             MOVE "OK"                TO PL-RESULT
          END-IF.
          PERFORM YD050-PRINT-PROOF-LINE.

      ******************************************************************
      * Section for printing one labelled amount line
      ******************************************************************
       YD050-PRINT-PROOF-LINE          SECTION.

          MOVE SPACES                 TO PL-BRANCH PL-ACCOUNT.
          MOVE ZERO                   TO PL-COUNT.
          MOVE WS-GL-SIGNED-AMT       TO PL-AMOUNT.
          WRITE PROOFRPT-REC          FROM WS-PROOF-LINE
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Section for the customer breaks counted by subledger and
      * branch
      ******************************************************************
       YE000-PRINT-BREAK-MATRIX        SECTION.

          IF WS-IS-PRIOR-ON-FILE
             WRITE PROOFRPT-REC       FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE
             MOVE SPACES              TO WS-SECTION-LINE
             MOVE "CUSTOMER BREAKS BY SUBLEDGER AND BRANCH"
                                      TO SL-TEXT
             WRITE PROOFRPT-REC       FROM WS-SECTION-LINE
               AFTER ADVANCING 1 LINE
             WRITE PROOFRPT-REC       FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE
             WRITE PROOFRPT-REC       FROM WS-MATRIX-HEADINGS
               AFTER ADVANCING 1 LINE
             PERFORM YE010-PRINT-ONE-ROW
               VARYING WS-SL-IX FROM 1 BY 1
                 UNTIL WS-SL-IX > 3
          END-IF.

       YE010-PRINT-ONE-ROW             SECTION.

          MOVE SPACES                 TO WS-MATRIX-LINE.
          MOVE WS-SL-SHORT-NAME (WS-SL-IX)
                                      TO ML-SUBLEDGER.
          PERFORM YE020-SET-ONE-COUNT
            VARYING WS-BR-IX FROM 1 BY 1
              UNTIL WS-BR-IX > 5.
          MOVE WS-BM-ROW-TOTAL (WS-SL-IX)
                                      TO ML-TOTAL.
          WRITE PROOFRPT-REC          FROM WS-MATRIX-LINE
            AFTER ADVANCING 1 LINE.

       YE020-SET-ONE-COUNT             SECTION.

          MOVE WS-BM-COUNT (WS-SL-IX WS-BR-IX)
                                      TO ML-COUNT (WS-BR-IX).

      ******************************************************************
      * Sections for reading the input files
      ******************************************************************
       ZA000-READ-SNAPFL               SECTION.

          READ SNAPFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZB000-READ-BALANCEFL            SECTION.

          READ BALANCEFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZC000-READ-LOANFL               SECTION.

          READ LOANFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZD000-READ-FIXDEPFL             SECTION.

          READ FIXDEPFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZE000-READ-HISTORYFL            SECTION.

          READ HISTORYFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZF000-READ-INTERESTFL           SECTION.

          READ INTERESTFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZG000-READ-TRANSACTIONFL        SECTION.

          READ TRANSACTIONFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZH000-READ-ORPHANFL             SECTION.

          READ ORPHANFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZI000-READ-RECOVERYFL           SECTION.

          READ RECOVERYFL
            AT END
           MOVE "Y"                TO WS-INPUT-EOF.

       ZJ000-RETURN-PROOFSORT          SECTION.

          RETURN PROOFSORT
            AT END
           MOVE "Y"                TO WS-SORT-EOF.

       ZK000-READ-GLFEEDFL             SECTION.

          READ GLFEEDFL
            AT END
           MOVE "Y"                TO WS-GL-EOF.
