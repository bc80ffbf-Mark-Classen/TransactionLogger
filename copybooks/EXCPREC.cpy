      ******************************************************************
      * EXCQFL-REC - shared ExceptionQueue indexed record layout. One
      * record per failed transaction, keyed on its transaction ID.
      * EXCEPTION_FEED queues each day's edit rejects, orphans, NSF
      * rejections and held transactions after the logger, reopening
      * an item that fails again under the same ID, and closes an item
      * once its resubmission has posted. EXCEPTION_REPAIR corrects,
      * approves or closes items; EXCEPTION_RESUBMIT writes approved
      * items into the next day's input under their original
      * transaction ID. Unlike the daily exception files, which the
      * next run recreates, the queue persists, and a closed item is
      * kept, not deleted, so its history survives.
      ******************************************************************
       01  EXCQFL-REC.
           05 EX-TRAN-ID               PIC 9(13).
      *>   The daily file the item was last queued from.
           05 EX-SOURCE                PIC X(01).
              88 EX-FROM-EDIT                         VALUE "E".
              88 EX-FROM-ORPHAN                       VALUE "O".
              88 EX-FROM-NSF                          VALUE "N".
              88 EX-FROM-HELD                         VALUE "H".
           05 EX-BRANCH-CODE           PIC X(03).
      *>   Customer, type and amount as the record now stands, kept
      *>   in step with EX-RECORD-IMAGE for the screen and the aging
      *>   report. The amount is the disbursed T-LOAN-AMT on a Loan.
           05 EX-CUST-ID               PIC 9(13).
           05 EX-TYPE                  PIC X(15).
           05 EX-AMOUNT                PIC 9(10).
           05 EX-REASON                PIC X(30).
      *>   Business dates the item was first queued and last failed,
      *>   and how many times it has failed in all.
           05 EX-FIRST-DATE            PIC 9(08).
           05 EX-LAST-DATE             PIC 9(08).
           05 EX-FAIL-COUNT            PIC 9(03).
           05 EX-STATUS                PIC X(01).
              88 EX-IS-OPEN                           VALUE "O".
              88 EX-IS-APPROVED                       VALUE "A".
              88 EX-IS-RESUBMITTED                    VALUE "R".
              88 EX-IS-CLOSED                         VALUE "C".
              88 EX-IS-OUTSTANDING                    VALUE "O" "A"
                                                            "R".
      *>   Set on a fraud-held item once its customer is no longer on
      *>   CustHold.DAT.
           05 EX-HOLD-RELEASED         PIC X(01).
              88 EX-IS-HOLD-RELEASED                  VALUE "Y".
           05 EX-RELEASED-DATE         PIC 9(08).
      *>   The full transaction record, as corrected. An edit reject
      *>   brings its own; the others are captured from the day's
      *>   validated file. An item without one cannot be resubmitted.
           05 EX-IMAGE-CAPTURED        PIC X(01).
              88 EX-IS-IMAGE-CAPTURED                 VALUE "Y".
           05 EX-RECORD-IMAGE          PIC X(117).
           05 EX-CORRECTED             PIC X(01).
              88 EX-IS-CORRECTED                      VALUE "Y".
           05 EX-RESUB-COUNT           PIC 9(02).
           05 EX-RESUB-DATE            PIC 9(08).
      *>   The last operator action, and why a closed item was closed.
           05 EX-ACTION-BY             PIC X(20).
           05 EX-ACTION-DATE           PIC 9(08).
           05 EX-CLOSE-REASON          PIC X(30).
