      * file; TRANSACTION_LOGGER refuses to start without a fresh edit
      * for its date or after it already completed for it, and marks
      * itself done at normal end; INTEREST_POSTING and EOD_RECONCILE
      * refuse to run ahead of the logger, as do FEE_ENGINE and
      * LOAN_CHARGE_OFF, which also run only once per date. A blocked
      * step only proceeds under the run-control cycle override, and
      * that leaves a record on CycleOverride.TXT. MASTER_RESTORE puts
      * back the record as it stood when the restored master generation
      * was taken, and empties SUBLEDGER_PROOF's SubledgerCtl.TXT and
      * SubledgerSnap.TXT, so the next proof opens from the restored
      * masters as on its first run instead of refusing a date earlier
      * than one already proved.
      ******************************************************************
       01  CYCLEFL-REC.
           05 CY-BUSINESS-DATE         PIC 9(08).
           05 CY-LOGGER-DONE           PIC X(01).
           05 CY-INTEREST-DONE         PIC X(01).
           05 CY-RECON-DONE            PIC X(01).
           05 CY-FEE-DONE              PIC X(01).
           05 CY-CHGOFF-DONE           PIC X(01).
