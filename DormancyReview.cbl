      * the newest logged-activity date, and a balance holder outside
      * the dormancy window is reported and flagged. Dispositions
      * that moved no money (orphans, NSF rejects, held items) do not
      * count as activity, and neither do the bank's own fee charges,
      * tax deductions and interest forfeits, which would otherwise
      * keep a dormant account alive forever.
      ******************************************************************
       YB000-REVIEW-ONE-CUSTOMER       SECTION.

                 AND HS-DISPOSITION NOT = "ORPHANED"
                 AND HS-DISPOSITION NOT = "NSF REJECTED"
                 AND HS-DISPOSITION NOT = "HELD"
                 AND HS-DISPOSITION NOT = "FEE CHARGED"
                 AND HS-DISPOSITION NOT = "TAX WITHHELD"
                 AND HS-DISPOSITION NOT = "INT FORFEITED"
                 IF HS-TRAN-DATE > WS-LAST-ACTIVITY
                    MOVE HS-TRAN-DATE TO WS-LAST-ACTIVITY
                 END-IF
