
             SORT GLSORT
                 ON ASCENDING KEY SG-ACCOUNT-CODE SG-BRANCH-CODE
                                  SG-TXN-TYPE
                 INPUT PROCEDURE YD000-RELEASE-LEDGER
                 OUTPUT PROCEDURE YE000-REPORT-BREAKS


      ******************************************************************
      * Section for taking the sorted ledger back and printing one
      * month-to-date line per GL account per branch per type, so a
      * Reversal's contra records print apart from the activity they
      * undo rather than being added into it
      ******************************************************************
       YE000-REPORT-BREAKS             SECTION.

                UNTIL SORT-AT-EOF
                   OR SG-ACCOUNT-CODE NOT = WS-BREAK-ACCOUNT
                   OR SG-BRANCH-CODE NOT = WS-BREAK-BRANCH
                   OR SG-TXN-TYPE NOT = WS-BREAK-TYPE
              PERFORM YE020-PRINT-ONE-BREAK
          END-PERFORM.

