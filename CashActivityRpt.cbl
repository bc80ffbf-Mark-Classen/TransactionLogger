                 AND H-DISPOSITION NOT = "ORPHANED"
                 AND H-DISPOSITION NOT = "NSF REJECTED"
                 AND H-DISPOSITION NOT = "HELD"
                 AND H-DISPOSITION NOT = "REVERSED"
                 RELEASE HISTSORT-REC  FROM HISTORYFL-REC
              END-IF
              PERFORM ZA000-READ-HISTORYFL
