                   DISPLAY 'STATUS:     ACTIVE'
               ELSE
                   DISPLAY 'STATUS:     DEACTIVATED'
                   IF CUST-MERGED-INTO NOT = SPACES
                       DISPLAY 'MERGED INTO ' CUST-MERGED-INTO
                   END-IF
               END-IF
               DISPLAY 'LAST MAINT: ' CUST-LAST-MAINT-DATE
               DISPLAY 'LIMIT:      ' CUST-CREDIT-LIMIT
