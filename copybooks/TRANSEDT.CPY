                   AND TRANS-TYPE NOT = 'O'
                   AND TRANS-TYPE NOT = 'R'
                   AND TRANS-TYPE NOT = 'A'
                   AND TRANS-TYPE NOT = 'C'
                   MOVE 'TYPE' TO WS-EDIT-REASON
               END-IF

