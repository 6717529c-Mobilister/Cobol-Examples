           FILE SECTION.
           FD  MaintTransFile
               LABEL RECORDS ARE STANDARD.
           COPY MAINTREC.

           FD  CustMasterFile
               LABEL RECORDS ARE STANDARD.
           01 WS-JOURNAL-STATUS PIC XX VALUE '00'.
           01 WS-JOURNAL-OPEN-SW PIC X VALUE 'N'.
           01 WS-JOURNAL-COUNT PIC 9(6) VALUE 0.
           01 WS-BEFORE-IMAGE PIC X(81).
           01 WS-AFTER-IMAGE PIC X(81).

      * Common abend handler interface
           COPY ABENDREC.
                   MOVE 0 TO CUST-CREDIT-LIMIT
               END-IF
               MOVE 0 TO CUST-EXPOSURE
               MOVE SPACES TO CUST-MERGED-INTO
               MOVE SPACES TO WS-BEFORE-IMAGE
               WRITE CUST-RECORD
                   INVALID KEY
                   MOVE MAINT-ACTION TO JRN-ACTION
                   MOVE MAINT-CUST-ID TO JRN-CUST-ID
                   MOVE MAINT-OPERATOR TO JRN-OPERATOR
                   MOVE MAINT-RAISED-BY TO JRN-RAISED-BY
                   MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE
                   WRITE JRN-RECORD
