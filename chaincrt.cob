
           01 WS-RUN-DATE PIC 9(8) VALUE 0.

      * Every figure on the night's balance file. The feeder merge
      * starts the file fresh each night, so everything read
      * belongs to this chain.
           01 WS-FIG-MAX PIC 9(3) VALUE 100.
           01 WS-UNMATREV PIC 9(9) VALUE 0.
           01 WS-ARCHIVED PIC 9(9) VALUE 0.
           01 WS-LEG-SUM PIC 9(9) VALUE 0.

      * Feeder legs: what each source sent against what the merge
      * passed on or held back, and what the pre-edit read of it.
           01 WS-MERGE-RAN-SW PIC X VALUE 'N'.
           01 WS-FEEDER-COUNT PIC 9(3) VALUE 0.
           01 WS-FEEDER-TOTAL PIC 9(9) VALUE 0.
           01 WS-MERGED PIC 9(9) VALUE 0.
           01 WS-FEEDREJ PIC 9(9) VALUE 0.
           01 WS-MERGEIN PIC 9(9) VALUE 0.
           01 WS-OOB-COUNT PIC 9(2) VALUE 0.

      * Common abend handler interface
               .

           3000-TIE-OUT-LEGS.
               PERFORM 3050-TIE-OUT-FEEDERS

               MOVE 'TRANSEDT' TO WS-WANT-PROGRAM
               MOVE 'RAWREAD' TO WS-WANT-FIGURE
               PERFORM 1100-FETCH-FIGURE
               PERFORM 3930-JUDGE-LEG-4
               .

      * A night with no feeder merge ran on a single delivered
      * extract and has no feeder legs to tie. Otherwise every
      * source's detail was either merged or held back in a
      * rejected feed, and the pre-edit read exactly what was
      * merged under the merged trailer.
           3050-TIE-OUT-FEEDERS.
               MOVE 'N' TO WS-MERGE-RAN-SW
               MOVE 0 TO WS-FEEDER-COUNT
               MOVE 0 TO WS-FEEDER-TOTAL
               PERFORM VARYING WS-FIG-IX FROM 1 BY 1
                       UNTIL WS-FIG-IX > WS-FIG-COUNT
                   IF WS-FIG-PROGRAM(WS-FIG-IX) = 'TRANSMRG'
                       MOVE 'Y' TO WS-MERGE-RAN-SW
                   END-IF
                   IF WS-FIG-PROGRAM(WS-FIG-IX) = 'FEEDER'
                       ADD 1 TO WS-FEEDER-COUNT
                       ADD WS-FIG-VALUE(WS-FIG-IX) TO WS-FEEDER-TOTAL
                       MOVE SPACES TO CERT-REPORT-LINE
                       STRING 'FEEDER ' DELIMITED BY SIZE
                           WS-FIG-NAME(WS-FIG-IX) DELIMITED BY SIZE
                           ' SENT ' DELIMITED BY SIZE
                           WS-FIG-VALUE(WS-FIG-IX) DELIMITED BY SIZE
                           INTO CERT-REPORT-LINE
                       WRITE CERT-REPORT-LINE
                   END-IF
               END-PERFORM

               IF WS-MERGE-RAN-SW = 'N'
                   MOVE SPACES TO CERT-REPORT-LINE
                   STRING 'NO FEEDER MERGE - SINGLE EXTRACT, '
                       DELIMITED BY SIZE
                       'FEEDER LEGS NOT APPLICABLE' DELIMITED BY SIZE
                       INTO CERT-REPORT-LINE
                   WRITE CERT-REPORT-LINE
               ELSE
                   MOVE 'TRANSMRG' TO WS-WANT-PROGRAM
                   MOVE 'MERGED' TO WS-WANT-FIGURE
                   PERFORM 1100-FETCH-FIGURE
                   MOVE WS-GOT-VALUE TO WS-MERGED
                   MOVE 'FEEDREJ' TO WS-WANT-FIGURE
                   PERFORM 1100-FETCH-FIGURE
                   MOVE WS-GOT-VALUE TO WS-FEEDREJ
                   MOVE 'TRANSEDT' TO WS-WANT-PROGRAM
                   MOVE 'MERGEIN' TO WS-WANT-FIGURE
                   PERFORM 1100-FETCH-FIGURE
                   MOVE WS-GOT-VALUE TO WS-MERGEIN

                   COMPUTE WS-LEG-SUM = WS-MERGED + WS-FEEDREJ
                   MOVE SPACES TO CERT-REPORT-LINE
                   IF WS-FEEDER-TOTAL = WS-LEG-SUM
                       STRING 'FEEDER LEG BALANCED: SENT '
                           DELIMITED BY SIZE
                           WS-FEEDER-TOTAL DELIMITED BY SIZE
                           ' = MERGED ' DELIMITED BY SIZE
                           WS-MERGED DELIMITED BY SIZE
                           ' + HELD BACK ' DELIMITED BY SIZE
                           WS-FEEDREJ DELIMITED BY SIZE
                           INTO CERT-REPORT-LINE
                   ELSE
                       ADD 1 TO WS-OOB-COUNT
                       STRING 'FEEDER LEG OUT OF BALANCE: SENT '
                           DELIMITED BY SIZE
                           WS-FEEDER-TOTAL DELIMITED BY SIZE
                           ' VS MERGED+HELD BACK ' DELIMITED BY SIZE
                           WS-LEG-SUM DELIMITED BY SIZE
                           INTO CERT-REPORT-LINE
                   END-IF
                   WRITE CERT-REPORT-LINE

                   MOVE SPACES TO CERT-REPORT-LINE
                   IF WS-MERGED = WS-MERGEIN
                       STRING 'MERGE LEG BALANCED: MERGED '
                           DELIMITED BY SIZE
                           WS-MERGED DELIMITED BY SIZE
                           ' = PRE-EDIT READ ' DELIMITED BY SIZE
                           WS-MERGEIN DELIMITED BY SIZE
                           INTO CERT-REPORT-LINE
                   ELSE
                       ADD 1 TO WS-OOB-COUNT
                       STRING 'MERGE LEG OUT OF BALANCE: MERGED '
                           DELIMITED BY SIZE
                           WS-MERGED DELIMITED BY SIZE
                           ' VS PRE-EDIT READ ' DELIMITED BY SIZE
                           WS-MERGEIN DELIMITED BY SIZE
                           INTO CERT-REPORT-LINE
                   END-IF
                   WRITE CERT-REPORT-LINE
               END-IF
               .

           3900-JUDGE-LEG-1.
               MOVE SPACES TO CERT-REPORT-LINE
               IF WS-RAWREAD = WS-LEG-SUM
