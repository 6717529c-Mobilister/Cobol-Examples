      * Shared alert-state paragraphs (data side ALRTDATA.CPY).
      * 8300-LOAD-ALERT-ACKS reads the acknowledgement file
      * (ALERTACKFILE, default alert-acks.dat) into the table;
      * 8350-JUDGE-ALERT then judges the alert in WS-ALERT-VIEW.
      * The caller supplies an AckFile FD over ALRTACK.CPY, the
      * catalog (MSGCAT.CPY), WSDATE.CPY and DATEDIFF.CPY, and sets
      * WS-ALERT-TODAY before judging.
           8300-LOAD-ALERT-ACKS.
               ACCEPT WS-ACK-FILENAME FROM ENVIRONMENT
                   'ALERTACKFILE'.
               IF WS-ACK-FILENAME = SPACES
                   MOVE 'alert-acks.dat' TO WS-ACK-FILENAME
               END-IF
               MOVE 'ALERTACKFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ACK-FILENAME
               END-IF

               MOVE 0 TO WS-ACK-COUNT
               MOVE 'N' TO WS-ACK-OVERFLOW-SW
               OPEN INPUT AckFile
               IF WS-ACK-STATUS = '00'
                   PERFORM UNTIL WS-ACK-STATUS NOT = '00'
                       READ AckFile
                           AT END
                               MOVE '10' TO WS-ACK-STATUS
                           NOT AT END
                               IF WS-ACK-COUNT >= WS-ACK-MAX
                                   MOVE 'Y' TO WS-ACK-OVERFLOW-SW
                               ELSE
                                   ADD 1 TO WS-ACK-COUNT
                                   MOVE ACK-MSG-NUMBER
                                       TO WS-ACK-NUMBER(WS-ACK-COUNT)
                                   MOVE ACK-ALERT-DATE TO
                                       WS-ACK-ALERT-DATE(WS-ACK-COUNT)
                                   MOVE ACK-OPERATOR TO
                                       WS-ACK-OPERATOR(WS-ACK-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AckFile
               END-IF
               .

      * An acknowledged alert is 'K' whatever its age. Otherwise
      * the catalog age decides: older than that many days is
      * 'E', anything younger - or an alert whose date cannot be
      * read - is still 'O'.
           8350-JUDGE-ALERT.
               MOVE 'O' TO WS-ALERT-STATE
               MOVE 0 TO WS-ALERT-AGE-DAYS
               MOVE SPACES TO WS-ALERT-ACK-BY
               PERFORM VARYING WS-ACK-IX FROM 1 BY 1
                       UNTIL WS-ACK-IX > WS-ACK-COUNT
                   IF WS-ACK-NUMBER(WS-ACK-IX) = WS-ALV-NUMBER
                       AND WS-ACK-ALERT-DATE(WS-ACK-IX) = WS-ALV-DATE
                       MOVE 'K' TO WS-ALERT-STATE
                       MOVE WS-ACK-OPERATOR(WS-ACK-IX)
                           TO WS-ALERT-ACK-BY
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               IF WS-ALERT-STATE = 'O'
                   AND WS-ALV-DATE IS NUMERIC
                   MOVE WS-ALV-DATE TO WS-DATE
                   PERFORM 1400-VALIDATE-DATE
                   IF WS-DATE-VALID = 'Y'
                       MOVE 0 TO WS-ALERT-ESC-DAYS
                       PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                               UNTIL WS-CAT-IX > WS-CAT-COUNT
                           IF WS-CAT-NUMBER(WS-CAT-IX) = WS-ALV-NUMBER
                               MOVE WS-CAT-ESC-DAYS(WS-CAT-IX)
                                   TO WS-ALERT-ESC-DAYS
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       MOVE WS-ALV-DATE TO WS-DATE-FROM
                       MOVE WS-ALERT-TODAY TO WS-DATE-TO
                       PERFORM 1450-COMPUTE-DATE-DIFF
                       MOVE WS-DATE-DIFF-DAYS TO WS-ALERT-AGE-DAYS
                       IF WS-ALERT-AGE-DAYS > WS-ALERT-ESC-DAYS
                           MOVE 'E' TO WS-ALERT-STATE
                       END-IF
                   END-IF
               END-IF
               .
