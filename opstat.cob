                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALERT-STATUS.

               SELECT AckFile ASSIGN TO DYNAMIC
                   WS-ACK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACK-STATUS.

               SELECT ParamFile ASSIGN TO DYNAMIC
                   PARM-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
               LABEL RECORDS ARE STANDARD.
           01 ALERT-RECORD              PIC X(150).

           FD  AckFile
               LABEL RECORDS ARE STANDARD.
           COPY ALRTACK.

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).
           01 WS-ALERT-LATEST-DATE PIC X(8) VALUE SPACES.
           01 WS-ALERT-SHOWN PIC 9(3) VALUE 0.
           01 WS-ALERT-PASS PIC 9 VALUE 1.
           01 WS-ALERT-OPEN-COUNT PIC 9(5) VALUE 0.
           01 WS-ALERT-ACKED-COUNT PIC 9(5) VALUE 0.
           01 WS-ALERT-ESC-COUNT PIC 9(5) VALUE 0.
           01 WS-ALERT-TAG PIC X(5).

      * Alert state interface, catalog and date work fields
           COPY ALRTDATA.
           COPY MSGCAT.
           COPY WSDATE.
           01 WS-ENTRY-FOUND PIC X VALUE 'N'.
           01 WS-STEP-IX PIC 9(2).
           01 WS-LAST-IX PIC 9(2).
      * "Did anything need attention last night" answered off the
      * central alert file: two passes, one to find the latest
      * date on the file, one to show that date's action-required
      * lines, each tagged with where it stands, while counting
      * every action-required alert on file as open, acknowledged
      * or escalated.
           5000-SHOW-ACTION-ALERTS.
               ACCEPT WS-ALERT-FILENAME FROM ENVIRONMENT
                   'ALERTFILE'.
                   MOVE PARM-LOOKUP-VALUE TO WS-ALERT-FILENAME
               END-IF

               PERFORM 8300-LOAD-ALERT-ACKS
               ACCEPT WS-ALERT-TODAY FROM DATE YYYYMMDD
               MOVE 0 TO WS-ALERT-OPEN-COUNT
               MOVE 0 TO WS-ALERT-ACKED-COUNT
               MOVE 0 TO WS-ALERT-ESC-COUNT

               MOVE SPACES TO WS-ALERT-LATEST-DATE
               MOVE 0 TO WS-ALERT-SHOWN
               MOVE 1 TO WS-ALERT-PASS
                   IF WS-ALERT-SHOWN = 0
                       DISPLAY '  NONE - NOTHING NEEDED ATTENTION'
                   END-IF
                   DISPLAY 'ACTION-REQUIRED ALERTS ON FILE: OPEN '
                       WS-ALERT-OPEN-COUNT
                       '  ACKNOWLEDGED ' WS-ALERT-ACKED-COUNT
                       '  ESCALATED ' WS-ALERT-ESC-COUNT
               END-IF
               .

                                           WS-ALERT-LATEST-DATE
                                   END-IF
                               ELSE
                                   IF ALERT-RECORD(36:1) = 'A'
                                       PERFORM 5200-TAG-ALERT
                                   END-IF
                               END-IF
                       END-READ
               END-IF
               .

           5200-TAG-ALERT.
               MOVE ALERT-RECORD TO WS-ALERT-VIEW
               PERFORM 8350-JUDGE-ALERT
               EVALUATE WS-ALERT-STATE
                   WHEN 'K'
                       ADD 1 TO WS-ALERT-ACKED-COUNT
                       MOVE 'ACKED' TO WS-ALERT-TAG
                   WHEN 'E'
                       ADD 1 TO WS-ALERT-ESC-COUNT
                       MOVE 'ESCAL' TO WS-ALERT-TAG
                   WHEN OTHER
                       ADD 1 TO WS-ALERT-OPEN-COUNT
                       MOVE 'OPEN' TO WS-ALERT-TAG
               END-EVALUATE
               IF ALERT-RECORD(1:8) = WS-ALERT-LATEST-DATE
                   ADD 1 TO WS-ALERT-SHOWN
                   DISPLAY '  ' WS-ALERT-TAG ' ' ALERT-RECORD
               END-IF
               .

           COPY ALRTJUDG.

           COPY DATEVAL.

           COPY DATEDIFF.

           COPY PARMLOAD.
