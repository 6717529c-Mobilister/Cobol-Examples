      * Alert state interface (data side; the paragraphs are
      * ALRTJUDG.CPY, the acknowledgement record ALRTACK.CPY and
      * the catalog MSGCAT.CPY). WS-ALERT-VIEW maps the fixed
      * columns MSGLOG writes; 8350-JUDGE-ALERT sets WS-ALERT-STATE
      * for the alert in the view: 'K' acknowledged, 'E' escalated
      * (unacknowledged past its catalog escalation age as of
      * WS-ALERT-TODAY), 'O' open.
           01 WS-ACK-FILENAME PIC X(80).
           01 WS-ACK-STATUS PIC XX VALUE '00'.
           01 WS-ACK-MAX PIC 9(4) VALUE 2000.
           01 WS-ACK-COUNT PIC 9(4) VALUE 0.
           01 WS-ACK-TABLE.
               05 WS-ACK-ENTRY OCCURS 2000 TIMES.
                   10 WS-ACK-NUMBER PIC 9(4).
                   10 WS-ACK-ALERT-DATE PIC 9(8).
                   10 WS-ACK-OPERATOR PIC X(8).
           01 WS-ACK-IX PIC 9(4).
           01 WS-ACK-OVERFLOW-SW PIC X VALUE 'N'.

           01 WS-ALERT-VIEW.
               05 WS-ALV-DATE           PIC X(8).
               05 FILLER                PIC X.
               05 WS-ALV-TIME           PIC X(8).
               05 FILLER                PIC X.
               05 WS-ALV-PROGRAM        PIC X(8).
               05 FILLER                PIC X(4).
               05 WS-ALV-NUMBER         PIC X(4).
               05 FILLER                PIC X.
               05 WS-ALV-SEVERITY       PIC X.
               05 FILLER                PIC X.
               05 WS-ALV-TEXT           PIC X(58).
               05 FILLER                PIC X.
               05 WS-ALV-VARIABLE       PIC X(54).
           01 WS-ALERT-TODAY PIC 9(8) VALUE 0.
           01 WS-ALERT-STATE PIC X VALUE 'O'.
           01 WS-ALERT-AGE-DAYS PIC S9(7) VALUE 0.
           01 WS-ALERT-ESC-DAYS PIC 9(2) VALUE 0.
           01 WS-ALERT-ACK-BY PIC X(8).
