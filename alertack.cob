           IDENTIFICATION DIVISION.
           PROGRAM-ID. ALERTACK.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AlertFile ASSIGN TO DYNAMIC
                   WS-ALERT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALERT-STATUS.

               SELECT AckFile ASSIGN TO DYNAMIC
                   WS-ACK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACK-STATUS.

               SELECT OperatorFile ASSIGN TO DYNAMIC
                   WS-OPER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-FILE-STATUS.

               SELECT ParamFile ASSIGN TO DYNAMIC
                   PARM-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
      * Central alert file MSGLOG writes.
           FD  AlertFile
               LABEL RECORDS ARE STANDARD.
           01 ALERT-RECORD              PIC X(150).

           FD  AckFile
               LABEL RECORDS ARE STANDARD.
           COPY ALRTACK.

      * Operator security file: id, name, authorization level.
           FD  OperatorFile
               LABEL RECORDS ARE STANDARD.
           01 OPER-RECORD.
               05 OP-ID                 PIC X(8).
               05 FILLER                PIC X.
               05 OP-NAME               PIC X(30).
               05 FILLER                PIC X.
               05 OP-LEVEL              PIC 9.

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-ALERT-FILENAME PIC X(80).
           01 WS-ALERT-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * The acknowledgement: which alert (message number and the
      * date it was raised), who dealt with it and how.
           01 WS-REQ-NUMBER PIC 9(4) VALUE 0.
           01 WS-REQ-NUMBER-ENV PIC X(4).
           01 WS-REQ-DATE PIC 9(8) VALUE 0.
           01 WS-REQ-DATE-ENV PIC X(8).
           01 WS-REQ-OPERATOR PIC X(8).
           01 WS-REQ-NOTE PIC X(60).
           01 WS-ALERT-MATCHES PIC 9(3) VALUE 0.
           01 WS-ACK-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-ACK-RUN-TIME PIC 9(8) VALUE 0.

      * Alert state interface
           COPY ALRTDATA.

      * Shop message catalog
           COPY MSGCAT.

      * Shared date layout and work fields for the date routines
           COPY WSDATE.

      * Operator security table
           COPY OPERDATA.

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'ALERTACK: action-required alert '
                   'acknowledgement'
               ACCEPT WS-ACK-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-ACK-RUN-TIME FROM TIME

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 1000-RESOLVE-REQUEST
               PERFORM 1100-AUTHORIZE-OPERATOR
               PERFORM 1200-FIND-ALERT
               PERFORM 8300-LOAD-ALERT-ACKS

      * An alert already dealt with keeps its first acknowledgement;
      * a second one is refused with a warning.
               MOVE WS-REQ-NUMBER TO WS-ALV-NUMBER
               MOVE WS-REQ-DATE TO WS-ALV-DATE
               MOVE WS-ACK-RUN-DATE TO WS-ALERT-TODAY
               PERFORM 8350-JUDGE-ALERT
               IF WS-ALERT-STATE = 'K'
                   DISPLAY 'ALERTACK: MSG' WS-REQ-NUMBER ' of '
                       WS-REQ-DATE ' was already acknowledged by '
                       WS-ALERT-ACK-BY
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 2000-WRITE-ACKNOWLEDGEMENT
                   DISPLAY 'ALERTACK: MSG' WS-REQ-NUMBER ' of '
                       WS-REQ-DATE ' (' WS-ALERT-MATCHES
                       ' alert(s)) acknowledged by ' WS-REQ-OPERATOR
               END-IF

               STOP RUN.

           1000-RESOLVE-REQUEST.
               MOVE SPACES TO WS-REQ-NUMBER-ENV
               ACCEPT WS-REQ-NUMBER-ENV FROM ENVIRONMENT
                   'ALERTACKNUMBER'.
               MOVE 'ALERTACKNUMBER' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQ-NUMBER-ENV
               END-IF

               MOVE SPACES TO WS-REQ-DATE-ENV
               ACCEPT WS-REQ-DATE-ENV FROM ENVIRONMENT
                   'ALERTACKDATE'.
               MOVE 'ALERTACKDATE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQ-DATE-ENV
               END-IF

               MOVE SPACES TO WS-REQ-OPERATOR
               ACCEPT WS-REQ-OPERATOR FROM ENVIRONMENT
                   'ALERTACKOPERATOR'.
               MOVE 'ALERTACKOPERATOR' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQ-OPERATOR
               END-IF

               MOVE SPACES TO WS-REQ-NOTE
               ACCEPT WS-REQ-NOTE FROM ENVIRONMENT
                   'ALERTACKNOTE'.
               MOVE 'ALERTACKNOTE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQ-NOTE
               END-IF

               IF WS-REQ-NUMBER-ENV IS NOT NUMERIC
                   OR WS-REQ-DATE-ENV IS NOT NUMERIC
                   MOVE '1000-RESOLVE-REQUEST' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'NAME THE ALERT BY MESSAGE NUMBER AND '
                       DELIMITED BY SIZE
                       'DATE - GOT ' DELIMITED BY SIZE
                       WS-REQ-NUMBER-ENV DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-REQ-DATE-ENV DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE WS-REQ-NUMBER-ENV TO WS-REQ-NUMBER
               MOVE WS-REQ-DATE-ENV TO WS-REQ-DATE

      * The note is the record of what was done about it.
               IF WS-REQ-NOTE = SPACES
                   MOVE '1000-RESOLVE-REQUEST' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'RESOLUTION NOTE REQUIRED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * Any operator on the security file may acknowledge; the
      * acknowledgement is attributed to that id.
           1100-AUTHORIZE-OPERATOR.
               ACCEPT WS-OPER-FILENAME FROM ENVIRONMENT 'OPERFILE'.
               IF WS-OPER-FILENAME = SPACES
                   MOVE 'operators.ctl' TO WS-OPER-FILENAME
               END-IF
               MOVE 'OPERFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-OPER-FILENAME
               END-IF

               MOVE 0 TO WS-OPER-COUNT
               OPEN INPUT OperatorFile
               IF WS-OPER-FILE-STATUS NOT = '00'
                   MOVE '1100-AUTHORIZE-OPERATOR' TO ABEND-PARAGRAPH
                   MOVE WS-OPER-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-OPER-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               PERFORM UNTIL WS-OPER-FILE-STATUS NOT = '00'
                   OR WS-OPER-COUNT >= WS-OPER-MAX
                   READ OperatorFile
                       AT END
                           MOVE '10' TO WS-OPER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OP-ID TO WS-OPER-ID(WS-OPER-COUNT)
                           MOVE OP-NAME TO
                               WS-OPER-NAME(WS-OPER-COUNT)
                           MOVE OP-LEVEL TO
                               WS-OPER-LEVEL(WS-OPER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OperatorFile

               MOVE 'N' TO WS-OPER-FOUND
               MOVE 0 TO WS-OPER-AUTH-LEVEL
               PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                       UNTIL WS-OPER-IX > WS-OPER-COUNT
                   IF WS-OPER-ID(WS-OPER-IX) = WS-REQ-OPERATOR
                       MOVE 'Y' TO WS-OPER-FOUND
                       MOVE WS-OPER-LEVEL(WS-OPER-IX)
                           TO WS-OPER-AUTH-LEVEL
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-OPER-FOUND = 'N'
                   OR WS-OPER-AUTH-LEVEL < 1
                   MOVE '1100-AUTHORIZE-OPERATOR' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'OPERATOR ' DELIMITED BY SIZE
                       WS-REQ-OPERATOR DELIMITED BY SIZE
                       ' NOT AUTHORIZED TO ACKNOWLEDGE ALERTS'
                       DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * Only an action-required alert actually on the alert file
      * can be acknowledged.
           1200-FIND-ALERT.
               ACCEPT WS-ALERT-FILENAME FROM ENVIRONMENT
                   'ALERTFILE'.
               IF WS-ALERT-FILENAME = SPACES
                   MOVE 'operator-alerts.dat' TO WS-ALERT-FILENAME
               END-IF
               MOVE 'ALERTFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ALERT-FILENAME
               END-IF

               MOVE 0 TO WS-ALERT-MATCHES
               OPEN INPUT AlertFile
               IF WS-ALERT-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ AlertFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE ALERT-RECORD TO WS-ALERT-VIEW
                               IF WS-ALV-SEVERITY = 'A'
                                   AND WS-ALV-NUMBER = WS-REQ-NUMBER
                                   AND WS-ALV-DATE = WS-REQ-DATE
                                   ADD 1 TO WS-ALERT-MATCHES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AlertFile
               END-IF

               IF WS-ALERT-MATCHES = 0
                   MOVE '1200-FIND-ALERT' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'NO ACTION-REQUIRED ALERT MSG'
                       DELIMITED BY SIZE
                       WS-REQ-NUMBER DELIMITED BY SIZE
                       ' RAISED ON ' DELIMITED BY SIZE
                       WS-REQ-DATE DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

           2000-WRITE-ACKNOWLEDGEMENT.
               OPEN EXTEND AckFile
               IF WS-ACK-STATUS NOT = '00'
                   OPEN OUTPUT AckFile
               END-IF
               IF WS-ACK-STATUS NOT = '00'
                   MOVE '2000-WRITE-ACKNOWLEDGEMENT'
                       TO ABEND-PARAGRAPH
                   MOVE WS-ACK-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ACK-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO ACK-RECORD
               MOVE WS-REQ-NUMBER TO ACK-MSG-NUMBER
               MOVE WS-REQ-DATE TO ACK-ALERT-DATE
               MOVE WS-REQ-OPERATOR TO ACK-OPERATOR
               MOVE WS-ACK-RUN-DATE TO ACK-DATE
               MOVE WS-ACK-RUN-TIME TO ACK-TIME
               MOVE WS-REQ-NOTE TO ACK-NOTE
               WRITE ACK-RECORD
               CLOSE AckFile
               .

           COPY ALRTJUDG.

           COPY DATEVAL.

           COPY DATEDIFF.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'ALERTACK' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
