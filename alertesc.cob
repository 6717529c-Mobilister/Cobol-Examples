           IDENTIFICATION DIVISION.
           PROGRAM-ID. ALERTESC.

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

               SELECT EscReportFile ASSIGN TO DYNAMIC
                   WS-ESC-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-REPORT-STATUS.

               SELECT RunStatsFile ASSIGN TO DYNAMIC
                   WS-RUN-STATS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATS-STATUS.

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

           FD  EscReportFile
               LABEL RECORDS ARE STANDARD.
           01 ESC-REPORT-LINE           PIC X(132).

           FD  RunStatsFile
               LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD          PIC X(76).

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-ALERT-FILENAME PIC X(80).
           01 WS-ALERT-STATUS PIC XX VALUE '00'.
           01 WS-ESC-REPORT-FILENAME PIC X(80).
           01 WS-ESC-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.

           01 WS-ALERTS-READ PIC 9(7) VALUE 0.
           01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
           01 WS-ACKED-COUNT PIC 9(7) VALUE 0.
           01 WS-ESCALATED-COUNT PIC 9(7) VALUE 0.
           01 WS-AGE-EDIT PIC ZZZ9.
           01 WS-ESC-EDIT PIC Z9.

      * Alert state interface
           COPY ALRTDATA.

      * Shop message catalog
           COPY MSGCAT.

      * Shared date layout and work fields for the date routines
           COPY WSDATE.

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

           01 WS-RUN-STATS-FILENAME PIC X(80).
           01 WS-RUN-STATS-STATUS PIC XX VALUE '00'.
      * Shop-wide run-statistics record layout
           COPY RUNSTATS.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'ALERTESC: action-required alert escalation'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 1000-RESOLVE-FILES
               PERFORM 8300-LOAD-ALERT-ACKS
               MOVE WS-RUN-DATE TO WS-ALERT-TODAY
               PERFORM 2000-WRITE-ESCALATIONS

               DISPLAY 'ALERTESC: ' WS-OPEN-COUNT ' open, '
                   WS-ACKED-COUNT ' acknowledged, '
                   WS-ESCALATED-COUNT ' escalated'

      * Anything escalated stands as a warning on the chain until
      * an operator acknowledges it.
               IF WS-ESCALATED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM 4500-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-FILES.
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

               ACCEPT WS-ESC-REPORT-FILENAME FROM ENVIRONMENT
                   'ALERTESCREPORT'.
               IF WS-ESC-REPORT-FILENAME = SPACES
                   MOVE 'alert-escalation.rpt'
                       TO WS-ESC-REPORT-FILENAME
               END-IF
               MOVE 'ALERTESCREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ESC-REPORT-FILENAME
               END-IF
               .

      * The supervisors' report: every action-required alert still
      * unacknowledged past its catalog age, oldest first as the
      * alert file runs, then the night's counts.
           2000-WRITE-ESCALATIONS.
               OPEN OUTPUT EscReportFile
               IF WS-ESC-REPORT-STATUS NOT = '00'
                   MOVE '2000-WRITE-ESCALATIONS' TO ABEND-PARAGRAPH
                   MOVE WS-ESC-REPORT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ESC-REPORT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO ESC-REPORT-LINE
               STRING 'ALERTESC SUPERVISOR ESCALATION - UNACKNOWLEDGED'
                   DELIMITED BY SIZE
                   ' ACTION-REQUIRED ALERTS AS OF ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO ESC-REPORT-LINE
               WRITE ESC-REPORT-LINE
               MOVE SPACES TO ESC-REPORT-LINE
               STRING 'DATE     PROGRAM  MSG  AGE ESC  TEXT'
                   DELIMITED BY SIZE
                   INTO ESC-REPORT-LINE
               WRITE ESC-REPORT-LINE

               OPEN INPUT AlertFile
               IF WS-ALERT-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ AlertFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2100-JUDGE-ONE-ALERT
                       END-READ
                   END-PERFORM
                   CLOSE AlertFile
               END-IF

               IF WS-ESCALATED-COUNT = 0
                   MOVE '  NONE - NOTHING OVERDUE FOR ACKNOWLEDGEMENT'
                       TO ESC-REPORT-LINE
                   WRITE ESC-REPORT-LINE
               END-IF
               MOVE SPACES TO ESC-REPORT-LINE
               WRITE ESC-REPORT-LINE
               MOVE SPACES TO ESC-REPORT-LINE
               STRING 'ACTION-REQUIRED ALERTS ON FILE - OPEN '
                   DELIMITED BY SIZE
                   WS-OPEN-COUNT DELIMITED BY SIZE
                   '  ACKNOWLEDGED ' DELIMITED BY SIZE
                   WS-ACKED-COUNT DELIMITED BY SIZE
                   '  ESCALATED ' DELIMITED BY SIZE
                   WS-ESCALATED-COUNT DELIMITED BY SIZE
                   INTO ESC-REPORT-LINE
               WRITE ESC-REPORT-LINE
               MOVE SPACES TO ESC-REPORT-LINE
               STRING 'ACKNOWLEDGE WITH ALERTACK BY MESSAGE NUMBER '
                   DELIMITED BY SIZE
                   'AND DATE, UNDER YOUR OPERATOR ID, WITH A '
                   DELIMITED BY SIZE
                   'RESOLUTION NOTE' DELIMITED BY SIZE
                   INTO ESC-REPORT-LINE
               WRITE ESC-REPORT-LINE
               IF WS-ACK-OVERFLOW-SW = 'Y'
                   MOVE 'ACKNOWLEDGEMENT TABLE FULL - RAISE THE SIZE'
                       TO ESC-REPORT-LINE
                   WRITE ESC-REPORT-LINE
               END-IF
               CLOSE EscReportFile
               .

           2100-JUDGE-ONE-ALERT.
               MOVE ALERT-RECORD TO WS-ALERT-VIEW
               IF WS-ALV-SEVERITY = 'A'
                   ADD 1 TO WS-ALERTS-READ
                   PERFORM 8350-JUDGE-ALERT
                   EVALUATE WS-ALERT-STATE
                       WHEN 'K'
                           ADD 1 TO WS-ACKED-COUNT
                       WHEN 'E'
                           ADD 1 TO WS-ESCALATED-COUNT
                           PERFORM 2200-WRITE-ESCALATION-LINE
                       WHEN OTHER
                           ADD 1 TO WS-OPEN-COUNT
                   END-EVALUATE
               END-IF
               .

           2200-WRITE-ESCALATION-LINE.
               MOVE WS-ALERT-AGE-DAYS TO WS-AGE-EDIT
               MOVE WS-ALERT-ESC-DAYS TO WS-ESC-EDIT
               MOVE SPACES TO ESC-REPORT-LINE
               STRING WS-ALV-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ALV-PROGRAM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ALV-NUMBER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AGE-EDIT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-ESC-EDIT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-ALV-TEXT DELIMITED BY SIZE
                   INTO ESC-REPORT-LINE
               WRITE ESC-REPORT-LINE
               IF WS-ALV-VARIABLE NOT = SPACES
                   MOVE SPACES TO ESC-REPORT-LINE
                   STRING '                             '
                       DELIMITED BY SIZE
                       WS-ALV-VARIABLE DELIMITED BY SIZE
                       INTO ESC-REPORT-LINE
                   WRITE ESC-REPORT-LINE
               END-IF
               .

      * One statistics record per run on the shared feed: action-
      * required alerts judged, alerts escalated, and the open and
      * acknowledged counts.
           4500-WRITE-RUN-STATS.
               ACCEPT WS-RUN-STATS-FILENAME FROM ENVIRONMENT
                   'RUNSTATSFILE'.
               IF WS-RUN-STATS-FILENAME = SPACES
                   MOVE 'run-statistics.dat' TO WS-RUN-STATS-FILENAME
               END-IF
               MOVE 'RUNSTATSFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-RUN-STATS-FILENAME
               END-IF

               OPEN EXTEND RunStatsFile
               IF WS-RUN-STATS-STATUS NOT = '00'
                   OPEN OUTPUT RunStatsFile
               END-IF

               IF WS-RUN-STATS-STATUS = '00'
                   MOVE 'ALERTESC' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-ALERTS-READ TO STATS-RECORDS-IN
                   MOVE WS-ESCALATED-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-OPEN-COUNT TO STATS-KEY-TOTAL-1
                   MOVE WS-ACKED-COUNT TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'ALERTESC: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY ALRTJUDG.

           COPY DATEVAL.

           COPY DATEDIFF.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'ALERTESC' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
