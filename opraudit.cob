           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPRAUDIT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OperatorFile ASSIGN TO DYNAMIC
                   WS-OPER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-FILE-STATUS.

               SELECT JournalFile ASSIGN TO DYNAMIC
                   WS-JOURNAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-STATUS.

               SELECT InqLogFile ASSIGN TO DYNAMIC
                   WS-INQ-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INQ-LOG-STATUS.

               SELECT PeriodCtlFile ASSIGN TO DYNAMIC
                   WS-PERCTL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERCTL-STATUS.

               SELECT DupReleaseFile ASSIGN TO DYNAMIC
                   WS-DUP-RELEASE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DUP-RELEASE-STATUS.

               SELECT RepairCardFile ASSIGN TO DYNAMIC
                   WS-CARD-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT AuditReportFile ASSIGN TO DYNAMIC
                   WS-AUDIT-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-REPORT-STATUS.

               SELECT ProcDateFile ASSIGN TO DYNAMIC
                   WS-PROCDATE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROCDATE-STATUS.

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
      * Operator security file: id, name, authorization level.
           FD  OperatorFile
               LABEL RECORDS ARE STANDARD.
           01 OPER-RECORD.
               05 OP-ID                 PIC X(8).
               05 FILLER                PIC X.
               05 OP-NAME               PIC X(30).
               05 FILLER                PIC X.
               05 OP-LEVEL              PIC 9.

           FD  JournalFile
               LABEL RECORDS ARE STANDARD.
           COPY CUSTJRN.

      * Inquiry access log line, as every inquiry program writes
      * it: date, time, the operator, then what was looked at.
           FD  InqLogFile
               LABEL RECORDS ARE STANDARD.
           01 INQ-LOG-RECORD.
               05 INQ-LOG-DATE          PIC X(8).
               05 FILLER                PIC X.
               05 INQ-LOG-TIME          PIC X(8).
               05 FILLER                PIC X(10).
               05 INQ-LOG-OPERATOR      PIC X(8).
               05 FILLER                PIC X.
               05 INQ-LOG-TEXT          PIC X(84).

           FD  PeriodCtlFile
               LABEL RECORDS ARE STANDARD.
           COPY PERCTL.

      * Duplicate release cards, as the posting run reads them.
           FD  DupReleaseFile
               LABEL RECORDS ARE STANDARD.
           01 DUP-RELEASE-RECORD.
               05 REL-TRANS-ID          PIC X(10).
               05 REL-TRANS-DATE        PIC X(8).
               05 REL-TRANS-AMOUNT      PIC 9(7)V99.
               05 REL-HELD-BY           PIC X(8).
               05 REL-OPERATOR          PIC X(8).
               05 REL-CARD-DATE         PIC X(8).

      * Reject repair cards, as the reject report reads them.
           FD  RepairCardFile
               LABEL RECORDS ARE STANDARD.
           01 REPAIR-CARD.
               05 COR-ORIGINAL          PIC X(34).
               05 FILLER                PIC X.
               05 COR-CORRECTED         PIC X(34).
               05 FILLER                PIC X.
               05 COR-OPERATOR          PIC X(8).
               05 FILLER                PIC X.
               05 COR-CARD-DATE         PIC X(8).

           FD  AuditReportFile
               LABEL RECORDS ARE STANDARD.
           01 AUDIT-REPORT-LINE         PIC X(132).

           FD  ProcDateFile
               LABEL RECORDS ARE STANDARD.
           COPY PROCREC.

           FD  RunStatsFile
               LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD          PIC X(76).

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-JOURNAL-FILENAME PIC X(80).
           01 WS-JOURNAL-STATUS PIC XX VALUE '00'.
           01 WS-TRANSINQ-LOG-FILENAME PIC X(80).
           01 WS-CUSTINQ-LOG-FILENAME PIC X(80).
           01 WS-TRANSTRC-LOG-FILENAME PIC X(80).
           01 WS-INQ-LOG-FILENAME PIC X(80).
           01 WS-INQ-LOG-STATUS PIC XX VALUE '00'.
           01 WS-PERCTL-FILENAME PIC X(80).
           01 WS-PERCTL-STATUS PIC XX VALUE '00'.
           01 WS-DUP-RELEASE-FILENAME PIC X(80).
           01 WS-DUP-RELEASE-STATUS PIC XX VALUE '00'.
           01 WS-CARD-FILENAME PIC X(80).
           01 WS-CARD-STATUS PIC XX VALUE '00'.
           01 WS-AUDIT-REPORT-FILENAME PIC X(80).
           01 WS-AUDIT-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * The period audited (YYYYMM) and the dormancy window: an id
      * on the security file with nothing against it in this many
      * days up to the business date is listed as dormant.
           01 WS-PERIOD PIC 9(6) VALUE 0.
           01 WS-PERIOD-ENV PIC X(6).
           01 WS-PER-YEAR PIC 9(4).
           01 WS-PER-MONTH PIC 9(2).
           01 WS-DORMANT-DAYS PIC 9(3) VALUE 90.
           01 WS-DORMANT-DAYS-ENV PIC X(3).

      * One piece of activity being taken: who, when, where it was
      * found and what it was.
           01 WS-CUR-OPER PIC X(8).
           01 WS-CUR-DATE PIC 9(8).
           01 WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
               05 WS-CUR-YYYYMM PIC 9(6).
               05 WS-CUR-DD PIC 9(2).
           01 WS-CUR-TIME PIC 9(8).
           01 WS-CUR-SOURCE PIC X(8).
           01 WS-CUR-TEXT PIC X(80).
           01 WS-CUR-IN-PERIOD PIC X VALUE 'N'.
           01 WS-CONFLICT-TEXT PIC X(100).
           01 WS-DATE-TEXT PIC X(8).

      * Every operator id met, on the security file or not, with
      * its activity count for the period and the latest date it
      * appears anywhere on the sources read.
           01 WS-AOP-MAX PIC 9(3) VALUE 200.
           01 WS-AOP-COUNT PIC 9(3) VALUE 0.
           01 WS-AOP-TABLE.
               05 WS-AOP-ENTRY OCCURS 200 TIMES.
                   10 WS-AOP-ID PIC X(8).
                   10 WS-AOP-NAME PIC X(30).
                   10 WS-AOP-LEVEL PIC 9.
                   10 WS-AOP-ON-FILE PIC X.
                   10 WS-AOP-PERIOD-COUNT PIC 9(5).
                   10 WS-AOP-LAST-DATE PIC 9(8).
                   10 WS-AOP-PRINTED PIC X.
           01 WS-AOP-IX PIC 9(3).
           01 WS-AOP-JX PIC 9(3).
           01 WS-AOP-FOUND PIC X VALUE 'N'.
           01 WS-AOP-OVERFLOW-SW PIC X VALUE 'N'.

      * The period's activity lines, in the order the sources were
      * read; the report pulls them out operator by operator.
           01 WS-ACT-MAX PIC 9(4) VALUE 5000.
           01 WS-ACT-COUNT PIC 9(4) VALUE 0.
           01 WS-ACT-TABLE.
               05 WS-ACT-ENTRY OCCURS 5000 TIMES.
                   10 WS-ACT-OPER PIC X(8).
                   10 WS-ACT-DATE PIC 9(8).
                   10 WS-ACT-TIME PIC 9(8).
                   10 WS-ACT-SOURCE PIC X(8).
                   10 WS-ACT-TEXT PIC X(80).
           01 WS-ACT-IX PIC 9(4).
           01 WS-ACT-DROPPED PIC 9(7) VALUE 0.

      * Segregation-of-duties conflicts found in the period.
           01 WS-CFL-MAX PIC 9(3) VALUE 500.
           01 WS-CFL-COUNT PIC 9(3) VALUE 0.
           01 WS-CFL-TABLE.
               05 WS-CFL-ENTRY OCCURS 500 TIMES.
                   10 WS-CFL-OPER PIC X(8).
                   10 WS-CFL-DATE PIC 9(8).
                   10 WS-CFL-TEXT PIC X(100).
           01 WS-CFL-IX PIC 9(3).
           01 WS-CFL-DROPPED PIC 9(5) VALUE 0.

      * Who last closed each period, carried down the period
      * control file so a reopen can be set against its close.
           01 WS-PCL-MAX PIC 9(3) VALUE 240.
           01 WS-PCL-COUNT PIC 9(3) VALUE 0.
           01 WS-PCL-TABLE.
               05 WS-PCL-ENTRY OCCURS 240 TIMES.
                   10 WS-PCL-PERIOD PIC 9(6).
                   10 WS-PCL-OPER PIC X(8).
                   10 WS-PCL-DATE PIC 9(8).
           01 WS-PCL-IX PIC 9(3).
           01 WS-PCL-FOUND PIC X VALUE 'N'.
           01 WS-PCL-OVERFLOW-SW PIC X VALUE 'N'.

      * Credit limits before and after, off the journal images.
           01 WS-LIMIT-IMAGE PIC X(81).
           01 WS-LIMIT-IMAGE-R REDEFINES WS-LIMIT-IMAGE.
               05 FILLER PIC X(49).
               05 WS-LIMIT-IMG-VALUE PIC 9(9)V99.
               05 FILLER PIC X(21).
           01 WS-LIMIT-BEFORE PIC 9(9)V99 VALUE 0.
           01 WS-LIMIT-AFTER PIC 9(9)V99 VALUE 0.
           01 WS-LIM-EDIT-1 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-LIM-EDIT-2 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-ACTION-NAME PIC X(10).
           01 WS-REL-AMT-EDIT PIC Z,ZZZ,ZZ9.99.

           01 WS-RECORDS-READ PIC 9(7) VALUE 0.
           01 WS-UNDATED-COUNT PIC 9(7) VALUE 0.
           01 WS-DORMANT-COUNT PIC 9(3) VALUE 0.
           01 WS-UNKNOWN-IDS PIC 9(3) VALUE 0.
           01 WS-CNT-EDIT PIC ZZ,ZZ9.
           01 WS-DAYS-EDIT PIC Z,ZZZ,ZZ9.

      * Shared date layout and work fields for the date routines
           COPY WSDATE.

      * Operator security table
           COPY OPERDATA.

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

      * Shop calendar interface
           COPY PROCDATA.

           01 WS-RUN-STATS-FILENAME PIC X(80).
           01 WS-RUN-STATS-STATUS PIC XX VALUE '00'.
      * Shop-wide run-statistics record layout
           COPY RUNSTATS.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'OPRAUDIT: operator activity audit'

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 8200-GET-BUSINESS-DATE
               PERFORM 1000-RESOLVE-REQUEST
               PERFORM 1100-LOAD-OPERATORS

               PERFORM 2000-READ-JOURNAL
               MOVE WS-TRANSINQ-LOG-FILENAME TO WS-INQ-LOG-FILENAME
               MOVE 'TRANSINQ' TO WS-CUR-SOURCE
               PERFORM 2100-READ-INQUIRY-LOG
               MOVE WS-CUSTINQ-LOG-FILENAME TO WS-INQ-LOG-FILENAME
               MOVE 'CUSTINQ' TO WS-CUR-SOURCE
               PERFORM 2100-READ-INQUIRY-LOG
               MOVE WS-TRANSTRC-LOG-FILENAME TO WS-INQ-LOG-FILENAME
               MOVE 'TRANSTRC' TO WS-CUR-SOURCE
               PERFORM 2100-READ-INQUIRY-LOG
               PERFORM 2200-READ-PERIOD-CONTROL
               PERFORM 2300-READ-RELEASE-CARDS
               PERFORM 2400-READ-REPAIR-CARDS

               PERFORM 3000-WRITE-REPORT
               DISPLAY 'OPRAUDIT: period ' WS-PERIOD ', '
                   WS-ACT-COUNT ' activity line(s), '
                   WS-CFL-COUNT ' conflict(s), '
                   WS-DORMANT-COUNT ' dormant id(s)'

      * A conflict goes to the auditors as a warning; the report
      * is complete either way.
               IF WS-CFL-COUNT > 0 OR WS-CFL-DROPPED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM 4500-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-REQUEST.
               MOVE SPACES TO WS-PERIOD-ENV
               ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT
                   'OPRAUDITPERIOD'.
               MOVE 'OPRAUDITPERIOD' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PERIOD-ENV
               END-IF
      * With no period named, the month before the business date
      * is the one audited.
               IF WS-PERIOD-ENV = SPACES
                   MOVE WS-BUS-DATE(1:4) TO WS-PER-YEAR
                   MOVE WS-BUS-DATE(5:2) TO WS-PER-MONTH
                   IF WS-PER-MONTH = 1
                       SUBTRACT 1 FROM WS-PER-YEAR
                       MOVE 12 TO WS-PER-MONTH
                   ELSE
                       SUBTRACT 1 FROM WS-PER-MONTH
                   END-IF
                   COMPUTE WS-PERIOD =
                       WS-PER-YEAR * 100 + WS-PER-MONTH
               ELSE
                   IF WS-PERIOD-ENV IS NOT NUMERIC
                       MOVE '1000-RESOLVE-REQUEST' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'AUDIT PERIOD ' DELIMITED BY SIZE
                           WS-PERIOD-ENV DELIMITED BY SIZE
                           ' IS NOT YYYYMM' DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE WS-PERIOD-ENV TO WS-PERIOD
               END-IF

               MOVE SPACES TO WS-DORMANT-DAYS-ENV
               ACCEPT WS-DORMANT-DAYS-ENV FROM ENVIRONMENT
                   'OPRAUDITDORMANTDAYS'.
               MOVE 'OPRAUDITDORMANTDAYS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-DORMANT-DAYS-ENV
               END-IF
               IF WS-DORMANT-DAYS-ENV NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-DORMANT-DAYS-ENV)
                       TO WS-DORMANT-DAYS
               END-IF
               IF WS-DORMANT-DAYS = 0
                   MOVE 90 TO WS-DORMANT-DAYS
               END-IF

               ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT
                   'CUSTJOURNAL'.
               IF WS-JOURNAL-FILENAME = SPACES
                   MOVE 'custmnt-journal.dat' TO WS-JOURNAL-FILENAME
               END-IF
               MOVE 'CUSTJOURNAL' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-JOURNAL-FILENAME
               END-IF

               ACCEPT WS-TRANSINQ-LOG-FILENAME FROM ENVIRONMENT
                   'TRANSINQLOG'.
               IF WS-TRANSINQ-LOG-FILENAME = SPACES
                   MOVE 'transinq-access.log'
                       TO WS-TRANSINQ-LOG-FILENAME
               END-IF
               MOVE 'TRANSINQLOG' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-TRANSINQ-LOG-FILENAME
               END-IF

               ACCEPT WS-CUSTINQ-LOG-FILENAME FROM ENVIRONMENT
                   'CUSTINQLOG'.
               IF WS-CUSTINQ-LOG-FILENAME = SPACES
                   MOVE 'custinq-access.log' TO WS-CUSTINQ-LOG-FILENAME
               END-IF
               MOVE 'CUSTINQLOG' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CUSTINQ-LOG-FILENAME
               END-IF

               ACCEPT WS-TRANSTRC-LOG-FILENAME FROM ENVIRONMENT
                   'TRANSTRCLOG'.
               IF WS-TRANSTRC-LOG-FILENAME = SPACES
                   MOVE 'transtrc-access.log'
                       TO WS-TRANSTRC-LOG-FILENAME
               END-IF
               MOVE 'TRANSTRCLOG' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-TRANSTRC-LOG-FILENAME
               END-IF

               ACCEPT WS-PERCTL-FILENAME FROM ENVIRONMENT
                   'PERIODCTL'.
               IF WS-PERCTL-FILENAME = SPACES
                   MOVE 'period-control.dat' TO WS-PERCTL-FILENAME
               END-IF
               MOVE 'PERIODCTL' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PERCTL-FILENAME
               END-IF

               ACCEPT WS-DUP-RELEASE-FILENAME FROM ENVIRONMENT
                   'DUPRELEASEFILE'.
               IF WS-DUP-RELEASE-FILENAME = SPACES
                   MOVE 'dup-release.dat' TO WS-DUP-RELEASE-FILENAME
               END-IF
               MOVE 'DUPRELEASEFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-DUP-RELEASE-FILENAME
               END-IF

               ACCEPT WS-CARD-FILENAME FROM ENVIRONMENT
                   'TRANSREPAIRCARDS'.
               IF WS-CARD-FILENAME = SPACES
                   MOVE 'repair-cards.dat' TO WS-CARD-FILENAME
               END-IF
               MOVE 'TRANSREPAIRCARDS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CARD-FILENAME
               END-IF

               ACCEPT WS-AUDIT-REPORT-FILENAME FROM ENVIRONMENT
                   'OPRAUDITREPORT'.
               IF WS-AUDIT-REPORT-FILENAME = SPACES
                   MOVE 'opraudit.rpt' TO WS-AUDIT-REPORT-FILENAME
               END-IF
               MOVE 'OPRAUDITREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-AUDIT-REPORT-FILENAME
               END-IF
               .

      * The security file seeds the operator table, so every id on
      * it is there to be judged for dormancy even if it never
      * appears on any source.
           1100-LOAD-OPERATORS.
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
                   MOVE '1100-LOAD-OPERATORS' TO ABEND-PARAGRAPH
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
                           IF OP-ID NOT = SPACES
                               ADD 1 TO WS-OPER-COUNT
                               MOVE OP-ID TO WS-OPER-ID(WS-OPER-COUNT)
                               MOVE OP-NAME TO
                                   WS-OPER-NAME(WS-OPER-COUNT)
                               MOVE OP-LEVEL TO
                                   WS-OPER-LEVEL(WS-OPER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperatorFile

               MOVE 0 TO WS-AOP-COUNT
               PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                       UNTIL WS-OPER-IX > WS-OPER-COUNT
                   ADD 1 TO WS-AOP-COUNT
                   MOVE WS-OPER-ID(WS-OPER-IX)
                       TO WS-AOP-ID(WS-AOP-COUNT)
                   MOVE WS-OPER-NAME(WS-OPER-IX)
                       TO WS-AOP-NAME(WS-AOP-COUNT)
                   MOVE WS-OPER-LEVEL(WS-OPER-IX)
                       TO WS-AOP-LEVEL(WS-AOP-COUNT)
                   MOVE 'Y' TO WS-AOP-ON-FILE(WS-AOP-COUNT)
                   MOVE 0 TO WS-AOP-PERIOD-COUNT(WS-AOP-COUNT)
                   MOVE 0 TO WS-AOP-LAST-DATE(WS-AOP-COUNT)
                   MOVE 'N' TO WS-AOP-PRINTED(WS-AOP-COUNT)
               END-PERFORM
               .

      * Customer maintenance journal: every applied action under
      * the operator who submitted it. A limit change also counts
      * as activity for whoever raised it, and one raised and
      * approved by the same id is a conflict.
           2000-READ-JOURNAL.
               OPEN INPUT JournalFile
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'OPRAUDIT: no maintenance journal '
                       WS-JOURNAL-FILENAME
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ JournalFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM 2050-TAKE-JOURNAL-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE JournalFile
               END-IF
               .

           2050-TAKE-JOURNAL-ENTRY.
               IF JRN-DATE IS NOT NUMERIC
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   EVALUATE JRN-ACTION
                       WHEN 'A'
                           MOVE 'ADD' TO WS-ACTION-NAME
                       WHEN 'C'
                           MOVE 'CHANGE' TO WS-ACTION-NAME
                       WHEN 'D'
                           MOVE 'DEACTIVATE' TO WS-ACTION-NAME
                       WHEN 'L'
                           MOVE 'LIMIT' TO WS-ACTION-NAME
                       WHEN 'X'
                           MOVE 'TRUE-UP' TO WS-ACTION-NAME
                       WHEN 'M'
                           MOVE 'MERGE' TO WS-ACTION-NAME
                       WHEN OTHER
                           MOVE SPACES TO WS-ACTION-NAME
                           MOVE JRN-ACTION TO WS-ACTION-NAME(1:1)
                   END-EVALUATE
                   MOVE JRN-DATE TO WS-CUR-DATE
                   IF JRN-TIME IS NUMERIC
                       MOVE JRN-TIME TO WS-CUR-TIME
                   ELSE
                       MOVE 0 TO WS-CUR-TIME
                   END-IF
                   MOVE 'CUSTJRN' TO WS-CUR-SOURCE
                   MOVE SPACES TO WS-CUR-TEXT
                   IF JRN-ACTION = 'L'
                       MOVE JRN-BEFORE-IMAGE TO WS-LIMIT-IMAGE
                       MOVE 0 TO WS-LIMIT-BEFORE
                       IF WS-LIMIT-IMG-VALUE IS NUMERIC
                           MOVE WS-LIMIT-IMG-VALUE TO WS-LIMIT-BEFORE
                       END-IF
                       MOVE JRN-AFTER-IMAGE TO WS-LIMIT-IMAGE
                       MOVE 0 TO WS-LIMIT-AFTER
                       IF WS-LIMIT-IMG-VALUE IS NUMERIC
                           MOVE WS-LIMIT-IMG-VALUE TO WS-LIMIT-AFTER
                       END-IF
                       MOVE WS-LIMIT-BEFORE TO WS-LIM-EDIT-1
                       MOVE WS-LIMIT-AFTER TO WS-LIM-EDIT-2
                       STRING 'LIMIT ' DELIMITED BY SIZE
                           JRN-CUST-ID DELIMITED BY SIZE
                           WS-LIM-EDIT-1 DELIMITED BY SIZE
                           ' TO' DELIMITED BY SIZE
                           WS-LIM-EDIT-2 DELIMITED BY SIZE
                           ' RAISED BY ' DELIMITED BY SIZE
                           JRN-RAISED-BY DELIMITED BY SIZE
                           INTO WS-CUR-TEXT
                   ELSE
                       STRING WS-ACTION-NAME DELIMITED BY SPACE
                           ' CUSTOMER ' DELIMITED BY SIZE
                           JRN-CUST-ID DELIMITED BY SIZE
                           INTO WS-CUR-TEXT
                   END-IF
                   MOVE JRN-OPERATOR TO WS-CUR-OPER
                   PERFORM 2800-RECORD-ACTIVITY

                   IF JRN-ACTION = 'L'
                       AND JRN-RAISED-BY NOT = SPACES
                       IF JRN-RAISED-BY = JRN-OPERATOR
                           IF WS-CUR-IN-PERIOD = 'Y'
                               MOVE SPACES TO WS-CONFLICT-TEXT
                               STRING 'RAISED AND APPROVED OWN '
                                   DELIMITED BY SIZE
                                   'CREDIT-LIMIT CHANGE ON '
                                   DELIMITED BY SIZE
                                   JRN-CUST-ID DELIMITED BY SIZE
                                   INTO WS-CONFLICT-TEXT
                               PERFORM 2900-RECORD-CONFLICT
                           END-IF
                       ELSE
                           MOVE SPACES TO WS-CUR-TEXT
                           STRING 'RAISED LIMIT CHANGE ON '
                               DELIMITED BY SIZE
                               JRN-CUST-ID DELIMITED BY SIZE
                               ' APPROVED BY ' DELIMITED BY SIZE
                               JRN-OPERATOR DELIMITED BY SIZE
                               INTO WS-CUR-TEXT
                           MOVE JRN-RAISED-BY TO WS-CUR-OPER
                           PERFORM 2800-RECORD-ACTIVITY
                       END-IF
                   END-IF
               END-IF
               .

      * An inquiry access log - the archive inquiry's, the
      * customer inquiry's or the posting trace's, named by the
      * caller with its source.
           2100-READ-INQUIRY-LOG.
               OPEN INPUT InqLogFile
               IF WS-INQ-LOG-STATUS NOT = '00'
                   DISPLAY 'OPRAUDIT: no ' WS-CUR-SOURCE
                       ' access log ' WS-INQ-LOG-FILENAME
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ InqLogFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM 2150-TAKE-INQUIRY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE InqLogFile
               END-IF
               .

           2150-TAKE-INQUIRY-LINE.
               IF INQ-LOG-DATE IS NOT NUMERIC
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   MOVE INQ-LOG-DATE TO WS-CUR-DATE
                   IF INQ-LOG-TIME IS NUMERIC
                       MOVE INQ-LOG-TIME TO WS-CUR-TIME
                   ELSE
                       MOVE 0 TO WS-CUR-TIME
                   END-IF
                   MOVE INQ-LOG-OPERATOR TO WS-CUR-OPER
                   MOVE INQ-LOG-TEXT TO WS-CUR-TEXT
                   PERFORM 2800-RECORD-ACTIVITY
               END-IF
               .

      * Period control history, oldest first. Each close is noted
      * against its period; a reopen in the audit period by the
      * id that made the period's last close is a conflict.
           2200-READ-PERIOD-CONTROL.
               OPEN INPUT PeriodCtlFile
               IF WS-PERCTL-STATUS NOT = '00'
                   DISPLAY 'OPRAUDIT: no period control file '
                       WS-PERCTL-FILENAME
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ PeriodCtlFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM 2250-TAKE-PERIOD-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE PeriodCtlFile
               END-IF
               .

           2250-TAKE-PERIOD-ENTRY.
               IF PC-ACTION-DATE IS NOT NUMERIC
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   MOVE PC-ACTION-DATE TO WS-CUR-DATE
                   MOVE 0 TO WS-CUR-TIME
                   MOVE 'MTHCLOSE' TO WS-CUR-SOURCE
                   MOVE PC-OPERATOR TO WS-CUR-OPER
                   MOVE SPACES TO WS-CUR-TEXT
                   IF PC-STATUS = 'C'
                       STRING 'CLOSED PERIOD ' DELIMITED BY SIZE
                           PC-PERIOD DELIMITED BY SIZE
                           INTO WS-CUR-TEXT
                   ELSE
                       STRING 'REOPENED PERIOD ' DELIMITED BY SIZE
                           PC-PERIOD DELIMITED BY SIZE
                           INTO WS-CUR-TEXT
                   END-IF
                   PERFORM 2800-RECORD-ACTIVITY

                   MOVE 'N' TO WS-PCL-FOUND
                   PERFORM VARYING WS-PCL-IX FROM 1 BY 1
                           UNTIL WS-PCL-IX > WS-PCL-COUNT
                       IF WS-PCL-PERIOD(WS-PCL-IX) = PC-PERIOD
                           MOVE 'Y' TO WS-PCL-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM

                   IF PC-STATUS = 'C'
                       IF WS-PCL-FOUND = 'N'
                           IF WS-PCL-COUNT >= WS-PCL-MAX
                               MOVE 'Y' TO WS-PCL-OVERFLOW-SW
                           ELSE
                               ADD 1 TO WS-PCL-COUNT
                               MOVE WS-PCL-COUNT TO WS-PCL-IX
                               MOVE 'Y' TO WS-PCL-FOUND
                           END-IF
                       END-IF
                       IF WS-PCL-FOUND = 'Y'
                           MOVE PC-PERIOD TO WS-PCL-PERIOD(WS-PCL-IX)
                           MOVE PC-OPERATOR TO WS-PCL-OPER(WS-PCL-IX)
                           MOVE PC-ACTION-DATE
                               TO WS-PCL-DATE(WS-PCL-IX)
                       END-IF
                   ELSE
                       IF WS-PCL-FOUND = 'Y'
                           AND WS-CUR-IN-PERIOD = 'Y'
                           AND PC-OPERATOR NOT = SPACES
                           AND PC-OPERATOR = WS-PCL-OPER(WS-PCL-IX)
                           MOVE SPACES TO WS-CONFLICT-TEXT
                           STRING 'REOPENED PERIOD ' DELIMITED BY SIZE
                               PC-PERIOD DELIMITED BY SIZE
                               ' THEY CLOSED ON ' DELIMITED BY SIZE
                               WS-PCL-DATE(WS-PCL-IX)
                               DELIMITED BY SIZE
                               INTO WS-CONFLICT-TEXT
                           PERFORM 2900-RECORD-CONFLICT
                       END-IF
                   END-IF
               END-IF
               .

      * Duplicate release cards: activity for whoever held the
      * item through the review and whoever released it. A card
      * carrying no date is taken as the current deck, dated the
      * business date.
           2300-READ-RELEASE-CARDS.
               OPEN INPUT DupReleaseFile
               IF WS-DUP-RELEASE-STATUS NOT = '00'
                   DISPLAY 'OPRAUDIT: no duplicate release cards '
                       WS-DUP-RELEASE-FILENAME
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ DupReleaseFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM 2350-TAKE-RELEASE-CARD
                       END-READ
                   END-PERFORM
                   CLOSE DupReleaseFile
               END-IF
               .

           2350-TAKE-RELEASE-CARD.
               MOVE REL-CARD-DATE TO WS-DATE-TEXT
               PERFORM 2700-RESOLVE-CARD-DATE
               IF WS-DATE-VALID = 'N'
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   MOVE 0 TO WS-CUR-TIME
                   MOVE 'DUPREL' TO WS-CUR-SOURCE
                   IF REL-TRANS-AMOUNT IS NUMERIC
                       MOVE REL-TRANS-AMOUNT TO WS-REL-AMT-EDIT
                   ELSE
                       MOVE 0 TO WS-REL-AMT-EDIT
                   END-IF
                   IF REL-HELD-BY NOT = SPACES
                       AND REL-HELD-BY NOT = REL-OPERATOR
                       MOVE SPACES TO WS-CUR-TEXT
                       STRING 'HELD DUPLICATE ' DELIMITED BY SIZE
                           REL-TRANS-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           REL-TRANS-DATE DELIMITED BY SIZE
                           WS-REL-AMT-EDIT DELIMITED BY SIZE
                           INTO WS-CUR-TEXT
                       MOVE REL-HELD-BY TO WS-CUR-OPER
                       PERFORM 2800-RECORD-ACTIVITY
                   END-IF
                   MOVE SPACES TO WS-CUR-TEXT
                   STRING 'RELEASED DUPLICATE ' DELIMITED BY SIZE
                       REL-TRANS-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REL-TRANS-DATE DELIMITED BY SIZE
                       WS-REL-AMT-EDIT DELIMITED BY SIZE
                       ' HELD BY ' DELIMITED BY SIZE
                       REL-HELD-BY DELIMITED BY SIZE
                       INTO WS-CUR-TEXT
                   MOVE REL-OPERATOR TO WS-CUR-OPER
                   PERFORM 2800-RECORD-ACTIVITY
                   IF REL-OPERATOR NOT = SPACES
                       AND REL-OPERATOR = REL-HELD-BY
                       AND WS-CUR-IN-PERIOD = 'Y'
                       MOVE SPACES TO WS-CONFLICT-TEXT
                       STRING 'RELEASED DUPLICATE THEY HELD '
                           DELIMITED BY SIZE
                           REL-TRANS-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           REL-TRANS-DATE DELIMITED BY SIZE
                           WS-REL-AMT-EDIT DELIMITED BY SIZE
                           INTO WS-CONFLICT-TEXT
                       PERFORM 2900-RECORD-CONFLICT
                   END-IF
               END-IF
               .

      * Reject repair cards, under the operator who made the fix.
           2400-READ-REPAIR-CARDS.
               OPEN INPUT RepairCardFile
               IF WS-CARD-STATUS NOT = '00'
                   DISPLAY 'OPRAUDIT: no repair cards '
                       WS-CARD-FILENAME
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ RepairCardFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM 2450-TAKE-REPAIR-CARD
                       END-READ
                   END-PERFORM
                   CLOSE RepairCardFile
               END-IF
               .

           2450-TAKE-REPAIR-CARD.
               MOVE COR-CARD-DATE TO WS-DATE-TEXT
               PERFORM 2700-RESOLVE-CARD-DATE
               IF WS-DATE-VALID = 'N'
                   ADD 1 TO WS-UNDATED-COUNT
               ELSE
                   MOVE 0 TO WS-CUR-TIME
                   MOVE 'REPAIR' TO WS-CUR-SOURCE
                   MOVE SPACES TO WS-CUR-TEXT
                   STRING 'REPAIRED REJECT ' DELIMITED BY SIZE
                       COR-ORIGINAL DELIMITED BY SIZE
                       INTO WS-CUR-TEXT
                   MOVE COR-OPERATOR TO WS-CUR-OPER
                   PERFORM 2800-RECORD-ACTIVITY
               END-IF
               .

      * A card's date: blank means the current deck and takes the
      * business date; anything else must be a real date.
           2700-RESOLVE-CARD-DATE.
               IF WS-DATE-TEXT = SPACES
                   MOVE WS-BUS-DATE TO WS-CUR-DATE
                   MOVE 'Y' TO WS-DATE-VALID
               ELSE
                   IF WS-DATE-TEXT IS NUMERIC
                       MOVE WS-DATE-TEXT TO WS-DATE
                       PERFORM 1400-VALIDATE-DATE
                       IF WS-DATE-VALID = 'Y'
                           MOVE WS-DATE-TEXT TO WS-CUR-DATE
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-DATE-VALID
                   END-IF
               END-IF
               .

      * One piece of activity: the operator's latest date moves on
      * whatever the period, and activity inside the period is
      * counted and kept for the listing. A blank id is listed as
      * such, since it is a finding in its own right. An entry
      * whose date is impossible is counted and left out.
           2800-RECORD-ACTIVITY.
               MOVE WS-CUR-DATE TO WS-DATE
               PERFORM 1400-VALIDATE-DATE
               IF WS-DATE-VALID = 'N'
                   ADD 1 TO WS-UNDATED-COUNT
                   MOVE 'N' TO WS-CUR-IN-PERIOD
               ELSE
                   PERFORM 2810-KEEP-ACTIVITY
               END-IF
               .

           2810-KEEP-ACTIVITY.
               IF WS-CUR-OPER = SPACES
                   MOVE '*BLANK*' TO WS-CUR-OPER
               END-IF
               IF WS-CUR-YYYYMM = WS-PERIOD
                   MOVE 'Y' TO WS-CUR-IN-PERIOD
               ELSE
                   MOVE 'N' TO WS-CUR-IN-PERIOD
               END-IF

               PERFORM 2850-FIND-OPERATOR
               IF WS-AOP-FOUND = 'Y'
                   IF WS-CUR-DATE > WS-AOP-LAST-DATE(WS-AOP-IX)
                       MOVE WS-CUR-DATE TO WS-AOP-LAST-DATE(WS-AOP-IX)
                   END-IF
                   IF WS-CUR-IN-PERIOD = 'Y'
                       ADD 1 TO WS-AOP-PERIOD-COUNT(WS-AOP-IX)
                   END-IF
               END-IF

               IF WS-CUR-IN-PERIOD = 'Y'
                   IF WS-ACT-COUNT >= WS-ACT-MAX
                       OR WS-AOP-FOUND = 'N'
                       ADD 1 TO WS-ACT-DROPPED
                   ELSE
                       ADD 1 TO WS-ACT-COUNT
                       MOVE WS-CUR-OPER TO WS-ACT-OPER(WS-ACT-COUNT)
                       MOVE WS-CUR-DATE TO WS-ACT-DATE(WS-ACT-COUNT)
                       MOVE WS-CUR-TIME TO WS-ACT-TIME(WS-ACT-COUNT)
                       MOVE WS-CUR-SOURCE
                           TO WS-ACT-SOURCE(WS-ACT-COUNT)
                       MOVE WS-CUR-TEXT TO WS-ACT-TEXT(WS-ACT-COUNT)
                   END-IF
               END-IF
               .

      * Find the operator in the table, adding an id the security
      * file does not carry.
           2850-FIND-OPERATOR.
               MOVE 'N' TO WS-AOP-FOUND
               PERFORM VARYING WS-AOP-IX FROM 1 BY 1
                       UNTIL WS-AOP-IX > WS-AOP-COUNT
                   IF WS-AOP-ID(WS-AOP-IX) = WS-CUR-OPER
                       MOVE 'Y' TO WS-AOP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-AOP-FOUND = 'N'
                   IF WS-AOP-COUNT >= WS-AOP-MAX
                       MOVE 'Y' TO WS-AOP-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-AOP-COUNT
                       MOVE WS-AOP-COUNT TO WS-AOP-IX
                       MOVE WS-CUR-OPER TO WS-AOP-ID(WS-AOP-IX)
                       MOVE 'NOT ON SECURITY FILE'
                           TO WS-AOP-NAME(WS-AOP-IX)
                       MOVE 0 TO WS-AOP-LEVEL(WS-AOP-IX)
                       MOVE 'N' TO WS-AOP-ON-FILE(WS-AOP-IX)
                       MOVE 0 TO WS-AOP-PERIOD-COUNT(WS-AOP-IX)
                       MOVE 0 TO WS-AOP-LAST-DATE(WS-AOP-IX)
                       MOVE 'N' TO WS-AOP-PRINTED(WS-AOP-IX)
                       MOVE 'Y' TO WS-AOP-FOUND
                       ADD 1 TO WS-UNKNOWN-IDS
                   END-IF
               END-IF
               .

           2900-RECORD-CONFLICT.
               IF WS-CFL-COUNT >= WS-CFL-MAX
                   ADD 1 TO WS-CFL-DROPPED
               ELSE
                   ADD 1 TO WS-CFL-COUNT
                   MOVE WS-CUR-OPER TO WS-CFL-OPER(WS-CFL-COUNT)
                   MOVE WS-CUR-DATE TO WS-CFL-DATE(WS-CFL-COUNT)
                   MOVE WS-CONFLICT-TEXT TO WS-CFL-TEXT(WS-CFL-COUNT)
               END-IF
               .

           3000-WRITE-REPORT.
               OPEN OUTPUT AuditReportFile
               IF WS-AUDIT-REPORT-STATUS NOT = '00'
                   MOVE '3000-WRITE-REPORT' TO ABEND-PARAGRAPH
                   MOVE WS-AUDIT-REPORT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-AUDIT-REPORT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING 'OPRAUDIT OPERATOR ACTIVITY AND SEGREGATION '
                   DELIMITED BY SIZE
                   'OF DUTIES - PERIOD ' DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   '  BUSINESS DATE ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING 'SOURCES: MAINTENANCE JOURNAL, INQUIRY ACCESS '
                   DELIMITED BY SIZE
                   'LOGS, PERIOD CONTROL, DUPLICATE RELEASE AND '
                   DELIMITED BY SIZE
                   'REPAIR CARDS' DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE

               PERFORM 3100-WRITE-ACTIVITY
               PERFORM 3200-WRITE-CONFLICTS
               PERFORM 3300-WRITE-DORMANT-IDS

               MOVE SPACES TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING 'SOURCE RECORDS READ ' DELIMITED BY SIZE
                   WS-RECORDS-READ DELIMITED BY SIZE
                   '  ACTIVITY IN PERIOD ' DELIMITED BY SIZE
                   WS-ACT-COUNT DELIMITED BY SIZE
                   '  SKIPPED - NO VALID DATE ' DELIMITED BY SIZE
                   WS-UNDATED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING 'CONFLICTS ' DELIMITED BY SIZE
                   WS-CFL-COUNT DELIMITED BY SIZE
                   '  DORMANT IDS ' DELIMITED BY SIZE
                   WS-DORMANT-COUNT DELIMITED BY SIZE
                   '  IDS NOT ON SECURITY FILE ' DELIMITED BY SIZE
                   WS-UNKNOWN-IDS DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               IF WS-ACT-DROPPED > 0 OR WS-AOP-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   STRING 'ACTIVITY TABLE FULL - ' DELIMITED BY SIZE
                       WS-ACT-DROPPED DELIMITED BY SIZE
                       ' LINE(S) NOT LISTED - RAISE THE SIZE'
                       DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
               IF WS-CFL-DROPPED > 0
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   STRING 'CONFLICT TABLE FULL - ' DELIMITED BY SIZE
                       WS-CFL-DROPPED DELIMITED BY SIZE
                       ' CONFLICT(S) NOT LISTED - RAISE THE SIZE'
                       DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
               IF WS-PCL-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   MOVE 'PERIOD TABLE FULL - SOME REOPENS NOT CHECKED'
                       TO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
               CLOSE AuditReportFile
               .

      * Activity operator by operator in id order: each pass picks
      * the lowest id not yet printed that has activity in the
      * period, then lists its lines.
           3100-WRITE-ACTIVITY.
               MOVE SPACES TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               MOVE 'ACTIVITY BY OPERATOR' TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               IF WS-ACT-COUNT = 0
                   MOVE '  NO OPERATOR ACTIVITY IN THE PERIOD'
                       TO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
               MOVE 1 TO WS-AOP-JX
               PERFORM UNTIL WS-AOP-JX = 0
                   MOVE 0 TO WS-AOP-JX
                   PERFORM VARYING WS-AOP-IX FROM 1 BY 1
                           UNTIL WS-AOP-IX > WS-AOP-COUNT
                       IF WS-AOP-PRINTED(WS-AOP-IX) = 'N'
                           AND WS-AOP-PERIOD-COUNT(WS-AOP-IX) > 0
                           IF WS-AOP-JX = 0
                               MOVE WS-AOP-IX TO WS-AOP-JX
                           ELSE
                               IF WS-AOP-ID(WS-AOP-IX) <
                                       WS-AOP-ID(WS-AOP-JX)
                                   MOVE WS-AOP-IX TO WS-AOP-JX
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-AOP-JX > 0
                       MOVE 'Y' TO WS-AOP-PRINTED(WS-AOP-JX)
                       PERFORM 3150-WRITE-ONE-OPERATOR
                   END-IF
               END-PERFORM
               .

           3150-WRITE-ONE-OPERATOR.
               MOVE WS-AOP-PERIOD-COUNT(WS-AOP-JX) TO WS-CNT-EDIT
               MOVE SPACES TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING 'OPERATOR ' DELIMITED BY SIZE
                   WS-AOP-ID(WS-AOP-JX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AOP-NAME(WS-AOP-JX) DELIMITED BY SIZE
                   ' LEVEL ' DELIMITED BY SIZE
                   WS-AOP-LEVEL(WS-AOP-JX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CNT-EDIT DELIMITED BY SIZE
                   ' ACTION(S)' DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               PERFORM VARYING WS-ACT-IX FROM 1 BY 1
                       UNTIL WS-ACT-IX > WS-ACT-COUNT
                   IF WS-ACT-OPER(WS-ACT-IX) = WS-AOP-ID(WS-AOP-JX)
                       MOVE SPACES TO AUDIT-REPORT-LINE
                       STRING '  ' DELIMITED BY SIZE
                           WS-ACT-DATE(WS-ACT-IX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-ACT-TIME(WS-ACT-IX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-ACT-SOURCE(WS-ACT-IX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-ACT-TEXT(WS-ACT-IX) DELIMITED BY SIZE
                           INTO AUDIT-REPORT-LINE
                       WRITE AUDIT-REPORT-LINE
                   END-IF
               END-PERFORM
               .

           3200-WRITE-CONFLICTS.
               MOVE SPACES TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               MOVE 'SEGREGATION-OF-DUTIES CONFLICTS'
                   TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               IF WS-CFL-COUNT = 0
                   MOVE '  NONE FOUND IN THE PERIOD'
                       TO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
               PERFORM VARYING WS-CFL-IX FROM 1 BY 1
                       UNTIL WS-CFL-IX > WS-CFL-COUNT
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                       WS-CFL-OPER(WS-CFL-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CFL-DATE(WS-CFL-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CFL-TEXT(WS-CFL-IX) DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-PERFORM
               .

      * Ids on the security file with nothing on any source inside
      * the dormancy window. Activity older than the sources keep
      * (the journal and logs are trimmed by housekeeping) cannot
      * be seen, so such an id reads as no activity on file.
           3300-WRITE-DORMANT-IDS.
               MOVE WS-DORMANT-DAYS TO WS-DAYS-EDIT
               MOVE SPACES TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING 'SECURITY FILE IDS WITH NO ACTIVITY IN '
                   DELIMITED BY SIZE
                   WS-DAYS-EDIT DELIMITED BY SIZE
                   ' DAYS' DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               PERFORM VARYING WS-AOP-IX FROM 1 BY 1
                       UNTIL WS-AOP-IX > WS-AOP-COUNT
                   IF WS-AOP-ON-FILE(WS-AOP-IX) = 'Y'
                       PERFORM 3350-JUDGE-ONE-ID
                   END-IF
               END-PERFORM
               IF WS-DORMANT-COUNT = 0
                   MOVE '  NONE' TO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
               .

           3350-JUDGE-ONE-ID.
               MOVE SPACES TO AUDIT-REPORT-LINE
               IF WS-AOP-LAST-DATE(WS-AOP-IX) = 0
                   ADD 1 TO WS-DORMANT-COUNT
                   STRING '  ' DELIMITED BY SIZE
                       WS-AOP-ID(WS-AOP-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AOP-NAME(WS-AOP-IX) DELIMITED BY SIZE
                       ' LEVEL ' DELIMITED BY SIZE
                       WS-AOP-LEVEL(WS-AOP-IX) DELIMITED BY SIZE
                       '  NO ACTIVITY ON FILE' DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               ELSE
                   MOVE WS-AOP-LAST-DATE(WS-AOP-IX) TO WS-DATE-FROM
                   MOVE WS-BUS-DATE TO WS-DATE-TO
                   PERFORM 1450-COMPUTE-DATE-DIFF
                   IF WS-DATE-DIFF-DAYS > WS-DORMANT-DAYS
                       ADD 1 TO WS-DORMANT-COUNT
                       MOVE WS-DATE-DIFF-DAYS TO WS-DAYS-EDIT
                       STRING '  ' DELIMITED BY SIZE
                           WS-AOP-ID(WS-AOP-IX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-AOP-NAME(WS-AOP-IX) DELIMITED BY SIZE
                           ' LEVEL ' DELIMITED BY SIZE
                           WS-AOP-LEVEL(WS-AOP-IX) DELIMITED BY SIZE
                           '  LAST ACTIVITY ' DELIMITED BY SIZE
                           WS-AOP-LAST-DATE(WS-AOP-IX)
                           DELIMITED BY SIZE
                           WS-DAYS-EDIT DELIMITED BY SIZE
                           ' DAYS AGO' DELIMITED BY SIZE
                           INTO AUDIT-REPORT-LINE
                       WRITE AUDIT-REPORT-LINE
                   END-IF
               END-IF
               .

      * One statistics record per run on the shared feed: source
      * records read, activity lines in the period, conflicts and
      * dormant ids.
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
                   MOVE 'OPRAUDIT' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-RECORDS-READ TO STATS-RECORDS-IN
                   MOVE WS-ACT-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-CFL-COUNT TO STATS-KEY-TOTAL-1
                   MOVE WS-DORMANT-COUNT TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'OPRAUDIT: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY DATEVAL.

           COPY DATEDIFF.

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'OPRAUDIT' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
