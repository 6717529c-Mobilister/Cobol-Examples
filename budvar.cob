           IDENTIFICATION DIVISION.
           PROGRAM-ID. BUDVAR.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PeriodSummaryFile ASSIGN TO DYNAMIC
                   WS-PERSUM-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERSUM-STATUS.

               SELECT BudgetFile ASSIGN TO DYNAMIC
                   WS-BUDGET-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUDGET-STATUS.

               SELECT VarianceReportFile ASSIGN TO DYNAMIC
                   WS-VAR-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VAR-REPORT-STATUS.

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
           FD  PeriodSummaryFile
               LABEL RECORDS ARE STANDARD.
           COPY PERSUM.

           FD  BudgetFile
               LABEL RECORDS ARE STANDARD.
           COPY BUDREC.

           FD  VarianceReportFile
               LABEL RECORDS ARE STANDARD.
           01 VAR-REPORT-LINE           PIC X(132).

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
           01 WS-PERSUM-FILENAME PIC X(80).
           01 WS-PERSUM-STATUS PIC XX VALUE '00'.
           01 WS-BUDGET-FILENAME PIC X(80).
           01 WS-BUDGET-STATUS PIC XX VALUE '00'.
           01 WS-VAR-REPORT-FILENAME PIC X(80).
           01 WS-VAR-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * The period reported (YYYYMM), the first period of its
      * year, and how far a unit may stray from budget, as a
      * percentage either way, before it is flagged.
           01 WS-PERIOD PIC 9(6) VALUE 0.
           01 WS-PERIOD-ENV PIC X(6).
           01 WS-YEAR-START PIC 9(6) VALUE 0.
           01 WS-TOLERANCE PIC 9(3)V99 VALUE 10.
           01 WS-TOLERANCE-ENV PIC X(8).
           01 WS-TOL-EDIT PIC ZZ9.99.

      * One row per entity and currency with actuals or budget in
      * the year to date: month and year-to-date figures, and
      * whether any budget stands behind them.
           01 WS-BVA-MAX PIC 9(3) VALUE 500.
           01 WS-BVA-COUNT PIC 9(3) VALUE 0.
           01 WS-BVA-TABLE.
               05 WS-BVA-ENTRY OCCURS 500 TIMES.
                   10 WS-BVA-ENTITY PIC X(3).
                   10 WS-BVA-CCY PIC X(3).
                   10 WS-BVA-MTH-ACTUAL PIC S9(13)V99.
                   10 WS-BVA-MTH-BUDGET PIC S9(13)V99.
                   10 WS-BVA-MTH-HAS-BUD PIC X.
                   10 WS-BVA-YTD-ACTUAL PIC S9(13)V99.
                   10 WS-BVA-YTD-BUDGET PIC S9(13)V99.
                   10 WS-BVA-YTD-HAS-BUD PIC X.
                   10 WS-BVA-PRINTED PIC X.
           01 WS-BVA-IX PIC 9(3).
           01 WS-BVA-JX PIC 9(3).
           01 WS-BVA-BEST-IX PIC 9(3).
           01 WS-BVA-SHOWN PIC 9(3) VALUE 0.
           01 WS-ROW-ENTITY PIC X(3).
           01 WS-ROW-CCY PIC X(3).

      * The budget in force for each period, entity and currency
      * of the year to date: the line from the highest version.
           01 WS-BKY-MAX PIC 9(4) VALUE 3000.
           01 WS-BKY-COUNT PIC 9(4) VALUE 0.
           01 WS-BKY-TABLE.
               05 WS-BKY-ENTRY OCCURS 3000 TIMES.
                   10 WS-BKY-PERIOD PIC 9(6).
                   10 WS-BKY-ENTITY PIC X(3).
                   10 WS-BKY-CCY PIC X(3).
                   10 WS-BKY-AMOUNT PIC S9(11)V99.
                   10 WS-BKY-VERSION PIC 9(4).
           01 WS-BKY-IX PIC 9(4).
           01 WS-BKY-FOUND PIC X VALUE 'N'.

      * Every load on the budget file, for the version history.
           01 WS-BVH-MAX PIC 9(3) VALUE 200.
           01 WS-BVH-COUNT PIC 9(3) VALUE 0.
           01 WS-BVH-TABLE.
               05 WS-BVH-ENTRY OCCURS 200 TIMES.
                   10 WS-BVH-VERSION PIC 9(4).
                   10 WS-BVH-DATE PIC 9(8).
                   10 WS-BVH-OPERATOR PIC X(8).
                   10 WS-BVH-LINES PIC 9(5).
                   10 WS-BVH-NOTE PIC X(60).
           01 WS-BVH-IX PIC 9(3).
           01 WS-BVH-OVERFLOW-SW PIC X VALUE 'N'.
           01 WS-LATEST-VERSION PIC 9(4) VALUE 0.

      * One line of the report being judged: actual against budget,
      * the variance as an amount and as a percentage of budget.
           01 WS-JDG-LABEL PIC X(3).
           01 WS-JDG-ACTUAL PIC S9(13)V99.
           01 WS-JDG-BUDGET PIC S9(13)V99.
           01 WS-JDG-HAS-BUD PIC X.
           01 WS-JDG-VARIANCE PIC S9(13)V99.
           01 WS-JDG-BASE PIC S9(13)V99.
           01 WS-JDG-PCT PIC S9(7)V99.
           01 WS-JDG-FLAG PIC X(9).
           01 WS-ROW-FLAGGED PIC X VALUE 'N'.

           01 WS-AMT-EDIT-1 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-AMT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-AMT-EDIT-3 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-PCT-EDIT PIC Z,ZZZ,ZZ9.99-.

           01 WS-RECORDS-READ PIC 9(7) VALUE 0.
           01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
           01 WS-OVERFLOW-SW PIC X VALUE 'N'.

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
               DISPLAY 'BUDVAR: budget versus actual'

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
               PERFORM 2000-LOAD-ACTUALS
               PERFORM 2100-LOAD-BUDGET
               PERFORM 2200-APPLY-BUDGET
               PERFORM 3000-WRITE-REPORT
               MOVE WS-TOLERANCE TO WS-TOL-EDIT
               DISPLAY 'BUDVAR: period ' WS-PERIOD ', '
                   WS-BVA-COUNT ' unit(s), ' WS-FLAGGED-COUNT
                   ' outside ' WS-TOL-EDIT '% of budget'

      * Units off budget are for management to review; the report
      * is complete either way.
               IF WS-FLAGGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM 4500-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-REQUEST.
               MOVE SPACES TO WS-PERIOD-ENV
               ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT 'BUDVARPERIOD'.
               MOVE 'BUDVARPERIOD' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PERIOD-ENV
               END-IF
      * With no period named, the month of the business date is
      * reported to date.
               IF WS-PERIOD-ENV = SPACES
                   MOVE WS-BUS-DATE(1:6) TO WS-PERIOD
               ELSE
                   IF WS-PERIOD-ENV IS NOT NUMERIC
                       OR WS-PERIOD-ENV(5:2) < '01'
                       OR WS-PERIOD-ENV(5:2) > '12'
                       MOVE '1000-RESOLVE-REQUEST' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'BUDGET PERIOD ' DELIMITED BY SIZE
                           WS-PERIOD-ENV DELIMITED BY SIZE
                           ' IS NOT YYYYMM' DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE WS-PERIOD-ENV TO WS-PERIOD
               END-IF
      * The year to date runs from the first period of the year.
               MOVE WS-PERIOD TO WS-YEAR-START
               MOVE '01' TO WS-YEAR-START(5:2)

               MOVE SPACES TO WS-TOLERANCE-ENV
               ACCEPT WS-TOLERANCE-ENV FROM ENVIRONMENT
                   'BUDVARTOLERANCE'.
               MOVE 'BUDVARTOLERANCE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-TOLERANCE-ENV
               END-IF
               IF WS-TOLERANCE-ENV NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-TOLERANCE-ENV)
                       TO WS-TOLERANCE
               END-IF

               ACCEPT WS-PERSUM-FILENAME FROM ENVIRONMENT
                   'PERIODSUMMARY'.
               IF WS-PERSUM-FILENAME = SPACES
                   MOVE 'period-summary.dat' TO WS-PERSUM-FILENAME
               END-IF
               MOVE 'PERIODSUMMARY' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PERSUM-FILENAME
               END-IF

               ACCEPT WS-BUDGET-FILENAME FROM ENVIRONMENT
                   'BUDGETFILE'.
               IF WS-BUDGET-FILENAME = SPACES
                   MOVE 'budget.dat' TO WS-BUDGET-FILENAME
               END-IF
               MOVE 'BUDGETFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-BUDGET-FILENAME
               END-IF

               ACCEPT WS-VAR-REPORT-FILENAME FROM ENVIRONMENT
                   'BUDVARREPORT'.
               IF WS-VAR-REPORT-FILENAME = SPACES
                   MOVE 'budget-variance.rpt' TO WS-VAR-REPORT-FILENAME
               END-IF
               MOVE 'BUDVARREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-VAR-REPORT-FILENAME
               END-IF
               .

      * Actuals for the month and the year to date, straight off
      * the period summary the posting run keeps.
           2000-LOAD-ACTUALS.
               MOVE 0 TO WS-BVA-COUNT
               OPEN INPUT PeriodSummaryFile
               IF WS-PERSUM-STATUS NOT = '00'
                   DISPLAY 'BUDVAR: no period summary '
                       WS-PERSUM-FILENAME
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ PeriodSummaryFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               IF PS-PERIOD >= WS-YEAR-START
                                   AND PS-PERIOD <= WS-PERIOD
                                   PERFORM 2050-TAKE-ACTUAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PeriodSummaryFile
               END-IF
               .

           2050-TAKE-ACTUAL.
               MOVE PS-ENTITY TO WS-ROW-ENTITY
               MOVE PS-CURRENCY TO WS-ROW-CCY
               PERFORM 2900-FIND-ROW
               IF WS-BVA-IX > 0
                   ADD PS-AMOUNT TO WS-BVA-YTD-ACTUAL(WS-BVA-IX)
                   IF PS-PERIOD = WS-PERIOD
                       ADD PS-AMOUNT TO WS-BVA-MTH-ACTUAL(WS-BVA-IX)
                   END-IF
               END-IF
               .

      * The version history, and for each period, entity and
      * currency of the year to date the line from the highest
      * version loaded.
           2100-LOAD-BUDGET.
               MOVE 0 TO WS-BKY-COUNT
               MOVE 0 TO WS-BVH-COUNT
               OPEN INPUT BudgetFile
               IF WS-BUDGET-STATUS NOT = '00'
                   DISPLAY 'BUDVAR: no budget file '
                       WS-BUDGET-FILENAME
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ BudgetFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               PERFORM 2150-TAKE-BUDGET-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BudgetFile
               END-IF
               .

           2150-TAKE-BUDGET-RECORD.
               IF BUD-VERSION > WS-LATEST-VERSION
                   MOVE BUD-VERSION TO WS-LATEST-VERSION
               END-IF
               IF BUD-REC-TYPE = 'H'
                   IF WS-BVH-COUNT >= WS-BVH-MAX
                       MOVE 'Y' TO WS-BVH-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-BVH-COUNT
                       MOVE BUD-VERSION TO WS-BVH-VERSION(WS-BVH-COUNT)
                       MOVE BUD-LOAD-DATE TO WS-BVH-DATE(WS-BVH-COUNT)
                       MOVE BUD-LOAD-OPERATOR
                           TO WS-BVH-OPERATOR(WS-BVH-COUNT)
                       MOVE BUD-LOAD-LINES TO WS-BVH-LINES(WS-BVH-COUNT)
                       MOVE BUD-LOAD-NOTE TO WS-BVH-NOTE(WS-BVH-COUNT)
                   END-IF
               END-IF
               IF BUD-REC-TYPE = 'B'
                   AND BUD-PERIOD >= WS-YEAR-START
                   AND BUD-PERIOD <= WS-PERIOD
                   PERFORM 2160-KEEP-BUDGET-LINE
               END-IF
               .

           2160-KEEP-BUDGET-LINE.
               MOVE 'N' TO WS-BKY-FOUND
               PERFORM VARYING WS-BKY-IX FROM 1 BY 1
                       UNTIL WS-BKY-IX > WS-BKY-COUNT
                   IF WS-BKY-PERIOD(WS-BKY-IX) = BUD-PERIOD
                       AND WS-BKY-ENTITY(WS-BKY-IX) = BUD-ENTITY
                       AND WS-BKY-CCY(WS-BKY-IX) = BUD-CURRENCY
                       MOVE 'Y' TO WS-BKY-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-BKY-FOUND = 'Y'
                   IF BUD-VERSION >= WS-BKY-VERSION(WS-BKY-IX)
                       MOVE BUD-AMOUNT TO WS-BKY-AMOUNT(WS-BKY-IX)
                       MOVE BUD-VERSION TO WS-BKY-VERSION(WS-BKY-IX)
                   END-IF
               ELSE
      * A budget the table cannot hold would report a unit as off
      * budget when it is not - a full table stops the report.
                   IF WS-BKY-COUNT >= WS-BKY-MAX
                       CLOSE BudgetFile
                       MOVE '2160-KEEP-BUDGET-LINE' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'BUDGET TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   ADD 1 TO WS-BKY-COUNT
                   MOVE BUD-PERIOD TO WS-BKY-PERIOD(WS-BKY-COUNT)
                   MOVE BUD-ENTITY TO WS-BKY-ENTITY(WS-BKY-COUNT)
                   MOVE BUD-CURRENCY TO WS-BKY-CCY(WS-BKY-COUNT)
                   MOVE BUD-AMOUNT TO WS-BKY-AMOUNT(WS-BKY-COUNT)
                   MOVE BUD-VERSION TO WS-BKY-VERSION(WS-BKY-COUNT)
               END-IF
               .

      * The budgets in force folded into the rows: a unit with a
      * budget and no postings still shows, as wholly under.
           2200-APPLY-BUDGET.
               PERFORM VARYING WS-BKY-IX FROM 1 BY 1
                       UNTIL WS-BKY-IX > WS-BKY-COUNT
                   MOVE WS-BKY-ENTITY(WS-BKY-IX) TO WS-ROW-ENTITY
                   MOVE WS-BKY-CCY(WS-BKY-IX) TO WS-ROW-CCY
                   PERFORM 2900-FIND-ROW
                   IF WS-BVA-IX > 0
                       ADD WS-BKY-AMOUNT(WS-BKY-IX)
                           TO WS-BVA-YTD-BUDGET(WS-BVA-IX)
                       MOVE 'Y' TO WS-BVA-YTD-HAS-BUD(WS-BVA-IX)
                       IF WS-BKY-PERIOD(WS-BKY-IX) = WS-PERIOD
                           ADD WS-BKY-AMOUNT(WS-BKY-IX)
                               TO WS-BVA-MTH-BUDGET(WS-BVA-IX)
                           MOVE 'Y' TO WS-BVA-MTH-HAS-BUD(WS-BVA-IX)
                       END-IF
                   END-IF
               END-PERFORM
               .

      * The row for WS-ROW-ENTITY/WS-ROW-CCY, added if new; left
      * zero when the table is full (the report says so).
           2900-FIND-ROW.
               MOVE 0 TO WS-BVA-JX
               PERFORM VARYING WS-BVA-IX FROM 1 BY 1
                       UNTIL WS-BVA-IX > WS-BVA-COUNT
                   IF WS-BVA-ENTITY(WS-BVA-IX) = WS-ROW-ENTITY
                       AND WS-BVA-CCY(WS-BVA-IX) = WS-ROW-CCY
                       MOVE WS-BVA-IX TO WS-BVA-JX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-BVA-JX = 0
                   IF WS-BVA-COUNT >= WS-BVA-MAX
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-BVA-COUNT
                       MOVE WS-BVA-COUNT TO WS-BVA-JX
                       MOVE WS-ROW-ENTITY TO WS-BVA-ENTITY(WS-BVA-JX)
                       MOVE WS-ROW-CCY TO WS-BVA-CCY(WS-BVA-JX)
                       MOVE 0 TO WS-BVA-MTH-ACTUAL(WS-BVA-JX)
                       MOVE 0 TO WS-BVA-MTH-BUDGET(WS-BVA-JX)
                       MOVE 'N' TO WS-BVA-MTH-HAS-BUD(WS-BVA-JX)
                       MOVE 0 TO WS-BVA-YTD-ACTUAL(WS-BVA-JX)
                       MOVE 0 TO WS-BVA-YTD-BUDGET(WS-BVA-JX)
                       MOVE 'N' TO WS-BVA-YTD-HAS-BUD(WS-BVA-JX)
                       MOVE 'N' TO WS-BVA-PRINTED(WS-BVA-JX)
                   END-IF
               END-IF
               MOVE WS-BVA-JX TO WS-BVA-IX
               .

           3000-WRITE-REPORT.
               OPEN OUTPUT VarianceReportFile
               IF WS-VAR-REPORT-STATUS NOT = '00'
                   MOVE '3000-WRITE-REPORT' TO ABEND-PARAGRAPH
                   MOVE WS-VAR-REPORT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-VAR-REPORT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE WS-TOLERANCE TO WS-TOL-EDIT
               MOVE SPACES TO VAR-REPORT-LINE
               STRING 'BUDVAR BUDGET VERSUS ACTUAL - PERIOD '
                   DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   '  YEAR TO DATE FROM ' DELIMITED BY SIZE
                   WS-YEAR-START DELIMITED BY SIZE
                   '  TOLERANCE ' DELIMITED BY SIZE
                   WS-TOL-EDIT DELIMITED BY SIZE
                   '%  BUSINESS DATE ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               MOVE SPACES TO VAR-REPORT-LINE
               IF WS-LATEST-VERSION = 0
                   STRING 'NO BUDGET LOADED - EVERY UNIT WITH ACTUALS'
                       DELIMITED BY SIZE
                       ' IS FLAGGED' DELIMITED BY SIZE
                       INTO VAR-REPORT-LINE
               ELSE
                   STRING 'BUDGET IN FORCE AS OF VERSION '
                       DELIMITED BY SIZE
                       WS-LATEST-VERSION DELIMITED BY SIZE
                       ' - LATEST VERSION OF EACH LINE GOVERNS'
                       DELIMITED BY SIZE
                       INTO VAR-REPORT-LINE
               END-IF
               WRITE VAR-REPORT-LINE
               MOVE SPACES TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               MOVE SPACES TO VAR-REPORT-LINE
               STRING 'ENT CCY                    ACTUAL'
                   DELIMITED BY SIZE
                   '               BUDGET             VARIANCE'
                   DELIMITED BY SIZE
                   '      VAR PCT  FLAG' DELIMITED BY SIZE
                   INTO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE

      * Units in entity and currency order: each pass picks the
      * lowest row not yet printed.
               MOVE 0 TO WS-BVA-SHOWN
               MOVE 0 TO WS-FLAGGED-COUNT
               PERFORM UNTIL WS-BVA-SHOWN >= WS-BVA-COUNT
                   PERFORM 3100-WRITE-NEXT-UNIT
               END-PERFORM

               MOVE SPACES TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               MOVE SPACES TO VAR-REPORT-LINE
               STRING 'UNITS ' DELIMITED BY SIZE
                   WS-BVA-COUNT DELIMITED BY SIZE
                   '  OUTSIDE TOLERANCE OR WITHOUT BUDGET '
                   DELIMITED BY SIZE
                   WS-FLAGGED-COUNT DELIMITED BY SIZE
                   INTO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               IF WS-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO VAR-REPORT-LINE
                   STRING 'UNIT TABLE FULL - REPORT COVERS THE FIRST '
                       DELIMITED BY SIZE
                       WS-BVA-MAX DELIMITED BY SIZE
                       ' ENTITY/CURRENCY ROWS - RAISE THE SIZE'
                       DELIMITED BY SIZE
                       INTO VAR-REPORT-LINE
                   WRITE VAR-REPORT-LINE
               END-IF

               PERFORM 3300-WRITE-VERSION-HISTORY
               CLOSE VarianceReportFile
               .

           3100-WRITE-NEXT-UNIT.
               MOVE 0 TO WS-BVA-BEST-IX
               PERFORM VARYING WS-BVA-JX FROM 1 BY 1
                       UNTIL WS-BVA-JX > WS-BVA-COUNT
                   IF WS-BVA-PRINTED(WS-BVA-JX) = 'N'
                       IF WS-BVA-BEST-IX = 0
                           MOVE WS-BVA-JX TO WS-BVA-BEST-IX
                       ELSE
                           IF WS-BVA-ENTITY(WS-BVA-JX) <
                               WS-BVA-ENTITY(WS-BVA-BEST-IX)
                               OR (WS-BVA-ENTITY(WS-BVA-JX) =
                               WS-BVA-ENTITY(WS-BVA-BEST-IX)
                               AND WS-BVA-CCY(WS-BVA-JX) <
                               WS-BVA-CCY(WS-BVA-BEST-IX))
                               MOVE WS-BVA-JX TO WS-BVA-BEST-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-BVA-BEST-IX TO WS-BVA-IX
               MOVE 'Y' TO WS-BVA-PRINTED(WS-BVA-IX)
               ADD 1 TO WS-BVA-SHOWN
               MOVE 'N' TO WS-ROW-FLAGGED

               MOVE 'MTH' TO WS-JDG-LABEL
               MOVE WS-BVA-MTH-ACTUAL(WS-BVA-IX) TO WS-JDG-ACTUAL
               MOVE WS-BVA-MTH-BUDGET(WS-BVA-IX) TO WS-JDG-BUDGET
               MOVE WS-BVA-MTH-HAS-BUD(WS-BVA-IX) TO WS-JDG-HAS-BUD
               PERFORM 3200-WRITE-JUDGED-LINE

               MOVE 'YTD' TO WS-JDG-LABEL
               MOVE WS-BVA-YTD-ACTUAL(WS-BVA-IX) TO WS-JDG-ACTUAL
               MOVE WS-BVA-YTD-BUDGET(WS-BVA-IX) TO WS-JDG-BUDGET
               MOVE WS-BVA-YTD-HAS-BUD(WS-BVA-IX) TO WS-JDG-HAS-BUD
               PERFORM 3200-WRITE-JUDGED-LINE

               IF WS-ROW-FLAGGED = 'Y'
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               .

      * Variance is actual less budget, and its percentage is of
      * the budget's size, so over is positive whatever the sign
      * of the budget. Postings with no budget behind them are
      * flagged as such; a budget loaded at zero is a budget, so
      * any actual against it is over (or under, when negative),
      * with no percentage to show.
           3200-WRITE-JUDGED-LINE.
               COMPUTE WS-JDG-VARIANCE = WS-JDG-ACTUAL - WS-JDG-BUDGET
               MOVE 0 TO WS-JDG-PCT
               MOVE SPACES TO WS-JDG-FLAG
               IF WS-JDG-BUDGET < 0
                   COMPUTE WS-JDG-BASE = 0 - WS-JDG-BUDGET
               ELSE
                   MOVE WS-JDG-BUDGET TO WS-JDG-BASE
               END-IF
               EVALUATE TRUE
                   WHEN WS-JDG-ACTUAL = 0 AND WS-JDG-BASE = 0
                       CONTINUE
                   WHEN WS-JDG-HAS-BUD NOT = 'Y'
                       MOVE 'NO BUDGET' TO WS-JDG-FLAG
                   WHEN WS-JDG-BASE = 0 AND WS-JDG-ACTUAL > 0
                       MOVE 'OVER' TO WS-JDG-FLAG
                   WHEN WS-JDG-BASE = 0
                       MOVE 'UNDER' TO WS-JDG-FLAG
                   WHEN OTHER
                       COMPUTE WS-JDG-PCT ROUNDED =
                           WS-JDG-VARIANCE * 100 / WS-JDG-BASE
                           ON SIZE ERROR
                               IF WS-JDG-VARIANCE < 0
                                   MOVE -9999999.99 TO WS-JDG-PCT
                               ELSE
                                   MOVE 9999999.99 TO WS-JDG-PCT
                               END-IF
                       END-COMPUTE
                       IF WS-JDG-PCT > WS-TOLERANCE
                           MOVE 'OVER' TO WS-JDG-FLAG
                       END-IF
                       IF WS-JDG-PCT < 0 - WS-TOLERANCE
                           MOVE 'UNDER' TO WS-JDG-FLAG
                       END-IF
               END-EVALUATE
               IF WS-JDG-FLAG NOT = SPACES
                   MOVE 'Y' TO WS-ROW-FLAGGED
               END-IF

               MOVE WS-JDG-ACTUAL TO WS-AMT-EDIT-1
               MOVE WS-JDG-BUDGET TO WS-AMT-EDIT-2
               MOVE WS-JDG-VARIANCE TO WS-AMT-EDIT-3
               MOVE WS-JDG-PCT TO WS-PCT-EDIT
               MOVE SPACES TO VAR-REPORT-LINE
               IF WS-JDG-LABEL = 'MTH'
                   MOVE WS-BVA-ENTITY(WS-BVA-IX)
                       TO VAR-REPORT-LINE(1:3)
                   MOVE WS-BVA-CCY(WS-BVA-IX) TO VAR-REPORT-LINE(5:3)
               END-IF
               MOVE WS-JDG-LABEL TO VAR-REPORT-LINE(9:3)
               MOVE WS-AMT-EDIT-1 TO VAR-REPORT-LINE(13:21)
               MOVE WS-AMT-EDIT-2 TO VAR-REPORT-LINE(34:21)
               MOVE WS-AMT-EDIT-3 TO VAR-REPORT-LINE(55:21)
               IF WS-JDG-BASE NOT = 0
                   MOVE WS-PCT-EDIT TO VAR-REPORT-LINE(76:13)
               END-IF
               MOVE WS-JDG-FLAG TO VAR-REPORT-LINE(91:9)
               WRITE VAR-REPORT-LINE
               .

      * Every load on file, oldest first: when, by which
      * supervisor, how many lines and why.
           3300-WRITE-VERSION-HISTORY.
               MOVE SPACES TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               MOVE SPACES TO VAR-REPORT-LINE
               STRING 'BUDGET VERSION HISTORY:' DELIMITED BY SIZE
                   INTO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               IF WS-BVH-COUNT = 0
                   MOVE SPACES TO VAR-REPORT-LINE
                   STRING '  NONE ON ' DELIMITED BY SIZE
                       WS-BUDGET-FILENAME DELIMITED BY SPACE
                       INTO VAR-REPORT-LINE
                   WRITE VAR-REPORT-LINE
               END-IF
               PERFORM VARYING WS-BVH-IX FROM 1 BY 1
                       UNTIL WS-BVH-IX > WS-BVH-COUNT
                   MOVE SPACES TO VAR-REPORT-LINE
                   STRING '  VERSION ' DELIMITED BY SIZE
                       WS-BVH-VERSION(WS-BVH-IX) DELIMITED BY SIZE
                       ' LOADED ' DELIMITED BY SIZE
                       WS-BVH-DATE(WS-BVH-IX) DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       WS-BVH-OPERATOR(WS-BVH-IX) DELIMITED BY SIZE
                       ' LINES ' DELIMITED BY SIZE
                       WS-BVH-LINES(WS-BVH-IX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-BVH-NOTE(WS-BVH-IX) DELIMITED BY SIZE
                       INTO VAR-REPORT-LINE
                   WRITE VAR-REPORT-LINE
               END-PERFORM
               IF WS-BVH-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO VAR-REPORT-LINE
                   STRING '  (HISTORY COVERS THE FIRST '
                       DELIMITED BY SIZE
                       WS-BVH-MAX DELIMITED BY SIZE
                       ' VERSIONS - TABLE FULL)' DELIMITED BY SIZE
                       INTO VAR-REPORT-LINE
                   WRITE VAR-REPORT-LINE
               END-IF
               .

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
                   MOVE 'BUDVAR' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-RECORDS-READ TO STATS-RECORDS-IN
                   MOVE WS-BVA-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-FLAGGED-COUNT TO STATS-KEY-TOTAL-1
                   MOVE WS-LATEST-VERSION TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'BUDVAR: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'BUDVAR' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
