           IDENTIFICATION DIVISION.
           PROGRAM-ID. CALSCHED.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ProcDateFile ASSIGN TO DYNAMIC
                   WS-PROCDATE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROCDATE-STATUS.

               SELECT HolidayFile ASSIGN TO DYNAMIC
                   WS-HOLIDAY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLIDAY-STATUS.

               SELECT ScheduleFile ASSIGN TO DYNAMIC
                   WS-SCHEDULE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHEDULE-STATUS.

               SELECT LedgerFile ASSIGN TO DYNAMIC
                   WS-LEDGER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-STATUS.

               SELECT DueFile ASSIGN TO DYNAMIC
                   WS-DUE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DUE-STATUS.

               SELECT ParamFile ASSIGN TO DYNAMIC
                   PARM-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  ProcDateFile
               LABEL RECORDS ARE STANDARD.
           COPY PROCREC.

      * One YYYYMMDD per line: the shop's non-working days beyond
      * the weekend - the same file CALROLL rolls the date over.
           FD  HolidayFile
               LABEL RECORDS ARE STANDARD.
           01 HOLIDAY-RECORD            PIC X(8).

      * The periodic schedule: one line per periodic step and how
      * often it falls due - ME on the last business day of the
      * month (the period is that month), MS on the first business
      * day of the month (the period is the month just ended), WK
      * on the last business day of the week (the period is the
      * week, Monday to Sunday).
           FD  ScheduleFile
               LABEL RECORDS ARE STANDARD.
           01 SCHEDULE-RECORD.
               05 SC-STEP               PIC X(8).
               05 FILLER                PIC X.
               05 SC-FREQUENCY          PIC X(2).

           FD  LedgerFile
               LABEL RECORDS ARE STANDARD.
           COPY PERRUN.

      * Tonight's due list for the control job: the step, the
      * period it runs for, the business day the period fell due
      * on, the period's first and last calendar days, and the
      * business date tonight's chain runs under.
           FD  DueFile
               LABEL RECORDS ARE STANDARD.
           01 DUE-RECORD.
               05 DUE-STEP              PIC X(8).
               05 FILLER                PIC X.
               05 DUE-PERIOD            PIC X(8).
               05 FILLER                PIC X.
               05 DUE-TRIGGER-DATE      PIC 9(8).
               05 FILLER                PIC X.
               05 DUE-PERIOD-FROM       PIC 9(8).
               05 FILLER                PIC X.
               05 DUE-PERIOD-TO         PIC 9(8).
               05 FILLER                PIC X.
               05 DUE-BUS-DATE          PIC 9(8).

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-HOLIDAY-FILENAME PIC X(80).
           01 WS-HOLIDAY-STATUS PIC XX VALUE '00'.
           01 WS-SCHEDULE-FILENAME PIC X(80).
           01 WS-SCHEDULE-STATUS PIC XX VALUE '00'.
           01 WS-LEDGER-FILENAME PIC X(80).
           01 WS-LEDGER-STATUS PIC XX VALUE '00'.
           01 WS-DUE-FILENAME PIC X(80).
           01 WS-DUE-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * Shop calendar interface
           COPY PROCDATA.

           01 WS-HOL-MAX PIC 9(3) VALUE 100.
           01 WS-HOL-COUNT PIC 9(3) VALUE 0.
           01 WS-HOL-TABLE.
               05 WS-HOL-DATE PIC 9(8) OCCURS 100 TIMES.
           01 WS-HOL-IX PIC 9(3).

      * The latest period on the ledger for every step that has
      * ever completed a periodic run.
           01 WS-LDG-MAX PIC 9(3) VALUE 100.
           01 WS-LDG-COUNT PIC 9(3) VALUE 0.
           01 WS-LDG-TABLE.
               05 WS-LDG-ENTRY OCCURS 100 TIMES.
                   10 WS-LDG-STEP PIC X(8).
                   10 WS-LDG-PERIOD PIC X(8).
           01 WS-LDG-IX PIC 9(3).
           01 WS-LOOKUP-STEP PIC X(8).
           01 WS-LDG-FOUND PIC X VALUE 'N'.
           01 WS-LDG-LAST-PERIOD PIC X(8).

      * Calendar work fields. Day 1 of the integer calendar was a
      * Monday, so MOD 7 gives 6 for Saturday and 0 for Sunday.
           01 WS-CHK-INT PIC 9(8) VALUE 0.
           01 WS-CHK-DATE PIC 9(8) VALUE 0.
           01 WS-IS-BUS-DAY PIC X VALUE 'N'.
           01 WS-DAY-OF-WEEK PIC 9 VALUE 0.
           01 WS-BUS-INT PIC 9(8) VALUE 0.
           01 WS-CAL-YEAR PIC 9(4) VALUE 0.
           01 WS-CAL-MONTH PIC 9(2) VALUE 0.
           01 WS-MONTH-FIRST PIC 9(8) VALUE 0.
           01 WS-MONTH-LAST PIC 9(8) VALUE 0.
           01 WS-NEXT-FIRST PIC 9(8) VALUE 0.
           01 WS-FOUND-BUS-DATE PIC 9(8) VALUE 0.
           01 WS-WEEK-MONDAY-INT PIC 9(8) VALUE 0.
           01 WS-SCAN-TRIES PIC 9(3) VALUE 0.

      * One step's answer for tonight.
           01 WS-CAND-PERIOD PIC X(8).
           01 WS-CAND-PERIOD-NUM PIC 9(8).
           01 WS-CAND-TRIGGER PIC 9(8) VALUE 0.
           01 WS-CAND-FROM PIC 9(8) VALUE 0.
           01 WS-CAND-TO PIC 9(8) VALUE 0.
           01 WS-CAND-DUE PIC X VALUE 'N'.
           01 WS-CAND-NOTE PIC X(40).

           01 WS-STEP-COUNT PIC 9(3) VALUE 0.
           01 WS-DUE-COUNT PIC 9(3) VALUE 0.
           01 WS-BAD-LINE-COUNT PIC 9(3) VALUE 0.

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'CALSCHED: periodic steps due by the shop '
                   'calendar'

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 8200-GET-BUSINESS-DATE
               COMPUTE WS-BUS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)

               PERFORM 1000-RESOLVE-FILES
               PERFORM 1100-LOAD-HOLIDAYS
               PERFORM 1200-LOAD-LEDGER
               PERFORM 2000-PLAN-SCHEDULE

               DISPLAY 'CALSCHED: business date ' WS-BUS-DATE ', '
                   WS-STEP-COUNT ' periodic step(s) scheduled, '
                   WS-DUE-COUNT ' due tonight'

      * A schedule the job cannot read in full is a warning: what
      * could be read is planned, and the rest is caught up the
      * first night after the schedule is put right.
               IF WS-BAD-LINE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN.

           1000-RESOLVE-FILES.
               ACCEPT WS-SCHEDULE-FILENAME FROM ENVIRONMENT
                   'PERIODICSCHEDULE'.
               IF WS-SCHEDULE-FILENAME = SPACES
                   MOVE 'periodic-schedule.ctl' TO WS-SCHEDULE-FILENAME
               END-IF
               MOVE 'PERIODICSCHEDULE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-SCHEDULE-FILENAME
               END-IF

               ACCEPT WS-LEDGER-FILENAME FROM ENVIRONMENT
                   'PERIODICLEDGER'.
               IF WS-LEDGER-FILENAME = SPACES
                   MOVE 'periodic-runs.dat' TO WS-LEDGER-FILENAME
               END-IF
               MOVE 'PERIODICLEDGER' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-LEDGER-FILENAME
               END-IF

               ACCEPT WS-DUE-FILENAME FROM ENVIRONMENT 'PERIODICDUE'.
               IF WS-DUE-FILENAME = SPACES
                   MOVE 'periodic-due.dat' TO WS-DUE-FILENAME
               END-IF
               MOVE 'PERIODICDUE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-DUE-FILENAME
               END-IF
               .

           1100-LOAD-HOLIDAYS.
               ACCEPT WS-HOLIDAY-FILENAME FROM ENVIRONMENT
                   'HOLIDAYFILE'.
               IF WS-HOLIDAY-FILENAME = SPACES
                   MOVE 'holidays.ctl' TO WS-HOLIDAY-FILENAME
               END-IF
               MOVE 'HOLIDAYFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HOLIDAY-FILENAME
               END-IF

               MOVE 0 TO WS-HOL-COUNT
               OPEN INPUT HolidayFile
               IF WS-HOLIDAY-STATUS NOT = '00'
                   DISPLAY 'CALSCHED: no holiday file '
                       WS-HOLIDAY-FILENAME
                       ' - only weekends are skipped'
               ELSE
                   PERFORM UNTIL WS-HOLIDAY-STATUS NOT = '00'
                       OR WS-HOL-COUNT >= WS-HOL-MAX
                       READ HolidayFile
                           AT END
                               MOVE '10' TO WS-HOLIDAY-STATUS
                           NOT AT END
                               IF HOLIDAY-RECORD IS NUMERIC
                                   ADD 1 TO WS-HOL-COUNT
                                   MOVE HOLIDAY-RECORD TO
                                       WS-HOL-DATE(WS-HOL-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HolidayFile
               END-IF
               .

      * No ledger yet is a shop starting on the schedule: nothing
      * has run, and nothing is owed from before tonight.
           1200-LOAD-LEDGER.
               MOVE 0 TO WS-LDG-COUNT
               OPEN INPUT LedgerFile
               IF WS-LEDGER-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ LedgerFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 1250-KEEP-LEDGER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE LedgerFile
               END-IF
               .

           1250-KEEP-LEDGER-LINE.
               IF PR-STEP = SPACES OR PR-PERIOD = SPACES
                   CONTINUE
               ELSE
                   MOVE PR-STEP TO WS-LOOKUP-STEP
                   PERFORM 2900-FIND-LEDGER-STEP
                   IF WS-LDG-FOUND = 'Y'
                       IF PR-PERIOD > WS-LDG-PERIOD(WS-LDG-IX)
                           MOVE PR-PERIOD TO WS-LDG-PERIOD(WS-LDG-IX)
                       END-IF
                   ELSE
                       IF WS-LDG-COUNT >= WS-LDG-MAX
                           MOVE '1250-KEEP-LEDGER-LINE'
                               TO ABEND-PARAGRAPH
                           MOVE SPACES TO ABEND-FILE-STATUS
                           MOVE 16 TO ABEND-CONDITION-CODE
                           MOVE 'LEDGER STEP TABLE FULL'
                               TO ABEND-KEY-VALUES
                           PERFORM 9000-ABEND-RUN
                       END-IF
                       ADD 1 TO WS-LDG-COUNT
                       MOVE PR-STEP TO WS-LDG-STEP(WS-LDG-COUNT)
                       MOVE PR-PERIOD TO WS-LDG-PERIOD(WS-LDG-COUNT)
                   END-IF
               END-IF
               .

      * The due list is rewritten every night, empty when nothing
      * falls due, so yesterday's list can never run again.
           2000-PLAN-SCHEDULE.
               OPEN OUTPUT DueFile
               IF WS-DUE-STATUS NOT = '00'
                   MOVE '2000-PLAN-SCHEDULE' TO ABEND-PARAGRAPH
                   MOVE WS-DUE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-DUE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN INPUT ScheduleFile
               IF WS-SCHEDULE-STATUS NOT = '00'
                   DISPLAY 'CALSCHED: no periodic schedule '
                       WS-SCHEDULE-FILENAME
                       ' - no periodic step planned tonight'
                   ADD 1 TO WS-BAD-LINE-COUNT
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ ScheduleFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF SCHEDULE-RECORD NOT = SPACES
                                   PERFORM 2100-PLAN-ONE-STEP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ScheduleFile
               END-IF
               CLOSE DueFile
               .

      * A step is due for the latest period whose due day has come.
      * It runs unless the ledger already shows that period, so a
      * night the chain never reached is caught up on the next one
      * that runs. A step with nothing on the ledger yet starts on
      * its own due day rather than reaching back before the shop
      * put it on the schedule.
           2100-PLAN-ONE-STEP.
               ADD 1 TO WS-STEP-COUNT
               MOVE 'N' TO WS-CAND-DUE
               MOVE SPACES TO WS-CAND-PERIOD
               MOVE 0 TO WS-CAND-TRIGGER

               EVALUATE SC-FREQUENCY
                   WHEN 'ME'
                       PERFORM 2200-PLAN-MONTH-END
                   WHEN 'MS'
                       PERFORM 2300-PLAN-MONTH-START
                   WHEN 'WK'
                       PERFORM 2400-PLAN-WEEKLY
                   WHEN OTHER
                       DISPLAY 'CALSCHED: ' SC-STEP
                           ' has unknown frequency ' SC-FREQUENCY
                           ' - not planned (use ME, MS or WK)'
                       ADD 1 TO WS-BAD-LINE-COUNT
               END-EVALUATE

               IF WS-CAND-TRIGGER > 0
                   MOVE SC-STEP TO WS-LOOKUP-STEP
                   PERFORM 2900-FIND-LEDGER-STEP
                   EVALUATE TRUE
                       WHEN WS-LDG-FOUND = 'Y'
                           AND WS-LDG-LAST-PERIOD >= WS-CAND-PERIOD
                           MOVE 'already run' TO WS-CAND-NOTE
                       WHEN WS-LDG-FOUND = 'N'
                           AND WS-CAND-TRIGGER NOT = WS-BUS-DATE
                           MOVE 'starts on its next due day'
                               TO WS-CAND-NOTE
                       WHEN OTHER
                           MOVE 'Y' TO WS-CAND-DUE
                           IF WS-CAND-TRIGGER < WS-BUS-DATE
                               MOVE 'DUE - catching up a missed run'
                                   TO WS-CAND-NOTE
                           ELSE
                               MOVE 'DUE' TO WS-CAND-NOTE
                           END-IF
                   END-EVALUATE
                   DISPLAY 'CALSCHED: ' SC-STEP ' ' SC-FREQUENCY
                       ' period ' WS-CAND-PERIOD ' due day '
                       WS-CAND-TRIGGER ' - ' WS-CAND-NOTE
               END-IF

               IF WS-CAND-DUE = 'Y'
                   MOVE SPACES TO DUE-RECORD
                   MOVE SC-STEP TO DUE-STEP
                   MOVE WS-CAND-PERIOD TO DUE-PERIOD
                   MOVE WS-CAND-TRIGGER TO DUE-TRIGGER-DATE
                   MOVE WS-CAND-FROM TO DUE-PERIOD-FROM
                   MOVE WS-CAND-TO TO DUE-PERIOD-TO
                   MOVE WS-BUS-DATE TO DUE-BUS-DATE
                   WRITE DUE-RECORD
                   ADD 1 TO WS-DUE-COUNT
               END-IF
               .

      * This month once its last business day has come, otherwise
      * last month.
           2200-PLAN-MONTH-END.
               MOVE WS-BUS-DATE(1:4) TO WS-CAL-YEAR
               MOVE WS-BUS-DATE(5:2) TO WS-CAL-MONTH
               PERFORM 3000-FIND-LAST-BUS-DAY
               IF WS-FOUND-BUS-DATE > WS-BUS-DATE
                   PERFORM 3900-STEP-BACK-MONTH
                   PERFORM 3000-FIND-LAST-BUS-DAY
               END-IF
               MOVE WS-FOUND-BUS-DATE TO WS-CAND-TRIGGER
               PERFORM 3800-SET-MONTH-PERIOD
               .

      * The month just ended, once this month's first business
      * day has come; otherwise the month before it.
           2300-PLAN-MONTH-START.
               MOVE WS-BUS-DATE(1:4) TO WS-CAL-YEAR
               MOVE WS-BUS-DATE(5:2) TO WS-CAL-MONTH
               PERFORM 3100-FIND-FIRST-BUS-DAY
               IF WS-FOUND-BUS-DATE > WS-BUS-DATE
                   PERFORM 3900-STEP-BACK-MONTH
                   PERFORM 3100-FIND-FIRST-BUS-DAY
               END-IF
               MOVE WS-FOUND-BUS-DATE TO WS-CAND-TRIGGER
               PERFORM 3900-STEP-BACK-MONTH
               PERFORM 3800-SET-MONTH-PERIOD
               .

      * This week once its last business day has come, otherwise
      * last week. A week of nothing but holidays has no due day
      * and nothing falls due for it.
           2400-PLAN-WEEKLY.
               COMPUTE WS-WEEK-MONDAY-INT = WS-BUS-INT
                   - FUNCTION MOD(WS-BUS-INT - 1, 7)
               PERFORM 3200-FIND-WEEK-LAST-BUS-DAY
               IF WS-FOUND-BUS-DATE = 0
                   OR WS-FOUND-BUS-DATE > WS-BUS-DATE
                   SUBTRACT 7 FROM WS-WEEK-MONDAY-INT
                   PERFORM 3200-FIND-WEEK-LAST-BUS-DAY
               END-IF
               IF WS-FOUND-BUS-DATE > 0
                   MOVE WS-FOUND-BUS-DATE TO WS-CAND-TRIGGER
                   COMPUTE WS-CAND-FROM = FUNCTION DATE-OF-INTEGER
                       (WS-WEEK-MONDAY-INT)
                   COMPUTE WS-CAND-TO = FUNCTION DATE-OF-INTEGER
                       (WS-WEEK-MONDAY-INT + 6)
                   MOVE WS-CAND-FROM TO WS-CAND-PERIOD
               END-IF
               .

           2900-FIND-LEDGER-STEP.
               MOVE 'N' TO WS-LDG-FOUND
               MOVE SPACES TO WS-LDG-LAST-PERIOD
               PERFORM VARYING WS-LDG-IX FROM 1 BY 1
                       UNTIL WS-LDG-IX > WS-LDG-COUNT
                   IF WS-LDG-STEP(WS-LDG-IX) = WS-LOOKUP-STEP
                       MOVE 'Y' TO WS-LDG-FOUND
                       MOVE WS-LDG-PERIOD(WS-LDG-IX)
                           TO WS-LDG-LAST-PERIOD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               .

      * Back from the last day of WS-CAL-YEAR/WS-CAL-MONTH over
      * weekends and holidays.
           3000-FIND-LAST-BUS-DAY.
               PERFORM 3700-SET-MONTH-BOUNDS
               COMPUTE WS-CHK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-LAST)
               MOVE 0 TO WS-SCAN-TRIES
               PERFORM 3500-CHECK-BUSINESS-DAY
               PERFORM UNTIL WS-IS-BUS-DAY = 'Y'
                   SUBTRACT 1 FROM WS-CHK-INT
                   PERFORM 3500-CHECK-BUSINESS-DAY
               END-PERFORM
               MOVE WS-CHK-DATE TO WS-FOUND-BUS-DATE
               .

      * Forward from the first of WS-CAL-YEAR/WS-CAL-MONTH.
           3100-FIND-FIRST-BUS-DAY.
               PERFORM 3700-SET-MONTH-BOUNDS
               COMPUTE WS-CHK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
               MOVE 0 TO WS-SCAN-TRIES
               PERFORM 3500-CHECK-BUSINESS-DAY
               PERFORM UNTIL WS-IS-BUS-DAY = 'Y'
                   ADD 1 TO WS-CHK-INT
                   PERFORM 3500-CHECK-BUSINESS-DAY
               END-PERFORM
               MOVE WS-CHK-DATE TO WS-FOUND-BUS-DATE
               .

      * Back from the Sunday of the week starting on
      * WS-WEEK-MONDAY-INT; zero when the whole week is off.
           3200-FIND-WEEK-LAST-BUS-DAY.
               MOVE 0 TO WS-FOUND-BUS-DATE
               COMPUTE WS-CHK-INT = WS-WEEK-MONDAY-INT + 6
               MOVE 0 TO WS-SCAN-TRIES
               PERFORM 3500-CHECK-BUSINESS-DAY
               PERFORM UNTIL WS-IS-BUS-DAY = 'Y'
                   OR WS-CHK-INT = WS-WEEK-MONDAY-INT
                   SUBTRACT 1 FROM WS-CHK-INT
                   PERFORM 3500-CHECK-BUSINESS-DAY
               END-PERFORM
               IF WS-IS-BUS-DAY = 'Y'
                   MOVE WS-CHK-DATE TO WS-FOUND-BUS-DATE
               END-IF
               .

           3500-CHECK-BUSINESS-DAY.
               ADD 1 TO WS-SCAN-TRIES
               IF WS-SCAN-TRIES > 60
                   MOVE '3500-CHECK-BUSINESS-DAY' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'NO BUSINESS DAY IN 60 DAYS - CHECK HOLIDAYS'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               COMPUTE WS-CHK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
               MOVE 'Y' TO WS-IS-BUS-DAY
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-CHK-INT, 7)
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   MOVE 'N' TO WS-IS-BUS-DAY
               ELSE
                   PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                           UNTIL WS-HOL-IX > WS-HOL-COUNT
                       IF WS-HOL-DATE(WS-HOL-IX) = WS-CHK-DATE
                           MOVE 'N' TO WS-IS-BUS-DAY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               .

           3700-SET-MONTH-BOUNDS.
               COMPUTE WS-MONTH-FIRST =
                   WS-CAL-YEAR * 10000 + WS-CAL-MONTH * 100 + 1
               IF WS-CAL-MONTH = 12
                   COMPUTE WS-NEXT-FIRST =
                       (WS-CAL-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-FIRST =
                       WS-CAL-YEAR * 10000 + (WS-CAL-MONTH + 1) * 100
                       + 1
               END-IF
               COMPUTE WS-MONTH-LAST = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1)
               .

      * The period key for a monthly step is YYYYMM.
           3800-SET-MONTH-PERIOD.
               PERFORM 3700-SET-MONTH-BOUNDS
               MOVE WS-MONTH-FIRST TO WS-CAND-FROM
               MOVE WS-MONTH-LAST TO WS-CAND-TO
               MOVE SPACES TO WS-CAND-PERIOD
               MOVE WS-MONTH-FIRST TO WS-CAND-PERIOD-NUM
               MOVE WS-CAND-PERIOD-NUM(1:6) TO WS-CAND-PERIOD(1:6)
               .

           3900-STEP-BACK-MONTH.
               IF WS-CAL-MONTH = 1
                   SUBTRACT 1 FROM WS-CAL-YEAR
                   MOVE 12 TO WS-CAL-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-CAL-MONTH
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'CALSCHED' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
