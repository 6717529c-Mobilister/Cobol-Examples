           IDENTIFICATION DIVISION.
           PROGRAM-ID. BUDLOAD.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BudgetInputFile ASSIGN TO DYNAMIC
                   WS-BUDIN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUDIN-STATUS.

               SELECT BudgetFile ASSIGN TO DYNAMIC
                   WS-BUDGET-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BUDGET-STATUS.

               SELECT EntityFile ASSIGN TO DYNAMIC
                   WS-ENT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENT-FILE-STATUS.

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
      * Finance's budget sheet, one line per period, entity and
      * currency: the amount carries two implied decimals and a
      * sign of its own ('-' for a negative budget). Blank lines
      * and lines starting '*' are ignored.
           FD  BudgetInputFile
               LABEL RECORDS ARE STANDARD.
           01 BUDGET-INPUT-RECORD.
               05 BIN-PERIOD            PIC X(6).
               05 FILLER                PIC X.
               05 BIN-ENTITY            PIC X(3).
               05 FILLER                PIC X.
               05 BIN-CURRENCY          PIC X(3).
               05 FILLER                PIC X.
               05 BIN-SIGN              PIC X.
               05 BIN-AMOUNT            PIC X(13).
               05 BIN-AMOUNT-N REDEFINES BIN-AMOUNT
                                        PIC 9(11)V99.

           FD  BudgetFile
               LABEL RECORDS ARE STANDARD.
           COPY BUDREC.

           FD  EntityFile
               LABEL RECORDS ARE STANDARD.
           01 ENTITY-RECORD.
               05 ENT-CODE              PIC X(3).
               05 FILLER                PIC X.
               05 ENT-NAME              PIC X(30).

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
           01 WS-BUDIN-FILENAME PIC X(80).
           01 WS-BUDIN-STATUS PIC XX VALUE '00'.
           01 WS-BUDGET-FILENAME PIC X(80).
           01 WS-BUDGET-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8) VALUE 0.

      * The load: who authorizes it and why. Loading a budget is a
      * supervisor (level 2) action on the operator security file.
           01 WS-REQ-OPERATOR PIC X(8).
           01 WS-REQ-NOTE PIC X(60).

      * The lines of this load, checked whole before any is
      * written: one bad line refuses the load, so a version is
      * never half a budget.
           01 WS-BLN-MAX PIC 9(4) VALUE 2000.
           01 WS-BLN-COUNT PIC 9(4) VALUE 0.
           01 WS-BLN-TABLE.
               05 WS-BLN-ENTRY OCCURS 2000 TIMES.
                   10 WS-BLN-PERIOD PIC 9(6).
                   10 WS-BLN-ENTITY PIC X(3).
                   10 WS-BLN-CCY PIC X(3).
                   10 WS-BLN-AMOUNT PIC S9(11)V99.
           01 WS-BLN-IX PIC 9(4).
           01 WS-INPUT-LINES PIC 9(5) VALUE 0.
           01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
           01 WS-ERROR-TEXT PIC X(40).
           01 WS-LINE-PERIOD PIC 9(6).
           01 WS-LINE-PERIOD-R REDEFINES WS-LINE-PERIOD.
               05 WS-LINE-YEAR PIC 9(4).
               05 WS-LINE-MONTH PIC 9(2).
           01 WS-LINE-AMOUNT PIC S9(11)V99.
           01 WS-LOAD-TOTAL PIC S9(13)V99 VALUE 0.

      * Versions already on the budget file.
           01 WS-LAST-VERSION PIC 9(4) VALUE 0.
           01 WS-NEW-VERSION PIC 9(4) VALUE 0.

           01 WS-AMT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * Entity control table
           COPY ENTDATA.

      * Operator security table
           COPY OPERDATA.

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'BUDLOAD: budget load'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME

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
               PERFORM 1200-LOAD-ENTITY-TABLE
               PERFORM 2000-CHECK-BUDGET-INPUT
               PERFORM 3000-FIND-LAST-VERSION
               PERFORM 4000-APPEND-VERSION

               MOVE WS-LOAD-TOTAL TO WS-AMT-EDIT
               DISPLAY 'BUDLOAD: version ' WS-NEW-VERSION ' - '
                   WS-BLN-COUNT ' line(s) totalling ' WS-AMT-EDIT
                   ' loaded by ' WS-REQ-OPERATOR
               STOP RUN.

           1000-RESOLVE-REQUEST.
               ACCEPT WS-BUDIN-FILENAME FROM ENVIRONMENT
                   'BUDLOADINPUT'.
               IF WS-BUDIN-FILENAME = SPACES
                   MOVE 'budget-load.dat' TO WS-BUDIN-FILENAME
               END-IF
               MOVE 'BUDLOADINPUT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-BUDIN-FILENAME
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

               MOVE SPACES TO WS-REQ-OPERATOR
               ACCEPT WS-REQ-OPERATOR FROM ENVIRONMENT
                   'BUDLOADOPERATOR'.
               MOVE 'BUDLOADOPERATOR' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQ-OPERATOR
               END-IF

               MOVE SPACES TO WS-REQ-NOTE
               ACCEPT WS-REQ-NOTE FROM ENVIRONMENT 'BUDLOADNOTE'.
               MOVE 'BUDLOADNOTE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQ-NOTE
               END-IF

      * The note says what the version is (original budget,
      * reforecast, ...) on the version history.
               IF WS-REQ-NOTE = SPACES
                   MOVE '1000-RESOLVE-REQUEST' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'VERSION NOTE REQUIRED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * Loading a budget is a supervisor action, attributed on the
      * budget file's version history.
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
                   OR WS-OPER-AUTH-LEVEL < 2
                   MOVE '1100-AUTHORIZE-OPERATOR' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'OPERATOR ' DELIMITED BY SIZE
                       WS-REQ-OPERATOR DELIMITED BY SIZE
                       ' NOT AUTHORIZED TO LOAD BUDGETS'
                       DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * Budget lines must name entity codes the pre-edit accepts,
      * so the same control file loads here. With none on file
      * the entity check is skipped.
           1200-LOAD-ENTITY-TABLE.
               ACCEPT WS-ENT-FILENAME FROM ENVIRONMENT 'ENTITYFILE'.
               IF WS-ENT-FILENAME = SPACES
                   MOVE 'entity.ctl' TO WS-ENT-FILENAME
               END-IF
               MOVE 'ENTITYFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ENT-FILENAME
               END-IF

               MOVE 0 TO WS-ENT-COUNT
               OPEN INPUT EntityFile
               IF WS-ENT-FILE-STATUS NOT = '00'
                   DISPLAY 'BUDLOAD: no entity control file '
                       WS-ENT-FILENAME ' - entity check skipped'
               ELSE
                   PERFORM UNTIL WS-ENT-FILE-STATUS NOT = '00'
                       OR WS-ENT-COUNT >= WS-ENT-MAX
                       READ EntityFile
                           AT END
                               MOVE '10' TO WS-ENT-FILE-STATUS
                           NOT AT END
                               ADD 1 TO WS-ENT-COUNT
                               MOVE ENT-CODE TO
                                   WS-ENT-CODE(WS-ENT-COUNT)
                               MOVE ENT-NAME TO
                                   WS-ENT-NAME(WS-ENT-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE EntityFile
               END-IF
               .

           2000-CHECK-BUDGET-INPUT.
               OPEN INPUT BudgetInputFile
               IF WS-BUDIN-STATUS NOT = '00'
                   MOVE '2000-CHECK-BUDGET-INPUT' TO ABEND-PARAGRAPH
                   MOVE WS-BUDIN-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-BUDIN-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE 0 TO WS-BLN-COUNT
               MOVE 0 TO WS-INPUT-LINES
               MOVE 0 TO WS-ERROR-COUNT
               MOVE 0 TO WS-LOAD-TOTAL
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ BudgetInputFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF BUDGET-INPUT-RECORD NOT = SPACES
                               AND BIN-PERIOD(1:1) NOT = '*'
                               PERFORM 2100-CHECK-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BudgetInputFile

               IF WS-ERROR-COUNT > 0
                   MOVE '2000-CHECK-BUDGET-INPUT' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 12 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'BUDGET LOAD REFUSED - ' DELIMITED BY SIZE
                       WS-ERROR-COUNT DELIMITED BY SIZE
                       ' LINE(S) IN ERROR - NOTHING LOADED'
                       DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               IF WS-BLN-COUNT = 0
                   MOVE '2000-CHECK-BUDGET-INPUT' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'NO BUDGET LINES IN ' DELIMITED BY SIZE
                       WS-BUDIN-FILENAME DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * Each error is listed with its line number so finance can
      * correct the sheet and resubmit the whole load.
           2100-CHECK-ONE-LINE.
               ADD 1 TO WS-INPUT-LINES
               MOVE SPACES TO WS-ERROR-TEXT
               EVALUATE TRUE
                   WHEN BIN-PERIOD IS NOT NUMERIC
                       MOVE 'PERIOD IS NOT YYYYMM' TO WS-ERROR-TEXT
                   WHEN BIN-AMOUNT IS NOT NUMERIC
                       MOVE 'AMOUNT IS NOT NUMERIC' TO WS-ERROR-TEXT
                   WHEN BIN-SIGN NOT = SPACE AND BIN-SIGN NOT = '+'
                       AND BIN-SIGN NOT = '-'
                       MOVE 'SIGN MUST BE +, - OR BLANK'
                           TO WS-ERROR-TEXT
                   WHEN BIN-ENTITY = SPACES
                       MOVE 'ENTITY MISSING' TO WS-ERROR-TEXT
                   WHEN BIN-CURRENCY = SPACES
                       OR BIN-CURRENCY IS NOT ALPHABETIC
                       MOVE 'CURRENCY IS NOT A CURRENCY CODE'
                           TO WS-ERROR-TEXT
               END-EVALUATE

               IF WS-ERROR-TEXT = SPACES
                   MOVE BIN-PERIOD TO WS-LINE-PERIOD
                   IF WS-LINE-MONTH < 1 OR WS-LINE-MONTH > 12
                       MOVE 'PERIOD IS NOT YYYYMM' TO WS-ERROR-TEXT
                   END-IF
               END-IF

               IF WS-ERROR-TEXT = SPACES AND WS-ENT-COUNT > 0
                   MOVE 'N' TO WS-ENT-FOUND
                   PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                           UNTIL WS-ENT-IX > WS-ENT-COUNT
                       IF WS-ENT-CODE(WS-ENT-IX) = BIN-ENTITY
                           MOVE 'Y' TO WS-ENT-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-ENT-FOUND = 'N'
                       MOVE 'ENTITY NOT ON ENTITY CONTROL FILE'
                           TO WS-ERROR-TEXT
                   END-IF
               END-IF

      * One line per period, entity and currency in a load: two
      * would leave the version's figure to chance.
               IF WS-ERROR-TEXT = SPACES
                   PERFORM VARYING WS-BLN-IX FROM 1 BY 1
                           UNTIL WS-BLN-IX > WS-BLN-COUNT
                       IF WS-BLN-PERIOD(WS-BLN-IX) = WS-LINE-PERIOD
                           AND WS-BLN-ENTITY(WS-BLN-IX) = BIN-ENTITY
                           AND WS-BLN-CCY(WS-BLN-IX) = BIN-CURRENCY
                           MOVE 'REPEATS AN EARLIER LINE'
                               TO WS-ERROR-TEXT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-ERROR-TEXT = SPACES
                   AND WS-BLN-COUNT >= WS-BLN-MAX
                   MOVE 'MORE LINES THAN ONE LOAD HOLDS'
                       TO WS-ERROR-TEXT
               END-IF

               IF WS-ERROR-TEXT NOT = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'BUDLOAD: line ' WS-INPUT-LINES ' '
                       WS-ERROR-TEXT ' - ' BUDGET-INPUT-RECORD
               ELSE
                   MOVE BIN-AMOUNT-N TO WS-LINE-AMOUNT
                   IF BIN-SIGN = '-'
                       COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
                   END-IF
                   ADD 1 TO WS-BLN-COUNT
                   MOVE WS-LINE-PERIOD TO WS-BLN-PERIOD(WS-BLN-COUNT)
                   MOVE BIN-ENTITY TO WS-BLN-ENTITY(WS-BLN-COUNT)
                   MOVE BIN-CURRENCY TO WS-BLN-CCY(WS-BLN-COUNT)
                   MOVE WS-LINE-AMOUNT TO WS-BLN-AMOUNT(WS-BLN-COUNT)
                   ADD WS-LINE-AMOUNT TO WS-LOAD-TOTAL
               END-IF
               .

           3000-FIND-LAST-VERSION.
               MOVE 0 TO WS-LAST-VERSION
               OPEN INPUT BudgetFile
               IF WS-BUDGET-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ BudgetFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF BUD-VERSION > WS-LAST-VERSION
                                   MOVE BUD-VERSION
                                       TO WS-LAST-VERSION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BudgetFile
               END-IF
               IF WS-LAST-VERSION >= 9999
                   MOVE '3000-FIND-LAST-VERSION' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'BUDGET VERSION NUMBERS EXHAUSTED'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               COMPUTE WS-NEW-VERSION = WS-LAST-VERSION + 1
               .

      * The version goes on the end of the file, header first;
      * earlier versions are never touched.
           4000-APPEND-VERSION.
               OPEN EXTEND BudgetFile
               IF WS-BUDGET-STATUS NOT = '00'
                   OPEN OUTPUT BudgetFile
               END-IF
               IF WS-BUDGET-STATUS NOT = '00'
                   MOVE '4000-APPEND-VERSION' TO ABEND-PARAGRAPH
                   MOVE WS-BUDGET-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-BUDGET-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE SPACES TO BUD-RECORD
               MOVE 'H' TO BUD-REC-TYPE
               MOVE WS-NEW-VERSION TO BUD-VERSION
               MOVE WS-RUN-DATE TO BUD-LOAD-DATE
               MOVE WS-RUN-TIME TO BUD-LOAD-TIME
               MOVE WS-REQ-OPERATOR TO BUD-LOAD-OPERATOR
               MOVE WS-BLN-COUNT TO BUD-LOAD-LINES
               MOVE WS-REQ-NOTE TO BUD-LOAD-NOTE
               WRITE BUD-RECORD

               PERFORM VARYING WS-BLN-IX FROM 1 BY 1
                       UNTIL WS-BLN-IX > WS-BLN-COUNT
                   MOVE SPACES TO BUD-RECORD
                   MOVE 'B' TO BUD-REC-TYPE
                   MOVE WS-NEW-VERSION TO BUD-VERSION
                   MOVE WS-BLN-PERIOD(WS-BLN-IX) TO BUD-PERIOD
                   MOVE WS-BLN-ENTITY(WS-BLN-IX) TO BUD-ENTITY
                   MOVE WS-BLN-CCY(WS-BLN-IX) TO BUD-CURRENCY
                   MOVE WS-BLN-AMOUNT(WS-BLN-IX) TO BUD-AMOUNT
                   WRITE BUD-RECORD
               END-PERFORM
               CLOSE BudgetFile
               .

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'BUDLOAD' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
