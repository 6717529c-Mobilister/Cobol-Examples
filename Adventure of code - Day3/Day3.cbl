             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-MACHINE-REPORT-STATUS.

            SELECT BomReportFile ASSIGN TO DYNAMIC
             WS-BOM-REPORT-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-BOM-REPORT-STATUS.

            SELECT PartsHistoryFile ASSIGN TO DYNAMIC
             WS-PARTS-HISTORY-FILENAME
             ORGANIZATION LINE SEQUENTIAL

       FD PartsMasterFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY3PM.

       FD PartsExceptionFile
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           01 MACHINE-REPORT-LINE PIC X(100).

      * Costed bill of materials: per schematic file, every part
      * number priced at its standard cost, then parts cost and
      * gear assemblies rolled up by machine type.
       FD BomReportFile
           LABEL RECORDS ARE STANDARD.
           01 BOM-REPORT-LINE PIC X(100).

      * Rolling parts history every run appends to; the Day3Trnd
      * trend report reads the accumulated file.
       FD PartsHistoryFile
                 05 GEAR-COL PIC 9(3).
                 05 GEAR-ADJ-COUNT PIC 9(2) VALUE 0.
                 05 GEAR-PRODUCT PIC 9(14) VALUE 1.
                 05 GEAR-COST PIC 9(9)V99 VALUE 0.

      * Batch of schematic files in one run (request 020): the file
      * list (DAY3FILELIST) defaults to the certified list the
              02 WS-PM-ENTRY OCCURS 2000 TIMES.
                 05 WS-PM-NUMBER PIC 9(10).
                 05 WS-PM-DESC PIC X(30).
                 05 WS-PM-COST PIC 9(7)V99.
                 05 WS-PM-COSTED PIC X.
           01 WS-PM-FOUND PIC X VALUE 'N'.
           01 WS-PM-DESC-OUT PIC X(30).
           01 WS-PM-COST-OUT PIC 9(7)V99 VALUE 0.
           01 WS-PM-COSTED-OUT PIC X VALUE 'N'.
           01 WS-PM-LOOKED-UP PIC X VALUE 'N'.
           01 WS-KNOWN-COUNT PIC 9(6) VALUE 0.
           01 WS-UNKNOWN-COUNT PIC 9(6) VALUE 0.
           01 px PIC 9(4).
                 05 WS-MT-PART-COUNT PIC 9(6).
                 05 WS-MT-PART-SUM PIC 9(12).
                 05 WS-MT-GEAR-SUM PIC 9(16).
                 05 WS-MT-FILE-PART-COUNT PIC 9(6).
                 05 WS-MT-FILE-PART-COST PIC 9(11)V99.
                 05 WS-MT-FILE-GEAR-COUNT PIC 9(5).
                 05 WS-MT-FILE-GEAR-COST PIC 9(11)V99.
           01 WS-QUAL-SYMBOL PIC X VALUE SPACE.
           01 WS-CLASS-TYPE PIC X(4).
           01 WS-CLASS-DESC PIC X(30).
           01 mx PIC 9(2).
           01 sy PIC 9(2).

      * Costed bill of materials: the distinct part numbers of
      * the schematic in hand with their quantity and standard
      * cost. A part with no standard cost, or not on the master,
      * is listed at zero and counted so the total is never read
      * as complete when it is not. A gear assembly is costed at
      * the standard cost of the two parts it joins.
           01 WS-BOM-REPORT-FILENAME PIC X(80).
           01 WS-BOM-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-BOM-MAX PIC 9(4) VALUE 2000.
           01 WS-BOM-COUNT PIC 9(4) VALUE 0.
           01 WS-BOM-TABLE.
              02 WS-BOM-ENTRY OCCURS 2000 TIMES.
                 05 WS-BOM-NUMBER PIC 9(10).
                 05 WS-BOM-DESC PIC X(30).
                 05 WS-BOM-QTY PIC 9(5).
                 05 WS-BOM-UNIT-COST PIC 9(7)V99.
                 05 WS-BOM-COST-SW PIC X.
           01 WS-BOM-OVERFLOW-SW PIC X VALUE 'N'.
           01 WS-BOM-FILE-OVERFLOW-SW PIC X VALUE 'N'.
           01 WS-BOM-FOUND PIC X VALUE 'N'.
           01 WS-BOM-EXT-COST PIC 9(11)V99 VALUE 0.
           01 WS-BOM-FILE-PARTS PIC 9(6) VALUE 0.
           01 WS-BOM-FILE-PARTS-COST PIC 9(11)V99 VALUE 0.
           01 WS-BOM-FILE-UNCOSTED PIC 9(6) VALUE 0.
           01 WS-BOM-FILE-GEAR-COUNT PIC 9(5) VALUE 0.
           01 WS-BOM-FILE-GEAR-COST PIC 9(11)V99 VALUE 0.
           01 WS-BOM-RUN-PARTS-COST PIC 9(13)V99 VALUE 0.
           01 WS-BOM-RUN-UNCOSTED PIC 9(7) VALUE 0.
           01 WS-BOM-RUN-GEAR-COUNT PIC 9(7) VALUE 0.
           01 WS-BOM-RUN-GEAR-COST PIC 9(13)V99 VALUE 0.
           01 WS-BOM-QTY-OUT PIC ZZZZ9.
           01 WS-BOM-COUNT-OUT PIC ZZZZZ9.
           01 WS-BOM-GEARS-OUT PIC ZZZZ9.
           01 WS-BOM-RUN-COUNT-OUT PIC Z,ZZZ,ZZ9.
           01 WS-BOM-UNIT-OUT PIC Z,ZZZ,ZZ9.99.
           01 WS-BOM-AMT-OUT-1 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-BOM-AMT-OUT-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-BOM-AMT-OUT-3 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-BOM-NOTE PIC X(13).
           01 bx PIC 9(4).

      * Rolling parts history handling: appended per
      * qualifying number, file kept usable even when the history
      * cannot open - the run must not stop over trend data.
           PERFORM LOAD-PARTS-MASTER.
           PERFORM LOAD-SYMBOL-MASTER.
           PERFORM OPEN-MACHINE-REPORT.
           PERFORM OPEN-BOM-REPORT.
           PERFORM OPEN-PARTS-HISTORY.

      * Batch of schematic files in one run (request 020): the
               INTO EXTRACT-LINE
           WRITE EXTRACT-LINE.
           PERFORM WRITE-MACHINE-REPORT.
           PERFORM WRITE-BOM-RUN-TOTALS.
           CLOSE PartsReportFile.
           CLOSE GearsReportFile.
           CLOSE ExtractFile.
           CLOSE PartsExceptionFile.
           CLOSE MachineReportFile.
           CLOSE BomReportFile.
           IF WS-HISTORY-OPEN-SW = 'Y'
               CLOSE PartsHistoryFile
               DISPLAY 'Day3: ' WS-HISTORY-COUNT
           IF WS-PM-OVERFLOW-SW = 'Y' AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BOM-OVERFLOW-SW = 'Y' AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATS.
           STOP RUN.

                               MOVE PM-NUMBER
                                   TO WS-PM-NUMBER(WS-PM-COUNT)
                               MOVE PM-DESC TO WS-PM-DESC(WS-PM-COUNT)
                               IF PM-UNIT-COST IS NUMERIC
                                   MOVE PM-UNIT-COST
                                       TO WS-PM-COST(WS-PM-COUNT)
                                   MOVE 'Y'
                                       TO WS-PM-COSTED(WS-PM-COUNT)
                               ELSE
                                   MOVE 0 TO WS-PM-COST(WS-PM-COUNT)
                                   MOVE 'N'
                                       TO WS-PM-COSTED(WS-PM-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF mx > 0
                   ADD 1 TO WS-MT-PART-COUNT(mx)
                   ADD Current-Number TO WS-MT-PART-SUM(mx)
                   ADD 1 TO WS-MT-FILE-PART-COUNT(mx)
                   ADD WS-PM-COST-OUT TO WS-MT-FILE-PART-COST(mx)
               END-IF
           END-IF
           .
                   MOVE 0 TO WS-MT-PART-COUNT(mx)
                   MOVE 0 TO WS-MT-PART-SUM(mx)
                   MOVE 0 TO WS-MT-GEAR-SUM(mx)
                   MOVE 0 TO WS-MT-FILE-PART-COUNT(mx)
                   MOVE 0 TO WS-MT-FILE-PART-COST(mx)
                   MOVE 0 TO WS-MT-FILE-GEAR-COUNT(mx)
                   MOVE 0 TO WS-MT-FILE-GEAR-COST(mx)
               ELSE
                   DISPLAY 'Day3: machine type table full - '
                       WS-CLASS-TYPE ' not totalled'
               PERFORM FIND-OR-ADD-MACHINE-TYPE
               IF mx > 0
                   ADD GEAR-PRODUCT(gx) TO WS-MT-GEAR-SUM(mx)
                   ADD 1 TO WS-MT-FILE-GEAR-COUNT(mx)
                   ADD GEAR-COST(gx) TO WS-MT-FILE-GEAR-COST(mx)
               END-IF
           END-IF
           .
           END-IF
           .

       OPEN-BOM-REPORT.
           ACCEPT WS-BOM-REPORT-FILENAME FROM ENVIRONMENT
               'DAY3BOMREPORT'.
           IF WS-BOM-REPORT-FILENAME = SPACES
               MOVE 'day3-bom.rpt' TO WS-BOM-REPORT-FILENAME
           END-IF
           MOVE 'DAY3BOMREPORT' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-BOM-REPORT-FILENAME
           END-IF
           OPEN OUTPUT BomReportFile
           IF WS-BOM-REPORT-STATUS NOT = '00'
               CLOSE PartsReportFile
               CLOSE GearsReportFile
               CLOSE ExtractFile
               CLOSE PartsExceptionFile
               CLOSE MachineReportFile
               MOVE 'OPEN-BOM-REPORT' TO ABEND-PARAGRAPH
               MOVE WS-BOM-REPORT-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-BOM-REPORT-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           MOVE SPACES TO BOM-REPORT-LINE
           STRING 'COSTED BILL OF MATERIALS - RUN DATE '
               DELIMITED BY SIZE
               WS-EXTRACT-RUN-DATE DELIMITED BY SIZE
               INTO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           IF WS-PM-LOADED-SW = 'N'
               MOVE SPACES TO BOM-REPORT-LINE
               STRING 'NO PARTS MASTER SUPPLIED - QUANTITIES ONLY, '
                   DELIMITED BY SIZE
                   'NOTHING COSTED THIS RUN' DELIMITED BY SIZE
                   INTO BOM-REPORT-LINE
               WRITE BOM-REPORT-LINE
           END-IF
           IF WS-PM-OVERFLOW-SW = 'Y'
               MOVE SPACES TO BOM-REPORT-LINE
               STRING 'PARTS MASTER TRUNCATED AT ' DELIMITED BY SIZE
                   WS-PM-MAX DELIMITED BY SIZE
                   ' RECORDS - COSTS ARE NOT RELIABLE'
                   DELIMITED BY SIZE
                   INTO BOM-REPORT-LINE
               WRITE BOM-REPORT-LINE
           END-IF
           .

       RESET-FILE-BOM.
           MOVE 0 TO WS-BOM-COUNT
           MOVE 'N' TO WS-BOM-FILE-OVERFLOW-SW
           MOVE 0 TO WS-BOM-FILE-PARTS
           MOVE 0 TO WS-BOM-FILE-PARTS-COST
           MOVE 0 TO WS-BOM-FILE-UNCOSTED
           MOVE 0 TO WS-BOM-FILE-GEAR-COUNT
           MOVE 0 TO WS-BOM-FILE-GEAR-COST
           PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > WS-MT-COUNT
               MOVE 0 TO WS-MT-FILE-PART-COUNT(mx)
               MOVE 0 TO WS-MT-FILE-PART-COST(mx)
               MOVE 0 TO WS-MT-FILE-GEAR-COUNT(mx)
               MOVE 0 TO WS-MT-FILE-GEAR-COST(mx)
           END-PERFORM
           .

      * En rad per distinkt artikelnummer i ritningen: antalet
      * räknas upp, standardkostnaden tas från artikelregistret.
       ADD-TO-BOM.
           ADD 1 TO WS-BOM-FILE-PARTS
           ADD WS-PM-COST-OUT TO WS-BOM-FILE-PARTS-COST
           IF WS-PM-COSTED-OUT = 'N'
               ADD 1 TO WS-BOM-FILE-UNCOSTED
           END-IF
           MOVE 'N' TO WS-BOM-FOUND
           PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > WS-BOM-COUNT
               IF WS-BOM-NUMBER(bx) = Current-Number
                   ADD 1 TO WS-BOM-QTY(bx)
                   MOVE 'Y' TO WS-BOM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BOM-FOUND = 'N'
               IF WS-BOM-COUNT < WS-BOM-MAX
                   ADD 1 TO WS-BOM-COUNT
                   MOVE Current-Number TO WS-BOM-NUMBER(WS-BOM-COUNT)
                   MOVE WS-PM-DESC-OUT TO WS-BOM-DESC(WS-BOM-COUNT)
                   MOVE 1 TO WS-BOM-QTY(WS-BOM-COUNT)
                   MOVE WS-PM-COST-OUT
                       TO WS-BOM-UNIT-COST(WS-BOM-COUNT)
                   IF WS-PM-LOADED-SW = 'N'
                       MOVE SPACE TO WS-BOM-COST-SW(WS-BOM-COUNT)
                   ELSE
                       IF WS-PM-FOUND = 'N'
                           MOVE 'U' TO WS-BOM-COST-SW(WS-BOM-COUNT)
                       ELSE
                           MOVE WS-PM-COSTED-OUT
                               TO WS-BOM-COST-SW(WS-BOM-COUNT)
                       END-IF
                   END-IF
               ELSE
      * The file totals still take every part; only the itemised
      * listing is cut short, and the run ends with a warning.
                   IF WS-BOM-FILE-OVERFLOW-SW = 'N'
                       DISPLAY 'Day3: bill of materials for '
                           WS-INPUT-FILENAME
                           ' has more than ' WS-BOM-MAX
                           ' part numbers - listing truncated'
                   END-IF
                   MOVE 'Y' TO WS-BOM-FILE-OVERFLOW-SW
                   MOVE 'Y' TO WS-BOM-OVERFLOW-SW
               END-IF
           END-IF
           .

       WRITE-FILE-BOM.
           MOVE SPACES TO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           MOVE SPACES TO BOM-REPORT-LINE
           STRING 'FILE: ' DELIMITED BY SIZE
               WS-INPUT-FILENAME DELIMITED BY SIZE
               INTO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           MOVE SPACES TO BOM-REPORT-LINE
           STRING 'PART NO.    DESCRIPTION' DELIMITED BY SIZE
               '                      QTY' DELIMITED BY SIZE
               '     UNIT COST      EXTENDED COST' DELIMITED BY SIZE
               INTO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > WS-BOM-COUNT
               COMPUTE WS-BOM-EXT-COST =
                   WS-BOM-QTY(bx) * WS-BOM-UNIT-COST(bx)
               EVALUATE WS-BOM-COST-SW(bx)
                   WHEN 'U'
                       MOVE 'NOT ON MASTER' TO WS-BOM-NOTE
                   WHEN 'N'
                       MOVE 'NO STD COST' TO WS-BOM-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-BOM-NOTE
               END-EVALUATE
               MOVE WS-BOM-QTY(bx) TO WS-BOM-QTY-OUT
               MOVE WS-BOM-UNIT-COST(bx) TO WS-BOM-UNIT-OUT
               MOVE WS-BOM-EXT-COST TO WS-BOM-AMT-OUT-1
               MOVE SPACES TO BOM-REPORT-LINE
               STRING WS-BOM-NUMBER(bx) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-BOM-DESC(bx) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BOM-QTY-OUT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-BOM-UNIT-OUT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-BOM-AMT-OUT-1 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-BOM-NOTE DELIMITED BY SIZE
                   INTO BOM-REPORT-LINE
               WRITE BOM-REPORT-LINE
           END-PERFORM
           IF WS-BOM-FILE-OVERFLOW-SW = 'Y'
               MOVE SPACES TO BOM-REPORT-LINE
               STRING 'LISTING TRUNCATED AT ' DELIMITED BY SIZE
                   WS-BOM-MAX DELIMITED BY SIZE
                   ' PART NUMBERS - TOTALS BELOW ARE COMPLETE'
                   DELIMITED BY SIZE
                   INTO BOM-REPORT-LINE
               WRITE BOM-REPORT-LINE
           END-IF

           MOVE SPACES TO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           IF WS-SM-LOADED-SW = 'N'
               MOVE SPACES TO BOM-REPORT-LINE
               STRING 'NO SYMBOL MASTER SUPPLIED - COST NOT ROLLED UP '
                   DELIMITED BY SIZE
                   'BY MACHINE TYPE' DELIMITED BY SIZE
                   INTO BOM-REPORT-LINE
               WRITE BOM-REPORT-LINE
           ELSE
               MOVE SPACES TO BOM-REPORT-LINE
               STRING 'TYPE DESCRIPTION' DELIMITED BY SIZE
                   '                     PARTS' DELIMITED BY SIZE
                   '         PARTS COST  GEARS' DELIMITED BY SIZE
                   '     GEAR ASSY COST' DELIMITED BY SIZE
                   INTO BOM-REPORT-LINE
               WRITE BOM-REPORT-LINE
               PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > WS-MT-COUNT
                   IF WS-MT-FILE-PART-COUNT(mx) > 0
                       OR WS-MT-FILE-GEAR-COUNT(mx) > 0
                       MOVE WS-MT-FILE-PART-COUNT(mx)
                           TO WS-BOM-COUNT-OUT
                       MOVE WS-MT-FILE-PART-COST(mx)
                           TO WS-BOM-AMT-OUT-1
                       MOVE WS-MT-FILE-GEAR-COUNT(mx)
                           TO WS-BOM-GEARS-OUT
                       MOVE WS-MT-FILE-GEAR-COST(mx)
                           TO WS-BOM-AMT-OUT-2
                       MOVE SPACES TO BOM-REPORT-LINE
                       STRING WS-MT-TYPE(mx) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-MT-DESC(mx) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-BOM-COUNT-OUT DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           WS-BOM-AMT-OUT-1 DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           WS-BOM-GEARS-OUT DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           WS-BOM-AMT-OUT-2 DELIMITED BY SIZE
                           INTO BOM-REPORT-LINE
                       WRITE BOM-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-BOM-FILE-PARTS TO WS-BOM-COUNT-OUT
           MOVE WS-BOM-FILE-PARTS-COST TO WS-BOM-AMT-OUT-1
           MOVE SPACES TO BOM-REPORT-LINE
           STRING 'FILE TOTAL      PARTS ' DELIMITED BY SIZE
               WS-BOM-COUNT-OUT DELIMITED BY SIZE
               '  COST ' DELIMITED BY SIZE
               WS-BOM-AMT-OUT-1 DELIMITED BY SIZE
               INTO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           MOVE WS-BOM-FILE-GEAR-COUNT TO WS-BOM-GEARS-OUT
           MOVE WS-BOM-FILE-GEAR-COST TO WS-BOM-AMT-OUT-2
           MOVE SPACES TO BOM-REPORT-LINE
           STRING 'GEAR ASSEMBLIES  GEARS ' DELIMITED BY SIZE
               WS-BOM-GEARS-OUT DELIMITED BY SIZE
               '  COST ' DELIMITED BY SIZE
               WS-BOM-AMT-OUT-2 DELIMITED BY SIZE
               '  (INCLUDED IN THE PARTS COST)' DELIMITED BY SIZE
               INTO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           IF WS-BOM-FILE-UNCOSTED > 0
               MOVE WS-BOM-FILE-UNCOSTED TO WS-BOM-COUNT-OUT
               MOVE SPACES TO BOM-REPORT-LINE
               STRING 'PARTS WITHOUT A STANDARD COST ' DELIMITED BY SIZE
                   WS-BOM-COUNT-OUT DELIMITED BY SIZE
                   ' - FILE TOTAL IS UNDERSTATED' DELIMITED BY SIZE
                   INTO BOM-REPORT-LINE
               WRITE BOM-REPORT-LINE
           END-IF
           DISPLAY "File " WS-INPUT-FILENAME " parts cost: "
               WS-BOM-AMT-OUT-1

           ADD WS-BOM-FILE-PARTS-COST TO WS-BOM-RUN-PARTS-COST
           ADD WS-BOM-FILE-UNCOSTED TO WS-BOM-RUN-UNCOSTED
           ADD WS-BOM-FILE-GEAR-COUNT TO WS-BOM-RUN-GEAR-COUNT
           ADD WS-BOM-FILE-GEAR-COST TO WS-BOM-RUN-GEAR-COST
           .

       WRITE-BOM-RUN-TOTALS.
           MOVE SPACES TO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           MOVE WS-FILE-COUNT TO WS-BOM-RUN-COUNT-OUT
           MOVE WS-BOM-RUN-PARTS-COST TO WS-BOM-AMT-OUT-3
           MOVE SPACES TO BOM-REPORT-LINE
           STRING 'RUN TOTAL       FILES ' DELIMITED BY SIZE
               WS-BOM-RUN-COUNT-OUT DELIMITED BY SIZE
               '  PARTS COST ' DELIMITED BY SIZE
               WS-BOM-AMT-OUT-3 DELIMITED BY SIZE
               INTO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           MOVE WS-BOM-RUN-GEAR-COUNT TO WS-BOM-RUN-COUNT-OUT
           MOVE WS-BOM-RUN-GEAR-COST TO WS-BOM-AMT-OUT-3
           MOVE SPACES TO BOM-REPORT-LINE
           STRING 'GEAR ASSEMBLIES GEARS ' DELIMITED BY SIZE
               WS-BOM-RUN-COUNT-OUT DELIMITED BY SIZE
               '  COST       ' DELIMITED BY SIZE
               WS-BOM-AMT-OUT-3 DELIMITED BY SIZE
               INTO BOM-REPORT-LINE
           WRITE BOM-REPORT-LINE
           IF WS-BOM-RUN-UNCOSTED > 0
               MOVE WS-BOM-RUN-UNCOSTED TO WS-BOM-RUN-COUNT-OUT
               MOVE SPACES TO BOM-REPORT-LINE
               STRING 'PARTS WITHOUT A STANDARD COST ' DELIMITED BY SIZE
                   WS-BOM-RUN-COUNT-OUT DELIMITED BY SIZE
                   ' - RUN TOTAL IS UNDERSTATED' DELIMITED BY SIZE
                   INTO BOM-REPORT-LINE
               WRITE BOM-REPORT-LINE
               DISPLAY 'Day3: ' WS-BOM-RUN-UNCOSTED
                   ' part(s) without a standard cost - see the '
                   'bill of materials'
           END-IF
           MOVE WS-BOM-RUN-PARTS-COST TO WS-BOM-AMT-OUT-3
           DISPLAY 'Day3: costed bill of materials total '
               WS-BOM-AMT-OUT-3
           .

       LOOKUP-PARTS-MASTER.
           MOVE 'Y' TO WS-PM-LOOKED-UP
           MOVE 'N' TO WS-PM-FOUND
           MOVE SPACES TO WS-PM-DESC-OUT
           MOVE 0 TO WS-PM-COST-OUT
           MOVE 'N' TO WS-PM-COSTED-OUT
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > WS-PM-COUNT
               IF WS-PM-NUMBER(px) = Current-Number
                   MOVE 'Y' TO WS-PM-FOUND
                   MOVE WS-PM-DESC(px) TO WS-PM-DESC-OUT
                   MOVE WS-PM-COST(px) TO WS-PM-COST-OUT
                   MOVE WS-PM-COSTED(px) TO WS-PM-COSTED-OUT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-NUMBERS-FOUND
           MOVE 0 TO EOF-Switch
           INITIALIZE TAB1
           PERFORM RESET-FILE-BOM

           OPEN INPUT InputFile.
           IF FileStatus NOT = '00'
           PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > WS-GEAR-COUNT
               IF GEAR-ADJ-COUNT(gx) = 2
                   ADD GEAR-PRODUCT(gx) TO WS-GEAR-SUM
                   ADD 1 TO WS-BOM-FILE-GEAR-COUNT
                   ADD GEAR-COST(gx) TO WS-BOM-FILE-GEAR-COST
                   PERFORM ACCUM-GEAR-MACHINE
                   MOVE SPACES TO GEARS-REPORT-LINE
                   STRING GEAR-ROW(gx) DELIMITED BY SIZE
           ADD WS-GEAR-SUM TO WS-GRAND-GEAR-SUM.
           ADD WS-LINES-READ TO WS-GRAND-LINES-READ.
           ADD WS-NUMBERS-FOUND TO WS-GRAND-NUMBERS-FOUND.
           PERFORM WRITE-FILE-BOM.
           CLOSE InputFile.

       PROCESS-LINE.
                   MOVE ws-stop TO WS-REPORT-STOP-COL
                   SUBTRACT 2 FROM WS-REPORT-STOP-COL

                   MOVE 'N' TO WS-PM-LOOKED-UP
                   PERFORM CHECK-SPECIAL-CHARACTERS
                  
                   IF Did-find-special-char = 'Y'
                       ADD Current-Number TO ws-sum
                       COMPUTE WS-REPORT-LINE-NO =
                           WS-LINE-NUMBER - 1
                       IF WS-PM-LOOKED-UP = 'N'
                           PERFORM LOOKUP-PARTS-MASTER
                       END-IF
                       PERFORM ADD-TO-BOM
                       IF WS-PM-LOADED-SW = 'Y'
                           AND WS-PM-FOUND = 'N'
                           ADD 1 TO WS-UNKNOWN-COUNT
      *     så vi kan multiplicera ihop de som har exakt två grannar

       RECORD-GEAR-ADJACENCY.
           IF WS-PM-LOOKED-UP = 'N'
               PERFORM LOOKUP-PARTS-MASTER
           END-IF
           COMPUTE WS-GEAR-ROW = WS-LINE-NUMBER - 3 + cx
           COMPUTE WS-GEAR-COL = cj - 1
           MOVE 'N' TO WS-GEAR-FOUND
                   ADD 1 TO GEAR-ADJ-COUNT(gx)
                   MULTIPLY GEAR-PRODUCT(gx) BY Current-Number
                       GIVING GEAR-PRODUCT(gx)
                   ADD WS-PM-COST-OUT TO GEAR-COST(gx)
                   MOVE 'Y' TO WS-GEAR-FOUND
                   EXIT PERFORM
               END-IF
               MOVE WS-GEAR-COL TO GEAR-COL(WS-GEAR-COUNT)
               MOVE 1 TO GEAR-ADJ-COUNT(WS-GEAR-COUNT)
               MOVE Current-Number TO GEAR-PRODUCT(WS-GEAR-COUNT)
               MOVE WS-PM-COST-OUT TO GEAR-COST(WS-GEAR-COUNT)
           END-IF
           .

