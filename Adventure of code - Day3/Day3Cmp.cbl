             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-COMPARE-REPORT-STATUS.

            SELECT EcoFile ASSIGN TO DYNAMIC
             WS-ECO-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-ECO-STATUS.

            SELECT EcoExceptionFile ASSIGN TO DYNAMIC
             WS-ECO-EXCEPTION-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-ECO-EXCEPTION-STATUS.

            SELECT PartsMasterFile ASSIGN TO DYNAMIC
             WS-PARTS-MASTER-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-PARTS-MASTER-STATUS.

            SELECT ParamFile ASSIGN TO DYNAMIC
             PARM-FILENAME
             ORGANIZATION LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           01 COMPARE-REPORT-LINE PIC X(100).

       FD EcoFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY3ECO.

       FD EcoExceptionFile
           LABEL RECORDS ARE STANDARD.
           01 ECO-EXCEPTION-LINE PIC X(132).

       FD PartsMasterFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY3PM.

       FD ParamFile
           LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE PIC X(120).
      * machine-readable extract each Day3 run writes ('P' records:
      * file, line, start, stop, number). A part is unchanged when
      * number and position both match, moved when only the number
      * matches, added/removed otherwise. A part only ever
      * matches within its own schematic file.
           01 WS-PART-MAX PIC 9(4) VALUE 9000.
           01 WS-OLD-COUNT PIC 9(4) VALUE 0.
           01 WS-OLD-TABLE.
              02 WS-OLD-ENTRY OCCURS 9000 TIMES.
                 05 OLD-PART-FILE PIC X(60).
                 05 OLD-PART-NUMBER PIC 9(10).
                 05 OLD-PART-LINE PIC 9(6).
                 05 OLD-PART-START PIC 9(3).
                 05 OLD-PART-STOP PIC 9(3).
                 05 OLD-PART-MATCHED PIC X.
                 05 OLD-PART-COST PIC 9(7)V99.
                 05 OLD-PART-COSTED PIC X.
           01 WS-NEW-COUNT PIC 9(4) VALUE 0.
           01 WS-NEW-TABLE.
              02 WS-NEW-ENTRY OCCURS 9000 TIMES.
                 05 NEW-PART-FILE PIC X(60).
                 05 NEW-PART-NUMBER PIC 9(10).
                 05 NEW-PART-LINE PIC 9(6).
                 05 NEW-PART-START PIC 9(3).
                 05 NEW-PART-STOP PIC 9(3).
                 05 NEW-PART-MATCHED PIC X.
                 05 NEW-PART-COST PIC 9(7)V99.
                 05 NEW-PART-COSTED PIC X.

           01 WS-PARSE-TAG PIC X(4).
           01 WS-PARSE-FILE PIC X(80).
           01 ox PIC 9(4).
           01 nx PIC 9(4).

      * Cost impact of the revision: both revisions are priced at
      * today's standard cost off the parts master Day3 costs its
      * bill of materials from, so the impact shows the design
      * change alone and not a price change. With no master the
      * notice reads as it always has.
           01 WS-PARTS-MASTER-FILENAME PIC X(80).
           01 WS-PARTS-MASTER-STATUS PIC XX VALUE '00'.
           01 WS-PM-LOADED-SW PIC X VALUE 'N'.
           01 WS-PM-OVERFLOW-SW PIC X VALUE 'N'.
           01 WS-PM-MAX PIC 9(4) VALUE 2000.
           01 WS-PM-COUNT PIC 9(4) VALUE 0.
           01 WS-PM-TABLE.
              02 WS-PM-ENTRY OCCURS 2000 TIMES.
                 05 WS-PM-NUMBER PIC 9(10).
                 05 WS-PM-COST PIC 9(7)V99.
                 05 WS-PM-COSTED PIC X.
           01 WS-LOOKUP-NUMBER PIC 9(10).
           01 WS-LOOKUP-COST PIC 9(7)V99.
           01 WS-LOOKUP-COSTED PIC X.
           01 px PIC 9(4).
           01 WS-OLD-COST-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-NEW-COST-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-ADDED-COST PIC 9(11)V99 VALUE 0.
           01 WS-REMOVED-COST PIC 9(11)V99 VALUE 0.
           01 WS-NET-COST PIC S9(11)V99 VALUE 0.
           01 WS-UNCOSTED-COUNT PIC 9(4) VALUE 0.
           01 WS-UNIT-OUT PIC Z,ZZZ,ZZ9.99.
           01 WS-AMT-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-NET-OUT PIC ---,---,---,--9.99.
           01 WS-COST-NOTE PIC X(13).

      * Engineering change order control: every part added to or
      * removed from a schematic must be covered by an approved ECO
      * line in effect on the revision date (the new extract's
      * header date). Uncovered changes go to the exception report
      * and end the run with a warning; approved lines in effect
      * that no revision has shown yet are listed after them. The
      * first revision a line shows up in is stamped on the ECO file.
           01 WS-ECO-FILENAME PIC X(80).
           01 WS-ECO-STATUS PIC XX VALUE '00'.
           01 WS-ECO-EXCEPTION-FILENAME PIC X(80).
           01 WS-ECO-EXCEPTION-STATUS PIC XX VALUE '00'.
           01 WS-ECO-ON-FILE PIC X VALUE 'N'.
           01 WS-ECO-CHANGED-SW PIC X VALUE 'N'.
           01 WS-ECO-MAX PIC 9(4) VALUE 2000.
           01 WS-ECO-COUNT PIC 9(4) VALUE 0.
           01 WS-ECO-TABLE.
              02 WS-ECO-ENTRY OCCURS 2000 TIMES.
                 05 WS-ECO-RAW PIC X(111).
                 05 WS-ECO-VALID PIC X.
                 05 WS-ECO-NUMBER PIC X(10).
                 05 WS-ECO-SCHEMATIC PIC X(60).
                 05 WS-ECO-ACTION PIC X.
                 05 WS-ECO-PART PIC 9(10).
                 05 WS-ECO-APPROVER PIC X(8).
                 05 WS-ECO-EFFECTIVE PIC 9(8).
                 05 WS-ECO-SEEN PIC 9(8).
           01 ex PIC 9(4).
           01 WS-REVISION-DATE PIC 9(8) VALUE 0.
           01 WS-ECO-ACTION-IN PIC X.
           01 WS-ECO-FILE-IN PIC X(60).
           01 WS-ECO-PART-IN PIC 9(10).
           01 WS-ECO-RESULT PIC X.
           01 WS-ECO-REASON PIC X(22).
           01 WS-ECO-NUMBER-OUT PIC X(10).
           01 WS-ECO-ACTION-TEXT PIC X(7).
           01 WS-CHANGE-LINE PIC 9(6).
           01 WS-CHANGE-START PIC 9(3).
           01 WS-CHANGE-STOP PIC 9(3).
           01 WS-AUTHORIZED-COUNT PIC 9(4) VALUE 0.
           01 WS-UNAUTHORIZED-COUNT PIC 9(4) VALUE 0.
           01 WS-ECO-UNSEEN-COUNT PIC 9(4) VALUE 0.
           01 WS-ECO-REJECTED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 8000-LOAD-PARAMETERS.
           IF PARM-ERROR-SW = 'Y'
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-NEW-FILENAME
           END-IF.
           ACCEPT WS-ECO-FILENAME FROM ENVIRONMENT 'DAY3ECOFILE'.
           IF WS-ECO-FILENAME = SPACES
               MOVE 'day3-eco.dat' TO WS-ECO-FILENAME
           END-IF.
           MOVE 'DAY3ECOFILE' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-ECO-FILENAME
           END-IF.
           ACCEPT WS-ECO-EXCEPTION-FILENAME FROM ENVIRONMENT
               'DAY3ECOEXCEPTIONS'.
           IF WS-ECO-EXCEPTION-FILENAME = SPACES
               MOVE 'day3-eco-exceptions.rpt'
                   TO WS-ECO-EXCEPTION-FILENAME
           END-IF.
           MOVE 'DAY3ECOEXCEPTIONS' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-ECO-EXCEPTION-FILENAME
           END-IF.
           ACCEPT WS-COMPARE-REPORT-FILENAME FROM ENVIRONMENT
               'DAY3CMPREPORT'.
           IF WS-COMPARE-REPORT-FILENAME = SPACES
               MOVE WS-COMPARE-REPORT-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT EcoExceptionFile.
           IF WS-ECO-EXCEPTION-STATUS NOT = '00'
               CLOSE OldExtractFile
               CLOSE NewExtractFile
               CLOSE CompareReportFile
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE WS-ECO-EXCEPTION-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-ECO-EXCEPTION-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.

           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'SCHEMATIC REVISION CHANGE NOTICE'
               INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE.

           PERFORM LOAD-PARTS-MASTER.
           PERFORM LOAD-OLD-EXTRACT.
           PERFORM LOAD-NEW-EXTRACT.
           IF WS-REVISION-DATE = 0
               ACCEPT WS-REVISION-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM LOAD-ECO-FILE.
           PERFORM MATCH-UNCHANGED.
           PERFORM MATCH-MOVED.
           PERFORM REPORT-ADDED.
           PERFORM REPORT-REMOVED.
           PERFORM REPORT-UNSEEN-ECOS.

           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'ADDED: ' DELIMITED BY SIZE
               WS-UNCHANGED-COUNT DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE.
           PERFORM REPORT-COST-IMPACT.

           DISPLAY 'Day3Cmp: ' WS-ADDED-COUNT ' added, '
               WS-REMOVED-COUNT ' removed, ' WS-MOVED-COUNT
               ' moved, ' WS-UNCHANGED-COUNT ' unchanged'.
           IF WS-PM-LOADED-SW = 'Y'
               DISPLAY 'Day3Cmp: cost impact ' WS-NET-OUT
           END-IF.
           DISPLAY 'Day3Cmp: ' WS-AUTHORIZED-COUNT
               ' change(s) covered by an ECO, '
               WS-UNAUTHORIZED-COUNT ' unauthorized, '
               WS-ECO-UNSEEN-COUNT ' approved ECO line(s) not seen'.

           CLOSE OldExtractFile.
           CLOSE NewExtractFile.
           CLOSE CompareReportFile.
           CLOSE EcoExceptionFile.
           IF WS-ECO-CHANGED-SW = 'Y'
               PERFORM REWRITE-ECO-FILE
           END-IF.
           IF WS-UNAUTHORIZED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-OLD-EXTRACT.
                   WS-PARSE-START WS-PARSE-STOP WS-PARSE-NUMBER
           END-UNSTRING
           ADD 1 TO WS-OLD-COUNT
           MOVE WS-PARSE-FILE TO OLD-PART-FILE(WS-OLD-COUNT)
           MOVE FUNCTION NUMVAL(WS-PARSE-NUMBER)
               TO OLD-PART-NUMBER(WS-OLD-COUNT)
           MOVE FUNCTION NUMVAL(WS-PARSE-LINE)
           MOVE FUNCTION NUMVAL(WS-PARSE-STOP)
               TO OLD-PART-STOP(WS-OLD-COUNT)
           MOVE 'N' TO OLD-PART-MATCHED(WS-OLD-COUNT)
           MOVE OLD-PART-NUMBER(WS-OLD-COUNT) TO WS-LOOKUP-NUMBER
           PERFORM LOOKUP-PART-COST
           MOVE WS-LOOKUP-COST TO OLD-PART-COST(WS-OLD-COUNT)
           MOVE WS-LOOKUP-COSTED TO OLD-PART-COSTED(WS-OLD-COUNT)
           ADD WS-LOOKUP-COST TO WS-OLD-COST-TOTAL
           .

       LOAD-NEW-EXTRACT.
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF NEW-EXTRACT-LINE(1:2) = 'H,'
                           MOVE SPACES TO WS-PARSE-TAG WS-PARSE-FILE
                           UNSTRING NEW-EXTRACT-LINE DELIMITED BY ','
                               INTO WS-PARSE-TAG WS-PARSE-FILE
                           END-UNSTRING
                           MOVE FUNCTION NUMVAL(WS-PARSE-FILE)
                               TO WS-REVISION-DATE
                       END-IF
                       IF NEW-EXTRACT-LINE(1:2) = 'P,'
                           IF WS-NEW-COUNT >= WS-PART-MAX
                               PERFORM CLOSE-ALL-FILES
                   WS-PARSE-START WS-PARSE-STOP WS-PARSE-NUMBER
           END-UNSTRING
           ADD 1 TO WS-NEW-COUNT
           MOVE WS-PARSE-FILE TO NEW-PART-FILE(WS-NEW-COUNT)
           MOVE FUNCTION NUMVAL(WS-PARSE-NUMBER)
               TO NEW-PART-NUMBER(WS-NEW-COUNT)
           MOVE FUNCTION NUMVAL(WS-PARSE-LINE)
           MOVE FUNCTION NUMVAL(WS-PARSE-STOP)
               TO NEW-PART-STOP(WS-NEW-COUNT)
           MOVE 'N' TO NEW-PART-MATCHED(WS-NEW-COUNT)
           MOVE NEW-PART-NUMBER(WS-NEW-COUNT) TO WS-LOOKUP-NUMBER
           PERFORM LOOKUP-PART-COST
           MOVE WS-LOOKUP-COST TO NEW-PART-COST(WS-NEW-COUNT)
           MOVE WS-LOOKUP-COSTED TO NEW-PART-COSTED(WS-NEW-COUNT)
           ADD WS-LOOKUP-COST TO WS-NEW-COST-TOTAL
           .

      * First pass - same number in the same place on both
               PERFORM VARYING ox FROM 1 BY 1 UNTIL ox > WS-OLD-COUNT
                   IF OLD-PART-MATCHED(ox) = 'N'
                       AND NEW-PART-MATCHED(nx) = 'N'
                       AND OLD-PART-FILE(ox) = NEW-PART-FILE(nx)
                       AND OLD-PART-NUMBER(ox) = NEW-PART-NUMBER(nx)
                       AND OLD-PART-LINE(ox) = NEW-PART-LINE(nx)
                       AND OLD-PART-START(ox) = NEW-PART-START(nx)
                   PERFORM VARYING ox FROM 1 BY 1
                           UNTIL ox > WS-OLD-COUNT
                       IF OLD-PART-MATCHED(ox) = 'N'
                           AND OLD-PART-FILE(ox) = NEW-PART-FILE(nx)
                           AND OLD-PART-NUMBER(ox) =
                               NEW-PART-NUMBER(nx)
                           MOVE 'Y' TO OLD-PART-MATCHED(ox)
           PERFORM VARYING nx FROM 1 BY 1 UNTIL nx > WS-NEW-COUNT
               IF NEW-PART-MATCHED(nx) = 'N'
                   ADD 1 TO WS-ADDED-COUNT
                   ADD NEW-PART-COST(nx) TO WS-ADDED-COST
                   MOVE NEW-PART-COST(nx) TO WS-LOOKUP-COST
                   MOVE NEW-PART-COSTED(nx) TO WS-LOOKUP-COSTED
                   PERFORM FORMAT-PART-COST
                   MOVE SPACES TO COMPARE-REPORT-LINE
                   STRING 'ADDED   ' DELIMITED BY SIZE
                       NEW-PART-NUMBER(nx) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       NEW-PART-STOP(nx) DELIMITED BY SIZE
                       INTO COMPARE-REPORT-LINE
                   IF WS-PM-LOADED-SW = 'Y'
                       MOVE WS-UNIT-OUT TO COMPARE-REPORT-LINE(48:12)
                       MOVE WS-COST-NOTE TO COMPARE-REPORT-LINE(62:13)
                   END-IF
                   MOVE 'A' TO WS-ECO-ACTION-IN
                   MOVE NEW-PART-FILE(nx) TO WS-ECO-FILE-IN
                   MOVE NEW-PART-NUMBER(nx) TO WS-ECO-PART-IN
                   MOVE NEW-PART-LINE(nx) TO WS-CHANGE-LINE
                   MOVE NEW-PART-START(nx) TO WS-CHANGE-START
                   MOVE NEW-PART-STOP(nx) TO WS-CHANGE-STOP
                   PERFORM CHECK-ECO-COVER
                   WRITE COMPARE-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING ox FROM 1 BY 1 UNTIL ox > WS-OLD-COUNT
               IF OLD-PART-MATCHED(ox) = 'N'
                   ADD 1 TO WS-REMOVED-COUNT
                   ADD OLD-PART-COST(ox) TO WS-REMOVED-COST
                   MOVE OLD-PART-COST(ox) TO WS-LOOKUP-COST
                   MOVE OLD-PART-COSTED(ox) TO WS-LOOKUP-COSTED
                   PERFORM FORMAT-PART-COST
                   MOVE SPACES TO COMPARE-REPORT-LINE
                   STRING 'REMOVED ' DELIMITED BY SIZE
                       OLD-PART-NUMBER(ox) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       OLD-PART-STOP(ox) DELIMITED BY SIZE
                       INTO COMPARE-REPORT-LINE
                   IF WS-PM-LOADED-SW = 'Y'
                       MOVE WS-UNIT-OUT TO COMPARE-REPORT-LINE(48:12)
                       MOVE WS-COST-NOTE TO COMPARE-REPORT-LINE(62:13)
                   END-IF
                   MOVE 'R' TO WS-ECO-ACTION-IN
                   MOVE OLD-PART-FILE(ox) TO WS-ECO-FILE-IN
                   MOVE OLD-PART-NUMBER(ox) TO WS-ECO-PART-IN
                   MOVE OLD-PART-LINE(ox) TO WS-CHANGE-LINE
                   MOVE OLD-PART-START(ox) TO WS-CHANGE-START
                   MOVE OLD-PART-STOP(ox) TO WS-CHANGE-STOP
                   PERFORM CHECK-ECO-COVER
                   WRITE COMPARE-REPORT-LINE
               END-IF
           END-PERFORM
           .

       LOAD-PARTS-MASTER.
           ACCEPT WS-PARTS-MASTER-FILENAME FROM ENVIRONMENT
               'DAY3PARTSMASTER'.
           IF WS-PARTS-MASTER-FILENAME = SPACES
               MOVE 'parts-master.dat' TO WS-PARTS-MASTER-FILENAME
           END-IF
           MOVE 'DAY3PARTSMASTER' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-PARTS-MASTER-FILENAME
           END-IF
           OPEN INPUT PartsMasterFile
           IF WS-PARTS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-PM-LOADED-SW
               PERFORM UNTIL WS-PARTS-MASTER-STATUS NOT = '00'
                   READ PartsMasterFile
                       AT END
                           MOVE '10' TO WS-PARTS-MASTER-STATUS
                       NOT AT END
                           IF WS-PM-COUNT >= WS-PM-MAX
                               MOVE 'Y' TO WS-PM-OVERFLOW-SW
                               MOVE '10' TO WS-PARTS-MASTER-STATUS
                           ELSE
                               ADD 1 TO WS-PM-COUNT
                               MOVE PM-NUMBER
                                   TO WS-PM-NUMBER(WS-PM-COUNT)
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
               CLOSE PartsMasterFile
           ELSE
               DISPLAY 'Day3Cmp: no parts master '
                   WS-PARTS-MASTER-FILENAME
                   ' - cost impact not shown'
           END-IF
           .

       LOOKUP-PART-COST.
           MOVE 0 TO WS-LOOKUP-COST
           MOVE 'U' TO WS-LOOKUP-COSTED
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > WS-PM-COUNT
               IF WS-PM-NUMBER(px) = WS-LOOKUP-NUMBER
                   MOVE WS-PM-COST(px) TO WS-LOOKUP-COST
                   MOVE WS-PM-COSTED(px) TO WS-LOOKUP-COSTED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LOOKUP-COSTED NOT = 'Y'
               ADD 1 TO WS-UNCOSTED-COUNT
           END-IF
           .

       FORMAT-PART-COST.
           MOVE WS-LOOKUP-COST TO WS-UNIT-OUT
           EVALUATE WS-LOOKUP-COSTED
               WHEN 'U'
                   MOVE 'NOT ON MASTER' TO WS-COST-NOTE
               WHEN 'N'
                   MOVE 'NO STD COST' TO WS-COST-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-COST-NOTE
           END-EVALUATE
           .

      * A move or an unchanged part costs the same on both sides,
      * so the impact is what was added less what was removed -
      * and that must equal the difference of the two totals.
       REPORT-COST-IMPACT.
           IF WS-PM-LOADED-SW = 'N'
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING 'NO PARTS MASTER SUPPLIED - COST IMPACT NOT '
                   DELIMITED BY SIZE
                   'SHOWN' DELIMITED BY SIZE
                   INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           ELSE
               COMPUTE WS-NET-COST =
                   WS-NEW-COST-TOTAL - WS-OLD-COST-TOTAL
               MOVE WS-OLD-COST-TOTAL TO WS-AMT-OUT
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING 'OLD REVISION COST   ' DELIMITED BY SIZE
                   WS-AMT-OUT DELIMITED BY SIZE
                   INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               MOVE WS-NEW-COST-TOTAL TO WS-AMT-OUT
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING 'NEW REVISION COST   ' DELIMITED BY SIZE
                   WS-AMT-OUT DELIMITED BY SIZE
                   INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               MOVE WS-ADDED-COST TO WS-AMT-OUT
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING 'PARTS ADDED COST    ' DELIMITED BY SIZE
                   WS-AMT-OUT DELIMITED BY SIZE
                   INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               MOVE WS-REMOVED-COST TO WS-AMT-OUT
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING 'PARTS REMOVED COST  ' DELIMITED BY SIZE
                   WS-AMT-OUT DELIMITED BY SIZE
                   INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               MOVE WS-NET-COST TO WS-NET-OUT
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING 'COST IMPACT        ' DELIMITED BY SIZE
                   WS-NET-OUT DELIMITED BY SIZE
                   INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
               IF WS-UNCOSTED-COUNT > 0
                   MOVE SPACES TO COMPARE-REPORT-LINE
                   STRING 'PARTS WITHOUT A STANDARD COST '
                       DELIMITED BY SIZE
                       WS-UNCOSTED-COUNT DELIMITED BY SIZE
                       ' - PRICED AT ZERO' DELIMITED BY SIZE
                       INTO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
               END-IF
               IF WS-PM-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO COMPARE-REPORT-LINE
                   STRING 'PARTS MASTER TRUNCATED AT '
                       DELIMITED BY SIZE
                       WS-PM-MAX DELIMITED BY SIZE
                       ' RECORDS - COSTS ARE NOT RELIABLE'
                       DELIMITED BY SIZE
                       INTO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
               END-IF
           END-IF
           .

       LOAD-ECO-FILE.
           MOVE SPACES TO ECO-EXCEPTION-LINE
           STRING 'ENGINEERING CHANGE ORDER EXCEPTIONS - REVISION '
               DELIMITED BY SIZE
               'DATED ' DELIMITED BY SIZE
               WS-REVISION-DATE DELIMITED BY SIZE
               INTO ECO-EXCEPTION-LINE
           WRITE ECO-EXCEPTION-LINE
           OPEN INPUT EcoFile
           IF WS-ECO-STATUS NOT = '00'
               DISPLAY 'Day3Cmp: no ECO file ' WS-ECO-FILENAME
                   ' - every change is unauthorized'
               MOVE SPACES TO ECO-EXCEPTION-LINE
               STRING 'NO ECO FILE ' DELIMITED BY SIZE
                   WS-ECO-FILENAME DELIMITED BY SPACE
                   ' - NO CHANGE CAN BE AUTHORIZED' DELIMITED BY SIZE
                   INTO ECO-EXCEPTION-LINE
               WRITE ECO-EXCEPTION-LINE
           ELSE
               MOVE 'Y' TO WS-ECO-ON-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ EcoFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM KEEP-ONE-ECO-LINE
                   END-READ
               END-PERFORM
               CLOSE EcoFile
           END-IF
           MOVE SPACES TO ECO-EXCEPTION-LINE
           WRITE ECO-EXCEPTION-LINE
           MOVE SPACES TO ECO-EXCEPTION-LINE
           STRING 'UNAUTHORIZED CHANGES' DELIMITED BY SIZE
               INTO ECO-EXCEPTION-LINE
           WRITE ECO-EXCEPTION-LINE
           .

      * Every line is kept as read so the file goes back exactly as
      * engineering wrote it; a line that cannot be read authorizes
      * nothing and is listed for engineering to correct.
       KEEP-ONE-ECO-LINE.
           IF WS-ECO-COUNT >= WS-ECO-MAX
               PERFORM CLOSE-ALL-FILES
               CLOSE EcoFile
               MOVE 'KEEP-ONE-ECO-LINE' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'ECO TABLE FULL - RAISE THE SIZE'
                   TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-ECO-COUNT
           MOVE ECO-RECORD TO WS-ECO-RAW(WS-ECO-COUNT)
           MOVE ECO-NUMBER TO WS-ECO-NUMBER(WS-ECO-COUNT)
           MOVE ECO-SCHEMATIC TO WS-ECO-SCHEMATIC(WS-ECO-COUNT)
           MOVE ECO-ACTION TO WS-ECO-ACTION(WS-ECO-COUNT)
           MOVE ECO-APPROVER TO WS-ECO-APPROVER(WS-ECO-COUNT)
           IF (ECO-ACTION = 'A' OR ECO-ACTION = 'R')
               AND ECO-PART-NUMBER IS NUMERIC
               AND ECO-EFFECTIVE-DATE IS NUMERIC
               AND ECO-NUMBER NOT = SPACES
               MOVE 'Y' TO WS-ECO-VALID(WS-ECO-COUNT)
               MOVE ECO-PART-NUMBER TO WS-ECO-PART(WS-ECO-COUNT)
               MOVE ECO-EFFECTIVE-DATE
                   TO WS-ECO-EFFECTIVE(WS-ECO-COUNT)
               IF ECO-SEEN-DATE IS NUMERIC
                   MOVE ECO-SEEN-DATE TO WS-ECO-SEEN(WS-ECO-COUNT)
               ELSE
                   MOVE 0 TO WS-ECO-SEEN(WS-ECO-COUNT)
               END-IF
           ELSE
               MOVE 'N' TO WS-ECO-VALID(WS-ECO-COUNT)
               MOVE 0 TO WS-ECO-PART(WS-ECO-COUNT)
               MOVE 0 TO WS-ECO-EFFECTIVE(WS-ECO-COUNT)
               MOVE 0 TO WS-ECO-SEEN(WS-ECO-COUNT)
               ADD 1 TO WS-ECO-REJECTED-COUNT
               MOVE SPACES TO ECO-EXCEPTION-LINE
               STRING 'ECO LINE REJECTED: ' DELIMITED BY SIZE
                   ECO-RECORD DELIMITED BY SIZE
                   INTO ECO-EXCEPTION-LINE
               WRITE ECO-EXCEPTION-LINE
           END-IF
           .

      * A change passes when an approved line for the same
      * schematic, action and part is in effect on the revision
      * date. Otherwise the closest reason it failed is reported:
      * a line found but not approved, or approved but not yet in
      * effect, or no line at all.
       CHECK-ECO-COVER.
           MOVE 'N' TO WS-ECO-RESULT
           MOVE 'NO ECO ON FILE' TO WS-ECO-REASON
           MOVE SPACES TO WS-ECO-NUMBER-OUT
           PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > WS-ECO-COUNT
               IF WS-ECO-VALID(ex) = 'Y'
                   AND WS-ECO-ACTION(ex) = WS-ECO-ACTION-IN
                   AND WS-ECO-SCHEMATIC(ex) = WS-ECO-FILE-IN
                   AND WS-ECO-PART(ex) = WS-ECO-PART-IN
                   MOVE WS-ECO-NUMBER(ex) TO WS-ECO-NUMBER-OUT
                   IF WS-ECO-APPROVER(ex) = SPACES
                       MOVE 'ECO NOT APPROVED' TO WS-ECO-REASON
                   ELSE
                       IF WS-ECO-EFFECTIVE(ex) > WS-REVISION-DATE
                           MOVE 'ECO NOT YET EFFECTIVE'
                               TO WS-ECO-REASON
                       ELSE
                           MOVE 'Y' TO WS-ECO-RESULT
                           IF WS-ECO-SEEN(ex) = 0
                               MOVE WS-REVISION-DATE
                                   TO WS-ECO-SEEN(ex)
                               MOVE 'Y' TO WS-ECO-CHANGED-SW
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ECO-RESULT = 'Y'
               ADD 1 TO WS-AUTHORIZED-COUNT
               MOVE 'ECO' TO COMPARE-REPORT-LINE(77:3)
               MOVE WS-ECO-NUMBER-OUT TO COMPARE-REPORT-LINE(81:10)
           ELSE
               ADD 1 TO WS-UNAUTHORIZED-COUNT
               MOVE 'UNAUTHORIZED' TO COMPARE-REPORT-LINE(77:12)
               IF WS-ECO-ACTION-IN = 'A'
                   MOVE 'ADDED' TO WS-ECO-ACTION-TEXT
               ELSE
                   MOVE 'REMOVED' TO WS-ECO-ACTION-TEXT
               END-IF
               MOVE SPACES TO ECO-EXCEPTION-LINE
               STRING WS-ECO-ACTION-TEXT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ECO-PART-IN DELIMITED BY SIZE
                   ' LINE ' DELIMITED BY SIZE
                   WS-CHANGE-LINE DELIMITED BY SIZE
                   ' COLS ' DELIMITED BY SIZE
                   WS-CHANGE-START DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-CHANGE-STOP DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-ECO-REASON DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ECO-NUMBER-OUT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ECO-FILE-IN DELIMITED BY '  '
                   INTO ECO-EXCEPTION-LINE
               WRITE ECO-EXCEPTION-LINE
           END-IF
           .

       REPORT-UNSEEN-ECOS.
           MOVE SPACES TO ECO-EXCEPTION-LINE
           STRING 'UNAUTHORIZED CHANGES: ' DELIMITED BY SIZE
               WS-UNAUTHORIZED-COUNT DELIMITED BY SIZE
               '  AUTHORIZED: ' DELIMITED BY SIZE
               WS-AUTHORIZED-COUNT DELIMITED BY SIZE
               INTO ECO-EXCEPTION-LINE
           WRITE ECO-EXCEPTION-LINE
           MOVE SPACES TO ECO-EXCEPTION-LINE
           WRITE ECO-EXCEPTION-LINE
           MOVE SPACES TO ECO-EXCEPTION-LINE
           STRING 'APPROVED ECO LINES IN EFFECT NOT YET SEEN IN A '
               DELIMITED BY SIZE
               'REVISION' DELIMITED BY SIZE
               INTO ECO-EXCEPTION-LINE
           WRITE ECO-EXCEPTION-LINE
           PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > WS-ECO-COUNT
               IF WS-ECO-VALID(ex) = 'Y'
                   AND WS-ECO-APPROVER(ex) NOT = SPACES
                   AND WS-ECO-EFFECTIVE(ex) NOT > WS-REVISION-DATE
                   AND WS-ECO-SEEN(ex) = 0
                   ADD 1 TO WS-ECO-UNSEEN-COUNT
                   IF WS-ECO-ACTION(ex) = 'A'
                       MOVE 'ADD' TO WS-ECO-ACTION-TEXT
                   ELSE
                       MOVE 'REMOVE' TO WS-ECO-ACTION-TEXT
                   END-IF
                   MOVE SPACES TO ECO-EXCEPTION-LINE
                   STRING WS-ECO-NUMBER(ex) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ECO-ACTION-TEXT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ECO-PART(ex) DELIMITED BY SIZE
                       ' APPROVED ' DELIMITED BY SIZE
                       WS-ECO-APPROVER(ex) DELIMITED BY SIZE
                       ' EFFECTIVE ' DELIMITED BY SIZE
                       WS-ECO-EFFECTIVE(ex) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ECO-SCHEMATIC(ex) DELIMITED BY '  '
                       INTO ECO-EXCEPTION-LINE
                   WRITE ECO-EXCEPTION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO ECO-EXCEPTION-LINE
           STRING 'APPROVED ECO LINES NOT SEEN: ' DELIMITED BY SIZE
               WS-ECO-UNSEEN-COUNT DELIMITED BY SIZE
               '  ECO LINES REJECTED: ' DELIMITED BY SIZE
               WS-ECO-REJECTED-COUNT DELIMITED BY SIZE
               INTO ECO-EXCEPTION-LINE
           WRITE ECO-EXCEPTION-LINE
           .

      * The seen dates go back on the ECO file only after the
      * notice and exception report are complete. If the file
      * cannot be rewritten the lines are reported again as not
      * seen next run, so the run ends with a warning, not a stop.
       REWRITE-ECO-FILE.
           OPEN OUTPUT EcoFile
           IF WS-ECO-STATUS NOT = '00'
               DISPLAY 'Day3Cmp: unable to rewrite ECO file '
                   WS-ECO-FILENAME ' status=' WS-ECO-STATUS
                   ' - seen dates not recorded'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING ex FROM 1 BY 1 UNTIL ex > WS-ECO-COUNT
                   MOVE WS-ECO-RAW(ex) TO ECO-RECORD
                   IF WS-ECO-VALID(ex) = 'Y'
                       MOVE WS-ECO-SEEN(ex) TO ECO-SEEN-DATE
                   END-IF
                   WRITE ECO-RECORD
               END-PERFORM
               CLOSE EcoFile
           END-IF
           .

       CLOSE-ALL-FILES.
           CLOSE OldExtractFile
           CLOSE NewExtractFile
           CLOSE CompareReportFile
           CLOSE EcoExceptionFile
           .

      * Every failure funnels through the common handler so each
