
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Day3Repl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ExtractFile ASSIGN TO DYNAMIC
             WS-EXTRACT-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-EXTRACT-STATUS.

            SELECT OnHandFile ASSIGN TO DYNAMIC
             WS-ONHAND-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-ONHAND-STATUS.

            SELECT RequisitionFile ASSIGN TO DYNAMIC
             WS-REQUISITION-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-REQUISITION-STATUS.

            SELECT ShortageReportFile ASSIGN TO DYNAMIC
             WS-SHORTAGE-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-SHORTAGE-STATUS.

            SELECT RunStatsFile ASSIGN TO DYNAMIC
             WS-RUN-STATS-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-RUN-STATS-STATUS.

            SELECT ParamFile ASSIGN TO DYNAMIC
             PARM-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The machine-readable extract Day3 writes: 'P' records
      * (file, line, start, stop, number) per qualifying part in
      * schematic order, and the 'T' trailer with the part count.
       FD ExtractFile
           LABEL RECORDS ARE STANDARD.
           01 EXTRACT-LINE PIC X(120).

       FD OnHandFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY3INV.

       FD RequisitionFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY3REQ.

       FD ShortageReportFile
           LABEL RECORDS ARE STANDARD.
           01 SHORTAGE-LINE PIC X(100).

       FD RunStatsFile
           LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD PIC X(76).

       FD ParamFile
           LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-EXTRACT-FILENAME PIC X(80).
           01 WS-EXTRACT-STATUS PIC XX VALUE '00'.
           01 WS-ONHAND-FILENAME PIC X(80).
           01 WS-ONHAND-STATUS PIC XX VALUE '00'.
           01 WS-REQUISITION-FILENAME PIC X(80).
           01 WS-REQUISITION-STATUS PIC XX VALUE '00'.
           01 WS-SHORTAGE-FILENAME PIC X(80).
           01 WS-SHORTAGE-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

      * Shop-wide run statistics feed
           01 WS-RUN-STATS-FILENAME PIC X(80).
           01 WS-RUN-STATS-STATUS PIC XX VALUE '00'.

           COPY RUNSTATS.

           01 WS-RUN-DATE PIC 9(8) VALUE 0.

      * The stock balances in storage. A part a schematic calls
      * for that is not on the balance file is added as not
      * stocked, with nothing on hand, so it shows as short and
      * is requisitioned for the full quantity. DEMAND is what all
      * of tonight's schematics call for; ALLOCATED is what the
      * schematics that can be built have taken off the shelf.
           01 WS-INV-ON-FILE PIC X VALUE 'N'.
           01 WS-INV-MAX PIC 9(4) VALUE 5000.
           01 WS-INV-COUNT PIC 9(4) VALUE 0.
           01 WS-INV-TABLE.
              02 WS-INV-ENTRY OCCURS 5000 TIMES.
                 05 WS-INV-NUMBER PIC 9(10).
                 05 WS-INV-ON-HAND PIC 9(7).
                 05 WS-INV-ON-ORDER PIC 9(7).
                 05 WS-INV-REORDER-POINT PIC 9(7).
                 05 WS-INV-REORDER-QTY PIC 9(7).
                 05 WS-INV-LEAD-DAYS PIC 9(3).
                 05 WS-INV-STOCKED PIC X.
                 05 WS-INV-DEMAND PIC 9(9).
                 05 WS-INV-ALLOCATED PIC 9(9).
           01 ix PIC 9(4).

      * The schematic in hand: its distinct part numbers and how
      * many of each it calls for.
           01 WS-SCH-FILE PIC X(80) VALUE SPACES.
           01 WS-SCP-MAX PIC 9(4) VALUE 2000.
           01 WS-SCP-COUNT PIC 9(4) VALUE 0.
           01 WS-SCP-TABLE.
              02 WS-SCP-ENTRY OCCURS 2000 TIMES.
                 05 WS-SCP-NUMBER PIC 9(10).
                 05 WS-SCP-QTY PIC 9(5).
                 05 WS-SCP-INV PIC 9(4).
           01 sx PIC 9(4).
           01 WS-SCP-FOUND PIC X VALUE 'N'.
           01 WS-SHORT-SW PIC X VALUE 'N'.

           01 WS-PARSE-TAG PIC X(4).
           01 WS-PARSE-FILE PIC X(80).
           01 WS-PARSE-LINE PIC X(6).
           01 WS-PARSE-START PIC X(3).
           01 WS-PARSE-STOP PIC X(3).
           01 WS-PARSE-NUMBER PIC X(10).
           01 WS-PART-NUMBER PIC 9(10).
           01 WS-TRAILER-SW PIC X VALUE 'N'.
           01 WS-TRAILER-PARTS PIC 9(6) VALUE 0.

           01 WS-AVAILABLE PIC S9(9).
           01 WS-SHORT-QTY PIC S9(9).
           01 WS-PROJECTED PIC S9(10).
           01 WS-ORDER-QTY PIC S9(10).
           01 WS-DUE-DATE PIC 9(8).
           01 WS-REASON-TEXT PIC X(13).

           01 WS-PARTS-READ PIC 9(7) VALUE 0.
           01 WS-SCHEMATICS-READ PIC 9(5) VALUE 0.
           01 WS-SCHEMATICS-BUILDABLE PIC 9(5) VALUE 0.
           01 WS-SCHEMATICS-SHORT PIC 9(5) VALUE 0.
           01 WS-NOT-STOCKED-COUNT PIC 9(5) VALUE 0.
           01 WS-REQ-COUNT PIC 9(5) VALUE 0.
           01 WS-REQ-QTY-TOTAL PIC 9(11) VALUE 0.
           01 WS-QTY-OUT-1 PIC Z,ZZZ,ZZ9.
           01 WS-QTY-OUT-2 PIC Z,ZZZ,ZZ9.
           01 WS-QTY-OUT-3 PIC Z,ZZZ,ZZ9.
           01 WS-QTY-OUT-4 PIC Z,ZZZ,ZZ9.
           01 WS-QTY-OUT-5 PIC Z,ZZZ,ZZ9.
           01 WS-LEAD-OUT PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY 'Day3Repl: parts replenishment against stock'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 8000-LOAD-PARAMETERS.
           IF PARM-ERROR-SW = 'Y'
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.

           ACCEPT WS-EXTRACT-FILENAME FROM ENVIRONMENT 'DAY3EXTRACT'.
           IF WS-EXTRACT-FILENAME = SPACES
               MOVE 'day3-extract.dat' TO WS-EXTRACT-FILENAME
           END-IF.
           MOVE 'DAY3EXTRACT' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-EXTRACT-FILENAME
           END-IF.

           ACCEPT WS-ONHAND-FILENAME FROM ENVIRONMENT 'DAY3ONHAND'.
           IF WS-ONHAND-FILENAME = SPACES
               MOVE 'day3-onhand.dat' TO WS-ONHAND-FILENAME
           END-IF.
           MOVE 'DAY3ONHAND' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-ONHAND-FILENAME
           END-IF.

           ACCEPT WS-REQUISITION-FILENAME FROM ENVIRONMENT
               'DAY3REQUISITIONS'.
           IF WS-REQUISITION-FILENAME = SPACES
               MOVE 'day3-requisitions.dat' TO WS-REQUISITION-FILENAME
           END-IF.
           MOVE 'DAY3REQUISITIONS' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-REQUISITION-FILENAME
           END-IF.

           ACCEPT WS-SHORTAGE-FILENAME FROM ENVIRONMENT
               'DAY3SHORTAGE'.
           IF WS-SHORTAGE-FILENAME = SPACES
               MOVE 'day3-shortage.rpt' TO WS-SHORTAGE-FILENAME
           END-IF.
           MOVE 'DAY3SHORTAGE' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-SHORTAGE-FILENAME
           END-IF.

           PERFORM LOAD-ON-HAND.

           OPEN INPUT ExtractFile.
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE WS-EXTRACT-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-EXTRACT-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.

           OPEN OUTPUT RequisitionFile.
           IF WS-REQUISITION-STATUS NOT = '00'
               CLOSE ExtractFile
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE WS-REQUISITION-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-REQUISITION-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.

           OPEN OUTPUT ShortageReportFile.
           IF WS-SHORTAGE-STATUS NOT = '00'
               CLOSE ExtractFile
               CLOSE RequisitionFile
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE WS-SHORTAGE-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-SHORTAGE-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO SHORTAGE-LINE
           STRING 'DAY3 PARTS SHORTAGE AND REPLENISHMENT - RUN '
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO SHORTAGE-LINE
           WRITE SHORTAGE-LINE.

      * With no balance file there is nothing to net against:
      * requisitioning every part in full would flood purchasing,
      * so the step reports and ends with a warning instead.
           IF WS-INV-ON-FILE = 'N'
               MOVE SPACES TO SHORTAGE-LINE
               STRING 'NO ON-HAND INVENTORY FILE ' DELIMITED BY SIZE
                   WS-ONHAND-FILENAME DELIMITED BY SPACE
                   ' - NOTHING NETTED, NO REQUISITIONS RAISED'
                   DELIMITED BY SIZE
                   INTO SHORTAGE-LINE
               WRITE SHORTAGE-LINE
           ELSE
               PERFORM NET-SCHEMATICS
               PERFORM RAISE-REQUISITIONS
           END-IF.

           CLOSE ExtractFile.
           CLOSE RequisitionFile.
           CLOSE ShortageReportFile.

           DISPLAY 'Day3Repl: ' WS-SCHEMATICS-READ
               ' schematic(s) netted, ' WS-SCHEMATICS-BUILDABLE
               ' buildable, ' WS-SCHEMATICS-SHORT ' short'.
           DISPLAY 'Day3Repl: ' WS-REQ-COUNT
               ' purchase requisition(s) raised'.

           IF (WS-INV-ON-FILE = 'N' OR WS-SCHEMATICS-SHORT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATS.
           STOP RUN.

       LOAD-ON-HAND.
           OPEN INPUT OnHandFile
           IF WS-ONHAND-STATUS NOT = '00'
               DISPLAY 'Day3Repl: no on-hand inventory file '
                   WS-ONHAND-FILENAME
                   ' - replenishment not run'
           ELSE
               MOVE 'Y' TO WS-INV-ON-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ OnHandFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM KEEP-ONE-BALANCE
                   END-READ
               END-PERFORM
               CLOSE OnHandFile
               DISPLAY 'Day3Repl: loaded ' WS-INV-COUNT
                   ' stock balance(s)'
           END-IF
           .

       KEEP-ONE-BALANCE.
           IF WS-INV-COUNT >= WS-INV-MAX
               CLOSE OnHandFile
               MOVE 'KEEP-ONE-BALANCE' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'STOCK TABLE FULL - RAISE THE SIZE'
                   TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           IF INV-PART-NUMBER IS NOT NUMERIC
               OR INV-ON-HAND IS NOT NUMERIC
               OR INV-ON-ORDER IS NOT NUMERIC
               OR INV-REORDER-POINT IS NOT NUMERIC
               OR INV-REORDER-QTY IS NOT NUMERIC
               OR INV-LEAD-DAYS IS NOT NUMERIC
               CLOSE OnHandFile
               MOVE 'KEEP-ONE-BALANCE' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE SPACES TO ABEND-KEY-VALUES
               STRING 'STOCK BALANCE NOT NUMERIC: ' DELIMITED BY SIZE
                   INV-RECORD DELIMITED BY SIZE
                   INTO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-INV-COUNT
           MOVE INV-PART-NUMBER TO WS-INV-NUMBER(WS-INV-COUNT)
           MOVE INV-ON-HAND TO WS-INV-ON-HAND(WS-INV-COUNT)
           MOVE INV-ON-ORDER TO WS-INV-ON-ORDER(WS-INV-COUNT)
           MOVE INV-REORDER-POINT
               TO WS-INV-REORDER-POINT(WS-INV-COUNT)
           MOVE INV-REORDER-QTY TO WS-INV-REORDER-QTY(WS-INV-COUNT)
           MOVE INV-LEAD-DAYS TO WS-INV-LEAD-DAYS(WS-INV-COUNT)
           MOVE 'Y' TO WS-INV-STOCKED(WS-INV-COUNT)
           MOVE 0 TO WS-INV-DEMAND(WS-INV-COUNT)
           MOVE 0 TO WS-INV-ALLOCATED(WS-INV-COUNT)
           .

      * The extract carries each schematic's parts together, so a
      * change of file name closes off the schematic in hand. The
      * trailer must be there and agree with the parts read, or
      * the extract was cut short and nothing is netted.
       NET-SCHEMATICS.
           MOVE SPACES TO SHORTAGE-LINE
           STRING 'SCHEMATICS THAT CANNOT BE BUILT TODAY'
               DELIMITED BY SIZE
               INTO SHORTAGE-LINE
           WRITE SHORTAGE-LINE
           MOVE SPACES TO SHORTAGE-LINE
           STRING '  PART NO.       NEEDED  AVAILABLE      SHORT'
               DELIMITED BY SIZE
               '  LEAD  EXPECTED' DELIMITED BY SIZE
               INTO SHORTAGE-LINE
           WRITE SHORTAGE-LINE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ ExtractFile
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       EVALUATE EXTRACT-LINE(1:2)
                           WHEN 'P,'
                               PERFORM TAKE-PART-RECORD
                           WHEN 'T,'
                               PERFORM TAKE-TRAILER-RECORD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-SCH-FILE NOT = SPACES
               PERFORM EVALUATE-SCHEMATIC
           END-IF
           IF WS-TRAILER-SW = 'N'
               OR WS-TRAILER-PARTS NOT = WS-PARTS-READ
               PERFORM CLOSE-ALL-FILES
               MOVE 'NET-SCHEMATICS' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE SPACES TO ABEND-KEY-VALUES
               STRING 'EXTRACT INCOMPLETE - TRAILER ' DELIMITED BY SIZE
                   WS-TRAILER-PARTS DELIMITED BY SIZE
                   ' PARTS, READ ' DELIMITED BY SIZE
                   WS-PARTS-READ DELIMITED BY SIZE
                   INTO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           MOVE SPACES TO SHORTAGE-LINE
           STRING 'SCHEMATICS NETTED: ' DELIMITED BY SIZE
               WS-SCHEMATICS-READ DELIMITED BY SIZE
               '  BUILDABLE: ' DELIMITED BY SIZE
               WS-SCHEMATICS-BUILDABLE DELIMITED BY SIZE
               '  SHORT: ' DELIMITED BY SIZE
               WS-SCHEMATICS-SHORT DELIMITED BY SIZE
               INTO SHORTAGE-LINE
           WRITE SHORTAGE-LINE
           .

       TAKE-PART-RECORD.
           MOVE SPACES TO WS-PARSE-TAG WS-PARSE-FILE WS-PARSE-LINE
           MOVE SPACES TO WS-PARSE-START WS-PARSE-STOP
           MOVE SPACES TO WS-PARSE-NUMBER
           UNSTRING EXTRACT-LINE DELIMITED BY ','
               INTO WS-PARSE-TAG WS-PARSE-FILE WS-PARSE-LINE
                   WS-PARSE-START WS-PARSE-STOP WS-PARSE-NUMBER
           END-UNSTRING
           ADD 1 TO WS-PARTS-READ
           MOVE FUNCTION NUMVAL(WS-PARSE-NUMBER) TO WS-PART-NUMBER
           IF WS-PARSE-FILE NOT = WS-SCH-FILE
               IF WS-SCH-FILE NOT = SPACES
                   PERFORM EVALUATE-SCHEMATIC
               END-IF
               MOVE WS-PARSE-FILE TO WS-SCH-FILE
               MOVE 0 TO WS-SCP-COUNT
           END-IF
           MOVE 'N' TO WS-SCP-FOUND
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > WS-SCP-COUNT
               IF WS-SCP-NUMBER(sx) = WS-PART-NUMBER
                   ADD 1 TO WS-SCP-QTY(sx)
                   MOVE 'Y' TO WS-SCP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SCP-FOUND = 'N'
               IF WS-SCP-COUNT >= WS-SCP-MAX
                   PERFORM CLOSE-ALL-FILES
                   MOVE 'TAKE-PART-RECORD' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PART TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-SCP-COUNT
               MOVE WS-PART-NUMBER TO WS-SCP-NUMBER(WS-SCP-COUNT)
               MOVE 1 TO WS-SCP-QTY(WS-SCP-COUNT)
               MOVE 0 TO WS-SCP-INV(WS-SCP-COUNT)
           END-IF
           .

       TAKE-TRAILER-RECORD.
           MOVE SPACES TO WS-PARSE-TAG WS-PARSE-LINE
           UNSTRING EXTRACT-LINE DELIMITED BY ','
               INTO WS-PARSE-TAG WS-PARSE-LINE
           END-UNSTRING
           MOVE 'Y' TO WS-TRAILER-SW
           MOVE FUNCTION NUMVAL(WS-PARSE-LINE) TO WS-TRAILER-PARTS
           .

      * A schematic can be built today only when the shelf holds
      * every part it calls for after the schematics ahead of it
      * in the run have taken theirs; one that cannot takes
      * nothing, so the stock stays with the ones that can. Its
      * parts still count towards tonight's demand.
       EVALUATE-SCHEMATIC.
           ADD 1 TO WS-SCHEMATICS-READ
           MOVE 'N' TO WS-SHORT-SW
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > WS-SCP-COUNT
               PERFORM FIND-OR-ADD-STOCK-PART
               MOVE ix TO WS-SCP-INV(sx)
               ADD WS-SCP-QTY(sx) TO WS-INV-DEMAND(ix)
               COMPUTE WS-AVAILABLE = WS-INV-ON-HAND(ix)
                   - WS-INV-ALLOCATED(ix)
               IF WS-AVAILABLE < WS-SCP-QTY(sx)
                   MOVE 'Y' TO WS-SHORT-SW
               END-IF
           END-PERFORM
           IF WS-SHORT-SW = 'Y'
               ADD 1 TO WS-SCHEMATICS-SHORT
               PERFORM WRITE-SCHEMATIC-SHORTAGE
           ELSE
               ADD 1 TO WS-SCHEMATICS-BUILDABLE
               PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > WS-SCP-COUNT
                   MOVE WS-SCP-INV(sx) TO ix
                   ADD WS-SCP-QTY(sx) TO WS-INV-ALLOCATED(ix)
               END-PERFORM
           END-IF
           .

       FIND-OR-ADD-STOCK-PART.
           PERFORM VARYING ix FROM 1 BY 1 UNTIL ix > WS-INV-COUNT
               IF WS-INV-NUMBER(ix) = WS-SCP-NUMBER(sx)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ix > WS-INV-COUNT
               IF WS-INV-COUNT >= WS-INV-MAX
                   PERFORM CLOSE-ALL-FILES
                   MOVE 'FIND-OR-ADD-STOCK-PART' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'STOCK TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-INV-COUNT
               MOVE WS-INV-COUNT TO ix
               MOVE WS-SCP-NUMBER(sx) TO WS-INV-NUMBER(ix)
               MOVE 0 TO WS-INV-ON-HAND(ix)
               MOVE 0 TO WS-INV-ON-ORDER(ix)
               MOVE 0 TO WS-INV-REORDER-POINT(ix)
               MOVE 0 TO WS-INV-REORDER-QTY(ix)
               MOVE 0 TO WS-INV-LEAD-DAYS(ix)
               MOVE 'N' TO WS-INV-STOCKED(ix)
               MOVE 0 TO WS-INV-DEMAND(ix)
               MOVE 0 TO WS-INV-ALLOCATED(ix)
               ADD 1 TO WS-NOT-STOCKED-COUNT
           END-IF
           .

       WRITE-SCHEMATIC-SHORTAGE.
           MOVE SPACES TO SHORTAGE-LINE
           STRING 'SCHEMATIC ' DELIMITED BY SIZE
               WS-SCH-FILE DELIMITED BY SPACE
               ' - CANNOT BE BUILT TODAY' DELIMITED BY SIZE
               INTO SHORTAGE-LINE
           WRITE SHORTAGE-LINE
           PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > WS-SCP-COUNT
               MOVE WS-SCP-INV(sx) TO ix
               COMPUTE WS-AVAILABLE = WS-INV-ON-HAND(ix)
                   - WS-INV-ALLOCATED(ix)
               IF WS-AVAILABLE < WS-SCP-QTY(sx)
                   COMPUTE WS-SHORT-QTY =
                       WS-SCP-QTY(sx) - WS-AVAILABLE
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       + WS-INV-LEAD-DAYS(ix))
                   IF WS-INV-STOCKED(ix) = 'N'
                       MOVE 'NOT STOCKED' TO WS-REASON-TEXT
                   ELSE
                       MOVE SPACES TO WS-REASON-TEXT
                   END-IF
                   MOVE WS-SCP-QTY(sx) TO WS-QTY-OUT-1
                   MOVE WS-AVAILABLE TO WS-QTY-OUT-2
                   MOVE WS-SHORT-QTY TO WS-QTY-OUT-3
                   MOVE WS-INV-LEAD-DAYS(ix) TO WS-LEAD-OUT
                   MOVE SPACES TO SHORTAGE-LINE
                   STRING '  ' DELIMITED BY SIZE
                       WS-SCP-NUMBER(sx) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-QTY-OUT-1 DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-QTY-OUT-2 DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-QTY-OUT-3 DELIMITED BY SIZE
                       '   ' DELIMITED BY SIZE
                       WS-LEAD-OUT DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-DUE-DATE DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-REASON-TEXT DELIMITED BY SIZE
                       INTO SHORTAGE-LINE
                   WRITE SHORTAGE-LINE
               END-IF
           END-PERFORM
           .

      * Net tonight's demand against the shelf and what is already
      * on order. A part that would end below its reorder point is
      * ordered back up to it, in at least the reorder quantity;
      * a part not stocked is ordered for exactly what is needed.
       RAISE-REQUISITIONS.
           MOVE SPACES TO SHORTAGE-LINE
           WRITE SHORTAGE-LINE
           MOVE SPACES TO SHORTAGE-LINE
           STRING 'PURCHASE REQUISITIONS RAISED' DELIMITED BY SIZE
               INTO SHORTAGE-LINE
           WRITE SHORTAGE-LINE
           MOVE SPACES TO SHORTAGE-LINE
           STRING 'PART NO.    ORDER QTY  DUE DATE    ON HAND'
               DELIMITED BY SIZE
               '   ON ORDER     DEMAND    REORDER  REASON'
               DELIMITED BY SIZE
               INTO SHORTAGE-LINE
           WRITE SHORTAGE-LINE
           PERFORM VARYING ix FROM 1 BY 1 UNTIL ix > WS-INV-COUNT
               IF WS-INV-DEMAND(ix) > 0
                   COMPUTE WS-PROJECTED = WS-INV-ON-HAND(ix)
                       + WS-INV-ON-ORDER(ix) - WS-INV-DEMAND(ix)
                   IF WS-PROJECTED < WS-INV-REORDER-POINT(ix)
                       PERFORM WRITE-REQUISITION
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-REQ-QTY-TOTAL TO WS-QTY-OUT-1
           MOVE SPACES TO SHORTAGE-LINE
           STRING 'REQUISITIONS: ' DELIMITED BY SIZE
               WS-REQ-COUNT DELIMITED BY SIZE
               '  UNITS ORDERED: ' DELIMITED BY SIZE
               WS-QTY-OUT-1 DELIMITED BY SIZE
               '  PARTS NOT STOCKED: ' DELIMITED BY SIZE
               WS-NOT-STOCKED-COUNT DELIMITED BY SIZE
               INTO SHORTAGE-LINE
           WRITE SHORTAGE-LINE
           .

       WRITE-REQUISITION.
           COMPUTE WS-ORDER-QTY =
               WS-INV-REORDER-POINT(ix) - WS-PROJECTED
           IF WS-ORDER-QTY < WS-INV-REORDER-QTY(ix)
               MOVE WS-INV-REORDER-QTY(ix) TO WS-ORDER-QTY
           END-IF
           IF WS-ORDER-QTY > 9999999
               MOVE 9999999 TO WS-ORDER-QTY
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-INV-LEAD-DAYS(ix))
           MOVE SPACES TO REQ-RECORD
           MOVE WS-RUN-DATE TO REQ-RUN-DATE
           MOVE WS-INV-NUMBER(ix) TO REQ-PART-NUMBER
           MOVE WS-ORDER-QTY TO REQ-ORDER-QTY
           MOVE WS-DUE-DATE TO REQ-DUE-DATE
           MOVE WS-INV-ON-HAND(ix) TO REQ-ON-HAND
           MOVE WS-INV-ON-ORDER(ix) TO REQ-ON-ORDER
           MOVE WS-INV-DEMAND(ix) TO REQ-DEMAND
           MOVE WS-INV-REORDER-POINT(ix) TO REQ-REORDER-POINT
           MOVE WS-INV-LEAD-DAYS(ix) TO REQ-LEAD-DAYS
           EVALUATE TRUE
               WHEN WS-INV-STOCKED(ix) = 'N'
                   MOVE 'N' TO REQ-REASON
                   MOVE 'NOT STOCKED' TO WS-REASON-TEXT
               WHEN WS-INV-ON-HAND(ix) < WS-INV-DEMAND(ix)
                   MOVE 'S' TO REQ-REASON
                   MOVE 'SHORT TODAY' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'R' TO REQ-REASON
                   MOVE 'BELOW REORDER' TO WS-REASON-TEXT
           END-EVALUATE
           WRITE REQ-RECORD
           ADD 1 TO WS-REQ-COUNT
           ADD WS-ORDER-QTY TO WS-REQ-QTY-TOTAL
           MOVE WS-ORDER-QTY TO WS-QTY-OUT-1
           MOVE WS-INV-ON-HAND(ix) TO WS-QTY-OUT-2
           MOVE WS-INV-ON-ORDER(ix) TO WS-QTY-OUT-3
           MOVE WS-INV-DEMAND(ix) TO WS-QTY-OUT-4
           MOVE WS-INV-REORDER-POINT(ix) TO WS-QTY-OUT-5
           MOVE SPACES TO SHORTAGE-LINE
           STRING WS-INV-NUMBER(ix) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-QTY-OUT-1 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-DUE-DATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-QTY-OUT-2 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-QTY-OUT-3 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-QTY-OUT-4 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-QTY-OUT-5 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-REASON-TEXT DELIMITED BY SIZE
               INTO SHORTAGE-LINE
           WRITE SHORTAGE-LINE
           .

       CLOSE-ALL-FILES.
           CLOSE ExtractFile
           CLOSE RequisitionFile
           CLOSE ShortageReportFile
           .

      * One statistics record per run on the shared feed: parts
      * read off the extract, requisitions written, the schematics
      * short and the units ordered.
       WRITE-RUN-STATS.
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
               MOVE 'DAY3REPL' TO STATS-PROGRAM
               ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT STATS-RUN-TIME FROM TIME
               MOVE WS-PARTS-READ TO STATS-RECORDS-IN
               MOVE WS-REQ-COUNT TO STATS-RECORDS-OUT
               MOVE WS-SCHEMATICS-SHORT TO STATS-KEY-TOTAL-1
               MOVE WS-REQ-QTY-TOTAL TO STATS-KEY-TOTAL-2
               MOVE RETURN-CODE TO STATS-CONDITION-CODE
               WRITE RUN-STATS-RECORD FROM STATS-RECORD
               CLOSE RunStatsFile
           ELSE
               DISPLAY 'Day3Repl: unable to open statistics file '
                   WS-RUN-STATS-FILENAME
                   ' status=' WS-RUN-STATS-STATUS
           END-IF
           .

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
       ABEND-RUN.
           MOVE 'DAY3REPL' TO ABEND-PROGRAM
           CALL 'ABENDLOG' USING ABEND-ARGS
           STOP RUN
           .

           COPY PARMLOAD.
