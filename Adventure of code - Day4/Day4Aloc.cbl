
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Day4Aloc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FulfillmentFile ASSIGN TO DYNAMIC
             WS-FULFILLMENT-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-FULFILLMENT-STATUS.

            SELECT ReleasedFile ASSIGN TO DYNAMIC
             WS-RELEASED-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-RELEASED-STATUS.

            SELECT PrizeCatalogFile ASSIGN TO DYNAMIC
             WS-CATALOG-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS.

            SELECT PrizeBudgetFile ASSIGN TO DYNAMIC
             WS-BUDGET-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-BUDGET-STATUS.

            SELECT BackorderFile ASSIGN TO DYNAMIC
             WS-BACKORDER-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-BACKORDER-STATUS.

            SELECT SpendReportFile ASSIGN TO DYNAMIC
             WS-SPEND-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-SPEND-STATUS.

            SELECT HolderFile ASSIGN TO DYNAMIC
             WS-HOLDER-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDER-STATUS.

            SELECT CustMasterFile ASSIGN TO DYNAMIC
             WS-CUST-FILENAME
             ORGANIZATION INDEXED
             ACCESS MODE RANDOM
             RECORD KEY CUST-ID
             FILE STATUS IS WS-CUST-FILE-STATUS.

            SELECT RawTransFile ASSIGN TO DYNAMIC
             WS-RAW-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-RAW-STATUS.

            SELECT UnregisteredFile ASSIGN TO DYNAMIC
             WS-UNREG-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-UNREG-STATUS.

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
      * Same records Day4 writes: one per card plus the 'T' footer.
       FD FulfillmentFile
           LABEL RECORDS ARE STANDARD.
           01 FULFILL-RECORD.
              05 FUL-CARD-NUMBER PIC 9(5).
              05 FUL-MATCH-COUNT PIC 9(3).
              05 FUL-POINTS PIC 9(10).
              05 FUL-COPY-COUNT PIC 9(7).
              05 FUL-HIGH-VALUE-IND PIC X.

      * The extract as released to the fulfillment vendor: the
      * cards that drew their prizes from stock, each with the
      * prize tier it was allocated, and a 'T' footer balancing
      * the cards and points released.
       FD ReleasedFile
           LABEL RECORDS ARE STANDARD.
           01 RELEASED-RECORD.
              05 REL-CARD-NUMBER PIC 9(5).
              05 REL-MATCH-COUNT PIC 9(3).
              05 REL-POINTS PIC 9(10).
              05 REL-COPY-COUNT PIC 9(7).
              05 REL-HIGH-VALUE-IND PIC X.
              05 REL-PRIZE-TIER PIC X(2).
           01 RELEASED-FOOTER.
              05 REL-FTR-TAG PIC X.
              05 REL-FTR-TOTAL-CARDS PIC 9(10).
              05 REL-FTR-TOTAL-POINTS PIC 9(10).
              05 FILLER PIC X(7).

       FD PrizeCatalogFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY4PRZ.

       FD PrizeBudgetFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY4PBG.

       FD BackorderFile
           LABEL RECORDS ARE STANDARD.
           01 BACKORDER-LINE PIC X(120).

       FD SpendReportFile
           LABEL RECORDS ARE STANDARD.
           01 SPEND-REPORT-LINE PIC X(120).

       FD HolderFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY4HLD.

       FD CustMasterFile
           LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

      * Prize credits ride into tonight's posting as ordinary raw
      * records on the extract the pre-edit reads.
       FD RawTransFile
           LABEL RECORDS ARE STANDARD.
           COPY TRANSREC.

       FD UnregisteredFile
           LABEL RECORDS ARE STANDARD.
           01 UNREGISTERED-LINE PIC X(120).

       FD RunStatsFile
           LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD PIC X(76).

       FD ParamFile
           LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-FULFILLMENT-FILENAME PIC X(80).
           01 WS-FULFILLMENT-STATUS PIC XX VALUE '00'.
           01 WS-RELEASED-FILENAME PIC X(80).
           01 WS-RELEASED-STATUS PIC XX VALUE '00'.
           01 WS-CATALOG-FILENAME PIC X(80).
           01 WS-CATALOG-STATUS PIC XX VALUE '00'.
           01 WS-BUDGET-FILENAME PIC X(80).
           01 WS-BUDGET-STATUS PIC XX VALUE '00'.
           01 WS-BACKORDER-FILENAME PIC X(80).
           01 WS-BACKORDER-STATUS PIC XX VALUE '00'.
           01 WS-SPEND-FILENAME PIC X(80).
           01 WS-SPEND-STATUS PIC XX VALUE '00'.
           01 WS-HOLDER-FILENAME PIC X(80).
           01 WS-HOLDER-STATUS PIC XX VALUE '00'.
           01 WS-CUST-FILENAME PIC X(80).
           01 WS-CUST-FILE-STATUS PIC XX VALUE '00'.
           01 WS-RAW-FILENAME PIC X(80).
           01 WS-RAW-STATUS PIC XX VALUE '00'.
           01 WS-UNREG-FILENAME PIC X(80).
           01 WS-UNREG-STATUS PIC XX VALUE '00'.
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
           01 WS-PERIOD PIC 9(6) VALUE 0.

      * The prize catalog in storage. With no catalog on file the
      * shop has not put prizes under stock control yet: every
      * card is released as Day4 wrote it, with no tier.
           01 WS-PRZ-ON-FILE PIC X VALUE 'N'.
           01 WS-PRZ-MAX PIC 9(3) VALUE 50.
           01 WS-PRZ-COUNT PIC 9(3) VALUE 0.
           01 WS-PRZ-TABLE.
              02 WS-PRZ-ENTRY OCCURS 50 TIMES.
                 05 WS-PRZ-TIER PIC X(2).
                 05 WS-PRZ-MIN-POINTS PIC 9(10).
                 05 WS-PRZ-DESC PIC X(30).
                 05 WS-PRZ-COST PIC 9(5)V99.
                 05 WS-PRZ-ON-HAND PIC 9(7).
                 05 WS-PRZ-ALLOCATED PIC 9(7).
                 05 WS-PRZ-RUN-QTY PIC 9(9).
                 05 WS-PRZ-RUN-COST PIC 9(11)V99.
                 05 WS-PRZ-BACK-QTY PIC 9(9).

      * Every period's budget row is carried through and written
      * back; this run commits against the row for the run date's
      * period, added if finance has not set one up yet.
           01 WS-PBG-MAX PIC 9(3) VALUE 120.
           01 WS-PBG-COUNT PIC 9(3) VALUE 0.
           01 WS-PBG-TABLE.
              02 WS-PBG-ENTRY OCCURS 120 TIMES.
                 05 WS-PBG-PERIOD PIC 9(6).
                 05 WS-PBG-BUDGET PIC 9(9)V99.
                 05 WS-PBG-COMMITTED PIC 9(9)V99.
                 05 WS-PBG-SPENT PIC 9(9)V99.
           01 bx PIC 9(3) VALUE 0.

           01 px PIC 9(3).
           01 tx PIC 9(3).
           01 WS-CARD-COST PIC 9(11)V99.
           01 WS-AVAILABLE PIC S9(8).
           01 WS-AVAIL-OUT PIC 9(7).
           01 WS-BUDGET-LEFT PIC S9(10)V99.
           01 WS-BACK-REASON PIC X(30).

           01 WS-CARDS-READ PIC 9(7) VALUE 0.
           01 WS-CARDS-RELEASED PIC 9(7) VALUE 0.
           01 WS-CARDS-NO-PRIZE PIC 9(7) VALUE 0.
           01 WS-CARDS-BACKORDERED PIC 9(7) VALUE 0.
           01 WS-REL-TOTAL-CARDS PIC 9(10) VALUE 0.
           01 WS-REL-TOTAL-POINTS PIC 9(10) VALUE 0.
           01 WS-RUN-QTY PIC 9(9) VALUE 0.
           01 WS-RUN-COST PIC 9(11)V99 VALUE 0.
           01 WS-AMT-OUT-1 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-OUT-2 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-OUT-3 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-OUT-4 PIC -ZZZ,ZZZ,ZZ9.99.

      * Prize credits. A released card's points are valued at
      * WS-POINT-VALUE in WS-CREDIT-CCY - the parameter is five
      * digits with one before the point, so 00100 is 0.0100 a
      * point - and credited to the card's registered holder. A
      * holder's cards add up to one credit a run.
           01 WS-POINT-VALUE PIC 9V9(4) VALUE 0.0100.
           01 WS-POINT-VALUE-ENV PIC X(5).
           01 WS-POINT-VALUE-DIGITS REDEFINES WS-POINT-VALUE-ENV
              PIC 9V9(4).
           01 WS-CREDIT-CCY PIC X(3) VALUE 'USD'.
           01 WS-CREDIT-CCY-ENV PIC X(3).

      * The registry in storage, each holder checked against the
      * customer master as it loads: WS-HLD-OK 'Y', or 'N' with
      * the reason the card cannot be credited.
           01 WS-HLD-ON-FILE PIC X VALUE 'N'.
           01 WS-HLD-MAX PIC 9(4) VALUE 5000.
           01 WS-HLD-COUNT PIC 9(4) VALUE 0.
           01 WS-HLD-TABLE.
              02 WS-HLD-ENTRY OCCURS 5000 TIMES.
                 05 WS-HLD-CARD PIC 9(5).
                 05 WS-HLD-CUST-ID PIC X(10).
                 05 WS-HLD-ENTITY PIC X(3).
                 05 WS-HLD-OK PIC X.
                 05 WS-HLD-REASON PIC X(30).
           01 hx PIC 9(4).
           01 rx PIC 9(4).

      * This run's credits, one per holder and business unit.
           01 WS-CRD-MAX PIC 9(4) VALUE 5000.
           01 WS-CRD-COUNT PIC 9(4) VALUE 0.
           01 WS-CRD-TABLE.
              02 WS-CRD-ENTRY OCCURS 5000 TIMES.
                 05 WS-CRD-CUST-ID PIC X(10).
                 05 WS-CRD-ENTITY PIC X(3).
                 05 WS-CRD-CARDS PIC 9(5).
                 05 WS-CRD-AMOUNT PIC 9(9)V99.
           01 cx PIC 9(4).
           01 WS-CARD-CREDIT PIC 9(9)V99.
           01 WS-UNREG-REASON PIC X(30).
           01 WS-CARDS-CREDITED PIC 9(7) VALUE 0.
           01 WS-CARDS-UNREGISTERED PIC 9(7) VALUE 0.
           01 WS-CREDITS-WRITTEN PIC 9(7) VALUE 0.
           01 WS-CREDITS-REFUSED PIC 9(7) VALUE 0.
           01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY 'Day4Aloc: prize allocation against stock'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD.

           PERFORM 8000-LOAD-PARAMETERS.
           IF PARM-ERROR-SW = 'Y'
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.

           ACCEPT WS-FULFILLMENT-FILENAME FROM ENVIRONMENT
               'DAY4FULFILLMENT'.
           IF WS-FULFILLMENT-FILENAME = SPACES
               MOVE 'day4-fulfillment.dat' TO WS-FULFILLMENT-FILENAME
           END-IF.
           MOVE 'DAY4FULFILLMENT' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-FULFILLMENT-FILENAME
           END-IF.

           ACCEPT WS-RELEASED-FILENAME FROM ENVIRONMENT
               'DAY4RELEASED'.
           IF WS-RELEASED-FILENAME = SPACES
               MOVE 'day4-released.dat' TO WS-RELEASED-FILENAME
           END-IF.
           MOVE 'DAY4RELEASED' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-RELEASED-FILENAME
           END-IF.

           ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT
               'DAY4PRIZECATALOG'.
           IF WS-CATALOG-FILENAME = SPACES
               MOVE 'day4-prize-catalog.dat' TO WS-CATALOG-FILENAME
           END-IF.
           MOVE 'DAY4PRIZECATALOG' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-CATALOG-FILENAME
           END-IF.

           ACCEPT WS-BUDGET-FILENAME FROM ENVIRONMENT
               'DAY4PRIZEBUDGET'.
           IF WS-BUDGET-FILENAME = SPACES
               MOVE 'day4-prize-budget.dat' TO WS-BUDGET-FILENAME
           END-IF.
           MOVE 'DAY4PRIZEBUDGET' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-BUDGET-FILENAME
           END-IF.

           ACCEPT WS-BACKORDER-FILENAME FROM ENVIRONMENT
               'DAY4BACKORDER'.
           IF WS-BACKORDER-FILENAME = SPACES
               MOVE 'day4-backorder.rpt' TO WS-BACKORDER-FILENAME
           END-IF.
           MOVE 'DAY4BACKORDER' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-BACKORDER-FILENAME
           END-IF.

           ACCEPT WS-SPEND-FILENAME FROM ENVIRONMENT
               'DAY4PRIZESPEND'.
           IF WS-SPEND-FILENAME = SPACES
               MOVE 'day4-prize-spend.rpt' TO WS-SPEND-FILENAME
           END-IF.
           MOVE 'DAY4PRIZESPEND' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-SPEND-FILENAME
           END-IF.

           ACCEPT WS-HOLDER-FILENAME FROM ENVIRONMENT
               'DAY4HOLDERS'.
           IF WS-HOLDER-FILENAME = SPACES
               MOVE 'day4-holders.dat' TO WS-HOLDER-FILENAME
           END-IF.
           MOVE 'DAY4HOLDERS' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-HOLDER-FILENAME
           END-IF.

           ACCEPT WS-CUST-FILENAME FROM ENVIRONMENT 'CUSTMASTER'.
           IF WS-CUST-FILENAME = SPACES
               MOVE 'custmast.dat' TO WS-CUST-FILENAME
           END-IF.
           MOVE 'CUSTMASTER' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-CUST-FILENAME
           END-IF.

           ACCEPT WS-RAW-FILENAME FROM ENVIRONMENT 'TRANSEDITIN'.
           IF WS-RAW-FILENAME = SPACES
               MOVE 'transactions-raw.dat' TO WS-RAW-FILENAME
           END-IF.
           MOVE 'TRANSEDITIN' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-RAW-FILENAME
           END-IF.

           ACCEPT WS-UNREG-FILENAME FROM ENVIRONMENT
               'DAY4UNREGISTERED'.
           IF WS-UNREG-FILENAME = SPACES
               MOVE 'day4-unregistered.rpt' TO WS-UNREG-FILENAME
           END-IF.
           MOVE 'DAY4UNREGISTERED' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-UNREG-FILENAME
           END-IF.

           ACCEPT WS-POINT-VALUE-ENV FROM ENVIRONMENT
               'DAY4POINTVALUE'.
           IF WS-POINT-VALUE-ENV NOT = SPACES
               PERFORM TAKE-POINT-VALUE
           END-IF.
           MOVE 'DAY4POINTVALUE' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-POINT-VALUE-ENV
               PERFORM TAKE-POINT-VALUE
           END-IF.

           ACCEPT WS-CREDIT-CCY-ENV FROM ENVIRONMENT
               'DAY4CREDITCURRENCY'.
           IF WS-CREDIT-CCY-ENV NOT = SPACES
               MOVE WS-CREDIT-CCY-ENV TO WS-CREDIT-CCY
           END-IF.
           MOVE 'DAY4CREDITCURRENCY' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-CREDIT-CCY
           END-IF.

           PERFORM LOAD-PRIZE-CATALOG.
           PERFORM LOAD-PRIZE-BUDGET.
           PERFORM LOAD-HOLDER-REGISTRY.

           OPEN INPUT FulfillmentFile.
           IF WS-FULFILLMENT-STATUS NOT = '00'
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE WS-FULFILLMENT-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-FULFILLMENT-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.

           OPEN OUTPUT ReleasedFile.
           IF WS-RELEASED-STATUS NOT = '00'
               CLOSE FulfillmentFile
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE WS-RELEASED-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-RELEASED-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.

           OPEN OUTPUT BackorderFile.
           IF WS-BACKORDER-STATUS NOT = '00'
               CLOSE FulfillmentFile
               CLOSE ReleasedFile
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE WS-BACKORDER-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-BACKORDER-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO BACKORDER-LINE
           STRING 'DAY4 PRIZE BACKORDERS - RUN ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' - CARDS HELD OFF THE RELEASED EXTRACT'
               DELIMITED BY SIZE
               INTO BACKORDER-LINE
           WRITE BACKORDER-LINE.
           MOVE SPACES TO BACKORDER-LINE
           STRING 'CARD   POINTS      COPIES  TIER          COST  '
               DELIMITED BY SIZE
               'REASON' DELIMITED BY SIZE
               INTO BACKORDER-LINE
           WRITE BACKORDER-LINE.

           OPEN OUTPUT UnregisteredFile.
           IF WS-UNREG-STATUS NOT = '00'
               CLOSE FulfillmentFile
               CLOSE ReleasedFile
               CLOSE BackorderFile
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               MOVE WS-UNREG-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-UNREG-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO UNREGISTERED-LINE
           STRING 'DAY4 PRIZE CREDITS - RUN ' DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ' - RELEASED CARDS NOT CREDITED TO A CUSTOMER'
               DELIMITED BY SIZE
               INTO UNREGISTERED-LINE
           WRITE UNREGISTERED-LINE.
           IF WS-HLD-ON-FILE = 'N'
               MOVE SPACES TO UNREGISTERED-LINE
               STRING 'NO CARD-HOLDER REGISTRY ' DELIMITED BY SIZE
                   WS-HOLDER-FILENAME DELIMITED BY SPACE
                   ' - NO CARD CREDITED' DELIMITED BY SIZE
                   INTO UNREGISTERED-LINE
               WRITE UNREGISTERED-LINE
           END-IF.
           MOVE SPACES TO UNREGISTERED-LINE
           STRING 'CARD   POINTS      REASON' DELIMITED BY SIZE
               INTO UNREGISTERED-LINE
           WRITE UNREGISTERED-LINE.

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ FulfillmentFile
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF FULFILL-RECORD(1:1) NOT = 'T'
                           ADD 1 TO WS-CARDS-READ
                           PERFORM ALLOCATE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO RELEASED-FOOTER
           MOVE 'T' TO REL-FTR-TAG
           MOVE WS-REL-TOTAL-CARDS TO REL-FTR-TOTAL-CARDS
           MOVE WS-REL-TOTAL-POINTS TO REL-FTR-TOTAL-POINTS
           WRITE RELEASED-FOOTER.

           MOVE SPACES TO BACKORDER-LINE
           STRING 'CARDS BACKORDERED: ' DELIMITED BY SIZE
               WS-CARDS-BACKORDERED DELIMITED BY SIZE
               INTO BACKORDER-LINE
           WRITE BACKORDER-LINE.

           CLOSE FulfillmentFile.
           CLOSE ReleasedFile.
           CLOSE BackorderFile.

      * The released extract is complete before stock and budget
      * are written back, so a failure between the two leaves the
      * catalog as it was and the step reruns from the top.
           IF WS-PRZ-ON-FILE = 'Y'
               PERFORM REWRITE-PRIZE-CATALOG
               PERFORM REWRITE-PRIZE-BUDGET
           END-IF.
           PERFORM WRITE-SPEND-REPORT.
           PERFORM WRITE-PRIZE-CREDITS.

           MOVE WS-CREDIT-TOTAL TO WS-AMT-OUT-1
           MOVE SPACES TO UNREGISTERED-LINE
           STRING 'CARDS NOT CREDITED: ' DELIMITED BY SIZE
               WS-CARDS-UNREGISTERED DELIMITED BY SIZE
               INTO UNREGISTERED-LINE
           WRITE UNREGISTERED-LINE.
           MOVE SPACES TO UNREGISTERED-LINE
           STRING 'CARDS CREDITED: ' DELIMITED BY SIZE
               WS-CARDS-CREDITED DELIMITED BY SIZE
               ' IN ' DELIMITED BY SIZE
               WS-CREDITS-WRITTEN DELIMITED BY SIZE
               ' CREDIT(S) TOTALLING ' DELIMITED BY SIZE
               WS-AMT-OUT-1 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-CREDIT-CCY DELIMITED BY SIZE
               INTO UNREGISTERED-LINE
           WRITE UNREGISTERED-LINE.
           CLOSE UnregisteredFile.

           DISPLAY 'Day4Aloc: ' WS-CARDS-READ ' card(s) read, '
               WS-CARDS-RELEASED ' released, '
               WS-CARDS-BACKORDERED ' backordered'.
           DISPLAY 'Day4Aloc: ' WS-CREDITS-WRITTEN
               ' prize credit(s) on the raw extract, '
               WS-CARDS-UNREGISTERED ' card(s) not credited'.

           IF (WS-CARDS-BACKORDERED > 0 OR WS-CREDITS-REFUSED > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATS.
           STOP RUN.

       LOAD-PRIZE-CATALOG.
           OPEN INPUT PrizeCatalogFile.
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'Day4Aloc: no prize catalog '
                   WS-CATALOG-FILENAME
                   ' - cards released without stock control'
           ELSE
               MOVE 'Y' TO WS-PRZ-ON-FILE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ PrizeCatalogFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM KEEP-ONE-PRIZE-TIER
                   END-READ
               END-PERFORM
               CLOSE PrizeCatalogFile
           END-IF.

       KEEP-ONE-PRIZE-TIER.
           IF WS-PRZ-COUNT >= WS-PRZ-MAX
               CLOSE PrizeCatalogFile
               MOVE 'KEEP-ONE-PRIZE-TIER' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'PRIZE TABLE FULL - RAISE THE SIZE'
                   TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           IF PRZ-MIN-POINTS IS NOT NUMERIC
               OR PRZ-UNIT-COST IS NOT NUMERIC
               OR PRZ-ON-HAND IS NOT NUMERIC
               OR PRZ-ALLOCATED IS NOT NUMERIC
               CLOSE PrizeCatalogFile
               MOVE 'KEEP-ONE-PRIZE-TIER' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE SPACES TO ABEND-KEY-VALUES
               STRING 'PRIZE TIER ' DELIMITED BY SIZE
                   PRZ-TIER DELIMITED BY SIZE
                   ' NOT NUMERIC ON THE CATALOG' DELIMITED BY SIZE
                   INTO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-PRZ-COUNT
           MOVE PRZ-TIER TO WS-PRZ-TIER(WS-PRZ-COUNT)
           MOVE PRZ-MIN-POINTS TO WS-PRZ-MIN-POINTS(WS-PRZ-COUNT)
           MOVE PRZ-DESCRIPTION TO WS-PRZ-DESC(WS-PRZ-COUNT)
           MOVE PRZ-UNIT-COST TO WS-PRZ-COST(WS-PRZ-COUNT)
           MOVE PRZ-ON-HAND TO WS-PRZ-ON-HAND(WS-PRZ-COUNT)
           MOVE PRZ-ALLOCATED TO WS-PRZ-ALLOCATED(WS-PRZ-COUNT)
           MOVE 0 TO WS-PRZ-RUN-QTY(WS-PRZ-COUNT)
           MOVE 0 TO WS-PRZ-RUN-COST(WS-PRZ-COUNT)
           MOVE 0 TO WS-PRZ-BACK-QTY(WS-PRZ-COUNT).

       LOAD-PRIZE-BUDGET.
           OPEN INPUT PrizeBudgetFile.
           IF WS-BUDGET-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ PrizeBudgetFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF PBG-PERIOD IS NUMERIC
                               PERFORM KEEP-ONE-BUDGET-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PrizeBudgetFile
           END-IF.
           MOVE 0 TO bx
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > WS-PBG-COUNT
               IF WS-PBG-PERIOD(px) = WS-PERIOD
                   MOVE px TO bx
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF bx = 0
               IF WS-PBG-COUNT >= WS-PBG-MAX
                   MOVE 'LOAD-PRIZE-BUDGET' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'BUDGET TABLE FULL - TRIM THE BUDGET FILE'
                       TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-PBG-COUNT
               MOVE WS-PBG-COUNT TO bx
               MOVE WS-PERIOD TO WS-PBG-PERIOD(bx)
               MOVE 0 TO WS-PBG-BUDGET(bx)
               MOVE 0 TO WS-PBG-COMMITTED(bx)
               MOVE 0 TO WS-PBG-SPENT(bx)
           END-IF.

       KEEP-ONE-BUDGET-ROW.
           IF WS-PBG-COUNT >= WS-PBG-MAX
               CLOSE PrizeBudgetFile
               MOVE 'KEEP-ONE-BUDGET-ROW' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'BUDGET TABLE FULL - TRIM THE BUDGET FILE'
                   TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-PBG-COUNT
           MOVE PBG-PERIOD TO WS-PBG-PERIOD(WS-PBG-COUNT)
           MOVE PBG-BUDGET TO WS-PBG-BUDGET(WS-PBG-COUNT)
           MOVE PBG-COMMITTED TO WS-PBG-COMMITTED(WS-PBG-COUNT)
           MOVE PBG-SPENT TO WS-PBG-SPENT(WS-PBG-COUNT).

      * A card wins one prize of its tier per copy held. It is
      * released only when the whole quantity is in stock and,
      * where a budget is set, its cost fits in what is left of
      * the period's budget; otherwise it is backordered whole -
      * the vendor ships a card's prizes together or not at all.
       ALLOCATE-ONE-CARD.
           MOVE 0 TO tx
           IF WS-PRZ-ON-FILE = 'Y' AND FUL-POINTS > 0
               AND FUL-COPY-COUNT > 0
               PERFORM VARYING px FROM 1 BY 1
                       UNTIL px > WS-PRZ-COUNT
                   IF WS-PRZ-MIN-POINTS(px) > 0
                       AND WS-PRZ-MIN-POINTS(px) NOT > FUL-POINTS
                       IF tx = 0
                           MOVE px TO tx
                       ELSE
                           IF WS-PRZ-MIN-POINTS(px) >
                               WS-PRZ-MIN-POINTS(tx)
                               MOVE px TO tx
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF tx = 0
      * No prize due: no stock control, no points, no copies, or
      * below the lowest tier - released as Day4 wrote it.
               ADD 1 TO WS-CARDS-NO-PRIZE
               MOVE SPACES TO REL-PRIZE-TIER
               PERFORM WRITE-RELEASED-CARD
           ELSE
               MOVE SPACES TO WS-BACK-REASON
               COMPUTE WS-CARD-COST =
                   FUL-COPY-COUNT * WS-PRZ-COST(tx)
               COMPUTE WS-AVAILABLE = WS-PRZ-ON-HAND(tx)
                   - WS-PRZ-ALLOCATED(tx)
               IF WS-AVAILABLE < FUL-COPY-COUNT
                   MOVE 'INSUFFICIENT STOCK' TO WS-BACK-REASON
               ELSE
                   IF WS-PBG-BUDGET(bx) > 0
                       COMPUTE WS-BUDGET-LEFT = WS-PBG-BUDGET(bx)
                           - WS-PBG-COMMITTED(bx) - WS-PBG-SPENT(bx)
                       IF WS-CARD-COST > WS-BUDGET-LEFT
                           MOVE 'OVER PERIOD BUDGET'
                               TO WS-BACK-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-BACK-REASON = SPACES
                   ADD FUL-COPY-COUNT TO WS-PRZ-ALLOCATED(tx)
                   ADD FUL-COPY-COUNT TO WS-PRZ-RUN-QTY(tx)
                   ADD WS-CARD-COST TO WS-PRZ-RUN-COST(tx)
                   ADD WS-CARD-COST TO WS-PBG-COMMITTED(bx)
                   ADD FUL-COPY-COUNT TO WS-RUN-QTY
                   ADD WS-CARD-COST TO WS-RUN-COST
                   MOVE WS-PRZ-TIER(tx) TO REL-PRIZE-TIER
                   PERFORM WRITE-RELEASED-CARD
               ELSE
                   ADD 1 TO WS-CARDS-BACKORDERED
                   ADD FUL-COPY-COUNT TO WS-PRZ-BACK-QTY(tx)
                   PERFORM WRITE-BACKORDER-LINE
               END-IF
           END-IF.

       WRITE-RELEASED-CARD.
           MOVE FUL-CARD-NUMBER TO REL-CARD-NUMBER
           MOVE FUL-MATCH-COUNT TO REL-MATCH-COUNT
           MOVE FUL-POINTS TO REL-POINTS
           MOVE FUL-COPY-COUNT TO REL-COPY-COUNT
           MOVE FUL-HIGH-VALUE-IND TO REL-HIGH-VALUE-IND
           WRITE RELEASED-RECORD
           ADD 1 TO WS-CARDS-RELEASED
           ADD FUL-COPY-COUNT TO WS-REL-TOTAL-CARDS
           ADD FUL-POINTS TO WS-REL-TOTAL-POINTS
           IF FUL-POINTS > 0
               PERFORM CREDIT-CARD-HOLDER
           END-IF.

      * A released card's points go to its registered holder as a
      * credit. A card nobody holds, or whose holder cannot be
      * credited, goes on the unregistered report instead.
       CREDIT-CARD-HOLDER.
           MOVE SPACES TO WS-UNREG-REASON
           MOVE 0 TO hx
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > WS-HLD-COUNT
               IF WS-HLD-CARD(rx) = FUL-CARD-NUMBER
                   MOVE rx TO hx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF hx = 0
               MOVE 'NO REGISTERED HOLDER' TO WS-UNREG-REASON
           ELSE
               IF WS-HLD-OK(hx) NOT = 'Y'
                   MOVE WS-HLD-REASON(hx) TO WS-UNREG-REASON
               END-IF
           END-IF
           IF WS-UNREG-REASON NOT = SPACES
               ADD 1 TO WS-CARDS-UNREGISTERED
               MOVE SPACES TO UNREGISTERED-LINE
               STRING FUL-CARD-NUMBER DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUL-POINTS DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-UNREG-REASON DELIMITED BY SIZE
                   INTO UNREGISTERED-LINE
               WRITE UNREGISTERED-LINE
           ELSE
               COMPUTE WS-CARD-CREDIT ROUNDED =
                   FUL-POINTS * WS-POINT-VALUE
               IF WS-CARD-CREDIT > 0
                   PERFORM ADD-HOLDER-CREDIT
               END-IF
           END-IF.

       ADD-HOLDER-CREDIT.
           MOVE 0 TO cx
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > WS-CRD-COUNT
               IF WS-CRD-CUST-ID(rx) = WS-HLD-CUST-ID(hx)
                   AND WS-CRD-ENTITY(rx) = WS-HLD-ENTITY(hx)
                   MOVE rx TO cx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF cx = 0
               IF WS-CRD-COUNT >= WS-CRD-MAX
                   MOVE 'ADD-HOLDER-CREDIT' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'CREDIT TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-CRD-COUNT
               MOVE WS-CRD-COUNT TO cx
               MOVE WS-HLD-CUST-ID(hx) TO WS-CRD-CUST-ID(cx)
               MOVE WS-HLD-ENTITY(hx) TO WS-CRD-ENTITY(cx)
               MOVE 0 TO WS-CRD-CARDS(cx)
               MOVE 0 TO WS-CRD-AMOUNT(cx)
           END-IF
           ADD 1 TO WS-CRD-CARDS(cx)
           ADD WS-CARD-CREDIT TO WS-CRD-AMOUNT(cx)
           ADD 1 TO WS-CARDS-CREDITED.

       WRITE-BACKORDER-LINE.
           MOVE WS-CARD-COST TO WS-AMT-OUT-1
           MOVE SPACES TO BACKORDER-LINE
           STRING FUL-CARD-NUMBER DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FUL-POINTS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FUL-COPY-COUNT DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-PRZ-TIER(tx) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMT-OUT-1 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-BACK-REASON DELIMITED BY SIZE
               INTO BACKORDER-LINE
           WRITE BACKORDER-LINE.

      * The parameter is five digits with an implied point after
      * the first; anything else would misprice every credit.
       TAKE-POINT-VALUE.
           IF WS-POINT-VALUE-DIGITS IS NUMERIC
               MOVE WS-POINT-VALUE-DIGITS TO WS-POINT-VALUE
           ELSE
               MOVE 'TAKE-POINT-VALUE' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE SPACES TO ABEND-KEY-VALUES
               STRING 'DAY4POINTVALUE NOT FIVE DIGITS: '
                   DELIMITED BY SIZE
                   WS-POINT-VALUE-ENV DELIMITED BY SIZE
                   INTO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.

      * Every holder is checked against the customer master as the
      * registry loads. With no registry on file nobody is
      * credited and every released card with points is reported;
      * a registry that cannot be checked stops the run, since
      * the cards released tonight would never be credited.
       LOAD-HOLDER-REGISTRY.
           OPEN INPUT HolderFile.
           IF WS-HOLDER-STATUS NOT = '00'
               DISPLAY 'Day4Aloc: no card-holder registry '
                   WS-HOLDER-FILENAME
                   ' - no prize credits this run'
           ELSE
               MOVE 'Y' TO WS-HLD-ON-FILE
               OPEN INPUT CustMasterFile
               IF WS-CUST-FILE-STATUS NOT = '00'
                   CLOSE HolderFile
                   MOVE 'LOAD-HOLDER-REGISTRY' TO ABEND-PARAGRAPH
                   MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CUST-FILENAME TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ HolderFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM KEEP-ONE-HOLDER
                   END-READ
               END-PERFORM
               CLOSE HolderFile
               CLOSE CustMasterFile
           END-IF.

      * A card registered twice is credited to neither holder
      * until the desk settles which one holds it.
       KEEP-ONE-HOLDER.
           IF HLD-CARD-NUMBER IS NOT NUMERIC
               DISPLAY 'Day4Aloc: registry row skipped - card '
                   HLD-CARD-NUMBER ' not numeric'
           ELSE
               MOVE 0 TO hx
               PERFORM VARYING rx FROM 1 BY 1
                       UNTIL rx > WS-HLD-COUNT
                   IF WS-HLD-CARD(rx) = HLD-CARD-NUMBER
                       MOVE rx TO hx
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF hx > 0
                   MOVE 'N' TO WS-HLD-OK(hx)
                   MOVE 'REGISTERED TO TWO HOLDERS'
                       TO WS-HLD-REASON(hx)
               ELSE
                   IF WS-HLD-COUNT >= WS-HLD-MAX
                       CLOSE HolderFile
                       CLOSE CustMasterFile
                       MOVE 'KEEP-ONE-HOLDER' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'REGISTRY TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM ABEND-RUN
                   END-IF
                   ADD 1 TO WS-HLD-COUNT
                   MOVE WS-HLD-COUNT TO hx
                   MOVE HLD-CARD-NUMBER TO WS-HLD-CARD(hx)
                   MOVE HLD-CUST-ID TO WS-HLD-CUST-ID(hx)
                   MOVE HLD-ENTITY TO WS-HLD-ENTITY(hx)
                   MOVE 'Y' TO WS-HLD-OK(hx)
                   MOVE SPACES TO WS-HLD-REASON(hx)
                   PERFORM CHECK-ONE-HOLDER
               END-IF
           END-IF.

      * A merged account still takes the credit: the posting run
      * follows the merge to the surviving customer.
       CHECK-ONE-HOLDER.
           IF HLD-CUST-ID = SPACES OR HLD-ENTITY = SPACES
               MOVE 'N' TO WS-HLD-OK(hx)
               MOVE 'REGISTRY ROW INCOMPLETE' TO WS-HLD-REASON(hx)
           ELSE
               MOVE HLD-CUST-ID TO CUST-ID
               READ CustMasterFile
                   INVALID KEY
                       MOVE 'N' TO WS-HLD-OK(hx)
                       MOVE 'HOLDER NOT ON CUSTOMER MASTER'
                           TO WS-HLD-REASON(hx)
                   NOT INVALID KEY
                       IF CUST-STATUS NOT = 'A'
                           AND CUST-MERGED-INTO = SPACES
                           MOVE 'N' TO WS-HLD-OK(hx)
                           MOVE 'HOLDER ACCOUNT NOT ACTIVE'
                               TO WS-HLD-REASON(hx)
                       END-IF
               END-READ
           END-IF.

       REWRITE-PRIZE-CATALOG.
           OPEN OUTPUT PrizeCatalogFile.
           IF WS-CATALOG-STATUS NOT = '00'
               MOVE 'REWRITE-PRIZE-CATALOG' TO ABEND-PARAGRAPH
               MOVE WS-CATALOG-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-CATALOG-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > WS-PRZ-COUNT
               MOVE SPACES TO PRZ-RECORD
               MOVE WS-PRZ-TIER(px) TO PRZ-TIER
               MOVE WS-PRZ-MIN-POINTS(px) TO PRZ-MIN-POINTS
               MOVE WS-PRZ-DESC(px) TO PRZ-DESCRIPTION
               MOVE WS-PRZ-COST(px) TO PRZ-UNIT-COST
               MOVE WS-PRZ-ON-HAND(px) TO PRZ-ON-HAND
               MOVE WS-PRZ-ALLOCATED(px) TO PRZ-ALLOCATED
               WRITE PRZ-RECORD
           END-PERFORM.
           CLOSE PrizeCatalogFile.

       REWRITE-PRIZE-BUDGET.
           OPEN OUTPUT PrizeBudgetFile.
           IF WS-BUDGET-STATUS NOT = '00'
               MOVE 'REWRITE-PRIZE-BUDGET' TO ABEND-PARAGRAPH
               MOVE WS-BUDGET-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-BUDGET-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF.
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > WS-PBG-COUNT
               MOVE SPACES TO PBG-RECORD
               MOVE WS-PBG-PERIOD(px) TO PBG-PERIOD
               MOVE WS-PBG-BUDGET(px) TO PBG-BUDGET
               MOVE WS-PBG-COMMITTED(px) TO PBG-COMMITTED
               MOVE WS-PBG-SPENT(px) TO PBG-SPENT
               WRITE PBG-RECORD
           END-PERFORM.
           CLOSE PrizeBudgetFile.

      * Stock by tier after tonight's allocation, then the period's
      * prize spend against its budget: confirmed shipped, still
      * committed to released cards, and what is left.
       WRITE-SPEND-REPORT.
           OPEN OUTPUT SpendReportFile.
           IF WS-SPEND-STATUS NOT = '00'
               DISPLAY 'Day4Aloc: unable to open '
                   WS-SPEND-FILENAME
                   ' status=' WS-SPEND-STATUS
                   ' - spend report skipped'
           ELSE
               MOVE SPACES TO SPEND-REPORT-LINE
               STRING 'DAY4 PRIZE STOCK AND SPEND - RUN '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO SPEND-REPORT-LINE
               WRITE SPEND-REPORT-LINE
               IF WS-PRZ-ON-FILE = 'N'
                   MOVE SPACES TO SPEND-REPORT-LINE
                   STRING 'NO PRIZE CATALOG ' DELIMITED BY SIZE
                       WS-CATALOG-FILENAME DELIMITED BY SPACE
                       ' - NOTHING ALLOCATED' DELIMITED BY SIZE
                       INTO SPEND-REPORT-LINE
                   WRITE SPEND-REPORT-LINE
               ELSE
                   MOVE SPACES TO SPEND-REPORT-LINE
                   STRING 'TIER DESCRIPTION                   '
                       DELIMITED BY SIZE
                       ' ON HAND  ALLOCATED  AVAILABLE  '
                       DELIMITED BY SIZE
                       'RUN QTY       RUN COST  BACKORDER'
                       DELIMITED BY SIZE
                       INTO SPEND-REPORT-LINE
                   WRITE SPEND-REPORT-LINE
                   PERFORM VARYING px FROM 1 BY 1
                           UNTIL px > WS-PRZ-COUNT
                       PERFORM WRITE-SPEND-TIER-LINE
                   END-PERFORM
                   PERFORM WRITE-SPEND-BUDGET-LINES
               END-IF
               CLOSE SpendReportFile
           END-IF.

       WRITE-SPEND-TIER-LINE.
           COMPUTE WS-AVAILABLE = WS-PRZ-ON-HAND(px)
               - WS-PRZ-ALLOCATED(px)
           IF WS-AVAILABLE < 0
               MOVE 0 TO WS-AVAIL-OUT
           ELSE
               MOVE WS-AVAILABLE TO WS-AVAIL-OUT
           END-IF
           MOVE WS-PRZ-RUN-COST(px) TO WS-AMT-OUT-1
           MOVE SPACES TO SPEND-REPORT-LINE
           STRING WS-PRZ-TIER(px) DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-PRZ-DESC(px) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRZ-ON-HAND(px) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-PRZ-ALLOCATED(px) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               WS-AVAIL-OUT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRZ-RUN-QTY(px) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMT-OUT-1 DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRZ-BACK-QTY(px) DELIMITED BY SIZE
               INTO SPEND-REPORT-LINE
           WRITE SPEND-REPORT-LINE.

       WRITE-SPEND-BUDGET-LINES.
           MOVE SPACES TO SPEND-REPORT-LINE
           WRITE SPEND-REPORT-LINE
           MOVE WS-RUN-COST TO WS-AMT-OUT-1
           MOVE SPACES TO SPEND-REPORT-LINE
           STRING 'ALLOCATED THIS RUN: ' DELIMITED BY SIZE
               WS-RUN-QTY DELIMITED BY SIZE
               ' PRIZE(S) COSTING ' DELIMITED BY SIZE
               WS-AMT-OUT-1 DELIMITED BY SIZE
               INTO SPEND-REPORT-LINE
           WRITE SPEND-REPORT-LINE
           MOVE WS-PBG-BUDGET(bx) TO WS-AMT-OUT-1
           MOVE WS-PBG-SPENT(bx) TO WS-AMT-OUT-2
           MOVE WS-PBG-COMMITTED(bx) TO WS-AMT-OUT-3
           MOVE SPACES TO SPEND-REPORT-LINE
           STRING 'PERIOD ' DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ' BUDGET ' DELIMITED BY SIZE
               WS-AMT-OUT-1 DELIMITED BY SIZE
               ' SPENT ' DELIMITED BY SIZE
               WS-AMT-OUT-2 DELIMITED BY SIZE
               ' COMMITTED ' DELIMITED BY SIZE
               WS-AMT-OUT-3 DELIMITED BY SIZE
               INTO SPEND-REPORT-LINE
           WRITE SPEND-REPORT-LINE
           MOVE SPACES TO SPEND-REPORT-LINE
           IF WS-PBG-BUDGET(bx) = 0
               STRING 'NO BUDGET SET FOR THE PERIOD - SPEND '
                   DELIMITED BY SIZE
                   'TRACKED, NOT CAPPED' DELIMITED BY SIZE
                   INTO SPEND-REPORT-LINE
           ELSE
               COMPUTE WS-BUDGET-LEFT = WS-PBG-BUDGET(bx)
                   - WS-PBG-COMMITTED(bx) - WS-PBG-SPENT(bx)
               MOVE WS-BUDGET-LEFT TO WS-AMT-OUT-4
               STRING 'BUDGET REMAINING ' DELIMITED BY SIZE
                   WS-AMT-OUT-4 DELIMITED BY SIZE
                   INTO SPEND-REPORT-LINE
           END-IF
           WRITE SPEND-REPORT-LINE.

      * The holders' credits go on the end of the raw extract the
      * pre-edit reads, the way repaired rejects are recycled, so
      * they are edited, posted, ledgered and stated tonight like
      * any other record: each a credit adjustment dated the run
      * date. A credit too large for one posting is reported and
      * left for the desk to split.
       WRITE-PRIZE-CREDITS.
           IF WS-CRD-COUNT > 0
               OPEN EXTEND RawTransFile
               IF WS-RAW-STATUS NOT = '00'
                   OPEN OUTPUT RawTransFile
               END-IF
               IF WS-RAW-STATUS NOT = '00'
                   MOVE 'WRITE-PRIZE-CREDITS' TO ABEND-PARAGRAPH
                   MOVE WS-RAW-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-RAW-FILENAME TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > WS-CRD-COUNT
                   PERFORM WRITE-ONE-CREDIT
               END-PERFORM
               CLOSE RawTransFile
           END-IF.

       WRITE-ONE-CREDIT.
           IF WS-CRD-AMOUNT(cx) > 9999999.99
               ADD 1 TO WS-CREDITS-REFUSED
               MOVE WS-CRD-AMOUNT(cx) TO WS-AMT-OUT-2
               MOVE SPACES TO UNREGISTERED-LINE
               STRING WS-CRD-CUST-ID(cx) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CRD-ENTITY(cx) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-OUT-2 DELIMITED BY SIZE
                   ' CREDIT TOO LARGE FOR ONE POSTING - NOT WRITTEN'
                   DELIMITED BY SIZE
                   INTO UNREGISTERED-LINE
               WRITE UNREGISTERED-LINE
           ELSE
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-CRD-CUST-ID(cx) TO TRANS-ID
               MOVE WS-CRD-AMOUNT(cx) TO TRANS-AMOUNT
               MOVE WS-RUN-DATE TO TRANS-DATE
               MOVE WS-CREDIT-CCY TO TRANS-CURRENCY
               MOVE WS-CRD-ENTITY(cx) TO TRANS-ENTITY
               MOVE 'C' TO TRANS-TYPE
               WRITE TRANS-RECORD
               ADD 1 TO WS-CREDITS-WRITTEN
               ADD WS-CRD-AMOUNT(cx) TO WS-CREDIT-TOTAL
           END-IF.

      * One statistics record per run on the shared feed: cards
      * read in, cards released out, the cost allocated and the
      * cards backordered.
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
               MOVE 'DAY4ALOC' TO STATS-PROGRAM
               ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT STATS-RUN-TIME FROM TIME
               MOVE WS-CARDS-READ TO STATS-RECORDS-IN
               MOVE WS-CARDS-RELEASED TO STATS-RECORDS-OUT
               MOVE WS-RUN-COST TO STATS-KEY-TOTAL-1
               MOVE WS-CARDS-BACKORDERED TO STATS-KEY-TOTAL-2
               MOVE RETURN-CODE TO STATS-CONDITION-CODE
               WRITE RUN-STATS-RECORD FROM STATS-RECORD
               CLOSE RunStatsFile
           ELSE
               DISPLAY 'Day4Aloc: unable to open statistics file '
                   WS-RUN-STATS-FILENAME
                   ' status=' WS-RUN-STATS-STATUS
           END-IF
           .

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
       ABEND-RUN.
           MOVE 'DAY4ALOC' TO ABEND-PROGRAM
           CALL 'ABENDLOG' USING ABEND-ARGS
           STOP RUN
           .

           COPY PARMLOAD.
