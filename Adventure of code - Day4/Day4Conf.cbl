             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-CONF-REPORT-STATUS.

            SELECT PrizeCatalogFile ASSIGN TO DYNAMIC
             WS-CATALOG-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS.

            SELECT PrizeBudgetFile ASSIGN TO DYNAMIC
             WS-BUDGET-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-BUDGET-STATUS.

            SELECT PostedFile ASSIGN TO DYNAMIC
             WS-POSTED-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-POSTED-STATUS.

            SELECT ParamFile ASSIGN TO DYNAMIC
             PARM-FILENAME
             ORGANIZATION LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      * The released extract Day4Aloc writes: one record per card
      * that went to the vendor, with the prize tier its stock was
      * allocated from, plus the 'T' footer.
       FD FulfillmentFile
           LABEL RECORDS ARE STANDARD.
           01 FULFILL-RECORD.
              05 FUL-POINTS PIC 9(10).
              05 FUL-COPY-COUNT PIC 9(7).
              05 FUL-HIGH-VALUE-IND PIC X.
              05 FUL-PRIZE-TIER PIC X(2).

      * Vendor shipment confirmations: card number, quantity
      * shipped, and the ship date off the vendor's system.
           LABEL RECORDS ARE STANDARD.
           01 CONF-REPORT-LINE PIC X(100).

       FD PrizeCatalogFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY4PRZ.

       FD PrizeBudgetFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY4PBG.

      * Confirmations already taken off stock, by the extract they
      * confirm: a rerun against the same confirmations must not
      * ship the same prizes out of the warehouse twice.
       FD PostedFile
           LABEL RECORDS ARE STANDARD.
           01 POSTED-RECORD.
              05 POSTED-EXTRACT-DATE PIC 9(8).
              05 FILLER PIC X.
              05 POSTED-CARD PIC 9(5).
              05 FILLER PIC X.
              05 POSTED-QTY PIC 9(7).

       FD ParamFile
           LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE PIC X(120).
                 05 WS-FUL-COPIES PIC 9(7).
                 05 WS-FUL-HIGH PIC X.
                 05 WS-FUL-MATCHED PIC X.
                 05 WS-FUL-TIER PIC X(2).
           01 WS-CONF-MAX PIC 9(4) VALUE 2000.
           01 WS-CONF-COUNT PIC 9(4) VALUE 0.
           01 WS-CONF-TABLE.
           01 fx PIC 9(4).
           01 kx PIC 9(4).

      * Prize stock and budget: a confirmed shipment takes the
      * shipped quantity off stock on hand, releases the card's
      * allocation, and moves its cost from committed to spent in
      * the period the extract went out. With no catalog on file
      * prizes are not under stock control and nothing is posted.
           01 WS-CATALOG-FILENAME PIC X(80).
           01 WS-CATALOG-STATUS PIC XX VALUE '00'.
           01 WS-BUDGET-FILENAME PIC X(80).
           01 WS-BUDGET-STATUS PIC XX VALUE '00'.
           01 WS-POSTED-FILENAME PIC X(80).
           01 WS-POSTED-STATUS PIC XX VALUE '00'.
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
           01 WS-PBG-MAX PIC 9(3) VALUE 120.
           01 WS-PBG-COUNT PIC 9(3) VALUE 0.
           01 WS-PBG-TABLE.
              02 WS-PBG-ENTRY OCCURS 120 TIMES.
                 05 WS-PBG-PERIOD PIC 9(6).
                 05 WS-PBG-BUDGET PIC 9(9)V99.
                 05 WS-PBG-COMMITTED PIC 9(9)V99.
                 05 WS-PBG-SPENT PIC 9(9)V99.
           01 WS-PST-MAX PIC 9(4) VALUE 2000.
           01 WS-PST-COUNT PIC 9(4) VALUE 0.
           01 WS-PST-OLD-COUNT PIC 9(4) VALUE 0.
           01 WS-PST-TABLE.
              02 WS-PST-ENTRY OCCURS 2000 TIMES.
                 05 WS-PST-CARD PIC 9(5).
                 05 WS-PST-QTY PIC 9(7).
           01 WS-PST-FOUND PIC X VALUE 'N'.
           01 qx PIC 9(4).
           01 bx PIC 9(3) VALUE 0.
           01 px PIC 9(3).
           01 tx PIC 9(3).
           01 WS-STOCK-COST PIC 9(11)V99.
           01 WS-STOCK-POSTED-COUNT PIC 9(4) VALUE 0.
           01 WS-STOCK-POSTED-QTY PIC 9(9) VALUE 0.
           01 WS-STOCK-POSTED-COST PIC 9(11)V99 VALUE 0.
           01 WS-ALREADY-POSTED-COUNT PIC 9(4) VALUE 0.
           01 WS-AMT-OUT PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY 'Day4Conf: fulfillment confirmation matching'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM ABEND-RUN
           END-IF.

      * What the vendor was sent is the released extract, not
      * Day4's raw one - backordered cards never left the shop.
           ACCEPT WS-FULFILLMENT-FILENAME FROM ENVIRONMENT
               'DAY4RELEASED'.
           IF WS-FULFILLMENT-FILENAME = SPACES
               MOVE 'day4-released.dat' TO WS-FULFILLMENT-FILENAME
           END-IF.
           MOVE 'DAY4RELEASED' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-FULFILLMENT-FILENAME
               MOVE 0 TO WS-EXTRACT-AGE
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

           ACCEPT WS-POSTED-FILENAME FROM ENVIRONMENT
               'DAY4CONFPOSTED'.
           IF WS-POSTED-FILENAME = SPACES
               MOVE 'day4-conf-posted.dat' TO WS-POSTED-FILENAME
           END-IF.
           MOVE 'DAY4CONFPOSTED' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-POSTED-FILENAME
           END-IF.

           PERFORM LOAD-FULFILLMENT.
           PERFORM LOAD-CONFIRMATIONS.
           PERFORM LOAD-PRIZE-STOCK.

           OPEN OUTPUT ConfReportFile.
           IF WS-CONF-REPORT-STATUS NOT = '00'
           PERFORM REPORT-UNSHIPPED.
           PERFORM REPORT-UNKNOWN.

           IF WS-PRZ-ON-FILE = 'Y'
               PERFORM SAVE-PRIZE-STOCK
               MOVE WS-STOCK-POSTED-COST TO WS-AMT-OUT
               MOVE SPACES TO CONF-REPORT-LINE
               STRING 'STOCK POSTED: ' DELIMITED BY SIZE
                   WS-STOCK-POSTED-COUNT DELIMITED BY SIZE
                   ' CARD(S) QTY ' DELIMITED BY SIZE
                   WS-STOCK-POSTED-QTY DELIMITED BY SIZE
                   ' COST ' DELIMITED BY SIZE
                   WS-AMT-OUT DELIMITED BY SIZE
                   ' ALREADY POSTED: ' DELIMITED BY SIZE
                   WS-ALREADY-POSTED-COUNT DELIMITED BY SIZE
                   INTO CONF-REPORT-LINE
               WRITE CONF-REPORT-LINE
           END-IF.

           MOVE SPACES TO CONF-REPORT-LINE
           STRING 'CONFIRMED: ' DELIMITED BY SIZE
               WS-CONFIRMED-COUNT DELIMITED BY SIZE
                           MOVE FUL-HIGH-VALUE-IND
                               TO WS-FUL-HIGH(WS-FUL-COUNT)
                           MOVE 'N' TO WS-FUL-MATCHED(WS-FUL-COUNT)
                           MOVE FUL-PRIZE-TIER
                               TO WS-FUL-TIER(WS-FUL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
                       AND WS-FUL-MATCHED(fx) = 'N'
                       MOVE 'Y' TO WS-FUL-MATCHED(fx)
                       MOVE 'Y' TO WS-CONF-MATCHED(kx)
                       IF WS-PRZ-ON-FILE = 'Y'
                           AND WS-FUL-TIER(fx) NOT = SPACES
                           PERFORM POST-CONFIRMED-STOCK
                       END-IF
                       IF WS-CONF-QTYS(kx) = WS-FUL-COPIES(fx)
                           ADD 1 TO WS-CONFIRMED-COUNT
                       ELSE
               END-IF
           END-PERFORM.

       LOAD-PRIZE-STOCK.
           OPEN INPUT PrizeCatalogFile.
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'Day4Conf: no prize catalog '
                   WS-CATALOG-FILENAME ' - stock not posted'
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
           IF WS-PRZ-ON-FILE = 'Y'
               OPEN INPUT PrizeBudgetFile
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
               END-IF
               PERFORM FIND-EXTRACT-BUDGET-ROW
               OPEN INPUT PostedFile
               IF WS-POSTED-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ PostedFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF POSTED-EXTRACT-DATE =
                                   WS-EXTRACT-DATE
                                   PERFORM KEEP-ONE-POSTED-CARD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PostedFile
               END-IF
               MOVE WS-PST-COUNT TO WS-PST-OLD-COUNT
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
           ADD 1 TO WS-PRZ-COUNT
           MOVE PRZ-TIER TO WS-PRZ-TIER(WS-PRZ-COUNT)
           MOVE PRZ-MIN-POINTS TO WS-PRZ-MIN-POINTS(WS-PRZ-COUNT)
           MOVE PRZ-DESCRIPTION TO WS-PRZ-DESC(WS-PRZ-COUNT)
           MOVE PRZ-UNIT-COST TO WS-PRZ-COST(WS-PRZ-COUNT)
           MOVE PRZ-ON-HAND TO WS-PRZ-ON-HAND(WS-PRZ-COUNT)
           MOVE PRZ-ALLOCATED TO WS-PRZ-ALLOCATED(WS-PRZ-COUNT).

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

      * The cost was committed in the period the extract went out,
      * so that is the period it is spent in.
       FIND-EXTRACT-BUDGET-ROW.
           MOVE 0 TO bx
           PERFORM VARYING px FROM 1 BY 1 UNTIL px > WS-PBG-COUNT
               IF WS-PBG-PERIOD(px) = WS-EXTRACT-DATE(1:6)
                   MOVE px TO bx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF bx = 0
               IF WS-PBG-COUNT >= WS-PBG-MAX
                   MOVE 'FIND-EXTRACT-BUDGET-ROW' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'BUDGET TABLE FULL - TRIM THE BUDGET FILE'
                       TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-PBG-COUNT
               MOVE WS-PBG-COUNT TO bx
               MOVE WS-EXTRACT-DATE(1:6) TO WS-PBG-PERIOD(bx)
               MOVE 0 TO WS-PBG-BUDGET(bx)
               MOVE 0 TO WS-PBG-COMMITTED(bx)
               MOVE 0 TO WS-PBG-SPENT(bx)
           END-IF.

       KEEP-ONE-POSTED-CARD.
           IF WS-PST-COUNT >= WS-PST-MAX
               CLOSE PostedFile
               MOVE 'KEEP-ONE-POSTED-CARD' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'POSTED TABLE FULL - RAISE THE SIZE'
                   TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-PST-COUNT
           MOVE POSTED-CARD TO WS-PST-CARD(WS-PST-COUNT)
           MOVE POSTED-QTY TO WS-PST-QTY(WS-PST-COUNT).

      * Shipped stock leaves the warehouse; the whole allocation is
      * released either way, since the card is done with. A short
      * or over shipment is already on the report as a mismatch.
       POST-CONFIRMED-STOCK.
           MOVE 'N' TO WS-PST-FOUND
           PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > WS-PST-COUNT
               IF WS-PST-CARD(qx) = WS-FUL-CARD(fx)
                   MOVE 'Y' TO WS-PST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PST-FOUND = 'Y'
               ADD 1 TO WS-ALREADY-POSTED-COUNT
           ELSE
               MOVE 0 TO tx
               PERFORM VARYING px FROM 1 BY 1
                       UNTIL px > WS-PRZ-COUNT
                   IF WS-PRZ-TIER(px) = WS-FUL-TIER(fx)
                       MOVE px TO tx
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF tx = 0
                   MOVE SPACES TO CONF-REPORT-LINE
                   STRING 'CARD ' DELIMITED BY SIZE
                       WS-FUL-CARD(fx) DELIMITED BY SIZE
                       ' PRIZE TIER ' DELIMITED BY SIZE
                       WS-FUL-TIER(fx) DELIMITED BY SIZE
                       ' NOT ON THE CATALOG - STOCK NOT POSTED'
                       DELIMITED BY SIZE
                       INTO CONF-REPORT-LINE
                   WRITE CONF-REPORT-LINE
               ELSE
                   PERFORM POST-ONE-SHIPMENT
               END-IF
           END-IF.

       POST-ONE-SHIPMENT.
           IF WS-PST-COUNT >= WS-PST-MAX
               MOVE 'POST-ONE-SHIPMENT' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'POSTED TABLE FULL - RAISE THE SIZE'
                   TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           IF WS-PRZ-ON-HAND(tx) > WS-CONF-QTYS(kx)
               SUBTRACT WS-CONF-QTYS(kx) FROM WS-PRZ-ON-HAND(tx)
           ELSE
               MOVE 0 TO WS-PRZ-ON-HAND(tx)
           END-IF
           IF WS-PRZ-ALLOCATED(tx) > WS-FUL-COPIES(fx)
               SUBTRACT WS-FUL-COPIES(fx) FROM WS-PRZ-ALLOCATED(tx)
           ELSE
               MOVE 0 TO WS-PRZ-ALLOCATED(tx)
           END-IF
           COMPUTE WS-STOCK-COST =
               WS-FUL-COPIES(fx) * WS-PRZ-COST(tx)
           IF WS-PBG-COMMITTED(bx) > WS-STOCK-COST
               SUBTRACT WS-STOCK-COST FROM WS-PBG-COMMITTED(bx)
           ELSE
               MOVE 0 TO WS-PBG-COMMITTED(bx)
           END-IF
           COMPUTE WS-STOCK-COST =
               WS-CONF-QTYS(kx) * WS-PRZ-COST(tx)
           ADD WS-STOCK-COST TO WS-PBG-SPENT(bx)
           ADD WS-STOCK-COST TO WS-STOCK-POSTED-COST
           ADD WS-CONF-QTYS(kx) TO WS-STOCK-POSTED-QTY
           ADD 1 TO WS-STOCK-POSTED-COUNT
           ADD 1 TO WS-PST-COUNT
           MOVE WS-FUL-CARD(fx) TO WS-PST-CARD(WS-PST-COUNT)
           MOVE WS-CONF-QTYS(kx) TO WS-PST-QTY(WS-PST-COUNT).

      * Stock and budget go back whole; the cards posted tonight are
      * added to the posted file last, once the figures they moved
      * are safely written.
       SAVE-PRIZE-STOCK.
           OPEN OUTPUT PrizeCatalogFile.
           IF WS-CATALOG-STATUS NOT = '00'
               MOVE 'SAVE-PRIZE-STOCK' TO ABEND-PARAGRAPH
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

           OPEN OUTPUT PrizeBudgetFile.
           IF WS-BUDGET-STATUS NOT = '00'
               MOVE 'SAVE-PRIZE-STOCK' TO ABEND-PARAGRAPH
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

           IF WS-PST-COUNT > WS-PST-OLD-COUNT
               OPEN EXTEND PostedFile
               IF WS-POSTED-STATUS NOT = '00'
                   OPEN OUTPUT PostedFile
               END-IF
               IF WS-POSTED-STATUS NOT = '00'
                   MOVE 'SAVE-PRIZE-STOCK' TO ABEND-PARAGRAPH
                   MOVE WS-POSTED-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-POSTED-FILENAME TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               COMPUTE qx = WS-PST-OLD-COUNT + 1
               PERFORM UNTIL qx > WS-PST-COUNT
                   MOVE SPACES TO POSTED-RECORD
                   MOVE WS-EXTRACT-DATE TO POSTED-EXTRACT-DATE
                   MOVE WS-PST-CARD(qx) TO POSTED-CARD
                   MOVE WS-PST-QTY(qx) TO POSTED-QTY
                   WRITE POSTED-RECORD
                   ADD 1 TO qx
               END-PERFORM
               CLOSE PostedFile
           END-IF.

           COPY DATEVAL.

           COPY DATEDIFF.
