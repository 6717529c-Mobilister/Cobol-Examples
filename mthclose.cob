                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-FILE-STATUS.

               SELECT GlBalanceFile ASSIGN TO DYNAMIC
                   WS-GL-BALANCE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-BALANCE-STATUS.

               SELECT MonthEndReportFile ASSIGN TO DYNAMIC
                   WS-ME-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
               05 FILLER                PIC X.
               05 OP-LEVEL              PIC 9.

           FD  GlBalanceFile
               LABEL RECORDS ARE STANDARD.
           COPY GLBAL.

           FD  MonthEndReportFile
               LABEL RECORDS ARE STANDARD.
           01 ME-REPORT-LINE            PIC X(120).
           01 WS-CHECKPOINT-STATUS PIC XX VALUE '00'.
           01 WS-ME-REPORT-FILENAME PIC X(80).
           01 WS-ME-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-GL-BALANCE-FILENAME PIC X(80).
           01 WS-GL-BALANCE-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-TOP-FOUND PIC X VALUE 'N'.
           01 WS-TOP-OVERFLOW-SW PIC X VALUE 'N'.

      * The ledger's posted value for the period off the GL
      * balance file, set against the period summary.
           01 WS-LPV-MAX PIC 9(3) VALUE 500.
           01 WS-LPV-COUNT PIC 9(3) VALUE 0.
           01 WS-LPV-TABLE.
               05 WS-LPV-ENTRY OCCURS 500 TIMES.
                   10 WS-LPV-ENTITY PIC X(3).
                   10 WS-LPV-CCY PIC X(3).
                   10 WS-LPV-AMOUNT PIC S9(11)V99.
                   10 WS-LPV-USED PIC X.
           01 WS-LPV-IX PIC 9(3).
           01 WS-LPV-FOUND PIC X VALUE 'N'.
           01 WS-LPV-OVERFLOW-SW PIC X VALUE 'N'.
           01 WS-LEDGER-AMOUNT PIC S9(11)V99 VALUE 0.
           01 WS-LEDGER-DR PIC 9(11)V99 VALUE 0.
           01 WS-LEDGER-CR PIC 9(11)V99 VALUE 0.
           01 WS-LEDGER-DIFFS PIC 9(3) VALUE 0.
           01 WS-LEDGER-TEXT PIC X(24).

           01 WS-AMT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-AMT-EDIT-2 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

               PERFORM 4100-LOAD-PERIOD-SUMMARY
               PERFORM 4200-REPORT-MONTH-VS-PRIOR
               PERFORM 4300-REPORT-TOP-CUSTOMERS
               PERFORM 4400-REPORT-LEDGER-VS-SUMMARY

               CLOSE MonthEndReportFile
               DISPLAY 'MTHCLOSE: month-end package written to '
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
      * Payments the cash run archived are receipts, not posted
      * value - they stay out of the ranking.
                               IF ARCH-RUN-DATE(1:6) =
                                   WS-PERIOD
                                   AND ARCH-TRANS-TYPE NOT = 'P'
                                   PERFORM 4350-TALLY-ONE-CUSTOMER
                               END-IF
                       END-READ
                   END-IF
               END-IF
               IF WS-TOP-IX > 0
                   IF ARCH-TRANS-TYPE = 'R' OR ARCH-TRANS-TYPE = 'C'
                       SUBTRACT ARCH-AMOUNT
                           FROM WS-TOP-AMOUNT(WS-TOP-IX)
                   ELSE
               END-IF
               .

      * The ledger beside the period summary: per entity and
      * currency, the posted value the GL balances carry for the
      * period against the period summary's figure, so the close
      * shows the two agree - or where they do not.
           4400-REPORT-LEDGER-VS-SUMMARY.
               ACCEPT WS-GL-BALANCE-FILENAME FROM ENVIRONMENT
                   'GLBALANCE'.
               IF WS-GL-BALANCE-FILENAME = SPACES
                   MOVE 'gl-balances.dat' TO WS-GL-BALANCE-FILENAME
               END-IF
               MOVE 'GLBALANCE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-BALANCE-FILENAME
               END-IF

               MOVE SPACES TO ME-REPORT-LINE
               WRITE ME-REPORT-LINE
               MOVE 0 TO WS-LPV-COUNT
               MOVE 0 TO WS-LEDGER-DR
               MOVE 0 TO WS-LEDGER-CR
               MOVE 0 TO WS-LEDGER-DIFFS
               OPEN INPUT GlBalanceFile
               IF WS-GL-BALANCE-STATUS NOT = '00'
                   MOVE SPACES TO ME-REPORT-LINE
                   STRING 'LEDGER VS PERIOD SUMMARY: GL BALANCES '
                       DELIMITED BY SIZE
                       'UNAVAILABLE' DELIMITED BY SIZE
                       INTO ME-REPORT-LINE
                   WRITE ME-REPORT-LINE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ GlBalanceFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF GLB-REC-TYPE NOT = 'H'
                                   AND GLB-PERIOD = WS-PERIOD
                                   PERFORM 4410-KEEP-ONE-LEDGER-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GlBalanceFile

                   MOVE WS-LEDGER-DR TO WS-AMT-EDIT
                   MOVE WS-LEDGER-CR TO WS-AMT-EDIT-2
                   MOVE SPACES TO ME-REPORT-LINE
                   STRING 'LEDGER VS PERIOD SUMMARY - PERIOD DEBITS '
                       DELIMITED BY SIZE
                       WS-AMT-EDIT DELIMITED BY SIZE
                       ' CREDITS ' DELIMITED BY SIZE
                       WS-AMT-EDIT-2 DELIMITED BY SIZE
                       INTO ME-REPORT-LINE
                   WRITE ME-REPORT-LINE
                   MOVE SPACES TO ME-REPORT-LINE
                   STRING 'ENT CCY         PERIOD SUMMARY'
                       DELIMITED BY SIZE
                       '         LEDGER POSTED' DELIMITED BY SIZE
                       INTO ME-REPORT-LINE
                   WRITE ME-REPORT-LINE

                   PERFORM VARYING WS-PS-IX FROM 1 BY 1
                           UNTIL WS-PS-IX > WS-PS-COUNT
                       IF WS-PS-PERIOD(WS-PS-IX) = WS-PERIOD
                           PERFORM 4450-COMPARE-ONE-SUMMARY-LINE
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-LPV-IX FROM 1 BY 1
                           UNTIL WS-LPV-IX > WS-LPV-COUNT
                       IF WS-LPV-USED(WS-LPV-IX) = 'N'
                           PERFORM 4480-REPORT-LEDGER-ONLY-LINE
                       END-IF
                   END-PERFORM

                   MOVE SPACES TO ME-REPORT-LINE
                   IF WS-LEDGER-DIFFS = 0
                       AND WS-LEDGER-DR = WS-LEDGER-CR
                       STRING 'LEDGER AND PERIOD SUMMARY AGREE'
                           DELIMITED BY SIZE
                           INTO ME-REPORT-LINE
                   ELSE
                       STRING 'LEDGER AND PERIOD SUMMARY DISAGREE ON '
                           DELIMITED BY SIZE
                           WS-LEDGER-DIFFS DELIMITED BY SIZE
                           ' LINE(S)' DELIMITED BY SIZE
                           INTO ME-REPORT-LINE
                       IF WS-LEDGER-DR NOT = WS-LEDGER-CR
                           MOVE ' - LEDGER DEBITS AND CREDITS DIFFER'
                               TO ME-REPORT-LINE(50:35)
                       END-IF
                   END-IF
                   WRITE ME-REPORT-LINE
                   IF WS-LPV-OVERFLOW-SW = 'Y'
                       MOVE SPACES TO ME-REPORT-LINE
                       STRING '  (LEDGER COMPARISON COVERS THE FIRST '
                           DELIMITED BY SIZE
                           WS-LPV-MAX DELIMITED BY SIZE
                           ' ENTITY/CURRENCY ROWS - TABLE FULL)'
                           DELIMITED BY SIZE
                           INTO ME-REPORT-LINE
                       WRITE ME-REPORT-LINE
                   END-IF
               END-IF
               .

      * Account rows give the period's debits and credits; the
      * posted-value rows net reversals off the posted value.
           4410-KEEP-ONE-LEDGER-ROW.
               IF GLB-REC-TYPE = 'A'
                   ADD GLB-DR-TOTAL TO WS-LEDGER-DR
                   ADD GLB-CR-TOTAL TO WS-LEDGER-CR
               END-IF
               IF GLB-REC-TYPE = 'S'
                   IF WS-LPV-COUNT >= WS-LPV-MAX
                       MOVE 'Y' TO WS-LPV-OVERFLOW-SW
                   ELSE
                       ADD 1 TO WS-LPV-COUNT
                       MOVE GLB-ENTITY TO WS-LPV-ENTITY(WS-LPV-COUNT)
                       MOVE GLB-CURRENCY TO WS-LPV-CCY(WS-LPV-COUNT)
                       COMPUTE WS-LPV-AMOUNT(WS-LPV-COUNT) =
                           GLB-DR-TOTAL - GLB-CR-TOTAL
                       MOVE 'N' TO WS-LPV-USED(WS-LPV-COUNT)
                   END-IF
               END-IF
               .

           4450-COMPARE-ONE-SUMMARY-LINE.
               MOVE 0 TO WS-LEDGER-AMOUNT
               MOVE 'N' TO WS-LPV-FOUND
               PERFORM VARYING WS-LPV-IX FROM 1 BY 1
                       UNTIL WS-LPV-IX > WS-LPV-COUNT
                   IF WS-LPV-ENTITY(WS-LPV-IX) =
                           WS-PS-ENTITY(WS-PS-IX)
                       AND WS-LPV-CCY(WS-LPV-IX) =
                           WS-PS-CCY(WS-PS-IX)
                       MOVE WS-LPV-AMOUNT(WS-LPV-IX)
                           TO WS-LEDGER-AMOUNT
                       MOVE 'Y' TO WS-LPV-USED(WS-LPV-IX)
                       MOVE 'Y' TO WS-LPV-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               IF WS-LPV-FOUND = 'N'
                   MOVE 'NOT IN THE LEDGER' TO WS-LEDGER-TEXT
                   ADD 1 TO WS-LEDGER-DIFFS
               ELSE
                   IF WS-LEDGER-AMOUNT = WS-PS-AMOUNT(WS-PS-IX)
                       MOVE 'AGREES' TO WS-LEDGER-TEXT
                   ELSE
                       MOVE 'DIFFERS' TO WS-LEDGER-TEXT
                       ADD 1 TO WS-LEDGER-DIFFS
                   END-IF
               END-IF
               MOVE WS-PS-AMOUNT(WS-PS-IX) TO WS-AMT-EDIT
               MOVE WS-LEDGER-AMOUNT TO WS-AMT-EDIT-2
               MOVE SPACES TO ME-REPORT-LINE
               STRING WS-PS-ENTITY(WS-PS-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PS-CCY(WS-PS-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LEDGER-TEXT DELIMITED BY SIZE
                   INTO ME-REPORT-LINE
               WRITE ME-REPORT-LINE
               .

      * Posted value the ledger carries with no period summary row
      * behind it.
           4480-REPORT-LEDGER-ONLY-LINE.
               ADD 1 TO WS-LEDGER-DIFFS
               MOVE 0 TO WS-AMT-EDIT
               MOVE WS-LPV-AMOUNT(WS-LPV-IX) TO WS-AMT-EDIT-2
               MOVE SPACES TO ME-REPORT-LINE
               STRING WS-LPV-ENTITY(WS-LPV-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LPV-CCY(WS-LPV-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   ' NOT IN PERIOD SUMMARY' DELIMITED BY SIZE
                   INTO ME-REPORT-LINE
               WRITE ME-REPORT-LINE
               .

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
