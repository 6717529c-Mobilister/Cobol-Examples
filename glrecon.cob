           IDENTIFICATION DIVISION.
           PROGRAM-ID. GLRECON.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GlExtractFile ASSIGN TO DYNAMIC
                   WS-GL-EXTRACT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-EXTRACT-STATUS.

               SELECT GlAckFile ASSIGN TO DYNAMIC
                   WS-GL-ACK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-ACK-STATUS.

               SELECT GlPendingFile ASSIGN TO DYNAMIC
                   WS-GL-PENDING-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-PENDING-STATUS.

               SELECT GlRunCtlFile ASSIGN TO DYNAMIC
                   WS-GL-RUNCTL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-RUNCTL-STATUS.

               SELECT GlReconReportFile ASSIGN TO DYNAMIC
                   WS-GLR-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GLR-REPORT-STATUS.

               SELECT HolidayFile ASSIGN TO DYNAMIC
                   WS-HOLIDAY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLIDAY-STATUS.

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
      * Tonight's general ledger interface file, as MAINPGM wrote
      * it. The posting run rewrites it every night, so this run
      * registers it on the pending file before it is gone.
           FD  GlExtractFile
               LABEL RECORDS ARE STANDARD.
           COPY GLJREC.

      * The ledger's acknowledgement file: one line per journal
      * line it took in, echoing run date, account, debit/credit,
      * amount, currency and source id, with 'A' accepted or 'R'
      * rejected and the ledger's reason on a rejection.
           FD  GlAckFile
               LABEL RECORDS ARE STANDARD.
           01 GL-ACK-RECORD.
               05 ACK-RUN-DATE          PIC 9(8).
               05 ACK-ACCOUNT           PIC X(8).
               05 ACK-DRCR              PIC X.
               05 ACK-AMOUNT            PIC 9(9)V99.
               05 ACK-CURRENCY          PIC X(3).
               05 ACK-SOURCE-ID         PIC X(10).
               05 ACK-STATUS            PIC X.
               05 ACK-REASON            PIC X(30).

      * Journal lines sent and not yet answered by the ledger,
      * carried from night to night in the interface layout.
           FD  GlPendingFile
               LABEL RECORDS ARE STANDARD.
           01 PEND-RECORD.
               05 PEND-RUN-DATE         PIC 9(8).
               05 FILLER                PIC X.
               05 PEND-ACCOUNT          PIC X(8).
               05 FILLER                PIC X.
               05 PEND-DRCR             PIC X.
               05 FILLER                PIC X.
               05 PEND-AMOUNT           PIC 9(9)V99.
               05 FILLER                PIC X.
               05 PEND-CURRENCY         PIC X(3).
               05 FILLER                PIC X.
               05 PEND-SOURCE-ID        PIC X(10).

      * One control record per GL run sent: what went out, what
      * the ledger has answered for so far, and where the run
      * stands - 'O' awaiting the ledger, 'C' confirmed, 'R'
      * answered with one or more lines rejected.
           FD  GlRunCtlFile
               LABEL RECORDS ARE STANDARD.
           01 GRC-RECORD.
               05 GRC-RUN-DATE          PIC 9(8).
               05 FILLER                PIC X.
               05 GRC-STATUS            PIC X.
               05 FILLER                PIC X.
               05 GRC-SENT-COUNT        PIC 9(7).
               05 GRC-SENT-DR           PIC 9(11)V99.
               05 GRC-SENT-CR           PIC 9(11)V99.
               05 GRC-ACK-COUNT         PIC 9(7).
               05 GRC-ACK-DR            PIC 9(11)V99.
               05 GRC-ACK-CR            PIC 9(11)V99.
               05 GRC-REJ-COUNT         PIC 9(7).
               05 GRC-CONFIRM-DATE      PIC 9(8).

           FD  GlReconReportFile
               LABEL RECORDS ARE STANDARD.
           01 GLR-REPORT-LINE           PIC X(132).

      * One YYYYMMDD per line: the shop's non-working days beyond
      * the weekend.
           FD  HolidayFile
               LABEL RECORDS ARE STANDARD.
           01 HOLIDAY-RECORD            PIC X(8).

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
           01 WS-GL-EXTRACT-FILENAME PIC X(80).
           01 WS-GL-EXTRACT-STATUS PIC XX VALUE '00'.
           01 WS-GL-ACK-FILENAME PIC X(80).
           01 WS-GL-ACK-STATUS PIC XX VALUE '00'.
           01 WS-GL-PENDING-FILENAME PIC X(80).
           01 WS-GL-PENDING-STATUS PIC XX VALUE '00'.
           01 WS-GL-RUNCTL-FILENAME PIC X(80).
           01 WS-GL-RUNCTL-STATUS PIC XX VALUE '00'.
           01 WS-GLR-REPORT-FILENAME PIC X(80).
           01 WS-GLR-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-HOLIDAY-FILENAME PIC X(80).
           01 WS-HOLIDAY-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * How many business days the ledger gets to answer a run
      * before it is chased as an action-required alert.
           01 WS-ACK-DAYS PIC 9(3) VALUE 2.
           01 WS-ACK-DAYS-ENV PIC X(3).

      * Journal lines awaiting the ledger: everything carried in
      * off the pending file plus tonight's extract. State 'O' is
      * still outstanding, 'A' accepted and 'R' rejected tonight.
           01 WS-GLP-MAX PIC 9(5) VALUE 10000.
           01 WS-GLP-COUNT PIC 9(5) VALUE 0.
           01 WS-GLP-TABLE.
               05 WS-GLP-ENTRY OCCURS 10000 TIMES.
                   10 WS-GLP-RUN-DATE PIC 9(8).
                   10 WS-GLP-ACCOUNT PIC X(8).
                   10 WS-GLP-DRCR PIC X.
                   10 WS-GLP-AMOUNT PIC 9(9)V99.
                   10 WS-GLP-CCY PIC X(3).
                   10 WS-GLP-SOURCE-ID PIC X(10).
                   10 WS-GLP-STATE PIC X.
           01 WS-GLP-IX PIC 9(5).
           01 WS-GLP-HIT PIC 9(5).

      * The run control table, loaded whole and written back whole.
           01 WS-RUN-MAX PIC 9(3) VALUE 500.
           01 WS-RUN-COUNT PIC 9(3) VALUE 0.
           01 WS-RUN-TABLE.
               05 WS-RUN-ENTRY OCCURS 500 TIMES.
                   10 WS-RUN-DATE PIC 9(8).
                   10 WS-RUN-STATUS PIC X.
                   10 WS-RUN-SENT-COUNT PIC 9(7).
                   10 WS-RUN-SENT-DR PIC 9(11)V99.
                   10 WS-RUN-SENT-CR PIC 9(11)V99.
                   10 WS-RUN-ACK-COUNT PIC 9(7).
                   10 WS-RUN-ACK-DR PIC 9(11)V99.
                   10 WS-RUN-ACK-CR PIC 9(11)V99.
                   10 WS-RUN-REJ-COUNT PIC 9(7).
                   10 WS-RUN-CONFIRM-DATE PIC 9(8).
                   10 WS-RUN-OPEN-COUNT PIC 9(7).
                   10 WS-RUN-AGE PIC 9(3).
                   10 WS-RUN-TOUCHED PIC X.
                   10 WS-RUN-NEW-REJ PIC 9(7).
           01 WS-RUN-IX PIC 9(3).
           01 WS-RUN-FOUND PIC X VALUE 'N'.
           01 WS-KEEP-SW PIC X VALUE 'Y'.
           01 WS-FIND-RUN-DATE PIC 9(8).

      * Tonight's extract as it comes off the file, checked against
      * its own trailer before it is registered.
           01 WS-EXT-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-EXT-LINE-COUNT PIC 9(7) VALUE 0.
           01 WS-EXT-DR-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-EXT-CR-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-EXT-TRAILER-SW PIC X VALUE 'N'.
           01 WS-EXT-TRL-COUNT PIC 9(7) VALUE 0.
           01 WS-EXT-TRL-DR PIC 9(11)V99 VALUE 0.
           01 WS-EXT-TRL-CR PIC 9(11)V99 VALUE 0.
           01 WS-EXT-RESULT PIC X(40).

      * Business-day age of a run on the shop calendar.
           01 WS-HOL-MAX PIC 9(3) VALUE 100.
           01 WS-HOL-COUNT PIC 9(3) VALUE 0.
           01 WS-HOL-TABLE.
               05 WS-HOL-DATE PIC 9(8) OCCURS 100 TIMES.
           01 WS-HOL-IX PIC 9(3).
           01 WS-IS-HOLIDAY PIC X VALUE 'N'.
           01 WS-AGE-DATE PIC 9(8) VALUE 0.
           01 WS-AGE-INT PIC 9(8) VALUE 0.
           01 WS-AGE-END-INT PIC 9(8) VALUE 0.
           01 WS-DAY-OF-WEEK PIC 9 VALUE 0.
           01 WS-BUS-DAYS PIC 9(3) VALUE 0.
           01 WS-KEEP-CUTOFF-INT PIC 9(8) VALUE 0.

           01 WS-ACK-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCEPTED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(7) VALUE 0.
           01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
           01 WS-IMBALANCE-COUNT PIC 9(5) VALUE 0.
           01 WS-OUTSTANDING-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCEPTED-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-REJECTED-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-EXCEPTION-SW PIC X VALUE 'N'.
           01 WS-RUN-STATE-TEXT PIC X(12).
           01 WS-BAL-TEXT PIC X(24).
           01 WS-BAL-OK-SW PIC X VALUE 'Y'.

           01 WS-AMT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT-1 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT-3 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT-4 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Shop calendar interface
           COPY PROCDATA.

      * Common abend handler interface
           COPY ABENDREC.

      * Common message handler interface
           COPY MSGREC.

      * Central run parameter file interface
           COPY PARMDATA.

      * Shop-wide run statistics feed
           01 WS-RUN-STATS-FILENAME PIC X(80).
           01 WS-RUN-STATS-STATUS PIC XX VALUE '00'.

           COPY RUNSTATS.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'GLRECON: GL acknowledgement reconciliation'

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

      * Ages are counted on the chain's business date, not the
      * system clock.
               PERFORM 8200-GET-BUSINESS-DATE

               PERFORM 1000-RESOLVE-FILES
               PERFORM 1100-LOAD-HOLIDAYS
               PERFORM 1200-LOAD-RUN-CONTROL
               PERFORM 1300-LOAD-PENDING
               PERFORM 1400-OPEN-REPORT
               PERFORM 2000-REGISTER-EXTRACT
               PERFORM 3000-MATCH-ACKNOWLEDGEMENTS
               PERFORM 4000-REVIEW-RUNS
               PERFORM 4500-LIST-UNCONFIRMED
               PERFORM 5000-WRITE-PENDING
               PERFORM 5100-WRITE-RUN-CONTROL
               PERFORM 5200-WRITE-REPORT-TOTALS
               CLOSE GlReconReportFile

               DISPLAY 'GLRECON: ' WS-ACK-READ-COUNT
                   ' acknowledgement(s), ' WS-ACCEPTED-COUNT
                   ' accepted, ' WS-REJECTED-COUNT ' rejected, '
                   WS-UNMATCHED-COUNT ' unmatched'
               DISPLAY 'GLRECON: ' WS-OUTSTANDING-COUNT
                   ' journal line(s) still awaiting the ledger, '
                   WS-OVERDUE-COUNT ' run(s) overdue'

      * Anything the ledger refused, anything it answered that we
      * never sent, an overdue run or a run out of balance is a
      * warning for the GL desk; the chain carries on.
               IF WS-EXCEPTION-SW = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM 6000-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-FILES.
               ACCEPT WS-GL-EXTRACT-FILENAME FROM ENVIRONMENT
                   'GLEXTRACT'.
               IF WS-GL-EXTRACT-FILENAME = SPACES
                   MOVE 'gl-extract.dat' TO WS-GL-EXTRACT-FILENAME
               END-IF
               MOVE 'GLEXTRACT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-EXTRACT-FILENAME
               END-IF

               ACCEPT WS-GL-ACK-FILENAME FROM ENVIRONMENT
                   'GLACKFILE'.
               IF WS-GL-ACK-FILENAME = SPACES
                   MOVE 'gl-ack.dat' TO WS-GL-ACK-FILENAME
               END-IF
               MOVE 'GLACKFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-ACK-FILENAME
               END-IF

               ACCEPT WS-GL-PENDING-FILENAME FROM ENVIRONMENT
                   'GLPENDING'.
               IF WS-GL-PENDING-FILENAME = SPACES
                   MOVE 'gl-pending.dat' TO WS-GL-PENDING-FILENAME
               END-IF
               MOVE 'GLPENDING' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-PENDING-FILENAME
               END-IF

               ACCEPT WS-GL-RUNCTL-FILENAME FROM ENVIRONMENT
                   'GLRUNCONTROL'.
               IF WS-GL-RUNCTL-FILENAME = SPACES
                   MOVE 'gl-run-control.dat' TO WS-GL-RUNCTL-FILENAME
               END-IF
               MOVE 'GLRUNCONTROL' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-RUNCTL-FILENAME
               END-IF

               ACCEPT WS-GLR-REPORT-FILENAME FROM ENVIRONMENT
                   'GLRECONREPORT'.
               IF WS-GLR-REPORT-FILENAME = SPACES
                   MOVE 'glrecon.rpt' TO WS-GLR-REPORT-FILENAME
               END-IF
               MOVE 'GLRECONREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GLR-REPORT-FILENAME
               END-IF

               MOVE SPACES TO WS-ACK-DAYS-ENV
               ACCEPT WS-ACK-DAYS-ENV FROM ENVIRONMENT 'GLACKDAYS'.
               MOVE 'GLACKDAYS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ACK-DAYS-ENV
               END-IF
               IF WS-ACK-DAYS-ENV NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-ACK-DAYS-ENV)
                       TO WS-ACK-DAYS
               END-IF
               IF WS-ACK-DAYS = 0
                   MOVE 2 TO WS-ACK-DAYS
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
               IF WS-HOLIDAY-STATUS = '00'
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

      * Fully answered runs stay on the control file for a year so
      * the GL desk can look back at them; older ones drop off.
           1200-LOAD-RUN-CONTROL.
               COMPUTE WS-KEEP-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 366
               MOVE 0 TO WS-RUN-COUNT
               OPEN INPUT GlRunCtlFile
               IF WS-GL-RUNCTL-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ GlRunCtlFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 1250-KEEP-ONE-RUN
                       END-READ
                   END-PERFORM
                   CLOSE GlRunCtlFile
               END-IF
               .

           1250-KEEP-ONE-RUN.
               MOVE 'Y' TO WS-KEEP-SW
               IF GRC-STATUS NOT = 'O'
                   AND GRC-CONFIRM-DATE IS NUMERIC
                   AND GRC-CONFIRM-DATE > 0
                   IF FUNCTION INTEGER-OF-DATE(GRC-CONFIRM-DATE)
                       < WS-KEEP-CUTOFF-INT
                       MOVE 'N' TO WS-KEEP-SW
                   END-IF
               END-IF
               IF WS-KEEP-SW = 'Y'
                   PERFORM 1260-ADD-ONE-RUN
               END-IF
               .

           1260-ADD-ONE-RUN.
               IF WS-RUN-COUNT >= WS-RUN-MAX
                   MOVE '1260-ADD-ONE-RUN' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'GL RUN CONTROL TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE GRC-RUN-DATE TO WS-RUN-DATE(WS-RUN-COUNT)
               MOVE GRC-STATUS TO WS-RUN-STATUS(WS-RUN-COUNT)
               MOVE GRC-SENT-COUNT TO WS-RUN-SENT-COUNT(WS-RUN-COUNT)
               MOVE GRC-SENT-DR TO WS-RUN-SENT-DR(WS-RUN-COUNT)
               MOVE GRC-SENT-CR TO WS-RUN-SENT-CR(WS-RUN-COUNT)
               MOVE GRC-ACK-COUNT TO WS-RUN-ACK-COUNT(WS-RUN-COUNT)
               MOVE GRC-ACK-DR TO WS-RUN-ACK-DR(WS-RUN-COUNT)
               MOVE GRC-ACK-CR TO WS-RUN-ACK-CR(WS-RUN-COUNT)
               MOVE GRC-REJ-COUNT TO WS-RUN-REJ-COUNT(WS-RUN-COUNT)
               MOVE GRC-CONFIRM-DATE TO
                   WS-RUN-CONFIRM-DATE(WS-RUN-COUNT)
               MOVE 0 TO WS-RUN-OPEN-COUNT(WS-RUN-COUNT)
               MOVE 0 TO WS-RUN-AGE(WS-RUN-COUNT)
               MOVE 'N' TO WS-RUN-TOUCHED(WS-RUN-COUNT)
               MOVE 0 TO WS-RUN-NEW-REJ(WS-RUN-COUNT)
               .

           1300-LOAD-PENDING.
               MOVE 0 TO WS-GLP-COUNT
               OPEN INPUT GlPendingFile
               IF WS-GL-PENDING-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ GlPendingFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 1350-KEEP-ONE-PENDING
                       END-READ
                   END-PERFORM
                   CLOSE GlPendingFile
               END-IF
               .

           1350-KEEP-ONE-PENDING.
               PERFORM 1390-CHECK-PENDING-ROOM
               ADD 1 TO WS-GLP-COUNT
               MOVE PEND-RUN-DATE TO WS-GLP-RUN-DATE(WS-GLP-COUNT)
               MOVE PEND-ACCOUNT TO WS-GLP-ACCOUNT(WS-GLP-COUNT)
               MOVE PEND-DRCR TO WS-GLP-DRCR(WS-GLP-COUNT)
               MOVE PEND-AMOUNT TO WS-GLP-AMOUNT(WS-GLP-COUNT)
               MOVE PEND-CURRENCY TO WS-GLP-CCY(WS-GLP-COUNT)
               MOVE PEND-SOURCE-ID TO WS-GLP-SOURCE-ID(WS-GLP-COUNT)
               MOVE 'O' TO WS-GLP-STATE(WS-GLP-COUNT)
               .

      * A journal line the table cannot hold would fall off the
      * pending file unanswered - a full table stops the run.
           1390-CHECK-PENDING-ROOM.
               IF WS-GLP-COUNT >= WS-GLP-MAX
                   MOVE '1390-CHECK-PENDING-ROOM' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'GL PENDING TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

           1400-OPEN-REPORT.
               OPEN OUTPUT GlReconReportFile
               IF WS-GLR-REPORT-STATUS NOT = '00'
                   MOVE '1400-OPEN-REPORT' TO ABEND-PARAGRAPH
                   MOVE WS-GLR-REPORT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-GLR-REPORT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO GLR-REPORT-LINE
               STRING 'GLRECON LEDGER ACKNOWLEDGEMENT RECONCILIATION'
                   DELIMITED BY SIZE
                   ' - BUSINESS DATE ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               .

      * Tonight's extract joins the pending file once. A run date
      * already on the control file was registered by an earlier
      * pass and is left alone, so a rerun never sends a run twice.
           2000-REGISTER-EXTRACT.
               MOVE SPACES TO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               MOVE 0 TO WS-EXT-RUN-DATE
               OPEN INPUT GlExtractFile
               IF WS-GL-EXTRACT-STATUS NOT = '00'
                   MOVE SPACES TO GLR-REPORT-LINE
                   STRING 'EXTRACT: NONE ON FILE ' DELIMITED BY SIZE
                       WS-GL-EXTRACT-FILENAME DELIMITED BY SPACE
                       INTO GLR-REPORT-LINE
                   WRITE GLR-REPORT-LINE
               ELSE
                   READ GlExtractFile
                       AT END
                           MOVE SPACES TO GL-JOURNAL-RECORD
                   END-READ
                   IF GLH-TAG = 'HDR' AND GLH-RUN-DATE IS NUMERIC
                       MOVE GLH-RUN-DATE TO WS-EXT-RUN-DATE
                   END-IF
                   MOVE WS-EXT-RUN-DATE TO WS-FIND-RUN-DATE
                   PERFORM 2900-FIND-RUN
                   IF WS-EXT-RUN-DATE = 0
                       MOVE 'Y' TO WS-EXCEPTION-SW
                       MOVE SPACES TO GLR-REPORT-LINE
                       STRING 'EXTRACT: NO HEADER RECORD - '
                           DELIMITED BY SIZE
                           'NOT REGISTERED' DELIMITED BY SIZE
                           INTO GLR-REPORT-LINE
                       WRITE GLR-REPORT-LINE
                   ELSE
                       IF WS-RUN-FOUND = 'Y'
                           MOVE SPACES TO GLR-REPORT-LINE
                           STRING 'EXTRACT: RUN ' DELIMITED BY SIZE
                               WS-EXT-RUN-DATE DELIMITED BY SIZE
                               ' ALREADY REGISTERED' DELIMITED BY SIZE
                               INTO GLR-REPORT-LINE
                           WRITE GLR-REPORT-LINE
                       ELSE
                           PERFORM 2050-LOAD-EXTRACT
                       END-IF
                   END-IF
                   CLOSE GlExtractFile
               END-IF
               .

           2050-LOAD-EXTRACT.
               MOVE 0 TO WS-EXT-LINE-COUNT
               MOVE 0 TO WS-EXT-DR-TOTAL
               MOVE 0 TO WS-EXT-CR-TOTAL
               MOVE 'N' TO WS-EXT-TRAILER-SW
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ GlExtractFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 2100-REGISTER-ONE-LINE
                   END-READ
               END-PERFORM

               IF WS-RUN-COUNT >= WS-RUN-MAX
                   MOVE '2050-LOAD-EXTRACT' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'GL RUN CONTROL TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-IX
               MOVE WS-EXT-RUN-DATE TO WS-RUN-DATE(WS-RUN-IX)
               MOVE 'O' TO WS-RUN-STATUS(WS-RUN-IX)
               MOVE WS-EXT-LINE-COUNT TO WS-RUN-SENT-COUNT(WS-RUN-IX)
               MOVE WS-EXT-DR-TOTAL TO WS-RUN-SENT-DR(WS-RUN-IX)
               MOVE WS-EXT-CR-TOTAL TO WS-RUN-SENT-CR(WS-RUN-IX)
               MOVE 0 TO WS-RUN-ACK-COUNT(WS-RUN-IX)
               MOVE 0 TO WS-RUN-ACK-DR(WS-RUN-IX)
               MOVE 0 TO WS-RUN-ACK-CR(WS-RUN-IX)
               MOVE 0 TO WS-RUN-REJ-COUNT(WS-RUN-IX)
               MOVE 0 TO WS-RUN-CONFIRM-DATE(WS-RUN-IX)
               MOVE 0 TO WS-RUN-OPEN-COUNT(WS-RUN-IX)
               MOVE 0 TO WS-RUN-AGE(WS-RUN-IX)
               MOVE 'Y' TO WS-RUN-TOUCHED(WS-RUN-IX)
               MOVE 0 TO WS-RUN-NEW-REJ(WS-RUN-IX)

      * The extract must agree with its own trailer, or what the
      * ledger is asked to confirm is not what was sent.
               IF WS-EXT-TRAILER-SW = 'N'
                   MOVE 'TRAILER MISSING' TO WS-EXT-RESULT
                   MOVE 'Y' TO WS-EXCEPTION-SW
               ELSE
                   IF WS-EXT-TRL-COUNT = WS-EXT-LINE-COUNT
                       AND WS-EXT-TRL-DR = WS-EXT-DR-TOTAL
                       AND WS-EXT-TRL-CR = WS-EXT-CR-TOTAL
                       MOVE 'AGREES WITH TRAILER' TO WS-EXT-RESULT
                   ELSE
                       MOVE 'DISAGREES WITH TRAILER' TO WS-EXT-RESULT
                       MOVE 'Y' TO WS-EXCEPTION-SW
                   END-IF
               END-IF
               MOVE WS-EXT-DR-TOTAL TO WS-TOT-EDIT-1
               MOVE WS-EXT-CR-TOTAL TO WS-TOT-EDIT-2
               MOVE SPACES TO GLR-REPORT-LINE
               STRING 'EXTRACT: RUN ' DELIMITED BY SIZE
                   WS-EXT-RUN-DATE DELIMITED BY SIZE
                   ' REGISTERED ' DELIMITED BY SIZE
                   WS-EXT-LINE-COUNT DELIMITED BY SIZE
                   ' LINE(S) DR ' DELIMITED BY SIZE
                   WS-TOT-EDIT-1 DELIMITED BY SIZE
                   ' CR ' DELIMITED BY SIZE
                   WS-TOT-EDIT-2 DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-EXT-RESULT DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               .

           2100-REGISTER-ONE-LINE.
               IF GLT-TAG = 'TRL'
                   MOVE 'Y' TO WS-EXT-TRAILER-SW
                   MOVE GLT-RECORD-COUNT TO WS-EXT-TRL-COUNT
                   MOVE GLT-DR-TOTAL TO WS-EXT-TRL-DR
                   MOVE GLT-CR-TOTAL TO WS-EXT-TRL-CR
               ELSE
                   IF GLJ-TAG = 'J'
                       PERFORM 1390-CHECK-PENDING-ROOM
                       ADD 1 TO WS-GLP-COUNT
                       MOVE WS-EXT-RUN-DATE TO
                           WS-GLP-RUN-DATE(WS-GLP-COUNT)
                       MOVE GLJ-ACCOUNT TO
                           WS-GLP-ACCOUNT(WS-GLP-COUNT)
                       MOVE GLJ-DRCR TO WS-GLP-DRCR(WS-GLP-COUNT)
                       MOVE GLJ-AMOUNT TO WS-GLP-AMOUNT(WS-GLP-COUNT)
                       MOVE GLJ-CURRENCY TO WS-GLP-CCY(WS-GLP-COUNT)
                       MOVE GLJ-SOURCE-ID TO
                           WS-GLP-SOURCE-ID(WS-GLP-COUNT)
                       MOVE 'O' TO WS-GLP-STATE(WS-GLP-COUNT)
                       ADD 1 TO WS-EXT-LINE-COUNT
                       IF GLJ-DRCR = 'D'
                           ADD GLJ-AMOUNT TO WS-EXT-DR-TOTAL
                       ELSE
                           ADD GLJ-AMOUNT TO WS-EXT-CR-TOTAL
                       END-IF
                   END-IF
               END-IF
               .

           2900-FIND-RUN.
               MOVE 'N' TO WS-RUN-FOUND
               PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                       UNTIL WS-RUN-IX > WS-RUN-COUNT
                   IF WS-RUN-DATE(WS-RUN-IX) = WS-FIND-RUN-DATE
                       MOVE 'Y' TO WS-RUN-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               .

      * Each acknowledgement answers one outstanding journal line
      * of the same run, account, side, amount and currency -
      * the line with the ledger's echoed source id first, any
      * such line after that.
           3000-MATCH-ACKNOWLEDGEMENTS.
               MOVE SPACES TO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               MOVE SPACES TO GLR-REPORT-LINE
               STRING 'LEDGER EXCEPTIONS' DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               MOVE SPACES TO GLR-REPORT-LINE
               STRING 'RUN DATE ACCOUNT  D/C         AMOUNT CCY '
                   DELIMITED BY SIZE
                   'SOURCE ID  EXCEPTION' DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE

               OPEN INPUT GlAckFile
               IF WS-GL-ACK-STATUS NOT = '00'
                   MOVE SPACES TO GLR-REPORT-LINE
                   STRING '  NO ACKNOWLEDGEMENT FILE ' DELIMITED BY SIZE
                       WS-GL-ACK-FILENAME DELIMITED BY SPACE
                       INTO GLR-REPORT-LINE
                   WRITE GLR-REPORT-LINE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ GlAckFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-ACK-READ-COUNT
                               PERFORM 3100-MATCH-ONE-ACK
                       END-READ
                   END-PERFORM
                   CLOSE GlAckFile
               END-IF
               .

           3100-MATCH-ONE-ACK.
               MOVE 0 TO WS-GLP-HIT
               PERFORM VARYING WS-GLP-IX FROM 1 BY 1
                       UNTIL WS-GLP-IX > WS-GLP-COUNT
                   IF WS-GLP-STATE(WS-GLP-IX) = 'O'
                       AND WS-GLP-RUN-DATE(WS-GLP-IX) = ACK-RUN-DATE
                       AND WS-GLP-ACCOUNT(WS-GLP-IX) = ACK-ACCOUNT
                       AND WS-GLP-DRCR(WS-GLP-IX) = ACK-DRCR
                       AND WS-GLP-AMOUNT(WS-GLP-IX) = ACK-AMOUNT
                       AND WS-GLP-CCY(WS-GLP-IX) = ACK-CURRENCY
                       AND WS-GLP-SOURCE-ID(WS-GLP-IX) = ACK-SOURCE-ID
                       MOVE WS-GLP-IX TO WS-GLP-HIT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GLP-HIT = 0
                   PERFORM VARYING WS-GLP-IX FROM 1 BY 1
                           UNTIL WS-GLP-IX > WS-GLP-COUNT
                       IF WS-GLP-STATE(WS-GLP-IX) = 'O'
                           AND WS-GLP-RUN-DATE(WS-GLP-IX)
                               = ACK-RUN-DATE
                           AND WS-GLP-ACCOUNT(WS-GLP-IX) = ACK-ACCOUNT
                           AND WS-GLP-DRCR(WS-GLP-IX) = ACK-DRCR
                           AND WS-GLP-AMOUNT(WS-GLP-IX) = ACK-AMOUNT
                           AND WS-GLP-CCY(WS-GLP-IX) = ACK-CURRENCY
                           MOVE WS-GLP-IX TO WS-GLP-HIT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-GLP-HIT = 0
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE 'Y' TO WS-EXCEPTION-SW
                   PERFORM 3300-WRITE-ACK-EXCEPTION
               ELSE
                   PERFORM 3200-APPLY-ONE-ACK
               END-IF
               .

           3200-APPLY-ONE-ACK.
               MOVE ACK-RUN-DATE TO WS-FIND-RUN-DATE
               PERFORM 2900-FIND-RUN
               IF WS-RUN-FOUND = 'Y'
                   MOVE 'Y' TO WS-RUN-TOUCHED(WS-RUN-IX)
                   ADD 1 TO WS-RUN-ACK-COUNT(WS-RUN-IX)
               END-IF

               IF ACK-STATUS = 'R'
                   MOVE 'R' TO WS-GLP-STATE(WS-GLP-HIT)
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD ACK-AMOUNT TO WS-REJECTED-TOTAL
                   MOVE 'Y' TO WS-EXCEPTION-SW
                   IF WS-RUN-FOUND = 'Y'
                       ADD 1 TO WS-RUN-REJ-COUNT(WS-RUN-IX)
                       ADD 1 TO WS-RUN-NEW-REJ(WS-RUN-IX)
                   END-IF
                   PERFORM 3300-WRITE-ACK-EXCEPTION
               ELSE
      * What the ledger took is its side of the run's balance.
                   MOVE 'A' TO WS-GLP-STATE(WS-GLP-HIT)
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD ACK-AMOUNT TO WS-ACCEPTED-TOTAL
                   IF WS-RUN-FOUND = 'Y'
                       IF ACK-DRCR = 'D'
                           ADD ACK-AMOUNT TO WS-RUN-ACK-DR(WS-RUN-IX)
                       ELSE
                           ADD ACK-AMOUNT TO WS-RUN-ACK-CR(WS-RUN-IX)
                       END-IF
                   END-IF
               END-IF
               .

           3300-WRITE-ACK-EXCEPTION.
               MOVE ACK-AMOUNT TO WS-AMT-EDIT
               MOVE SPACES TO GLR-REPORT-LINE
               STRING ACK-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ACK-ACCOUNT DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   ACK-DRCR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ACK-CURRENCY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ACK-SOURCE-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               IF WS-GLP-HIT = 0
                   MOVE 'ANSWERED - NEVER SENT OR ALREADY ANSWERED'
                       TO GLR-REPORT-LINE(61:)
               ELSE
                   STRING 'REJECTED: ' DELIMITED BY SIZE
                       ACK-REASON DELIMITED BY SIZE
                       INTO GLR-REPORT-LINE(61:)
               END-IF
               WRITE GLR-REPORT-LINE
               .

      * Where every run stands after tonight's answers: its own
      * debits against its own credits on the extract side and on
      * the ledger side, how much is still unanswered, and for
      * how many business days.
           4000-REVIEW-RUNS.
               MOVE 0 TO WS-OUTSTANDING-COUNT
               PERFORM VARYING WS-GLP-IX FROM 1 BY 1
                       UNTIL WS-GLP-IX > WS-GLP-COUNT
                   IF WS-GLP-STATE(WS-GLP-IX) = 'O'
                       ADD 1 TO WS-OUTSTANDING-COUNT
                       MOVE WS-GLP-RUN-DATE(WS-GLP-IX)
                           TO WS-FIND-RUN-DATE
                       PERFORM 2900-FIND-RUN
                       IF WS-RUN-FOUND = 'Y'
                           ADD 1 TO WS-RUN-OPEN-COUNT(WS-RUN-IX)
                       END-IF
                   END-IF
               END-PERFORM

               MOVE SPACES TO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               MOVE SPACES TO GLR-REPORT-LINE
               STRING 'RUN STATUS' DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               MOVE SPACES TO GLR-REPORT-LINE
               STRING 'RUN DATE STATE              SENT DR'
                   DELIMITED BY SIZE
                   '            SENT CR          LEDGER DR'
                   DELIMITED BY SIZE
                   '          LEDGER CR  OPEN AGE BALANCE'
                   DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE

               PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                       UNTIL WS-RUN-IX > WS-RUN-COUNT
                   PERFORM 4100-REVIEW-ONE-RUN
               END-PERFORM
               .

           4100-REVIEW-ONE-RUN.
               IF WS-RUN-STATUS(WS-RUN-IX) = 'O'
                   IF WS-RUN-OPEN-COUNT(WS-RUN-IX) = 0
      * Every line answered: the run is confirmed, or answered with
      * rejections the GL desk has to repost.
                       MOVE 'Y' TO WS-RUN-TOUCHED(WS-RUN-IX)
                       MOVE WS-BUS-DATE TO
                           WS-RUN-CONFIRM-DATE(WS-RUN-IX)
                       IF WS-RUN-REJ-COUNT(WS-RUN-IX) > 0
                           MOVE 'R' TO WS-RUN-STATUS(WS-RUN-IX)
                       ELSE
                           MOVE 'C' TO WS-RUN-STATUS(WS-RUN-IX)
                       END-IF
                   ELSE
                       MOVE WS-RUN-DATE(WS-RUN-IX) TO WS-AGE-DATE
                       PERFORM 4200-COUNT-BUSINESS-DAYS
                       MOVE WS-BUS-DAYS TO WS-RUN-AGE(WS-RUN-IX)
                   END-IF
               END-IF

      * Runs still open and runs that moved tonight are listed;
      * settled runs from earlier nights are not repeated.
               IF WS-RUN-STATUS(WS-RUN-IX) = 'O'
                   OR WS-RUN-TOUCHED(WS-RUN-IX) = 'Y'
                   PERFORM 4150-REPORT-ONE-RUN
               END-IF
               .

           4150-REPORT-ONE-RUN.
               EVALUATE WS-RUN-STATUS(WS-RUN-IX)
                   WHEN 'C'
                       MOVE 'CONFIRMED' TO WS-RUN-STATE-TEXT
                   WHEN 'R'
                       MOVE 'REJECTIONS' TO WS-RUN-STATE-TEXT
                   WHEN OTHER
                       IF WS-RUN-AGE(WS-RUN-IX) > WS-ACK-DAYS
                           MOVE 'OVERDUE' TO WS-RUN-STATE-TEXT
                       ELSE
                           MOVE 'AWAITING' TO WS-RUN-STATE-TEXT
                       END-IF
               END-EVALUATE

      * Debits equal credits on what went out, always; on what the
      * ledger took, once every line of the run is answered.
               MOVE 'Y' TO WS-BAL-OK-SW
               IF WS-RUN-SENT-DR(WS-RUN-IX) NOT =
                   WS-RUN-SENT-CR(WS-RUN-IX)
                   MOVE 'N' TO WS-BAL-OK-SW
                   MOVE 'SENT OUT OF BALANCE' TO WS-BAL-TEXT
               ELSE
                   IF WS-RUN-STATUS(WS-RUN-IX) = 'O'
                       MOVE 'SENT BALANCED' TO WS-BAL-TEXT
                   ELSE
                       IF WS-RUN-ACK-DR(WS-RUN-IX) =
                           WS-RUN-ACK-CR(WS-RUN-IX)
                           MOVE 'BOTH SIDES BALANCED' TO WS-BAL-TEXT
                       ELSE
                           MOVE 'N' TO WS-BAL-OK-SW
                           MOVE 'LEDGER OUT OF BALANCE' TO WS-BAL-TEXT
                       END-IF
                   END-IF
               END-IF

               MOVE WS-RUN-SENT-DR(WS-RUN-IX) TO WS-TOT-EDIT-1
               MOVE WS-RUN-SENT-CR(WS-RUN-IX) TO WS-TOT-EDIT-2
               MOVE WS-RUN-ACK-DR(WS-RUN-IX) TO WS-TOT-EDIT-3
               MOVE WS-RUN-ACK-CR(WS-RUN-IX) TO WS-TOT-EDIT-4
               MOVE SPACES TO GLR-REPORT-LINE
               STRING WS-RUN-DATE(WS-RUN-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-STATE-TEXT DELIMITED BY SIZE
                   WS-TOT-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOT-EDIT-3 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOT-EDIT-4 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-OPEN-COUNT(WS-RUN-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-RUN-AGE(WS-RUN-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BAL-TEXT DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE

               IF WS-BAL-OK-SW = 'N'
                   ADD 1 TO WS-IMBALANCE-COUNT
                   MOVE 'Y' TO WS-EXCEPTION-SW
                   MOVE 3010 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING 'RUN ' DELIMITED BY SIZE
                       WS-RUN-DATE(WS-RUN-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-BAL-TEXT DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 4900-RAISE-MESSAGE
               END-IF

      * Rejections are raised the night they come back, whether or
      * not the rest of the run has been answered yet.
               IF WS-RUN-NEW-REJ(WS-RUN-IX) > 0
                   MOVE 3009 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING 'RUN ' DELIMITED BY SIZE
                       WS-RUN-DATE(WS-RUN-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RUN-NEW-REJ(WS-RUN-IX) DELIMITED BY SIZE
                       ' LINE(S) REJECTED' DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 4900-RAISE-MESSAGE
               END-IF

      * An unanswered run past the window is chased every night
      * until the ledger answers for it.
               IF WS-RUN-STATE-TEXT = 'OVERDUE'
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE 'Y' TO WS-EXCEPTION-SW
                   MOVE 3008 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING 'RUN ' DELIMITED BY SIZE
                       WS-RUN-DATE(WS-RUN-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-RUN-OPEN-COUNT(WS-RUN-IX) DELIMITED BY SIZE
                       ' LINE(S) ' DELIMITED BY SIZE
                       WS-RUN-AGE(WS-RUN-IX) DELIMITED BY SIZE
                       ' BUSINESS DAYS' DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 4900-RAISE-MESSAGE
               END-IF
               .

      * Business days elapsed after the run date up to and
      * including the business date, skipping weekends and the
      * holiday file. Day 1 of the integer calendar was a Monday,
      * so MOD 7 gives 6 for Saturday and 0 for Sunday.
           4200-COUNT-BUSINESS-DAYS.
               MOVE 0 TO WS-BUS-DAYS
               MOVE 0 TO WS-AGE-INT
               MOVE 0 TO WS-AGE-END-INT
               IF WS-AGE-DATE IS NUMERIC
                   AND WS-AGE-DATE > 0
                   AND WS-AGE-DATE < WS-BUS-DATE
                   COMPUTE WS-AGE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
                   COMPUTE WS-AGE-END-INT =
                       FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               END-IF
               PERFORM UNTIL WS-AGE-INT >= WS-AGE-END-INT
                   OR WS-BUS-DAYS >= 999
                   ADD 1 TO WS-AGE-INT
                   COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD(WS-AGE-INT, 7)
                   IF WS-DAY-OF-WEEK NOT = 6
                       AND WS-DAY-OF-WEEK NOT = 0
                       COMPUTE WS-AGE-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-AGE-INT)
                       MOVE 'N' TO WS-IS-HOLIDAY
                       PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                               UNTIL WS-HOL-IX > WS-HOL-COUNT
                           IF WS-HOL-DATE(WS-HOL-IX) = WS-AGE-DATE
                               MOVE 'Y' TO WS-IS-HOLIDAY
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF WS-IS-HOLIDAY = 'N'
                           ADD 1 TO WS-BUS-DAYS
                       END-IF
                   END-IF
               END-PERFORM
               .

      * The journal lines of every overdue run, line by line, so
      * the GL desk can chase the ledger for exactly these.
           4500-LIST-UNCONFIRMED.
               IF WS-OVERDUE-COUNT > 0
                   PERFORM 4520-LIST-OVERDUE-LINES
               END-IF
               .

           4520-LIST-OVERDUE-LINES.
               MOVE SPACES TO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               MOVE SPACES TO GLR-REPORT-LINE
               STRING 'UNCONFIRMED JOURNALS OF OVERDUE RUNS'
                   DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               PERFORM VARYING WS-GLP-IX FROM 1 BY 1
                       UNTIL WS-GLP-IX > WS-GLP-COUNT
                   IF WS-GLP-STATE(WS-GLP-IX) = 'O'
                       MOVE WS-GLP-RUN-DATE(WS-GLP-IX)
                           TO WS-FIND-RUN-DATE
                       PERFORM 2900-FIND-RUN
                       IF WS-RUN-FOUND = 'N'
                           PERFORM 4550-WRITE-UNCONFIRMED-LINE
                       ELSE
                           IF WS-RUN-AGE(WS-RUN-IX) > WS-ACK-DAYS
                               PERFORM 4550-WRITE-UNCONFIRMED-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               .

           4550-WRITE-UNCONFIRMED-LINE.
               MOVE WS-GLP-AMOUNT(WS-GLP-IX) TO WS-AMT-EDIT
               MOVE SPACES TO GLR-REPORT-LINE
               STRING WS-GLP-RUN-DATE(WS-GLP-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-GLP-ACCOUNT(WS-GLP-IX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-GLP-DRCR(WS-GLP-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-GLP-CCY(WS-GLP-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-GLP-SOURCE-ID(WS-GLP-IX) DELIMITED BY SIZE
                   ' NOT CONFIRMED' DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               .

           4900-RAISE-MESSAGE.
               MOVE 'GLRECON' TO MSG-PROGRAM
               CALL 'MSGLOG' USING MSG-ARGS
               .

      * Only the lines still unanswered go back on the pending
      * file; answered lines live on in the run control totals.
           5000-WRITE-PENDING.
               OPEN OUTPUT GlPendingFile
               IF WS-GL-PENDING-STATUS NOT = '00'
                   CLOSE GlReconReportFile
                   MOVE '5000-WRITE-PENDING' TO ABEND-PARAGRAPH
                   MOVE WS-GL-PENDING-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-GL-PENDING-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               PERFORM VARYING WS-GLP-IX FROM 1 BY 1
                       UNTIL WS-GLP-IX > WS-GLP-COUNT
                   IF WS-GLP-STATE(WS-GLP-IX) = 'O'
                       MOVE SPACES TO PEND-RECORD
                       MOVE WS-GLP-RUN-DATE(WS-GLP-IX)
                           TO PEND-RUN-DATE
                       MOVE WS-GLP-ACCOUNT(WS-GLP-IX) TO PEND-ACCOUNT
                       MOVE WS-GLP-DRCR(WS-GLP-IX) TO PEND-DRCR
                       MOVE WS-GLP-AMOUNT(WS-GLP-IX) TO PEND-AMOUNT
                       MOVE WS-GLP-CCY(WS-GLP-IX) TO PEND-CURRENCY
                       MOVE WS-GLP-SOURCE-ID(WS-GLP-IX)
                           TO PEND-SOURCE-ID
                       WRITE PEND-RECORD
                   END-IF
               END-PERFORM
               CLOSE GlPendingFile
               .

           5100-WRITE-RUN-CONTROL.
               OPEN OUTPUT GlRunCtlFile
               IF WS-GL-RUNCTL-STATUS NOT = '00'
                   CLOSE GlReconReportFile
                   MOVE '5100-WRITE-RUN-CONTROL' TO ABEND-PARAGRAPH
                   MOVE WS-GL-RUNCTL-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-GL-RUNCTL-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                       UNTIL WS-RUN-IX > WS-RUN-COUNT
                   MOVE SPACES TO GRC-RECORD
                   MOVE WS-RUN-DATE(WS-RUN-IX) TO GRC-RUN-DATE
                   MOVE WS-RUN-STATUS(WS-RUN-IX) TO GRC-STATUS
                   MOVE WS-RUN-SENT-COUNT(WS-RUN-IX) TO GRC-SENT-COUNT
                   MOVE WS-RUN-SENT-DR(WS-RUN-IX) TO GRC-SENT-DR
                   MOVE WS-RUN-SENT-CR(WS-RUN-IX) TO GRC-SENT-CR
                   MOVE WS-RUN-ACK-COUNT(WS-RUN-IX) TO GRC-ACK-COUNT
                   MOVE WS-RUN-ACK-DR(WS-RUN-IX) TO GRC-ACK-DR
                   MOVE WS-RUN-ACK-CR(WS-RUN-IX) TO GRC-ACK-CR
                   MOVE WS-RUN-REJ-COUNT(WS-RUN-IX) TO GRC-REJ-COUNT
                   MOVE WS-RUN-CONFIRM-DATE(WS-RUN-IX)
                       TO GRC-CONFIRM-DATE
                   WRITE GRC-RECORD
               END-PERFORM
               CLOSE GlRunCtlFile
               .

           5200-WRITE-REPORT-TOTALS.
               MOVE SPACES TO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               MOVE WS-ACCEPTED-TOTAL TO WS-TOT-EDIT-1
               MOVE WS-REJECTED-TOTAL TO WS-TOT-EDIT-2
               MOVE SPACES TO GLR-REPORT-LINE
               STRING 'ACKNOWLEDGEMENTS ' DELIMITED BY SIZE
                   WS-ACK-READ-COUNT DELIMITED BY SIZE
                   '  ACCEPTED ' DELIMITED BY SIZE
                   WS-ACCEPTED-COUNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOT-EDIT-1 DELIMITED BY SIZE
                   '  REJECTED ' DELIMITED BY SIZE
                   WS-REJECTED-COUNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOT-EDIT-2 DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               MOVE SPACES TO GLR-REPORT-LINE
               STRING 'UNMATCHED ' DELIMITED BY SIZE
                   WS-UNMATCHED-COUNT DELIMITED BY SIZE
                   '  STILL AWAITING THE LEDGER ' DELIMITED BY SIZE
                   WS-OUTSTANDING-COUNT DELIMITED BY SIZE
                   '  OVERDUE RUNS ' DELIMITED BY SIZE
                   WS-OVERDUE-COUNT DELIMITED BY SIZE
                   '  RUNS OUT OF BALANCE ' DELIMITED BY SIZE
                   WS-IMBALANCE-COUNT DELIMITED BY SIZE
                   INTO GLR-REPORT-LINE
               WRITE GLR-REPORT-LINE
               .

      * One statistics record per run on the shared feed:
      * acknowledgements read in, lines still outstanding out,
      * value accepted and value rejected as the key totals.
           6000-WRITE-RUN-STATS.
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
                   MOVE 'GLRECON' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-ACK-READ-COUNT TO STATS-RECORDS-IN
                   MOVE WS-OUTSTANDING-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-ACCEPTED-TOTAL TO STATS-KEY-TOTAL-1
                   MOVE WS-REJECTED-TOTAL TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'GLRECON: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'GLRECON' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
