           IDENTIFICATION DIVISION.
           PROGRAM-ID. CUSTTRUE.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CustMasterFile ASSIGN TO DYNAMIC
                   WS-CUST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS WS-CUST-FILE-STATUS.

               SELECT ArchiveFile ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.

               SELECT DriftReportFile ASSIGN TO DYNAMIC
                   WS-DRIFT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRIFT-STATUS.

               SELECT OperatorFile ASSIGN TO DYNAMIC
                   WS-OPER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-FILE-STATUS.

               SELECT JournalFile ASSIGN TO DYNAMIC
                   WS-JOURNAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-STATUS.

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
           FD  CustMasterFile
               LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

           FD  ArchiveFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

           FD  DriftReportFile
               LABEL RECORDS ARE STANDARD.
           01 DRIFT-LINE                PIC X(120).

      * Operator security file: id, name, authorization level.
           FD  OperatorFile
               LABEL RECORDS ARE STANDARD.
           01 OPER-RECORD.
               05 OP-ID                 PIC X(8).
               05 FILLER                PIC X.
               05 OP-NAME               PIC X(30).
               05 FILLER                PIC X.
               05 OP-LEVEL              PIC 9.

      * Every correction journals its before-image and after-image
      * on the maintenance journal, so CUSTRBLD replays a true-up
      * exactly as it replays a maintenance card.
           FD  JournalFile
               LABEL RECORDS ARE STANDARD.
           COPY CUSTJRN.

           FD  RunStatsFile
               LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD          PIC X(76).

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-CUST-FILENAME PIC X(80).
           01 WS-CUST-FILE-STATUS PIC XX VALUE '00'.
           01 WS-ARCHIVE-FILENAME PIC X(80).
           01 WS-ARCHIVE-STATUS PIC XX VALUE '00'.
           01 WS-DRIFT-FILENAME PIC X(80).
           01 WS-DRIFT-STATUS PIC XX VALUE '00'.

           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).

      * The action: REPORT (the default) lists the drift and
      * touches nothing; CORRECT also rewrites the master, and
      * needs a supervisor (level 2) on the operator security
      * file, who is stamped on every journal entry.
           01 WS-ACTION PIC X(7).
           01 WS-REQ-OPERATOR PIC X(8).

      * Maintenance journal handling, as CUSTMNT keeps it.
           01 WS-JOURNAL-FILENAME PIC X(80).
           01 WS-JOURNAL-STATUS PIC XX VALUE '00'.
           01 WS-JOURNAL-OPEN-SW PIC X VALUE 'N'.
           01 WS-JOURNAL-COUNT PIC 9(6) VALUE 0.
           01 WS-BEFORE-IMAGE PIC X(81).
           01 WS-AFTER-IMAGE PIC X(81).

      * Master and archive are both in customer-id order, so one
      * pass down each side by side matches every customer to its
      * postings. An exhausted side holds HIGH-VALUES as its key.
           01 WS-MAST-KEY PIC X(10).
           01 WS-ARCH-CUR-KEY PIC X(10).
           01 WS-CUR-ID PIC X(10).

      * The archive's view of one customer: originals and
      * adjustments add, reversals and applied payments take off,
      * the same way the posting run and the cash run step the
      * master. Never below zero.
           01 WS-TRUE-NET PIC S9(11)V99 VALUE 0.
           01 WS-TRUE-EXPOSURE PIC 9(9)V99 VALUE 0.
           01 WS-MAST-EXPOSURE PIC 9(9)V99 VALUE 0.
           01 WS-DRIFT-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-DRIFT-DIRECTION PIC X(11).
           01 WS-POSTING-COUNT PIC 9(7) VALUE 0.
           01 WS-DRIFT-RESULT PIC X(20).

           01 WS-MASTER-COUNT PIC 9(7) VALUE 0.
           01 WS-ARCH-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-DRIFT-COUNT PIC 9(7) VALUE 0.
           01 WS-CORRECTED-COUNT PIC 9(7) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(7) VALUE 0.
           01 WS-NO-MASTER-COUNT PIC 9(7) VALUE 0.
           01 WS-OVER-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-UNDER-TOTAL PIC 9(11)V99 VALUE 0.

           01 WS-AMT-EDIT-1 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-2 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-3 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Operator security table
           COPY OPERDATA.

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
               DISPLAY 'CUSTTRUE: customer exposure true-up'
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
               EVALUATE WS-ACTION
                   WHEN 'REPORT'
                       CONTINUE
                   WHEN 'CORRECT'
                       PERFORM 1100-AUTHORIZE-OPERATOR
                   WHEN OTHER
                       MOVE '0000-MAIN' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'UNKNOWN ACTION ' DELIMITED BY SIZE
                           WS-ACTION DELIMITED BY SIZE
                           ' - USE REPORT OR CORRECT'
                           DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
               END-EVALUATE

               PERFORM 1200-OPEN-FILES
               PERFORM 2000-COMPARE-EXPOSURES
               PERFORM 2900-WRITE-REPORT-TOTALS
               PERFORM 3000-CLOSE-FILES

               DISPLAY 'CUSTTRUE: ' WS-MASTER-COUNT
                   ' customer(s) checked, ' WS-DRIFT-COUNT
                   ' drifted, ' WS-CORRECTED-COUNT ' corrected'
               IF WS-NO-MASTER-COUNT > 0
                   DISPLAY 'CUSTTRUE: ' WS-NO-MASTER-COUNT
                       ' archived id(s) have no master record'
               END-IF

      * Drift left standing on the master is a warning: the credit
      * check is working off a wrong balance until a supervisor
      * reruns this with CORRECT.
               IF WS-DRIFT-COUNT > 0
                   MOVE 2006 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING WS-DRIFT-COUNT DELIMITED BY SIZE
                       ' CUSTOMER(S), ' DELIMITED BY SIZE
                       WS-CORRECTED-COUNT DELIMITED BY SIZE
                       ' CORRECTED' DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 2950-RAISE-MESSAGE
                   IF WS-CORRECTED-COUNT < WS-DRIFT-COUNT
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF

               PERFORM 5000-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-REQUEST.
               MOVE SPACES TO WS-ACTION
               ACCEPT WS-ACTION FROM ENVIRONMENT 'CUSTTRUEACTION'.
               MOVE 'CUSTTRUEACTION' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ACTION
               END-IF
               IF WS-ACTION = SPACES
                   MOVE 'REPORT' TO WS-ACTION
               END-IF

               MOVE SPACES TO WS-REQ-OPERATOR
               ACCEPT WS-REQ-OPERATOR FROM ENVIRONMENT
                   'CUSTTRUEOPERATOR'.
               MOVE 'CUSTTRUEOPERATOR' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQ-OPERATOR
               END-IF
               .

      * Rewriting balances on the master is a supervisor action,
      * attributed on the maintenance journal.
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
                       ' NOT AUTHORIZED FOR EXPOSURE CORRECTION'
                       DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

           1200-OPEN-FILES.
               ACCEPT WS-CUST-FILENAME FROM ENVIRONMENT 'CUSTMASTER'.
               IF WS-CUST-FILENAME = SPACES
                   MOVE 'custmast.dat' TO WS-CUST-FILENAME
               END-IF
               MOVE 'CUSTMASTER' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CUST-FILENAME
               END-IF

               ACCEPT WS-ARCHIVE-FILENAME FROM ENVIRONMENT
                   'ARCHIVEFILE'.
               IF WS-ARCHIVE-FILENAME = SPACES
                   MOVE 'transarchive.dat' TO WS-ARCHIVE-FILENAME
               END-IF
               MOVE 'ARCHIVEFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ARCHIVE-FILENAME
               END-IF

               ACCEPT WS-DRIFT-FILENAME FROM ENVIRONMENT
                   'CUSTTRUEREPORT'.
               IF WS-DRIFT-FILENAME = SPACES
                   MOVE 'custtrue-drift.rpt' TO WS-DRIFT-FILENAME
               END-IF
               MOVE 'CUSTTRUEREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-DRIFT-FILENAME
               END-IF

               IF WS-ACTION = 'CORRECT'
                   OPEN I-O CustMasterFile
               ELSE
                   OPEN INPUT CustMasterFile
               END-IF
               IF WS-CUST-FILE-STATUS NOT = '00'
                   MOVE '1200-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CUST-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

      * No archive means no truth to measure against - without it
      * every balance would "correct" to zero, so the run stops.
               OPEN INPUT ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   CLOSE CustMasterFile
                   MOVE '1200-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN OUTPUT DriftReportFile
               IF WS-DRIFT-STATUS NOT = '00'
                   CLOSE CustMasterFile
                   CLOSE ArchiveFile
                   MOVE '1200-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-DRIFT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-DRIFT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

      * A correction run that cannot journal must not run at all:
      * an unjournalled rewrite is exactly the hole the rebuild
      * utility cannot close.
               IF WS-ACTION = 'CORRECT'
                   ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT
                       'CUSTJOURNAL'
                   IF WS-JOURNAL-FILENAME = SPACES
                       MOVE 'custmnt-journal.dat' TO
                           WS-JOURNAL-FILENAME
                   END-IF
                   MOVE 'CUSTJOURNAL' TO PARM-LOOKUP-KEY
                   PERFORM 8100-GET-PARM
                   IF PARM-LOOKUP-FOUND = 'Y'
                       MOVE PARM-LOOKUP-VALUE TO WS-JOURNAL-FILENAME
                   END-IF

                   OPEN EXTEND JournalFile
                   IF WS-JOURNAL-STATUS NOT = '00'
                       OPEN OUTPUT JournalFile
                   END-IF
                   IF WS-JOURNAL-STATUS = '00'
                       MOVE 'Y' TO WS-JOURNAL-OPEN-SW
                   ELSE
                       CLOSE CustMasterFile
                       CLOSE ArchiveFile
                       CLOSE DriftReportFile
                       MOVE '1200-OPEN-FILES' TO ABEND-PARAGRAPH
                       MOVE WS-JOURNAL-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-JOURNAL-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-IF

               MOVE SPACES TO DRIFT-LINE
               IF WS-ACTION = 'CORRECT'
                   STRING 'CUSTTRUE EXPOSURE DRIFT REPORT - RUN '
                       DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ' - CORRECTED BY ' DELIMITED BY SIZE
                       WS-REQ-OPERATOR DELIMITED BY SIZE
                       INTO DRIFT-LINE
               ELSE
                   STRING 'CUSTTRUE EXPOSURE DRIFT REPORT - RUN '
                       DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       ' - REPORT ONLY' DELIMITED BY SIZE
                       INTO DRIFT-LINE
               END-IF
               WRITE DRIFT-LINE
               MOVE SPACES TO DRIFT-LINE
               STRING 'CUST-ID       MASTER EXPOSURE  ARCHIVE EXPOSURE'
                   DELIMITED BY SIZE
                   '        DIFFERENCE DIRECTION   RESULT'
                   DELIMITED BY SIZE
                   INTO DRIFT-LINE
               WRITE DRIFT-LINE
               .

      * Balanced-line match of the master against the archive:
      * the lower of the two current ids is the customer in hand,
      * its postings are summed off the archive, and the master
      * side is checked against the sum when it carries that id.
           2000-COMPARE-EXPOSURES.
               PERFORM 2100-READ-MASTER
               PERFORM 2200-READ-ARCHIVE
               PERFORM UNTIL WS-MAST-KEY = HIGH-VALUES
                   AND WS-ARCH-CUR-KEY = HIGH-VALUES
                   IF WS-MAST-KEY <= WS-ARCH-CUR-KEY
                       MOVE WS-MAST-KEY TO WS-CUR-ID
                   ELSE
                       MOVE WS-ARCH-CUR-KEY TO WS-CUR-ID
                   END-IF

                   MOVE 0 TO WS-TRUE-NET
                   MOVE 0 TO WS-POSTING-COUNT
                   PERFORM UNTIL WS-ARCH-CUR-KEY NOT = WS-CUR-ID
                       PERFORM 2250-ACCUMULATE-ONE-POSTING
                       PERFORM 2200-READ-ARCHIVE
                   END-PERFORM
                   IF WS-TRUE-NET < 0
                       MOVE 0 TO WS-TRUE-EXPOSURE
                   ELSE
                       MOVE WS-TRUE-NET TO WS-TRUE-EXPOSURE
                   END-IF

                   IF WS-MAST-KEY = WS-CUR-ID
                       PERFORM 2300-CHECK-ONE-CUSTOMER
                       PERFORM 2100-READ-MASTER
                   ELSE
                       PERFORM 2500-REPORT-NO-MASTER
                   END-IF
               END-PERFORM
               .

           2100-READ-MASTER.
               READ CustMasterFile
                   AT END
                       MOVE HIGH-VALUES TO WS-MAST-KEY
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       MOVE CUST-ID TO WS-MAST-KEY
               END-READ
               .

           2200-READ-ARCHIVE.
               READ ArchiveFile
                   AT END
                       MOVE HIGH-VALUES TO WS-ARCH-CUR-KEY
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       MOVE ARCH-TRANS-ID TO WS-ARCH-CUR-KEY
               END-READ
               .

           2250-ACCUMULATE-ONE-POSTING.
               IF ARCH-AMOUNT IS NUMERIC
                   ADD 1 TO WS-POSTING-COUNT
                   EVALUATE ARCH-TRANS-TYPE
                       WHEN 'R'
                       WHEN 'P'
                       WHEN 'C'
                           SUBTRACT ARCH-AMOUNT FROM WS-TRUE-NET
                       WHEN OTHER
                           ADD ARCH-AMOUNT TO WS-TRUE-NET
                   END-EVALUATE
               END-IF
               .

      * A garbled exposure on the master counts as zero and always
      * reports, so a correction run writes a clean figure over it.
           2300-CHECK-ONE-CUSTOMER.
               IF CUST-EXPOSURE IS NUMERIC
                   MOVE CUST-EXPOSURE TO WS-MAST-EXPOSURE
               ELSE
                   MOVE 0 TO WS-MAST-EXPOSURE
               END-IF
               IF WS-MAST-EXPOSURE = WS-TRUE-EXPOSURE
                   AND CUST-EXPOSURE IS NUMERIC
                   CONTINUE
               ELSE
                   ADD 1 TO WS-DRIFT-COUNT
                   IF WS-MAST-EXPOSURE > WS-TRUE-EXPOSURE
                       COMPUTE WS-DRIFT-AMOUNT =
                           WS-MAST-EXPOSURE - WS-TRUE-EXPOSURE
                       MOVE 'OVERSTATED' TO WS-DRIFT-DIRECTION
                       ADD WS-DRIFT-AMOUNT TO WS-OVER-TOTAL
                   ELSE
                       COMPUTE WS-DRIFT-AMOUNT =
                           WS-TRUE-EXPOSURE - WS-MAST-EXPOSURE
                       MOVE 'UNDERSTATED' TO WS-DRIFT-DIRECTION
                       ADD WS-DRIFT-AMOUNT TO WS-UNDER-TOTAL
                   END-IF
                   IF WS-ACTION = 'CORRECT'
                       PERFORM 2400-CORRECT-MASTER
                   ELSE
                       MOVE 'REPORTED' TO WS-DRIFT-RESULT
                   END-IF
                   PERFORM 2350-WRITE-DRIFT-LINE
               END-IF
               .

           2350-WRITE-DRIFT-LINE.
               MOVE WS-MAST-EXPOSURE TO WS-AMT-EDIT-1
               MOVE WS-TRUE-EXPOSURE TO WS-AMT-EDIT-2
               MOVE WS-DRIFT-AMOUNT TO WS-AMT-EDIT-3
               MOVE SPACES TO DRIFT-LINE
               STRING WS-CUR-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WS-AMT-EDIT-3 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DRIFT-DIRECTION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DRIFT-RESULT DELIMITED BY SIZE
                   INTO DRIFT-LINE
               WRITE DRIFT-LINE
               .

      * The rewrite lands the archive figure on the master and
      * journals the change as an exposure true-up ('X'), before
      * and after side by side like any maintenance action.
           2400-CORRECT-MASTER.
               MOVE CUST-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-TRUE-EXPOSURE TO CUST-EXPOSURE
               REWRITE CUST-RECORD
               IF WS-CUST-FILE-STATUS = '00'
                   ADD 1 TO WS-CORRECTED-COUNT
                   MOVE 'CORRECTED' TO WS-DRIFT-RESULT
                   MOVE CUST-RECORD TO WS-AFTER-IMAGE
                   PERFORM 2600-WRITE-JOURNAL
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO WS-DRIFT-RESULT
                   STRING 'REWRITE FAILED ' DELIMITED BY SIZE
                       WS-CUST-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-DRIFT-RESULT
                   DISPLAY 'CUSTTRUE: exposure rewrite failed for '
                       WS-CUR-ID ' status=' WS-CUST-FILE-STATUS
               END-IF
               .

      * Postings archived under an id the master does not carry
      * are listed for the maintenance desk; there is no balance
      * to correct.
           2500-REPORT-NO-MASTER.
               ADD 1 TO WS-NO-MASTER-COUNT
               MOVE WS-TRUE-EXPOSURE TO WS-AMT-EDIT-2
               MOVE SPACES TO DRIFT-LINE
               STRING WS-CUR-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   '     NO MASTER' DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WS-POSTING-COUNT DELIMITED BY SIZE
                   ' POSTING(S) ON ARCHIVE' DELIMITED BY SIZE
                   INTO DRIFT-LINE
               WRITE DRIFT-LINE
               .

           2600-WRITE-JOURNAL.
               IF WS-JOURNAL-OPEN-SW = 'Y'
                   MOVE SPACES TO JRN-RECORD
                   MOVE WS-RUN-DATE TO JRN-DATE
                   MOVE WS-RUN-TIME TO JRN-TIME
                   MOVE 'X' TO JRN-ACTION
                   MOVE WS-CUR-ID TO JRN-CUST-ID
                   MOVE WS-REQ-OPERATOR TO JRN-OPERATOR
                   MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE
                   WRITE JRN-RECORD
                   ADD 1 TO WS-JOURNAL-COUNT
               END-IF
               .

           2900-WRITE-REPORT-TOTALS.
               MOVE SPACES TO DRIFT-LINE
               WRITE DRIFT-LINE
               MOVE SPACES TO DRIFT-LINE
               STRING 'CUSTOMERS CHECKED ' DELIMITED BY SIZE
                   WS-MASTER-COUNT DELIMITED BY SIZE
                   '  DRIFTED ' DELIMITED BY SIZE
                   WS-DRIFT-COUNT DELIMITED BY SIZE
                   '  CORRECTED ' DELIMITED BY SIZE
                   WS-CORRECTED-COUNT DELIMITED BY SIZE
                   '  NO MASTER ' DELIMITED BY SIZE
                   WS-NO-MASTER-COUNT DELIMITED BY SIZE
                   INTO DRIFT-LINE
               WRITE DRIFT-LINE
               MOVE WS-OVER-TOTAL TO WS-TOT-EDIT
               MOVE SPACES TO DRIFT-LINE
               STRING 'MASTER OVERSTATED BY  ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO DRIFT-LINE
               WRITE DRIFT-LINE
               MOVE WS-UNDER-TOTAL TO WS-TOT-EDIT
               MOVE SPACES TO DRIFT-LINE
               STRING 'MASTER UNDERSTATED BY ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO DRIFT-LINE
               WRITE DRIFT-LINE
               .

           2950-RAISE-MESSAGE.
               MOVE 'CUSTTRUE' TO MSG-PROGRAM
               CALL 'MSGLOG' USING MSG-ARGS
               .

           3000-CLOSE-FILES.
               CLOSE CustMasterFile
               CLOSE ArchiveFile
               CLOSE DriftReportFile
               IF WS-JOURNAL-OPEN-SW = 'Y'
                   CLOSE JournalFile
               END-IF
               .

      * One statistics record per run on the shared feed: master
      * records checked in, drifted customers out, total overstated
      * and total understated as the key totals.
           5000-WRITE-RUN-STATS.
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
                   MOVE 'CUSTTRUE' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-MASTER-COUNT TO STATS-RECORDS-IN
                   MOVE WS-DRIFT-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-OVER-TOTAL TO STATS-KEY-TOTAL-1
                   MOVE WS-UNDER-TOTAL TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'CUSTTRUE: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'CUSTTRUE' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
