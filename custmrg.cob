           IDENTIFICATION DIVISION.
           PROGRAM-ID. CUSTMRG.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MergeCardFile ASSIGN TO DYNAMIC
                   WS-MERGE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MERGE-STATUS.

               SELECT CustMasterFile ASSIGN TO DYNAMIC
                   WS-CUST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS WS-CUST-FILE-STATUS.

               SELECT ArchiveFile ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.

               SELECT MergeReportFile ASSIGN TO DYNAMIC
                   WS-MERGE-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MERGE-REPORT-STATUS.

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
      * One merge per card: the account to retire, the account
      * that survives it, and the supervisor submitting the merge.
           FD  MergeCardFile
               LABEL RECORDS ARE STANDARD.
           01 MERGE-CARD.
               05 MRG-OLD-ID            PIC X(10).
               05 FILLER                PIC X.
               05 MRG-SURVIVOR-ID       PIC X(10).
               05 FILLER                PIC X.
               05 MRG-OPERATOR          PIC X(8).

           FD  CustMasterFile
               LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

           FD  ArchiveFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

           FD  MergeReportFile
               LABEL RECORDS ARE STANDARD.
           01 MERGE-REPORT-LINE         PIC X(100).

      * Operator security file: id, name, authorization level.
           FD  OperatorFile
               LABEL RECORDS ARE STANDARD.
           01 OPER-RECORD.
               05 OP-ID                 PIC X(8).
               05 FILLER                PIC X.
               05 OP-NAME               PIC X(30).
               05 FILLER                PIC X.
               05 OP-LEVEL              PIC 9.

      * Both sides of every merge journal their before-image and
      * after-image on the maintenance journal as action 'M', so
      * CUSTRBLD replays a merge exactly as it replays a card.
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
           01 WS-MERGE-FILENAME PIC X(80).
           01 WS-MERGE-STATUS PIC XX VALUE '00'.
           01 WS-MERGE-EOF-SW PIC X VALUE 'N'.
               88 MERGE-EOF VALUE 'Y'.
           01 WS-CUST-FILENAME PIC X(80).
           01 WS-CUST-FILE-STATUS PIC XX VALUE '00'.
           01 WS-ARCHIVE-FILENAME PIC X(80).
           01 WS-ARCHIVE-STATUS PIC XX VALUE '00'.
           01 WS-MERGE-REPORT-FILENAME PIC X(80).
           01 WS-MERGE-REPORT-STATUS PIC XX VALUE '00'.

           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).

           01 WS-CARD-COUNT PIC 9(6) VALUE 0.
           01 WS-MERGED-COUNT PIC 9(6) VALUE 0.
           01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
           01 WS-AUTH-REJECT-COUNT PIC 9(6) VALUE 0.
           01 WS-MOVED-TOTAL PIC 9(7) VALUE 0.
           01 WS-EXPOSURE-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-MERGE-RESULT PIC X(30).
           01 WS-MERGE-OK PIC X VALUE 'N'.
           01 WS-OPER-OK PIC X VALUE 'N'.

      * Maintenance journal handling, as CUSTMNT keeps it.
           01 WS-JOURNAL-FILENAME PIC X(80).
           01 WS-JOURNAL-STATUS PIC XX VALUE '00'.
           01 WS-JOURNAL-OPEN-SW PIC X VALUE 'N'.
           01 WS-JOURNAL-COUNT PIC 9(6) VALUE 0.
           01 WS-JOURNAL-ID PIC X(10).
           01 WS-BEFORE-IMAGE PIC X(81).
           01 WS-AFTER-IMAGE PIC X(81).

      * The two masters as read at validation. The old account's
      * exposure moves onto the survivor with its postings.
           01 WS-OLD-IMAGE PIC X(81).
           01 WS-SURV-IMAGE PIC X(81).
           01 WS-OLD-EXPOSURE PIC 9(9)V99 VALUE 0.
           01 WS-SURV-EXPOSURE PIC 9(9)V99 VALUE 0.

      * Archive re-key: each posting under the old id is written
      * again under the survivor with the same date and entity,
      * on the first sequence free for that key, and only then
      * deleted under the old id - a posting is never off the
      * archive. Every move is listed, so an interrupted run
      * shows exactly how far it got.
           01 WS-ARCH-SAVE PIC X(80).
           01 WS-ARCH-OLD-KEY PIC X(24).
           01 WS-ARCH-TRY-SEQ PIC 9(3).
      * Probe counter is one digit wider than the sequence so that
      * running past 999 ends the search instead of wrapping to 000.
           01 WS-ARCH-PROBE PIC 9(4).
           01 WS-ARCH-DONE-SW PIC X VALUE 'N'.
           01 WS-ARCH-WRITTEN PIC X VALUE 'N'.
           01 WS-MOVED-COUNT PIC 9(6) VALUE 0.

           01 WS-AMT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Operator security table
           COPY OPERDATA.

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

      * Shop-wide run statistics feed
           01 WS-RUN-STATS-FILENAME PIC X(80).
           01 WS-RUN-STATS-STATUS PIC XX VALUE '00'.

           COPY RUNSTATS.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'CUSTMRG: customer account merge'
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

               PERFORM 1000-OPEN-FILES
               PERFORM 1500-LOAD-OPERATOR-TABLE
               PERFORM 2000-APPLY-MERGES
               PERFORM 2900-WRITE-REPORT-TOTALS
               PERFORM 3000-CLOSE-FILES

               DISPLAY 'CUSTMRG: read ' WS-CARD-COUNT
                   ' merge card(s): ' WS-MERGED-COUNT ' merged, '
                   WS-ERROR-COUNT ' in error ('
                   WS-AUTH-REJECT-COUNT ' authorization), '
                   WS-MOVED-TOTAL ' posting(s) re-keyed'

               IF WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 5000-WRITE-RUN-STATS
               STOP RUN.

           1000-OPEN-FILES.
               ACCEPT WS-MERGE-FILENAME FROM ENVIRONMENT 'CUSTMERGEIN'.
               IF WS-MERGE-FILENAME = SPACES
                   MOVE 'custmerge.dat' TO WS-MERGE-FILENAME
               END-IF
               MOVE 'CUSTMERGEIN' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-MERGE-FILENAME
               END-IF

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

               ACCEPT WS-MERGE-REPORT-FILENAME FROM ENVIRONMENT
                   'CUSTMERGEREPORT'.
               IF WS-MERGE-REPORT-FILENAME = SPACES
                   MOVE 'custmrg.rpt' TO WS-MERGE-REPORT-FILENAME
               END-IF
               MOVE 'CUSTMERGEREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-MERGE-REPORT-FILENAME
               END-IF

               OPEN INPUT MergeCardFile
               IF WS-MERGE-STATUS NOT = '00'
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-MERGE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-MERGE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN I-O CustMasterFile
               IF WS-CUST-FILE-STATUS NOT = '00'
                   CLOSE MergeCardFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CUST-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

      * A merge that cannot move the postings must not touch the
      * masters either: no archive, no run.
               OPEN I-O ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   CLOSE MergeCardFile
                   CLOSE CustMasterFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN OUTPUT MergeReportFile
               IF WS-MERGE-REPORT-STATUS NOT = '00'
                   CLOSE MergeCardFile
                   CLOSE CustMasterFile
                   CLOSE ArchiveFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-MERGE-REPORT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-MERGE-REPORT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT
                   'CUSTJOURNAL'.
               IF WS-JOURNAL-FILENAME = SPACES
                   MOVE 'custmnt-journal.dat' TO WS-JOURNAL-FILENAME
               END-IF
               MOVE 'CUSTJOURNAL' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-JOURNAL-FILENAME
               END-IF

      * A merge run that cannot journal must not run at all: an
      * unjournalled rewrite is exactly the hole the rebuild
      * utility cannot close.
               OPEN EXTEND JournalFile
               IF WS-JOURNAL-STATUS NOT = '00'
                   OPEN OUTPUT JournalFile
               END-IF
               IF WS-JOURNAL-STATUS = '00'
                   MOVE 'Y' TO WS-JOURNAL-OPEN-SW
               ELSE
                   CLOSE MergeCardFile
                   CLOSE CustMasterFile
                   CLOSE ArchiveFile
                   CLOSE MergeReportFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-JOURNAL-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-JOURNAL-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE SPACES TO MERGE-REPORT-LINE
               STRING 'CUSTMRG ACCOUNT MERGE REPORT - RUN DATE '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               .

      * Merging accounts rewrites two masters and re-keys posting
      * history: a supervisor action, no security file no run.
           1500-LOAD-OPERATOR-TABLE.
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
                   PERFORM 3000-CLOSE-FILES
                   MOVE '1500-LOAD-OPERATOR-TABLE' TO ABEND-PARAGRAPH
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
               DISPLAY 'CUSTMRG: loaded ' WS-OPER-COUNT
                   ' operator(s)'
               .

           2000-APPLY-MERGES.
               MOVE 'N' TO WS-MERGE-EOF-SW
               PERFORM UNTIL MERGE-EOF
                   READ MergeCardFile
                       AT END
                           MOVE 'Y' TO WS-MERGE-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 2100-APPLY-ONE-MERGE
                   END-READ
                   IF WS-MERGE-STATUS NOT = '00'
                       AND WS-MERGE-STATUS NOT = '10'
                       PERFORM 3000-CLOSE-FILES
                       MOVE '2000-APPLY-MERGES' TO ABEND-PARAGRAPH
                       MOVE WS-MERGE-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-MERGE-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-PERFORM
               .

      * Postings move first, then the survivor takes the old
      * account's exposure, then the old account is retired with
      * its pointer. A run stopped between the two rewrites leaves
      * the old account active with its exposure also counted on
      * the survivor: the exposure true-up (CUSTTRUE) measures
      * both back to the archive, and the card can be resubmitted.
           2100-APPLY-ONE-MERGE.
               MOVE SPACES TO WS-MERGE-RESULT
               MOVE 0 TO WS-MOVED-COUNT
               PERFORM 2150-CHECK-OPERATOR
               IF WS-OPER-OK = 'Y'
                   PERFORM 2200-VALIDATE-ACCOUNTS
               END-IF
               IF WS-MERGE-OK = 'Y'
                   PERFORM 2300-REKEY-POSTINGS
               END-IF
               IF WS-MERGE-OK = 'Y'
                   PERFORM 2400-UPDATE-SURVIVOR
               END-IF
               IF WS-MERGE-OK = 'Y'
                   PERFORM 2500-RETIRE-OLD-ACCOUNT
               END-IF
               IF WS-MERGE-OK = 'Y'
                   ADD 1 TO WS-MERGED-COUNT
                   ADD WS-MOVED-COUNT TO WS-MOVED-TOTAL
                   ADD WS-OLD-EXPOSURE TO WS-EXPOSURE-TOTAL
                   MOVE 'MERGED' TO WS-MERGE-RESULT
               END-IF

               MOVE WS-OLD-EXPOSURE TO WS-AMT-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING MRG-OLD-ID DELIMITED BY SIZE
                   ' INTO ' DELIMITED BY SIZE
                   MRG-SURVIVOR-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MRG-OPERATOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MERGE-RESULT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-MOVED-COUNT DELIMITED BY SIZE
                   ' POSTING(S) EXPOSURE ' DELIMITED BY SIZE
                   WS-AMT-EDIT DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               .

      * Every merge needs a supervisor (level 2) on the operator
      * security file.
           2150-CHECK-OPERATOR.
               MOVE 'N' TO WS-OPER-OK
               MOVE 'N' TO WS-MERGE-OK
               MOVE 0 TO WS-OLD-EXPOSURE
               MOVE 'N' TO WS-OPER-FOUND
               MOVE 0 TO WS-OPER-AUTH-LEVEL
               PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                       UNTIL WS-OPER-IX > WS-OPER-COUNT
                   IF WS-OPER-ID(WS-OPER-IX) = MRG-OPERATOR
                       MOVE 'Y' TO WS-OPER-FOUND
                       MOVE WS-OPER-LEVEL(WS-OPER-IX)
                           TO WS-OPER-AUTH-LEVEL
                       MOVE WS-OPER-NAME(WS-OPER-IX)
                           TO WS-OPER-AUTH-NAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN WS-OPER-FOUND = 'N'
                       ADD 1 TO WS-ERROR-COUNT
                       ADD 1 TO WS-AUTH-REJECT-COUNT
                       MOVE 'UNKNOWN OPERATOR' TO WS-MERGE-RESULT
                   WHEN WS-OPER-AUTH-LEVEL < 2
                       ADD 1 TO WS-ERROR-COUNT
                       ADD 1 TO WS-AUTH-REJECT-COUNT
                       MOVE 'NOT AUTHORIZED' TO WS-MERGE-RESULT
                   WHEN OTHER
                       MOVE 'Y' TO WS-OPER-OK
               END-EVALUATE
               .

      * Both accounts must be on the master. The survivor must be
      * active and not itself merged away; the old account must
      * not already be merged. A deactivated old account can still
      * be merged - its history belongs with the survivor.
           2200-VALIDATE-ACCOUNTS.
               EVALUATE TRUE
                   WHEN MRG-OLD-ID = SPACES
                       OR MRG-SURVIVOR-ID = SPACES
                       MOVE 'ACCOUNT ID MISSING' TO WS-MERGE-RESULT
                   WHEN MRG-OLD-ID = MRG-SURVIVOR-ID
                       MOVE 'CANNOT MERGE INTO ITSELF'
                           TO WS-MERGE-RESULT
                   WHEN OTHER
                       MOVE 'Y' TO WS-MERGE-OK
               END-EVALUATE

               IF WS-MERGE-OK = 'Y'
                   MOVE MRG-OLD-ID TO CUST-ID
                   READ CustMasterFile
                       INVALID KEY
                           MOVE 'N' TO WS-MERGE-OK
                           MOVE 'OLD ID NOT ON MASTER'
                               TO WS-MERGE-RESULT
                       NOT INVALID KEY
                           IF CUST-MERGED-INTO NOT = SPACES
                               MOVE 'N' TO WS-MERGE-OK
                               MOVE 'OLD ID ALREADY MERGED'
                                   TO WS-MERGE-RESULT
                           ELSE
                               MOVE CUST-RECORD TO WS-OLD-IMAGE
                               IF CUST-EXPOSURE IS NUMERIC
                                   MOVE CUST-EXPOSURE
                                       TO WS-OLD-EXPOSURE
                               END-IF
                           END-IF
                   END-READ
               END-IF

               IF WS-MERGE-OK = 'Y'
                   MOVE MRG-SURVIVOR-ID TO CUST-ID
                   READ CustMasterFile
                       INVALID KEY
                           MOVE 'N' TO WS-MERGE-OK
                           MOVE 'SURVIVOR NOT ON MASTER'
                               TO WS-MERGE-RESULT
                       NOT INVALID KEY
                           IF CUST-STATUS NOT = 'A'
                               OR CUST-MERGED-INTO NOT = SPACES
                               MOVE 'N' TO WS-MERGE-OK
                               MOVE 'SURVIVOR NOT ACTIVE'
                                   TO WS-MERGE-RESULT
                           ELSE
                               MOVE CUST-RECORD TO WS-SURV-IMAGE
                           END-IF
                   END-READ
               END-IF

               IF WS-MERGE-OK = 'N'
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 0 TO WS-OLD-EXPOSURE
               END-IF
               .

      * Restart the browse at the old id for every posting - the
      * write under the survivor and the delete under the old id
      * both move the file position.
           2300-REKEY-POSTINGS.
               MOVE 'N' TO WS-ARCH-DONE-SW
               PERFORM UNTIL WS-ARCH-DONE-SW = 'Y'
                   OR WS-MERGE-OK = 'N'
                   MOVE MRG-OLD-ID TO ARCH-TRANS-ID
                   MOVE SPACES TO ARCH-TRANS-DATE
                   MOVE 0 TO ARCH-SEQ
                   MOVE SPACES TO ARCH-ENTITY
                   START ArchiveFile KEY IS NOT LESS THAN ARCH-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-ARCH-DONE-SW
                   END-START
                   IF WS-ARCH-DONE-SW = 'N'
                       READ ArchiveFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-ARCH-DONE-SW
                           NOT AT END
                               IF ARCH-TRANS-ID = MRG-OLD-ID
                                   PERFORM 2350-MOVE-ONE-POSTING
                               ELSE
                                   MOVE 'Y' TO WS-ARCH-DONE-SW
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               .

           2350-MOVE-ONE-POSTING.
               MOVE ARCH-RECORD TO WS-ARCH-SAVE
               MOVE ARCH-KEY TO WS-ARCH-OLD-KEY
               MOVE MRG-SURVIVOR-ID TO ARCH-TRANS-ID
               MOVE 1 TO WS-ARCH-PROBE
               MOVE 'N' TO WS-ARCH-WRITTEN
               PERFORM UNTIL WS-ARCH-WRITTEN = 'Y'
                   OR WS-ARCH-PROBE > 999
                   MOVE WS-ARCH-PROBE TO WS-ARCH-TRY-SEQ
                   MOVE WS-ARCH-TRY-SEQ TO ARCH-SEQ
                   READ ArchiveFile
                       INVALID KEY
                           MOVE WS-ARCH-SAVE TO ARCH-RECORD
                           MOVE MRG-SURVIVOR-ID TO ARCH-TRANS-ID
                           MOVE WS-ARCH-TRY-SEQ TO ARCH-SEQ
                           WRITE ARCH-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-ARCH-PROBE
                               NOT INVALID KEY
                                   MOVE 'Y' TO WS-ARCH-WRITTEN
                           END-WRITE
                       NOT INVALID KEY
                           MOVE WS-ARCH-SAVE TO ARCH-RECORD
                           MOVE MRG-SURVIVOR-ID TO ARCH-TRANS-ID
                           ADD 1 TO WS-ARCH-PROBE
                   END-READ
               END-PERFORM

               IF WS-ARCH-WRITTEN = 'N'
                   MOVE 'N' TO WS-MERGE-OK
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'SURVIVOR ARCHIVE KEY FULL' TO WS-MERGE-RESULT
               ELSE
                   MOVE WS-ARCH-OLD-KEY TO ARCH-KEY
                   DELETE ArchiveFile RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-MERGE-OK
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE 'ARCHIVE DELETE FAILED'
                               TO WS-MERGE-RESULT
                   END-DELETE
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE SPACES TO MERGE-REPORT-LINE
                   STRING '  MOVED ' DELIMITED BY SIZE
                       WS-ARCH-OLD-KEY DELIMITED BY SIZE
                       ' TO SEQ ' DELIMITED BY SIZE
                       WS-ARCH-TRY-SEQ DELIMITED BY SIZE
                       INTO MERGE-REPORT-LINE
                   WRITE MERGE-REPORT-LINE
               END-IF
               .

           2400-UPDATE-SURVIVOR.
               MOVE WS-SURV-IMAGE TO CUST-RECORD
               MOVE CUST-RECORD TO WS-BEFORE-IMAGE
               IF CUST-EXPOSURE IS NUMERIC
                   MOVE CUST-EXPOSURE TO WS-SURV-EXPOSURE
               ELSE
                   MOVE 0 TO WS-SURV-EXPOSURE
               END-IF
               COMPUTE CUST-EXPOSURE =
                   WS-SURV-EXPOSURE + WS-OLD-EXPOSURE
               MOVE WS-RUN-DATE TO CUST-LAST-MAINT-DATE
               REWRITE CUST-RECORD
               IF WS-CUST-FILE-STATUS = '00'
                   MOVE CUST-RECORD TO WS-AFTER-IMAGE
                   MOVE MRG-SURVIVOR-ID TO WS-JOURNAL-ID
                   PERFORM 2600-WRITE-JOURNAL
               ELSE
                   MOVE 'N' TO WS-MERGE-OK
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'SURVIVOR REWRITE FAILED' TO WS-MERGE-RESULT
               END-IF
               .

      * The old account stays on the master so its history can
      * still be traced: deactivated, no exposure of its own, and
      * naming the survivor for the posting run's redirect.
           2500-RETIRE-OLD-ACCOUNT.
               MOVE WS-OLD-IMAGE TO CUST-RECORD
               MOVE CUST-RECORD TO WS-BEFORE-IMAGE
               MOVE 'I' TO CUST-STATUS
               MOVE 0 TO CUST-EXPOSURE
               MOVE MRG-SURVIVOR-ID TO CUST-MERGED-INTO
               MOVE WS-RUN-DATE TO CUST-LAST-MAINT-DATE
               REWRITE CUST-RECORD
               IF WS-CUST-FILE-STATUS = '00'
                   MOVE CUST-RECORD TO WS-AFTER-IMAGE
                   MOVE MRG-OLD-ID TO WS-JOURNAL-ID
                   PERFORM 2600-WRITE-JOURNAL
               ELSE
                   MOVE 'N' TO WS-MERGE-OK
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'OLD ID REWRITE FAILED' TO WS-MERGE-RESULT
                   DISPLAY 'CUSTMRG: ' MRG-OLD-ID ' not retired, '
                       'survivor ' MRG-SURVIVOR-ID ' already carries '
                       'its exposure - run the exposure true-up'
               END-IF
               .

           2600-WRITE-JOURNAL.
               IF WS-JOURNAL-OPEN-SW = 'Y'
                   MOVE SPACES TO JRN-RECORD
                   MOVE WS-RUN-DATE TO JRN-DATE
                   MOVE WS-RUN-TIME TO JRN-TIME
                   MOVE 'M' TO JRN-ACTION
                   MOVE WS-JOURNAL-ID TO JRN-CUST-ID
                   MOVE MRG-OPERATOR TO JRN-OPERATOR
                   MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
                   MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE
                   WRITE JRN-RECORD
                   ADD 1 TO WS-JOURNAL-COUNT
               END-IF
               .

           2900-WRITE-REPORT-TOTALS.
               MOVE SPACES TO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING 'CARDS READ ' DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   '  MERGED ' DELIMITED BY SIZE
                   WS-MERGED-COUNT DELIMITED BY SIZE
                   '  IN ERROR ' DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   '  POSTINGS RE-KEYED ' DELIMITED BY SIZE
                   WS-MOVED-TOTAL DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               MOVE WS-EXPOSURE-TOTAL TO WS-TOT-EDIT
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING 'EXPOSURE MOVED TO SURVIVORS ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               .

           3000-CLOSE-FILES.
               CLOSE MergeCardFile
               CLOSE CustMasterFile
               CLOSE ArchiveFile
               CLOSE MergeReportFile
               IF WS-JOURNAL-OPEN-SW = 'Y'
                   CLOSE JournalFile
               END-IF
               .

      * One statistics record per run on the shared feed: cards
      * in, accounts merged out, postings re-keyed and exposure
      * moved as the key totals.
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
                   MOVE 'CUSTMRG' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-CARD-COUNT TO STATS-RECORDS-IN
                   MOVE WS-MERGED-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-MOVED-TOTAL TO STATS-KEY-TOTAL-1
                   MOVE WS-EXPOSURE-TOTAL TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'CUSTMRG: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'CUSTMRG' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
