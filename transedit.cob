
           DATA DIVISION.
           FILE SECTION.
      * The raw record, and after it the source code of the feeder
      * it came in from when the feeder merge built the file
      * (blank for an extract delivered whole and for records
      * added in-house).
           FD  RawTransFile
               LABEL RECORDS ARE STANDARD.
           01 RAW-TRANS-RECORD.
               05 RAW-TRANS-IMAGE       PIC X(34).
               05 RAW-SOURCE            PIC X(8).

           FD  CleanTransFile
               LABEL RECORDS ARE STANDARD.
               05 REJ-REASON            PIC X(4).
               05 FILLER                PIC X.
               05 REJ-RAW-RECORD        PIC X(34).
               05 FILLER                PIC X.
               05 REJ-SOURCE            PIC X(8).


      * Shop calendar control file
               LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD          PIC X(76).

      * The feeder merge starts the night's chain-balance file;
      * the pre-edit's figures go on after it.
           FD  ChainBalFile
               LABEL RECORDS ARE STANDARD.
           COPY CHNBAL.
           01 WS-CLEAN-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECT-COUNT PIC 9(6) VALUE 0.

      * A raw file the feeder merge built opens with a header and
      * its merged detail ends at a trailer; records after the
      * trailer were added in-house (prize credits, recycled
      * repairs) and are not under it. A raw file with no header
      * was delivered whole and is not balanced here.
           01 WS-RAW-REC-NO PIC 9(6) VALUE 0.
           01 WS-RAW-HDR-SW PIC X VALUE 'N'.
           01 WS-RAW-TRL-SW PIC X VALUE 'N'.
           01 WS-MERGE-IN-COUNT PIC 9(6) VALUE 0.
           01 WS-MERGE-IN-HASH PIC 9(13)V99 VALUE 0.
           01 WS-INHOUSE-COUNT PIC 9(6) VALUE 0.
           01 WS-RAW-TRL-COUNT PIC 9(7) VALUE 0.
           01 WS-RAW-TRL-HASH PIC 9(13)V99 VALUE 0.

      * Reason code for the record being edited: blank means the
      * record passed every field check and goes to the clean file.
           01 WS-EDIT-REASON PIC X(4) VALUE SPACES.
               PERFORM 1050-LOAD-ENTITY-TABLE
               PERFORM 1100-WRITE-HEADER
               PERFORM 2000-EDIT-TRANSACTIONS
               PERFORM 2050-BALANCE-MERGED-EXTRACT
               PERFORM 2900-WRITE-TRAILER
               PERFORM 3000-CLOSE-FILES

               PERFORM 4100-WRITE-CHAIN-BALANCE
               STOP RUN.

      * The pre-edit's control figures follow the feeder merge's on
      * the night's chain balance: everything read either went
      * clean or rejected, and the certification step proves it
      * stayed that way all the way to the archive. MERGEIN is the
      * detail read under the merged trailer, INHOUSE the rest.
           4100-WRITE-CHAIN-BALANCE.
               ACCEPT WS-CHAIN-BAL-FILENAME FROM ENVIRONMENT
                   'CHAINBALANCE'.
                   MOVE PARM-LOOKUP-VALUE TO WS-CHAIN-BAL-FILENAME
               END-IF

               OPEN EXTEND ChainBalFile
               IF WS-CHAIN-BAL-STATUS NOT = '00'
                   OPEN OUTPUT ChainBalFile
               END-IF
               IF WS-CHAIN-BAL-STATUS NOT = '00'
                   DISPLAY 'TRANSEDIT: unable to open chain balance '
                       WS-CHAIN-BAL-FILENAME
                   MOVE 'REJECT' TO CB-FIGURE
                   MOVE WS-REJECT-COUNT TO CB-VALUE
                   WRITE CB-RECORD
                   MOVE 'MERGEIN' TO CB-FIGURE
                   MOVE WS-MERGE-IN-COUNT TO CB-VALUE
                   WRITE CB-RECORD
                   MOVE 'INHOUSE' TO CB-FIGURE
                   MOVE WS-INHOUSE-COUNT TO CB-VALUE
                   WRITE CB-RECORD
                   CLOSE ChainBalFile
               END-IF
               .
                       AT END
                           MOVE 'Y' TO WS-RAW-EOF-SW
                       NOT AT END
                           PERFORM 2010-SORT-OUT-RAW-RECORD
                   END-READ
                   IF WS-RAW-FILE-STATUS NOT = '00'
                       AND WS-RAW-FILE-STATUS NOT = '10'
               END-PERFORM
               .

           2010-SORT-OUT-RAW-RECORD.
               ADD 1 TO WS-RAW-REC-NO
               EVALUATE TRUE
                   WHEN RAW-TRANS-IMAGE(1:3) = 'HDR'
                       AND WS-RAW-REC-NO = 1
                       MOVE 'Y' TO WS-RAW-HDR-SW
                   WHEN RAW-TRANS-IMAGE(1:3) = 'TRL'
                       AND WS-RAW-HDR-SW = 'Y'
                       AND WS-RAW-TRL-SW = 'N'
                       MOVE 'Y' TO WS-RAW-TRL-SW
                       MOVE RAW-TRANS-IMAGE TO TRANS-TRAILER-RECORD
                       MOVE TTRL-RECORD-COUNT TO WS-RAW-TRL-COUNT
                       MOVE TTRL-HASH-TOTAL TO WS-RAW-TRL-HASH
                   WHEN OTHER
                       ADD 1 TO WS-READ-COUNT
                       IF WS-RAW-HDR-SW = 'Y' AND WS-RAW-TRL-SW = 'N'
                           ADD 1 TO WS-MERGE-IN-COUNT
                           MOVE RAW-TRANS-IMAGE TO TRANS-RECORD
                           IF TRANS-AMOUNT IS NUMERIC
                               ADD TRANS-AMOUNT TO WS-MERGE-IN-HASH
                           END-IF
                       ELSE
                           ADD 1 TO WS-INHOUSE-COUNT
                       END-IF
                       PERFORM 2100-EDIT-ONE-RECORD
               END-EVALUATE
               .

      * A merged raw file must arrive whole: a missing trailer or
      * detail that no longer adds up to it means the file was cut
      * or altered after the merge, and nothing is passed on to
      * posting. The clean file is left without its trailer, so
      * MAINPGM refuses it as well.
           2050-BALANCE-MERGED-EXTRACT.
               IF WS-RAW-HDR-SW = 'Y'
                   IF WS-RAW-TRL-SW = 'N'
                       OR WS-MERGE-IN-COUNT NOT = WS-RAW-TRL-COUNT
                       OR WS-MERGE-IN-HASH NOT = WS-RAW-TRL-HASH
                       PERFORM 3000-CLOSE-FILES
                       MOVE '2050-BALANCE-MERGED-EXTRACT'
                           TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 12 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'MERGED READ=' DELIMITED BY SIZE
                           WS-MERGE-IN-COUNT DELIMITED BY SIZE
                           ' HASH=' DELIMITED BY SIZE
                           WS-MERGE-IN-HASH DELIMITED BY SIZE
                           ' TRAILER=' DELIMITED BY SIZE
                           WS-RAW-TRL-COUNT DELIMITED BY SIZE
                           ' HASH=' DELIMITED BY SIZE
                           WS-RAW-TRL-HASH DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-IF
               .

      * Edit one raw record through the shared field edits. Clean
      * records go out through the shared TRANS-RECORD layout
      * unchanged.
           2100-EDIT-ONE-RECORD.
               MOVE RAW-TRANS-IMAGE TO TRANS-RECORD
               PERFORM 2150-EDIT-TRANS-FIELDS

               IF WS-EDIT-REASON = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO REJECT-RECORD
                   MOVE WS-EDIT-REASON TO REJ-REASON
                   MOVE RAW-TRANS-IMAGE TO REJ-RAW-RECORD
                   MOVE RAW-SOURCE TO REJ-SOURCE
                   WRITE REJECT-RECORD
               END-IF
               .
