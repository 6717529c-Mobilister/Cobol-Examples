           IDENTIFICATION DIVISION.
           PROGRAM-ID. MAINSPLT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TransactionFile ASSIGN TO DYNAMIC
                   WS-TRANS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-FILE-STATUS.

               SELECT SplitWork ASSIGN TO DYNAMIC
                   WS-SORT-WORK-FILENAME.

               SELECT SplitIdFile ASSIGN TO DYNAMIC
                   WS-SPLIT-ID-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SPLIT-ID-STATUS.

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

               SELECT PartPlanFile ASSIGN TO DYNAMIC
                   WS-PLAN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLAN-STATUS.

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
      * The night's extract, header and trailer included - the same
      * file the posting run sorts and posts.
           FD  TransactionFile
               LABEL RECORDS ARE STANDARD.
           COPY TRANSREC REPLACING LEADING ==TRANS== BY ==TIN==.

      * Id and entity of every detail record, sorted once as they
      * arrive and once more on the surviving id.
           SD  SplitWork.
           01 SPLIT-WORK-RECORD.
               05 SPW-ID                PIC X(10).
               05 SPW-ENTITY            PIC X(3).

           FD  SplitIdFile
               LABEL RECORDS ARE STANDARD.
           01 SPLIT-ID-RECORD.
               05 SPI-ID                PIC X(10).
               05 SPI-ENTITY            PIC X(3).

      * Read only, to follow merged accounts to their survivor.
           FD  CustMasterFile
               LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

      * Created here when missing, so partitions starting together
      * never race to create it.
           FD  ArchiveFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

           FD  PartPlanFile
               LABEL RECORDS ARE STANDARD.
           COPY PARTPLAN.

           FD  RunStatsFile
               LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD          PIC X(76).

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-TRANS-FILENAME PIC X(80).
           01 WS-TRANS-FILE-STATUS PIC XX VALUE '00'.
           01 WS-SORT-WORK-FILENAME PIC X(80).
           01 WS-SPLIT-ID-FILENAME PIC X(80).
           01 WS-SPLIT-ID-STATUS PIC XX VALUE '00'.
           01 WS-CUST-FILENAME PIC X(80).
           01 WS-CUST-FILE-STATUS PIC XX VALUE '00'.
           01 WS-CUST-OPEN-SW PIC X VALUE 'N'.
           01 WS-ARCHIVE-FILENAME PIC X(80).
           01 WS-ARCHIVE-STATUS PIC XX VALUE '00'.
           01 WS-PLAN-FILENAME PIC X(80).
           01 WS-PLAN-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * Extract balancing, as the posting run balances it
           COPY TRANSHDR.
           01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           01 WS-TRL-SEEN-SW PIC X VALUE 'N'.
           01 WS-IN-COUNT PIC 9(7) VALUE 0.
           01 WS-IN-HASH PIC 9(13)V99 VALUE 0.

      * Any reason the night cannot be split: the plan is written
      * empty and MAINPGM posts serially.
           01 WS-SERIAL-SW PIC X VALUE 'N'.
           01 WS-SERIAL-REASON PIC X(40) VALUE SPACES.

      * Entities in the extract, with the group of entities they
      * share customers with (named by its first entity) and the
      * partition the group lands in.
           01 WS-ENT-MAX PIC 9(2) VALUE 20.
           01 WS-ENT-COUNT PIC 9(2) VALUE 0.
           01 WS-ENT-OVERFLOW-SW PIC X VALUE 'N'.
           01 WS-ENT-TABLE.
               05 WS-ENT-ENTRY OCCURS 20 TIMES.
                   10 WS-ENT-CODE PIC X(3).
                   10 WS-ENT-RECORDS PIC 9(7).
                   10 WS-ENT-GROUP PIC 9(2).
                   10 WS-ENT-PART PIC 9(2).
           01 WS-ENT-IX PIC 9(2).
           01 WS-ENT-FOUND-IX PIC 9(2).

      * Groups, by the entity that names them
           01 WS-GRP-COUNT PIC 9(2) VALUE 0.
           01 WS-GRP-TABLE.
               05 WS-GRP-ENTRY OCCURS 20 TIMES.
                   10 WS-GRP-RECORDS PIC 9(7).
                   10 WS-GRP-PART PIC 9(2).
                   10 WS-GRP-PLACED PIC X.
           01 WS-GRP-IX PIC 9(2).
           01 WS-GRP-BEST PIC 9(2).
           01 WS-OLD-GROUP PIC 9(2).
           01 WS-NEW-GROUP PIC 9(2).

      * Partitions: how many may run at once, and the records each
      * has been given so far.
           01 WS-PART-PARM PIC X(8).
           01 WS-PART-MAX PIC 9(2) VALUE 4.
           01 WS-PART-COUNT PIC 9(2) VALUE 0.
           01 WS-PART-TABLE.
               05 WS-PART-LOAD PIC 9(7) OCCURS 20 TIMES.
           01 WS-PART-IX PIC 9(2).
           01 WS-PART-BEST PIC 9(2).
           01 WS-PLAN-ENT-IX PIC 9(2).

      * Following a merged id to its survivor, the same way the
      * posting run redirects it.
           01 WS-PREV-PAIR PIC X(13) VALUE SPACES.
           01 WS-PREV-ID PIC X(10) VALUE SPACES.
           01 WS-SURVIVOR-ID PIC X(10) VALUE SPACES.
           01 WS-REDIRECT-HOPS PIC 9(2) VALUE 0.
           01 WS-REDIRECT-MAX-HOPS PIC 9(2) VALUE 5.
           01 WS-REDIRECT-DONE PIC X VALUE 'N'.
           01 WS-LINK-PREV-ID PIC X(10) VALUE SPACES.
           01 WS-LINK-PREV-IX PIC 9(2) VALUE 0.

           01 WS-CNT-EDIT-1 PIC Z,ZZZ,ZZ9.

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
               DISPLAY 'MAINSPLT: posting partition planner'

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 1000-RESOLVE-FILES
               PERFORM 2000-COUNT-ENTITIES
               IF WS-SERIAL-SW = 'N'
                   PERFORM 3000-LINK-ENTITIES
               END-IF
               IF WS-SERIAL-SW = 'N'
                   PERFORM 4000-ASSIGN-PARTITIONS
               END-IF
               IF WS-SERIAL-SW = 'N'
                   PERFORM 4500-PREPARE-ARCHIVE
               END-IF
               PERFORM 5000-WRITE-PLAN
               PERFORM 6000-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-FILES.
               ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT 'TRANSFILE'.
               IF WS-TRANS-FILENAME = SPACES
                   MOVE 'transactions.dat' TO WS-TRANS-FILENAME
               END-IF
               MOVE 'TRANSFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-TRANS-FILENAME
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

               ACCEPT WS-PLAN-FILENAME FROM ENVIRONMENT
                   'MAINPGMPARTPLAN'.
               IF WS-PLAN-FILENAME = SPACES
                   MOVE 'mainpgm-partitions.ctl' TO WS-PLAN-FILENAME
               END-IF
               MOVE 'MAINPGMPARTPLAN' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PLAN-FILENAME
               END-IF

      * How many partitions may post at once: 4 unless set, never
      * more than the plan line can name.
               ACCEPT WS-PART-PARM FROM ENVIRONMENT
                   'MAINPGMPARTITIONS'.
               MOVE 'MAINPGMPARTITIONS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PART-PARM
               END-IF
               IF WS-PART-PARM NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PART-PARM) TO WS-PART-MAX
               END-IF
               IF WS-PART-MAX = 0
                   MOVE 4 TO WS-PART-MAX
               END-IF
               IF WS-PART-MAX > 20
                   MOVE 20 TO WS-PART-MAX
               END-IF

               MOVE 'mainsplt-ids.tmp' TO WS-SPLIT-ID-FILENAME
               MOVE 'mainsplt-sort.tmp' TO WS-SORT-WORK-FILENAME
               .

      * First pass: balance the extract as the posting run will,
      * count each entity's records and sort the id/entity pairs.
           2000-COUNT-ENTITIES.
               OPEN INPUT TransactionFile
               IF WS-TRANS-FILE-STATUS NOT = '00'
                   MOVE 'Y' TO WS-SERIAL-SW
                   MOVE 'NO EXTRACT TO PLAN' TO WS-SERIAL-REASON
               ELSE
                   CLOSE TransactionFile
                   SORT SplitWork
                       ON ASCENDING KEY SPW-ID SPW-ENTITY
                       INPUT PROCEDURE IS 2100-READ-AND-BALANCE
                       GIVING SplitIdFile
                   EVALUATE TRUE
                       WHEN WS-IN-COUNT = 0
                           MOVE 'Y' TO WS-SERIAL-SW
                           MOVE 'EMPTY EXTRACT' TO WS-SERIAL-REASON
                       WHEN WS-ENT-OVERFLOW-SW = 'Y'
                           MOVE 'Y' TO WS-SERIAL-SW
                           MOVE 'MORE ENTITIES THAN A PLAN CARRIES'
                               TO WS-SERIAL-REASON
                       WHEN WS-ENT-COUNT < 2
                           MOVE 'Y' TO WS-SERIAL-SW
                           MOVE 'ONE ENTITY IN THE EXTRACT'
                               TO WS-SERIAL-REASON
                   END-EVALUATE
               END-IF
               .

      * Header and trailer stripped and balanced; out of balance
      * stops here, before any partition is started.
           2100-READ-AND-BALANCE.
               MOVE 'N' TO WS-HDR-SEEN-SW
               MOVE 'N' TO WS-TRL-SEEN-SW
               MOVE 'N' TO WS-EOF-SW
               MOVE 0 TO WS-IN-COUNT
               MOVE 0 TO WS-IN-HASH

               OPEN INPUT TransactionFile
               IF WS-TRANS-FILE-STATUS NOT = '00'
                   MOVE '2100-READ-AND-BALANCE' TO ABEND-PARAGRAPH
                   MOVE WS-TRANS-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-TRANS-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ TransactionFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 2150-BALANCE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TransactionFile

               IF WS-HDR-SEEN-SW = 'N' OR WS-TRL-SEEN-SW = 'N'
                   MOVE '2100-READ-AND-BALANCE' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 12 TO ABEND-CONDITION-CODE
                   MOVE 'EXTRACT HAS NO HEADER/TRAILER WRAPPER'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               IF WS-IN-COUNT NOT = TTRL-RECORD-COUNT
                   OR WS-IN-HASH NOT = TTRL-HASH-TOTAL
                   MOVE '2100-READ-AND-BALANCE' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 12 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'READ=' DELIMITED BY SIZE
                       WS-IN-COUNT DELIMITED BY SIZE
                       ' HASH=' DELIMITED BY SIZE
                       WS-IN-HASH DELIMITED BY SIZE
                       ' TRAILER=' DELIMITED BY SIZE
                       TTRL-RECORD-COUNT DELIMITED BY SIZE
                       ' HASH=' DELIMITED BY SIZE
                       TTRL-HASH-TOTAL DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

           2150-BALANCE-ONE-RECORD.
               EVALUATE TIN-RECORD(1:3)
                   WHEN 'HDR'
                       MOVE TIN-RECORD TO TRANS-HEADER-RECORD
                       MOVE 'Y' TO WS-HDR-SEEN-SW
                   WHEN 'TRL'
                       MOVE TIN-RECORD TO TRANS-TRAILER-RECORD
                       MOVE 'Y' TO WS-TRL-SEEN-SW
                   WHEN OTHER
                       ADD 1 TO WS-IN-COUNT
                       ADD TIN-AMOUNT TO WS-IN-HASH
                       PERFORM 2160-COUNT-ENTITY
                       MOVE TIN-ID TO SPW-ID
                       MOVE TIN-ENTITY TO SPW-ENTITY
                       RELEASE SPLIT-WORK-RECORD
               END-EVALUATE
               .

           2160-COUNT-ENTITY.
               MOVE 0 TO WS-ENT-FOUND-IX
               PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                       UNTIL WS-ENT-IX > WS-ENT-COUNT
                   IF WS-ENT-CODE(WS-ENT-IX) = TIN-ENTITY
                       MOVE WS-ENT-IX TO WS-ENT-FOUND-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ENT-FOUND-IX > 0
                   ADD 1 TO WS-ENT-RECORDS(WS-ENT-FOUND-IX)
               ELSE
                   IF WS-ENT-COUNT < WS-ENT-MAX
                       ADD 1 TO WS-ENT-COUNT
                       MOVE TIN-ENTITY TO WS-ENT-CODE(WS-ENT-COUNT)
                       MOVE 1 TO WS-ENT-RECORDS(WS-ENT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-ENT-OVERFLOW-SW
                   END-IF
               END-IF
               .

      * Second pass: every id followed to the account it posts to,
      * and entities that post to the same account joined into one
      * group - a group never splits across partitions, so no
      * customer is posted from two partitions at once.
           3000-LINK-ENTITIES.
               PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                       UNTIL WS-ENT-IX > WS-ENT-COUNT
                   MOVE WS-ENT-IX TO WS-ENT-GROUP(WS-ENT-IX)
               END-PERFORM

               OPEN INPUT CustMasterFile
               IF WS-CUST-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-CUST-OPEN-SW
               ELSE
                   DISPLAY 'MAINSPLT: unable to open customer master '
                       WS-CUST-FILENAME
                       ' status=' WS-CUST-FILE-STATUS
                       ' - ids taken as they arrive'
               END-IF

               SORT SplitWork
                   ON ASCENDING KEY SPW-ID SPW-ENTITY
                   INPUT PROCEDURE IS 3100-RESOLVE-SURVIVORS
                   OUTPUT PROCEDURE IS 3200-LINK-BY-SURVIVOR

               IF WS-CUST-OPEN-SW = 'Y'
                   CLOSE CustMasterFile
               END-IF
               .

      * One pair per id and entity, carrying the surviving id.
           3100-RESOLVE-SURVIVORS.
               OPEN INPUT SplitIdFile
               IF WS-SPLIT-ID-STATUS NOT = '00'
                   MOVE '3100-RESOLVE-SURVIVORS' TO ABEND-PARAGRAPH
                   MOVE WS-SPLIT-ID-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-SPLIT-ID-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO WS-PREV-PAIR
               MOVE SPACES TO WS-PREV-ID
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ SplitIdFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SPLIT-ID-RECORD NOT = WS-PREV-PAIR
                               PERFORM 3110-RELEASE-SURVIVOR-PAIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SplitIdFile
               .

           3110-RELEASE-SURVIVOR-PAIR.
               MOVE SPLIT-ID-RECORD TO WS-PREV-PAIR
               IF SPI-ID NOT = WS-PREV-ID
                   MOVE SPI-ID TO WS-PREV-ID
                   PERFORM 3150-RESOLVE-SURVIVOR
               END-IF
               MOVE WS-SURVIVOR-ID TO SPW-ID
               MOVE SPI-ENTITY TO SPW-ENTITY
               RELEASE SPLIT-WORK-RECORD
               .

           3150-RESOLVE-SURVIVOR.
               MOVE SPI-ID TO WS-SURVIVOR-ID
               IF WS-CUST-OPEN-SW = 'Y'
                   MOVE 0 TO WS-REDIRECT-HOPS
                   MOVE 'N' TO WS-REDIRECT-DONE
                   PERFORM UNTIL WS-REDIRECT-DONE = 'Y'
                       OR WS-REDIRECT-HOPS >= WS-REDIRECT-MAX-HOPS
                       MOVE WS-SURVIVOR-ID TO CUST-ID
                       READ CustMasterFile
                           INVALID KEY
                               MOVE 'Y' TO WS-REDIRECT-DONE
                           NOT INVALID KEY
                               IF CUST-STATUS NOT = 'A'
                                   AND CUST-MERGED-INTO NOT = SPACES
                                   MOVE CUST-MERGED-INTO
                                       TO WS-SURVIVOR-ID
                                   ADD 1 TO WS-REDIRECT-HOPS
                               ELSE
                                   MOVE 'Y' TO WS-REDIRECT-DONE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               .

      * Pairs for one surviving id arrive together: each entity
      * after the first joins the first one's group.
           3200-LINK-BY-SURVIVOR.
               MOVE SPACES TO WS-LINK-PREV-ID
               MOVE 0 TO WS-LINK-PREV-IX
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   RETURN SplitWork
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3210-LINK-ONE-PAIR
                   END-RETURN
               END-PERFORM
               .

           3210-LINK-ONE-PAIR.
               MOVE 0 TO WS-ENT-FOUND-IX
               PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                       UNTIL WS-ENT-IX > WS-ENT-COUNT
                   IF WS-ENT-CODE(WS-ENT-IX) = SPW-ENTITY
                       MOVE WS-ENT-IX TO WS-ENT-FOUND-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ENT-FOUND-IX > 0
                   IF SPW-ID = WS-LINK-PREV-ID
                       AND WS-LINK-PREV-IX > 0
                       PERFORM 3220-JOIN-GROUPS
                   END-IF
                   MOVE SPW-ID TO WS-LINK-PREV-ID
                   MOVE WS-ENT-FOUND-IX TO WS-LINK-PREV-IX
               END-IF
               .

      * Every entity in the found entity's group moves to the
      * previous entity's group.
           3220-JOIN-GROUPS.
               MOVE WS-ENT-GROUP(WS-ENT-FOUND-IX) TO WS-OLD-GROUP
               MOVE WS-ENT-GROUP(WS-LINK-PREV-IX) TO WS-NEW-GROUP
               IF WS-OLD-GROUP NOT = WS-NEW-GROUP
                   PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                           UNTIL WS-ENT-IX > WS-ENT-COUNT
                       IF WS-ENT-GROUP(WS-ENT-IX) = WS-OLD-GROUP
                           MOVE WS-NEW-GROUP TO WS-ENT-GROUP(WS-ENT-IX)
                       END-IF
                   END-PERFORM
               END-IF
               .

      * Groups to partitions, largest first, each to the partition
      * carrying the fewest records so far - the partitions finish
      * as close together as whole groups allow.
           4000-ASSIGN-PARTITIONS.
               INITIALIZE WS-GRP-TABLE
               MOVE 0 TO WS-GRP-COUNT
               PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                       UNTIL WS-ENT-IX > WS-ENT-COUNT
                   MOVE WS-ENT-GROUP(WS-ENT-IX) TO WS-GRP-IX
                   ADD WS-ENT-RECORDS(WS-ENT-IX)
                       TO WS-GRP-RECORDS(WS-GRP-IX)
                   IF WS-GRP-IX = WS-ENT-IX
                       ADD 1 TO WS-GRP-COUNT
                       MOVE 'N' TO WS-GRP-PLACED(WS-GRP-IX)
                   ELSE
                       MOVE 'Y' TO WS-GRP-PLACED(WS-ENT-IX)
                   END-IF
               END-PERFORM

               MOVE WS-GRP-COUNT TO WS-PART-COUNT
               IF WS-PART-COUNT > WS-PART-MAX
                   MOVE WS-PART-MAX TO WS-PART-COUNT
               END-IF
               IF WS-PART-COUNT < 2
                   MOVE 'Y' TO WS-SERIAL-SW
                   IF WS-GRP-COUNT < 2
                       MOVE 'EVERY ENTITY SHARES CUSTOMERS'
                           TO WS-SERIAL-REASON
                   ELSE
                       MOVE 'ONE PARTITION ALLOWED'
                           TO WS-SERIAL-REASON
                   END-IF
               ELSE
                   INITIALIZE WS-PART-TABLE
                   PERFORM 4100-PLACE-LARGEST-GROUP WS-GRP-COUNT TIMES
                   PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                           UNTIL WS-ENT-IX > WS-ENT-COUNT
                       MOVE WS-ENT-GROUP(WS-ENT-IX) TO WS-GRP-IX
                       MOVE WS-GRP-PART(WS-GRP-IX)
                           TO WS-ENT-PART(WS-ENT-IX)
                   END-PERFORM
               END-IF
               .

           4100-PLACE-LARGEST-GROUP.
               MOVE 0 TO WS-GRP-BEST
               PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                       UNTIL WS-GRP-IX > WS-ENT-COUNT
                   IF WS-GRP-PLACED(WS-GRP-IX) = 'N'
                       IF WS-GRP-BEST = 0
                           MOVE WS-GRP-IX TO WS-GRP-BEST
                       ELSE
                           IF WS-GRP-RECORDS(WS-GRP-IX) >
                               WS-GRP-RECORDS(WS-GRP-BEST)
                               MOVE WS-GRP-IX TO WS-GRP-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 1 TO WS-PART-BEST
               PERFORM VARYING WS-PART-IX FROM 2 BY 1
                       UNTIL WS-PART-IX > WS-PART-COUNT
                   IF WS-PART-LOAD(WS-PART-IX) <
                       WS-PART-LOAD(WS-PART-BEST)
                       MOVE WS-PART-IX TO WS-PART-BEST
                   END-IF
               END-PERFORM
               MOVE WS-PART-BEST TO WS-GRP-PART(WS-GRP-BEST)
               ADD WS-GRP-RECORDS(WS-GRP-BEST)
                   TO WS-PART-LOAD(WS-PART-BEST)
               MOVE 'Y' TO WS-GRP-PLACED(WS-GRP-BEST)
               .

      * The archive must exist before the partitions start: each
      * one would otherwise try to create it at the same moment.
           4500-PREPARE-ARCHIVE.
               OPEN I-O ArchiveFile
               IF WS-ARCHIVE-STATUS = '35'
                   OPEN OUTPUT ArchiveFile
                   IF WS-ARCHIVE-STATUS = '00'
                       DISPLAY 'MAINSPLT: archive '
                           WS-ARCHIVE-FILENAME ' created'
                   END-IF
               END-IF
               IF WS-ARCHIVE-STATUS = '00'
                   CLOSE ArchiveFile
               ELSE
                   DISPLAY 'MAINSPLT: unable to open archive '
                       WS-ARCHIVE-FILENAME
                       ' status=' WS-ARCHIVE-STATUS
               END-IF
               .

      * Always written, so a serial night never posts from
      * yesterday's plan.
           5000-WRITE-PLAN.
               OPEN OUTPUT PartPlanFile
               IF WS-PLAN-STATUS NOT = '00'
                   MOVE '5000-WRITE-PLAN' TO ABEND-PARAGRAPH
                   MOVE WS-PLAN-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-PLAN-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               IF WS-SERIAL-SW = 'Y'
                   MOVE 0 TO WS-PART-COUNT
                   DISPLAY 'MAINSPLT: ' WS-SERIAL-REASON
                       ' - MAINPGM posts serially'
               ELSE
                   PERFORM VARYING WS-PART-IX FROM 1 BY 1
                           UNTIL WS-PART-IX > WS-PART-COUNT
                       PERFORM 5100-WRITE-PLAN-LINE
                   END-PERFORM
                   MOVE WS-IN-COUNT TO WS-CNT-EDIT-1
                   DISPLAY 'MAINSPLT: ' WS-CNT-EDIT-1
                       ' record(s), ' WS-ENT-COUNT ' entit(ies) in '
                       WS-GRP-COUNT ' group(s) over '
                       WS-PART-COUNT ' partition(s)'
               END-IF
               CLOSE PartPlanFile
               .

           5100-WRITE-PLAN-LINE.
               MOVE SPACES TO PART-PLAN-RECORD
               MOVE WS-PART-IX TO PTP-PARTITION
               MOVE WS-PART-LOAD(WS-PART-IX) TO PTP-RECORDS
               MOVE 0 TO WS-PLAN-ENT-IX
               PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                       UNTIL WS-ENT-IX > WS-ENT-COUNT
                   IF WS-ENT-PART(WS-ENT-IX) = WS-PART-IX
                       ADD 1 TO WS-PLAN-ENT-IX
                       MOVE WS-ENT-CODE(WS-ENT-IX)
                           TO PTP-ENTITY(WS-PLAN-ENT-IX)
                   END-IF
               END-PERFORM
               MOVE WS-PLAN-ENT-IX TO PTP-ENTITY-COUNT
               WRITE PART-PLAN-RECORD
               DISPLAY 'MAINSPLT: partition ' PTP-PARTITION ' '
                   PTP-RECORDS ' record(s) ' PTP-ENTITY-LIST
               .

      * One statistics record per run on the shared feed: detail
      * records planned, partitions planned (none on a serial
      * night), the extract hash and the entities found.
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
                   MOVE 'MAINSPLT' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-IN-COUNT TO STATS-RECORDS-IN
                   MOVE WS-PART-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-IN-HASH TO STATS-KEY-TOTAL-1
                   MOVE WS-ENT-COUNT TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'MAINSPLT: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'MAINSPLT' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
