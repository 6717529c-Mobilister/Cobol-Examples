             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-RUN-STATS-STATUS.

            SELECT HolderFile ASSIGN TO DYNAMIC
             WS-HOLDER-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDER-STATUS.

            SELECT CardHistoryFile ASSIGN TO DYNAMIC
             WS-HISTORY-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

            SELECT FraudReviewFile ASSIGN TO DYNAMIC
             WS-FRAUD-REVIEW-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-FRAUD-REVIEW-STATUS.

            SELECT FraudHeldFile ASSIGN TO DYNAMIC
             WS-FRAUD-HELD-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-FRAUD-HELD-STATUS.

            SELECT FraudQueueFile ASSIGN TO DYNAMIC
             WS-FRAUD-QUEUE-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-FRAUD-QUEUE-STATUS.

            SELECT FraudReleaseFile ASSIGN TO DYNAMIC
             WS-FRAUD-RELEASE-FILENAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS WS-FRAUD-RELEASE-STATUS.

            SELECT ParamFile ASSIGN TO DYNAMIC
             PARM-FILENAME
             ORGANIZATION LINE SEQUENTIAL
              05 CKP-TOTAL-CARDS PIC 9(10).
              05 CKP-FUL-COUNT PIC 9(7).
              05 CKP-SIM-TOT-SUM PIC 9(10).
              05 CKP-RUN-DATE PIC 9(8).
              05 CKP-HELD-COUNT PIC 9(7).
           01 CHECKPOINT-COPY-RECORD.
              05 CKP-COPY-TAG PIC X.
              05 CKP-COPY-CARD PIC 9(5).
              05 CKP-COPY-COUNT PIC 9(7).

      * Card-holder registry shared with Day4Aloc: the customer
      * holding each card number, for the holder win-rate check.
       FD HolderFile
           LABEL RECORDS ARE STANDARD.
           COPY DAY4HLD.

      * Rolling card history: one record per card scored, winning
      * and held numbers each in ascending order so the same card
      * contents compare equal however they were printed. The file
      * is rewritten at the end of each clean run with the entries
      * still inside the DAY4HISTORYDAYS window plus tonight's deck.
      * Each entry names the deck it was scored from, so a rerun of
      * the same deck on the same run date replaces its own entries
      * instead of screening against them.
       FD CardHistoryFile
           LABEL RECORDS ARE STANDARD.
           01 CHS-RECORD.
              05 CHS-RUN-DATE PIC 9(8).
              05 FILLER PIC X.
              05 CHS-CARD-NUMBER PIC 9(5).
              05 FILLER PIC X.
              05 CHS-CUST-ID PIC X(10).
              05 FILLER PIC X.
              05 CHS-MATCH-COUNT PIC 9(3).
              05 CHS-POINTS PIC 9(10).
              05 FILLER PIC X.
              05 CHS-WIN-COUNT PIC 9(2).
              05 CHS-HAVE-COUNT PIC 9(2).
              05 CHS-WIN-NUMBER PIC 9(3) OCCURS 20 TIMES.
              05 CHS-HAVE-NUMBER PIC 9(3) OCCURS 40 TIMES.
              05 FILLER PIC X.
              05 CHS-DECK PIC X(80).

       FD FraudReviewFile
           LABEL RECORDS ARE STANDARD.
           01 FRAUD-REVIEW-LINE PIC X(132).

      * Cards held for fraud review: the fulfillment detail as it
      * would have gone out, the run that held it, the holder and
      * the first reason it was flagged. Tonight's holds are
      * written here as the deck is scored; the review queue
      * carries every hold not yet released or voided, in the same
      * layout, from night to night.
       FD FraudHeldFile
           LABEL RECORDS ARE STANDARD.
           01 FRAUD-HELD-RECORD.
              05 FRH-HELD-DATE PIC 9(8).
              05 FILLER PIC X.
              05 FRH-CARD-NUMBER PIC 9(5).
              05 FRH-MATCH-COUNT PIC 9(3).
              05 FRH-POINTS PIC 9(10).
              05 FRH-COPY-COUNT PIC 9(7).
              05 FRH-HIGH-VALUE-IND PIC X.
              05 FILLER PIC X.
              05 FRH-CUST-ID PIC X(10).
              05 FILLER PIC X.
              05 FRH-REASON PIC X(40).

       FD FraudQueueFile
           LABEL RECORDS ARE STANDARD.
           01 FRAUD-QUEUE-LINE PIC X(87).

      * Fraud review decisions: the held date and card number of
      * a hold, 'R' to release it to fulfillment or 'V' to void it,
      * and the reviewer who decided.
       FD FraudReleaseFile
           LABEL RECORDS ARE STANDARD.
           01 FRAUD-RELEASE-RECORD.
              05 FRR-HELD-DATE PIC 9(8).
              05 FILLER PIC X.
              05 FRR-CARD-NUMBER PIC 9(5).
              05 FILLER PIC X.
              05 FRR-ACTION PIC X.
              05 FILLER PIC X.
              05 FRR-REVIEWER PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-INPUT-FILENAME PIC X(80).
           01 FileStatus PIC X(2).
              02 WS-SCORING-POINTS PIC 9(10) OCCURS 25 TIMES.
           01 sx PIC 9(3).

      * Cross-deck fraud screen: before a card's fulfillment record
      * goes out its winning and held number sets are compared with
      * every card in the rolling history and every earlier card in
      * tonight's deck. An exact repeat, a card within
      * DAY4FRAUDNEARDIFF numbers of another, or a winning card
      * whose holder has won more than DAY4FRAUDWINPCT percent of
      * the overall win rate (once the holder has played at least
      * DAY4FRAUDMINCARDS cards) goes to the fraud review report.
      * A flagged card with points is held off the extract and onto
      * the held file until fraud review releases it.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RESTART-RUN-DATE PIC 9(8) VALUE 0.

           COPY WSDATE.

           01 WS-HOLDER-FILENAME PIC X(80).
           01 WS-HOLDER-STATUS PIC XX VALUE '00'.
           01 WS-HISTORY-FILENAME PIC X(80).
           01 WS-HISTORY-STATUS PIC XX VALUE '00'.
           01 WS-HISTORY-DAYS PIC 9(5) VALUE 90.
           01 WS-HISTORY-DAYS-ENV PIC X(10).
           01 WS-FRAUD-REVIEW-FILENAME PIC X(80).
           01 WS-FRAUD-REVIEW-STATUS PIC XX VALUE '00'.
           01 WS-FRAUD-HELD-FILENAME PIC X(80).
           01 WS-FRAUD-HELD-STATUS PIC XX VALUE '00'.
           01 WS-FRAUD-QUEUE-FILENAME PIC X(80).
           01 WS-FRAUD-QUEUE-STATUS PIC XX VALUE '00'.
           01 WS-FRAUD-RELEASE-FILENAME PIC X(80).
           01 WS-FRAUD-RELEASE-STATUS PIC XX VALUE '00'.
           01 WS-NEAR-DIFF-LIMIT PIC 9(3) VALUE 2.
           01 WS-NEAR-DIFF-ENV PIC X(10).
           01 WS-WIN-MIN-CARDS PIC 9(7) VALUE 10.
           01 WS-WIN-MIN-CARDS-ENV PIC X(10).
           01 WS-WIN-RATE-PCT PIC 9(5) VALUE 200.
           01 WS-WIN-RATE-PCT-ENV PIC X(10).
           01 WS-FRAUD-EOF-SW PIC X VALUE 'N'.

           01 WS-HLD-MAX PIC 9(5) VALUE 5000.
           01 WS-HLD-COUNT PIC 9(5) VALUE 0.
           01 WS-HLD-TABLE.
              02 WS-HLD-ENTRY OCCURS 5000 TIMES.
                 05 WS-HLD-CARD PIC 9(5).
                 05 WS-HLD-CUST PIC X(10).

      * History entries in memory, laid out exactly as CHS-RECORD
      * so an entry moves to and from the file as one group.
           01 WS-WIN-MAX PIC 9(3) VALUE 20.
           01 WS-HAVE-MAX PIC 9(3) VALUE 40.
           01 WS-CHS-MAX PIC 9(5) VALUE 20000.
           01 WS-CHS-COUNT PIC 9(5) VALUE 0.
           01 WS-CHS-LOADED PIC 9(5) VALUE 0.
           01 WS-CHS-EXPIRED PIC 9(7) VALUE 0.
           01 WS-CHS-RESCORED PIC 9(7) VALUE 0.
           01 WS-CHS-TABLE.
              02 WS-CHS-ENTRY OCCURS 20000 TIMES.
                 05 WS-CHS-DATE PIC 9(8).
                 05 FILLER PIC X.
                 05 WS-CHS-CARD PIC 9(5).
                 05 FILLER PIC X.
                 05 WS-CHS-CUST PIC X(10).
                 05 FILLER PIC X.
                 05 WS-CHS-MATCHES PIC 9(3).
                 05 WS-CHS-POINTS PIC 9(10).
                 05 FILLER PIC X.
                 05 WS-CHS-WIN-COUNT PIC 9(2).
                 05 WS-CHS-HAVE-COUNT PIC 9(2).
                 05 WS-CHS-WIN PIC 9(3) OCCURS 20 TIMES.
                 05 WS-CHS-HAVE PIC 9(3) OCCURS 40 TIMES.
                 05 FILLER PIC X.
                 05 WS-CHS-DECK PIC X(80).
           01 WS-CUR-ENTRY.
              05 WS-CUR-DATE PIC 9(8).
              05 FILLER PIC X.
              05 WS-CUR-CARD PIC 9(5).
              05 FILLER PIC X.
              05 WS-CUR-CUST PIC X(10).
              05 FILLER PIC X.
              05 WS-CUR-MATCHES PIC 9(3).
              05 WS-CUR-POINTS PIC 9(10).
              05 FILLER PIC X.
              05 WS-CUR-WIN-COUNT PIC 9(2).
              05 WS-CUR-HAVE-COUNT PIC 9(2).
              05 WS-CUR-WIN PIC 9(3) OCCURS 20 TIMES.
              05 WS-CUR-HAVE PIC 9(3) OCCURS 40 TIMES.
              05 FILLER PIC X.
              05 WS-CUR-DECK PIC X(80).
           01 WS-SORT-HOLD PIC 9(3).

      * Cards played and cards won per holder across the history
      * window and tonight's deck, against the same counts for all
      * cards: the odds a holder's record is measured against.
           01 WS-HST-MAX PIC 9(5) VALUE 5000.
           01 WS-HST-COUNT PIC 9(5) VALUE 0.
           01 WS-HST-TABLE.
              02 WS-HST-ENTRY OCCURS 5000 TIMES.
                 05 WS-HST-CUST PIC X(10).
                 05 WS-HST-CARDS PIC 9(7).
                 05 WS-HST-WINS PIC 9(7).
           01 WS-ALL-CARDS PIC 9(7) VALUE 0.
           01 WS-ALL-WINS PIC 9(7) VALUE 0.
           01 WS-RATE-LEFT PIC 9(18) VALUE 0.
           01 WS-RATE-RIGHT PIC 9(18) VALUE 0.

      * Review queue in memory: each hold with its disposition -
      * 'H' still held, 'R' released tonight, 'V' voided tonight.
           01 WS-FRQ-MAX PIC 9(5) VALUE 2000.
           01 WS-FRQ-COUNT PIC 9(5) VALUE 0.
           01 WS-FRQ-TABLE.
              02 WS-FRQ-ENTRY OCCURS 2000 TIMES.
                 05 WS-FRQ-RECORD PIC X(87).
                 05 WS-FRQ-DATE PIC 9(8).
                 05 WS-FRQ-CARD PIC 9(5).
                 05 WS-FRQ-DISP PIC X.
                 05 WS-FRQ-REVIEWER PIC X(8).

           01 WS-FRAUD-FLAG-SW PIC X VALUE 'N'.
           01 WS-FRAUD-HOLD-SW PIC X VALUE 'N'.
           01 WS-FRAUD-REASON PIC X(40).
           01 WS-FRAUD-ACTION PIC X(20).
           01 WS-FIRST-REASON PIC X(40).
           01 WS-EXACT-AT PIC 9(5) VALUE 0.
           01 WS-NEAR-AT PIC 9(5) VALUE 0.
           01 WS-SET-DIFF PIC 9(3) VALUE 0.
           01 WS-COMMON PIC 9(3) VALUE 0.
           01 WS-CUR-COPIES PIC 9(7) VALUE 0.
           01 WS-FRAUD-FLAG-COUNT PIC 9(7) VALUE 0.
           01 WS-FRAUD-HOLD-COUNT PIC 9(7) VALUE 0.
           01 WS-HELD-WRITTEN-COUNT PIC 9(7) VALUE 0.
           01 WS-HELD-SKIP-COUNT PIC 9(7) VALUE 0.
           01 WS-HELD-ACTUAL-COUNT PIC 9(7) VALUE 0.
           01 WS-RESTART-HELD-COUNT PIC 9(7) VALUE 0.
           01 WS-HELD-TONIGHT PIC 9(7) VALUE 0.
           01 WS-HELD-TOTAL-CARDS PIC 9(10) VALUE 0.
           01 WS-HELD-TOTAL-POINTS PIC 9(10) VALUE 0.
           01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.
           01 WS-RELEASED-TOTAL-CARDS PIC 9(10) VALUE 0.
           01 WS-RELEASED-TOTAL-POINTS PIC 9(10) VALUE 0.
           01 WS-VOIDED-COUNT PIC 9(5) VALUE 0.
           01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
           01 WS-OUTSTANDING-COUNT PIC 9(5) VALUE 0.
           01 hx PIC 9(5).
           01 gx PIC 9(5).
           01 qx PIC 9(5).
           01 rx PIC 9(5).
           01 nx PIC 9(3).
           01 ny PIC 9(3).


       PROCEDURE DIVISION.
           PERFORM 8000-LOAD-PARAMETERS.

      * The checkpoint decides how every output opens: a restart
      * keeps what the crashed run already wrote and marks the
      * seam, a fresh run rebuilds from scratch. A restart keeps
      * the run date of the run it takes over from.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CHECKPOINT.

           ACCEPT WS-LAYOUT-ERROR-FILENAME FROM ENVIRONMENT
           PERFORM LOAD-SIM-SCORING-TABLE.
           PERFORM OPEN-FULFILLMENT-EXTRACT.

      * Fraud screen set-up: the registry and history the checks
      * run against, then the review queue - holds released since
      * the last run go out at the head of tonight's extract.
           PERFORM LOAD-HOLDER-REGISTRY.
           PERFORM LOAD-CARD-HISTORY.
           PERFORM OPEN-FRAUD-REVIEW.
           PERFORM LOAD-FRAUD-QUEUE.
           PERFORM APPLY-FRAUD-RELEASES.
           PERFORM OPEN-FRAUD-HELD.

           MOVE 0 TO ws-tot-sum
           MOVE WS-RESTART-TOT-SUM TO ws-tot-sum
           MOVE WS-RESTART-TOTAL-CARDS TO WS-TOTAL-CARDS
                       ADD 1 TO WS-CARD-NUMBER
                       IF WS-CARD-NUMBER NOT > WS-RESTART-CARD
      * Already accounted for by the checkpoint being restarted
      * from - only put back into the in-memory card history, so
      * the cards still to come are screened against it.
                           PERFORM REBUILD-CARD-HISTORY
                       ELSE
                           PERFORM VALIDATE-CARD-LAYOUT
                           IF WS-LAYOUT-VALID = 'Y'
                   CLOSE HighValueFile
                   CLOSE SeqErrorFile
                   CLOSE FulfillmentFile
                   CLOSE FraudReviewFile
                   CLOSE FraudHeldFile
                   MOVE 'MAINLINE' TO ABEND-PARAGRAPH
                   MOVE FileStatus TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
               CLOSE HighValueFile
               CLOSE SeqErrorFile
               CLOSE FulfillmentFile
               CLOSE FraudReviewFile
               CLOSE FraudHeldFile
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RUN-STATS
               MOVE 'MAINLINE' TO ABEND-PARAGRAPH
               CLOSE SimReportFile
           END-IF.

      * The footer balances to the details actually on the extract:
      * the deck's totals less tonight's holds, plus the earlier
      * holds released at the head of the extract.
           PERFORM FINISH-FRAUD-REVIEW.
           MOVE SPACES TO FULFILL-FOOTER
           MOVE 'T' TO FUL-FTR-TAG
           COMPUTE FUL-FTR-TOTAL-CARDS = WS-TOTAL-CARDS
               - WS-HELD-TOTAL-CARDS + WS-RELEASED-TOTAL-CARDS
           COMPUTE FUL-FTR-TOTAL-POINTS = ws-tot-sum
               - WS-HELD-TOTAL-POINTS + WS-RELEASED-TOTAL-POINTS
           WRITE FULFILL-FOOTER.

      * History and queue are only rewritten once the run is
      * complete: a failed or restarted run screens against the
      * same history and releases the same holds again. The
      * checkpoint is only closed off once both are on file, so a
      * failure in either leaves the run restartable.
           PERFORM REWRITE-FRAUD-QUEUE.
           PERFORM REWRITE-CARD-HISTORY.
           PERFORM MARK-CHECKPOINT-DONE.

           DISPLAY ws-tot-sum
           CLOSE HighValueFile.
           CLOSE SeqErrorFile.
           CLOSE FulfillmentFile.
           CLOSE FraudReviewFile.
           DISPLAY 'Day4: ' WS-FRAUD-FLAG-COUNT
               ' card(s) flagged for fraud review, '
               WS-HELD-TONIGHT ' held, '
               WS-RELEASED-COUNT ' earlier hold(s) released'.
           IF WS-HELD-TONIGHT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATS.
           STOP RUN.

                                   ELSE
                                       MOVE 0 TO WS-RESTART-SIM-TOT
                                   END-IF
                                   IF CKP-RUN-DATE IS NUMERIC
                                       MOVE CKP-RUN-DATE
                                           TO WS-RESTART-RUN-DATE
                                   ELSE
                                       MOVE 0 TO WS-RESTART-RUN-DATE
                                   END-IF
                                   IF CKP-HELD-COUNT IS NUMERIC
                                       MOVE CKP-HELD-COUNT
                                           TO WS-RESTART-HELD-COUNT
                                   ELSE
                                       MOVE 0 TO WS-RESTART-HELD-COUNT
                                   END-IF
                               WHEN 'K'
                                   IF CKP-COPY-CARD >= 1
                                       AND CKP-COPY-CARD <=
                   MOVE 0 TO WS-RESTART-TOTAL-CARDS
                   MOVE 0 TO WS-RESTART-FUL-COUNT
                   MOVE 0 TO WS-RESTART-SIM-TOT
                   MOVE 0 TO WS-RESTART-HELD-COUNT
                   PERFORM VARYING kx FROM 1 BY 1
                           UNTIL kx > WS-CARD-MAX
                       MOVE 1 TO WS-CARD-COPY-COUNT(kx)
               IF WS-RESTART-CARD > 0
                   DISPLAY 'Day4: restarting from checkpoint after '
                       'card ' WS-RESTART-CARD
                   IF WS-RESTART-RUN-DATE > 0
                       MOVE WS-RESTART-RUN-DATE TO WS-RUN-DATE
                   END-IF
               END-IF
           END-IF
           .
               MOVE WS-TOTAL-CARDS TO CKP-TOTAL-CARDS
               MOVE WS-FUL-WRITTEN-COUNT TO CKP-FUL-COUNT
               MOVE WS-SIM-TOT-SUM TO CKP-SIM-TOT-SUM
               MOVE WS-RUN-DATE TO CKP-RUN-DATE
               MOVE WS-HELD-WRITTEN-COUNT TO CKP-HELD-COUNT
               WRITE CHECKPOINT-POS-RECORD
      * Save every future slot a cascade has already touched (the
      * rest still hold the starting count of 1): the in-flight

           PERFORM CHECK-CARD-SEQUENCE

           PERFORM COUNT-CARD-MATCHES

           ADD ws-sum TO ws-tot-sum

           IF WS-CARD-NUMBER <= WS-CARD-MAX
               ADD WS-CARD-COPY-COUNT(WS-CARD-NUMBER) TO WS-TOTAL-CARDS
           END-IF
           PERFORM CHECK-CARD-FRAUD
           IF WS-FRAUD-HOLD-SW = 'Y'
               PERFORM WRITE-HELD-RECORD
           ELSE
               PERFORM WRITE-FULFILLMENT-RECORD
           END-IF
           COMPUTE WS-CASCADE-LIMIT =
               WS-CARD-NUMBER + ws-nr-of-matches
           PERFORM VARYING wx FROM WS-CARD-NUMBER BY 1
           MOVE ZERO TO ws-nr-of-matches
           .

      * Splits the numbers part into the winning and held numbers
      * and scores the card: matches counted, points looked up.
           COUNT-CARD-MATCHES.
           MOVE SPACES TO WS-WINNING-PART WS-HAVE-PART
           UNSTRING WS-NUMBERS-PART DELIMITED BY '|'
               INTO WS-WINNING-PART WS-HAVE-PART
           END-UNSTRING

           PERFORM VARYING ix FROM 1 BY 3
                   UNTIL ix > LENGTH OF WS-WINNING-PART - 2
                       OR WS-WINNING-PART(ix:3) = SPACES
               PERFORM VARYING cx FROM 1 BY 3
                 UNTIL cx > LENGTH OF WS-HAVE-PART - 2
                     OR WS-HAVE-PART(cx:3) = SPACES
                 IF FUNCTION NUMVAL(WS-WINNING-PART(ix:3)) =
                    FUNCTION NUMVAL(WS-HAVE-PART(cx:3))
                    ADD 1 TO ws-nr-of-matches
                 END-IF
               END-PERFORM
           END-PERFORM

           IF ws-nr-of-matches > 0
             IF ws-nr-of-matches <= WS-SCORING-MAX
               MOVE WS-SCORING-POINTS(ws-nr-of-matches) TO ws-sum
             ELSE
               COMPUTE ws-sum = 2 ** (ws-nr-of-matches - 1)
             END-IF
           END-IF
           .

      * The printed card number must equal the read position:
      * behind it is a duplicate, ahead of it is a gap. The deck
      * keeps reading so one report shows every break at once.
           WRITE CARD-DETAIL-LINE
           .

      * The screen's limits: how many numbers two cards may differ
      * by and still count as near-identical, how many cards a
      * holder must have played before the win rate is judged, and
      * the holder's win rate, as a percentage of the overall rate,
      * above which the holder's winning cards are flagged.
           LOAD-FRAUD-LIMITS.
           ACCEPT WS-NEAR-DIFF-ENV FROM ENVIRONMENT
               'DAY4FRAUDNEARDIFF'.
           MOVE 'DAY4FRAUDNEARDIFF' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-NEAR-DIFF-ENV
           END-IF
           IF WS-NEAR-DIFF-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-NEAR-DIFF-ENV)
                   TO WS-NEAR-DIFF-LIMIT
           END-IF
           ACCEPT WS-WIN-MIN-CARDS-ENV FROM ENVIRONMENT
               'DAY4FRAUDMINCARDS'.
           MOVE 'DAY4FRAUDMINCARDS' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-WIN-MIN-CARDS-ENV
           END-IF
           IF WS-WIN-MIN-CARDS-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WIN-MIN-CARDS-ENV)
                   TO WS-WIN-MIN-CARDS
           END-IF
           ACCEPT WS-WIN-RATE-PCT-ENV FROM ENVIRONMENT
               'DAY4FRAUDWINPCT'.
           MOVE 'DAY4FRAUDWINPCT' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-WIN-RATE-PCT-ENV
           END-IF
           IF WS-WIN-RATE-PCT-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-WIN-RATE-PCT-ENV)
                   TO WS-WIN-RATE-PCT
           END-IF
           .

      * With no registry on file every card is anonymous: the
      * repeat checks still run, the holder win rate cannot.
           LOAD-HOLDER-REGISTRY.
           ACCEPT WS-HOLDER-FILENAME FROM ENVIRONMENT 'DAY4HOLDERS'.
           IF WS-HOLDER-FILENAME = SPACES
               MOVE 'day4-holders.dat' TO WS-HOLDER-FILENAME
           END-IF
           MOVE 'DAY4HOLDERS' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-HOLDER-FILENAME
           END-IF
           MOVE 0 TO WS-HLD-COUNT
           OPEN INPUT HolderFile
           IF WS-HOLDER-STATUS NOT = '00'
               DISPLAY 'Day4: no card-holder registry '
                   WS-HOLDER-FILENAME
                   ' - holder win rates not checked'
           ELSE
               MOVE 'N' TO WS-FRAUD-EOF-SW
               PERFORM UNTIL WS-FRAUD-EOF-SW = 'Y'
                   READ HolderFile
                       AT END
                           MOVE 'Y' TO WS-FRAUD-EOF-SW
                       NOT AT END
                           IF HLD-CARD-NUMBER IS NUMERIC
                               AND HLD-CUST-ID NOT = SPACES
                               PERFORM KEEP-HOLDER-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HolderFile
           END-IF
           .

      * The first row for a card is the one taken; a card
      * registered to two holders is reported by Day4Aloc.
           KEEP-HOLDER-CARD.
           MOVE 0 TO rx
           PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > WS-HLD-COUNT
               IF WS-HLD-CARD(hx) = HLD-CARD-NUMBER
                   MOVE hx TO rx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF rx = 0
               IF WS-HLD-COUNT >= WS-HLD-MAX
                   CLOSE HolderFile
                   MOVE 'KEEP-HOLDER-CARD' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'HOLDER REGISTRY TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-HLD-COUNT
               MOVE HLD-CARD-NUMBER TO WS-HLD-CARD(WS-HLD-COUNT)
               MOVE HLD-CUST-ID TO WS-HLD-CUST(WS-HLD-COUNT)
           END-IF
           .

      * No history on file simply means tonight's deck starts one.
           LOAD-CARD-HISTORY.
           PERFORM LOAD-FRAUD-LIMITS
           ACCEPT WS-HISTORY-FILENAME FROM ENVIRONMENT
               'DAY4CARDHISTORY'.
           IF WS-HISTORY-FILENAME = SPACES
               MOVE 'day4-card-history.dat' TO WS-HISTORY-FILENAME
           END-IF
           MOVE 'DAY4CARDHISTORY' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-HISTORY-FILENAME
           END-IF
           ACCEPT WS-HISTORY-DAYS-ENV FROM ENVIRONMENT
               'DAY4HISTORYDAYS'.
           MOVE 'DAY4HISTORYDAYS' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-HISTORY-DAYS-ENV
           END-IF
           IF WS-HISTORY-DAYS-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-HISTORY-DAYS-ENV)
                   TO WS-HISTORY-DAYS
           END-IF
           MOVE 0 TO WS-CHS-COUNT
           OPEN INPUT CardHistoryFile
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'Day4: no card history ' WS-HISTORY-FILENAME
                   ' - a new history starts with this deck'
           ELSE
               MOVE 'N' TO WS-FRAUD-EOF-SW
               PERFORM UNTIL WS-FRAUD-EOF-SW = 'Y'
                   READ CardHistoryFile
                       AT END
                           MOVE 'Y' TO WS-FRAUD-EOF-SW
                       NOT AT END
                           PERFORM KEEP-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CardHistoryFile
           END-IF
           MOVE WS-CHS-COUNT TO WS-CHS-LOADED
           .

      * Entries older than the window, or unreadable, drop out here
      * and are gone once the history is rewritten. So do entries
      * this same deck left under this run date - a rerun after a
      * failure, or after a restore, scores them again tonight.
           KEEP-HISTORY-ENTRY.
           MOVE 'N' TO WS-DATE-VALID
           IF CHS-RUN-DATE IS NUMERIC
               AND CHS-POINTS IS NUMERIC
               AND CHS-WIN-COUNT IS NUMERIC
               AND CHS-HAVE-COUNT IS NUMERIC
               AND CHS-WIN-COUNT NOT > WS-WIN-MAX
               AND CHS-HAVE-COUNT NOT > WS-HAVE-MAX
               MOVE CHS-RUN-DATE TO WS-DATE
               PERFORM 1400-VALIDATE-DATE
           END-IF
           IF WS-DATE-VALID = 'Y'
               MOVE CHS-RUN-DATE TO WS-DATE-FROM
               MOVE WS-RUN-DATE TO WS-DATE-TO
               PERFORM 1450-COMPUTE-DATE-DIFF
               IF WS-DATE-DIFF-DAYS < 0
                   OR WS-DATE-DIFF-DAYS > WS-HISTORY-DAYS
                   MOVE 'N' TO WS-DATE-VALID
               END-IF
           END-IF
           IF WS-DATE-VALID = 'Y'
               AND CHS-RUN-DATE = WS-RUN-DATE
               AND CHS-DECK = WS-INPUT-FILENAME
               ADD 1 TO WS-CHS-RESCORED
           ELSE
               IF WS-DATE-VALID = 'Y'
                   MOVE CHS-RECORD TO WS-CUR-ENTRY
                   PERFORM ADD-CARD-TO-HISTORY
               ELSE
                   ADD 1 TO WS-CHS-EXPIRED
               END-IF
           END-IF
           .

      * Every card, from the file or scored tonight, counts toward
      * the overall and per-holder odds as it goes in.
           ADD-CARD-TO-HISTORY.
           IF WS-CHS-COUNT >= WS-CHS-MAX
               MOVE 'ADD-CARD-TO-HISTORY' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'CARD HISTORY TABLE FULL - SHORTEN DAY4HISTORYDAYS'
                   TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-CHS-COUNT
           MOVE WS-CUR-ENTRY TO WS-CHS-ENTRY(WS-CHS-COUNT)
           ADD 1 TO WS-ALL-CARDS
           IF WS-CUR-POINTS > 0
               ADD 1 TO WS-ALL-WINS
           END-IF
           MOVE 0 TO gx
           IF WS-CUR-CUST NOT = SPACES
               PERFORM TALLY-HOLDER
           END-IF
           .

           TALLY-HOLDER.
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > WS-HST-COUNT
               IF WS-HST-CUST(rx) = WS-CUR-CUST
                   MOVE rx TO gx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF gx = 0
               IF WS-HST-COUNT >= WS-HST-MAX
                   MOVE 'TALLY-HOLDER' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'HOLDER ODDS TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM ABEND-RUN
               END-IF
               ADD 1 TO WS-HST-COUNT
               MOVE WS-HST-COUNT TO gx
               MOVE WS-CUR-CUST TO WS-HST-CUST(gx)
               MOVE 0 TO WS-HST-CARDS(gx)
               MOVE 0 TO WS-HST-WINS(gx)
           END-IF
           ADD 1 TO WS-HST-CARDS(gx)
           IF WS-CUR-POINTS > 0
               ADD 1 TO WS-HST-WINS(gx)
           END-IF
           .

           OPEN-FRAUD-REVIEW.
           ACCEPT WS-FRAUD-REVIEW-FILENAME FROM ENVIRONMENT
               'DAY4FRAUDREVIEW'.
           IF WS-FRAUD-REVIEW-FILENAME = SPACES
               MOVE 'day4-fraud-review.rpt' TO WS-FRAUD-REVIEW-FILENAME
           END-IF
           MOVE 'DAY4FRAUDREVIEW' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-FRAUD-REVIEW-FILENAME
           END-IF
           IF WS-RESTART-CARD > 0
               OPEN EXTEND FraudReviewFile
               IF WS-FRAUD-REVIEW-STATUS NOT = '00'
                   OPEN OUTPUT FraudReviewFile
               END-IF
           ELSE
               OPEN OUTPUT FraudReviewFile
           END-IF
           IF WS-FRAUD-REVIEW-STATUS NOT = '00'
               CLOSE InputFile
               CLOSE LayoutErrorFile
               CLOSE ZeroMatchFile
               CLOSE CardDetailFile
               CLOSE HighValueFile
               CLOSE SeqErrorFile
               CLOSE FulfillmentFile
               MOVE 'OPEN-FRAUD-REVIEW' TO ABEND-PARAGRAPH
               MOVE WS-FRAUD-REVIEW-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-FRAUD-REVIEW-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           IF WS-RESTART-CARD > 0
               MOVE SPACES TO FRAUD-REVIEW-LINE
               STRING 'RESTARTED AFTER CARD ' DELIMITED BY SIZE
                   WS-RESTART-CARD DELIMITED BY SIZE
                   INTO FRAUD-REVIEW-LINE
               WRITE FRAUD-REVIEW-LINE
           ELSE
               MOVE SPACES TO FRAUD-REVIEW-LINE
               STRING 'DAY4 FRAUD REVIEW - RUN ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' - SCREENED AGAINST ' DELIMITED BY SIZE
                   WS-CHS-LOADED DELIMITED BY SIZE
                   ' CARD(S) FROM THE LAST ' DELIMITED BY SIZE
                   WS-HISTORY-DAYS DELIMITED BY SIZE
                   ' DAYS' DELIMITED BY SIZE
                   INTO FRAUD-REVIEW-LINE
               WRITE FRAUD-REVIEW-LINE
           END-IF
           .

      * The queue holds every hold still awaiting review; the
      * release file carries fraud review's decisions against it.
           LOAD-FRAUD-QUEUE.
           ACCEPT WS-FRAUD-QUEUE-FILENAME FROM ENVIRONMENT
               'DAY4FRAUDQUEUE'.
           IF WS-FRAUD-QUEUE-FILENAME = SPACES
               MOVE 'day4-fraud-queue.dat' TO WS-FRAUD-QUEUE-FILENAME
           END-IF
           MOVE 'DAY4FRAUDQUEUE' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-FRAUD-QUEUE-FILENAME
           END-IF
           ACCEPT WS-FRAUD-RELEASE-FILENAME FROM ENVIRONMENT
               'DAY4FRAUDRELEASE'.
           IF WS-FRAUD-RELEASE-FILENAME = SPACES
               MOVE 'day4-fraud-release.ctl'
                   TO WS-FRAUD-RELEASE-FILENAME
           END-IF
           MOVE 'DAY4FRAUDRELEASE' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-FRAUD-RELEASE-FILENAME
           END-IF

           MOVE 0 TO WS-FRQ-COUNT
           OPEN INPUT FraudQueueFile
           IF WS-FRAUD-QUEUE-STATUS = '00'
               MOVE 'N' TO WS-FRAUD-EOF-SW
               PERFORM UNTIL WS-FRAUD-EOF-SW = 'Y'
                   READ FraudQueueFile INTO FRAUD-HELD-RECORD
                       AT END
                           MOVE 'Y' TO WS-FRAUD-EOF-SW
                       NOT AT END
                           IF FRH-HELD-DATE IS NUMERIC
                               AND FRH-CARD-NUMBER IS NUMERIC
                               PERFORM KEEP-QUEUE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FraudQueueFile
           END-IF

           OPEN INPUT FraudReleaseFile
           IF WS-FRAUD-RELEASE-STATUS = '00'
               MOVE 'N' TO WS-FRAUD-EOF-SW
               PERFORM UNTIL WS-FRAUD-EOF-SW = 'Y'
                   READ FraudReleaseFile
                       AT END
                           MOVE 'Y' TO WS-FRAUD-EOF-SW
                       NOT AT END
                           IF FRAUD-RELEASE-RECORD NOT = SPACES
                               PERFORM TAKE-REVIEW-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FraudReleaseFile
           END-IF
           .

           KEEP-QUEUE-ENTRY.
           IF WS-FRQ-COUNT >= WS-FRQ-MAX
               MOVE 'KEEP-QUEUE-ENTRY' TO ABEND-PARAGRAPH
               MOVE SPACES TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE 'FRAUD REVIEW QUEUE TABLE FULL - RAISE THE SIZE'
                   TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           ADD 1 TO WS-FRQ-COUNT
           MOVE FRAUD-HELD-RECORD TO WS-FRQ-RECORD(WS-FRQ-COUNT)
           MOVE FRH-HELD-DATE TO WS-FRQ-DATE(WS-FRQ-COUNT)
           MOVE FRH-CARD-NUMBER TO WS-FRQ-CARD(WS-FRQ-COUNT)
           MOVE 'H' TO WS-FRQ-DISP(WS-FRQ-COUNT)
           MOVE SPACES TO WS-FRQ-REVIEWER(WS-FRQ-COUNT)
           .

      * A decision only applies to a hold still on the queue: one
      * already released is off it, so leaving the decision in the
      * file never sends the same card out twice. Decisions that
      * do not apply are listed for fraud review to tidy up.
           TAKE-REVIEW-DECISION.
           MOVE 0 TO qx
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > WS-FRQ-COUNT
               IF WS-FRQ-DATE(rx) = FRR-HELD-DATE
                   AND WS-FRQ-CARD(rx) = FRR-CARD-NUMBER
                   AND WS-FRQ-DISP(rx) = 'H'
                   MOVE rx TO qx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FRAUD-REASON
           EVALUATE TRUE
               WHEN qx = 0
                   MOVE 'NOT ON THE REVIEW QUEUE' TO WS-FRAUD-REASON
               WHEN FRR-ACTION NOT = 'R' AND FRR-ACTION NOT = 'V'
                   MOVE 'ACTION NOT R OR V' TO WS-FRAUD-REASON
               WHEN FRR-REVIEWER = SPACES
                   MOVE 'NO REVIEWER GIVEN' TO WS-FRAUD-REASON
               WHEN OTHER
                   MOVE FRR-ACTION TO WS-FRQ-DISP(qx)
                   MOVE FRR-REVIEWER TO WS-FRQ-REVIEWER(qx)
           END-EVALUATE
           IF WS-FRAUD-REASON NOT = SPACES
               ADD 1 TO WS-UNMATCHED-COUNT
               IF WS-RESTART-CARD = 0
                   MOVE SPACES TO FRAUD-REVIEW-LINE
                   STRING 'DECISION NOT APPLIED: ' DELIMITED BY SIZE
                       FRAUD-RELEASE-RECORD DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WS-FRAUD-REASON DELIMITED BY SIZE
                       INTO FRAUD-REVIEW-LINE
                   WRITE FRAUD-REVIEW-LINE
               END-IF
           END-IF
           .

      * Released holds go out at the head of tonight's extract. On
      * a restart they are already there and inside the
      * checkpointed count, so they are only totalled for the
      * footer.
           APPLY-FRAUD-RELEASES.
           PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > WS-FRQ-COUNT
               EVALUATE WS-FRQ-DISP(qx)
                   WHEN 'R'
                       MOVE WS-FRQ-RECORD(qx) TO FRAUD-HELD-RECORD
                       ADD 1 TO WS-RELEASED-COUNT
                       ADD FRH-COPY-COUNT TO WS-RELEASED-TOTAL-CARDS
                       ADD FRH-POINTS TO WS-RELEASED-TOTAL-POINTS
                       IF WS-RESTART-CARD = 0
                           MOVE FRH-CARD-NUMBER TO FUL-CARD-NUMBER
                           MOVE FRH-MATCH-COUNT TO FUL-MATCH-COUNT
                           MOVE FRH-POINTS TO FUL-POINTS
                           MOVE FRH-COPY-COUNT TO FUL-COPY-COUNT
                           MOVE FRH-HIGH-VALUE-IND
                               TO FUL-HIGH-VALUE-IND
                           WRITE FULFILL-RECORD
                           ADD 1 TO WS-FUL-WRITTEN-COUNT
                           PERFORM WRITE-DECISION-LINE
                       END-IF
                   WHEN 'V'
                       ADD 1 TO WS-VOIDED-COUNT
                       IF WS-RESTART-CARD = 0
                           PERFORM WRITE-DECISION-LINE
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

           WRITE-DECISION-LINE.
           MOVE WS-FRQ-RECORD(qx) TO FRAUD-HELD-RECORD
           MOVE SPACES TO WS-FRAUD-ACTION
           IF WS-FRQ-DISP(qx) = 'R'
               MOVE 'RELEASED' TO WS-FRAUD-ACTION
           ELSE
               MOVE 'VOIDED' TO WS-FRAUD-ACTION
           END-IF
           MOVE SPACES TO FRAUD-REVIEW-LINE
           STRING WS-FRAUD-ACTION DELIMITED BY SPACE
               ' HOLD OF ' DELIMITED BY SIZE
               FRH-HELD-DATE DELIMITED BY SIZE
               ' CARD ' DELIMITED BY SIZE
               FRH-CARD-NUMBER DELIMITED BY SIZE
               ' HOLDER ' DELIMITED BY SIZE
               FRH-CUST-ID DELIMITED BY SIZE
               ' POINTS ' DELIMITED BY SIZE
               FRH-POINTS DELIMITED BY SIZE
               ' COPIES ' DELIMITED BY SIZE
               FRH-COPY-COUNT DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               WS-FRQ-REVIEWER(qx) DELIMITED BY SIZE
               INTO FRAUD-REVIEW-LINE
           WRITE FRAUD-REVIEW-LINE
           .

      * Tonight's held file restarts the same way as the extract:
      * records past the checkpointed count are skipped, not
      * written twice.
           OPEN-FRAUD-HELD.
           ACCEPT WS-FRAUD-HELD-FILENAME FROM ENVIRONMENT
               'DAY4FRAUDHELD'.
           IF WS-FRAUD-HELD-FILENAME = SPACES
               MOVE 'day4-fraud-held.dat' TO WS-FRAUD-HELD-FILENAME
           END-IF
           MOVE 'DAY4FRAUDHELD' TO PARM-LOOKUP-KEY
           PERFORM 8100-GET-PARM
           IF PARM-LOOKUP-FOUND = 'Y'
               MOVE PARM-LOOKUP-VALUE TO WS-FRAUD-HELD-FILENAME
           END-IF
           MOVE 0 TO WS-HELD-WRITTEN-COUNT
           MOVE 0 TO WS-HELD-SKIP-COUNT
           IF WS-RESTART-CARD > 0
               PERFORM COUNT-HELD-RECORDS
               OPEN EXTEND FraudHeldFile
               IF WS-FRAUD-HELD-STATUS NOT = '00'
                   OPEN OUTPUT FraudHeldFile
                   MOVE 0 TO WS-HELD-WRITTEN-COUNT
                   MOVE 0 TO WS-HELD-SKIP-COUNT
               END-IF
           ELSE
               OPEN OUTPUT FraudHeldFile
           END-IF
           IF WS-FRAUD-HELD-STATUS NOT = '00'
               CLOSE InputFile
               CLOSE LayoutErrorFile
               CLOSE ZeroMatchFile
               CLOSE CardDetailFile
               CLOSE HighValueFile
               CLOSE SeqErrorFile
               CLOSE FulfillmentFile
               CLOSE FraudReviewFile
               MOVE 'OPEN-FRAUD-HELD' TO ABEND-PARAGRAPH
               MOVE WS-FRAUD-HELD-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-FRAUD-HELD-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           .

           COUNT-HELD-RECORDS.
           MOVE 0 TO WS-HELD-ACTUAL-COUNT
           MOVE 'N' TO WS-FRAUD-EOF-SW
           OPEN INPUT FraudHeldFile
           IF WS-FRAUD-HELD-STATUS = '00'
               PERFORM UNTIL WS-FRAUD-EOF-SW = 'Y'
                   READ FraudHeldFile
                       AT END
                           MOVE 'Y' TO WS-FRAUD-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-HELD-ACTUAL-COUNT
                   END-READ
               END-PERFORM
               CLOSE FraudHeldFile
           END-IF
           MOVE WS-RESTART-HELD-COUNT TO WS-HELD-WRITTEN-COUNT
           IF WS-HELD-ACTUAL-COUNT > WS-RESTART-HELD-COUNT
               COMPUTE WS-HELD-SKIP-COUNT =
                   WS-HELD-ACTUAL-COUNT - WS-RESTART-HELD-COUNT
           ELSE
               MOVE 0 TO WS-HELD-SKIP-COUNT
           END-IF
           .

      * A card's number sets are screened against every card
      * already in the history - earlier nights and the cards
      * before it tonight - before it joins the history itself.
      * An exact repeat outranks a near-identical card; the holder
      * win rate is judged with this card counted.
           CHECK-CARD-FRAUD.
           MOVE 'N' TO WS-FRAUD-FLAG-SW
           MOVE 'N' TO WS-FRAUD-HOLD-SW
           MOVE SPACES TO WS-FIRST-REASON
           IF WS-CARD-NUMBER <= WS-CARD-MAX
               MOVE WS-CARD-COPY-COUNT(WS-CARD-NUMBER) TO WS-CUR-COPIES
           ELSE
               MOVE 0 TO WS-CUR-COPIES
           END-IF
           PERFORM BUILD-CURRENT-ENTRY
           MOVE 0 TO WS-EXACT-AT
           MOVE 0 TO WS-NEAR-AT
           IF WS-CUR-WIN-COUNT > 0 AND WS-CUR-HAVE-COUNT > 0
               PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > WS-CHS-COUNT
                   IF WS-CHS-WIN-COUNT(hx) = WS-CUR-WIN-COUNT
                       AND WS-CHS-HAVE-COUNT(hx) = WS-CUR-HAVE-COUNT
                       PERFORM COMPARE-NUMBER-SETS
                       IF WS-SET-DIFF = 0
                           MOVE hx TO WS-EXACT-AT
                           EXIT PERFORM
                       END-IF
                       IF WS-SET-DIFF NOT > WS-NEAR-DIFF-LIMIT
                           AND WS-NEAR-AT = 0
                           MOVE hx TO WS-NEAR-AT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EXACT-AT > 0
               MOVE SPACES TO WS-FRAUD-REASON
               STRING 'REPEAT OF ' DELIMITED BY SIZE
                   WS-CHS-DATE(WS-EXACT-AT) DELIMITED BY SIZE
                   ' CARD ' DELIMITED BY SIZE
                   WS-CHS-CARD(WS-EXACT-AT) DELIMITED BY SIZE
                   INTO WS-FRAUD-REASON
               PERFORM FLAG-CARD
           ELSE
               IF WS-NEAR-AT > 0
                   MOVE SPACES TO WS-FRAUD-REASON
                   STRING 'NEAR-IDENTICAL TO ' DELIMITED BY SIZE
                       WS-CHS-DATE(WS-NEAR-AT) DELIMITED BY SIZE
                       ' CARD ' DELIMITED BY SIZE
                       WS-CHS-CARD(WS-NEAR-AT) DELIMITED BY SIZE
                       INTO WS-FRAUD-REASON
                   PERFORM FLAG-CARD
               END-IF
           END-IF
           PERFORM ADD-CARD-TO-HISTORY
           IF ws-sum > 0 AND gx > 0
               AND WS-HST-CARDS(gx) NOT < WS-WIN-MIN-CARDS
               COMPUTE WS-RATE-LEFT =
                   WS-HST-WINS(gx) * WS-ALL-CARDS * 100
               COMPUTE WS-RATE-RIGHT =
                   WS-ALL-WINS * WS-HST-CARDS(gx) * WS-WIN-RATE-PCT
               IF WS-RATE-LEFT > WS-RATE-RIGHT
                   MOVE SPACES TO WS-FRAUD-REASON
                   STRING 'HOLDER WON ' DELIMITED BY SIZE
                       WS-HST-WINS(gx) DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       WS-HST-CARDS(gx) DELIMITED BY SIZE
                       ' CARDS' DELIMITED BY SIZE
                       INTO WS-FRAUD-REASON
                   PERFORM FLAG-CARD
               END-IF
           END-IF
           .

      * Number of numbers on this card not on history entry hx,
      * winning and held sets merged in step (both are sorted).
      * The held set is only compared when the winning sets are
      * already close enough to matter.
           COMPARE-NUMBER-SETS.
           MOVE 0 TO WS-COMMON
           MOVE 1 TO nx
           MOVE 1 TO ny
           PERFORM UNTIL nx > WS-CUR-WIN-COUNT
                   OR ny > WS-CHS-WIN-COUNT(hx)
               EVALUATE TRUE
                   WHEN WS-CUR-WIN(nx) = WS-CHS-WIN(hx, ny)
                       ADD 1 TO WS-COMMON
                       ADD 1 TO nx
                       ADD 1 TO ny
                   WHEN WS-CUR-WIN(nx) < WS-CHS-WIN(hx, ny)
                       ADD 1 TO nx
                   WHEN OTHER
                       ADD 1 TO ny
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-SET-DIFF = WS-CUR-WIN-COUNT - WS-COMMON
           IF WS-SET-DIFF NOT > WS-NEAR-DIFF-LIMIT
               MOVE 0 TO WS-COMMON
               MOVE 1 TO nx
               MOVE 1 TO ny
               PERFORM UNTIL nx > WS-CUR-HAVE-COUNT
                       OR ny > WS-CHS-HAVE-COUNT(hx)
                   EVALUATE TRUE
                       WHEN WS-CUR-HAVE(nx) = WS-CHS-HAVE(hx, ny)
                           ADD 1 TO WS-COMMON
                           ADD 1 TO nx
                           ADD 1 TO ny
                       WHEN WS-CUR-HAVE(nx) < WS-CHS-HAVE(hx, ny)
                           ADD 1 TO nx
                       WHEN OTHER
                           ADD 1 TO ny
                   END-EVALUATE
               END-PERFORM
               COMPUTE WS-SET-DIFF = WS-SET-DIFF
                   + WS-CUR-HAVE-COUNT - WS-COMMON
           END-IF
           .

      * One review line per reason; the first reason is the one
      * the hold carries. A flagged card with no points has
      * nothing to send out, so it is reported but not held.
           FLAG-CARD.
           IF WS-FRAUD-FLAG-SW = 'N'
               MOVE 'Y' TO WS-FRAUD-FLAG-SW
               ADD 1 TO WS-FRAUD-FLAG-COUNT
               MOVE WS-FRAUD-REASON TO WS-FIRST-REASON
               IF ws-sum > 0
                   MOVE 'Y' TO WS-FRAUD-HOLD-SW
               END-IF
           END-IF
           IF ws-sum > 0
               MOVE 'HELD' TO WS-FRAUD-ACTION
           ELSE
               MOVE 'NO POINTS - NOT HELD' TO WS-FRAUD-ACTION
           END-IF
           MOVE SPACES TO FRAUD-REVIEW-LINE
           STRING 'CARD ' DELIMITED BY SIZE
               WS-CARD-NUMBER DELIMITED BY SIZE
               ' HOLDER ' DELIMITED BY SIZE
               WS-CUR-CUST DELIMITED BY SIZE
               ' POINTS ' DELIMITED BY SIZE
               ws-sum DELIMITED BY SIZE
               ' COPIES ' DELIMITED BY SIZE
               WS-CUR-COPIES DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FRAUD-REASON DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-FRAUD-ACTION DELIMITED BY SIZE
               INTO FRAUD-REVIEW-LINE
           WRITE FRAUD-REVIEW-LINE
           .

      * The card as it goes into the history: holder from the
      * registry, winning and held numbers sorted. Numbers past
      * the table sizes are left out of the comparison.
           BUILD-CURRENT-ENTRY.
           MOVE SPACES TO WS-CUR-ENTRY
           MOVE WS-RUN-DATE TO WS-CUR-DATE
           MOVE WS-INPUT-FILENAME TO WS-CUR-DECK
           MOVE WS-CARD-NUMBER TO WS-CUR-CARD
           MOVE ws-nr-of-matches TO WS-CUR-MATCHES
           MOVE ws-sum TO WS-CUR-POINTS
           MOVE 0 TO WS-CUR-WIN-COUNT
           MOVE 0 TO WS-CUR-HAVE-COUNT
           PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > WS-HLD-COUNT
               IF WS-HLD-CARD(rx) = WS-CARD-NUMBER
                   MOVE WS-HLD-CUST(rx) TO WS-CUR-CUST
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING ix FROM 1 BY 3
                   UNTIL ix > LENGTH OF WS-WINNING-PART - 2
                       OR WS-WINNING-PART(ix:3) = SPACES
               IF WS-CUR-WIN-COUNT < WS-WIN-MAX
                   ADD 1 TO WS-CUR-WIN-COUNT
                   MOVE FUNCTION NUMVAL(WS-WINNING-PART(ix:3))
                       TO WS-CUR-WIN(WS-CUR-WIN-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING cx FROM 1 BY 3
                   UNTIL cx > LENGTH OF WS-HAVE-PART - 2
                       OR WS-HAVE-PART(cx:3) = SPACES
               IF WS-CUR-HAVE-COUNT < WS-HAVE-MAX
                   ADD 1 TO WS-CUR-HAVE-COUNT
                   MOVE FUNCTION NUMVAL(WS-HAVE-PART(cx:3))
                       TO WS-CUR-HAVE(WS-CUR-HAVE-COUNT)
               END-IF
           END-PERFORM
           PERFORM SORT-CURRENT-NUMBERS
           .

           SORT-CURRENT-NUMBERS.
           PERFORM VARYING nx FROM 2 BY 1 UNTIL nx > WS-CUR-WIN-COUNT
               MOVE WS-CUR-WIN(nx) TO WS-SORT-HOLD
               MOVE nx TO ny
               PERFORM UNTIL ny < 2
                   IF WS-CUR-WIN(ny - 1) > WS-SORT-HOLD
                       MOVE WS-CUR-WIN(ny - 1) TO WS-CUR-WIN(ny)
                       SUBTRACT 1 FROM ny
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-CUR-WIN(ny)
           END-PERFORM
           PERFORM VARYING nx FROM 2 BY 1 UNTIL nx > WS-CUR-HAVE-COUNT
               MOVE WS-CUR-HAVE(nx) TO WS-SORT-HOLD
               MOVE nx TO ny
               PERFORM UNTIL ny < 2
                   IF WS-CUR-HAVE(ny - 1) > WS-SORT-HOLD
                       MOVE WS-CUR-HAVE(ny - 1) TO WS-CUR-HAVE(ny)
                       SUBTRACT 1 FROM ny
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-SORT-HOLD TO WS-CUR-HAVE(ny)
           END-PERFORM
           .

      * A card before the restart point is not scored again, only
      * rebuilt into the history so later cards are screened
      * against the whole deck.
           REBUILD-CARD-HISTORY.
           PERFORM VALIDATE-CARD-LAYOUT
           IF WS-LAYOUT-VALID = 'Y'
               MOVE 0 TO ws-sum
               MOVE 0 TO ws-nr-of-matches
               MOVE SPACES TO WS-CARD-PREFIX WS-NUMBERS-PART
               UNSTRING ws-data DELIMITED BY ':'
                   INTO WS-CARD-PREFIX WS-NUMBERS-PART
               END-UNSTRING
               PERFORM COUNT-CARD-MATCHES
               PERFORM BUILD-CURRENT-ENTRY
               PERFORM ADD-CARD-TO-HISTORY
               MOVE 0 TO ws-nr-of-matches
           END-IF
           .

           WRITE-HELD-RECORD.
           IF WS-HELD-SKIP-COUNT > 0
      * Already on the held file from the run that crashed after
      * its last checkpoint.
               SUBTRACT 1 FROM WS-HELD-SKIP-COUNT
               ADD 1 TO WS-HELD-WRITTEN-COUNT
           ELSE
               MOVE SPACES TO FRAUD-HELD-RECORD
               MOVE WS-RUN-DATE TO FRH-HELD-DATE
               MOVE WS-CARD-NUMBER TO FRH-CARD-NUMBER
               MOVE ws-nr-of-matches TO FRH-MATCH-COUNT
               MOVE ws-sum TO FRH-POINTS
               MOVE WS-CUR-COPIES TO FRH-COPY-COUNT
               IF ws-sum > WS-HIGH-VALUE-THRESHOLD
                   MOVE 'Y' TO FRH-HIGH-VALUE-IND
               ELSE
                   MOVE 'N' TO FRH-HIGH-VALUE-IND
               END-IF
               MOVE WS-CUR-CUST TO FRH-CUST-ID
               MOVE WS-FIRST-REASON TO FRH-REASON
               WRITE FRAUD-HELD-RECORD
               ADD 1 TO WS-HELD-WRITTEN-COUNT
           END-IF
           .

      * Tonight's holds are read back whole - those written before
      * a restart included - for the footer and the queue.
           FINISH-FRAUD-REVIEW.
           CLOSE FraudHeldFile
           MOVE 0 TO WS-HELD-TONIGHT
           MOVE 0 TO WS-HELD-TOTAL-CARDS
           MOVE 0 TO WS-HELD-TOTAL-POINTS
           OPEN INPUT FraudHeldFile
           IF WS-FRAUD-HELD-STATUS NOT = '00'
               CLOSE InputFile
               CLOSE LayoutErrorFile
               CLOSE ZeroMatchFile
               CLOSE CardDetailFile
               CLOSE HighValueFile
               CLOSE SeqErrorFile
               CLOSE FulfillmentFile
               CLOSE FraudReviewFile
               MOVE 'FINISH-FRAUD-REVIEW' TO ABEND-PARAGRAPH
               MOVE WS-FRAUD-HELD-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-FRAUD-HELD-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           MOVE 'N' TO WS-FRAUD-EOF-SW
           PERFORM UNTIL WS-FRAUD-EOF-SW = 'Y'
               READ FraudHeldFile
                   AT END
                       MOVE 'Y' TO WS-FRAUD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-HELD-TONIGHT
                       ADD FRH-COPY-COUNT TO WS-HELD-TOTAL-CARDS
                       ADD FRH-POINTS TO WS-HELD-TOTAL-POINTS
                       PERFORM KEEP-QUEUE-ENTRY
               END-READ
           END-PERFORM
           CLOSE FraudHeldFile

           MOVE 0 TO WS-OUTSTANDING-COUNT
           PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > WS-FRQ-COUNT
               IF WS-FRQ-DISP(qx) = 'H'
                   ADD 1 TO WS-OUTSTANDING-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO FRAUD-REVIEW-LINE
           STRING 'CARDS FLAGGED: ' DELIMITED BY SIZE
               WS-FRAUD-FLAG-COUNT DELIMITED BY SIZE
               ' HELD TONIGHT: ' DELIMITED BY SIZE
               WS-HELD-TONIGHT DELIMITED BY SIZE
               ' COPIES ' DELIMITED BY SIZE
               WS-HELD-TOTAL-CARDS DELIMITED BY SIZE
               ' POINTS ' DELIMITED BY SIZE
               WS-HELD-TOTAL-POINTS DELIMITED BY SIZE
               INTO FRAUD-REVIEW-LINE
           WRITE FRAUD-REVIEW-LINE
           MOVE SPACES TO FRAUD-REVIEW-LINE
           STRING 'EARLIER HOLDS RELEASED: ' DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               ' VOIDED: ' DELIMITED BY SIZE
               WS-VOIDED-COUNT DELIMITED BY SIZE
               ' DECISIONS NOT APPLIED: ' DELIMITED BY SIZE
               WS-UNMATCHED-COUNT DELIMITED BY SIZE
               INTO FRAUD-REVIEW-LINE
           WRITE FRAUD-REVIEW-LINE
           MOVE SPACES TO FRAUD-REVIEW-LINE
           STRING 'HOLDS AWAITING REVIEW: ' DELIMITED BY SIZE
               WS-OUTSTANDING-COUNT DELIMITED BY SIZE
               INTO FRAUD-REVIEW-LINE
           WRITE FRAUD-REVIEW-LINE
           .

      * Without tonight's cards in the history tomorrow's screen is
      * weaker, but nothing goes out wrongly: a warning.
           REWRITE-CARD-HISTORY.
           OPEN OUTPUT CardHistoryFile
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'Day4: unable to rewrite card history '
                   WS-HISTORY-FILENAME
                   ' status=' WS-HISTORY-STATUS
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > WS-CHS-COUNT
                   MOVE WS-CHS-ENTRY(hx) TO CHS-RECORD
                   WRITE CHS-RECORD
               END-PERFORM
               CLOSE CardHistoryFile
           END-IF
           .

      * A queue left as it was would release tonight's released
      * holds a second time and lose tonight's holds, so a failure
      * here fails the run; the rerun rebuilds the extract.
           REWRITE-FRAUD-QUEUE.
           OPEN OUTPUT FraudQueueFile
           IF WS-FRAUD-QUEUE-STATUS NOT = '00'
               CLOSE InputFile
               CLOSE LayoutErrorFile
               CLOSE ZeroMatchFile
               CLOSE CardDetailFile
               CLOSE HighValueFile
               CLOSE SeqErrorFile
               CLOSE FulfillmentFile
               CLOSE FraudReviewFile
               MOVE 'REWRITE-FRAUD-QUEUE' TO ABEND-PARAGRAPH
               MOVE WS-FRAUD-QUEUE-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE WS-FRAUD-QUEUE-FILENAME TO ABEND-KEY-VALUES
               PERFORM ABEND-RUN
           END-IF
           PERFORM VARYING qx FROM 1 BY 1 UNTIL qx > WS-FRQ-COUNT
               IF WS-FRQ-DISP(qx) = 'H'
                   WRITE FRAUD-QUEUE-LINE FROM WS-FRQ-RECORD(qx)
               END-IF
           END-PERFORM
           CLOSE FraudQueueFile
           .

           COPY DATEVAL.

           COPY DATEDIFF.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
