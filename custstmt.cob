                   10 WS-DET-AMOUNT PIC 9(7)V99.
                   10 WS-DET-CCY PIC X(3).
                   10 WS-DET-BASE PIC S9(11)V99.
                   10 WS-DET-TYPE PIC X.
           01 WS-DET-OVERFLOW-SW PIC X VALUE 'N'.
           01 WS-DET-TYPE-TEXT PIC X(8).
           01 WS-DET-IX PIC 9(3).

           01 WS-POSTING-BASE PIC S9(11)V99 VALUE 0.
           01 WS-OPEN-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-OPEN-BASE PIC S9(11)V99 VALUE 0.
           01 WS-OPENING-BASE PIC S9(11)V99 VALUE 0.
           01 WS-PERIOD-BASE PIC S9(11)V99 VALUE 0.
           01 WS-CLOSING-BASE PIC S9(11)V99 VALUE 0.
                   PERFORM 1250-FIND-POSTING-RATE
                   COMPUTE WS-POSTING-BASE ROUNDED =
                       ARCH-AMOUNT * WS-CURR-RATE
      * A reversal nets back out of the statement positions, and
      * a payment the cash run applied or a credit adjustment is
      * a credit the same way.
                   IF ARCH-TRANS-TYPE = 'R' OR ARCH-TRANS-TYPE = 'P'
                       OR ARCH-TRANS-TYPE = 'C'
                       COMPUTE WS-POSTING-BASE =
                           0 - WS-POSTING-BASE
                   END-IF
                               WS-DET-AMOUNT(WS-DET-COUNT)
                           MOVE ARCH-CURRENCY TO
                               WS-DET-CCY(WS-DET-COUNT)
                           MOVE ARCH-TRANS-TYPE TO
                               WS-DET-TYPE(WS-DET-COUNT)
                           MOVE WS-POSTING-BASE TO
                               WS-DET-BASE(WS-DET-COUNT)
                       ELSE

      * Same buckets and convention as the posting run's aging:
      * a date the shared routine rejects goes to the current
      * bucket rather than losing the amount from the foot. Only
      * what is still open ages: an original or adjustment less
      * the cash applied to it. A reversed posting is closed, and
      * reversals, payments and credits themselves carry nothing
      * open.
           2250-AGE-ONE-POSTING.
               IF ARCH-TRANS-TYPE = 'R' OR ARCH-TRANS-TYPE = 'P'
                   OR ARCH-TRANS-TYPE = 'C'
                   OR ARCH-REVERSED = 'Y'
                   MOVE 0 TO WS-OPEN-AMOUNT
               ELSE
                   IF ARCH-APPLIED-AMOUNT IS NOT NUMERIC
                       MOVE 0 TO ARCH-APPLIED-AMOUNT
                   END-IF
                   IF ARCH-APPLIED-AMOUNT >= ARCH-AMOUNT
                       MOVE 0 TO WS-OPEN-AMOUNT
                   ELSE
                       COMPUTE WS-OPEN-AMOUNT =
                           ARCH-AMOUNT - ARCH-APPLIED-AMOUNT
                   END-IF
               END-IF
               COMPUTE WS-OPEN-BASE ROUNDED =
                   WS-OPEN-AMOUNT * WS-CURR-RATE
               MOVE 1 TO WS-AGE-BUCKET
               IF ARCH-TRANS-DATE IS NUMERIC
                   MOVE ARCH-TRANS-DATE TO WS-DATE
                       END-EVALUATE
                   END-IF
               END-IF
               ADD WS-OPEN-BASE TO WS-STMT-AGE-AMT(WS-AGE-BUCKET)
               .

           2300-WRITE-ONE-STATEMENT.
                   MOVE SPACES TO STMT-LINE
                   MOVE WS-DET-AMOUNT(WS-DET-IX) TO WS-DET-AMT-EDIT
                   MOVE WS-DET-BASE(WS-DET-IX) TO WS-AMT-EDIT-1
                   EVALUATE WS-DET-TYPE(WS-DET-IX)
                       WHEN 'P'
                           MOVE 'PAYMENT' TO WS-DET-TYPE-TEXT
                       WHEN 'R'
                           MOVE 'REVERSAL' TO WS-DET-TYPE-TEXT
                       WHEN 'A'
                           MOVE 'ADJUST' TO WS-DET-TYPE-TEXT
                       WHEN 'C'
                           MOVE 'CREDIT' TO WS-DET-TYPE-TEXT
                       WHEN OTHER
                           MOVE 'POSTING' TO WS-DET-TYPE-TEXT
                   END-EVALUATE
                   STRING WS-DET-DATE(WS-DET-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DET-TYPE-TEXT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DET-AMT-EDIT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
