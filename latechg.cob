      * assessed at each change of id.
           01 WS-PREV-ID PIC X(10) VALUE SPACES.
           01 WS-ID-OVERDUE PIC S9(9)V99 VALUE 0.
           01 WS-OPEN-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-FIRST-ID-SW PIC X VALUE 'Y'.
      * The charge record carries the entity of the most recent
      * overdue posting for the id, so the charge rides the
      * Only the over-90 bucket is contractually chargeable: an
      * amount lands in the id's overdue exposure when its
      * transaction date is more than 90 days before the run
      * date. Unparsable dates never charge. Only what is still
      * open is chargeable: an original or adjustment less the
      * cash applied to it. A reversed posting is closed, and the
      * reversals and payments that closed it carry nothing.
           2100-ACCUMULATE-ONE-POSTING.
               IF WS-FIRST-ID-SW = 'Y'
                   MOVE ARCH-TRANS-ID TO WS-PREV-ID
                       MOVE WS-RUN-DATE TO WS-DATE-TO
                       PERFORM 1450-COMPUTE-DATE-DIFF
                       IF WS-DATE-DIFF-DAYS > 90
                           PERFORM 2150-OPEN-AMOUNT
                           IF WS-OPEN-AMOUNT > 0
                               ADD WS-OPEN-AMOUNT TO WS-ID-OVERDUE
                               MOVE ARCH-ENTITY TO WS-ID-ENTITY
                           END-IF
                       END-IF
               END-IF
               .

           2150-OPEN-AMOUNT.
               MOVE 0 TO WS-OPEN-AMOUNT
               IF ARCH-TRANS-TYPE NOT = 'R'
                   AND ARCH-TRANS-TYPE NOT = 'P'
                   AND ARCH-TRANS-TYPE NOT = 'C'
                   AND ARCH-REVERSED NOT = 'Y'
                   IF ARCH-APPLIED-AMOUNT IS NOT NUMERIC
                       MOVE 0 TO ARCH-APPLIED-AMOUNT
                   END-IF
                   IF ARCH-APPLIED-AMOUNT < ARCH-AMOUNT
                       COMPUTE WS-OPEN-AMOUNT =
                           ARCH-AMOUNT - ARCH-APPLIED-AMOUNT
                   END-IF
               END-IF
               .

      * Price one customer's overdue exposure through the engine
      * and put the charge on the register and the charge file.
      * The engine's TAX function does exactly this arithmetic: a
      * percent on the amount, returned in WS-DISCOUNT-AMOUNT.
           2200-ASSESS-ONE-CUSTOMER.
               IF WS-ID-OVERDUE <= 0
      * Nothing still open past 90 days - nothing chargeable.
                   CONTINUE
               ELSE
                   IF WS-ID-OVERDUE > 9999999.99
