      * Card-holder registry record: one entry per registered card,
      * naming the customer on the master who holds it and the
      * business unit the customer trades with. Day4Aloc credits
      * the prize points on a registered holder's released card
      * to that customer's account; a card with no entry here
      * stays anonymous and is reported.
           01 HLD-RECORD.
               05 HLD-CARD-NUMBER       PIC 9(5).
               05 FILLER                PIC X.
               05 HLD-CUST-ID           PIC X(10).
               05 FILLER                PIC X.
               05 HLD-ENTITY            PIC X(3).
