      * Sales tax jurisdiction row: the jurisdiction an entity's
      * postings are taxed in and its rate, percent to four
      * places. A row naming a customer overrides its entity's
      * row for that customer - another jurisdiction and rate
      * where the customer is taxed elsewhere, or TXJ-EXEMPT 'Y'
      * where the customer holds an exemption (the entity's
      * jurisdiction stands when the row leaves it blank). An
      * entity with no row at all is not taxed.
           01 TXJ-RECORD.
               05 TXJ-ENTITY            PIC X(3).
               05 FILLER                PIC X.
               05 TXJ-CUSTOMER          PIC X(10).
               05 FILLER                PIC X.
               05 TXJ-JURISDICTION      PIC X(6).
               05 FILLER                PIC X.
               05 TXJ-RATE              PIC 9(2)V9(4).
               05 FILLER                PIC X.
               05 TXJ-EXEMPT            PIC X.
               05 FILLER                PIC X.
               05 TXJ-DESC              PIC X(30).
