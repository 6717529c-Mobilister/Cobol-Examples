      * TRANS-TYPE is 'O' for an original posting (spaces read as
      * 'O' for extracts cut before the field existed), 'R' for a
      * reversal that nets an archived posting back out, 'A' for
      * an adjustment posted alongside the originals, 'C' for a
      * credit adjustment - a credit to the customer's account,
      * such as a Day4 prize credit, that posts negative and
      * settles the customer's open items.
           01 TRANS-RECORD.
               05 TRANS-ID              PIC X(10).
               05 TRANS-AMOUNT          PIC 9(7)V99.
