      * On-hand inventory balance record: one entry per stocked
      * part, kept by the stores system. ON-HAND is on the shelf
      * today; ON-ORDER is already on open requisitions and purchase
      * orders and not yet received. A part is reordered when what
      * tonight's schematics call for would take on hand plus on
      * order below the REORDER-POINT, in lots of at least the
      * REORDER-QTY; LEAD-DAYS is the supplier's delivery time.
           01 INV-RECORD.
               05 INV-PART-NUMBER       PIC 9(10).
               05 FILLER                PIC X.
               05 INV-ON-HAND           PIC 9(7).
               05 FILLER                PIC X.
               05 INV-ON-ORDER          PIC 9(7).
               05 FILLER                PIC X.
               05 INV-REORDER-POINT     PIC 9(7).
               05 FILLER                PIC X.
               05 INV-REORDER-QTY       PIC 9(7).
               05 FILLER                PIC X.
               05 INV-LEAD-DAYS         PIC 9(3).
