      * Prize catalog record: one entry per prize tier. A card
      * wins the highest tier whose minimum points it reaches,
      * one prize per copy. ON-HAND is stock in the warehouse;
      * ALLOCATED is stock promised to released cards and not yet
      * confirmed shipped. Day4Aloc allocates against what is on
      * hand and not allocated; Day4Conf takes shipped stock off
      * both counts.
           01 PRZ-RECORD.
               05 PRZ-TIER              PIC X(2).
               05 FILLER                PIC X.
               05 PRZ-MIN-POINTS        PIC 9(10).
               05 FILLER                PIC X.
               05 PRZ-DESCRIPTION       PIC X(30).
               05 FILLER                PIC X.
               05 PRZ-UNIT-COST         PIC 9(5)V99.
               05 FILLER                PIC X.
               05 PRZ-ON-HAND           PIC 9(7).
               05 FILLER                PIC X.
               05 PRZ-ALLOCATED         PIC 9(7).
