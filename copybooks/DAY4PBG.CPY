      * Prize budget record: one entry per period (YYYYMM). The
      * budget is what marketing may spend on prizes in the
      * period; zero means none has been set and spend is tracked
      * without a cap. COMMITTED is the cost of stock allocated to
      * released cards still awaiting shipment; SPENT is the cost
      * of stock confirmed shipped. Day4Aloc commits, Day4Conf
      * moves committed cost to spent.
           01 PBG-RECORD.
               05 PBG-PERIOD            PIC 9(6).
               05 FILLER                PIC X.
               05 PBG-BUDGET            PIC 9(9)V99.
               05 FILLER                PIC X.
               05 PBG-COMMITTED         PIC 9(9)V99.
               05 FILLER                PIC X.
               05 PBG-SPENT             PIC 9(9)V99.
