      * Chain-balance control figure: each step of the nightly
      * chain writes its control counts here as it runs - the
      * feeder merge starts the file fresh each night, later steps
      * append - and the certification step ties the legs out:
      * feeders = merged + held back, merged = read under the
      * merged trailer, raw in = clean + rejected, clean = intake,
      * intake = posted + no-rate + held duplicates + credit
      * referrals + unmatched reversals, posted = archived.
           01 CB-RECORD.
               05 CB-PROGRAM            PIC X(8).
               05 FILLER                PIC X.
