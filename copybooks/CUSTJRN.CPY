      * the full before-image and after-image of CUST-RECORD so
      * the master can be reconstructed as of any past date from a
      * baseline copy plus this journal. An add carries spaces as
      * its before-image. The exposure true-up (CUSTTRUE) journals
      * its corrections here too, as action 'X', and the account
      * merge (CUSTMRG) journals both sides of a merge as 'M'.
      * JRN-RAISED-BY carries the card's raiser alongside the
      * approving JRN-OPERATOR; spaces where nobody raised it.
           01 JRN-RECORD.
               05 JRN-DATE              PIC 9(8).
               05 JRN-TIME              PIC 9(8).
               05 JRN-ACTION            PIC X.
               05 JRN-CUST-ID           PIC X(10).
               05 JRN-OPERATOR          PIC X(8).
               05 JRN-BEFORE-IMAGE      PIC X(81).
               05 JRN-AFTER-IMAGE       PIC X(81).
               05 JRN-RAISED-BY         PIC X(8).
