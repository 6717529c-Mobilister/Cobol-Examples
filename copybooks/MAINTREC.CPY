      * Customer maintenance card, the input CUSTMNT applies.
      * MAINT-CREDIT-LIMIT rides the same card: the opening limit
      * on an add, the new limit on an 'L' action. Other actions
      * ignore it. MAINT-OPERATOR names who submitted the card -
      * every action is authorized against the operator security
      * file and stamped on the report and the journal. The credit
      * review (CREDREV) proposes 'L' cards in this same layout.
      * MAINT-RAISED-BY names who raised a limit change, kept
      * apart from MAINT-OPERATOR who approves and submits it, so
      * the operator audit can see one person doing both.
           01 MAINT-RECORD.
               05 MAINT-ACTION          PIC X.
               05 MAINT-CUST-ID         PIC X(10).
               05 MAINT-CUST-NAME       PIC X(30).
               05 MAINT-CREDIT-LIMIT    PIC 9(9)V99.
               05 MAINT-OPERATOR        PIC X(8).
               05 MAINT-RAISED-BY       PIC X(8).
