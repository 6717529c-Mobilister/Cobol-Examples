      * CUST-CREDIT-LIMIT caps the customer's exposure - zero means
      * no limit is set and no credit check applies. CUST-EXPOSURE
      * is the running balance of posted value, stepped by the
      * posting run as each record lands. CUST-MERGED-INTO is
      * spaces unless the account was merged into another by the
      * merge utility (CUSTMRG): it then names the surviving id,
      * the record is 'I', and the posting run redirects extract
      * records still arriving under this id to the survivor.
           01 CUST-RECORD.
               05 CUST-ID               PIC X(10).
               05 CUST-NAME             PIC X(30).
               05 CUST-LAST-MAINT-DATE  PIC X(8).
               05 CUST-CREDIT-LIMIT     PIC 9(9)V99.
               05 CUST-EXPOSURE         PIC 9(9)V99.
               05 CUST-MERGED-INTO      PIC X(10).
