      * The shop message catalog: number, severity, escalation age
      * and fixed text. Severity I informational, W warning, A
      * action-required. An 'A' message left unacknowledged for
      * more than its escalation age in days goes to the
      * supervisors' escalation report; other severities carry 00
      * and never escalate. Shared by the message handler (MSGLOG)
      * and everything that judges the alerts it wrote.
           01 WS-CAT-COUNT PIC 9(3) VALUE 21.
           01 WS-CATALOG-ENTRIES.
               05 FILLER PIC X(65) VALUE
                   '1001 I 00 RUN STARTED'.
               05 FILLER PIC X(65) VALUE
                   '1002 I 00 RUN COMPLETED'.
               05 FILLER PIC X(65) VALUE
                   '2001 W 00 RUN FIGURES MOVED OUTSIDE TOLERANCE'.
               05 FILLER PIC X(65) VALUE
                   '2002 W 00 DISCOUNT SCHEDULE HAS A HOLE'.
               05 FILLER PIC X(65) VALUE
                   '2003 W 00 RECORDS REJECTED - NO EXCHANGE RATE'.
               05 FILLER PIC X(65) VALUE
                   '2004 W 00 EXCHANGE RATE MOVED PAST TOLERANCE'.
               05 FILLER PIC X(65) VALUE
                   '2005 W 00 UNAPPLIED CASH AWAITING INVESTIGATION'.
               05 FILLER PIC X(65) VALUE
                   '2006 W 00 CUSTOMER EXPOSURE DRIFT FOUND'.
               05 FILLER PIC X(65) VALUE
                   '3001 A 02 NO EXCHANGE RATE FILE'.
               05 FILLER PIC X(65) VALUE
                   '3002 A 02 NO DISCOUNT SCHEDULE'.
               05 FILLER PIC X(65) VALUE
                   '3003 A 01 CUSTOMER MASTER UNAVAILABLE'.
               05 FILLER PIC X(65) VALUE
                   '3004 A 01 CHAIN OUT OF BALANCE'.
               05 FILLER PIC X(65) VALUE
                   '3005 A 02 DUPLICATES HELD FOR REVIEW'.
               05 FILLER PIC X(65) VALUE
                   '3006 A 03 UNMATCHED REVERSALS IN SUSPENSE'.
               05 FILLER PIC X(65) VALUE
                   '3007 A 01 EXCHANGE RATE FEED FAILED VALIDATION'.
               05 FILLER PIC X(65) VALUE
                   '3008 A 01 GL RUN NOT CONFIRMED BY THE LEDGER'.
               05 FILLER PIC X(65) VALUE
                   '3009 A 01 GL JOURNALS REJECTED BY THE LEDGER'.
               05 FILLER PIC X(65) VALUE
                   '3010 A 01 GL RUN DEBITS AND CREDITS DISAGREE'.
               05 FILLER PIC X(65) VALUE
                   '3011 A 01 GL TRIAL BALANCE OUT OF BALANCE'.
               05 FILLER PIC X(65) VALUE
                   '3012 A 02 PERIOD-END EXCHANGE RATE MISSING'.
               05 FILLER PIC X(65) VALUE
                   '3013 A 03 ARCHIVE INTEGRITY EXCEPTIONS FOUND'.
           01 WS-CATALOG-REDEF REDEFINES WS-CATALOG-ENTRIES.
               05 WS-CAT-ENTRY OCCURS 21 TIMES.
                   10 WS-CAT-NUMBER PIC 9(4).
                   10 FILLER PIC X.
                   10 WS-CAT-SEVERITY PIC X.
                   10 FILLER PIC X.
                   10 WS-CAT-ESC-DAYS PIC 9(2).
                   10 FILLER PIC X.
                   10 WS-CAT-TEXT PIC X(55).
           01 WS-CAT-IX PIC 9(3).
