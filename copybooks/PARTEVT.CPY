      * Partition posting event: a MAINPGM partition posts its
      * entities against the master and archive like the serial
      * run, but every line bound for a shared output - report
      * detail, suspense, credit referral, held duplicate, review
      * line, ledger journal record - is written here instead,
      * keyed on the sorted-extract position that produced it.
      * The merge sorts every partition's events back into extract
      * order and replays them through the serial paragraphs, so
      * the outputs come out exactly as one serial run writes them.
      * PEV-TYPE 'D' posted detail (PEV-LINE the report line),
      * 'S' suspense line, '4' referral line, '5' held duplicate,
      * '6' review line, '7' ledger journal record. The last
      * record of a finished partition is type 'F' and carries its
      * final figures in place of the record image and line.
           01 PEV-RECORD.
               05 PEV-SORT-ID           PIC X(10).
               05 PEV-SORT-ENTITY       PIC X(3).
               05 PEV-REC-SEQ           PIC 9(7).
               05 PEV-EVT-SEQ           PIC 9(4).
               05 PEV-TYPE              PIC X.
               05 PEV-RATE              PIC 9(3)V9(6).
               05 PEV-DATA.
                   10 PEV-TRANS         PIC X(34).
                   10 PEV-LINE          PIC X(132).
               05 PEV-FIGURES REDEFINES PEV-DATA.
                   10 PEV-RUN-DATE      PIC 9(8).
                   10 PEV-IN-COUNT      PIC 9(7).
                   10 PEV-IN-HASH       PIC 9(13)V99.
                   10 PEV-RELEASED      PIC 9(7).
                   10 PEV-DISC-TOTAL    PIC S9(9)V99.
                   10 PEV-NET-TOTAL     PIC S9(9)V99.
                   10 PEV-SCHED-HOLE    PIC 9(6).
                   10 PEV-NO-RATE       PIC 9(6).
                   10 PEV-REFERRED      PIC 9(6).
                   10 PEV-HELD-DUP      PIC 9(6).
                   10 PEV-RELEASED-DUP  PIC 9(6).
                   10 PEV-REV           PIC 9(6).
                   10 PEV-UNMATCHED-REV PIC 9(6).
                   10 PEV-ARCHIVED      PIC 9(6).
                   10 PEV-GL-REC        PIC 9(7).
                   10 PEV-GL-DR         PIC 9(11)V99.
                   10 PEV-GL-CR         PIC 9(11)V99.
                   10 PEV-GL-UNMAPPED   PIC 9(6).
                   10 PEV-REDIRECT      PIC 9(6).
                   10 FILLER            PIC X(14).
