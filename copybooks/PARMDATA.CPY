      * Every keyword the shop's programs understand. A keyword in
      * the parameter file that is not on this list is a typo in
      * the run configuration and is rejected.
           01 PARM-VALID-COUNT PIC 9(3) VALUE 211.
           01 PARM-VALID-KEYWORDS.
               05 FILLER PIC X(30) VALUE 'TRANSFILE'.
               05 FILLER PIC X(30) VALUE 'REPORTFILE'.
               05 FILLER PIC X(30) VALUE 'MTHCLOSEPERIOD'.
               05 FILLER PIC X(30) VALUE 'MTHCLOSEOPERATOR'.
               05 FILLER PIC X(30) VALUE 'MTHCLOSEREPORT'.
               05 FILLER PIC X(30) VALUE 'REMITFILE'.
               05 FILLER PIC X(30) VALUE 'CASHAPPLIEDREPORT'.
               05 FILLER PIC X(30) VALUE 'UNAPPLIEDCASH'.
               05 FILLER PIC X(30) VALUE 'MAINPGMCHKPT'.
               05 FILLER PIC X(30) VALUE 'MAINPGMCHKPTINTERVAL'.
               05 FILLER PIC X(30) VALUE 'CUSTTRUEACTION'.
               05 FILLER PIC X(30) VALUE 'CUSTTRUEOPERATOR'.
               05 FILLER PIC X(30) VALUE 'CUSTTRUEREPORT'.
               05 FILLER PIC X(30) VALUE 'GLACKFILE'.
               05 FILLER PIC X(30) VALUE 'GLPENDING'.
               05 FILLER PIC X(30) VALUE 'GLRUNCONTROL'.
               05 FILLER PIC X(30) VALUE 'GLRECONREPORT'.
               05 FILLER PIC X(30) VALUE 'GLACKDAYS'.
               05 FILLER PIC X(30) VALUE 'GLBALANCE'.
               05 FILLER PIC X(30) VALUE 'GLTRIALREPORT'.
               05 FILLER PIC X(30) VALUE 'GLTRIALPERIOD'.
               05 FILLER PIC X(30) VALUE 'FXREVALPERIOD'.
               05 FILLER PIC X(30) VALUE 'FXREVALPOSITION'.
               05 FILLER PIC X(30) VALUE 'FXREVALREPORT'.
               05 FILLER PIC X(30) VALUE 'FXREVALWORK'.
               05 FILLER PIC X(30) VALUE 'TAXJURFILE'.
               05 FILLER PIC X(30) VALUE 'TAXLIABREPORT'.
               05 FILLER PIC X(30) VALUE 'TAXLIABPERIOD'.
               05 FILLER PIC X(30) VALUE 'CREDREVHISTORY'.
               05 FILLER PIC X(30) VALUE 'CREDREVWORK'.
               05 FILLER PIC X(30) VALUE 'CREDREVREPORT'.
               05 FILLER PIC X(30) VALUE 'CREDREVCARDS'.
               05 FILLER PIC X(30) VALUE 'CREDREVMONTHS'.
               05 FILLER PIC X(30) VALUE 'CREDREVHEADROOM'.
               05 FILLER PIC X(30) VALUE 'CREDREVPERIOD'.
               05 FILLER PIC X(30) VALUE 'DUNHOLDFILE'.
               05 FILLER PIC X(30) VALUE 'DUNHISTORY'.
               05 FILLER PIC X(30) VALUE 'DUNHISTWORK'.
               05 FILLER PIC X(30) VALUE 'DUNLETTERS'.
               05 FILLER PIC X(30) VALUE 'DUNWORKLIST'.
               05 FILLER PIC X(30) VALUE 'CUSTMERGEIN'.
               05 FILLER PIC X(30) VALUE 'CUSTMERGEREPORT'.
               05 FILLER PIC X(30) VALUE 'ARCHAUDREPORT'.
               05 FILLER PIC X(30) VALUE 'DAY4RELEASED'.
               05 FILLER PIC X(30) VALUE 'DAY4PRIZECATALOG'.
               05 FILLER PIC X(30) VALUE 'DAY4PRIZEBUDGET'.
               05 FILLER PIC X(30) VALUE 'DAY4BACKORDER'.
               05 FILLER PIC X(30) VALUE 'DAY4PRIZESPEND'.
               05 FILLER PIC X(30) VALUE 'DAY4CONFPOSTED'.
               05 FILLER PIC X(30) VALUE 'DAY4HOLDERS'.
               05 FILLER PIC X(30) VALUE 'DAY4UNREGISTERED'.
               05 FILLER PIC X(30) VALUE 'DAY4POINTVALUE'.
               05 FILLER PIC X(30) VALUE 'DAY4CREDITCURRENCY'.
               05 FILLER PIC X(30) VALUE 'DAY4CARDHISTORY'.
               05 FILLER PIC X(30) VALUE 'DAY4HISTORYDAYS'.
               05 FILLER PIC X(30) VALUE 'DAY4FRAUDREVIEW'.
               05 FILLER PIC X(30) VALUE 'DAY4FRAUDHELD'.
               05 FILLER PIC X(30) VALUE 'DAY4FRAUDQUEUE'.
               05 FILLER PIC X(30) VALUE 'DAY4FRAUDRELEASE'.
               05 FILLER PIC X(30) VALUE 'DAY4FRAUDNEARDIFF'.
               05 FILLER PIC X(30) VALUE 'DAY4FRAUDMINCARDS'.
               05 FILLER PIC X(30) VALUE 'DAY4FRAUDWINPCT'.
               05 FILLER PIC X(30) VALUE 'DAY3BOMREPORT'.
               05 FILLER PIC X(30) VALUE 'DAY3ONHAND'.
               05 FILLER PIC X(30) VALUE 'DAY3REQUISITIONS'.
               05 FILLER PIC X(30) VALUE 'DAY3SHORTAGE'.
               05 FILLER PIC X(30) VALUE 'DAY3ECOFILE'.
               05 FILLER PIC X(30) VALUE 'DAY3ECOEXCEPTIONS'.
               05 FILLER PIC X(30) VALUE 'PERIODICSCHEDULE'.
               05 FILLER PIC X(30) VALUE 'PERIODICLEDGER'.
               05 FILLER PIC X(30) VALUE 'PERIODICDUE'.
               05 FILLER PIC X(30) VALUE 'CUSTBACKUPBASE'.
               05 FILLER PIC X(30) VALUE 'ARCHBACKUPBASE'.
               05 FILLER PIC X(30) VALUE 'BACKUPCATALOG'.
               05 FILLER PIC X(30) VALUE 'BACKUPGENERATIONS'.
               05 FILLER PIC X(30) VALUE 'RESTOREACTION'.
               05 FILLER PIC X(30) VALUE 'RESTOREGENERATION'.
               05 FILLER PIC X(30) VALUE 'RESTOREFILES'.
               05 FILLER PIC X(30) VALUE 'RESTOREOPERATOR'.
               05 FILLER PIC X(30) VALUE 'RESTOREREPORT'.
               05 FILLER PIC X(30) VALUE 'TRANSFEEDERS'.
               05 FILLER PIC X(30) VALUE 'TRANSMRGREPORT'.
               05 FILLER PIC X(30) VALUE 'OPRAUDITPERIOD'.
               05 FILLER PIC X(30) VALUE 'OPRAUDITDORMANTDAYS'.
               05 FILLER PIC X(30) VALUE 'OPRAUDITREPORT'.
               05 FILLER PIC X(30) VALUE 'ALERTACKFILE'.
               05 FILLER PIC X(30) VALUE 'ALERTACKNUMBER'.
               05 FILLER PIC X(30) VALUE 'ALERTACKDATE'.
               05 FILLER PIC X(30) VALUE 'ALERTACKOPERATOR'.
               05 FILLER PIC X(30) VALUE 'ALERTACKNOTE'.
               05 FILLER PIC X(30) VALUE 'ALERTESCREPORT'.
               05 FILLER PIC X(30) VALUE 'MAINPGMPARTITION'.
               05 FILLER PIC X(30) VALUE 'MAINPGMPARTPREFIX'.
               05 FILLER PIC X(30) VALUE 'MAINPGMPARTPLAN'.
               05 FILLER PIC X(30) VALUE 'MAINPGMPARTITIONS'.
               05 FILLER PIC X(30) VALUE 'BUDGETFILE'.
               05 FILLER PIC X(30) VALUE 'BUDLOADINPUT'.
               05 FILLER PIC X(30) VALUE 'BUDLOADOPERATOR'.
               05 FILLER PIC X(30) VALUE 'BUDLOADNOTE'.
               05 FILLER PIC X(30) VALUE 'BUDVARPERIOD'.
               05 FILLER PIC X(30) VALUE 'BUDVARTOLERANCE'.
               05 FILLER PIC X(30) VALUE 'BUDVARREPORT'.
               05 FILLER PIC X(30) VALUE 'TRANSTRCREQUESTS'.
               05 FILLER PIC X(30) VALUE 'TRANSTRCRESPONSE'.
               05 FILLER PIC X(30) VALUE 'TRANSTRCLOG'.
               05 FILLER PIC X(30) VALUE 'CASHRCPTPOSTED'.
               05 FILLER PIC X(30) VALUE 'PERIODSUMJOURNAL'.
           01 PARM-VALID-REDEF REDEFINES PARM-VALID-KEYWORDS.
               05 PARM-VALID-KEY PIC X(30) OCCURS 211 TIMES.
