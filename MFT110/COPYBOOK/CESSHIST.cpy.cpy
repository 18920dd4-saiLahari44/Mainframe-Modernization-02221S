      * ***************************************************************
      * DCLGEN TABLE(MFTR33.CESSIONHIST)
      * LIBRARY(MFT110.COPYBOOK(CESSHIST))
      * CEDED RECOVERABLE (CESSION.CEDEDINCURRED) MOVEMENTS WRITTEN BY
      * MF110CED - MF110GLJ POSTS THEM TO THE REINSURANCE RECOVERABLE
      * AND CEDED LOSS GL ACCOUNTS.
      * ***************************************************************
       01 CESSIONHIST.
           10 CESSQUARTER              PIC X(06).
           10 TREATYID                 PIC X(08).
           10 REINSURERID              PIC X(08).
           10 CLAIMNUMBER              PIC S9(9).
           10 EVENTCODE                PIC X(08).
           10 OLDRECOVERABLE           PIC S9(9)V99 COMP-3.
           10 NEWRECOVERABLE           PIC S9(9)V99 COMP-3.
           10 CESSCHANGETS             PIC X(26).
