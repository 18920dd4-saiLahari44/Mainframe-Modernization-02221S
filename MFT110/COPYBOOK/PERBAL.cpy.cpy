      * ***************************************************************
      * DCLGEN TABLE(MFTR33.PERIODBALANCE)
      * LIBRARY(MFT110.COPYBOOK(PERBAL))
      * MONTH-END SNAPSHOT WRITTEN BY MF110CLS - ONE ROW PER CLAIM
      * PER CLOSED PERIOD, AS AT THE LAST DAY OF THE PERIOD. VALUE1
      * AND PAID ARE THE LIVE FIGURES LESS CLAIMSHIST MOVEMENTS
      * AFTER PERIOD END; NETRECOVERY IS CLAIMRECOVERY DATED ON OR
      * BEFORE PERIOD END. OUTSTANDING IS VALUE1 - PAID +
      * NETRECOVERY.
      * ***************************************************************
       01 PERIODBALANCE.
           10 ACCTPERIOD               PIC X(07).
           10 CLAIMNUMBER              PIC S9(9).
           10 VALUE1                   PIC S9(7)V99 COMP-3.
           10 PAID                     PIC S9(7)V99 COMP-3.
           10 NETRECOVERY              PIC S9(7)V99 COMP-3.
           10 CLAIMSTATUS              PIC X(06).
           10 SEVERITY                 PIC X(10).
           10 SNAPTIMESTAMP            PIC X(26).
