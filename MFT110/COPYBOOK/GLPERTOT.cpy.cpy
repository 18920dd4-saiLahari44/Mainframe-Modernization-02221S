      * ***************************************************************
      * DCLGEN TABLE(MFTR33.GLPERIODTOTAL)
      * LIBRARY(MFT110.COPYBOOK(GLPERTOT))
      * MF110GLJ JOURNAL TOTALS BY ACCOUNTING PERIOD AND GL ACCOUNT.
      * A PAID MOVEMENT COUNTS IN THE PERIOD OF ITS CLAIMSHIST
      * CHANGETIMESTAMP, A RELEASED PAYMENT IN THE PERIOD OF ITS
      * RELEASEDATE. ADDED TO IN THE SAME UNIT OF WORK AS THE
      * MF110GLJ CHECKPOINT, SO A RERUN NEVER COUNTS TWICE.
      * ***************************************************************
       01 GLPERIODTOTAL.
           10 ACCTPERIOD               PIC X(07).
           10 GLACCOUNT                PIC X(08).
           10 DEBITTOTAL               PIC S9(11)V99 COMP-3.
           10 CREDITTOTAL              PIC S9(11)V99 COMP-3.
           10 JOURNALCOUNT             PIC S9(7).
