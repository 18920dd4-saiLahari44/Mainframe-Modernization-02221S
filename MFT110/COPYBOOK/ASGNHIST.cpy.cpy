      * ***************************************************************
      * DCLGEN TABLE(MFTR33.ASSIGNHIST)
      * LIBRARY(MFT110.COPYBOOK(ASGNHIST))
      * ONE ROW PER CHANGE OF CLAIMS.ASSIGNEDADJUSTER. OLDADJUSTER IS
      * SPACES ON THE FIRST ASSIGNMENT.
      * ***************************************************************
       01 ASSIGNHIST.
           10 CLAIMNUMBER              PIC S9(9).
           10 OLDADJUSTER              PIC X(08).
           10 NEWADJUSTER              PIC X(08).
           10 ASSIGNTYPE               PIC X(01).
              88 ASSIGNTYPE-AUTO                VALUE 'A'.
              88 ASSIGNTYPE-REASSIGN            VALUE 'R'.
              88 ASSIGNTYPE-BULK                VALUE 'B'.
           10 CHANGEUSERID             PIC X(08).
           10 CHANGETIMESTAMP          PIC X(26).
