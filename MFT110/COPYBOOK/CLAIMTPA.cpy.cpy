      * ***************************************************************
      * DCLGEN TABLE(MFTR33.CLAIMTPA)
      * LIBRARY(MFT110.COPYBOOK(CLAIMTPA))
      * ONE ROW PER CLAIM LOADED BY MF110TPA. TPAPAYEEID IS THE
      * ADMINISTERING TPA'S ID ON MFTR33.PAYEEMASTER, WRITTEN IN THE
      * SAME UNIT OF WORK AS THE CLAIMS INSERT. CLAIMS ADDED ONLINE
      * HAVE NO ROW.
      * ***************************************************************
       01 CLAIMTPA.
           10 CLAIMNUMBER              PIC S9(9).
           10 TPAPAYEEID               PIC X(07).
           10 TPALOADTS                PIC X(26).
