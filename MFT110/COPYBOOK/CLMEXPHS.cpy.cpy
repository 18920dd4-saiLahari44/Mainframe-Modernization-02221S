      * ***************************************************************
      * DCLGEN TABLE(MFTR33.CLAIMEXPHIST)
      * LIBRARY(MFT110.COPYBOOK(CLMEXPHS))
      * EXPENSEPAID MOVEMENTS ON MFTR33.CLAIMEXPENSE - MF110GLJ POSTS
      * THEM TO THE EXPENSE GL ACCOUNT.
      * ***************************************************************
       01 CLAIMEXPHIST.
           10 CLAIMNUMBER              PIC S9(9).
           10 EXPCHANGETYPE            PIC X(01).
           10 OLDEXPENSE               PIC S9(7)V99 COMP-3.
           10 NEWEXPENSE               PIC S9(7)V99 COMP-3.
           10 EXPCHANGEUSERID          PIC X(08).
           10 EXPCHANGETS              PIC X(26).
