      * ***************************************************************
      * DCLGEN TABLE(MFTR33.CLAIMEXPENSE)
      * LIBRARY(MFT110.COPYBOOK(CLMEXPNS))
      * EXPENSE (LAE) RESERVE PER CLAIM. EXPENSEPAID IS THE RELEASED
      * EXPENSE PAYMENT TOTAL, KEPT APART FROM CLAIMS.PAID. EVERY
      * CHANGE IS AUDITED ON MFTR33.CLAIMEXPHIST.
      * ***************************************************************
       01 CLAIMEXPENSE.
           10 CLAIMNUMBER              PIC S9(9).
           10 EXPENSEPAID              PIC S9(7)V99 COMP-3.
           10 EXPUPDATETS              PIC X(26).
