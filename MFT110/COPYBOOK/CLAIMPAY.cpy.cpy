      * ***************************************************************
      * DCLGEN TABLE(MFTR33.CLAIMPAYMENTS)
      * LIBRARY(MFT110.COPYBOOK(CLAIMPAY))
      * PAYCATEGORY IND (INDEMNITY) ROLLS UP TO CLAIMS.PAID, EXP
      * (LEGAL/ADJUSTING EXPENSE) TO MFTR33.CLAIMEXPENSE.
      * ***************************************************************
       01 CLAIMPAYMENTS.
           10 CLAIMNUMBER              PIC S9(9).
              88 RETURNED-YES                   VALUE 'Y'.
           10 RETURNREASON             PIC X(04).
           10 RETURNDATE               PIC X(10).
           10 CHEQUENUMBER             PIC S9(9).
           10 PAYEEID                  PIC X(07).
           10 PAYCATEGORY              PIC X(03).
              88 PAYCATEGORY-INDEMNITY          VALUE 'IND'.
              88 PAYCATEGORY-EXPENSE            VALUE 'EXP'.
