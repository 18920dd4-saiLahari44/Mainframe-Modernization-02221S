      * ***************************************************************
      * DCLGEN TABLE(MFTR33.CHEQUESTOCK)
      * LIBRARY(MFT110.COPYBOOK(CHQSTOCK))
      * ONE ROW PER RANGE OF PRE-NUMBERED CHEQUE STOCK LOADED FOR A
      * DISBURSEMENT BANK ACCOUNT. MF110PAY TAKES NEXTCHEQUE FROM THE
      * SINGLE ACTIVE ('A') RANGE FOR EACH CHQ PAYMENT IT RELEASES
      * AND MARKS THE RANGE EXHAUSTED ('X') PAST LASTCHEQUE.
      * ***************************************************************
       01 CHEQUESTOCK.
           10 BANKACCOUNT              PIC X(16).
           10 FIRSTCHEQUE              PIC S9(9).
           10 LASTCHEQUE               PIC S9(9).
           10 NEXTCHEQUE               PIC S9(9).
           10 STOCKSTATUS              PIC X(01).
              88 STOCKSTATUS-ACTIVE             VALUE 'A'.
              88 STOCKSTATUS-EXHAUSTED          VALUE 'X'.
