      * ***************************************************************
      * DCLGEN TABLE(MFTR33.CHEQUEREGISTER)
      * LIBRARY(MFT110.COPYBOOK(CHQREG))
      * ONE ROW PER CHEQUE NUMBER USED, KEYED ON BANKACCOUNT AND
      * CHEQUENUMBER. WRITTEN BY MF110PAY AT RELEASE, CLEARED,
      * STOPPED OR VOIDED BY THE MONTHLY MF110CHQ RUN. A NUMBER
      * SPOILED AT RELEASE IS REGISTERED VOID WITH REASON 'SPOL'.
      * ***************************************************************
       01 CHEQUEREGISTER.
           10 BANKACCOUNT              PIC X(16).
           10 CHEQUENUMBER             PIC S9(9).
           10 CLAIMNUMBER              PIC S9(9).
           10 PAYMENTSEQ               PIC S9(4).
           10 ISSUEDATE                PIC X(10).
           10 CHEQUEAMOUNT             PIC S9(7)V99 COMP-3.
           10 PAYEE                    PIC X(18).
           10 CHEQUESTATUS             PIC X(01).
              88 CHEQUESTATUS-ISSUED            VALUE 'I'.
              88 CHEQUESTATUS-CLEARED           VALUE 'C'.
              88 CHEQUESTATUS-STOPPED           VALUE 'S'.
              88 CHEQUESTATUS-VOIDED            VALUE 'V'.
           10 STATUSDATE               PIC X(10).
           10 VOIDREASON               PIC X(04).
