      * ***************************************************************
      * DCLGEN TABLE(MFTR33.PAYEEMASTER)
      * LIBRARY(MFT110.COPYBOOK(PAYEEMST))
      * ONE ROW PER PAYEE/VENDOR, MAINTAINED ON THE CB4 SCREEN
      * (OPTIONS 7-9). CB3 OPTION 8 BOOKS PAYMENTS AGAINST PAYEEID
      * AND MF110TAX FILES A 1099 FOR REPORTABLE ('Y') PAYEES.
      * ***************************************************************
       01 PAYEEMASTER.
           10 PAYEEID                  PIC X(07).
           10 LEGALNAME                PIC X(30).
           10 REMITADDR1               PIC X(30).
           10 REMITADDR2               PIC X(30).
           10 TAXID                    PIC X(09).
           10 REPORTABLE               PIC X(01).
              88 REPORTABLE-YES                 VALUE 'Y'.
              88 REPORTABLE-NO                  VALUE 'N'.
