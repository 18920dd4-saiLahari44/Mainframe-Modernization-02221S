      * ***************************************************************
      * DCLGEN TABLE(MFTR33.USERAUTH)
      * LIBRARY(MFT110.COPYBOOK(USERAUTH))
      * ONE ROW PER CICS USER ID. CB3OPTIONS, CB4OPTIONS AND
      * CB5OPTIONS LIST THE MENU OPTION CODES THE USER MAY SELECT
      * ON EACH TRANSACTION (E.G. '1235679NP'); A USER WITH NO ROW
      * IS REFUSED EVERY OPTION. PAYLIMIT IS THE LARGEST PAYMENT
      * THE USER MAY BOOK WITHOUT SUPERVISOR APPROVAL OR MAY
      * APPROVE ON CB5. RESERVELIMIT IS THE LARGEST VALUE1
      * INCREASE THE USER MAY MAKE IN ONE CB3 ADD OR UPDATE.
      * MFTR33.USERAUTHSNAP HOLDS THE SAME COLUMNS AS OF THE LAST
      * MF110SEC RUN SO THAT AUTHORITY CHANGES CAN BE REPORTED.
      * ***************************************************************
       01 USERAUTH.
           10 USERID                   PIC X(08).
           10 CB3OPTIONS               PIC X(16).
           10 CB4OPTIONS               PIC X(16).
           10 CB5OPTIONS               PIC X(16).
           10 PAYLIMIT                 PIC S9(7)V99 COMP-3.
           10 RESERVELIMIT             PIC S9(7)V99 COMP-3.
