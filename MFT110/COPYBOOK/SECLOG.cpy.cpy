      * ***************************************************************
      * DCLGEN TABLE(MFTR33.SECREFUSAL)
      * LIBRARY(MFT110.COPYBOOK(SECLOG))
      * ONE ROW PER REQUEST REFUSED BY THE CB3/CB4/CB5 AUTHORITY
      * CHECKS. KEYVALUE IS THE CLAIM OR CUSTOMER KEY ENTERED ON
      * THE SCREEN. LISTED NIGHTLY BY MF110SEC.
      * ***************************************************************
       01 SECREFUSAL.
           10 USERID                   PIC X(08).
           10 TRANSID                  PIC X(04).
           10 OPTIONCODE               PIC X(01).
           10 KEYVALUE                 PIC X(16).
           10 REFUSALREASON            PIC X(26).
           10 REFUSETIMESTAMP          PIC X(26).
