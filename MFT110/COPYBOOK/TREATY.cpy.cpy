      * ***************************************************************
      * DCLGEN TABLE(MFTR33.TREATY)
      * LIBRARY(MFT110.COPYBOOK(TREATY))
      * REINSURANCE TREATY MASTER - ONE ROW PER REINSURER LINE ON A
      * TREATY. TYPE, RETENTION, LIMIT, CO-PARTICIPATION AND DATES
      * ARE THE SAME ON EVERY LINE OF ONE TREATY. TREATYLIMIT IS THE
      * WIDTH OF THE LAYER ABOVE RETENTION. COPARTPCT IS THE PERCENT
      * OF THE LAYER THE COMPANY KEEPS; REINSURERSHARE IS THE LINE'S
      * PERCENT OF WHAT IS CEDED. XOL (PER-RISK EXCESS OF LOSS)
      * APPLIES TO EACH CLAIM AND CAT TO THE AGGREGATE OF THE CLAIMS
      * ON ONE CATEVENT, FOR CLAIMDATE FROM EFFECTIVEDATE THROUGH
      * EXPIRYDATE. MF110CED APPLIES IT QUARTERLY.
      * ***************************************************************
       01 TREATY.
           10 TREATYID                 PIC X(08).
           10 REINSURERID              PIC X(08).
           10 REINSURERNAME            PIC X(30).
           10 TREATYTYPE               PIC X(03).
              88 TREATYTYPE-PERRISK             VALUE 'XOL'.
              88 TREATYTYPE-CAT                 VALUE 'CAT'.
           10 RETENTION                PIC S9(9)V99 COMP-3.
           10 TREATYLIMIT              PIC S9(9)V99 COMP-3.
           10 COPARTPCT                PIC S9(3)V99 COMP-3.
           10 REINSURERSHARE           PIC S9(3)V99 COMP-3.
           10 EFFECTIVEDATE            PIC X(10).
           10 EXPIRYDATE               PIC X(10).
