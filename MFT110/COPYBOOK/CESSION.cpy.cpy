      * ***************************************************************
      * DCLGEN TABLE(MFTR33.CESSION)
      * LIBRARY(MFT110.COPYBOOK(CESSION))
      * MF110CED CESSIONS - ONE ROW PER QUARTER ('YYYYQN'), TREATY
      * LINE AND CLAIM (XOL, EVENTCODE BLANK) OR CATEVENT (CAT,
      * CLAIMNUMBER ZERO). SUBJECT AMOUNTS ARE PAID AND INCURRED NET
      * OF CLAIMRECOVERY (AND, FOR CAT, OF XOL CESSIONS) AS AT THE
      * QUARTER END. CEDEDINCURRED IS THE RECOVERABLE; CEDED
      * OUTSTANDING IS CEDEDINCURRED - CEDEDPAID. PRIORCEDEDPAID IS
      * CEDEDPAID AT THE PRIOR QUARTER END, SO CEDEDPAID -
      * PRIORCEDEDPAID IS BILLABLE FOR THE QUARTER.
      * ***************************************************************
       01 CESSION.
           10 CESSQUARTER              PIC X(06).
           10 TREATYID                 PIC X(08).
           10 REINSURERID              PIC X(08).
           10 TREATYTYPE               PIC X(03).
           10 CLAIMNUMBER              PIC S9(9).
           10 EVENTCODE                PIC X(08).
           10 LOSSDATE                 PIC X(10).
           10 CLAIMCOUNT               PIC S9(7).
           10 SUBJECTPAID              PIC S9(11)V99 COMP-3.
           10 SUBJECTINCURRED          PIC S9(11)V99 COMP-3.
           10 CEDEDPAID                PIC S9(9)V99 COMP-3.
           10 CEDEDINCURRED            PIC S9(9)V99 COMP-3.
           10 PRIORCEDEDPAID           PIC S9(9)V99 COMP-3.
           10 DERIVED                  PIC X(01).
              88 DERIVED-NO                     VALUE 'N'.
              88 DERIVED-YES                    VALUE 'Y'.
           10 CESSIONTS                PIC X(26).
