      * ***************************************************************
      * DCLGEN TABLE(MFTR33.RIQUARANTINE)
      * LIBRARY(MFT110.COPYBOOK(RIQUAR))
      * ORPHAN ROWS MOVED OUT OF THE LIVE CLAIM TABLES BY MF110RIS
      * IN FIX MODE. ROWIMAGE (CHAR FOR BIT DATA) HOLDS THE WHOLE
      * SOURCE ROW IN ITS DCLGEN LAYOUT - CLAIMPAY, CLAIMRCV,
      * CLMNOTES OR CLMDIARY ACCORDING TO SOURCETABLE - SO IT CAN
      * BE RE-INSERTED ONCE THE PARENT CLAIM IS RESTORED. RUNSTART
      * IS THE MF110RIS BATCHRUN STARTTIMESTAMP.
      * ***************************************************************
       01 RIQUARANTINE.
           10 RULECODE                 PIC X(03).
           10 SOURCETABLE              PIC X(18).
           10 CLAIMNUMBER              PIC S9(9).
           10 ROWSEQ                   PIC S9(4).
           10 ROWIMAGE                 PIC X(250).
           10 QUARANTINETS             PIC X(26).
           10 RUNSTART                 PIC X(26).
