      * ***************************************************************
      * DCLGEN TABLE(MFTR33.PERIODCONTROL)
      * LIBRARY(MFT110.COPYBOOK(PERCTL))
      * ONE ROW PER ACCOUNTING PERIOD (CALENDAR MONTH, 'YYYY-MM').
      * MF110CLS SETS PERIODSTATUS TO 'C' WHEN IT CLOSES THE PERIOD
      * AND ADDS THE FOLLOWING PERIOD AS 'O'. ACTIVITY DATED INTO A
      * CLOSED PERIOD IS POSTED TO THE FIRST DAY OF THE EARLIEST
      * OPEN PERIOD AFTER IT. A DATE WITH NO ROW IS OPEN.
      * ***************************************************************
       01 PERIODCONTROL.
           10 ACCTPERIOD               PIC X(07).
           10 PERIODSTART              PIC X(10).
           10 PERIODEND                PIC X(10).
           10 PERIODSTATUS             PIC X(01).
              88 PERIODSTATUS-OPEN              VALUE 'O'.
              88 PERIODSTATUS-CLOSED            VALUE 'C'.
           10 CLOSETIMESTAMP           PIC X(26).
           10 CLOSEUSERID              PIC X(08).
           10 CLAIMCOUNT               PIC S9(7).
