      * ***************************************************************
      * DCLGEN TABLE(MFTR33.CHANGEEVENT)
      * LIBRARY(MFT110.COPYBOOK(CHGEVENT))
      * CHANGE-EVENT OUTBOX. EVERY PROGRAM THAT INSERTS, UPDATES OR
      * DELETES A CLAIMS, CLAIMPAYMENTS, CUSTOMER, CLAIMRECOVERY OR
      * CLAIMNOTES ROW WRITES ONE ROW HERE IN THE SAME UNIT OF WORK.
      * EVENTSEQ IS MAX + 1 (UNIQUE INDEX). BEFOREIMAGE/AFTERIMAGE
      * (CHAR FOR BIT DATA) HOLD THE ROW IN ITS DCLGEN LAYOUT - SPACES
      * FOR THE BEFORE OF AN INSERT AND THE AFTER OF A DELETE.
      * EVENTKEY IS THE CLAIM NUMBER (9 DIGITS), CLAIM/SEQ FOR CHILD
      * ROWS, OR THE CUSTOMER NUMBER. MF110CDC DRAINS UNDELIVERED
      * ROWS TO THE WAREHOUSE FEED, SETS DELIVERED = 'Y', AND PURGES
      * DELIVERED ROWS ONCE PAST THE RETENTION WINDOW.
      * ***************************************************************
       01 CHANGEEVENT.
           10 EVENTSEQ                 PIC S9(9).
           10 EVENTTYPE                PIC X(01).
              88 EVENTTYPE-INSERT               VALUE 'I'.
              88 EVENTTYPE-UPDATE               VALUE 'U'.
              88 EVENTTYPE-DELETE               VALUE 'D'.
           10 TABLENAME                PIC X(18).
           10 EVENTKEY                 PIC X(20).
           10 BEFOREIMAGE              PIC X(250).
           10 AFTERIMAGE               PIC X(250).
           10 SOURCEPGM                PIC X(08).
           10 EVENTUSERID              PIC X(08).
           10 EVENTTIMESTAMP           PIC X(26).
           10 DELIVERED                PIC X(01).
              88 DELIVERED-NO                   VALUE 'N'.
              88 DELIVERED-YES                  VALUE 'Y'.
           10 DELIVERTIMESTAMP         PIC X(26).
