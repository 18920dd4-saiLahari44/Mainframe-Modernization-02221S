      * ***************************************************************
      * DCLGEN TABLE(MFTR33.LITIGATION)
      * LIBRARY(MFT110.COPYBOOK(LITIGATN))
      * ONE ROW PER CLAIM IN SUIT, MAINTAINED BY CB3 OPTION L.
      * DEFENSEPAYEEID IS THE DEFENSE COUNSEL ON MFTR33.PAYEEMASTER.
      * TRIALDATE IS NULL UNTIL A TRIAL IS SET. OUTCOME IS REQUIRED
      * ONCE SUITSTATUS IS CLOSED.
      * ***************************************************************
       01 LITIGATION.
           10 CLAIMNUMBER              PIC S9(9).
           10 SUITDATE                 PIC X(10).
           10 COURTNAME                PIC X(30).
           10 DOCKETNUMBER             PIC X(18).
           10 PLAINTIFFCOUNSEL         PIC X(18).
           10 DEFENSEPAYEEID           PIC X(07).
           10 SUITSTATUS               PIC X(06).
              88 SUITSTATUS-OPEN                VALUE 'OPEN  '.
              88 SUITSTATUS-TRIAL               VALUE 'TRIAL '.
              88 SUITSTATUS-CLOSED              VALUE 'CLOSED'.
           10 TRIALDATE                PIC X(10).
           10 OUTCOME                  PIC X(10).
              88 OUTCOME-VALID                  VALUE 'SETTLED   '
                                                      'DISMISSED '
                                                      'DEFVERDICT'
                                                      'PLTVERDICT'
                                                      'WITHDRAWN '.
           10 LITUSERID                PIC X(08).
           10 LITTIMESTAMP             PIC X(26).
