           05 FILLER             PIC X(08) VALUE 'MF110TPA'.
           05 FILLER             PIC X(08) VALUE 'MF110REC'.
           05 FILLER             PIC X(08) VALUE 'MF110ESC'.
           05 FILLER             PIC X(08) VALUE 'MF110SEC'.
           05 FILLER             PIC X(08) VALUE 'MF110RIS'.
           05 FILLER             PIC X(08) VALUE 'MF110CDC'.
       01 WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-PGMS.
           05 WS-EXPECTED-PGM    PIC X(08) OCCURS 11.
       01 WS-PGM-MAX             PIC S9(4) COMP VALUE 11.
       01 WS-HEADING1.
           05 FILLER        PIC X(40) VALUE
              'MF110MON DAILY BATCH HEALTH REPORT'.
