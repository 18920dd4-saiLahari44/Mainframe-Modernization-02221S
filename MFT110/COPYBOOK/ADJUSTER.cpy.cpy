      * ***************************************************************
      * DCLGEN TABLE(MFTR33.ADJUSTER)
      * LIBRARY(MFT110.COPYBOOK(ADJUSTER))
      * ONE ROW PER CLAIMS ADJUSTER, KEYED BY CICS/TSO USER ID.
      * AUTHORITYLEVEL 1 HANDLES ROUTINE CLAIMS, 2 ALSO MEDIUM AND
      * 3 ALSO HIGH/SEVERE/CRITICAL. SPECIALTYCAUSE LIMITS AUTOMATIC
      * ASSIGNMENT TO ONE CAUSE; SPACES TAKES ANY CAUSE. NEW CLAIMS
      * GO TO THE LEAST-LOADED ACTIVE ADJUSTER UNDER MAXCASELOAD.
      * SUPERVISORID RECEIVES THE ADJUSTER'S MF110ESC ESCALATIONS.
      * ***************************************************************
       01 ADJUSTER.
           10 ADJUSTERID               PIC X(08).
           10 ADJUSTERNAME             PIC X(30).
           10 AUTHORITYLEVEL           PIC S9(4).
           10 MAXCASELOAD              PIC S9(4).
           10 ACTIVEFLAG               PIC X(01).
              88 ADJUSTER-ACTIVE                VALUE 'Y'.
              88 ADJUSTER-INACTIVE              VALUE 'N'.
           10 SUPERVISORID             PIC X(08).
           10 SPECIALTYCAUSE           PIC X(18).
