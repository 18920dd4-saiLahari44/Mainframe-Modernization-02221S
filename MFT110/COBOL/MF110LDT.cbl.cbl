       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110LDT.
       AUTHOR. HARIKASADI
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCFILE ASSIGN TO ARCFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT LDTFILE ASSIGN TO LDTFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 ARC-RECORD.
           05 ARC-CLAIMNUMBER        PIC 9(09).
           05 ARC-CHANGETYPE         PIC X(01).
           05 ARC-OLDPAID            PIC S9(7)V99.
           05 ARC-NEWPAID            PIC S9(7)V99.
           05 ARC-OLDVALUE1          PIC S9(7)V99.
           05 ARC-NEWVALUE1          PIC S9(7)V99.
           05 ARC-CHANGEUSERID       PIC X(08).
           05 ARC-CHANGETIMESTAMP    PIC X(26).
      * ONE RECORD PER SEGMENT / ACCIDENT YEAR / DEVELOPMENT AGE CELL.
      * AMOUNTS AND COUNTS ARE CUMULATIVE TO THE DEVELOPMENT AGE. THE
      * FACTORS ARE AGE-TO-AGE FROM THIS AGE TO THE NEXT 12 MONTHS
      * AND ARE ZERO ON THE LATEST DIAGONAL.
       FD  LDTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01 LDT-RECORD.
           05 LDT-VALUATION-DATE     PIC X(10).
           05 LDT-BREAKOUT-TYPE      PIC X(01).
           05 LDT-SEGMENT            PIC X(18).
           05 LDT-ACCIDENT-YEAR      PIC 9(04).
           05 LDT-DEV-MONTHS         PIC 9(03).
           05 LDT-PAID-AMOUNT        PIC S9(11)V99.
           05 LDT-PAID-COUNT         PIC S9(07).
           05 LDT-INCURRED-AMOUNT    PIC S9(11)V99.
           05 LDT-REPORTED-COUNT     PIC S9(07).
           05 LDT-PAID-FACTOR        PIC S9(03)V9(04).
           05 LDT-INCURRED-FACTOR    PIC S9(03)V9(04).
           05 FILLER                 PIC X(10).
       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-RECORD                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                          VALUE 'Y'.
       01 WS-ARC-EOF-SW           PIC X(01) VALUE 'N'.
          88 WS-ARC-EOF                      VALUE 'Y'.
       01 WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
          88 WS-SEG-OVERFLOW                 VALUE 'Y'.
       01 WS-BREAKOUT             PIC X(01) VALUE 'N'.
          88 WS-BREAKOUT-NONE                VALUE 'N'.
          88 WS-BREAKOUT-CAUSE               VALUE 'C'.
          88 WS-BREAKOUT-EVENT               VALUE 'E'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-EVAL-YEAR            PIC 9(04) VALUE ZERO.
       01 WS-FIRST-YEAR           PIC 9(04) VALUE ZERO.
       01 WS-VALUATION-DATE       PIC X(10) VALUE SPACES.
       01 WS-FIRST-AY-DATE        PIC X(10) VALUE SPACES.
       01 WS-ACC-YEAR             PIC 9(04) VALUE ZERO.
       01 WS-CHG-YEAR             PIC 9(04) VALUE ZERO.
       01 WS-BREAK-KEY            PIC X(18) VALUE SPACES.
       01 WS-PAID-MOVE            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-INCD-MOVE            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-PAID-CNT-MOVE        PIC S9(3)    COMP-3 VALUE ZERO.
       01 WS-RPTD-CNT-MOVE        PIC S9(3)    COMP-3 VALUE ZERO.
       01 WS-PAID-FACTOR          PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01 WS-INCD-FACTOR          PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01 WS-SUM-BASE             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-SUM-NEXT             PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-AVG-FACTOR           PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01 WS-SEG-IX               PIC S9(4) COMP VALUE ZERO.
       01 WS-SG                   PIC S9(4) COMP VALUE ZERO.
       01 WS-AY-IX                PIC S9(4) COMP VALUE ZERO.
       01 WS-DEV-IX               PIC S9(4) COMP VALUE ZERO.
       01 WS-PRIOR-DEV            PIC S9(4) COMP VALUE ZERO.
       01 WS-NEXT-DEV             PIC S9(4) COMP VALUE ZERO.
       01 WS-MAX-DEV              PIC S9(4) COMP VALUE ZERO.
       01 WS-LAST-AY              PIC S9(4) COMP VALUE ZERO.
       01 WS-MEASURE              PIC S9(4) COMP VALUE ZERO.
       01 WS-SEG-COUNT            PIC S9(4) COMP VALUE 1.
       01 WS-SEG-MAX              PIC S9(4) COMP VALUE 30.
       01 WS-AY-MAX               PIC S9(4) COMP VALUE 10.
       01 WS-ARC-READ-COUNT       PIC S9(7)    VALUE ZERO.
       01 WS-HIST-READ-COUNT      PIC S9(7)    VALUE ZERO.
       01 WS-NO-CLAIM-COUNT       PIC S9(7)    VALUE ZERO.
       01 WS-OUT-WINDOW-COUNT     PIC S9(7)    VALUE ZERO.
       01 WS-AFTER-VAL-COUNT      PIC S9(7)    VALUE ZERO.
       01 WS-POSTED-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-WRITE-COUNT          PIC S9(7)    VALUE ZERO.
      * CELL ACCUMULATORS - SEGMENT 1 IS ALWAYS ALL CLAIMS, THE REST
      * ARE THE CAUSE OR EVENTCODE BREAKOUT. KEYS BEYOND THE TABLE
      * ARE POOLED IN THE LAST SLOT AS ALL OTHER.
       01 WS-SEGMENT-TABLE.
           05 WS-SEG                OCCURS 30.
              10 WS-SEG-KEY         PIC X(18).
              10 WS-SEG-AY          OCCURS 10.
                 15 WS-SEG-CELL     OCCURS 10.
                    20 WS-CELL-PAID      PIC S9(11)V99 COMP-3.
                    20 WS-CELL-INCD      PIC S9(11)V99 COMP-3.
                    20 WS-CELL-PAID-CNT  PIC S9(7)     COMP-3.
                    20 WS-CELL-RPTD-CNT  PIC S9(7)     COMP-3.
       01 WS-MEASURE-NAMES.
           05 FILLER             PIC X(40) VALUE
              'PAID LOSSES - CUMULATIVE AMOUNT'.
           05 FILLER             PIC X(40) VALUE
              'PAID LOSSES - CLAIMS WITH PAYMENT'.
           05 FILLER             PIC X(40) VALUE
              'INCURRED LOSSES - CUMULATIVE AMOUNT'.
           05 FILLER             PIC X(40) VALUE
              'INCURRED LOSSES - REPORTED CLAIMS'.
           05 FILLER             PIC X(40) VALUE
              'PAID AGE-TO-AGE FACTORS'.
           05 FILLER             PIC X(40) VALUE
              'INCURRED AGE-TO-AGE FACTORS'.
       01 WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
           05 WS-MEASURE-NAME    PIC X(40) OCCURS 6.
       01 WS-HEADING1.
           05 FILLER        PIC X(44) VALUE
              'MF110LDT LOSS DEVELOPMENT TRIANGLES'.
           05 FILLER        PIC X(16) VALUE 'VALUATION DATE '.
           05 WS-H-VALDATE  PIC X(10).
           05 FILLER        PIC X(62) VALUE SPACES.
       01 WS-SEG-HEADING.
           05 FILLER             PIC X(10) VALUE 'SEGMENT :'.
           05 WS-SH-KEY          PIC X(18).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(11) VALUE 'BREAKOUT :'.
           05 WS-SH-TYPE         PIC X(10).
           05 FILLER             PIC X(79) VALUE SPACES.
       01 WS-BLOCK-HEADING.
           05 WS-B-NAME          PIC X(40).
           05 FILLER             PIC X(92) VALUE SPACES.
       01 WS-TRI-LINE.
           05 WS-T-LABEL         PIC X(08).
           05 WS-T-CELL          PIC X(12) OCCURS 10.
           05 FILLER             PIC X(04).
       01 WS-E-YEAR-LABEL.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-E-YEAR          PIC 9(04).
           05 FILLER             PIC X(02) VALUE SPACES.
       01 WS-E-MONTHS            PIC Z(11)9.
       01 WS-E-AMOUNT            PIC -(11)9.
       01 WS-E-FACTOR-HEAD.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 WS-E-FROM          PIC ZZ9.
           05 FILLER             PIC X(01) VALUE '-'.
           05 WS-E-TO            PIC 999.
       01 WS-E-FACTOR-CELL.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-E-FACTOR        PIC -(3)9.9999.
       01 WS-BLANK-LINE          PIC X(132) VALUE SPACES.
       01 WS-CONTROL-LINE.
           05 WS-C-LABEL         PIC X(40).
           05 WS-C-VALUE         PIC ZZZZ,ZZ9.
           05 FILLER             PIC X(84) VALUE SPACES.
       01 WS-VERDICT-LINE.
           05 WS-V-MESSAGE       PIC X(60).
           05 FILLER             PIC X(72) VALUE SPACES.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BATCHRUN
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMS
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMSHIST
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-EVAL-YEAR         PIC X(04).
           05 LK-BREAKOUT          PIC X(01).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 050-SET-VALUATION THRU 050-EXIT
           IF RETURN-CODE > 4
               PERFORM 920-CLOSE-RUN THRU 920-EXIT
               STOP RUN
           END-IF
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 200-READ-ARCHIVE THRU 200-EXIT
           PERFORM 300-PROCESS-ARCHIVE THRU 300-EXIT
               UNTIL WS-ARC-EOF
           PERFORM 250-FETCH-HIST THRU 250-EXIT
           PERFORM 350-PROCESS-HIST THRU 350-EXIT
               UNTIL WS-EOF
           IF RETURN-CODE NOT > 4
               PERFORM 500-CUMULATE-SEGMENT THRU 500-EXIT
                   VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-SEG-COUNT
               PERFORM 600-PRINT-SEGMENT THRU 600-EXIT
                   VARYING WS-SG FROM 1 BY 1
                   UNTIL WS-SG > WS-SEG-COUNT
           END-IF
           PERFORM 800-FINALIZE THRU 800-EXIT
           PERFORM 920-CLOSE-RUN THRU 920-EXIT
           STOP RUN.
       010-REGISTER-RUN.
             EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP)
                INTO  :WS-RUN-START
                FROM SYSIBM.SYSDUMMY1
             END-EXEC.
             EXEC SQL
                INSERT INTO MFTR33.BATCHRUN
                       (PROGRAMNAME,
                        STARTTIMESTAMP,
                        READCOUNT,
                        WRITECOUNT,
                        REJECTCOUNT,
                        RUNSTATUS)
                VALUES ('MF110LDT', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LDT - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       010-EXIT.
           EXIT.
      * PARM IS YYYYB - VALUATION YEAR AND BREAKOUT (N/C/E). A YEAR
      * OF 0000 OR NO PARM VALUES AT THE LAST COMPLETED YEAR END.
       050-SET-VALUATION.
           IF LK-PARM-LEN > 3
               IF LK-EVAL-YEAR IS NUMERIC
                   MOVE LK-EVAL-YEAR TO WS-EVAL-YEAR
               ELSE
                   DISPLAY 'MF110LDT - INVALID VALUATION YEAR PARM'
                           ' - RUN ABANDONED'
                   MOVE 12 TO RETURN-CODE
                   GO TO 050-EXIT
               END-IF
           END-IF
           IF LK-PARM-LEN > 4
               MOVE LK-BREAKOUT TO WS-BREAKOUT
           END-IF
           IF NOT WS-BREAKOUT-NONE
                   AND NOT WS-BREAKOUT-CAUSE
                   AND NOT WS-BREAKOUT-EVENT
               DISPLAY 'MF110LDT - INVALID BREAKOUT PARM - RUN'
                       ' ABANDONED'
               MOVE 12 TO RETURN-CODE
               GO TO 050-EXIT
           END-IF
           IF WS-EVAL-YEAR = ZERO
             EXEC SQL
                SELECT YEAR(CURRENT DATE) - 1
                INTO  :WS-EVAL-YEAR
                FROM SYSIBM.SYSDUMMY1
             END-EXEC
           END-IF
           COMPUTE WS-FIRST-YEAR = WS-EVAL-YEAR - WS-AY-MAX + 1
           STRING WS-EVAL-YEAR DELIMITED BY SIZE
                  '-12-31'     DELIMITED BY SIZE
                  INTO WS-VALUATION-DATE
           END-STRING
           STRING WS-FIRST-YEAR DELIMITED BY SIZE
                  '-01-01'      DELIMITED BY SIZE
                  INTO WS-FIRST-AY-DATE
           END-STRING.
       050-EXIT.
           EXIT.
       100-INITIALIZE.
           OPEN INPUT  ARCFILE
           OPEN OUTPUT LDTFILE
           OPEN OUTPUT RPTFILE
           MOVE WS-VALUATION-DATE TO WS-H-VALDATE
           MOVE WS-HEADING1 TO RPT-RECORD
           WRITE RPT-RECORD
           INITIALIZE WS-SEGMENT-TABLE
           MOVE 'ALL CLAIMS' TO WS-SEG-KEY (1)
             EXEC SQL
                DECLARE LDTCSR CURSOR FOR
                SELECT H.CLAIMNUMBER,
                       H.CHANGETYPE,
                       H.OLDPAID,
                       H.NEWPAID,
                       H.OLDVALUE1,
                       H.NEWVALUE1,
                       H.CHANGETIMESTAMP,
                       C.CLAIMDATE,
                       COALESCE(C.CAUSE, ' '),
                       COALESCE(C.EVENTCODE, ' ')
                FROM MFTR33.CLAIMSHIST H,
                     MFTR33.CLAIMS C
                WHERE C.CLAIMNUMBER = H.CLAIMNUMBER
                  AND C.CLAIMDATE >= DATE(:WS-FIRST-AY-DATE)
                  AND DATE(H.CHANGETIMESTAMP) <=
                      DATE(:WS-VALUATION-DATE)
             END-EXEC.
             EXEC SQL
                OPEN LDTCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LDT - CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-IF.
       100-EXIT.
           EXIT.
       200-READ-ARCHIVE.
           READ ARCFILE
               AT END
                   SET WS-ARC-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARC-READ-COUNT
           END-READ.
       200-EXIT.
           EXIT.
       250-FETCH-HIST.
           IF WS-EOF
               GO TO 250-EXIT
           END-IF
             EXEC SQL
                FETCH LDTCSR
                INTO  :CLAIMSHIST.CLAIMNUMBER,
                      :CLAIMSHIST.CHANGETYPE,
                      :CLAIMSHIST.OLDPAID,
                      :CLAIMSHIST.NEWPAID,
                      :CLAIMSHIST.OLDVALUE1,
                      :CLAIMSHIST.NEWVALUE1,
                      :CLAIMSHIST.CHANGETIMESTAMP,
                      :CLAIMS.CLAIMDATE,
                      :CLAIMS.CAUSE,
                      :CLAIMS.EVENTCODE
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-HIST-READ-COUNT
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LDT - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       250-EXIT.
           EXIT.
       300-PROCESS-ARCHIVE.
           MOVE ARC-CLAIMNUMBER     TO CLAIMNUMBER OF CLAIMSHIST
           MOVE ARC-CHANGETYPE      TO CHANGETYPE
           MOVE ARC-OLDPAID         TO OLDPAID
           MOVE ARC-NEWPAID         TO NEWPAID
           MOVE ARC-OLDVALUE1       TO OLDVALUE1
           MOVE ARC-NEWVALUE1       TO NEWVALUE1
           MOVE ARC-CHANGETIMESTAMP TO CHANGETIMESTAMP
           MOVE ARC-CLAIMNUMBER     TO CLAIMNUMBER OF CLAIMS
             EXEC SQL
                SELECT CLAIMDATE,
                       COALESCE(CAUSE, ' '),
                       COALESCE(EVENTCODE, ' ')
                INTO  :CLAIMS.CLAIMDATE,
                      :CLAIMS.CAUSE,
                      :CLAIMS.EVENTCODE
                FROM MFTR33.CLAIMS
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 400-APPLY-EVENT THRU 400-EXIT
             WHEN 100
               ADD 1 TO WS-NO-CLAIM-COUNT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LDT - CLAIM LOOKUP FAILED RC : '
                       WS-SQLCODE
               DISPLAY 'MF110LDT - CLAIM : ' ARC-CLAIMNUMBER
               MOVE 12 TO RETURN-CODE
               SET WS-ARC-EOF TO TRUE
               SET WS-EOF TO TRUE
               GO TO 300-EXIT
           END-EVALUATE
           PERFORM 200-READ-ARCHIVE THRU 200-EXIT.
       300-EXIT.
           EXIT.
       350-PROCESS-HIST.
           PERFORM 400-APPLY-EVENT THRU 400-EXIT
           PERFORM 250-FETCH-HIST THRU 250-EXIT.
       350-EXIT.
           EXIT.
      * POST ONE HISTORY MOVEMENT TO ITS ACCIDENT YEAR / DEVELOPMENT
      * YEAR CELL. DEVELOPMENT YEAR 1 (12 MONTHS) IS THE ACCIDENT
      * YEAR ITSELF, YEAR 2 (24 MONTHS) THE FOLLOWING CALENDAR YEAR.
       400-APPLY-EVENT.
           IF CHANGETIMESTAMP (1:10) > WS-VALUATION-DATE
               ADD 1 TO WS-AFTER-VAL-COUNT
               GO TO 400-EXIT
           END-IF
           IF CLAIMDATE OF CLAIMS (1:4) IS NOT NUMERIC
               ADD 1 TO WS-OUT-WINDOW-COUNT
               GO TO 400-EXIT
           END-IF
           MOVE CLAIMDATE OF CLAIMS (1:4) TO WS-ACC-YEAR
           MOVE CHANGETIMESTAMP (1:4)     TO WS-CHG-YEAR
           IF WS-ACC-YEAR < WS-FIRST-YEAR
                   OR WS-ACC-YEAR > WS-EVAL-YEAR
               ADD 1 TO WS-OUT-WINDOW-COUNT
               GO TO 400-EXIT
           END-IF
           COMPUTE WS-AY-IX = WS-ACC-YEAR - WS-FIRST-YEAR + 1
           IF WS-CHG-YEAR < WS-ACC-YEAR
               MOVE 1 TO WS-DEV-IX
           ELSE
               COMPUTE WS-DEV-IX = WS-CHG-YEAR - WS-ACC-YEAR + 1
           END-IF
           COMPUTE WS-PAID-MOVE = NEWPAID - OLDPAID
           COMPUTE WS-INCD-MOVE = NEWVALUE1 - OLDVALUE1
           MOVE ZERO TO WS-PAID-CNT-MOVE
           MOVE ZERO TO WS-RPTD-CNT-MOVE
           IF OLDPAID = ZERO AND NEWPAID NOT = ZERO
               MOVE 1 TO WS-PAID-CNT-MOVE
           END-IF
           IF OLDPAID NOT = ZERO AND NEWPAID = ZERO
               MOVE -1 TO WS-PAID-CNT-MOVE
           END-IF
           EVALUATE CHANGETYPE
             WHEN 'I'
               MOVE 1 TO WS-RPTD-CNT-MOVE
             WHEN 'D'
               MOVE -1 TO WS-RPTD-CNT-MOVE
           END-EVALUATE
           MOVE 1 TO WS-SEG-IX
           PERFORM 420-POST-CELL THRU 420-EXIT
           IF NOT WS-BREAKOUT-NONE
               PERFORM 450-FIND-SEGMENT THRU 450-EXIT
               PERFORM 420-POST-CELL THRU 420-EXIT
           END-IF
           ADD 1 TO WS-POSTED-COUNT.
       400-EXIT.
           EXIT.
       420-POST-CELL.
           ADD WS-PAID-MOVE
               TO WS-CELL-PAID (WS-SEG-IX, WS-AY-IX, WS-DEV-IX)
           ADD WS-INCD-MOVE
               TO WS-CELL-INCD (WS-SEG-IX, WS-AY-IX, WS-DEV-IX)
           ADD WS-PAID-CNT-MOVE
               TO WS-CELL-PAID-CNT (WS-SEG-IX, WS-AY-IX, WS-DEV-IX)
           ADD WS-RPTD-CNT-MOVE
               TO WS-CELL-RPTD-CNT (WS-SEG-IX, WS-AY-IX, WS-DEV-IX).
       420-EXIT.
           EXIT.
       450-FIND-SEGMENT.
           IF WS-BREAKOUT-CAUSE
               MOVE CAUSE OF CLAIMS TO WS-BREAK-KEY
               IF WS-BREAK-KEY = SPACES
                   MOVE 'NO CAUSE' TO WS-BREAK-KEY
               END-IF
           ELSE
               MOVE EVENTCODE OF CLAIMS TO WS-BREAK-KEY
               IF WS-BREAK-KEY = SPACES
                   MOVE 'NO EVENT' TO WS-BREAK-KEY
               END-IF
           END-IF
           MOVE ZERO TO WS-SEG-IX
           PERFORM 460-MATCH-SEGMENT THRU 460-EXIT
               VARYING WS-SG FROM 2 BY 1
               UNTIL WS-SG > WS-SEG-COUNT
                  OR WS-SEG-IX > ZERO
           IF WS-SEG-IX > ZERO
               GO TO 450-EXIT
           END-IF
           IF WS-SEG-COUNT < WS-SEG-MAX - 1
               ADD 1 TO WS-SEG-COUNT
               MOVE WS-SEG-COUNT TO WS-SEG-IX
               MOVE WS-BREAK-KEY TO WS-SEG-KEY (WS-SEG-IX)
           ELSE
               IF NOT WS-SEG-OVERFLOW
                   DISPLAY 'MF110LDT - BREAKOUT TABLE FULL - REMAINING'
                           ' KEYS POOLED AS ALL OTHER'
                   SET WS-SEG-OVERFLOW TO TRUE
               END-IF
               MOVE WS-SEG-MAX  TO WS-SEG-COUNT
               MOVE WS-SEG-MAX  TO WS-SEG-IX
               MOVE 'ALL OTHER' TO WS-SEG-KEY (WS-SEG-IX)
           END-IF.
       450-EXIT.
           EXIT.
       460-MATCH-SEGMENT.
           IF WS-SEG-KEY (WS-SG) = WS-BREAK-KEY
               MOVE WS-SG TO WS-SEG-IX
           END-IF.
       460-EXIT.
           EXIT.
      * TURN THE POSTED MOVEMENTS INTO CUMULATIVE VALUES ALONG EACH
      * ACCIDENT YEAR, STOPPING AT THE VALUATION DIAGONAL.
       500-CUMULATE-SEGMENT.
           PERFORM 510-CUMULATE-YEAR THRU 510-EXIT
               VARYING WS-AY-IX FROM 1 BY 1
               UNTIL WS-AY-IX > WS-AY-MAX.
       500-EXIT.
           EXIT.
       510-CUMULATE-YEAR.
           COMPUTE WS-MAX-DEV = WS-AY-MAX - WS-AY-IX + 1
           PERFORM 520-CUMULATE-CELL THRU 520-EXIT
               VARYING WS-DEV-IX FROM 2 BY 1
               UNTIL WS-DEV-IX > WS-MAX-DEV.
       510-EXIT.
           EXIT.
       520-CUMULATE-CELL.
           COMPUTE WS-PRIOR-DEV = WS-DEV-IX - 1
           ADD WS-CELL-PAID (WS-SG, WS-AY-IX, WS-PRIOR-DEV)
               TO WS-CELL-PAID (WS-SG, WS-AY-IX, WS-DEV-IX)
           ADD WS-CELL-INCD (WS-SG, WS-AY-IX, WS-PRIOR-DEV)
               TO WS-CELL-INCD (WS-SG, WS-AY-IX, WS-DEV-IX)
           ADD WS-CELL-PAID-CNT (WS-SG, WS-AY-IX, WS-PRIOR-DEV)
               TO WS-CELL-PAID-CNT (WS-SG, WS-AY-IX, WS-DEV-IX)
           ADD WS-CELL-RPTD-CNT (WS-SG, WS-AY-IX, WS-PRIOR-DEV)
               TO WS-CELL-RPTD-CNT (WS-SG, WS-AY-IX, WS-DEV-IX).
       520-EXIT.
           EXIT.
       600-PRINT-SEGMENT.
           MOVE WS-BLANK-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-SEG-KEY (WS-SG) TO WS-SH-KEY
           EVALUATE TRUE
             WHEN WS-SG = 1
               MOVE 'NONE'      TO WS-SH-TYPE
             WHEN WS-BREAKOUT-CAUSE
               MOVE 'CAUSE'     TO WS-SH-TYPE
             WHEN OTHER
               MOVE 'EVENTCODE' TO WS-SH-TYPE
           END-EVALUATE
           MOVE WS-SEG-HEADING TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 610-PRINT-BLOCK THRU 610-EXIT
               VARYING WS-MEASURE FROM 1 BY 1
               UNTIL WS-MEASURE > 6
           PERFORM 670-EXTRACT-YEAR THRU 670-EXIT
               VARYING WS-AY-IX FROM 1 BY 1
               UNTIL WS-AY-IX > WS-AY-MAX.
       600-EXIT.
           EXIT.
       610-PRINT-BLOCK.
           MOVE WS-BLANK-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-MEASURE-NAME (WS-MEASURE) TO WS-B-NAME
           MOVE WS-BLOCK-HEADING TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES     TO WS-TRI-LINE
           MOVE 'ACC YEAR' TO WS-T-LABEL
           PERFORM 615-FORMAT-HEADING THRU 615-EXIT
               VARYING WS-DEV-IX FROM 1 BY 1
               UNTIL WS-DEV-IX > WS-AY-MAX
           MOVE WS-TRI-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 620-PRINT-YEAR THRU 620-EXIT
               VARYING WS-AY-IX FROM 1 BY 1
               UNTIL WS-AY-IX > WS-AY-MAX
           IF WS-MEASURE > 4
               PERFORM 640-PRINT-AVERAGE THRU 640-EXIT
           END-IF.
       610-EXIT.
           EXIT.
       615-FORMAT-HEADING.
           IF WS-MEASURE > 4
               IF WS-DEV-IX < WS-AY-MAX
                   COMPUTE WS-E-FROM = WS-DEV-IX * 12
                   COMPUTE WS-E-TO   = WS-DEV-IX * 12 + 12
                   MOVE WS-E-FACTOR-HEAD TO WS-T-CELL (WS-DEV-IX)
               END-IF
           ELSE
               COMPUTE WS-E-MONTHS = WS-DEV-IX * 12
               MOVE WS-E-MONTHS TO WS-T-CELL (WS-DEV-IX)
           END-IF.
       615-EXIT.
           EXIT.
       620-PRINT-YEAR.
           MOVE SPACES TO WS-TRI-LINE
           COMPUTE WS-E-YEAR = WS-FIRST-YEAR + WS-AY-IX - 1
           MOVE WS-E-YEAR-LABEL TO WS-T-LABEL
           COMPUTE WS-MAX-DEV = WS-AY-MAX - WS-AY-IX + 1
           PERFORM 630-FORMAT-CELL THRU 630-EXIT
               VARYING WS-DEV-IX FROM 1 BY 1
               UNTIL WS-DEV-IX > WS-MAX-DEV
           MOVE WS-TRI-LINE TO RPT-RECORD
           WRITE RPT-RECORD.
       620-EXIT.
           EXIT.
       630-FORMAT-CELL.
           EVALUATE WS-MEASURE
             WHEN 1
               MOVE WS-CELL-PAID (WS-SG, WS-AY-IX, WS-DEV-IX)
                 TO WS-E-AMOUNT
               MOVE WS-E-AMOUNT TO WS-T-CELL (WS-DEV-IX)
             WHEN 2
               MOVE WS-CELL-PAID-CNT (WS-SG, WS-AY-IX, WS-DEV-IX)
                 TO WS-E-AMOUNT
               MOVE WS-E-AMOUNT TO WS-T-CELL (WS-DEV-IX)
             WHEN 3
               MOVE WS-CELL-INCD (WS-SG, WS-AY-IX, WS-DEV-IX)
                 TO WS-E-AMOUNT
               MOVE WS-E-AMOUNT TO WS-T-CELL (WS-DEV-IX)
             WHEN 4
               MOVE WS-CELL-RPTD-CNT (WS-SG, WS-AY-IX, WS-DEV-IX)
                 TO WS-E-AMOUNT
               MOVE WS-E-AMOUNT TO WS-T-CELL (WS-DEV-IX)
             WHEN OTHER
               IF WS-DEV-IX < WS-MAX-DEV
                   PERFORM 700-COMPUTE-FACTORS THRU 700-EXIT
                   IF WS-MEASURE = 5
                       MOVE WS-PAID-FACTOR TO WS-E-FACTOR
                   ELSE
                       MOVE WS-INCD-FACTOR TO WS-E-FACTOR
                   END-IF
                   MOVE WS-E-FACTOR-CELL TO WS-T-CELL (WS-DEV-IX)
               END-IF
           END-EVALUATE.
       630-EXIT.
           EXIT.
      * VOLUME-WEIGHTED AVERAGE FACTOR FOR EACH DEVELOPMENT COLUMN -
      * SUM OF NEXT-AGE VALUES OVER SUM OF THIS-AGE VALUES FOR THE
      * ACCIDENT YEARS THAT HAVE REACHED THE NEXT AGE.
       640-PRINT-AVERAGE.
           MOVE SPACES    TO WS-TRI-LINE
           MOVE 'WTD AVG' TO WS-T-LABEL
           PERFORM 650-AVERAGE-COLUMN THRU 650-EXIT
               VARYING WS-DEV-IX FROM 1 BY 1
               UNTIL WS-DEV-IX > WS-AY-MAX - 1
           MOVE WS-TRI-LINE TO RPT-RECORD
           WRITE RPT-RECORD.
       640-EXIT.
           EXIT.
       650-AVERAGE-COLUMN.
           MOVE ZERO TO WS-SUM-BASE
           MOVE ZERO TO WS-SUM-NEXT
           COMPUTE WS-NEXT-DEV = WS-DEV-IX + 1
           COMPUTE WS-LAST-AY  = WS-AY-MAX - WS-DEV-IX
           PERFORM 660-SUM-COLUMN THRU 660-EXIT
               VARYING WS-AY-IX FROM 1 BY 1
               UNTIL WS-AY-IX > WS-LAST-AY
           MOVE ZERO TO WS-AVG-FACTOR
           IF WS-SUM-BASE NOT = ZERO
               COMPUTE WS-AVG-FACTOR ROUNDED =
                       WS-SUM-NEXT / WS-SUM-BASE
                   ON SIZE ERROR
                       MOVE 999.9999 TO WS-AVG-FACTOR
               END-COMPUTE
           END-IF
           MOVE WS-AVG-FACTOR    TO WS-E-FACTOR
           MOVE WS-E-FACTOR-CELL TO WS-T-CELL (WS-DEV-IX).
       650-EXIT.
           EXIT.
       660-SUM-COLUMN.
           IF WS-MEASURE = 5
               ADD WS-CELL-PAID (WS-SG, WS-AY-IX, WS-DEV-IX)
                   TO WS-SUM-BASE
               ADD WS-CELL-PAID (WS-SG, WS-AY-IX, WS-NEXT-DEV)
                   TO WS-SUM-NEXT
           ELSE
               ADD WS-CELL-INCD (WS-SG, WS-AY-IX, WS-DEV-IX)
                   TO WS-SUM-BASE
               ADD WS-CELL-INCD (WS-SG, WS-AY-IX, WS-NEXT-DEV)
                   TO WS-SUM-NEXT
           END-IF.
       660-EXIT.
           EXIT.
       670-EXTRACT-YEAR.
           COMPUTE WS-MAX-DEV = WS-AY-MAX - WS-AY-IX + 1
           PERFORM 680-WRITE-CELL THRU 680-EXIT
               VARYING WS-DEV-IX FROM 1 BY 1
               UNTIL WS-DEV-IX > WS-MAX-DEV.
       670-EXIT.
           EXIT.
       680-WRITE-CELL.
           MOVE SPACES             TO LDT-RECORD
           MOVE WS-VALUATION-DATE  TO LDT-VALUATION-DATE
           IF WS-SG = 1
               MOVE 'A'            TO LDT-BREAKOUT-TYPE
           ELSE
               MOVE WS-BREAKOUT    TO LDT-BREAKOUT-TYPE
           END-IF
           MOVE WS-SEG-KEY (WS-SG) TO LDT-SEGMENT
           COMPUTE LDT-ACCIDENT-YEAR = WS-FIRST-YEAR + WS-AY-IX - 1
           COMPUTE LDT-DEV-MONTHS    = WS-DEV-IX * 12
           MOVE WS-CELL-PAID (WS-SG, WS-AY-IX, WS-DEV-IX)
             TO LDT-PAID-AMOUNT
           MOVE WS-CELL-PAID-CNT (WS-SG, WS-AY-IX, WS-DEV-IX)
             TO LDT-PAID-COUNT
           MOVE WS-CELL-INCD (WS-SG, WS-AY-IX, WS-DEV-IX)
             TO LDT-INCURRED-AMOUNT
           MOVE WS-CELL-RPTD-CNT (WS-SG, WS-AY-IX, WS-DEV-IX)
             TO LDT-REPORTED-COUNT
           MOVE ZERO TO WS-PAID-FACTOR
           MOVE ZERO TO WS-INCD-FACTOR
           IF WS-DEV-IX < WS-MAX-DEV
               PERFORM 700-COMPUTE-FACTORS THRU 700-EXIT
           END-IF
           MOVE WS-PAID-FACTOR     TO LDT-PAID-FACTOR
           MOVE WS-INCD-FACTOR     TO LDT-INCURRED-FACTOR
           WRITE LDT-RECORD
           ADD 1 TO WS-WRITE-COUNT.
       680-EXIT.
           EXIT.
       700-COMPUTE-FACTORS.
           COMPUTE WS-NEXT-DEV = WS-DEV-IX + 1
           MOVE ZERO TO WS-PAID-FACTOR
           MOVE ZERO TO WS-INCD-FACTOR
           IF WS-CELL-PAID (WS-SG, WS-AY-IX, WS-DEV-IX) NOT = ZERO
               COMPUTE WS-PAID-FACTOR ROUNDED =
                       WS-CELL-PAID (WS-SG, WS-AY-IX, WS-NEXT-DEV)
                     / WS-CELL-PAID (WS-SG, WS-AY-IX, WS-DEV-IX)
                   ON SIZE ERROR
                       MOVE 999.9999 TO WS-PAID-FACTOR
               END-COMPUTE
           END-IF
           IF WS-CELL-INCD (WS-SG, WS-AY-IX, WS-DEV-IX) NOT = ZERO
               COMPUTE WS-INCD-FACTOR ROUNDED =
                       WS-CELL-INCD (WS-SG, WS-AY-IX, WS-NEXT-DEV)
                     / WS-CELL-INCD (WS-SG, WS-AY-IX, WS-DEV-IX)
                   ON SIZE ERROR
                       MOVE 999.9999 TO WS-INCD-FACTOR
               END-COMPUTE
           END-IF.
       700-EXIT.
           EXIT.
       800-FINALIZE.
             EXEC SQL
                CLOSE LDTCSR
             END-EXEC.
           MOVE WS-BLANK-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'ARCHIVE ROWS READ' TO WS-C-LABEL
           MOVE WS-ARC-READ-COUNT   TO WS-C-VALUE
           MOVE WS-CONTROL-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'ONLINE HISTORY ROWS READ' TO WS-C-LABEL
           MOVE WS-HIST-READ-COUNT  TO WS-C-VALUE
           MOVE WS-CONTROL-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'ARCHIVE ROWS WITH NO CLAIM' TO WS-C-LABEL
           MOVE WS-NO-CLAIM-COUNT   TO WS-C-VALUE
           MOVE WS-CONTROL-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'ROWS OUTSIDE ACCIDENT YEAR WINDOW' TO WS-C-LABEL
           MOVE WS-OUT-WINDOW-COUNT TO WS-C-VALUE
           MOVE WS-CONTROL-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'ROWS AFTER VALUATION DATE' TO WS-C-LABEL
           MOVE WS-AFTER-VAL-COUNT  TO WS-C-VALUE
           MOVE WS-CONTROL-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'MOVEMENTS POSTED TO TRIANGLES' TO WS-C-LABEL
           MOVE WS-POSTED-COUNT     TO WS-C-VALUE
           MOVE WS-CONTROL-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'ACTUARIAL CELL RECORDS WRITTEN' TO WS-C-LABEL
           MOVE WS-WRITE-COUNT      TO WS-C-VALUE
           MOVE WS-CONTROL-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           IF RETURN-CODE > 4
               MOVE 'RUN FAILED - TRIANGLES NOT PRODUCED'
                 TO WS-V-MESSAGE
               MOVE WS-VERDICT-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY 'MF110LDT - VALUATION DATE   : ' WS-VALUATION-DATE
           DISPLAY 'MF110LDT - ARCHIVE ROWS     : ' WS-ARC-READ-COUNT
           DISPLAY 'MF110LDT - HISTORY ROWS     : ' WS-HIST-READ-COUNT
           DISPLAY 'MF110LDT - POSTED           : ' WS-POSTED-COUNT
           DISPLAY 'MF110LDT - CELLS WRITTEN    : ' WS-WRITE-COUNT
           CLOSE ARCFILE
           CLOSE LDTFILE
           CLOSE RPTFILE.
       800-EXIT.
           EXIT.
       920-CLOSE-RUN.
           COMPUTE READCOUNT OF BATCHRUN =
                   WS-ARC-READ-COUNT + WS-HIST-READ-COUNT
           MOVE WS-WRITE-COUNT    TO WRITECOUNT OF BATCHRUN
           MOVE WS-NO-CLAIM-COUNT TO REJECTCOUNT OF BATCHRUN
           IF RETURN-CODE > 4
               MOVE 'F' TO RUNSTATUS OF BATCHRUN
           ELSE
               MOVE 'C' TO RUNSTATUS OF BATCHRUN
           END-IF
             EXEC SQL
                UPDATE MFTR33.BATCHRUN
                   SET ENDTIMESTAMP = CHAR(CURRENT TIMESTAMP),
                       READCOUNT    = :BATCHRUN.READCOUNT,
                       WRITECOUNT   = :BATCHRUN.WRITECOUNT,
                       REJECTCOUNT  = :BATCHRUN.REJECTCOUNT,
                       RUNSTATUS    = :BATCHRUN.RUNSTATUS
                 WHERE PROGRAMNAME    = 'MF110LDT'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LDT - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
