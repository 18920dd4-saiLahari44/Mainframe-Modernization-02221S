       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110CSL.
       AUTHOR. HARIKASADI
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW              PIC X(01) VALUE 'N'.
          88 WS-EOF                        VALUE 'Y'.
       01 WS-FIRST-SUPV-SW       PIC X(01) VALUE 'Y'.
          88 WS-FIRST-SUPV                 VALUE 'Y'.
       01 WS-SQLCODE             PIC -9(03).
       01 WS-PREV-SUPERVISOR     PIC X(08) VALUE SPACES.
      *    ONE ROW PER ADJUSTER, OPEN/PEND CLAIMS ONLY
       01 WS-OPEN-COUNT          PIC S9(9) COMP VALUE ZERO.
       01 WS-B1-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-B2-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-B3-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-B4-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-ESC-COUNT           PIC S9(9) COMP VALUE ZERO.
       01 WS-OUTSTANDING         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ADJUSTER-COUNT      PIC S9(7)    VALUE ZERO.
       01 WS-GRAND-OPEN          PIC S9(7)    VALUE ZERO.
       01 WS-GRAND-B1            PIC S9(7)    VALUE ZERO.
       01 WS-GRAND-B2            PIC S9(7)    VALUE ZERO.
       01 WS-GRAND-B3            PIC S9(7)    VALUE ZERO.
       01 WS-GRAND-B4            PIC S9(7)    VALUE ZERO.
       01 WS-GRAND-ESC           PIC S9(7)    VALUE ZERO.
       01 WS-GRAND-OUTSTANDING   PIC S9(11)V99 VALUE ZERO.
       01 WS-AT-MAX-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-HEADING1.
           05 FILLER        PIC X(44) VALUE
              'MF110CSL WEEKLY ADJUSTER CASELOAD REPORT'.
           05 FILLER        PIC X(88) VALUE SPACES.
       01 WS-HEADING2.
           05 FILLER             PIC X(10) VALUE 'ADJUSTER'.
           05 FILLER             PIC X(25) VALUE 'NAME'.
           05 FILLER             PIC X(08) VALUE '   MAX'.
           05 FILLER             PIC X(08) VALUE '  OPEN'.
           05 FILLER             PIC X(08) VALUE '  0-30'.
           05 FILLER             PIC X(08) VALUE ' 31-60'.
           05 FILLER             PIC X(08) VALUE ' 61-90'.
           05 FILLER             PIC X(08) VALUE ' OVR90'.
           05 FILLER             PIC X(16) VALUE '   OUTSTANDING'.
           05 FILLER             PIC X(08) VALUE '   ESC'.
           05 FILLER             PIC X(10) VALUE 'NOTE'.
           05 FILLER             PIC X(15) VALUE SPACES.
       01 WS-SUPV-LINE.
           05 FILLER             PIC X(12) VALUE 'SUPERVISOR: '.
           05 WS-S-SUPERVISOR    PIC X(24).
           05 FILLER             PIC X(96) VALUE SPACES.
       01 WS-NO-ADJUSTERS-LINE.
           05 FILLER             PIC X(30) VALUE
              'NO ACTIVE ADJUSTERS ON FILE'.
           05 FILLER             PIC X(102) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-D-ADJUSTER      PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-NAME          PIC X(24).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-D-MAX           PIC ZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-OPEN          PIC ZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-B1            PIC ZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-B2            PIC ZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-B3            PIC ZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-B4            PIC ZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-OUTSTANDING   PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-D-ESC           PIC ZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-NOTE          PIC X(10).
           05 FILLER             PIC X(15) VALUE SPACES.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BATCHRUN
           END-EXEC.
           EXEC SQL
              INCLUDE ADJUSTER
           END-EXEC.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 200-FETCH-ADJUSTER THRU 200-EXIT
           PERFORM 300-PROCESS-ADJUSTER THRU 300-EXIT
               UNTIL WS-EOF
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
                VALUES ('MF110CSL', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CSL - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           END-IF.
       010-EXIT.
           EXIT.
      *    ESCALATED = THE CLAIM HAS A ROW ON CLAIMDIARY (MF110ESC).
      *    ADJUSTERS ARE LISTED WHEN ACTIVE OR STILL HOLDING OPEN
      *    CLAIMS, GROUPED UNDER THEIR SUPERVISOR.
       100-INITIALIZE.
           OPEN OUTPUT RPTFILE
           MOVE WS-HEADING1 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING2 TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE CASELDCSR CURSOR FOR
                SELECT A.SUPERVISORID,
                       A.ADJUSTERID,
                       A.ADJUSTERNAME,
                       A.MAXCASELOAD,
                       A.ACTIVEFLAG,
                       COALESCE(L.OPENCNT, 0),
                       COALESCE(L.B1CNT, 0),
                       COALESCE(L.B2CNT, 0),
                       COALESCE(L.B3CNT, 0),
                       COALESCE(L.B4CNT, 0),
                       COALESCE(L.OUTSTD, 0),
                       COALESCE(L.ESCCNT, 0)
                FROM MFTR33.ADJUSTER A
                LEFT JOIN
                     (SELECT C.ASSIGNEDADJUSTER AS ADJID,
                             COUNT(*) AS OPENCNT,
                             SUM(CASE WHEN DAYS(CURRENT DATE)
                                         - DAYS(C.CLAIMDATE) <= 30
                                      THEN 1 ELSE 0 END) AS B1CNT,
                             SUM(CASE WHEN DAYS(CURRENT DATE)
                                         - DAYS(C.CLAIMDATE)
                                         BETWEEN 31 AND 60
                                      THEN 1 ELSE 0 END) AS B2CNT,
                             SUM(CASE WHEN DAYS(CURRENT DATE)
                                         - DAYS(C.CLAIMDATE)
                                         BETWEEN 61 AND 90
                                      THEN 1 ELSE 0 END) AS B3CNT,
                             SUM(CASE WHEN DAYS(CURRENT DATE)
                                         - DAYS(C.CLAIMDATE) > 90
                                      THEN 1 ELSE 0 END) AS B4CNT,
                             SUM(C.VALUE1 - C.PAID) AS OUTSTD,
                             SUM(CASE WHEN D.CLAIMNUMBER IS NULL
                                      THEN 0 ELSE 1 END) AS ESCCNT
                      FROM MFTR33.CLAIMS C
                      LEFT JOIN MFTR33.CLAIMDIARY D
                        ON D.CLAIMNUMBER = C.CLAIMNUMBER
                      WHERE C.CLAIMSTATUS IN ('OPEN', 'PEND')
                      GROUP BY C.ASSIGNEDADJUSTER) L
                  ON L.ADJID = A.ADJUSTERID
                WHERE A.ACTIVEFLAG = 'Y'
                   OR L.OPENCNT > 0
                ORDER BY A.SUPERVISORID, A.ADJUSTERID
             END-EXEC.
             EXEC SQL
                OPEN CASELDCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CSL - CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-IF.
       100-EXIT.
           EXIT.
       200-FETCH-ADJUSTER.
           IF WS-EOF
               GO TO 200-EXIT
           END-IF
             EXEC SQL
                FETCH CASELDCSR
                INTO  :ADJUSTER.SUPERVISORID,
                      :ADJUSTER.ADJUSTERID,
                      :ADJUSTER.ADJUSTERNAME,
                      :ADJUSTER.MAXCASELOAD,
                      :ADJUSTER.ACTIVEFLAG,
                      :WS-OPEN-COUNT,
                      :WS-B1-COUNT,
                      :WS-B2-COUNT,
                      :WS-B3-COUNT,
                      :WS-B4-COUNT,
                      :WS-OUTSTANDING,
                      :WS-ESC-COUNT
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-ADJUSTER-COUNT
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CSL - FETCH FAILED RC : ' WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-EVALUATE.
       200-EXIT.
           EXIT.
       300-PROCESS-ADJUSTER.
           IF SUPERVISORID OF ADJUSTER NOT = WS-PREV-SUPERVISOR
                   OR WS-FIRST-SUPV
               PERFORM 400-PRINT-SUPERVISOR THRU 400-EXIT
           END-IF
           MOVE 'N' TO WS-FIRST-SUPV-SW
           MOVE SUPERVISORID OF ADJUSTER TO WS-PREV-SUPERVISOR
           MOVE ADJUSTERID OF ADJUSTER   TO WS-D-ADJUSTER
           MOVE ADJUSTERNAME OF ADJUSTER TO WS-D-NAME
           MOVE MAXCASELOAD OF ADJUSTER  TO WS-D-MAX
           MOVE SPACES                   TO WS-D-NOTE
           IF ADJUSTER-INACTIVE
               MOVE 'INACTIVE'           TO WS-D-NOTE
           ELSE
               IF WS-OPEN-COUNT >= MAXCASELOAD OF ADJUSTER
                   MOVE 'AT MAX'         TO WS-D-NOTE
                   ADD 1                 TO WS-AT-MAX-COUNT
               END-IF
           END-IF
           PERFORM 500-PRINT-COUNTS THRU 500-EXIT
           PERFORM 200-FETCH-ADJUSTER THRU 200-EXIT.
       300-EXIT.
           EXIT.
       400-PRINT-SUPERVISOR.
           IF SUPERVISORID OF ADJUSTER = SPACES
               MOVE 'NONE ON FILE'           TO WS-S-SUPERVISOR
           ELSE
               MOVE SUPERVISORID OF ADJUSTER TO WS-S-SUPERVISOR
           END-IF
           MOVE SPACES       TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-SUPV-LINE TO RPT-RECORD
           WRITE RPT-RECORD.
       400-EXIT.
           EXIT.
       500-PRINT-COUNTS.
           MOVE WS-OPEN-COUNT   TO WS-D-OPEN
           MOVE WS-B1-COUNT     TO WS-D-B1
           MOVE WS-B2-COUNT     TO WS-D-B2
           MOVE WS-B3-COUNT     TO WS-D-B3
           MOVE WS-B4-COUNT     TO WS-D-B4
           MOVE WS-OUTSTANDING  TO WS-D-OUTSTANDING
           MOVE WS-ESC-COUNT    TO WS-D-ESC
           MOVE WS-DETAIL-LINE  TO RPT-RECORD
           WRITE RPT-RECORD
           ADD WS-OPEN-COUNT    TO WS-GRAND-OPEN
           ADD WS-B1-COUNT      TO WS-GRAND-B1
           ADD WS-B2-COUNT      TO WS-GRAND-B2
           ADD WS-B3-COUNT      TO WS-GRAND-B3
           ADD WS-B4-COUNT      TO WS-GRAND-B4
           ADD WS-OUTSTANDING   TO WS-GRAND-OUTSTANDING
           ADD WS-ESC-COUNT     TO WS-GRAND-ESC.
       500-EXIT.
           EXIT.
      *    OPEN CLAIMS WITH NO ADJUSTER, OR ONE NO LONGER ON FILE
       600-PRINT-UNASSIGNED.
             EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(CASE WHEN DAYS(CURRENT DATE)
                                   - DAYS(C.CLAIMDATE) <= 30
                                THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN DAYS(CURRENT DATE)
                                   - DAYS(C.CLAIMDATE)
                                   BETWEEN 31 AND 60
                                THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN DAYS(CURRENT DATE)
                                   - DAYS(C.CLAIMDATE)
                                   BETWEEN 61 AND 90
                                THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN DAYS(CURRENT DATE)
                                   - DAYS(C.CLAIMDATE) > 90
                                THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(C.VALUE1 - C.PAID), 0),
                       COALESCE(SUM(CASE WHEN D.CLAIMNUMBER IS NULL
                                THEN 0 ELSE 1 END), 0)
                INTO  :WS-OPEN-COUNT,
                      :WS-B1-COUNT,
                      :WS-B2-COUNT,
                      :WS-B3-COUNT,
                      :WS-B4-COUNT,
                      :WS-OUTSTANDING,
                      :WS-ESC-COUNT
                FROM MFTR33.CLAIMS C
                LEFT JOIN MFTR33.CLAIMDIARY D
                  ON D.CLAIMNUMBER = C.CLAIMNUMBER
                WHERE C.CLAIMSTATUS IN ('OPEN', 'PEND')
                  AND NOT EXISTS
                      (SELECT 1
                       FROM MFTR33.ADJUSTER A
                       WHERE A.ADJUSTERID = C.ASSIGNEDADJUSTER)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CSL - UNASSIGNED COUNT FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 600-EXIT
           END-IF
           IF WS-OPEN-COUNT = ZERO
               GO TO 600-EXIT
           END-IF
           MOVE SPACES          TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES          TO WS-D-ADJUSTER
           MOVE 'UNASSIGNED'    TO WS-D-NAME
           MOVE ZERO            TO WS-D-MAX
           MOVE SPACES          TO WS-D-NOTE
           PERFORM 500-PRINT-COUNTS THRU 500-EXIT.
       600-EXIT.
           EXIT.
       800-FINALIZE.
           IF WS-FIRST-SUPV
               MOVE WS-NO-ADJUSTERS-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           PERFORM 600-PRINT-UNASSIGNED THRU 600-EXIT
           MOVE SPACES               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'TOTAL'              TO WS-D-ADJUSTER
           MOVE 'ALL ADJUSTERS'      TO WS-D-NAME
           MOVE ZERO                 TO WS-D-MAX
           MOVE WS-GRAND-OPEN        TO WS-D-OPEN
           MOVE WS-GRAND-B1          TO WS-D-B1
           MOVE WS-GRAND-B2          TO WS-D-B2
           MOVE WS-GRAND-B3          TO WS-D-B3
           MOVE WS-GRAND-B4          TO WS-D-B4
           MOVE WS-GRAND-OUTSTANDING TO WS-D-OUTSTANDING
           MOVE WS-GRAND-ESC         TO WS-D-ESC
           MOVE SPACES               TO WS-D-NOTE
           MOVE WS-DETAIL-LINE       TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                CLOSE CASELDCSR
             END-EXEC.
           CLOSE RPTFILE
           DISPLAY 'MF110CSL - ADJUSTERS LISTED    : '
                   WS-ADJUSTER-COUNT
           DISPLAY 'MF110CSL - ADJUSTERS AT MAX    : '
                   WS-AT-MAX-COUNT
           DISPLAY 'MF110CSL - OPEN CLAIMS         : '
                   WS-GRAND-OPEN
           DISPLAY 'MF110CSL - ESCALATED CLAIMS    : '
                   WS-GRAND-ESC.
       800-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-GRAND-OPEN     TO READCOUNT OF BATCHRUN
           MOVE WS-ADJUSTER-COUNT TO WRITECOUNT OF BATCHRUN
           MOVE ZERO              TO REJECTCOUNT OF BATCHRUN
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
                 WHERE PROGRAMNAME    = 'MF110CSL'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CSL - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
