       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110LIT.
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
       01 WS-EOF2-SW             PIC X(01) VALUE 'N'.
          88 WS-EOF2                       VALUE 'Y'.
       01 WS-SQLCODE             PIC -9(03).
       01 WS-TRIAL-DAYS          PIC S9(3)    VALUE 90.
       01 WS-DAYS-TO-TRIAL       PIC S9(9)    COMP VALUE ZERO.
       01 WS-DEF-SPEND           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-RATIO               PIC S9(5)V9  COMP-3 VALUE ZERO.
       01 WS-SUIT-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-TRIAL-SUIT-COUNT    PIC S9(7)    VALUE ZERO.
       01 WS-UPCOMING-COUNT      PIC S9(7)    VALUE ZERO.
       01 WS-GRAND-DEF-SPEND     PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-EXPENSE       PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-PAID          PIC S9(11)V99 VALUE ZERO.
       01 WS-HEADING1.
           05 FILLER        PIC X(44) VALUE
              'MF110LIT MONTHLY LITIGATION REPORT'.
           05 FILLER        PIC X(88) VALUE SPACES.
       01 WS-SECTION1-LINE.
           05 FILLER        PIC X(60) VALUE
              'SUITS OPEN OR SET FOR TRIAL - DEFENSE SPEND TO DATE'.
           05 FILLER        PIC X(72) VALUE SPACES.
       01 WS-HEADING2.
           05 FILLER             PIC X(11) VALUE 'CLAIM'.
           05 FILLER             PIC X(12) VALUE 'SUIT DATE'.
           05 FILLER             PIC X(20) VALUE 'DOCKET'.
           05 FILLER             PIC X(08) VALUE 'STATUS'.
           05 FILLER             PIC X(12) VALUE 'TRIAL DATE'.
           05 FILLER             PIC X(09) VALUE 'DEFENSE'.
           05 FILLER             PIC X(16) VALUE '   DEFENSE SPEND'.
           05 FILLER             PIC X(16) VALUE '   TOTAL EXPENSE'.
           05 FILLER             PIC X(16) VALUE '  INDEMNITY PAID'.
           05 FILLER             PIC X(08) VALUE 'DEF/IND%'.
           05 FILLER             PIC X(04) VALUE SPACES.
       01 WS-NO-SUITS-LINE.
           05 FILLER             PIC X(30) VALUE
              'NO OPEN SUITS ON FILE'.
           05 FILLER             PIC X(102) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-D-CLAIMNBR      PIC 9(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-SUITDATE      PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-DOCKET        PIC X(18).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-STATUS        PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-TRIALDATE     PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-DEFENSE       PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-DEF-SPEND     PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-EXPENSE       PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-PAID          PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-RATIO         PIC ZZZZ9.9-.
           05 WS-D-RATIO-X REDEFINES WS-D-RATIO
                                 PIC X(08).
           05 FILLER             PIC X(04) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(11) VALUE SPACES.
           05 WS-T-LABEL         PIC X(30).
           05 WS-T-COUNT         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(23) VALUE SPACES.
           05 WS-T-DEF-SPEND     PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-T-EXPENSE       PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-T-PAID          PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-T-RATIO         PIC ZZZZ9.9-.
           05 WS-T-RATIO-X REDEFINES WS-T-RATIO
                                 PIC X(08).
           05 FILLER             PIC X(04) VALUE SPACES.
       01 WS-SECTION2-LINE.
           05 FILLER             PIC X(28) VALUE
              'UPCOMING TRIAL DATES - NEXT '.
           05 WS-S-DAYS          PIC ZZ9.
           05 FILLER             PIC X(05) VALUE ' DAYS'.
           05 FILLER             PIC X(96) VALUE SPACES.
       01 WS-HEADING3.
           05 FILLER             PIC X(11) VALUE 'CLAIM'.
           05 FILLER             PIC X(12) VALUE 'TRIAL DATE'.
           05 FILLER             PIC X(06) VALUE '  DAYS'.
           05 FILLER             PIC X(32) VALUE 'COURT'.
           05 FILLER             PIC X(20) VALUE 'DOCKET'.
           05 FILLER             PIC X(20) VALUE 'PLAINTIFF COUNSEL'.
           05 FILLER             PIC X(31) VALUE 'DEFENSE COUNSEL'.
       01 WS-NO-TRIALS-LINE.
           05 FILLER             PIC X(30) VALUE
              'NO TRIALS SET IN THE WINDOW'.
           05 FILLER             PIC X(102) VALUE SPACES.
       01 WS-TRIAL-LINE.
           05 WS-R-CLAIMNBR      PIC 9(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-TRIALDATE     PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-DAYS          PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-COURT         PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-DOCKET        PIC X(18).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-PLAINTIFF     PIC X(18).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-DEFENSE       PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
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
              INCLUDE LITIGATN
           END-EXEC.
           EXEC SQL
              INCLUDE CLMEXPNS
           END-EXEC.
           EXEC SQL
              INCLUDE PAYEEMST
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-TRIAL-DAYS        PIC 9(03).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           IF LK-PARM-LEN > 2
               IF LK-TRIAL-DAYS IS NUMERIC
                   MOVE LK-TRIAL-DAYS TO WS-TRIAL-DAYS
               ELSE
                   MOVE ZERO TO WS-TRIAL-DAYS
               END-IF
           END-IF
           IF WS-TRIAL-DAYS NOT > ZERO
               DISPLAY 'MF110LIT - INVALID TRIAL WINDOW PARM - RUN'
                       ' ABANDONED'
               MOVE 12 TO RETURN-CODE
               PERFORM 920-CLOSE-RUN THRU 920-EXIT
               STOP RUN
           END-IF
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 200-FETCH-SUIT THRU 200-EXIT
           PERFORM 300-PROCESS-SUIT THRU 300-EXIT
               UNTIL WS-EOF
           PERFORM 400-UPCOMING-TRIALS THRU 400-EXIT
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
                VALUES ('MF110LIT', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LIT - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           END-IF.
       010-EXIT.
           EXIT.
      *    DEFENSE SPEND IS RELEASED, NON-RETURNED EXPENSE (EXP)
      *    PAYMENTS TO THE SUIT'S DEFENSE COUNSEL PAYEE. TOTAL EXPENSE
      *    IS THE CLAIM'S WHOLE EXPENSE RESERVE (CLAIMEXPENSE) AND
      *    INDEMNITY PAID IS CLAIMS.PAID.
       100-INITIALIZE.
           OPEN OUTPUT RPTFILE
           MOVE WS-HEADING1 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES           TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-SECTION1-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING2 TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE LITOPENCSR CURSOR FOR
                SELECT L.CLAIMNUMBER,
                       L.SUITDATE,
                       L.DOCKETNUMBER,
                       L.SUITSTATUS,
                       COALESCE(L.TRIALDATE, ' '),
                       L.DEFENSEPAYEEID,
                       COALESCE(D.DEFSPEND, 0),
                       COALESCE(E.EXPENSEPAID, 0),
                       C.PAID
                FROM MFTR33.LITIGATION L
                JOIN MFTR33.CLAIMS C
                  ON C.CLAIMNUMBER = L.CLAIMNUMBER
                LEFT JOIN MFTR33.CLAIMEXPENSE E
                  ON E.CLAIMNUMBER = L.CLAIMNUMBER
                LEFT JOIN
                     (SELECT P.CLAIMNUMBER,
                             P.PAYEEID,
                             SUM(P.PAYMENTAMOUNT) AS DEFSPEND
                      FROM MFTR33.CLAIMPAYMENTS P
                      WHERE P.RELEASED = 'Y'
                        AND (P.RETURNED IS NULL OR P.RETURNED <> 'Y')
                        AND COALESCE(P.PAYCATEGORY, 'IND') = 'EXP'
                      GROUP BY P.CLAIMNUMBER, P.PAYEEID) D
                  ON D.CLAIMNUMBER = L.CLAIMNUMBER
                 AND D.PAYEEID     = L.DEFENSEPAYEEID
                WHERE L.SUITSTATUS IN ('OPEN', 'TRIAL')
                ORDER BY L.SUITDATE, L.CLAIMNUMBER
             END-EXEC.
             EXEC SQL
                OPEN LITOPENCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LIT - CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-IF.
       100-EXIT.
           EXIT.
       200-FETCH-SUIT.
           IF WS-EOF
               GO TO 200-EXIT
           END-IF
             EXEC SQL
                FETCH LITOPENCSR
                INTO  :LITIGATION.CLAIMNUMBER,
                      :LITIGATION.SUITDATE,
                      :LITIGATION.DOCKETNUMBER,
                      :LITIGATION.SUITSTATUS,
                      :LITIGATION.TRIALDATE,
                      :LITIGATION.DEFENSEPAYEEID,
                      :WS-DEF-SPEND,
                      :CLAIMEXPENSE.EXPENSEPAID,
                      :CLAIMS.PAID
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-SUIT-COUNT
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LIT - FETCH FAILED RC : ' WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-EVALUATE.
       200-EXIT.
           EXIT.
       300-PROCESS-SUIT.
           MOVE CLAIMNUMBER OF LITIGATION TO WS-D-CLAIMNBR
           MOVE SUITDATE                  TO WS-D-SUITDATE
           MOVE DOCKETNUMBER              TO WS-D-DOCKET
           MOVE SUITSTATUS                TO WS-D-STATUS
           MOVE TRIALDATE                 TO WS-D-TRIALDATE
           MOVE DEFENSEPAYEEID            TO WS-D-DEFENSE
           MOVE WS-DEF-SPEND              TO WS-D-DEF-SPEND
           MOVE EXPENSEPAID               TO WS-D-EXPENSE
           MOVE PAID OF CLAIMS            TO WS-D-PAID
           IF PAID OF CLAIMS = ZERO
               MOVE '     N/A' TO WS-D-RATIO-X
           ELSE
               COMPUTE WS-RATIO ROUNDED =
                       WS-DEF-SPEND * 100 / PAID OF CLAIMS
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO WS-D-RATIO
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           IF SUITSTATUS-TRIAL
               ADD 1 TO WS-TRIAL-SUIT-COUNT
           END-IF
           ADD WS-DEF-SPEND   TO WS-GRAND-DEF-SPEND
           ADD EXPENSEPAID    TO WS-GRAND-EXPENSE
           ADD PAID OF CLAIMS TO WS-GRAND-PAID
           PERFORM 200-FETCH-SUIT THRU 200-EXIT.
       300-EXIT.
           EXIT.
      *    TRIAL DATES FROM TODAY TO THE PARM NUMBER OF DAYS AHEAD ON
      *    SUITS NOT YET CLOSED, SOONEST FIRST.
       400-UPCOMING-TRIALS.
           IF WS-SUIT-COUNT = ZERO
               MOVE WS-NO-SUITS-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           PERFORM 700-PRINT-SUIT-TOTALS THRU 700-EXIT
           MOVE WS-TRIAL-DAYS    TO WS-S-DAYS
           MOVE SPACES           TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-SECTION2-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING3      TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE LITTRIALCSR CURSOR FOR
                SELECT L.CLAIMNUMBER,
                       L.TRIALDATE,
                       DAYS(DATE(L.TRIALDATE)) - DAYS(CURRENT DATE),
                       L.COURTNAME,
                       L.DOCKETNUMBER,
                       L.PLAINTIFFCOUNSEL,
                       COALESCE(M.LEGALNAME, L.DEFENSEPAYEEID)
                FROM MFTR33.LITIGATION L
                LEFT JOIN MFTR33.PAYEEMASTER M
                  ON M.PAYEEID = L.DEFENSEPAYEEID
                WHERE L.SUITSTATUS IN ('OPEN', 'TRIAL')
                  AND L.TRIALDATE IS NOT NULL
                  AND L.TRIALDATE >= CHAR(CURRENT DATE, ISO)
                  AND L.TRIALDATE <= CHAR(CURRENT DATE
                                          + :WS-TRIAL-DAYS DAYS, ISO)
                ORDER BY L.TRIALDATE, L.CLAIMNUMBER
             END-EXEC.
             EXEC SQL
                OPEN LITTRIALCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LIT - TRIAL CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 400-EXIT
           END-IF
           PERFORM 450-FETCH-TRIAL THRU 450-EXIT
           PERFORM 500-PRINT-TRIAL THRU 500-EXIT
               UNTIL WS-EOF2
             EXEC SQL
                CLOSE LITTRIALCSR
             END-EXEC.
           IF WS-UPCOMING-COUNT = ZERO
               MOVE WS-NO-TRIALS-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       400-EXIT.
           EXIT.
       450-FETCH-TRIAL.
             EXEC SQL
                FETCH LITTRIALCSR
                INTO  :LITIGATION.CLAIMNUMBER,
                      :LITIGATION.TRIALDATE,
                      :WS-DAYS-TO-TRIAL,
                      :LITIGATION.COURTNAME,
                      :LITIGATION.DOCKETNUMBER,
                      :LITIGATION.PLAINTIFFCOUNSEL,
                      :PAYEEMASTER.LEGALNAME
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-UPCOMING-COUNT
             WHEN 100
               SET WS-EOF2 TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LIT - TRIAL FETCH FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF2 TO TRUE
           END-EVALUATE.
       450-EXIT.
           EXIT.
       500-PRINT-TRIAL.
           MOVE CLAIMNUMBER OF LITIGATION TO WS-R-CLAIMNBR
           MOVE TRIALDATE                 TO WS-R-TRIALDATE
           MOVE WS-DAYS-TO-TRIAL          TO WS-R-DAYS
           MOVE COURTNAME                 TO WS-R-COURT
           MOVE DOCKETNUMBER              TO WS-R-DOCKET
           MOVE PLAINTIFFCOUNSEL          TO WS-R-PLAINTIFF
           MOVE LEGALNAME                 TO WS-R-DEFENSE
           MOVE WS-TRIAL-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 450-FETCH-TRIAL THRU 450-EXIT.
       500-EXIT.
           EXIT.
       700-PRINT-SUIT-TOTALS.
           MOVE SPACES               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'TOTAL OPEN SUITS'   TO WS-T-LABEL
           MOVE WS-SUIT-COUNT        TO WS-T-COUNT
           MOVE WS-GRAND-DEF-SPEND   TO WS-T-DEF-SPEND
           MOVE WS-GRAND-EXPENSE     TO WS-T-EXPENSE
           MOVE WS-GRAND-PAID        TO WS-T-PAID
           IF WS-GRAND-PAID = ZERO
               MOVE '     N/A' TO WS-T-RATIO-X
           ELSE
               COMPUTE WS-RATIO ROUNDED =
                       WS-GRAND-DEF-SPEND * 100 / WS-GRAND-PAID
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO WS-T-RATIO
           END-IF
           MOVE WS-TOTAL-LINE        TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES               TO RPT-RECORD
           MOVE 'OF WHICH SET FOR TRIAL' TO WS-T-LABEL
           MOVE WS-TRIAL-SUIT-COUNT  TO WS-T-COUNT
           MOVE WS-TOTAL-LINE(1:48)  TO RPT-RECORD
           WRITE RPT-RECORD.
       700-EXIT.
           EXIT.
       800-FINALIZE.
             EXEC SQL
                CLOSE LITOPENCSR
             END-EXEC.
           CLOSE RPTFILE
           DISPLAY 'MF110LIT - OPEN SUITS LISTED   : '
                   WS-SUIT-COUNT
           DISPLAY 'MF110LIT - SET FOR TRIAL       : '
                   WS-TRIAL-SUIT-COUNT
           DISPLAY 'MF110LIT - TRIALS IN WINDOW    : '
                   WS-UPCOMING-COUNT
           DISPLAY 'MF110LIT - DEFENSE SPEND       : '
                   WS-GRAND-DEF-SPEND
           DISPLAY 'MF110LIT - INDEMNITY PAID      : '
                   WS-GRAND-PAID.
       800-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-SUIT-COUNT     TO READCOUNT OF BATCHRUN
           COMPUTE WRITECOUNT OF BATCHRUN =
                   WS-SUIT-COUNT + WS-UPCOMING-COUNT
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
                 WHERE PROGRAMNAME    = 'MF110LIT'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110LIT - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
