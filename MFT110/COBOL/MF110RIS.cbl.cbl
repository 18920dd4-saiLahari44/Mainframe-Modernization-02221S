       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110RIS.
       AUTHOR. HARIKASADI
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCFILE ASSIGN TO EXCFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER VIOLATION. AMOUNT1 IS THE ROW AMOUNT (CLAIM
      * PAID FOR THE CLAIMS RULES); AMOUNT2 IS VALUE1 FOR R05-R07 AND
      * THE RELEASED, NON-RETURNED INDEMNITY PAYMENT TOTAL FOR R08.
       FD  EXCFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01 EXC-RECORD.
           05 EXC-RULE               PIC X(03).
           05 EXC-TABLE              PIC X(18).
           05 EXC-CLAIMNUMBER        PIC 9(09).
           05 EXC-ROWSEQ             PIC 9(04).
           05 EXC-KEY                PIC X(16).
           05 EXC-AMOUNT1            PIC S9(9)V99.
           05 EXC-AMOUNT2            PIC S9(9)V99.
           05 EXC-ACTION             PIC X(01).
              88 EXC-REPORTED                   VALUE 'R'.
              88 EXC-QUARANTINED                VALUE 'Q'.
           05 EXC-RUN-DATE           PIC X(10).
           05 FILLER                 PIC X(17).
       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-RECORD                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                          VALUE 'Y'.
       01 WS-MODE                 PIC X(01) VALUE 'R'.
          88 WS-MODE-REPORT                  VALUE 'R'.
          88 WS-MODE-FIX                     VALUE 'F'.
       01 WS-QUAR-SW              PIC X(01) VALUE 'N'.
          88 WS-QUAR-OK                      VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-TOLERANCE            PIC S9(7)    VALUE ZERO.
       01 WS-RULE-IX              PIC S9(4) COMP VALUE ZERO.
       01 WS-RULE-MAX             PIC S9(4) COMP VALUE 8.
       01 WS-ROW-SEQ              PIC S9(4) COMP VALUE ZERO.
       01 WS-ROW-KEY              PIC X(16)    VALUE SPACES.
       01 WS-AMOUNT1              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-AMOUNT2              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-VIOLATION-COUNT      PIC S9(7)    VALUE ZERO.
       01 WS-QUARANTINE-COUNT     PIC S9(7)    VALUE ZERO.
       01 WS-EXC-WRITE-COUNT      PIC S9(7)    VALUE ZERO.
      *    RULES 1-4 ARE ORPHAN CHILD ROWS AND MAY BE QUARANTINED;
      *    RULES 5-8 ARE REPORTED ONLY.
       01 WS-RULE-TEXTS.
           05 FILLER             PIC X(03) VALUE 'R01'.
           05 FILLER             PIC X(18) VALUE 'CLAIMPAYMENTS'.
           05 FILLER             PIC X(30) VALUE
              'PAYMENT - CLAIM NOT ON FILE'.
           05 FILLER             PIC X(03) VALUE 'R02'.
           05 FILLER             PIC X(18) VALUE 'CLAIMRECOVERY'.
           05 FILLER             PIC X(30) VALUE
              'RECOVERY - CLAIM NOT ON FILE'.
           05 FILLER             PIC X(03) VALUE 'R03'.
           05 FILLER             PIC X(18) VALUE 'CLAIMNOTES'.
           05 FILLER             PIC X(30) VALUE
              'NOTE - CLAIM NOT ON FILE'.
           05 FILLER             PIC X(03) VALUE 'R04'.
           05 FILLER             PIC X(18) VALUE 'CLAIMDIARY'.
           05 FILLER             PIC X(30) VALUE
              'DIARY - CLAIM NOT ON FILE'.
           05 FILLER             PIC X(03) VALUE 'R05'.
           05 FILLER             PIC X(18) VALUE 'CLAIMS'.
           05 FILLER             PIC X(30) VALUE
              'CUSTOMER NOT ON FILE'.
           05 FILLER             PIC X(03) VALUE 'R06'.
           05 FILLER             PIC X(18) VALUE 'CLAIMS'.
           05 FILLER             PIC X(30) VALUE
              'NO POLICY IN FORCE AT LOSS'.
           05 FILLER             PIC X(03) VALUE 'R07'.
           05 FILLER             PIC X(18) VALUE 'CLAIMS'.
           05 FILLER             PIC X(30) VALUE
              'EVENTCODE NOT ON CATEVENT'.
           05 FILLER             PIC X(03) VALUE 'R08'.
           05 FILLER             PIC X(18) VALUE 'CLAIMS'.
           05 FILLER             PIC X(30) VALUE
              'PAID NOT = RELEASED INDEMNITY'.
       01 WS-RULE-TABLE REDEFINES WS-RULE-TEXTS.
           05 WS-RULE-ENTRY      OCCURS 8.
              10 WS-RULE-CODE    PIC X(03).
              10 WS-RULE-SOURCE  PIC X(18).
              10 WS-RULE-DESC    PIC X(30).
       01 WS-RULE-COUNTS.
           05 WS-RULE-TOTALS     OCCURS 8.
              10 WS-RULE-COUNT   PIC S9(7).
              10 WS-RULE-QUAR    PIC S9(7).
       01 WS-HEADING1.
           05 FILLER        PIC X(46) VALUE
              'MF110RIS NIGHTLY REFERENTIAL INTEGRITY SWEEP -'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-H-MODE     PIC X(30).
           05 FILLER        PIC X(55) VALUE SPACES.
       01 WS-HEADING2.
           05 FILLER             PIC X(05) VALUE 'RULE'.
           05 FILLER             PIC X(20) VALUE 'TABLE'.
           05 FILLER             PIC X(11) VALUE 'CLAIMNBR'.
           05 FILLER             PIC X(06) VALUE ' SEQ'.
           05 FILLER             PIC X(18) VALUE 'KEY'.
           05 FILLER             PIC X(17) VALUE '     AMOUNT/PAID'.
           05 FILLER             PIC X(17) VALUE ' VALUE1/RELEASED'.
           05 FILLER             PIC X(12) VALUE 'ACTION'.
           05 FILLER             PIC X(26) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-D-RULE          PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-TABLE         PIC X(18).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-CLAIMNBR      PIC 9(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-SEQ           PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-KEY           PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-AMOUNT1       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-AMOUNT2       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-ACTION        PIC X(12).
           05 FILLER             PIC X(26) VALUE SPACES.
       01 WS-SUMMARY-HEADING.
           05 FILLER             PIC X(05) VALUE 'RULE'.
           05 FILLER             PIC X(20) VALUE 'TABLE'.
           05 FILLER             PIC X(32) VALUE 'CHECK'.
           05 FILLER             PIC X(12) VALUE '  VIOLATIONS'.
           05 FILLER             PIC X(13) VALUE '  QUARANTINED'.
           05 FILLER             PIC X(50) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 WS-S-RULE          PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-S-TABLE         PIC X(18).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-S-DESC          PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-S-COUNT         PIC ZZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-S-QUAR          PIC ZZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(50) VALUE SPACES.
       01 WS-TOLERANCE-LINE.
           05 FILLER             PIC X(18) VALUE 'TOTAL VIOLATIONS :'.
           05 WS-T-COUNT         PIC ZZZZ,ZZ9.
           05 FILLER             PIC X(15) VALUE '   TOLERANCE :'.
           05 WS-T-TOLERANCE     PIC ZZZZ,ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-T-RESULT        PIC X(20).
           05 FILLER             PIC X(60) VALUE SPACES.
       01 WS-CLEAN-LINE.
           05 FILLER             PIC X(41) VALUE
              'NO VIOLATIONS - ALL RELATIONSHIPS HOLD'.
           05 FILLER             PIC X(91) VALUE SPACES.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
       01 WS-CEV-KEY.
          05 WS-CEV-CLAIM         PIC 9(09).
          05 FILLER               PIC X(01) VALUE '/'.
          05 WS-CEV-SEQ           PIC 9(04).
          05 FILLER               PIC X(06) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BATCHRUN
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMPAY
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMRCV
           END-EXEC.
           EXEC SQL
              INCLUDE CLMNOTES
           END-EXEC.
           EXEC SQL
              INCLUDE CLMDIARY
           END-EXEC.
           EXEC SQL
              INCLUDE RIQUAR
           END-EXEC.
           EXEC SQL
              INCLUDE CHGEVENT
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-TOLERANCE         PIC X(05).
           05 LK-MODE              PIC X(01).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 050-EDIT-PARM THRU 050-EXIT
           IF RETURN-CODE > 4
               PERFORM 920-CLOSE-RUN THRU 920-EXIT
               STOP RUN
           END-IF
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 200-FETCH-VIOLATION THRU 200-EXIT
           PERFORM 300-PROCESS-VIOLATION THRU 300-EXIT
               UNTIL WS-EOF
           PERFORM 700-PRINT-SUMMARY THRU 700-EXIT
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
                VALUES ('MF110RIS', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RIS - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       010-EXIT.
           EXIT.
      * PARM IS NNNNNM - TOLERANCE AND MODE. THE RUN ENDS RC=4 WHEN
      * TOTAL VIOLATIONS EXCEED THE TOLERANCE (DEFAULT ZERO). MODE R,
      * THE DEFAULT, REPORTS ONLY; MODE F ALSO MOVES ORPHAN CHILD
      * ROWS (RULES R01-R04) TO MFTR33.RIQUARANTINE.
       050-EDIT-PARM.
           IF LK-PARM-LEN > 4
               IF LK-TOLERANCE IS NUMERIC
                   MOVE LK-TOLERANCE TO WS-TOLERANCE
               ELSE
                   DISPLAY 'MF110RIS - INVALID TOLERANCE PARM'
                           ' - RUN ABANDONED'
                   MOVE 12 TO RETURN-CODE
                   GO TO 050-EXIT
               END-IF
           END-IF
           IF LK-PARM-LEN > 5
               MOVE LK-MODE TO WS-MODE
           END-IF
           IF NOT WS-MODE-REPORT AND NOT WS-MODE-FIX
               DISPLAY 'MF110RIS - MODE MUST BE R OR F'
                       ' - RUN ABANDONED'
               MOVE 12 TO RETURN-CODE
           END-IF.
       050-EXIT.
           EXIT.
       100-INITIALIZE.
           OPEN OUTPUT EXCFILE
           OPEN OUTPUT RPTFILE
           INITIALIZE WS-RULE-COUNTS
           IF WS-MODE-FIX
               MOVE 'FIX MODE - ORPHANS QUARANTINED' TO WS-H-MODE
           ELSE
               MOVE 'REPORT ONLY'                    TO WS-H-MODE
           END-IF
           MOVE WS-HEADING1 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING2 TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE RISCSR CURSOR WITH HOLD FOR
                SELECT 1, P.CLAIMNUMBER, P.PAYMENTSEQ,
                       COALESCE(P.PAYEEID, ' '),
                       P.PAYMENTAMOUNT, 0
                FROM MFTR33.CLAIMPAYMENTS P
                WHERE NOT EXISTS
                      (SELECT 1 FROM MFTR33.CLAIMS C
                       WHERE C.CLAIMNUMBER = P.CLAIMNUMBER)
                UNION ALL
                SELECT 2, R.CLAIMNUMBER, R.RECOVERYSEQ,
                       COALESCE(R.RECOVERYTYPE, ' '),
                       R.RECOVERYAMOUNT, 0
                FROM MFTR33.CLAIMRECOVERY R
                WHERE NOT EXISTS
                      (SELECT 1 FROM MFTR33.CLAIMS C
                       WHERE C.CLAIMNUMBER = R.CLAIMNUMBER)
                UNION ALL
                SELECT 3, N.CLAIMNUMBER, N.NOTESEQ,
                       COALESCE(N.NOTEUSERID, ' '),
                       0, 0
                FROM MFTR33.CLAIMNOTES N
                WHERE NOT EXISTS
                      (SELECT 1 FROM MFTR33.CLAIMS C
                       WHERE C.CLAIMNUMBER = N.CLAIMNUMBER)
                UNION ALL
                SELECT 4, D.CLAIMNUMBER, 0,
                       COALESCE(D.ROUTEDTO, ' '),
                       0, 0
                FROM MFTR33.CLAIMDIARY D
                WHERE NOT EXISTS
                      (SELECT 1 FROM MFTR33.CLAIMS C
                       WHERE C.CLAIMNUMBER = D.CLAIMNUMBER)
                UNION ALL
                SELECT 5, C.CLAIMNUMBER, 0,
                       COALESCE(C.CUSTOMERNUMBER, ' '),
                       C.PAID, C.VALUE1
                FROM MFTR33.CLAIMS C
                WHERE NOT EXISTS
                      (SELECT 1 FROM MFTR33.CUSTOMER U
                       WHERE U.CUSTOMERNUMBER = C.CUSTOMERNUMBER)
                UNION ALL
                SELECT 6, C.CLAIMNUMBER, 0,
                       COALESCE(C.CUSTOMERNUMBER, ' '),
                       C.PAID, C.VALUE1
                FROM MFTR33.CLAIMS C
                WHERE NOT EXISTS
                      (SELECT 1 FROM MFTR33.POLICY L
                       WHERE L.CUSTOMERNUMBER = C.CUSTOMERNUMBER
                         AND L.EFFECTIVEDATE <= C.CLAIMDATE
                         AND L.EXPIRYDATE    >= C.CLAIMDATE)
                UNION ALL
                SELECT 7, C.CLAIMNUMBER, 0,
                       C.EVENTCODE,
                       C.PAID, C.VALUE1
                FROM MFTR33.CLAIMS C
                WHERE C.EVENTCODE <> ' '
                  AND NOT EXISTS
                      (SELECT 1 FROM MFTR33.CATEVENT E
                       WHERE E.EVENTCODE = C.EVENTCODE)
                UNION ALL
                SELECT 8, C.CLAIMNUMBER, 0,
                       ' ',
                       C.PAID, COALESCE(S.RELPAID, 0)
                FROM MFTR33.CLAIMS C
                LEFT JOIN
                     (SELECT P.CLAIMNUMBER,
                             SUM(P.PAYMENTAMOUNT) AS RELPAID
                      FROM MFTR33.CLAIMPAYMENTS P
                      WHERE P.RELEASED = 'Y'
                        AND (P.RETURNED IS NULL OR P.RETURNED <> 'Y')
                        AND COALESCE(P.PAYCATEGORY, 'IND') = 'IND'
                      GROUP BY P.CLAIMNUMBER) S
                  ON S.CLAIMNUMBER = C.CLAIMNUMBER
                WHERE C.PAID <> COALESCE(S.RELPAID, 0)
                ORDER BY 1, 2, 3
             END-EXEC.
             EXEC SQL
                OPEN RISCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RIS - CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-IF.
       100-EXIT.
           EXIT.
       200-FETCH-VIOLATION.
           IF WS-EOF
               GO TO 200-EXIT
           END-IF
             EXEC SQL
                FETCH RISCSR
                INTO  :WS-RULE-IX,
                      :RIQUARANTINE.CLAIMNUMBER,
                      :WS-ROW-SEQ,
                      :WS-ROW-KEY,
                      :WS-AMOUNT1,
                      :WS-AMOUNT2
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-VIOLATION-COUNT
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RIS - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-EVALUATE.
       200-EXIT.
           EXIT.
       300-PROCESS-VIOLATION.
           ADD 1 TO WS-RULE-COUNT (WS-RULE-IX)
           MOVE 'N' TO WS-QUAR-SW
           IF WS-MODE-FIX AND WS-RULE-IX <= 4
               PERFORM 500-QUARANTINE-ROW THRU 500-EXIT
           END-IF
           MOVE WS-RULE-CODE (WS-RULE-IX)   TO WS-D-RULE
           MOVE WS-RULE-SOURCE (WS-RULE-IX) TO WS-D-TABLE
           MOVE CLAIMNUMBER OF RIQUARANTINE TO WS-D-CLAIMNBR
           MOVE WS-ROW-SEQ                  TO WS-D-SEQ
           MOVE WS-ROW-KEY                  TO WS-D-KEY
           MOVE WS-AMOUNT1                  TO WS-D-AMOUNT1
           MOVE WS-AMOUNT2                  TO WS-D-AMOUNT2
           IF WS-QUAR-OK
               MOVE 'QUARANTINED'           TO WS-D-ACTION
           ELSE
               MOVE SPACES                  TO WS-D-ACTION
           END-IF
           MOVE WS-DETAIL-LINE              TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 400-WRITE-EXCEPTION THRU 400-EXIT
           PERFORM 200-FETCH-VIOLATION THRU 200-EXIT.
       300-EXIT.
           EXIT.
       400-WRITE-EXCEPTION.
           MOVE SPACES                      TO EXC-RECORD
           MOVE WS-RULE-CODE (WS-RULE-IX)   TO EXC-RULE
           MOVE WS-RULE-SOURCE (WS-RULE-IX) TO EXC-TABLE
           MOVE CLAIMNUMBER OF RIQUARANTINE TO EXC-CLAIMNUMBER
           MOVE WS-ROW-SEQ                  TO EXC-ROWSEQ
           MOVE WS-ROW-KEY                  TO EXC-KEY
           MOVE WS-AMOUNT1                  TO EXC-AMOUNT1
           MOVE WS-AMOUNT2                  TO EXC-AMOUNT2
           IF WS-QUAR-OK
               SET EXC-QUARANTINED          TO TRUE
           ELSE
               SET EXC-REPORTED             TO TRUE
           END-IF
           MOVE WS-RUN-START(1:10)          TO EXC-RUN-DATE
           WRITE EXC-RECORD
           ADD 1 TO WS-EXC-WRITE-COUNT.
       400-EXIT.
           EXIT.
      * COPY THE ORPHAN ROW TO RIQUARANTINE AND DELETE IT FROM THE
      * LIVE TABLE AS ONE UNIT OF WORK. A FAILURE BACKS OUT THE ROW
      * AND TURNS FIX MODE OFF FOR THE REST OF THE RUN. THE BACK-OUT
      * GOES TO A SAVEPOINT - A FULL ROLLBACK WOULD CLOSE RISCSR.
       500-QUARANTINE-ROW.
             EXEC SQL
                SAVEPOINT RISQUAR ON ROLLBACK RETAIN CURSORS
             END-EXEC.
           IF SQLCODE NOT = 0
               GO TO 500-BACKOUT
           END-IF
           MOVE WS-RULE-CODE (WS-RULE-IX)   TO RULECODE
           MOVE WS-RULE-SOURCE (WS-RULE-IX) TO SOURCETABLE
           MOVE WS-ROW-SEQ                  TO ROWSEQ
           MOVE WS-RUN-START                TO RUNSTART
           MOVE SPACES                      TO ROWIMAGE
           EVALUATE WS-RULE-IX
             WHEN 1
               PERFORM 510-TAKE-PAYMENT THRU 510-EXIT
             WHEN 2
               PERFORM 520-TAKE-RECOVERY THRU 520-EXIT
             WHEN 3
               PERFORM 530-TAKE-NOTE THRU 530-EXIT
             WHEN 4
               PERFORM 540-TAKE-DIARY THRU 540-EXIT
           END-EVALUATE
           IF SQLCODE NOT = 0
               GO TO 500-BACKOUT
           END-IF
             EXEC SQL
                INSERT INTO MFTR33.RIQUARANTINE
                       (RULECODE,
                        SOURCETABLE,
                        CLAIMNUMBER,
                        ROWSEQ,
                        ROWIMAGE,
                        QUARANTINETS,
                        RUNSTART)
                VALUES (:RIQUARANTINE.RULECODE,
                        :RIQUARANTINE.SOURCETABLE,
                        :RIQUARANTINE.CLAIMNUMBER,
                        :RIQUARANTINE.ROWSEQ,
                        :RIQUARANTINE.ROWIMAGE,
                        CURRENT TIMESTAMP,
                        :RIQUARANTINE.RUNSTART)
             END-EXEC.
           IF SQLCODE NOT = 0
               GO TO 500-BACKOUT
           END-IF
           EVALUATE WS-RULE-IX
             WHEN 1
                 EXEC SQL
                    DELETE FROM MFTR33.CLAIMPAYMENTS
                     WHERE CLAIMNUMBER = :RIQUARANTINE.CLAIMNUMBER
                       AND PAYMENTSEQ  = :RIQUARANTINE.ROWSEQ
                 END-EXEC
             WHEN 2
                 EXEC SQL
                    DELETE FROM MFTR33.CLAIMRECOVERY
                     WHERE CLAIMNUMBER = :RIQUARANTINE.CLAIMNUMBER
                       AND RECOVERYSEQ = :RIQUARANTINE.ROWSEQ
                 END-EXEC
             WHEN 3
                 EXEC SQL
                    DELETE FROM MFTR33.CLAIMNOTES
                     WHERE CLAIMNUMBER = :RIQUARANTINE.CLAIMNUMBER
                       AND NOTESEQ     = :RIQUARANTINE.ROWSEQ
                 END-EXEC
             WHEN 4
                 EXEC SQL
                    DELETE FROM MFTR33.CLAIMDIARY
                     WHERE CLAIMNUMBER = :RIQUARANTINE.CLAIMNUMBER
                 END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0
               GO TO 500-BACKOUT
           END-IF
           IF WS-RULE-IX < 4
               PERFORM 560-LOG-DELETE THRU 560-EXIT
               IF SQLCODE NOT = 0
                   GO TO 500-BACKOUT
               END-IF
           END-IF
             EXEC SQL
                COMMIT
             END-EXEC.
           MOVE 'Y' TO WS-QUAR-SW
           ADD 1 TO WS-RULE-QUAR (WS-RULE-IX)
           ADD 1 TO WS-QUARANTINE-COUNT
           GO TO 500-EXIT.
       500-BACKOUT.
           MOVE SQLCODE TO WS-SQLCODE
           DISPLAY 'MF110RIS - QUARANTINE FAILED FOR '
                   WS-RULE-CODE (WS-RULE-IX) ' CLAIM '
                   CLAIMNUMBER OF RIQUARANTINE ' RC : ' WS-SQLCODE
             EXEC SQL
                ROLLBACK TO SAVEPOINT RISQUAR
             END-EXEC.
           DISPLAY 'MF110RIS - FIX MODE STOPPED - REPORTING ONLY'
           MOVE 'R' TO WS-MODE
           MOVE 12 TO RETURN-CODE.
       500-EXIT.
           EXIT.
       510-TAKE-PAYMENT.
           MOVE CLAIMNUMBER OF RIQUARANTINE
             TO CLAIMNUMBER OF CLAIMPAYMENTS
           MOVE WS-ROW-SEQ TO PAYMENTSEQ
             EXEC SQL
                SELECT PAYMENTDATE,
                       PAYMENTAMOUNT,
                       COALESCE(PAYEE, ' '),
                       COALESCE(PAYMETHOD, ' '),
                       COALESCE(RELEASED, ' '),
                       COALESCE(RELEASEDATE, ' '),
                       COALESCE(BOOKUSERID, ' '),
                       COALESCE(APPROVEUSERID, ' '),
                       COALESCE(RETURNED, ' '),
                       COALESCE(RETURNREASON, ' '),
                       COALESCE(RETURNDATE, ' '),
                       COALESCE(CHEQUENUMBER, 0),
                       COALESCE(PAYEEID, ' '),
                       COALESCE(PAYCATEGORY, 'IND')
                INTO  :CLAIMPAYMENTS.PAYMENTDATE,
                      :CLAIMPAYMENTS.PAYMENTAMOUNT,
                      :CLAIMPAYMENTS.PAYEE,
                      :CLAIMPAYMENTS.PAYMETHOD,
                      :CLAIMPAYMENTS.RELEASED,
                      :CLAIMPAYMENTS.RELEASEDATE,
                      :CLAIMPAYMENTS.BOOKUSERID,
                      :CLAIMPAYMENTS.APPROVEUSERID,
                      :CLAIMPAYMENTS.RETURNED,
                      :CLAIMPAYMENTS.RETURNREASON,
                      :CLAIMPAYMENTS.RETURNDATE,
                      :CLAIMPAYMENTS.CHEQUENUMBER,
                      :CLAIMPAYMENTS.PAYEEID,
                      :CLAIMPAYMENTS.PAYCATEGORY
                FROM MFTR33.CLAIMPAYMENTS
                WHERE CLAIMNUMBER = :CLAIMPAYMENTS.CLAIMNUMBER
                  AND PAYMENTSEQ  = :CLAIMPAYMENTS.PAYMENTSEQ
             END-EXEC.
           IF SQLCODE = 0
               MOVE CLAIMPAYMENTS TO ROWIMAGE
           END-IF.
       510-EXIT.
           EXIT.
       520-TAKE-RECOVERY.
           MOVE CLAIMNUMBER OF RIQUARANTINE
             TO CLAIMNUMBER OF CLAIMRECOVERY
           MOVE WS-ROW-SEQ TO RECOVERYSEQ
             EXEC SQL
                SELECT RECOVERYDATE,
                       RECOVERYAMOUNT,
                       COALESCE(RECOVERYTYPE, ' '),
                       COALESCE(RECOVERYSOURCE, ' '),
                       COALESCE(BOOKUSERID, ' '),
                       COALESCE(CHAR(BOOKTIMESTAMP), ' ')
                INTO  :CLAIMRECOVERY.RECOVERYDATE,
                      :CLAIMRECOVERY.RECOVERYAMOUNT,
                      :CLAIMRECOVERY.RECOVERYTYPE,
                      :CLAIMRECOVERY.RECOVERYSOURCE,
                      :CLAIMRECOVERY.BOOKUSERID,
                      :CLAIMRECOVERY.BOOKTIMESTAMP
                FROM MFTR33.CLAIMRECOVERY
                WHERE CLAIMNUMBER = :CLAIMRECOVERY.CLAIMNUMBER
                  AND RECOVERYSEQ = :CLAIMRECOVERY.RECOVERYSEQ
             END-EXEC.
           IF SQLCODE = 0
               MOVE CLAIMRECOVERY TO ROWIMAGE
           END-IF.
       520-EXIT.
           EXIT.
       530-TAKE-NOTE.
           MOVE CLAIMNUMBER OF RIQUARANTINE
             TO CLAIMNUMBER OF CLAIMNOTES
           MOVE WS-ROW-SEQ TO NOTESEQ
             EXEC SQL
                SELECT COALESCE(CHAR(NOTETIMESTAMP), ' '),
                       COALESCE(NOTEUSERID, ' '),
                       COALESCE(NOTETEXT, ' ')
                INTO  :CLAIMNOTES.NOTETIMESTAMP,
                      :CLAIMNOTES.NOTEUSERID,
                      :CLAIMNOTES.NOTETEXT
                FROM MFTR33.CLAIMNOTES
                WHERE CLAIMNUMBER = :CLAIMNOTES.CLAIMNUMBER
                  AND NOTESEQ     = :CLAIMNOTES.NOTESEQ
             END-EXEC.
           IF SQLCODE = 0
               MOVE CLAIMNOTES TO ROWIMAGE
           END-IF.
       530-EXIT.
           EXIT.
       540-TAKE-DIARY.
           MOVE CLAIMNUMBER OF RIQUARANTINE
             TO CLAIMNUMBER OF CLAIMDIARY
             EXEC SQL
                SELECT COALESCE(SEVERITY, ' '),
                       COALESCE(CLAIMDATE, ' '),
                       COALESCE(ESCALATIONREASON, ' '),
                       COALESCE(FIRSTESCDATE, ' '),
                       COALESCE(LASTESCDATE, ' '),
                       COALESCE(ESCALATECOUNT, 0),
                       COALESCE(ASSIGNEDADJUSTER, ' '),
                       COALESCE(ROUTEDTO, ' ')
                INTO  :CLAIMDIARY.SEVERITY,
                      :CLAIMDIARY.CLAIMDATE,
                      :CLAIMDIARY.ESCALATIONREASON,
                      :CLAIMDIARY.FIRSTESCDATE,
                      :CLAIMDIARY.LASTESCDATE,
                      :CLAIMDIARY.ESCALATECOUNT,
                      :CLAIMDIARY.ASSIGNEDADJUSTER,
                      :CLAIMDIARY.ROUTEDTO
                FROM MFTR33.CLAIMDIARY
                WHERE CLAIMNUMBER = :CLAIMDIARY.CLAIMNUMBER
             END-EXEC.
           IF SQLCODE = 0
               MOVE CLAIMDIARY TO ROWIMAGE
           END-IF.
       540-EXIT.
           EXIT.
      * CHANGE EVENT FOR A QUARANTINED PAYMENT, RECOVERY OR NOTE, IN
      * THE SAME UNIT OF WORK AS THE DELETE. THE DIARY IS NOT ON THE
      * WAREHOUSE FEED. SQLCODE IS LEFT FOR THE CALLER.
       560-LOG-DELETE.
           MOVE CLAIMNUMBER OF RIQUARANTINE TO WS-CEV-CLAIM
           MOVE WS-ROW-SEQ                  TO WS-CEV-SEQ
           MOVE 'D'                         TO EVENTTYPE
           MOVE SOURCETABLE                 TO TABLENAME
           MOVE WS-CEV-KEY                  TO EVENTKEY
           MOVE ROWIMAGE                    TO BEFOREIMAGE
           MOVE SPACES                      TO AFTERIMAGE
           MOVE 'MF110RIS'                  TO SOURCEPGM
             EXEC SQL
                INSERT INTO MFTR33.CHANGEEVENT
                       (EVENTSEQ,
                        EVENTTYPE,
                        TABLENAME,
                        EVENTKEY,
                        BEFOREIMAGE,
                        AFTERIMAGE,
                        SOURCEPGM,
                        EVENTUSERID,
                        EVENTTIMESTAMP,
                        DELIVERED)
                SELECT COALESCE(MAX(EVENTSEQ), 0) + 1,
                       :CHANGEEVENT.EVENTTYPE,
                       :CHANGEEVENT.TABLENAME,
                       :CHANGEEVENT.EVENTKEY,
                       :CHANGEEVENT.BEFOREIMAGE,
                       :CHANGEEVENT.AFTERIMAGE,
                       :CHANGEEVENT.SOURCEPGM,
                       CURRENT SQLID,
                       CURRENT TIMESTAMP,
                       'N'
                FROM MFTR33.CHANGEEVENT
             END-EXEC.
       560-EXIT.
           EXIT.
       700-PRINT-SUMMARY.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-VIOLATION-COUNT = ZERO
               MOVE WS-CLEAN-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           MOVE WS-SUMMARY-HEADING TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 710-PRINT-RULE THRU 710-EXIT
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-MAX
           MOVE WS-VIOLATION-COUNT TO WS-T-COUNT
           MOVE WS-TOLERANCE       TO WS-T-TOLERANCE
           IF WS-VIOLATION-COUNT > WS-TOLERANCE
               MOVE 'OVER TOLERANCE'   TO WS-T-RESULT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'WITHIN TOLERANCE' TO WS-T-RESULT
           END-IF
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-TOLERANCE-LINE TO RPT-RECORD
           WRITE RPT-RECORD.
       700-EXIT.
           EXIT.
       710-PRINT-RULE.
           MOVE WS-RULE-CODE (WS-RULE-IX)   TO WS-S-RULE
           MOVE WS-RULE-SOURCE (WS-RULE-IX) TO WS-S-TABLE
           MOVE WS-RULE-DESC (WS-RULE-IX)   TO WS-S-DESC
           MOVE WS-RULE-COUNT (WS-RULE-IX)  TO WS-S-COUNT
           MOVE WS-RULE-QUAR (WS-RULE-IX)   TO WS-S-QUAR
           MOVE WS-SUMMARY-LINE             TO RPT-RECORD
           WRITE RPT-RECORD.
       710-EXIT.
           EXIT.
       800-FINALIZE.
             EXEC SQL
                CLOSE RISCSR
             END-EXEC.
           CLOSE EXCFILE
           CLOSE RPTFILE
           DISPLAY 'MF110RIS - VIOLATIONS FOUND    : '
                   WS-VIOLATION-COUNT
           DISPLAY 'MF110RIS - EXCEPTIONS WRITTEN  : '
                   WS-EXC-WRITE-COUNT
           DISPLAY 'MF110RIS - ROWS QUARANTINED    : '
                   WS-QUARANTINE-COUNT
           DISPLAY 'MF110RIS - TOLERANCE           : '
                   WS-TOLERANCE.
       800-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-VIOLATION-COUNT  TO READCOUNT OF BATCHRUN
           MOVE WS-EXC-WRITE-COUNT  TO WRITECOUNT OF BATCHRUN
           MOVE WS-QUARANTINE-COUNT TO REJECTCOUNT OF BATCHRUN
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
                 WHERE PROGRAMNAME    = 'MF110RIS'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RIS - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
