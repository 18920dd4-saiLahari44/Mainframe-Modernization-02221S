       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110SEC.
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
       01 WS-SQLCODE             PIC -9(03).
       01 WS-WINDOW-START        PIC X(26) VALUE SPACES.
       01 WS-REFUSAL-COUNT       PIC S9(7)    VALUE ZERO.
       01 WS-CHANGE-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-SNAP-COUNT          PIC S9(7)    VALUE ZERO.
      *    AUTHORITY CHANGE ROW - SNAPSHOT (BEFORE) AND LIVE (AFTER)
       01 WS-CHANGE-USERID       PIC X(08).
       01 WS-CHANGE-TYPE         PIC X(08).
          88 WS-CHANGE-ADDED               VALUE 'ADDED'.
          88 WS-CHANGE-REMOVED             VALUE 'REMOVED'.
       01 WS-BEFORE.
           05 WS-B-CB3OPTIONS    PIC X(16).
           05 WS-B-CB4OPTIONS    PIC X(16).
           05 WS-B-CB5OPTIONS    PIC X(16).
           05 WS-B-PAYLIMIT      PIC S9(7)V99 COMP-3.
           05 WS-B-RESERVELIMIT  PIC S9(7)V99 COMP-3.
       01 WS-HEADING1.
           05 FILLER        PIC X(34) VALUE
              'MF110SEC NIGHTLY SECURITY REPORT -'.
           05 FILLER        PIC X(36) VALUE
              ' REFUSALS AND AUTHORITY CHANGES'.
           05 FILLER        PIC X(62) VALUE SPACES.
       01 WS-WINDOW-LINE.
           05 FILLER             PIC X(14) VALUE 'ACTIVITY FROM '.
           05 WS-W-FROM          PIC X(26).
           05 FILLER             PIC X(04) VALUE ' TO '.
           05 WS-W-TO            PIC X(26).
           05 FILLER             PIC X(62) VALUE SPACES.
       01 WS-REFUSAL-TITLE.
           05 FILLER             PIC X(30) VALUE
              'REFUSED REQUESTS'.
           05 FILLER             PIC X(102) VALUE SPACES.
       01 WS-REFUSAL-HEADING.
           05 FILLER             PIC X(28) VALUE 'REFUSED AT'.
           05 FILLER             PIC X(10) VALUE 'USER ID'.
           05 FILLER             PIC X(06) VALUE 'TRAN'.
           05 FILLER             PIC X(05) VALUE 'OPT'.
           05 FILLER             PIC X(18) VALUE 'KEY ENTERED'.
           05 FILLER             PIC X(26) VALUE 'REASON'.
           05 FILLER             PIC X(39) VALUE SPACES.
       01 WS-REFUSAL-LINE.
           05 WS-R-TIMESTAMP     PIC X(26).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-USERID        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-TRANSID       PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-OPTION        PIC X(01).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WS-R-KEY           PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-R-REASON        PIC X(26).
           05 FILLER             PIC X(39) VALUE SPACES.
       01 WS-CHANGE-TITLE.
           05 FILLER             PIC X(30) VALUE
              'USER AUTHORITY CHANGES'.
           05 FILLER             PIC X(102) VALUE SPACES.
       01 WS-CHANGE-HEADING.
           05 FILLER             PIC X(10) VALUE 'USER ID'.
           05 FILLER             PIC X(10) VALUE 'CHANGE'.
           05 FILLER             PIC X(08) VALUE 'IMAGE'.
           05 FILLER             PIC X(18) VALUE 'CB3 OPTIONS'.
           05 FILLER             PIC X(18) VALUE 'CB4 OPTIONS'.
           05 FILLER             PIC X(18) VALUE 'CB5 OPTIONS'.
           05 FILLER             PIC X(15) VALUE '    PAY LIMIT'.
           05 FILLER             PIC X(15) VALUE 'RESERVE LIMIT'.
           05 FILLER             PIC X(20) VALUE SPACES.
       01 WS-CHANGE-LINE.
           05 WS-C-USERID        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-C-TYPE          PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-C-IMAGE         PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-C-CB3OPTIONS    PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-C-CB4OPTIONS    PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-C-CB5OPTIONS    PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-C-PAYLIMIT      PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-C-RESERVELIMIT  PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(22) VALUE SPACES.
       01 WS-NONE-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WS-N-TEXT          PIC X(30).
           05 FILLER             PIC X(98) VALUE SPACES.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BATCHRUN
           END-EXEC.
           EXEC SQL
              INCLUDE USERAUTH
           END-EXEC.
           EXEC SQL
              INCLUDE SECLOG
           END-EXEC.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 200-LIST-REFUSALS THRU 200-EXIT
           PERFORM 400-LIST-CHANGES THRU 400-EXIT
           IF RETURN-CODE NOT > 4
               PERFORM 600-REFRESH-SNAPSHOT THRU 600-EXIT
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
                VALUES ('MF110SEC', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110SEC - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           END-IF.
       010-EXIT.
           EXIT.
      *    THE REPORTING WINDOW STARTS WHERE THE LAST COMPLETED RUN
      *    STARTED, SO A MISSED NIGHT IS PICKED UP BY THE NEXT RUN.
      *    WITH NO PRIOR RUN ON FILE THE LAST 24 HOURS ARE LISTED.
       100-INITIALIZE.
           OPEN OUTPUT RPTFILE
             EXEC SQL
                SELECT COALESCE(MAX(STARTTIMESTAMP),
                                CHAR(CURRENT TIMESTAMP - 1 DAY))
                INTO  :WS-WINDOW-START
                FROM MFTR33.BATCHRUN
                WHERE PROGRAMNAME     = 'MF110SEC'
                  AND RUNSTATUS       = 'C'
                  AND STARTTIMESTAMP  < :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110SEC - LAST RUN LOOKUP FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE WS-WINDOW-START TO WS-W-FROM
           MOVE WS-RUN-START    TO WS-W-TO
           MOVE WS-HEADING1     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-WINDOW-LINE  TO RPT-RECORD
           WRITE RPT-RECORD.
       100-EXIT.
           EXIT.
       200-LIST-REFUSALS.
           MOVE SPACES             TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-REFUSAL-TITLE   TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-REFUSAL-HEADING TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE REFUSECSR CURSOR FOR
                SELECT CHAR(REFUSETIMESTAMP),
                       USERID,
                       TRANSID,
                       OPTIONCODE,
                       KEYVALUE,
                       REFUSALREASON
                FROM MFTR33.SECREFUSAL
                WHERE REFUSETIMESTAMP >= TIMESTAMP(:WS-WINDOW-START)
                  AND REFUSETIMESTAMP <  TIMESTAMP(:WS-RUN-START)
                ORDER BY USERID, REFUSETIMESTAMP
             END-EXEC.
             EXEC SQL
                OPEN REFUSECSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110SEC - REFUSAL CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 210-FETCH-REFUSAL THRU 210-EXIT
           PERFORM 220-PRINT-REFUSAL THRU 220-EXIT
               UNTIL WS-EOF
             EXEC SQL
                CLOSE REFUSECSR
             END-EXEC.
           IF WS-REFUSAL-COUNT = ZERO
               MOVE 'NO REFUSED REQUESTS'  TO WS-N-TEXT
               MOVE WS-NONE-LINE           TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       200-EXIT.
           EXIT.
       210-FETCH-REFUSAL.
             EXEC SQL
                FETCH REFUSECSR
                INTO  :SECREFUSAL.REFUSETIMESTAMP,
                      :SECREFUSAL.USERID,
                      :SECREFUSAL.TRANSID,
                      :SECREFUSAL.OPTIONCODE,
                      :SECREFUSAL.KEYVALUE,
                      :SECREFUSAL.REFUSALREASON
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-REFUSAL-COUNT
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110SEC - REFUSAL FETCH FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-EVALUATE.
       210-EXIT.
           EXIT.
       220-PRINT-REFUSAL.
           MOVE REFUSETIMESTAMP        TO WS-R-TIMESTAMP
           MOVE USERID OF SECREFUSAL   TO WS-R-USERID
           MOVE TRANSID                TO WS-R-TRANSID
           MOVE OPTIONCODE             TO WS-R-OPTION
           MOVE KEYVALUE               TO WS-R-KEY
           MOVE REFUSALREASON          TO WS-R-REASON
           MOVE WS-REFUSAL-LINE        TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 210-FETCH-REFUSAL THRU 210-EXIT.
       220-EXIT.
           EXIT.
      *    AUTHORITY CHANGES ARE FOUND BY COMPARING USERAUTH WITH THE
      *    USERAUTHSNAP IMAGE TAKEN AT THE END OF THE LAST GOOD RUN,
      *    SO ANY CHANGE IS CAUGHT HOWEVER THE TABLE WAS MAINTAINED.
       400-LIST-CHANGES.
           MOVE SPACES             TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-CHANGE-TITLE    TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-CHANGE-HEADING  TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE CHANGECSR CURSOR FOR
                SELECT COALESCE(U.USERID, S.USERID),
                       CASE WHEN S.USERID IS NULL THEN 'ADDED'
                            WHEN U.USERID IS NULL THEN 'REMOVED'
                            ELSE 'CHANGED'
                       END,
                       COALESCE(S.CB3OPTIONS, ' '),
                       COALESCE(S.CB4OPTIONS, ' '),
                       COALESCE(S.CB5OPTIONS, ' '),
                       COALESCE(S.PAYLIMIT, 0),
                       COALESCE(S.RESERVELIMIT, 0),
                       COALESCE(U.CB3OPTIONS, ' '),
                       COALESCE(U.CB4OPTIONS, ' '),
                       COALESCE(U.CB5OPTIONS, ' '),
                       COALESCE(U.PAYLIMIT, 0),
                       COALESCE(U.RESERVELIMIT, 0)
                FROM MFTR33.USERAUTH U
                FULL OUTER JOIN MFTR33.USERAUTHSNAP S
                  ON S.USERID = U.USERID
                WHERE S.USERID IS NULL
                   OR U.USERID IS NULL
                   OR S.CB3OPTIONS   <> U.CB3OPTIONS
                   OR S.CB4OPTIONS   <> U.CB4OPTIONS
                   OR S.CB5OPTIONS   <> U.CB5OPTIONS
                   OR S.PAYLIMIT     <> U.PAYLIMIT
                   OR S.RESERVELIMIT <> U.RESERVELIMIT
                ORDER BY 1
             END-EXEC.
             EXEC SQL
                OPEN CHANGECSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110SEC - CHANGE CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 400-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 410-FETCH-CHANGE THRU 410-EXIT
           PERFORM 420-PRINT-CHANGE THRU 420-EXIT
               UNTIL WS-EOF
             EXEC SQL
                CLOSE CHANGECSR
             END-EXEC.
           IF WS-CHANGE-COUNT = ZERO
               MOVE 'NO AUTHORITY CHANGES'  TO WS-N-TEXT
               MOVE WS-NONE-LINE            TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       400-EXIT.
           EXIT.
       410-FETCH-CHANGE.
             EXEC SQL
                FETCH CHANGECSR
                INTO  :WS-CHANGE-USERID,
                      :WS-CHANGE-TYPE,
                      :WS-B-CB3OPTIONS,
                      :WS-B-CB4OPTIONS,
                      :WS-B-CB5OPTIONS,
                      :WS-B-PAYLIMIT,
                      :WS-B-RESERVELIMIT,
                      :USERAUTH.CB3OPTIONS,
                      :USERAUTH.CB4OPTIONS,
                      :USERAUTH.CB5OPTIONS,
                      :USERAUTH.PAYLIMIT,
                      :USERAUTH.RESERVELIMIT
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-CHANGE-COUNT
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110SEC - CHANGE FETCH FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-EVALUATE.
       410-EXIT.
           EXIT.
      *    BEFORE IMAGE UNLESS NEWLY ADDED, AFTER IMAGE UNLESS REMOVED
       420-PRINT-CHANGE.
           MOVE WS-CHANGE-USERID       TO WS-C-USERID
           MOVE WS-CHANGE-TYPE         TO WS-C-TYPE
           IF NOT WS-CHANGE-ADDED
               MOVE 'BEFORE'           TO WS-C-IMAGE
               MOVE WS-B-CB3OPTIONS    TO WS-C-CB3OPTIONS
               MOVE WS-B-CB4OPTIONS    TO WS-C-CB4OPTIONS
               MOVE WS-B-CB5OPTIONS    TO WS-C-CB5OPTIONS
               MOVE WS-B-PAYLIMIT      TO WS-C-PAYLIMIT
               MOVE WS-B-RESERVELIMIT  TO WS-C-RESERVELIMIT
               MOVE WS-CHANGE-LINE     TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES             TO WS-C-USERID
               MOVE SPACES             TO WS-C-TYPE
           END-IF
           IF NOT WS-CHANGE-REMOVED
               MOVE 'AFTER'            TO WS-C-IMAGE
               MOVE CB3OPTIONS         TO WS-C-CB3OPTIONS
               MOVE CB4OPTIONS         TO WS-C-CB4OPTIONS
               MOVE CB5OPTIONS         TO WS-C-CB5OPTIONS
               MOVE PAYLIMIT           TO WS-C-PAYLIMIT
               MOVE RESERVELIMIT       TO WS-C-RESERVELIMIT
               MOVE WS-CHANGE-LINE     TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           PERFORM 410-FETCH-CHANGE THRU 410-EXIT.
       420-EXIT.
           EXIT.
      *    RE-IMAGE USERAUTHSNAP SO TONIGHT'S CHANGES ARE NOT LISTED
      *    AGAIN. SKIPPED WHEN THE RUN FAILED SO NOTHING IS LOST.
       600-REFRESH-SNAPSHOT.
             EXEC SQL
                DELETE FROM MFTR33.USERAUTHSNAP
             END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110SEC - SNAPSHOT DELETE FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
               GO TO 600-EXIT
           END-IF
             EXEC SQL
                INSERT INTO MFTR33.USERAUTHSNAP
                       (USERID,
                        CB3OPTIONS,
                        CB4OPTIONS,
                        CB5OPTIONS,
                        PAYLIMIT,
                        RESERVELIMIT)
                SELECT USERID,
                       CB3OPTIONS,
                       CB4OPTIONS,
                       CB5OPTIONS,
                       PAYLIMIT,
                       RESERVELIMIT
                FROM MFTR33.USERAUTH
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
             WHEN 100
               MOVE SQLERRD(3) TO WS-SNAP-COUNT
                 EXEC SQL
                    COMMIT
                 END-EXEC
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110SEC - SNAPSHOT INSERT FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
           END-EVALUATE.
       600-EXIT.
           EXIT.
       800-FINALIZE.
           CLOSE RPTFILE
           DISPLAY 'MF110SEC - REQUESTS REFUSED     : '
                   WS-REFUSAL-COUNT
           DISPLAY 'MF110SEC - AUTHORITY CHANGES    : '
                   WS-CHANGE-COUNT
           DISPLAY 'MF110SEC - USERS ON SNAPSHOT    : '
                   WS-SNAP-COUNT.
       800-EXIT.
           EXIT.
       920-CLOSE-RUN.
           COMPUTE READCOUNT OF BATCHRUN =
                   WS-REFUSAL-COUNT + WS-CHANGE-COUNT
           MOVE WS-SNAP-COUNT     TO WRITECOUNT OF BATCHRUN
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
                 WHERE PROGRAMNAME    = 'MF110SEC'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110SEC - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
