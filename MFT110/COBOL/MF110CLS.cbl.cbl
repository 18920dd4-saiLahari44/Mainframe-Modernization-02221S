       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110CLS.
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
       01 RPT-RECORD                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                          VALUE 'Y'.
       01 WS-CLOSE-OK-SW          PIC X(01) VALUE 'Y'.
          88 WS-CLOSE-OK                     VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-TODAY                PIC X(10) VALUE SPACES.
       01 WS-OPEN-COUNT           PIC S9(5)    VALUE ZERO.
       01 WS-SNAP-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-STATUS-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-NEXT-PERIOD          PIC X(07) VALUE SPACES.
       01 WS-NEXT-START           PIC X(10) VALUE SPACES.
       01 WS-NEXT-END             PIC X(10) VALUE SPACES.
       01 WS-SUM-VALUE1           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SUM-PAID             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SUM-RECOVERY         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SUM-OUTSTANDING      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-COUNT            PIC S9(7)    VALUE ZERO.
       01 WS-TOT-VALUE1           PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-PAID             PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-RECOVERY         PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-OUTSTANDING      PIC S9(11)V99 VALUE ZERO.
       01 WS-HEADING1.
           05 FILLER        PIC X(40) VALUE
              'MF110CLS MONTH-END CLOSE - PERIOD'.
           05 WS-H-PERIOD   PIC X(07).
           05 FILLER        PIC X(04) VALUE SPACES.
           05 WS-H-START    PIC X(10).
           05 FILLER        PIC X(04) VALUE ' TO '.
           05 WS-H-END      PIC X(10).
           05 FILLER        PIC X(57) VALUE SPACES.
       01 WS-HEADING2.
           05 FILLER             PIC X(08) VALUE 'STATUS'.
           05 FILLER             PIC X(09) VALUE '   CLAIMS'.
           05 FILLER             PIC X(19) VALUE
              '             VALUE1'.
           05 FILLER             PIC X(19) VALUE
              '               PAID'.
           05 FILLER             PIC X(19) VALUE
              '      NET RECOVERED'.
           05 FILLER             PIC X(19) VALUE
              '        OUTSTANDING'.
           05 FILLER             PIC X(39) VALUE SPACES.
       01 WS-STATUS-LINE.
           05 WS-S-STATUS        PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-S-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-S-VALUE1        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-S-PAID          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-S-RECOVERY      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-S-OUTSTANDING   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(40) VALUE SPACES.
       01 WS-VERDICT-LINE.
           05 WS-V-MESSAGE       PIC X(70).
           05 FILLER             PIC X(62) VALUE SPACES.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BATCHRUN
           END-EXEC.
           EXEC SQL
              INCLUDE PERCTL
           END-EXEC.
           EXEC SQL
              INCLUDE PERBAL
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-PERIOD            PIC X(07).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 050-EDIT-PARM THRU 050-EXIT
           IF WS-CLOSE-OK
               PERFORM 100-CHECK-PERIOD THRU 100-EXIT
           END-IF
           IF WS-CLOSE-OK
               PERFORM 200-SNAPSHOT-BALANCES THRU 200-EXIT
           END-IF
           IF WS-CLOSE-OK
               PERFORM 300-MARK-CLOSED THRU 300-EXIT
           END-IF
           IF WS-CLOSE-OK
               PERFORM 350-OPEN-NEXT-PERIOD THRU 350-EXIT
           END-IF
           PERFORM 400-COMMIT-OR-BACKOUT THRU 400-EXIT
           OPEN OUTPUT RPTFILE
           MOVE WS-HEADING1 TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-CLOSE-OK
               PERFORM 500-PRINT-SNAPSHOT THRU 500-EXIT
           END-IF
           PERFORM 800-FINALIZE THRU 800-EXIT
           PERFORM 920-CLOSE-RUN THRU 920-EXIT
           STOP RUN.
       010-REGISTER-RUN.
             EXEC SQL
                SELECT CHAR(CURRENT TIMESTAMP),
                       CHAR(CURRENT DATE, ISO)
                INTO  :WS-RUN-START,
                      :WS-TODAY
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
                VALUES ('MF110CLS', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       010-EXIT.
           EXIT.
      * PARM IS THE PERIOD TO CLOSE AS YYYY-MM. WITH NO PARM THE
      * PREVIOUS CALENDAR MONTH IS CLOSED.
       050-EDIT-PARM.
           IF LK-PARM-LEN > 6
               MOVE LK-PERIOD TO ACCTPERIOD OF PERIODCONTROL
           ELSE
                 EXEC SQL
                    SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO),
                                  1, 7)
                    INTO  :PERIODCONTROL.ACCTPERIOD
                    FROM SYSIBM.SYSDUMMY1
                 END-EXEC
           END-IF
           IF ACCTPERIOD OF PERIODCONTROL(1:4) NOT NUMERIC
              OR ACCTPERIOD OF PERIODCONTROL(5:1) NOT = '-'
              OR ACCTPERIOD OF PERIODCONTROL(6:2) NOT NUMERIC
              OR ACCTPERIOD OF PERIODCONTROL(6:2) < '01'
              OR ACCTPERIOD OF PERIODCONTROL(6:2) > '12'
               DISPLAY 'MF110CLS - INVALID PERIOD PARM '
                       ACCTPERIOD OF PERIODCONTROL
                       ' - RUN ABANDONED'
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 050-EXIT
           END-IF
           MOVE SPACES TO PERIODSTART
           STRING ACCTPERIOD OF PERIODCONTROL DELIMITED BY SIZE
                  '-01'                       DELIMITED BY SIZE
                  INTO PERIODSTART
           END-STRING
             EXEC SQL
                SELECT CHAR(DATE(:PERIODCONTROL.PERIODSTART)
                            + 1 MONTH - 1 DAY, ISO),
                       CHAR(DATE(:PERIODCONTROL.PERIODSTART)
                            + 1 MONTH, ISO),
                       CHAR(DATE(:PERIODCONTROL.PERIODSTART)
                            + 2 MONTHS - 1 DAY, ISO)
                INTO  :PERIODCONTROL.PERIODEND,
                      :WS-NEXT-START,
                      :WS-NEXT-END
                FROM SYSIBM.SYSDUMMY1
             END-EXEC.
           MOVE WS-NEXT-START(1:7) TO WS-NEXT-PERIOD
           MOVE ACCTPERIOD OF PERIODCONTROL TO WS-H-PERIOD
           MOVE PERIODSTART                 TO WS-H-START
           MOVE PERIODEND                   TO WS-H-END.
       050-EXIT.
           EXIT.
      * A PERIOD IS CLOSED ONCE, ONLY AFTER ITS LAST DAY, AND ONLY
      * WHEN EVERY EARLIER PERIOD ON FILE IS ALREADY CLOSED.
       100-CHECK-PERIOD.
           IF PERIODEND NOT < WS-TODAY
               DISPLAY 'MF110CLS - PERIOD ' ACCTPERIOD OF PERIODCONTROL
                       ' HAS NOT ENDED - RUN ABANDONED'
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
             EXEC SQL
                SELECT PERIODSTATUS
                INTO  :PERIODCONTROL.PERIODSTATUS
                FROM MFTR33.PERIODCONTROL
                WHERE ACCTPERIOD = :PERIODCONTROL.ACCTPERIOD
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               IF PERIODSTATUS-CLOSED
                   DISPLAY 'MF110CLS - PERIOD '
                           ACCTPERIOD OF PERIODCONTROL
                           ' IS ALREADY CLOSED - RUN ABANDONED'
                   MOVE 'N' TO WS-CLOSE-OK-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO 100-EXIT
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - SQL ERROR IN PERIOD READ - RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 100-EXIT
           END-EVALUATE
             EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-OPEN-COUNT
                FROM MFTR33.PERIODCONTROL
                WHERE PERIODSTATUS = 'O'
                  AND PERIODEND    < :PERIODCONTROL.PERIODSTART
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - SQL ERROR IN PERIOD READ - RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE 12 TO RETURN-CODE
           ELSE
             IF WS-OPEN-COUNT > ZERO
                 DISPLAY 'MF110CLS - AN EARLIER PERIOD IS STILL OPEN'
                         ' - CLOSE IT FIRST - RUN ABANDONED'
                 MOVE 'N' TO WS-CLOSE-OK-SW
                 MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
       100-EXIT.
           EXIT.
      * SNAPSHOT EVERY CLAIM AS AT PERIOD END. CLAIMSHIST MOVEMENTS
      * STAMPED AFTER PERIOD END ARE TAKEN BACK OFF THE LIVE VALUE1
      * AND PAID, AND CLAIMS ADDED AFTER PERIOD END ARE LEFT OUT, SO
      * THE FIGURES DO NOT DEPEND ON WHEN IN THE NIGHT THE CLOSE RUNS.
       200-SNAPSHOT-BALANCES.
             EXEC SQL
                DELETE FROM MFTR33.PERIODBALANCE
                 WHERE ACCTPERIOD = :PERIODCONTROL.ACCTPERIOD
             END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - SQL ERROR IN SNAPSHOT CLEAR - RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF
             EXEC SQL
                INSERT INTO MFTR33.PERIODBALANCE
                       (ACCTPERIOD,
                        CLAIMNUMBER,
                        VALUE1,
                        PAID,
                        NETRECOVERY,
                        CLAIMSTATUS,
                        SEVERITY,
                        SNAPTIMESTAMP)
                SELECT :PERIODCONTROL.ACCTPERIOD,
                       C.CLAIMNUMBER,
                       C.VALUE1 -
                       COALESCE((SELECT SUM(H.NEWVALUE1 - H.OLDVALUE1)
                                 FROM MFTR33.CLAIMSHIST H
                                 WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                                   AND DATE(H.CHANGETIMESTAMP) >
                                       DATE(:PERIODCONTROL.PERIODEND)),
                                0),
                       C.PAID -
                       COALESCE((SELECT SUM(H.NEWPAID - H.OLDPAID)
                                 FROM MFTR33.CLAIMSHIST H
                                 WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                                   AND DATE(H.CHANGETIMESTAMP) >
                                       DATE(:PERIODCONTROL.PERIODEND)),
                                0),
                       COALESCE((SELECT SUM(R.RECOVERYAMOUNT)
                                 FROM MFTR33.CLAIMRECOVERY R
                                 WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                                   AND R.RECOVERYDATE <=
                                       :PERIODCONTROL.PERIODEND),
                                0),
                       COALESCE(C.CLAIMSTATUS, ' '),
                       COALESCE(C.SEVERITY, ' '),
                       CURRENT TIMESTAMP
                FROM MFTR33.CLAIMS C
                WHERE NOT EXISTS
                      (SELECT 1
                       FROM MFTR33.CLAIMSHIST H
                       WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                         AND H.CHANGETYPE  = 'I'
                         AND DATE(H.CHANGETIMESTAMP) >
                             DATE(:PERIODCONTROL.PERIODEND))
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-SNAP-COUNT
             WHEN 100
               MOVE ZERO TO WS-SNAP-COUNT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - SQL ERROR IN SNAPSHOT - RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       200-EXIT.
           EXIT.
       300-MARK-CLOSED.
           MOVE WS-SNAP-COUNT TO CLAIMCOUNT
             EXEC SQL
                UPDATE MFTR33.PERIODCONTROL
                   SET PERIODSTATUS   = 'C',
                       CLOSETIMESTAMP = CURRENT TIMESTAMP,
                       CLOSEUSERID    = CURRENT SQLID,
                       CLAIMCOUNT     = :PERIODCONTROL.CLAIMCOUNT
                 WHERE ACCTPERIOD = :PERIODCONTROL.ACCTPERIOD
             END-EXEC.
           IF SQLCODE = 100
                 EXEC SQL
                    INSERT INTO MFTR33.PERIODCONTROL
                           (ACCTPERIOD,
                            PERIODSTART,
                            PERIODEND,
                            PERIODSTATUS,
                            CLOSETIMESTAMP,
                            CLOSEUSERID,
                            CLAIMCOUNT)
                    VALUES (:PERIODCONTROL.ACCTPERIOD,
                            :PERIODCONTROL.PERIODSTART,
                            :PERIODCONTROL.PERIODEND,
                            'C',
                            CURRENT TIMESTAMP,
                            CURRENT SQLID,
                            :PERIODCONTROL.CLAIMCOUNT)
                 END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - SQL ERROR IN PERIOD CLOSE - RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE 12 TO RETURN-CODE
           END-IF.
       300-EXIT.
           EXIT.
      * THE FOLLOWING MONTH BECOMES THE OPEN PERIOD THAT LATE
      * ACTIVITY IS POSTED TO. IT MAY ALREADY BE ON FILE.
       350-OPEN-NEXT-PERIOD.
             EXEC SQL
                INSERT INTO MFTR33.PERIODCONTROL
                       (ACCTPERIOD,
                        PERIODSTART,
                        PERIODEND,
                        PERIODSTATUS,
                        CLAIMCOUNT)
                VALUES (:WS-NEXT-PERIOD,
                        :WS-NEXT-START,
                        :WS-NEXT-END,
                        'O',
                        0)
             END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = -803
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - SQL ERROR OPENING PERIOD '
                       WS-NEXT-PERIOD ' - RC : ' WS-SQLCODE
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE 12 TO RETURN-CODE
           END-IF.
       350-EXIT.
           EXIT.
       400-COMMIT-OR-BACKOUT.
           IF WS-CLOSE-OK
                 EXEC SQL
                    COMMIT
                 END-EXEC
               MOVE SPACES TO WS-V-MESSAGE
               STRING 'PERIOD CLOSED - SNAPSHOT TAKEN - '
                                             DELIMITED BY SIZE
                      WS-NEXT-PERIOD         DELIMITED BY SIZE
                      ' IS NOW THE OPEN PERIOD'
                                             DELIMITED BY SIZE
                      INTO WS-V-MESSAGE
               END-STRING
           ELSE
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
               MOVE ZERO TO WS-SNAP-COUNT
               MOVE 'PERIOD NOT CLOSED - SEE JOB LOG'
                 TO WS-V-MESSAGE
           END-IF.
       400-EXIT.
           EXIT.
       500-PRINT-SNAPSHOT.
           MOVE WS-HEADING2 TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE SNAPCSR CURSOR FOR
                SELECT CLAIMSTATUS,
                       COUNT(*),
                       SUM(VALUE1),
                       SUM(PAID),
                       SUM(NETRECOVERY),
                       SUM(VALUE1 - PAID + NETRECOVERY)
                FROM MFTR33.PERIODBALANCE
                WHERE ACCTPERIOD = :PERIODCONTROL.ACCTPERIOD
                GROUP BY CLAIMSTATUS
                ORDER BY CLAIMSTATUS
             END-EXEC.
             EXEC SQL
                OPEN SNAPCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - SNAPSHOT CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 500-EXIT
           END-IF
           PERFORM 510-FETCH-STATUS THRU 510-EXIT
           PERFORM 520-PRINT-STATUS THRU 520-EXIT
               UNTIL WS-EOF
             EXEC SQL
                CLOSE SNAPCSR
             END-EXEC.
           MOVE 'TOTAL'            TO WS-S-STATUS
           MOVE WS-TOT-COUNT       TO WS-S-COUNT
           MOVE WS-TOT-VALUE1      TO WS-S-VALUE1
           MOVE WS-TOT-PAID        TO WS-S-PAID
           MOVE WS-TOT-RECOVERY    TO WS-S-RECOVERY
           MOVE WS-TOT-OUTSTANDING TO WS-S-OUTSTANDING
           MOVE SPACES             TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-STATUS-LINE     TO RPT-RECORD
           WRITE RPT-RECORD.
       500-EXIT.
           EXIT.
       510-FETCH-STATUS.
             EXEC SQL
                FETCH SNAPCSR
                INTO  :PERIODBALANCE.CLAIMSTATUS,
                      :WS-STATUS-COUNT,
                      :WS-SUM-VALUE1,
                      :WS-SUM-PAID,
                      :WS-SUM-RECOVERY,
                      :WS-SUM-OUTSTANDING
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       510-EXIT.
           EXIT.
       520-PRINT-STATUS.
           MOVE CLAIMSTATUS OF PERIODBALANCE TO WS-S-STATUS
           MOVE WS-STATUS-COUNT    TO WS-S-COUNT
           MOVE WS-SUM-VALUE1      TO WS-S-VALUE1
           MOVE WS-SUM-PAID        TO WS-S-PAID
           MOVE WS-SUM-RECOVERY    TO WS-S-RECOVERY
           MOVE WS-SUM-OUTSTANDING TO WS-S-OUTSTANDING
           MOVE WS-STATUS-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           ADD WS-STATUS-COUNT    TO WS-TOT-COUNT
           ADD WS-SUM-VALUE1      TO WS-TOT-VALUE1
           ADD WS-SUM-PAID        TO WS-TOT-PAID
           ADD WS-SUM-RECOVERY    TO WS-TOT-RECOVERY
           ADD WS-SUM-OUTSTANDING TO WS-TOT-OUTSTANDING
           PERFORM 510-FETCH-STATUS THRU 510-EXIT.
       520-EXIT.
           EXIT.
       800-FINALIZE.
           MOVE SPACES          TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-VERDICT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           DISPLAY 'MF110CLS - PERIOD           : '
                   ACCTPERIOD OF PERIODCONTROL
           DISPLAY 'MF110CLS - CLAIMS SNAPSHOT  : ' WS-SNAP-COUNT
           DISPLAY 'MF110CLS - ' WS-V-MESSAGE
           CLOSE RPTFILE.
       800-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-SNAP-COUNT TO READCOUNT   OF BATCHRUN
           MOVE WS-SNAP-COUNT TO WRITECOUNT  OF BATCHRUN
           MOVE ZERO          TO REJECTCOUNT OF BATCHRUN
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
                 WHERE PROGRAMNAME    = 'MF110CLS'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CLS - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
