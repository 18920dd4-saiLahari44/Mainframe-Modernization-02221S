       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110RFW.
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
       01 WS-PRIOR-SW             PIC X(01) VALUE 'N'.
          88 WS-PRIOR-CLOSED                 VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-PRIOR-PERIOD         PIC X(07) VALUE SPACES.
       01 WS-PRIOR-COUNT          PIC S9(5)    VALUE ZERO.
       01 WS-FETCH-STATUS         PIC X(07)    VALUE SPACES.
       01 WS-GROUP-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-GRP-OPENING          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-NEW              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-CHANGE           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-PAYMENTS         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-RECOVERIES       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-CLOSING          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-COUNT            PIC S9(7)    VALUE ZERO.
       01 WS-TOT-OPENING          PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-NEW              PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-CHANGE           PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-PAYMENTS         PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-RECOVERIES       PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-CLOSING          PIC S9(11)V99 VALUE ZERO.
       01 WS-PROOF                PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-INCURRED          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GL-CONTROL           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GL-BANK              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-GL-DIFFERENCE        PIC S9(11)V99 VALUE ZERO.
       01 WS-ACCT-INCURRED        PIC X(08) VALUE '71100000'.
       01 WS-ACCT-CONTROL         PIC X(08) VALUE '25100000'.
       01 WS-ACCT-BANK            PIC X(08) VALUE '10200000'.
       01 WS-HEADING1.
           05 FILLER        PIC X(45) VALUE
              'MF110RFW CLAIMS RESERVE ROLL-FORWARD - PERIOD'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-H-PERIOD   PIC X(07).
           05 FILLER        PIC X(13) VALUE '   OPENING AT'.
           05 FILLER        PIC X(01) VALUE SPACES.
           05 WS-H-PRIOR    PIC X(07).
           05 FILLER        PIC X(58) VALUE SPACES.
       01 WS-HEADING2.
           05 FILLER             PIC X(08) VALUE 'STATUS'.
           05 FILLER             PIC X(08) VALUE '  CLAIMS'.
           05 FILLER             PIC X(17) VALUE '          OPENING'.
           05 FILLER             PIC X(17) VALUE '     NEW RESERVES'.
           05 FILLER             PIC X(17) VALUE '  RESERVE CHANGES'.
           05 FILLER             PIC X(17) VALUE '         PAYMENTS'.
           05 FILLER             PIC X(17) VALUE '       RECOVERIES'.
           05 FILLER             PIC X(17) VALUE '          CLOSING'.
           05 FILLER             PIC X(14) VALUE SPACES.
       01 WS-GROUP-LINE.
           05 WS-G-STATUS        PIC X(07).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-G-COUNT         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-G-OPENING       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-G-NEW           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-G-CHANGE        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-G-PAYMENTS      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-G-RECOVERIES    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-G-CLOSING       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(14) VALUE SPACES.
       01 WS-AMOUNT-LINE.
           05 WS-A-LABEL         PIC X(44).
           05 WS-A-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(70) VALUE SPACES.
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
              INCLUDE PERCTL
           END-EXEC.
           EXEC SQL
              INCLUDE PERBAL
           END-EXEC.
           EXEC SQL
              INCLUDE GLPERTOT
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-PERIOD            PIC X(07).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 050-SELECT-PERIOD THRU 050-EXIT
           IF RETURN-CODE > 4
               PERFORM 920-CLOSE-RUN THRU 920-EXIT
               STOP RUN
           END-IF
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 200-FETCH-GROUP THRU 200-EXIT
           PERFORM 300-PRINT-GROUP THRU 300-EXIT
               UNTIL WS-EOF
           PERFORM 400-PRINT-PROOF THRU 400-EXIT
           PERFORM 500-TIE-TO-GL THRU 500-EXIT
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
                VALUES ('MF110RFW', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RFW - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           END-IF.
       010-EXIT.
           EXIT.
      * PARM IS ANY CLOSED PERIOD AS YYYY-MM. WITH NO PARM THE LATEST
      * CLOSED PERIOD IS REPORTED. THE OPENING POSITION IS THE
      * SNAPSHOT OF THE PREVIOUS MONTH; IF THAT MONTH WAS NEVER
      * CLOSED THE OPENING IS TAKEN AS ZERO AND NO GL TIE IS MADE.
       050-SELECT-PERIOD.
           IF LK-PARM-LEN > 6
               MOVE LK-PERIOD TO ACCTPERIOD OF PERIODCONTROL
           ELSE
                 EXEC SQL
                    SELECT COALESCE(MAX(ACCTPERIOD), ' ')
                    INTO  :PERIODCONTROL.ACCTPERIOD
                    FROM MFTR33.PERIODCONTROL
                    WHERE PERIODSTATUS = 'C'
                 END-EXEC
           END-IF
             EXEC SQL
                SELECT PERIODSTART,
                       PERIODEND,
                       PERIODSTATUS,
                       SUBSTR(CHAR(DATE(PERIODSTART) - 1 MONTH, ISO),
                              1, 7)
                INTO  :PERIODCONTROL.PERIODSTART,
                      :PERIODCONTROL.PERIODEND,
                      :PERIODCONTROL.PERIODSTATUS,
                      :WS-PRIOR-PERIOD
                FROM MFTR33.PERIODCONTROL
                WHERE ACCTPERIOD = :PERIODCONTROL.ACCTPERIOD
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               IF NOT PERIODSTATUS-CLOSED
                   DISPLAY 'MF110RFW - PERIOD '
                           ACCTPERIOD OF PERIODCONTROL
                           ' IS NOT CLOSED - RUN ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   GO TO 050-EXIT
               END-IF
             WHEN 100
               DISPLAY 'MF110RFW - NO CLOSED PERIOD '
                       ACCTPERIOD OF PERIODCONTROL
                       ' - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               GO TO 050-EXIT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RFW - SQL ERROR IN PERIOD READ - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 050-EXIT
           END-EVALUATE
             EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-PRIOR-COUNT
                FROM MFTR33.PERIODCONTROL
                WHERE ACCTPERIOD   = :WS-PRIOR-PERIOD
                  AND PERIODSTATUS = 'C'
             END-EXEC.
           IF SQLCODE = 0 AND WS-PRIOR-COUNT > ZERO
               MOVE 'Y' TO WS-PRIOR-SW
           END-IF.
       050-EXIT.
           EXIT.
      * ONE LINE PER CLOSING CLAIM STATUS. A CLAIM IN THE OPENING
      * SNAPSHOT BUT NOT THE CLOSING ONE IS SHOWN AS REMOVED.
      * OUTSTANDING IS VALUE1 - PAID + NETRECOVERY, SO FOR EVERY LINE
      * OPENING + NEW + CHANGES - PAYMENTS + RECOVERIES = CLOSING.
       100-INITIALIZE.
           OPEN OUTPUT RPTFILE
           MOVE ACCTPERIOD OF PERIODCONTROL TO WS-H-PERIOD
           IF WS-PRIOR-CLOSED
               MOVE WS-PRIOR-PERIOD TO WS-H-PRIOR
           ELSE
               MOVE 'ZERO'          TO WS-H-PRIOR
           END-IF
           MOVE WS-HEADING1 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING2 TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE RFWCSR CURSOR FOR
                SELECT COALESCE(N.CLAIMSTATUS, 'REMOVED'),
                       COUNT(*),
                       SUM(CASE WHEN O.CLAIMNUMBER IS NULL THEN 0
                                ELSE O.VALUE1 - O.PAID + O.NETRECOVERY
                           END),
                       SUM(CASE WHEN O.CLAIMNUMBER IS NULL
                                THEN N.VALUE1 ELSE 0 END),
                       SUM(CASE WHEN O.CLAIMNUMBER IS NULL THEN 0
                                ELSE COALESCE(N.VALUE1, 0) - O.VALUE1
                           END),
                       SUM(COALESCE(N.PAID, 0) - COALESCE(O.PAID, 0)),
                       SUM(COALESCE(N.NETRECOVERY, 0)
                           - COALESCE(O.NETRECOVERY, 0)),
                       SUM(COALESCE(N.VALUE1 - N.PAID + N.NETRECOVERY,
                                    0))
                FROM (SELECT CLAIMNUMBER, VALUE1, PAID, NETRECOVERY
                      FROM MFTR33.PERIODBALANCE
                      WHERE ACCTPERIOD = :WS-PRIOR-PERIOD
                        AND :WS-PRIOR-SW = 'Y') O
                FULL OUTER JOIN
                     (SELECT CLAIMNUMBER, VALUE1, PAID, NETRECOVERY,
                             CLAIMSTATUS
                      FROM MFTR33.PERIODBALANCE
                      WHERE ACCTPERIOD = :PERIODCONTROL.ACCTPERIOD) N
                  ON O.CLAIMNUMBER = N.CLAIMNUMBER
                GROUP BY COALESCE(N.CLAIMSTATUS, 'REMOVED')
                ORDER BY 1
             END-EXEC.
             EXEC SQL
                OPEN RFWCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RFW - CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-IF.
       100-EXIT.
           EXIT.
       200-FETCH-GROUP.
             EXEC SQL
                FETCH RFWCSR
                INTO  :WS-FETCH-STATUS,
                      :WS-GROUP-COUNT,
                      :WS-GRP-OPENING,
                      :WS-GRP-NEW,
                      :WS-GRP-CHANGE,
                      :WS-GRP-PAYMENTS,
                      :WS-GRP-RECOVERIES,
                      :WS-GRP-CLOSING
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RFW - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       200-EXIT.
           EXIT.
       300-PRINT-GROUP.
           MOVE WS-FETCH-STATUS   TO WS-G-STATUS
           MOVE WS-GROUP-COUNT    TO WS-G-COUNT
           MOVE WS-GRP-OPENING    TO WS-G-OPENING
           MOVE WS-GRP-NEW        TO WS-G-NEW
           MOVE WS-GRP-CHANGE     TO WS-G-CHANGE
           MOVE WS-GRP-PAYMENTS   TO WS-G-PAYMENTS
           MOVE WS-GRP-RECOVERIES TO WS-G-RECOVERIES
           MOVE WS-GRP-CLOSING    TO WS-G-CLOSING
           MOVE WS-GROUP-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           ADD WS-GROUP-COUNT    TO WS-TOT-COUNT
           ADD WS-GRP-OPENING    TO WS-TOT-OPENING
           ADD WS-GRP-NEW        TO WS-TOT-NEW
           ADD WS-GRP-CHANGE     TO WS-TOT-CHANGE
           ADD WS-GRP-PAYMENTS   TO WS-TOT-PAYMENTS
           ADD WS-GRP-RECOVERIES TO WS-TOT-RECOVERIES
           ADD WS-GRP-CLOSING    TO WS-TOT-CLOSING
           PERFORM 200-FETCH-GROUP THRU 200-EXIT.
       300-EXIT.
           EXIT.
       400-PRINT-PROOF.
             EXEC SQL
                CLOSE RFWCSR
             END-EXEC.
           MOVE 'TOTAL'           TO WS-G-STATUS
           MOVE WS-TOT-COUNT      TO WS-G-COUNT
           MOVE WS-TOT-OPENING    TO WS-G-OPENING
           MOVE WS-TOT-NEW        TO WS-G-NEW
           MOVE WS-TOT-CHANGE     TO WS-G-CHANGE
           MOVE WS-TOT-PAYMENTS   TO WS-G-PAYMENTS
           MOVE WS-TOT-RECOVERIES TO WS-G-RECOVERIES
           MOVE WS-TOT-CLOSING    TO WS-G-CLOSING
           MOVE SPACES            TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-GROUP-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           COMPUTE WS-PROOF = WS-TOT-OPENING + WS-TOT-NEW
                            + WS-TOT-CHANGE  - WS-TOT-PAYMENTS
                            + WS-TOT-RECOVERIES
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'OPENING + NEW + CHANGES - PAID + RECOVERED'
             TO WS-A-LABEL
           MOVE WS-PROOF TO WS-A-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'CLOSING OUTSTANDING' TO WS-A-LABEL
           MOVE WS-TOT-CLOSING        TO WS-A-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-PROOF = WS-TOT-CLOSING
               MOVE 'ROLL-FORWARD PROVES TO CLOSING OUTSTANDING'
                 TO WS-V-MESSAGE
           ELSE
               MOVE 'ROLL-FORWARD DOES NOT PROVE - INVESTIGATE'
                 TO WS-V-MESSAGE
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE WS-VERDICT-LINE TO RPT-RECORD
           WRITE RPT-RECORD.
       400-EXIT.
           EXIT.
      * PAYMENTS ON THE ROLL-FORWARD ARE THE PERIOD'S NET PAID
      * MOVEMENT; MF110GLJ JOURNALS THE SAME MOVEMENTS TO THE INCURRED
      * ACCOUNT, SO ITS DEBITS LESS CREDITS FOR THE MONTH MUST AGREE.
       500-TIE-TO-GL.
           MOVE ACCTPERIOD OF PERIODCONTROL
             TO ACCTPERIOD OF GLPERIODTOTAL
             EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN GLACCOUNT =
                                              :WS-ACCT-INCURRED
                                         THEN DEBITTOTAL - CREDITTOTAL
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN GLACCOUNT =
                                              :WS-ACCT-CONTROL
                                         THEN DEBITTOTAL - CREDITTOTAL
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN GLACCOUNT =
                                              :WS-ACCT-BANK
                                         THEN CREDITTOTAL - DEBITTOTAL
                                         ELSE 0 END), 0)
                INTO  :WS-GL-INCURRED,
                      :WS-GL-CONTROL,
                      :WS-GL-BANK
                FROM MFTR33.GLPERIODTOTAL
                WHERE ACCTPERIOD = :GLPERIODTOTAL.ACCTPERIOD
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RFW - SQL ERROR IN GL TOTALS - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 500-EXIT
           END-IF
           COMPUTE WS-GL-DIFFERENCE = WS-TOT-PAYMENTS - WS-GL-INCURRED
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'PAYMENTS PER ROLL-FORWARD' TO WS-A-LABEL
           MOVE WS-TOT-PAYMENTS             TO WS-A-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'MF110GLJ INCURRED 71100000 NET DEBIT' TO WS-A-LABEL
           MOVE WS-GL-INCURRED TO WS-A-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'DIFFERENCE'     TO WS-A-LABEL
           MOVE WS-GL-DIFFERENCE TO WS-A-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'MF110GLJ CONTROL 25100000 NET DEBIT' TO WS-A-LABEL
           MOVE WS-GL-CONTROL  TO WS-A-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'MF110GLJ BANK 10200000 - PAYMENTS RELEASED'
             TO WS-A-LABEL
           MOVE WS-GL-BANK     TO WS-A-AMOUNT
           MOVE WS-AMOUNT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           EVALUATE TRUE
             WHEN NOT WS-PRIOR-CLOSED
               MOVE 'NO PRIOR CLOSE - OPENING IS ZERO - GL TIE NOT MADE'
                 TO WS-V-MESSAGE
             WHEN WS-GL-DIFFERENCE = ZERO
               MOVE 'PAYMENTS TIE TO MF110GLJ JOURNAL TOTALS'
                 TO WS-V-MESSAGE
             WHEN OTHER
               MOVE 'PAYMENTS DO NOT TIE TO MF110GLJ - INVESTIGATE'
                 TO WS-V-MESSAGE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-EVALUATE
           MOVE WS-VERDICT-LINE TO RPT-RECORD
           WRITE RPT-RECORD.
       500-EXIT.
           EXIT.
       800-FINALIZE.
           DISPLAY 'MF110RFW - PERIOD             : '
                   ACCTPERIOD OF PERIODCONTROL
           DISPLAY 'MF110RFW - CLAIMS             : ' WS-TOT-COUNT
           DISPLAY 'MF110RFW - CLOSING OUTSTANDING: ' WS-TOT-CLOSING
           DISPLAY 'MF110RFW - GL DIFFERENCE      : ' WS-GL-DIFFERENCE
           CLOSE RPTFILE.
       800-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-TOT-COUNT  TO READCOUNT   OF BATCHRUN
           MOVE ZERO          TO WRITECOUNT  OF BATCHRUN
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
                 WHERE PROGRAMNAME    = 'MF110RFW'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RFW - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
