       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110CED.
       AUTHOR. HARIKASADI
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDXFILE ASSIGN TO BDXFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * CEDED LOSS BORDEREAU. ONE BLOCK PER REINSURER, IN REINSURER
      * ORDER - A HEADER, ONE DETAIL PER TREATY LINE AND CLAIM (XOL)
      * OR CATEVENT (CAT), AND A TRAILER WITH THE BLOCK'S COUNT AND
      * TOTALS - SO EACH REINSURER'S BLOCK STANDS AS ITS OWN FILE.
       FD  BDXFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01 BDX-RECORD.
           05 BDX-RECORD-TYPE        PIC X(01).
              88 BDX-HEADER                     VALUE 'H'.
              88 BDX-DETAIL                     VALUE 'D'.
              88 BDX-TRAILER                    VALUE 'T'.
           05 BDX-REINSURERID        PIC X(08).
           05 BDX-QUARTER            PIC X(06).
           05 BDX-DETAIL-DATA.
              10 BDX-TREATYID        PIC X(08).
              10 BDX-TREATYTYPE      PIC X(03).
              10 BDX-CLAIMNUMBER     PIC 9(09).
              10 BDX-EVENTCODE       PIC X(08).
              10 BDX-LOSSDATE        PIC X(10).
              10 BDX-CLAIMCOUNT      PIC 9(05).
              10 BDX-SUBJECT-PAID    PIC S9(11)V99.
              10 BDX-SUBJECT-INCURRED
                                     PIC S9(11)V99.
              10 BDX-CEDED-PAID      PIC S9(9)V99.
              10 BDX-CEDED-OS        PIC S9(9)V99.
              10 BDX-CEDED-INCURRED  PIC S9(9)V99.
              10 BDX-BILLABLE        PIC S9(9)V99.
              10 FILLER              PIC X(22).
           05 BDX-HEADER-DATA REDEFINES BDX-DETAIL-DATA.
              10 BDX-REINSURERNAME   PIC X(30).
              10 BDX-ASAT-DATE       PIC X(10).
              10 BDX-RUN-DATE        PIC X(10).
              10 FILLER              PIC X(85).
           05 BDX-TRAILER-DATA REDEFINES BDX-DETAIL-DATA.
              10 BDX-DETAIL-COUNT    PIC 9(07).
              10 BDX-TOTAL-CEDED-PAID
                                     PIC S9(11)V99.
              10 BDX-TOTAL-CEDED-OS  PIC S9(11)V99.
              10 BDX-TOTAL-BILLABLE  PIC S9(11)V99.
              10 FILLER              PIC X(89).
       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-RECORD                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                          VALUE 'Y'.
       01 WS-EOF2-SW              PIC X(01) VALUE 'N'.
          88 WS-EOF2                         VALUE 'Y'.
       01 WS-EOF3-SW              PIC X(01) VALUE 'N'.
          88 WS-EOF3                         VALUE 'Y'.
       01 WS-EOF4-SW              PIC X(01) VALUE 'N'.
          88 WS-EOF4                         VALUE 'Y'.
       01 WS-CESS-OK-SW           PIC X(01) VALUE 'Y'.
          88 WS-CESS-OK                      VALUE 'Y'.
       01 WS-TERMS-OK-SW          PIC X(01) VALUE 'Y'.
          88 WS-TERMS-OK                     VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-TODAY                PIC X(10) VALUE SPACES.
       01 WS-QUARTER              PIC X(06) VALUE SPACES.
       01 WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05 WS-Q-YEAR           PIC 9(04).
           05 WS-Q-LETTER         PIC X(01).
           05 WS-Q-NUMBER         PIC 9(01).
       01 WS-PRIOR-QUARTER        PIC X(06) VALUE SPACES.
       01 WS-YEAR-BIN             PIC S9(4) COMP VALUE ZERO.
       01 WS-QTR-BIN              PIC S9(4) COMP VALUE ZERO.
       01 WS-START-MONTH          PIC 9(02) VALUE ZERO.
       01 WS-QTR-START            PIC X(10) VALUE SPACES.
       01 WS-QTR-END              PIC X(10) VALUE SPACES.
       01 WS-ASAT-DATE            PIC X(10) VALUE SPACES.
       01 WS-LATER-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-ZERO-TYPE            PIC X(03) VALUE SPACES.
       01 WS-SUBJECT-PAID         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-SUBJECT-INCURRED     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-LAYER-PAID           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-LAYER-INCURRED       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-OLD-RECOVERABLE      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-CEDED-OS             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-BILLABLE             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-XOL-COUNT            PIC S9(7)    VALUE ZERO.
       01 WS-CAT-COUNT            PIC S9(7)    VALUE ZERO.
       01 WS-CEDED-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-ZEROED-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-SEEDED-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-HIST-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-REJECT-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-BDX-COUNT            PIC S9(7)    VALUE ZERO.
       01 WS-REINS-COUNT          PIC S9(5)    VALUE ZERO.
       01 WS-PREV-REINSURER       PIC X(08) VALUE SPACES.
       01 WS-RI-COUNT             PIC S9(7)    VALUE ZERO.
       01 WS-RI-CEDED-PAID        PIC S9(11)V99 VALUE ZERO.
       01 WS-RI-PRIOR-PAID        PIC S9(11)V99 VALUE ZERO.
       01 WS-RI-BILLABLE          PIC S9(11)V99 VALUE ZERO.
       01 WS-RI-CEDED-OS          PIC S9(11)V99 VALUE ZERO.
       01 WS-RI-CEDED-INCURRED    PIC S9(11)V99 VALUE ZERO.
       01 WS-GT-COUNT             PIC S9(7)    VALUE ZERO.
       01 WS-GT-CEDED-PAID        PIC S9(11)V99 VALUE ZERO.
       01 WS-GT-PRIOR-PAID        PIC S9(11)V99 VALUE ZERO.
       01 WS-GT-BILLABLE          PIC S9(11)V99 VALUE ZERO.
       01 WS-GT-CEDED-OS          PIC S9(11)V99 VALUE ZERO.
       01 WS-GT-CEDED-INCURRED    PIC S9(11)V99 VALUE ZERO.
       01 WS-HEADING1.
           05 FILLER        PIC X(40) VALUE
              'MF110CED REINSURANCE CESSION - QUARTER '.
           05 WS-H-QUARTER  PIC X(06).
           05 FILLER        PIC X(07) VALUE ' AS AT '.
           05 WS-H-ASAT     PIC X(10).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WS-H-BASIS    PIC X(20).
           05 FILLER        PIC X(46) VALUE SPACES.
       01 WS-SECTION-LINE.
           05 FILLER        PIC X(51) VALUE
              'BILLABLE RECOVERABLES - CEDED PAID LESS CEDED PAID'.
           05 FILLER        PIC X(81) VALUE
              ' AT THE PRIOR QUARTER END'.
       01 WS-REINSURER-LINE.
           05 FILLER             PIC X(10) VALUE 'REINSURER '.
           05 WS-RL-ID           PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RL-NAME         PIC X(30).
           05 FILLER             PIC X(82) VALUE SPACES.
       01 WS-HEADING2.
           05 FILLER             PIC X(10) VALUE 'TREATY'.
           05 FILLER             PIC X(05) VALUE 'TYPE'.
           05 FILLER             PIC X(11) VALUE 'CLAIM/EVT'.
           05 FILLER             PIC X(12) VALUE 'LOSS DATE'.
           05 FILLER             PIC X(18) VALUE
              '       CEDED PAID '.
           05 FILLER             PIC X(18) VALUE
              ' PRIOR CEDED PAID '.
           05 FILLER             PIC X(18) VALUE
              '     BILLABLE QTD '.
           05 FILLER             PIC X(18) VALUE
              'CEDED OUTSTANDING '.
           05 FILLER             PIC X(18) VALUE
              '   CEDED INCURRED '.
           05 FILLER             PIC X(04) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-D-TREATYID      PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-TYPE          PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-CLAIMNBR      PIC 9(09).
           05 WS-D-EVENTCODE REDEFINES WS-D-CLAIMNBR
                                 PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-LOSSDATE      PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-CEDED-PAID    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-D-PRIOR-PAID    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-D-BILLABLE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-D-CEDED-OS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-D-CEDED-INCURRED
                                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(05) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 WS-T-LABEL         PIC X(26).
           05 WS-T-COUNT         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 WS-T-CEDED-PAID    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-T-PRIOR-PAID    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-T-BILLABLE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-T-CEDED-OS      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-T-CEDED-INCURRED
                                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(05) VALUE SPACES.
       01 WS-NO-CESSION-LINE.
           05 FILLER             PIC X(40) VALUE
              'NO CESSIONS FOR THE QUARTER'.
           05 FILLER             PIC X(92) VALUE SPACES.
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
              INCLUDE TREATY
           END-EXEC.
           EXEC SQL
              INCLUDE CESSION
           END-EXEC.
           EXEC SQL
              INCLUDE CESSHIST
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-QUARTER           PIC X(06).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 050-EDIT-PARM THRU 050-EXIT
           IF WS-CESS-OK
               PERFORM 100-CHECK-QUARTER THRU 100-EXIT
           END-IF
           IF WS-CESS-OK
               PERFORM 150-SEED-QUARTER THRU 150-EXIT
           END-IF
           IF WS-CESS-OK
               PERFORM 200-CEDE-PER-RISK THRU 200-EXIT
           END-IF
           IF WS-CESS-OK
               MOVE 'XOL' TO WS-ZERO-TYPE
               PERFORM 300-ZERO-STALE THRU 300-EXIT
           END-IF
           IF WS-CESS-OK
               PERFORM 250-CEDE-CAT THRU 250-EXIT
           END-IF
           IF WS-CESS-OK
               MOVE 'CAT' TO WS-ZERO-TYPE
               PERFORM 300-ZERO-STALE THRU 300-EXIT
           END-IF
           PERFORM 400-COMMIT-OR-BACKOUT THRU 400-EXIT
           OPEN OUTPUT BDXFILE
           OPEN OUTPUT RPTFILE
           MOVE WS-HEADING1 TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-CESS-OK
               PERFORM 450-WRITE-BORDEREAU THRU 450-EXIT
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
                VALUES ('MF110CED', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       010-EXIT.
           EXIT.
      * PARM IS THE QUARTER AS YYYYQN. WITH NO PARM, OR 000000, THE
      * QUARTER HOLDING YESTERDAY IS CEDED, SO A RUN ON THE FIRST DAY
      * OF A QUARTER CEDES THE QUARTER JUST ENDED. A QUARTER THAT HAS
      * NOT ENDED IS CEDED QUARTER-TO-DATE, AS AT TODAY.
       050-EDIT-PARM.
           IF LK-PARM-LEN > 5 AND LK-QUARTER NOT = '000000'
               MOVE LK-QUARTER TO WS-QUARTER
           ELSE
                 EXEC SQL
                    SELECT YEAR(CURRENT DATE - 1 DAY),
                           QUARTER(CURRENT DATE - 1 DAY)
                    INTO  :WS-YEAR-BIN,
                          :WS-QTR-BIN
                    FROM SYSIBM.SYSDUMMY1
                 END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE
                   DISPLAY 'MF110CED - SQL ERROR IN DEFAULT QUARTER'
                           ' - RC : ' WS-SQLCODE
                   MOVE 'N' TO WS-CESS-OK-SW
                   MOVE 12 TO RETURN-CODE
                   GO TO 050-EXIT
               END-IF
               MOVE WS-YEAR-BIN TO WS-Q-YEAR
               MOVE 'Q'         TO WS-Q-LETTER
               MOVE WS-QTR-BIN  TO WS-Q-NUMBER
           END-IF
           IF WS-Q-YEAR NOT NUMERIC
              OR WS-Q-LETTER NOT = 'Q'
              OR WS-Q-NUMBER NOT NUMERIC
              OR WS-Q-NUMBER < 1
              OR WS-Q-NUMBER > 4
               DISPLAY 'MF110CED - INVALID QUARTER PARM ' WS-QUARTER
                       ' - RUN ABANDONED'
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 050-EXIT
           END-IF
           MOVE WS-QUARTER TO CESSQUARTER OF CESSION
           COMPUTE WS-START-MONTH = (WS-Q-NUMBER - 1) * 3 + 1
           MOVE SPACES TO WS-QTR-START
           STRING WS-Q-YEAR      DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  WS-START-MONTH DELIMITED BY SIZE
                  '-01'          DELIMITED BY SIZE
                  INTO WS-QTR-START
           END-STRING
             EXEC SQL
                SELECT CHAR(DATE(:WS-QTR-START) + 3 MONTHS - 1 DAY,
                            ISO)
                INTO  :WS-QTR-END
                FROM SYSIBM.SYSDUMMY1
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - SQL ERROR IN QUARTER END - RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 050-EXIT
           END-IF
           IF WS-QTR-START > WS-TODAY
               DISPLAY 'MF110CED - QUARTER ' WS-QUARTER
                       ' HAS NOT STARTED - RUN ABANDONED'
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 8 TO RETURN-CODE
               GO TO 050-EXIT
           END-IF
           IF WS-QTR-END < WS-TODAY
               MOVE WS-QTR-END      TO WS-ASAT-DATE
               MOVE 'QUARTER END'   TO WS-H-BASIS
           ELSE
               MOVE WS-TODAY        TO WS-ASAT-DATE
               MOVE 'QUARTER-TO-DATE' TO WS-H-BASIS
           END-IF
           MOVE WS-QUARTER   TO WS-H-QUARTER
           MOVE WS-ASAT-DATE TO WS-H-ASAT.
       050-EXIT.
           EXIT.
      * THE RECOVERABLE BOOKED FOR EACH CESSION IS CARRIED FROM ONE
      * QUARTER TO THE NEXT, SO AN EARLIER QUARTER CANNOT BE CEDED
      * AGAIN ONCE A LATER ONE IS ON FILE.
       100-CHECK-QUARTER.
             EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-LATER-COUNT
                FROM MFTR33.CESSION
                WHERE CESSQUARTER > :CESSION.CESSQUARTER
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - SQL ERROR IN QUARTER CHECK - RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF
           IF WS-LATER-COUNT > ZERO
               DISPLAY 'MF110CED - A LATER QUARTER IS ALREADY CEDED -'
                       ' ' WS-QUARTER ' NOT RERUN - RUN ABANDONED'
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       100-EXIT.
           EXIT.
      * ROWS ALREADY ON FILE FOR THE QUARTER (A RERUN) ARE MARKED FOR
      * RE-DERIVING, AND ROWS FROM THE LAST QUARTER CEDED THAT ARE NOT
      * YET ON THE QUARTER ARE CARRIED IN AT THEIR BOOKED FIGURES.
      * EVERY ROW LEFT UN-DERIVED AFTER A PASS IS ZEROED BY 300, SO A
      * CESSION THAT FALLS AWAY HAS ITS RECOVERABLE TAKEN DOWN.
       150-SEED-QUARTER.
             EXEC SQL
                SELECT COALESCE(MAX(CESSQUARTER), ' ')
                INTO  :WS-PRIOR-QUARTER
                FROM MFTR33.CESSION
                WHERE CESSQUARTER < :CESSION.CESSQUARTER
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - SQL ERROR IN PRIOR QUARTER READ -'
                       ' RC : ' WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 150-EXIT
           END-IF
             EXEC SQL
                UPDATE MFTR33.CESSION
                   SET DERIVED = 'N'
                 WHERE CESSQUARTER = :CESSION.CESSQUARTER
             END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - SQL ERROR IN RERUN RESET - RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 150-EXIT
           END-IF
           IF WS-PRIOR-QUARTER = SPACES
               DISPLAY 'MF110CED - NO EARLIER QUARTER ON FILE -'
                       ' FIRST CESSION RUN'
               GO TO 150-EXIT
           END-IF
             EXEC SQL
                INSERT INTO MFTR33.CESSION
                       (CESSQUARTER,
                        TREATYID,
                        REINSURERID,
                        TREATYTYPE,
                        CLAIMNUMBER,
                        EVENTCODE,
                        LOSSDATE,
                        CLAIMCOUNT,
                        SUBJECTPAID,
                        SUBJECTINCURRED,
                        CEDEDPAID,
                        CEDEDINCURRED,
                        PRIORCEDEDPAID,
                        DERIVED,
                        CESSIONTS)
                SELECT :CESSION.CESSQUARTER,
                       P.TREATYID,
                       P.REINSURERID,
                       P.TREATYTYPE,
                       P.CLAIMNUMBER,
                       P.EVENTCODE,
                       P.LOSSDATE,
                       P.CLAIMCOUNT,
                       0,
                       0,
                       P.CEDEDPAID,
                       P.CEDEDINCURRED,
                       P.CEDEDPAID,
                       'N',
                       CURRENT TIMESTAMP
                FROM MFTR33.CESSION P
                WHERE P.CESSQUARTER = :WS-PRIOR-QUARTER
                  AND (P.CEDEDPAID <> 0 OR P.CEDEDINCURRED <> 0)
                  AND NOT EXISTS
                      (SELECT 1
                       FROM MFTR33.CESSION Q
                       WHERE Q.CESSQUARTER = :CESSION.CESSQUARTER
                         AND Q.TREATYID    = P.TREATYID
                         AND Q.REINSURERID = P.REINSURERID
                         AND Q.CLAIMNUMBER = P.CLAIMNUMBER
                         AND Q.EVENTCODE   = P.EVENTCODE)
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-SEEDED-COUNT
             WHEN 100
               MOVE ZERO TO WS-SEEDED-COUNT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - SQL ERROR CARRYING FORWARD '
                       WS-PRIOR-QUARTER ' - RC : ' WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       150-EXIT.
           EXIT.
      * PER-RISK XOL. EACH CLAIM'S PAID AND INCURRED (VALUE1) ARE
      * TAKEN AS AT THE AS-AT DATE THE SAME WAY MF110CLS SNAPSHOTS A
      * PERIOD - CLAIMSHIST MOVEMENTS AFTER IT BACKED OFF, CLAIMS
      * ADDED AFTER IT LEFT OUT - LESS CLAIMRECOVERY DATED ON OR
      * BEFORE IT. ONLY CLAIMS THAT REACH INTO THE LAYER ARE READ.
       200-CEDE-PER-RISK.
             EXEC SQL
                DECLARE CEDXOLCSR CURSOR FOR
                SELECT T.TREATYID,
                       T.REINSURERID,
                       T.RETENTION,
                       T.TREATYLIMIT,
                       T.COPARTPCT,
                       T.REINSURERSHARE,
                       N.CLAIMNUMBER,
                       N.CLAIMDATE,
                       N.NETPAID,
                       N.NETINCURRED
                FROM MFTR33.TREATY T
                JOIN
                (SELECT C.CLAIMNUMBER,
                        C.CLAIMDATE,
                        C.PAID -
                        COALESCE((SELECT SUM(H.NEWPAID - H.OLDPAID)
                                  FROM MFTR33.CLAIMSHIST H
                                  WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND DATE(H.CHANGETIMESTAMP) >
                                        DATE(:WS-ASAT-DATE)), 0) -
                        COALESCE((SELECT SUM(R.RECOVERYAMOUNT)
                                  FROM MFTR33.CLAIMRECOVERY R
                                  WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND R.RECOVERYDATE <=
                                        :WS-ASAT-DATE), 0)
                            AS NETPAID,
                        C.VALUE1 -
                        COALESCE((SELECT SUM(H.NEWVALUE1 - H.OLDVALUE1)
                                  FROM MFTR33.CLAIMSHIST H
                                  WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND DATE(H.CHANGETIMESTAMP) >
                                        DATE(:WS-ASAT-DATE)), 0) -
                        COALESCE((SELECT SUM(R.RECOVERYAMOUNT)
                                  FROM MFTR33.CLAIMRECOVERY R
                                  WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND R.RECOVERYDATE <=
                                        :WS-ASAT-DATE), 0)
                            AS NETINCURRED
                 FROM MFTR33.CLAIMS C
                 WHERE C.CLAIMDATE <= :WS-ASAT-DATE
                   AND NOT EXISTS
                       (SELECT 1
                        FROM MFTR33.CLAIMSHIST H
                        WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                          AND H.CHANGETYPE  = 'I'
                          AND DATE(H.CHANGETIMESTAMP) >
                              DATE(:WS-ASAT-DATE))) N
                  ON N.CLAIMDATE >= T.EFFECTIVEDATE
                 AND N.CLAIMDATE <= T.EXPIRYDATE
                WHERE T.TREATYTYPE = 'XOL'
                  AND (N.NETPAID     > T.RETENTION
                   OR  N.NETINCURRED > T.RETENTION)
                ORDER BY T.REINSURERID, T.TREATYID, N.CLAIMNUMBER
             END-EXEC.
             EXEC SQL
                OPEN CEDXOLCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - XOL CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 200-EXIT
           END-IF
           PERFORM 210-FETCH-PER-RISK THRU 210-EXIT
           PERFORM 220-PROCESS-PER-RISK THRU 220-EXIT
               UNTIL WS-EOF OR NOT WS-CESS-OK
             EXEC SQL
                CLOSE CEDXOLCSR
             END-EXEC.
       200-EXIT.
           EXIT.
       210-FETCH-PER-RISK.
             EXEC SQL
                FETCH CEDXOLCSR
                INTO  :TREATY.TREATYID,
                      :TREATY.REINSURERID,
                      :TREATY.RETENTION,
                      :TREATY.TREATYLIMIT,
                      :TREATY.COPARTPCT,
                      :TREATY.REINSURERSHARE,
                      :CESSION.CLAIMNUMBER,
                      :CESSION.LOSSDATE,
                      :WS-SUBJECT-PAID,
                      :WS-SUBJECT-INCURRED
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-XOL-COUNT
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - SQL ERROR IN XOL FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF TO TRUE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       210-EXIT.
           EXIT.
       220-PROCESS-PER-RISK.
           MOVE 'XOL'       TO TREATYTYPE OF CESSION
           MOVE SPACES      TO EVENTCODE OF CESSION
           MOVE 1           TO CLAIMCOUNT OF CESSION
           PERFORM 500-APPLY-TREATY THRU 500-EXIT
           IF WS-TERMS-OK
               PERFORM 600-POST-CESSION THRU 600-EXIT
           END-IF
           PERFORM 210-FETCH-PER-RISK THRU 210-EXIT.
       220-EXIT.
           EXIT.
      * CAT. THE SAME AS-AT NET FIGURES ARE SUMMED OVER EVERY CLAIM
      * ON ONE CATEVENT WHOSE CLAIMDATE FALLS IN THE TREATY, LESS THE
      * XOL CESSIONS JUST POSTED FOR THOSE CLAIMS - PER-RISK COVER
      * INURES TO THE BENEFIT OF THE CAT TREATY.
       250-CEDE-CAT.
             EXEC SQL
                DECLARE CEDCATCSR CURSOR FOR
                SELECT T.TREATYID,
                       T.REINSURERID,
                       T.RETENTION,
                       T.TREATYLIMIT,
                       T.COPARTPCT,
                       T.REINSURERSHARE,
                       N.EVENTCODE,
                       MIN(N.CLAIMDATE),
                       COUNT(*),
                       SUM(N.NETPAID - COALESCE(X.XOLPAID, 0)),
                       SUM(N.NETINCURRED - COALESCE(X.XOLINCURRED, 0))
                FROM MFTR33.TREATY T
                JOIN
                (SELECT C.CLAIMNUMBER,
                        C.CLAIMDATE,
                        C.EVENTCODE,
                        C.PAID -
                        COALESCE((SELECT SUM(H.NEWPAID - H.OLDPAID)
                                  FROM MFTR33.CLAIMSHIST H
                                  WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND DATE(H.CHANGETIMESTAMP) >
                                        DATE(:WS-ASAT-DATE)), 0) -
                        COALESCE((SELECT SUM(R.RECOVERYAMOUNT)
                                  FROM MFTR33.CLAIMRECOVERY R
                                  WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND R.RECOVERYDATE <=
                                        :WS-ASAT-DATE), 0)
                            AS NETPAID,
                        C.VALUE1 -
                        COALESCE((SELECT SUM(H.NEWVALUE1 - H.OLDVALUE1)
                                  FROM MFTR33.CLAIMSHIST H
                                  WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND DATE(H.CHANGETIMESTAMP) >
                                        DATE(:WS-ASAT-DATE)), 0) -
                        COALESCE((SELECT SUM(R.RECOVERYAMOUNT)
                                  FROM MFTR33.CLAIMRECOVERY R
                                  WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                                    AND R.RECOVERYDATE <=
                                        :WS-ASAT-DATE), 0)
                            AS NETINCURRED
                 FROM MFTR33.CLAIMS C
                 WHERE C.CLAIMDATE <= :WS-ASAT-DATE
                   AND C.EVENTCODE IS NOT NULL
                   AND C.EVENTCODE <> ' '
                   AND NOT EXISTS
                       (SELECT 1
                        FROM MFTR33.CLAIMSHIST H
                        WHERE H.CLAIMNUMBER = C.CLAIMNUMBER
                          AND H.CHANGETYPE  = 'I'
                          AND DATE(H.CHANGETIMESTAMP) >
                              DATE(:WS-ASAT-DATE))) N
                  ON N.CLAIMDATE >= T.EFFECTIVEDATE
                 AND N.CLAIMDATE <= T.EXPIRYDATE
                LEFT JOIN
                (SELECT S.CLAIMNUMBER,
                        SUM(S.CEDEDPAID)     AS XOLPAID,
                        SUM(S.CEDEDINCURRED) AS XOLINCURRED
                 FROM MFTR33.CESSION S
                 WHERE S.CESSQUARTER = :CESSION.CESSQUARTER
                   AND S.TREATYTYPE  = 'XOL'
                 GROUP BY S.CLAIMNUMBER) X
                  ON X.CLAIMNUMBER = N.CLAIMNUMBER
                WHERE T.TREATYTYPE = 'CAT'
                GROUP BY T.TREATYID,
                         T.REINSURERID,
                         T.RETENTION,
                         T.TREATYLIMIT,
                         T.COPARTPCT,
                         T.REINSURERSHARE,
                         N.EVENTCODE
                HAVING SUM(N.NETPAID - COALESCE(X.XOLPAID, 0))
                           > T.RETENTION
                    OR SUM(N.NETINCURRED - COALESCE(X.XOLINCURRED, 0))
                           > T.RETENTION
                ORDER BY T.REINSURERID, T.TREATYID, N.EVENTCODE
             END-EXEC.
             EXEC SQL
                OPEN CEDCATCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - CAT CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 250-EXIT
           END-IF
           PERFORM 260-FETCH-CAT THRU 260-EXIT
           PERFORM 270-PROCESS-CAT THRU 270-EXIT
               UNTIL WS-EOF2 OR NOT WS-CESS-OK
             EXEC SQL
                CLOSE CEDCATCSR
             END-EXEC.
       250-EXIT.
           EXIT.
       260-FETCH-CAT.
             EXEC SQL
                FETCH CEDCATCSR
                INTO  :TREATY.TREATYID,
                      :TREATY.REINSURERID,
                      :TREATY.RETENTION,
                      :TREATY.TREATYLIMIT,
                      :TREATY.COPARTPCT,
                      :TREATY.REINSURERSHARE,
                      :CESSION.EVENTCODE,
                      :CESSION.LOSSDATE,
                      :CESSION.CLAIMCOUNT,
                      :WS-SUBJECT-PAID,
                      :WS-SUBJECT-INCURRED
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-CAT-COUNT
             WHEN 100
               SET WS-EOF2 TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - SQL ERROR IN CAT FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF2 TO TRUE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       260-EXIT.
           EXIT.
       270-PROCESS-CAT.
           MOVE 'CAT'       TO TREATYTYPE OF CESSION
           MOVE ZERO        TO CLAIMNUMBER OF CESSION
           PERFORM 500-APPLY-TREATY THRU 500-EXIT
           IF WS-TERMS-OK
               PERFORM 600-POST-CESSION THRU 600-EXIT
           END-IF
           PERFORM 260-FETCH-CAT THRU 260-EXIT.
       270-EXIT.
           EXIT.
      * ROWS OF THE TYPE JUST CEDED THAT NO LONGER QUALIFY - THE LOSS
      * FELL BACK UNDER RETENTION, OR THE TREATY LINE WAS WITHDRAWN -
      * ARE ZEROED AND THEIR RECOVERABLE TAKEN DOWN.
       300-ZERO-STALE.
             EXEC SQL
                DECLARE CEDSTALECSR CURSOR FOR
                SELECT TREATYID,
                       REINSURERID,
                       CLAIMNUMBER,
                       EVENTCODE,
                       CEDEDINCURRED
                FROM MFTR33.CESSION
                WHERE CESSQUARTER = :CESSION.CESSQUARTER
                  AND TREATYTYPE  = :WS-ZERO-TYPE
                  AND DERIVED     = 'N'
                FOR UPDATE OF SUBJECTPAID,
                              SUBJECTINCURRED,
                              CEDEDPAID,
                              CEDEDINCURRED,
                              DERIVED,
                              CESSIONTS
             END-EXEC.
             EXEC SQL
                OPEN CEDSTALECSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - STALE CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF3-SW
           PERFORM 310-FETCH-STALE THRU 310-EXIT
           PERFORM 320-ZERO-CESSION THRU 320-EXIT
               UNTIL WS-EOF3 OR NOT WS-CESS-OK
             EXEC SQL
                CLOSE CEDSTALECSR
             END-EXEC.
       300-EXIT.
           EXIT.
       310-FETCH-STALE.
             EXEC SQL
                FETCH CEDSTALECSR
                INTO  :CESSION.TREATYID,
                      :CESSION.REINSURERID,
                      :CESSION.CLAIMNUMBER,
                      :CESSION.EVENTCODE,
                      :WS-OLD-RECOVERABLE
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-EOF3 TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - SQL ERROR IN STALE FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF3 TO TRUE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       310-EXIT.
           EXIT.
       320-ZERO-CESSION.
             EXEC SQL
                UPDATE MFTR33.CESSION
                   SET SUBJECTPAID     = 0,
                       SUBJECTINCURRED = 0,
                       CEDEDPAID       = 0,
                       CEDEDINCURRED   = 0,
                       DERIVED         = 'Y',
                       CESSIONTS       = CURRENT TIMESTAMP
                 WHERE CURRENT OF CEDSTALECSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - CESSION ZERO FAILED FOR TREATY '
                       TREATYID OF CESSION ' - RC : ' WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 320-EXIT
           END-IF
           ADD 1 TO WS-ZEROED-COUNT
           MOVE ZERO TO CEDEDINCURRED OF CESSION
           IF WS-OLD-RECOVERABLE NOT = ZERO
               PERFORM 700-WRITE-CESSHIST THRU 700-EXIT
           END-IF
           PERFORM 310-FETCH-STALE THRU 310-EXIT.
       320-EXIT.
           EXIT.
       400-COMMIT-OR-BACKOUT.
           IF WS-CESS-OK
                 EXEC SQL
                    COMMIT
                 END-EXEC
               MOVE SPACES TO WS-V-MESSAGE
               STRING 'QUARTER '             DELIMITED BY SIZE
                      WS-QUARTER             DELIMITED BY SIZE
                      ' CEDED - RECOVERABLE MOVEMENTS QUEUED FOR THE GL'
                                             DELIMITED BY SIZE
                      INTO WS-V-MESSAGE
               END-STRING
           ELSE
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
               MOVE ZERO TO WS-CEDED-COUNT
               MOVE ZERO TO WS-ZEROED-COUNT
               MOVE ZERO TO WS-HIST-COUNT
               MOVE 'CESSION NOT APPLIED - SEE JOB LOG'
                 TO WS-V-MESSAGE
           END-IF.
       400-EXIT.
           EXIT.
      * BORDEREAU AND BILLABLE RECOVERABLES REPORT FROM THE QUARTER'S
      * CESSIONS AS COMMITTED. A ROW ZEROED THIS QUARTER STILL PRINTS
      * WHILE IT HAS CEDED PAID BILLED FROM AN EARLIER QUARTER.
       450-WRITE-BORDEREAU.
           MOVE WS-SECTION-LINE TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE CEDBDXCSR CURSOR FOR
                SELECT S.REINSURERID,
                       COALESCE((SELECT MAX(T.REINSURERNAME)
                                 FROM MFTR33.TREATY T
                                 WHERE T.REINSURERID = S.REINSURERID),
                                ' '),
                       S.TREATYID,
                       S.TREATYTYPE,
                       S.CLAIMNUMBER,
                       S.EVENTCODE,
                       S.LOSSDATE,
                       S.CLAIMCOUNT,
                       S.SUBJECTPAID,
                       S.SUBJECTINCURRED,
                       S.CEDEDPAID,
                       S.CEDEDINCURRED,
                       S.PRIORCEDEDPAID
                FROM MFTR33.CESSION S
                WHERE S.CESSQUARTER = :CESSION.CESSQUARTER
                  AND (S.CEDEDPAID      <> 0
                   OR  S.CEDEDINCURRED  <> 0
                   OR  S.PRIORCEDEDPAID <> 0)
                ORDER BY S.REINSURERID, S.TREATYID, S.TREATYTYPE,
                         S.CLAIMNUMBER, S.EVENTCODE
             END-EXEC.
             EXEC SQL
                OPEN CEDBDXCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - BORDEREAU CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 450-EXIT
           END-IF
           PERFORM 460-FETCH-BDX THRU 460-EXIT
           PERFORM 470-PROCESS-BDX THRU 470-EXIT
               UNTIL WS-EOF4
             EXEC SQL
                CLOSE CEDBDXCSR
             END-EXEC.
           IF WS-PREV-REINSURER = SPACES
               MOVE SPACES             TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-NO-CESSION-LINE TO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               PERFORM 490-END-REINSURER THRU 490-EXIT
           END-IF
           MOVE SPACES               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'ALL REINSURERS'     TO WS-T-LABEL
           MOVE WS-GT-COUNT          TO WS-T-COUNT
           MOVE WS-GT-CEDED-PAID     TO WS-T-CEDED-PAID
           MOVE WS-GT-PRIOR-PAID     TO WS-T-PRIOR-PAID
           MOVE WS-GT-BILLABLE       TO WS-T-BILLABLE
           MOVE WS-GT-CEDED-OS       TO WS-T-CEDED-OS
           MOVE WS-GT-CEDED-INCURRED TO WS-T-CEDED-INCURRED
           MOVE WS-TOTAL-LINE        TO RPT-RECORD
           WRITE RPT-RECORD.
       450-EXIT.
           EXIT.
       460-FETCH-BDX.
             EXEC SQL
                FETCH CEDBDXCSR
                INTO  :CESSION.REINSURERID,
                      :TREATY.REINSURERNAME,
                      :CESSION.TREATYID,
                      :CESSION.TREATYTYPE,
                      :CESSION.CLAIMNUMBER,
                      :CESSION.EVENTCODE,
                      :CESSION.LOSSDATE,
                      :CESSION.CLAIMCOUNT,
                      :CESSION.SUBJECTPAID,
                      :CESSION.SUBJECTINCURRED,
                      :CESSION.CEDEDPAID,
                      :CESSION.CEDEDINCURRED,
                      :CESSION.PRIORCEDEDPAID
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-EOF4 TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - SQL ERROR IN BORDEREAU FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF4 TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       460-EXIT.
           EXIT.
       470-PROCESS-BDX.
           IF REINSURERID OF CESSION NOT = WS-PREV-REINSURER
               IF WS-PREV-REINSURER NOT = SPACES
                   PERFORM 490-END-REINSURER THRU 490-EXIT
               END-IF
               PERFORM 480-START-REINSURER THRU 480-EXIT
           END-IF
           COMPUTE WS-CEDED-OS = CEDEDINCURRED OF CESSION
                               - CEDEDPAID OF CESSION
           COMPUTE WS-BILLABLE = CEDEDPAID OF CESSION
                               - PRIORCEDEDPAID
           MOVE SPACES                  TO BDX-RECORD
           SET BDX-DETAIL               TO TRUE
           MOVE REINSURERID OF CESSION  TO BDX-REINSURERID
           MOVE WS-QUARTER              TO BDX-QUARTER
           MOVE TREATYID OF CESSION     TO BDX-TREATYID
           MOVE TREATYTYPE OF CESSION   TO BDX-TREATYTYPE
           MOVE CLAIMNUMBER OF CESSION  TO BDX-CLAIMNUMBER
           MOVE EVENTCODE OF CESSION    TO BDX-EVENTCODE
           MOVE LOSSDATE                TO BDX-LOSSDATE
           MOVE CLAIMCOUNT OF CESSION   TO BDX-CLAIMCOUNT
           MOVE SUBJECTPAID             TO BDX-SUBJECT-PAID
           MOVE SUBJECTINCURRED         TO BDX-SUBJECT-INCURRED
           MOVE CEDEDPAID OF CESSION    TO BDX-CEDED-PAID
           MOVE WS-CEDED-OS             TO BDX-CEDED-OS
           MOVE CEDEDINCURRED OF CESSION
                                        TO BDX-CEDED-INCURRED
           MOVE WS-BILLABLE             TO BDX-BILLABLE
           WRITE BDX-RECORD
           ADD 1 TO WS-BDX-COUNT
           MOVE TREATYID OF CESSION     TO WS-D-TREATYID
           MOVE TREATYTYPE OF CESSION   TO WS-D-TYPE
           IF TREATYTYPE OF CESSION = 'CAT'
               MOVE EVENTCODE OF CESSION TO WS-D-EVENTCODE
           ELSE
               MOVE CLAIMNUMBER OF CESSION TO WS-D-CLAIMNBR
           END-IF
           MOVE LOSSDATE                TO WS-D-LOSSDATE
           MOVE CEDEDPAID OF CESSION    TO WS-D-CEDED-PAID
           MOVE PRIORCEDEDPAID          TO WS-D-PRIOR-PAID
           MOVE WS-BILLABLE             TO WS-D-BILLABLE
           MOVE WS-CEDED-OS             TO WS-D-CEDED-OS
           MOVE CEDEDINCURRED OF CESSION
                                        TO WS-D-CEDED-INCURRED
           MOVE WS-DETAIL-LINE          TO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1                        TO WS-RI-COUNT
           ADD CEDEDPAID OF CESSION     TO WS-RI-CEDED-PAID
           ADD PRIORCEDEDPAID           TO WS-RI-PRIOR-PAID
           ADD WS-BILLABLE              TO WS-RI-BILLABLE
           ADD WS-CEDED-OS              TO WS-RI-CEDED-OS
           ADD CEDEDINCURRED OF CESSION TO WS-RI-CEDED-INCURRED
           PERFORM 460-FETCH-BDX THRU 460-EXIT.
       470-EXIT.
           EXIT.
       480-START-REINSURER.
           MOVE REINSURERID OF CESSION TO WS-PREV-REINSURER
           ADD 1 TO WS-REINS-COUNT
           MOVE ZERO TO WS-RI-COUNT
           MOVE ZERO TO WS-RI-CEDED-PAID
           MOVE ZERO TO WS-RI-PRIOR-PAID
           MOVE ZERO TO WS-RI-BILLABLE
           MOVE ZERO TO WS-RI-CEDED-OS
           MOVE ZERO TO WS-RI-CEDED-INCURRED
           MOVE SPACES                 TO BDX-RECORD
           SET BDX-HEADER              TO TRUE
           MOVE REINSURERID OF CESSION TO BDX-REINSURERID
           MOVE WS-QUARTER             TO BDX-QUARTER
           MOVE REINSURERNAME          TO BDX-REINSURERNAME
           MOVE WS-ASAT-DATE           TO BDX-ASAT-DATE
           MOVE WS-TODAY               TO BDX-RUN-DATE
           WRITE BDX-RECORD
           MOVE REINSURERID OF CESSION TO WS-RL-ID
           MOVE REINSURERNAME          TO WS-RL-NAME
           MOVE SPACES                 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-REINSURER-LINE      TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING2            TO RPT-RECORD
           WRITE RPT-RECORD.
       480-EXIT.
           EXIT.
       490-END-REINSURER.
           MOVE SPACES                 TO BDX-RECORD
           SET BDX-TRAILER             TO TRUE
           MOVE WS-PREV-REINSURER      TO BDX-REINSURERID
           MOVE WS-QUARTER             TO BDX-QUARTER
           MOVE WS-RI-COUNT            TO BDX-DETAIL-COUNT
           MOVE WS-RI-CEDED-PAID       TO BDX-TOTAL-CEDED-PAID
           MOVE WS-RI-CEDED-OS         TO BDX-TOTAL-CEDED-OS
           MOVE WS-RI-BILLABLE         TO BDX-TOTAL-BILLABLE
           WRITE BDX-RECORD
           MOVE SPACES                 TO WS-T-LABEL
           STRING 'TOTAL '             DELIMITED BY SIZE
                  WS-PREV-REINSURER    DELIMITED BY SIZE
                  INTO WS-T-LABEL
           END-STRING
           MOVE WS-RI-COUNT            TO WS-T-COUNT
           MOVE WS-RI-CEDED-PAID       TO WS-T-CEDED-PAID
           MOVE WS-RI-PRIOR-PAID       TO WS-T-PRIOR-PAID
           MOVE WS-RI-BILLABLE         TO WS-T-BILLABLE
           MOVE WS-RI-CEDED-OS         TO WS-T-CEDED-OS
           MOVE WS-RI-CEDED-INCURRED   TO WS-T-CEDED-INCURRED
           MOVE WS-TOTAL-LINE          TO RPT-RECORD
           WRITE RPT-RECORD
           ADD WS-RI-COUNT             TO WS-GT-COUNT
           ADD WS-RI-CEDED-PAID        TO WS-GT-CEDED-PAID
           ADD WS-RI-PRIOR-PAID        TO WS-GT-PRIOR-PAID
           ADD WS-RI-BILLABLE          TO WS-GT-BILLABLE
           ADD WS-RI-CEDED-OS          TO WS-GT-CEDED-OS
           ADD WS-RI-CEDED-INCURRED    TO WS-GT-CEDED-INCURRED.
       490-EXIT.
           EXIT.
      * LAYER = SUBJECT LESS RETENTION, NOT BELOW ZERO AND NOT OVER
      * THE LIMIT. THE LINE CEDES ITS SHARE OF THE PART OF THE LAYER
      * THE COMPANY DOES NOT KEEP AS CO-PARTICIPATION.
       500-APPLY-TREATY.
           MOVE 'Y' TO WS-TERMS-OK-SW
           IF TREATYLIMIT NOT > ZERO
              OR RETENTION < ZERO
              OR COPARTPCT < ZERO
              OR COPARTPCT > 100
              OR REINSURERSHARE NOT > ZERO
              OR REINSURERSHARE > 100
               DISPLAY 'MF110CED - TREATY ' TREATYID OF TREATY
                       ' REINSURER ' REINSURERID OF TREATY
                       ' TERMS INVALID - LINE NOT CEDED'
               MOVE 'N' TO WS-TERMS-OK-SW
               ADD 1 TO WS-REJECT-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 500-EXIT
           END-IF
           MOVE TREATYID OF TREATY    TO TREATYID OF CESSION
           MOVE REINSURERID OF TREATY TO REINSURERID OF CESSION
           MOVE WS-SUBJECT-PAID       TO SUBJECTPAID
           MOVE WS-SUBJECT-INCURRED   TO SUBJECTINCURRED
           COMPUTE WS-LAYER-PAID = WS-SUBJECT-PAID - RETENTION
           IF WS-LAYER-PAID < ZERO
               MOVE ZERO TO WS-LAYER-PAID
           END-IF
           IF WS-LAYER-PAID > TREATYLIMIT
               MOVE TREATYLIMIT TO WS-LAYER-PAID
           END-IF
           COMPUTE WS-LAYER-INCURRED = WS-SUBJECT-INCURRED - RETENTION
           IF WS-LAYER-INCURRED < ZERO
               MOVE ZERO TO WS-LAYER-INCURRED
           END-IF
           IF WS-LAYER-INCURRED > TREATYLIMIT
               MOVE TREATYLIMIT TO WS-LAYER-INCURRED
           END-IF
           COMPUTE CEDEDPAID OF CESSION ROUNDED =
                   WS-LAYER-PAID * (100 - COPARTPCT)
                                 * REINSURERSHARE / 10000
           COMPUTE CEDEDINCURRED OF CESSION ROUNDED =
                   WS-LAYER-INCURRED * (100 - COPARTPCT)
                                     * REINSURERSHARE / 10000.
       500-EXIT.
           EXIT.
      * THE ROW ALREADY ON THE QUARTER (RERUN OR CARRIED FORWARD)
      * HOLDS THE RECOVERABLE BOOKED SO FAR. A NEW ROW STARTS FROM
      * ZERO. ANY CHANGE IS LOGGED FOR MF110GLJ.
       600-POST-CESSION.
             EXEC SQL
                SELECT CEDEDINCURRED
                INTO  :WS-OLD-RECOVERABLE
                FROM MFTR33.CESSION
                WHERE CESSQUARTER = :CESSION.CESSQUARTER
                  AND TREATYID    = :CESSION.TREATYID
                  AND REINSURERID = :CESSION.REINSURERID
                  AND CLAIMNUMBER = :CESSION.CLAIMNUMBER
                  AND EVENTCODE   = :CESSION.EVENTCODE
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                 EXEC SQL
                    UPDATE MFTR33.CESSION
                       SET TREATYTYPE      = :CESSION.TREATYTYPE,
                           LOSSDATE        = :CESSION.LOSSDATE,
                           CLAIMCOUNT      = :CESSION.CLAIMCOUNT,
                           SUBJECTPAID     = :CESSION.SUBJECTPAID,
                           SUBJECTINCURRED = :CESSION.SUBJECTINCURRED,
                           CEDEDPAID       = :CESSION.CEDEDPAID,
                           CEDEDINCURRED   = :CESSION.CEDEDINCURRED,
                           DERIVED         = 'Y',
                           CESSIONTS       = CURRENT TIMESTAMP
                     WHERE CESSQUARTER = :CESSION.CESSQUARTER
                       AND TREATYID    = :CESSION.TREATYID
                       AND REINSURERID = :CESSION.REINSURERID
                       AND CLAIMNUMBER = :CESSION.CLAIMNUMBER
                       AND EVENTCODE   = :CESSION.EVENTCODE
                 END-EXEC
             WHEN 100
               MOVE ZERO TO WS-OLD-RECOVERABLE
                 EXEC SQL
                    INSERT INTO MFTR33.CESSION
                           (CESSQUARTER,
                            TREATYID,
                            REINSURERID,
                            TREATYTYPE,
                            CLAIMNUMBER,
                            EVENTCODE,
                            LOSSDATE,
                            CLAIMCOUNT,
                            SUBJECTPAID,
                            SUBJECTINCURRED,
                            CEDEDPAID,
                            CEDEDINCURRED,
                            PRIORCEDEDPAID,
                            DERIVED,
                            CESSIONTS)
                    VALUES (:CESSION.CESSQUARTER,
                            :CESSION.TREATYID,
                            :CESSION.REINSURERID,
                            :CESSION.TREATYTYPE,
                            :CESSION.CLAIMNUMBER,
                            :CESSION.EVENTCODE,
                            :CESSION.LOSSDATE,
                            :CESSION.CLAIMCOUNT,
                            :CESSION.SUBJECTPAID,
                            :CESSION.SUBJECTINCURRED,
                            :CESSION.CEDEDPAID,
                            :CESSION.CEDEDINCURRED,
                            0,
                            'Y',
                            CURRENT TIMESTAMP)
                 END-EXEC
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - CESSION POST FAILED FOR TREATY '
                       TREATYID OF CESSION ' - RC : ' WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
               GO TO 600-EXIT
           END-IF
           ADD 1 TO WS-CEDED-COUNT
           IF CEDEDINCURRED OF CESSION NOT = WS-OLD-RECOVERABLE
               PERFORM 700-WRITE-CESSHIST THRU 700-EXIT
           END-IF.
       600-EXIT.
           EXIT.
       700-WRITE-CESSHIST.
           MOVE CESSQUARTER OF CESSION   TO CESSQUARTER OF CESSIONHIST
           MOVE TREATYID OF CESSION      TO TREATYID OF CESSIONHIST
           MOVE REINSURERID OF CESSION   TO REINSURERID OF CESSIONHIST
           MOVE CLAIMNUMBER OF CESSION   TO CLAIMNUMBER OF CESSIONHIST
           MOVE EVENTCODE OF CESSION     TO EVENTCODE OF CESSIONHIST
           MOVE WS-OLD-RECOVERABLE       TO OLDRECOVERABLE
           MOVE CEDEDINCURRED OF CESSION TO NEWRECOVERABLE
             EXEC SQL
                INSERT INTO MFTR33.CESSIONHIST
                       (CESSQUARTER,
                        TREATYID,
                        REINSURERID,
                        CLAIMNUMBER,
                        EVENTCODE,
                        OLDRECOVERABLE,
                        NEWRECOVERABLE,
                        CESSCHANGETS)
                VALUES (:CESSIONHIST.CESSQUARTER,
                        :CESSIONHIST.TREATYID,
                        :CESSIONHIST.REINSURERID,
                        :CESSIONHIST.CLAIMNUMBER,
                        :CESSIONHIST.EVENTCODE,
                        :CESSIONHIST.OLDRECOVERABLE,
                        :CESSIONHIST.NEWRECOVERABLE,
                        CURRENT TIMESTAMP)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - RECOVERABLE HISTORY WRITE FAILED'
                       ' RC : ' WS-SQLCODE
               MOVE 'N' TO WS-CESS-OK-SW
               MOVE 12 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-HIST-COUNT
           END-IF.
       700-EXIT.
           EXIT.
       800-FINALIZE.
           MOVE SPACES          TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-VERDICT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE BDXFILE
           CLOSE RPTFILE
           DISPLAY 'MF110CED - QUARTER               : ' WS-QUARTER
           DISPLAY 'MF110CED - AS AT                 : ' WS-ASAT-DATE
           DISPLAY 'MF110CED - CARRIED FROM          : '
                   WS-PRIOR-QUARTER
           DISPLAY 'MF110CED - XOL CLAIM LINES READ  : ' WS-XOL-COUNT
           DISPLAY 'MF110CED - CAT EVENT LINES READ  : ' WS-CAT-COUNT
           DISPLAY 'MF110CED - CESSIONS POSTED       : '
                   WS-CEDED-COUNT
           DISPLAY 'MF110CED - CESSIONS ZEROED       : '
                   WS-ZEROED-COUNT
           DISPLAY 'MF110CED - RECOVERABLE MOVEMENTS : ' WS-HIST-COUNT
           DISPLAY 'MF110CED - LINES WITH BAD TERMS  : '
                   WS-REJECT-COUNT
           DISPLAY 'MF110CED - REINSURERS            : '
                   WS-REINS-COUNT
           DISPLAY 'MF110CED - BORDEREAU DETAILS     : ' WS-BDX-COUNT
           DISPLAY 'MF110CED - BILLABLE THIS QUARTER : '
                   WS-GT-BILLABLE
           DISPLAY 'MF110CED - ' WS-V-MESSAGE.
       800-EXIT.
           EXIT.
       920-CLOSE-RUN.
           COMPUTE READCOUNT OF BATCHRUN =
                   WS-XOL-COUNT + WS-CAT-COUNT
           MOVE WS-BDX-COUNT    TO WRITECOUNT OF BATCHRUN
           MOVE WS-REJECT-COUNT TO REJECTCOUNT OF BATCHRUN
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
                 WHERE PROGRAMNAME    = 'MF110CED'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CED - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
