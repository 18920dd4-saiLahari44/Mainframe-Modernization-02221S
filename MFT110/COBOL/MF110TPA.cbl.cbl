           05 TPA-CLAIMSTATUS        PIC X(06).
           05 TPA-SEVERITY           PIC X(10).
           05 TPA-EVENTCODE          PIC X(08).
           05 TPA-PAYEEID            PIC X(07).
       FD  ACCFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
       01 WS-EDIT-SW              PIC X(01) VALUE 'Y'.
          88 WS-EDIT-OK                      VALUE 'Y'.
          88 WS-EDIT-BAD                     VALUE 'N'.
       01 WS-LOAD-OK-SW           PIC X(01) VALUE 'Y'.
          88 WS-LOAD-OK                      VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-REASON               PIC X(04).
       01 WS-READ-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-INSERT-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-REJECT-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-UNASSIGNED-COUNT     PIC S9(7)    VALUE ZERO.
       01 WS-LATE-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-CLOSED-COUNT         PIC S9(5)    VALUE ZERO.
       01 WS-POST-DATE            PIC X(10) VALUE SPACES.
       01 WS-POST-TS              PIC X(26) VALUE SPACES.
       01 WS-OPEN-START           PIC X(10) VALUE SPACES.
       01 WS-PERIOD-SW            PIC X(01) VALUE 'N'.
          88 WS-PERIOD-LATE                  VALUE 'Y'.
          88 WS-PERIOD-NONE                  VALUE 'X'.
       01 WS-REQ-LEVEL            PIC S9(4) COMP.
       01 WS-CHANGE-TYPE          PIC X(01).
       01 WS-OLD-PAID             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-PAID             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-VALUE1           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-COVER-LIMIT          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
       01 WS-CEV-CLAIM            PIC 9(09).
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CATEVENT
           END-EXEC.
           EXEC SQL
              INCLUDE PAYEEMST
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMTPA
           END-EXEC.
           EXEC SQL
              INCLUDE PERCTL
           END-EXEC.
           EXEC SQL
              INCLUDE CHGEVENT
           END-EXEC.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TPA - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       010-EXIT.
           EXIT.
       100-INITIALIZE.
           OPEN INPUT  TPAFILE
           OPEN OUTPUT ACCFILE
           OPEN OUTPUT REJFILE
           PERFORM 150-CHECK-POST-PERIOD THRU 150-EXIT.
       100-EXIT.
           EXIT.
      * CLAIMS LOADED TODAY POST TODAY. IF TODAY FALLS IN A CLOSED
      * ACCOUNTING PERIOD THE CLAIMSHIST POSTINGS ARE DATED TO THE
      * START OF THE EARLIEST OPEN PERIOD AFTER IT. WITH NO OPEN
      * PERIOD TO POST INTO EVERY RECORD IS REJECTED R013.
       150-CHECK-POST-PERIOD.
             EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                INTO  :WS-POST-DATE
                FROM SYSIBM.SYSDUMMY1
             END-EXEC.
             EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-CLOSED-COUNT
                FROM MFTR33.PERIODCONTROL
                WHERE PERIODSTATUS = 'C'
                  AND PERIODSTART <= :WS-POST-DATE
                  AND PERIODEND   >= :WS-POST-DATE
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TPA - SQL ERROR IN PERIOD CHECK - RC : '
                       WS-SQLCODE
               MOVE 'X' TO WS-PERIOD-SW
               GO TO 150-EXIT
           END-IF
           IF WS-CLOSED-COUNT = ZERO
               GO TO 150-EXIT
           END-IF
             EXEC SQL
                SELECT COALESCE(MIN(PERIODSTART), ' ')
                INTO  :WS-OPEN-START
                FROM MFTR33.PERIODCONTROL
                WHERE PERIODSTATUS = 'O'
                  AND PERIODSTART > :WS-POST-DATE
             END-EXEC.
           IF SQLCODE NOT = 0 OR WS-OPEN-START = SPACES
               DISPLAY 'MF110TPA - NO OPEN ACCOUNTING PERIOD FOR '
                       WS-POST-DATE
               MOVE 'X' TO WS-PERIOD-SW
               GO TO 150-EXIT
           END-IF
           MOVE 'Y' TO WS-PERIOD-SW
           STRING WS-OPEN-START      DELIMITED BY SIZE
                  '-00.00.00.000000' DELIMITED BY SIZE
                  INTO WS-POST-TS
           END-STRING
           DISPLAY 'MF110TPA - POSTING INTO OPEN PERIOD : '
                   WS-OPEN-START.
       150-EXIT.
           EXIT.
       200-READ-TPA.
           READ TPAFILE
               AT END SET WS-EOF TO TRUE
       200-EXIT.
           EXIT.
       300-PROCESS-TPA.
           MOVE 'Y' TO WS-LOAD-OK-SW
           PERFORM 400-EDIT-TPA THRU 400-EXIT
           IF WS-EDIT-OK AND WS-PERIOD-NONE
               MOVE 'R013' TO WS-REASON
               MOVE 'N' TO WS-EDIT-SW
           END-IF
           IF WS-EDIT-OK
               PERFORM 500-INSERT-CLAIM THRU 500-EXIT
           ELSE
               PERFORM 600-WRITE-REJECT THRU 600-EXIT
           END-IF
           PERFORM 700-COMMIT-OR-BACKOUT THRU 700-EXIT
           PERFORM 200-READ-TPA THRU 200-EXIT.
       300-EXIT.
           EXIT.
                         IF WS-EDIT-OK
                             PERFORM 460-EDIT-EVENT THRU 460-EXIT
                         END-IF
                         IF WS-EDIT-OK
                             PERFORM 470-EDIT-PAYEE THRU 470-EXIT
                         END-IF
                         IF WS-EDIT-OK
                             PERFORM 490-CHECK-LATE-LOSS THRU 490-EXIT
                         END-IF
                     END-IF
                   END-IF
                 END-IF
           END-EVALUATE.
       460-EXIT.
           EXIT.
      * TPA-PAYEEID IS THE ADMINISTERING TPA'S PAYEE MASTER ID. IT IS
      * REQUIRED AND IS KEPT WITH THE CLAIM ON MFTR33.CLAIMTPA.
       470-EDIT-PAYEE.
           IF TPA-PAYEEID = SPACES OR TPA-PAYEEID = LOW-VALUES
               MOVE 'R015' TO WS-REASON
               MOVE 'N' TO WS-EDIT-SW
               GO TO 470-EXIT
           END-IF
           MOVE TPA-PAYEEID TO PAYEEID OF PAYEEMASTER
             EXEC SQL
                SELECT LEGALNAME
                INTO  :PAYEEMASTER.LEGALNAME
                FROM MFTR33.PAYEEMASTER
                WHERE PAYEEID = :PAYEEMASTER.PAYEEID
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'R012' TO WS-REASON
               MOVE 'N' TO WS-EDIT-SW
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TPA - SQL ERROR IN PAYEE EDIT - RC : '
                       WS-SQLCODE
               MOVE 'R008' TO WS-REASON
               MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
       470-EXIT.
           EXIT.
      * AUTOMATIC ASSIGNMENT - SAME RULE AS THE ONLINE ADD IN MF110CB3:
      * ACTIVE, AUTHORITY FOR THE SEVERITY, TAKES THIS CAUSE, UNDER
      * MAXCASELOAD, FEWEST OPEN/PEND CLAIMS, CAUSE SPECIALIST ON A TIE.
       480-ASSIGN-ADJUSTER.
           MOVE SPACES TO ASSIGNEDADJUSTER OF CLAIMS
           EVALUATE SEVERITY OF CLAIMS
             WHEN 'HIGH      '
             WHEN 'SEVERE    '
             WHEN 'CRITICAL  '
               MOVE 3 TO WS-REQ-LEVEL
             WHEN 'MEDIUM    '
               MOVE 2 TO WS-REQ-LEVEL
             WHEN OTHER
               MOVE 1 TO WS-REQ-LEVEL
           END-EVALUATE
             EXEC SQL
                SELECT X.ADJUSTERID
                INTO  :CLAIMS.ASSIGNEDADJUSTER
                FROM (SELECT A.ADJUSTERID,
                             A.MAXCASELOAD,
                             CASE WHEN A.SPECIALTYCAUSE = :CLAIMS.CAUSE
                                  THEN 0 ELSE 1 END AS SPECRANK,
                             (SELECT COUNT(*)
                              FROM MFTR33.CLAIMS C
                              WHERE C.ASSIGNEDADJUSTER = A.ADJUSTERID
                                AND C.CLAIMSTATUS IN ('OPEN', 'PEND'))
                                 AS OPENLOAD
                      FROM MFTR33.ADJUSTER A
                      WHERE A.ACTIVEFLAG      = 'Y'
                        AND A.AUTHORITYLEVEL >= :WS-REQ-LEVEL
                        AND (A.SPECIALTYCAUSE = :CLAIMS.CAUSE
                             OR A.SPECIALTYCAUSE = ' ')) AS X
                WHERE X.OPENLOAD < X.MAXCASELOAD
                ORDER BY X.OPENLOAD, X.SPECRANK, X.ADJUSTERID
                FETCH FIRST 1 ROW ONLY
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACES TO ASSIGNEDADJUSTER OF CLAIMS
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TPA - SQL ERROR IN ASSIGNMENT - RC : '
                       WS-SQLCODE
               MOVE SPACES TO ASSIGNEDADJUSTER OF CLAIMS
           END-EVALUATE.
       480-EXIT.
           EXIT.
      * A LOSS DATED INTO A CLOSED PERIOD IS A LATE-REPORTED CLAIM.
      * IT IS STILL LOADED - THE CLAIM DATE IS THE DATE OF LOSS AND IS
      * NOT CHANGED - BUT ITS RESERVE POSTS TO THE OPEN PERIOD AND THE
      * CLAIM IS COUNTED FOR FINANCE.
       490-CHECK-LATE-LOSS.
             EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-CLOSED-COUNT
                FROM MFTR33.PERIODCONTROL
                WHERE PERIODSTATUS = 'C'
                  AND PERIODSTART <= :CLAIMS.CLAIMDATE
                  AND PERIODEND   >= :CLAIMS.CLAIMDATE
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TPA - SQL ERROR IN PERIOD CHECK - RC : '
                       WS-SQLCODE
               MOVE 'R008' TO WS-REASON
               MOVE 'N' TO WS-EDIT-SW
           END-IF.
       490-EXIT.
           EXIT.
       500-INSERT-CLAIM.
           PERFORM 480-ASSIGN-ADJUSTER THRU 480-EXIT
             EXEC SQL
                INSERT INTO MFTR33.CLAIMS
                       (CLAIMNUMBER,
                        CUSTOMERNUMBER,
                        CLAIMSTATUS,
                        SEVERITY,
                        EVENTCODE,
                        ASSIGNEDADJUSTER)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        :CLAIMS.CLAIMDATE,
                        :CLAIMS.PAID,
                        :CLAIMS.CUSTOMERNUMBER,
                        :CLAIMS.CLAIMSTATUS,
                        :CLAIMS.SEVERITY,
                        :CLAIMS.EVENTCODE,
                        :CLAIMS.ASSIGNEDADJUSTER)
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                 MOVE 'I'              TO WS-CHANGE-TYPE
                 MOVE ZERO             TO WS-OLD-PAID
                 MOVE ZERO             TO WS-OLD-VALUE1
                 MOVE PAID   OF CLAIMS TO WS-NEW-PAID
                 MOVE VALUE1 OF CLAIMS TO WS-NEW-VALUE1
                 PERFORM 900-WRITE-CLAIMSHIST THRU 900-EXIT
                 IF ASSIGNEDADJUSTER OF CLAIMS NOT = SPACES
                     PERFORM 910-WRITE-ASSIGNHIST THRU 910-EXIT
                 END-IF
                 PERFORM 520-WRITE-CLAIMTPA THRU 520-EXIT
                 IF WS-LOAD-OK
                     MOVE 'I'              TO EVENTTYPE
                     MOVE 'CLAIMS'         TO TABLENAME
                     MOVE CLAIMNUMBER OF CLAIMS TO WS-CEV-CLAIM
                     MOVE WS-CEV-CLAIM     TO EVENTKEY
                     MOVE SPACES           TO BEFOREIMAGE
                     MOVE CLAIMS           TO AFTERIMAGE
                     PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
                     IF NOT WS-LOAD-OK
                         MOVE 'R014' TO WS-REASON
                     END-IF
                 END-IF
                 IF WS-LOAD-OK
                     ADD 1 TO WS-INSERT-COUNT
                     MOVE TPA-RECORD TO ACC-RECORD
                     WRITE ACC-RECORD
                     IF WS-CLOSED-COUNT > ZERO
                         ADD 1 TO WS-LATE-COUNT
                     END-IF
                     IF ASSIGNEDADJUSTER OF CLAIMS = SPACES
                         ADD 1 TO WS-UNASSIGNED-COUNT
                     END-IF
                 ELSE
                     PERFORM 600-WRITE-REJECT THRU 600-EXIT
                 END-IF
             WHEN -803
                 MOVE 'R007' TO WS-REASON
                 PERFORM 600-WRITE-REJECT THRU 600-EXIT
           END-EVALUATE.
       500-EXIT.
           EXIT.
      * RECORD THE ADMINISTERING TPA AGAINST THE CLAIM. A FAILURE
      * BACKS THE WHOLE CLAIM OUT WITH THE REST OF THE RECORD.
       520-WRITE-CLAIMTPA.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIMTPA
           MOVE TPA-PAYEEID           TO TPAPAYEEID
             EXEC SQL
                INSERT INTO MFTR33.CLAIMTPA
                       (CLAIMNUMBER,
                        TPAPAYEEID,
                        TPALOADTS)
                VALUES (:CLAIMTPA.CLAIMNUMBER,
                        :CLAIMTPA.TPAPAYEEID,
                        CURRENT TIMESTAMP)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TPA - SQL ERROR IN CLAIMTPA INSERT - RC : '
                       WS-SQLCODE
               MOVE 'R008' TO WS-REASON
               MOVE 'N' TO WS-LOAD-OK-SW
               MOVE 12 TO RETURN-CODE
           END-IF.
       520-EXIT.
           EXIT.
       600-WRITE-REJECT.
           MOVE SPACES     TO REJ-RECORD
           MOVE WS-REASON  TO REJ-REASON
           ADD 1 TO WS-REJECT-COUNT.
       600-EXIT.
           EXIT.
      * EACH RECORD IS ITS OWN UNIT OF WORK. A CLAIM WHOSE CHANGE
      * EVENT CANNOT BE WRITTEN IS BACKED OUT WITH ITS AUDIT ROWS AND
      * REJECTED R014 SO IT CAN BE RESUBMITTED.
       700-COMMIT-OR-BACKOUT.
           IF WS-LOAD-OK
                 EXEC SQL
                    COMMIT
                 END-EXEC
           ELSE
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
           END-IF.
       700-EXIT.
           EXIT.
       800-FINALIZE.
           DISPLAY 'MF110TPA - RUN TOTALS'
           DISPLAY 'MF110TPA - RECORDS READ     : ' WS-READ-COUNT
           DISPLAY 'MF110TPA - CLAIMS INSERTED  : ' WS-INSERT-COUNT
           DISPLAY 'MF110TPA - RECORDS REJECTED : ' WS-REJECT-COUNT
           DISPLAY 'MF110TPA - LEFT UNASSIGNED  : '
                   WS-UNASSIGNED-COUNT
           DISPLAY 'MF110TPA - LOSS IN CLOSED PERIOD : '
                   WS-LATE-COUNT
           CLOSE TPAFILE
           CLOSE ACCFILE
           CLOSE REJFILE.
                        :WS-OLD-VALUE1,
                        :WS-NEW-VALUE1,
                        CURRENT SQLID,
                        CASE WHEN :WS-POST-TS = ' '
                             THEN CURRENT TIMESTAMP
                             ELSE TIMESTAMP(:WS-POST-TS)
                        END)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
           END-IF.
       900-EXIT.
           EXIT.
       910-WRITE-ASSIGNHIST.
             EXEC SQL
                INSERT INTO MFTR33.ASSIGNHIST
                       (CLAIMNUMBER,
                        OLDADJUSTER,
                        NEWADJUSTER,
                        ASSIGNTYPE,
                        CHANGEUSERID,
                        CHANGETIMESTAMP)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        ' ',
                        :CLAIMS.ASSIGNEDADJUSTER,
                        'A',
                        CURRENT SQLID,
                        CURRENT TIMESTAMP)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TPA - ASSIGN HISTORY WRITE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       910-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-READ-COUNT TO READCOUNT OF BATCHRUN
           MOVE WS-INSERT-COUNT TO WRITECOUNT OF BATCHRUN
           END-IF.
       920-EXIT.
           EXIT.
      * CHANGE-EVENT OUTBOX ROW FOR THE WAREHOUSE FEED, WRITTEN IN THE
      * SAME UNIT OF WORK AS THE CHANGE IT DESCRIBES. THE CALLER SETS
      * EVENTTYPE, TABLENAME, EVENTKEY AND BOTH IMAGES.
       980-WRITE-CHANGEEVENT.
           MOVE 'MF110TPA' TO SOURCEPGM
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
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TPA - CHANGE EVENT WRITE FAILED RC : '
                       WS-SQLCODE
               DISPLAY 'MF110TPA - ' TABLENAME ' ' EVENTKEY
                       ' NOT ON THE FEED'
               MOVE 'N' TO WS-LOAD-OK-SW
               MOVE 12 TO RETURN-CODE
           END-IF.
       980-EXIT.
           EXIT.
