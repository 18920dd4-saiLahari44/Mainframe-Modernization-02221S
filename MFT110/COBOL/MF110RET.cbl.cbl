          88 WS-EOF                          VALUE 'Y'.
       01 WS-MATCH-SW             PIC X(01) VALUE 'N'.
          88 WS-MATCH                        VALUE 'Y'.
       01 WS-RETURN-OK-SW         PIC X(01) VALUE 'Y'.
          88 WS-RETURN-OK                    VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-OLD-PAID             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-PAID             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-OLD-VALUE1           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-OLD-EXPENSE          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-EXPENSE          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-READ-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-REVERSE-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-UNMATCHED-COUNT      PIC S9(7)    VALUE ZERO.
       01 WS-REVERSE-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01 WS-REDATED-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-CLOSED-COUNT         PIC S9(5)    VALUE ZERO.
       01 WS-POST-TS              PIC X(26) VALUE SPACES.
       01 WS-OPEN-START           PIC X(10) VALUE SPACES.
       01 WS-PERIOD-SW            PIC X(01) VALUE 'N'.
          88 WS-PERIOD-LATE                  VALUE 'Y'.
          88 WS-PERIOD-NONE                  VALUE 'X'.
       01 WS-HEADING1.
           05 FILLER        PIC X(40) VALUE
              'MF110RET DAILY BANK RETURNS REPORT'.
           05 WS-D-DISP          PIC X(20).
           05 FILLER             PIC X(55) VALUE SPACES.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
       01 WS-PAY-IMAGE            PIC X(250) VALUE SPACES.
       01 WS-CEV-KEY.
          05 WS-CEV-CLAIM         PIC 9(09).
          05 FILLER               PIC X(01) VALUE '/'.
          05 WS-CEV-SEQ           PIC 9(04).
          05 FILLER               PIC X(06) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMPAY
           END-EXEC.
           EXEC SQL
              INCLUDE PERCTL
           END-EXEC.
           EXEC SQL
              INCLUDE CLMEXPNS
           END-EXEC.
           EXEC SQL
              INCLUDE CLMEXPHS
           END-EXEC.
           EXEC SQL
              INCLUDE CHGEVENT
           END-EXEC.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RET - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       010-EXIT.
           EXIT.
       200-EXIT.
           EXIT.
       300-PROCESS-RETURN.
           MOVE 'Y' TO WS-RETURN-OK-SW
           PERFORM 350-MATCH-PAYMENT THRU 350-EXIT
           IF WS-MATCH
               PERFORM 400-REVERSE-PAYMENT THRU 400-EXIT
           ELSE
               PERFORM 600-WRITE-UNMATCHED THRU 600-EXIT
           END-IF
           PERFORM 700-COMMIT-OR-BACKOUT THRU 700-EXIT
           PERFORM 200-READ-RETURN THRU 200-EXIT.
       300-EXIT.
           EXIT.
           MOVE RET-CLAIMNUMBER TO CLAIMNUMBER OF CLAIMPAYMENTS
           MOVE RET-PAYMENTSEQ  TO PAYMENTSEQ
             EXEC SQL
                SELECT PAYMENTDATE,
                       PAYMENTAMOUNT,
                       PAYEE,
                       PAYMETHOD,
                       RELEASED,
                       COALESCE(RELEASEDATE, ' '),
                       COALESCE(BOOKUSERID, ' '),
                       COALESCE(APPROVEUSERID, ' '),
                       COALESCE(RETURNED, 'N'),
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
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-MATCH-SW
               MOVE CLAIMPAYMENTS TO WS-PAY-IMAGE
             WHEN 100
               CONTINUE
             WHEN OTHER
       400-REVERSE-PAYMENT.
           MOVE RET-CLAIMNUMBER TO CLAIMNUMBER OF CLAIMS
             EXEC SQL
                SELECT CLAIMDATE,
                       PAID,
                       VALUE1,
                       CAUSE,
                       OBSERVATIONS,
                       COALESCE(CUSTOMERNUMBER, ' '),
                       COALESCE(CLAIMSTATUS, ' '),
                       COALESCE(SEVERITY, ' '),
                       COALESCE(EVENTCODE, ' '),
                       ASSIGNEDADJUSTER
                INTO  :CLAIMS.CLAIMDATE,
                      :CLAIMS.PAID,
                      :CLAIMS.VALUE1,
                      :CLAIMS.CAUSE,
                      :CLAIMS.OBSERVATIONS,
                      :CLAIMS.CUSTOMERNUMBER,
                      :CLAIMS.CLAIMSTATUS,
                      :CLAIMS.SEVERITY,
                      :CLAIMS.EVENTCODE,
                      :CLAIMS.ASSIGNEDADJUSTER
                FROM MFTR33.CLAIMS
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE PAID   OF CLAIMS TO WS-OLD-PAID
               MOVE VALUE1 OF CLAIMS TO WS-OLD-VALUE1
               PERFORM 410-CHECK-RETURN-PERIOD THRU 410-EXIT
               IF WS-PERIOD-NONE
                   DISPLAY 'MF110RET - NO OPEN PERIOD FOR RETURN : '
                           RET-CLAIMNUMBER ' - RETURN HELD'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   MOVE 'PERIOD CLOSED - HELD' TO WS-D-DISP
                   PERFORM 650-WRITE-EXCEPTION THRU 650-EXIT
               ELSE
                   PERFORM 420-FLAG-PAYMENT THRU 420-EXIT
               END-IF
             WHEN 100
               DISPLAY 'MF110RET - CLAIM NOT ON FILE FOR RETURN : '
                       RET-CLAIMNUMBER ' - RETURN HELD'
           END-EVALUATE.
       400-EXIT.
           EXIT.
      * A RETURN DATED INTO A CLOSED ACCOUNTING PERIOD IS RE-DATED TO
      * THE FIRST DAY OF THE EARLIEST OPEN PERIOD AFTER IT, AND THE
      * PAID BACK-OUT IS POSTED AT THE START OF THAT DAY. WITH NO OPEN
      * PERIOD TO POST INTO THE RETURN IS HELD.
       410-CHECK-RETURN-PERIOD.
           MOVE 'N'            TO WS-PERIOD-SW
           MOVE SPACES         TO WS-POST-TS
           MOVE RET-RETURNDATE TO RETURNDATE
             EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-CLOSED-COUNT
                FROM MFTR33.PERIODCONTROL
                WHERE PERIODSTATUS = 'C'
                  AND PERIODSTART <= :CLAIMPAYMENTS.RETURNDATE
                  AND PERIODEND   >= :CLAIMPAYMENTS.RETURNDATE
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RET - SQL ERROR IN PERIOD CHECK - RC : '
                       WS-SQLCODE
               MOVE 'X' TO WS-PERIOD-SW
               GO TO 410-EXIT
           END-IF
           IF WS-CLOSED-COUNT = ZERO
               GO TO 410-EXIT
           END-IF
             EXEC SQL
                SELECT COALESCE(MIN(PERIODSTART), ' ')
                INTO  :WS-OPEN-START
                FROM MFTR33.PERIODCONTROL
                WHERE PERIODSTATUS = 'O'
                  AND PERIODSTART > :CLAIMPAYMENTS.RETURNDATE
             END-EXEC.
           IF SQLCODE NOT = 0 OR WS-OPEN-START = SPACES
               MOVE 'X' TO WS-PERIOD-SW
               GO TO 410-EXIT
           END-IF
           MOVE 'Y'           TO WS-PERIOD-SW
           MOVE WS-OPEN-START TO RETURNDATE
           STRING WS-OPEN-START      DELIMITED BY SIZE
                  '-00.00.00.000000' DELIMITED BY SIZE
                  INTO WS-POST-TS
           END-STRING.
       410-EXIT.
           EXIT.
       420-FLAG-PAYMENT.
           MOVE RET-RETURNREASON TO RETURNREASON
             EXEC SQL
                UPDATE MFTR33.CLAIMPAYMENTS
                   SET RETURNED     = 'Y',
                   AND PAYMENTSEQ  = :CLAIMPAYMENTS.PAYMENTSEQ
             END-EXEC.
           IF SQLCODE = 0
               IF PAYCATEGORY-EXPENSE
                   PERFORM 455-BACK-OUT-EXPENSE THRU 455-EXIT
               ELSE
                   PERFORM 450-BACK-OUT-PAID THRU 450-EXIT
               END-IF
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RET - SQL ERROR IN FLAG - RC : '
             END-EXEC.
           IF SQLCODE = 0
               PERFORM 900-WRITE-CLAIMSHIST THRU 900-EXIT
               PERFORM 460-LOG-REVERSAL THRU 460-EXIT
               IF NOT WS-RETURN-OK
                   MOVE 'NO EVENT - HELD' TO WS-D-DISP
                   PERFORM 650-WRITE-EXCEPTION THRU 650-EXIT
                   GO TO 450-EXIT
               END-IF
               ADD 1             TO WS-REVERSE-COUNT
               ADD PAYMENTAMOUNT TO WS-REVERSE-AMOUNT
               IF WS-PERIOD-LATE
                   ADD 1 TO WS-REDATED-COUNT
                   MOVE 'REVERSED - REDATED' TO WS-D-DISP
               ELSE
                   MOVE 'REVERSED' TO WS-D-DISP
               END-IF
               PERFORM 500-PRINT-RETURN THRU 500-EXIT
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
           END-IF.
       450-EXIT.
           EXIT.
      * A RETURNED EXPENSE PAYMENT COMES OFF THE CLAIM'S EXPENSE
      * RESERVE INSTEAD OF PAID.
       455-BACK-OUT-EXPENSE.
           MOVE RET-CLAIMNUMBER TO CLAIMNUMBER OF CLAIMEXPENSE
             EXEC SQL
                SELECT EXPENSEPAID
                INTO  :WS-OLD-EXPENSE
                FROM MFTR33.CLAIMEXPENSE
                WHERE CLAIMNUMBER = :CLAIMEXPENSE.CLAIMNUMBER
             END-EXEC.
           IF SQLCODE = 0
               COMPUTE WS-NEW-EXPENSE =
                       WS-OLD-EXPENSE - PAYMENTAMOUNT
                 EXEC SQL
                    UPDATE MFTR33.CLAIMEXPENSE
                       SET EXPENSEPAID = :WS-NEW-EXPENSE,
                           EXPUPDATETS = CURRENT TIMESTAMP
                     WHERE CLAIMNUMBER = :CLAIMEXPENSE.CLAIMNUMBER
                 END-EXEC
           END-IF
           IF SQLCODE = 0
               PERFORM 910-WRITE-EXPHIST THRU 910-EXIT
               PERFORM 460-LOG-REVERSAL THRU 460-EXIT
               IF NOT WS-RETURN-OK
                   MOVE 'NO EVENT - HELD' TO WS-D-DISP
                   PERFORM 650-WRITE-EXCEPTION THRU 650-EXIT
                   GO TO 455-EXIT
               END-IF
               ADD 1             TO WS-REVERSE-COUNT
               ADD PAYMENTAMOUNT TO WS-REVERSE-AMOUNT
               IF WS-PERIOD-LATE
                   ADD 1 TO WS-REDATED-COUNT
                   MOVE 'REVERSED - REDATED' TO WS-D-DISP
               ELSE
                   MOVE 'REVERSED' TO WS-D-DISP
               END-IF
               PERFORM 500-PRINT-RETURN THRU 500-EXIT
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RET - SQL ERROR IN EXPENSE BACKOUT - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               PERFORM 470-UNFLAG-PAYMENT THRU 470-EXIT
               MOVE 'BACKOUT FAIL - HELD' TO WS-D-DISP
               PERFORM 650-WRITE-EXCEPTION THRU 650-EXIT
           END-IF.
       455-EXIT.
           EXIT.
      * CHANGE EVENTS FOR A COMPLETED REVERSAL - THE PAYMENT FLAGGED
      * RETURNED, THEN THE CLAIM PAID BACK-OUT. AN EXPENSE PAYMENT
      * LEAVES THE CLAIM ROW UNTOUCHED, SO ONLY THE PAYMENT IS LOGGED.
       460-LOG-REVERSAL.
           MOVE RET-CLAIMNUMBER TO WS-CEV-CLAIM
           MOVE RET-PAYMENTSEQ  TO WS-CEV-SEQ
           MOVE 'U'             TO EVENTTYPE
           MOVE 'CLAIMPAYMENTS' TO TABLENAME
           MOVE WS-CEV-KEY      TO EVENTKEY
           MOVE WS-PAY-IMAGE    TO BEFOREIMAGE
           MOVE 'Y'             TO RETURNED
           MOVE CLAIMPAYMENTS   TO AFTERIMAGE
           PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
           IF PAYCATEGORY-EXPENSE OR NOT WS-RETURN-OK
               GO TO 460-EXIT
           END-IF
           MOVE 'CLAIMS'        TO TABLENAME
           MOVE WS-CEV-CLAIM    TO EVENTKEY
           MOVE CLAIMS          TO BEFOREIMAGE
           MOVE WS-NEW-PAID     TO PAID OF CLAIMS
           MOVE CLAIMS          TO AFTERIMAGE
           PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT.
       460-EXIT.
           EXIT.
       470-UNFLAG-PAYMENT.
             EXEC SQL
                UPDATE MFTR33.CLAIMPAYMENTS
       500-PRINT-RETURN.
           MOVE RET-CLAIMNUMBER  TO WS-D-CLAIMNBR
           MOVE RET-PAYMENTSEQ   TO WS-D-PAYSEQ
           MOVE RETURNDATE       TO WS-D-RETDATE
           MOVE PAYMENTAMOUNT    TO WS-D-AMOUNT
           MOVE RET-RETURNREASON TO WS-D-REASON
           MOVE PAYMETHOD        TO WS-D-METHOD
           WRITE RPT-RECORD.
       650-EXIT.
           EXIT.
      * EACH RETURN IS ITS OWN UNIT OF WORK. ONE WHOSE CHANGE EVENTS
      * CANNOT BE WRITTEN IS BACKED OUT WHOLE - FLAG, PAID OR EXPENSE
      * BACK-OUT AND AUDIT ROW - AND GOES TO THE EXCEPTION FILE.
       700-COMMIT-OR-BACKOUT.
           IF WS-RETURN-OK
                 EXEC SQL
                    COMMIT
                 END-EXEC
           ELSE
                 EXEC SQL
                    ROLLBACK
                 END-EXEC
               DISPLAY 'MF110RET - RETURN BACKED OUT AND HELD : '
                       RET-CLAIMNUMBER '/' RET-PAYMENTSEQ
           END-IF.
       700-EXIT.
           EXIT.
       800-FINALIZE.
           IF WS-READ-COUNT = ZERO
               MOVE WS-NO-RETURNS-LINE TO RPT-RECORD
                   WS-UNMATCHED-COUNT
           DISPLAY 'MF110RET - AMOUNT REVERSED    : '
                   WS-REVERSE-AMOUNT
           DISPLAY 'MF110RET - REDATED TO OPEN PER: '
                   WS-REDATED-COUNT
           CLOSE RETFILE
           CLOSE EXCFILE
           CLOSE RPTFILE.
                        :WS-OLD-VALUE1,
                        :WS-OLD-VALUE1,
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
       910-WRITE-EXPHIST.
             EXEC SQL
                INSERT INTO MFTR33.CLAIMEXPHIST
                       (CLAIMNUMBER,
                        EXPCHANGETYPE,
                        OLDEXPENSE,
                        NEWEXPENSE,
                        EXPCHANGEUSERID,
                        EXPCHANGETS)
                VALUES (:CLAIMEXPENSE.CLAIMNUMBER,
                        'U',
                        :WS-OLD-EXPENSE,
                        :WS-NEW-EXPENSE,
                        CURRENT SQLID,
                        CASE WHEN :WS-POST-TS = ' '
                             THEN CURRENT TIMESTAMP
                             ELSE TIMESTAMP(:WS-POST-TS)
                        END)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110RET - EXPENSE AUDIT WRITE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       910-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-READ-COUNT TO READCOUNT OF BATCHRUN
           MOVE WS-REVERSE-COUNT TO WRITECOUNT OF BATCHRUN
           END-IF.
       920-EXIT.
           EXIT.
      * CHANGE-EVENT OUTBOX ROW FOR THE WAREHOUSE FEED, WRITTEN IN THE
      * SAME UNIT OF WORK AS THE CHANGE IT DESCRIBES. THE CALLER SETS
      * EVENTTYPE, TABLENAME, EVENTKEY AND BOTH IMAGES.
       980-WRITE-CHANGEEVENT.
           MOVE 'MF110RET' TO SOURCEPGM
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
               DISPLAY 'MF110RET - CHANGE EVENT WRITE FAILED RC : '
                       WS-SQLCODE
               DISPLAY 'MF110RET - ' TABLENAME ' ' EVENTKEY
                       ' NOT ON THE FEED'
               MOVE 'N' TO WS-RETURN-OK-SW
               MOVE 12 TO RETURN-CODE
           END-IF.
       980-EXIT.
           EXIT.
