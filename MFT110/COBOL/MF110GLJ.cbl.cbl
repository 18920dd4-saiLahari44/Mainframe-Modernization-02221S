          88 WS-EOF                          VALUE 'Y'.
       01 WS-EOF2-SW              PIC X(01) VALUE 'N'.
          88 WS-EOF2                         VALUE 'Y'.
       01 WS-EOF3-SW              PIC X(01) VALUE 'N'.
          88 WS-EOF3                         VALUE 'Y'.
       01 WS-EOF4-SW              PIC X(01) VALUE 'N'.
          88 WS-EOF4                         VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-POSTDATE             PIC X(10) VALUE SPACES.
       01 WS-LAST-CUTOFF          PIC X(26) VALUE SPACES.
       01 WS-ABS-MOVEMENT         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-HIST-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-PAY-COUNT            PIC S9(7)    VALUE ZERO.
       01 WS-EXPHIST-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-CESSHIST-COUNT       PIC S9(7)    VALUE ZERO.
       01 WS-JOURNAL-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-DR-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-CR-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01 WS-INCUR-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-INCUR-HASH           PIC S9(11)V99 VALUE ZERO.
       01 WS-EXPENSE-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-EXPENSE-HASH         PIC S9(11)V99 VALUE ZERO.
       01 WS-RECOV-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-RECOV-HASH           PIC S9(11)V99 VALUE ZERO.
       01 WS-CEDED-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-CEDED-HASH           PIC S9(11)V99 VALUE ZERO.
       01 WS-CONTROL-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-CONTROL-HASH         PIC S9(11)V99 VALUE ZERO.
       01 WS-BANK-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-BANK-HASH            PIC S9(11)V99 VALUE ZERO.
       01 WS-ACCT-INCURRED        PIC X(08) VALUE '71100000'.
       01 WS-ACCT-EXPENSE         PIC X(08) VALUE '71200000'.
       01 WS-ACCT-CONTROL         PIC X(08) VALUE '25100000'.
       01 WS-ACCT-BANK            PIC X(08) VALUE '10200000'.
       01 WS-ACCT-RECOVERABLE     PIC X(08) VALUE '13500000'.
       01 WS-ACCT-CEDED           PIC X(08) VALUE '71300000'.
       01 WS-ACCT-PERIOD          PIC X(07) VALUE SPACES.
       01 WS-PERIOD-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-HEADING1.
           05 FILLER        PIC X(42) VALUE
              'MF110GLJ NIGHTLY GL JOURNAL CONTROL REPORT'.
           EXEC SQL
              INCLUDE EXTRSTRT
           END-EXEC.
           EXEC SQL
              INCLUDE GLPERTOT
           END-EXEC.
           EXEC SQL
              INCLUDE CLMEXPHS
           END-EXEC.
           EXEC SQL
              INCLUDE CESSHIST
           END-EXEC.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 200-FETCH-HIST THRU 200-EXIT
           PERFORM 300-JOURNAL-HIST THRU 300-EXIT
               UNTIL WS-EOF
           PERFORM 350-PROCESS-EXPENSE THRU 350-EXIT
           PERFORM 380-PROCESS-CESSION THRU 380-EXIT
           PERFORM 400-PROCESS-PAYMENTS THRU 400-EXIT
           PERFORM 800-FINALIZE THRU 800-EXIT
           IF RETURN-CODE < 8
               PERFORM 850-ADVANCE-CHECKPOINT THRU 850-EXIT
           ELSE
               PERFORM 870-BACK-OUT-PERIOD THRU 870-EXIT
           END-IF
           PERFORM 920-CLOSE-RUN THRU 920-EXIT
           STOP RUN.
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110GLJ - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       010-EXIT.
           EXIT.
             EXEC SQL
                DECLARE GLHISTCSR CURSOR FOR
                SELECT CLAIMNUMBER,
                       NEWPAID - OLDPAID,
                       SUBSTR(CHAR(CHANGETIMESTAMP), 1, 7)
                FROM MFTR33.CLAIMSHIST
                WHERE CHANGETIMESTAMP >  :WS-LAST-CUTOFF
                  AND CHANGETIMESTAMP <= :WS-NEW-CUTOFF
             EXEC SQL
                FETCH GLHISTCSR
                INTO  :CLAIMSHIST.CLAIMNUMBER,
                      :WS-MOVEMENT,
                      :WS-ACCT-PERIOD
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-ACCT-INCURRED TO GLJ-ACCOUNT
               ADD 1               TO WS-INCUR-COUNT
               ADD WS-ABS-MOVEMENT TO WS-INCUR-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
               PERFORM 650-WRITE-JOURNAL-DR THRU 650-EXIT
               MOVE WS-ACCT-CONTROL TO GLJ-ACCOUNT
               ADD 1               TO WS-CONTROL-COUNT
               ADD WS-ABS-MOVEMENT TO WS-CONTROL-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
           ELSE
               PERFORM 650-WRITE-JOURNAL-DR THRU 650-EXIT
               MOVE WS-ACCT-INCURRED TO GLJ-ACCOUNT
               ADD 1               TO WS-INCUR-COUNT
               ADD WS-ABS-MOVEMENT TO WS-INCUR-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
               PERFORM 600-WRITE-JOURNAL-CR THRU 600-EXIT
               MOVE WS-ACCT-CONTROL TO GLJ-ACCOUNT
               ADD 1               TO WS-CONTROL-COUNT
               ADD WS-ABS-MOVEMENT TO WS-CONTROL-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
           END-IF
           PERFORM 200-FETCH-HIST THRU 200-EXIT.
       300-EXIT.
           EXIT.
      * EXPENSE (LAE) RESERVE MOVEMENTS FROM CLAIMEXPHIST POST TO THE
      * EXPENSE ACCOUNT AGAINST THE SAME CONTROL ACCOUNT, SO THE
      * RELEASE LEG IN 500 CLEARS INDEMNITY AND EXPENSE ALIKE.
       350-PROCESS-EXPENSE.
             EXEC SQL
                DECLARE GLEXPCSR CURSOR FOR
                SELECT CLAIMNUMBER,
                       NEWEXPENSE - OLDEXPENSE,
                       SUBSTR(CHAR(EXPCHANGETS), 1, 7)
                FROM MFTR33.CLAIMEXPHIST
                WHERE EXPCHANGETS >  :WS-LAST-CUTOFF
                  AND EXPCHANGETS <= :WS-NEW-CUTOFF
                  AND NEWEXPENSE <> OLDEXPENSE
                ORDER BY CLAIMNUMBER, EXPCHANGETS
             END-EXEC.
             EXEC SQL
                OPEN GLEXPCSR
             END-EXEC.
           PERFORM 360-FETCH-EXPENSE THRU 360-EXIT
           PERFORM 370-JOURNAL-EXPENSE THRU 370-EXIT
               UNTIL WS-EOF3
             EXEC SQL
                CLOSE GLEXPCSR
             END-EXEC.
       350-EXIT.
           EXIT.
       360-FETCH-EXPENSE.
             EXEC SQL
                FETCH GLEXPCSR
                INTO  :CLAIMEXPHIST.CLAIMNUMBER,
                      :WS-MOVEMENT,
                      :WS-ACCT-PERIOD
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-EXPHIST-COUNT
             WHEN 100
               SET WS-EOF3 TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110GLJ - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF3 TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       360-EXIT.
           EXIT.
       370-JOURNAL-EXPENSE.
           IF WS-MOVEMENT < ZERO
               COMPUTE WS-ABS-MOVEMENT = ZERO - WS-MOVEMENT
           ELSE
               MOVE WS-MOVEMENT TO WS-ABS-MOVEMENT
           END-IF
           MOVE SPACES TO GLJ-REFERENCE
           MOVE CLAIMNUMBER OF CLAIMEXPHIST TO GLJ-REFERENCE(1:9)
           MOVE 'CLAIM EXPENSE MOVEMENT' TO GLJ-DESCRIPTION
           IF WS-MOVEMENT < ZERO
               PERFORM 600-WRITE-JOURNAL-CR THRU 600-EXIT
               MOVE WS-ACCT-EXPENSE TO GLJ-ACCOUNT
               ADD 1               TO WS-EXPENSE-COUNT
               ADD WS-ABS-MOVEMENT TO WS-EXPENSE-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
               PERFORM 650-WRITE-JOURNAL-DR THRU 650-EXIT
               MOVE WS-ACCT-CONTROL TO GLJ-ACCOUNT
               ADD 1               TO WS-CONTROL-COUNT
               ADD WS-ABS-MOVEMENT TO WS-CONTROL-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
           ELSE
               PERFORM 650-WRITE-JOURNAL-DR THRU 650-EXIT
               MOVE WS-ACCT-EXPENSE TO GLJ-ACCOUNT
               ADD 1               TO WS-EXPENSE-COUNT
               ADD WS-ABS-MOVEMENT TO WS-EXPENSE-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
               PERFORM 600-WRITE-JOURNAL-CR THRU 600-EXIT
               MOVE WS-ACCT-CONTROL TO GLJ-ACCOUNT
               ADD 1               TO WS-CONTROL-COUNT
               ADD WS-ABS-MOVEMENT TO WS-CONTROL-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
           END-IF
           PERFORM 360-FETCH-EXPENSE THRU 360-EXIT.
       370-EXIT.
           EXIT.
      * CEDED RECOVERABLE MOVEMENTS WRITTEN BY MF110CED. AN INCREASE
      * DEBITS THE REINSURANCE RECOVERABLE AND CREDITS CEDED LOSSES;
      * A DECREASE REVERSES IT. THE PAIR BALANCES ON ITS OWN AND DOES
      * NOT TOUCH THE CLAIMS CONTROL ACCOUNT.
       380-PROCESS-CESSION.
             EXEC SQL
                DECLARE GLCESSCSR CURSOR FOR
                SELECT CLAIMNUMBER,
                       EVENTCODE,
                       TREATYID,
                       NEWRECOVERABLE - OLDRECOVERABLE,
                       SUBSTR(CHAR(CESSCHANGETS), 1, 7)
                FROM MFTR33.CESSIONHIST
                WHERE CESSCHANGETS >  :WS-LAST-CUTOFF
                  AND CESSCHANGETS <= :WS-NEW-CUTOFF
                  AND NEWRECOVERABLE <> OLDRECOVERABLE
                ORDER BY TREATYID, REINSURERID, CLAIMNUMBER,
                         EVENTCODE, CESSCHANGETS
             END-EXEC.
             EXEC SQL
                OPEN GLCESSCSR
             END-EXEC.
           PERFORM 385-FETCH-CESSION THRU 385-EXIT
           PERFORM 390-JOURNAL-CESSION THRU 390-EXIT
               UNTIL WS-EOF4
             EXEC SQL
                CLOSE GLCESSCSR
             END-EXEC.
       380-EXIT.
           EXIT.
       385-FETCH-CESSION.
             EXEC SQL
                FETCH GLCESSCSR
                INTO  :CESSIONHIST.CLAIMNUMBER,
                      :CESSIONHIST.EVENTCODE,
                      :CESSIONHIST.TREATYID,
                      :WS-MOVEMENT,
                      :WS-ACCT-PERIOD
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-CESSHIST-COUNT
             WHEN 100
               SET WS-EOF4 TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110GLJ - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF4 TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       385-EXIT.
           EXIT.
       390-JOURNAL-CESSION.
           IF WS-MOVEMENT < ZERO
               COMPUTE WS-ABS-MOVEMENT = ZERO - WS-MOVEMENT
           ELSE
               MOVE WS-MOVEMENT TO WS-ABS-MOVEMENT
           END-IF
           MOVE SPACES TO GLJ-REFERENCE
           IF CLAIMNUMBER OF CESSIONHIST = ZERO
               MOVE EVENTCODE OF CESSIONHIST  TO GLJ-REFERENCE(1:8)
           ELSE
               MOVE CLAIMNUMBER OF CESSIONHIST TO GLJ-REFERENCE(1:9)
           END-IF
           MOVE SPACES TO GLJ-DESCRIPTION
           STRING 'RI RECOVERABLE '       DELIMITED BY SIZE
                  TREATYID OF CESSIONHIST DELIMITED BY SIZE
                  INTO GLJ-DESCRIPTION
           END-STRING
           IF WS-MOVEMENT < ZERO
               PERFORM 600-WRITE-JOURNAL-CR THRU 600-EXIT
               MOVE WS-ACCT-RECOVERABLE TO GLJ-ACCOUNT
               ADD 1               TO WS-RECOV-COUNT
               ADD WS-ABS-MOVEMENT TO WS-RECOV-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
               PERFORM 650-WRITE-JOURNAL-DR THRU 650-EXIT
               MOVE WS-ACCT-CEDED TO GLJ-ACCOUNT
               ADD 1               TO WS-CEDED-COUNT
               ADD WS-ABS-MOVEMENT TO WS-CEDED-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
           ELSE
               PERFORM 650-WRITE-JOURNAL-DR THRU 650-EXIT
               MOVE WS-ACCT-RECOVERABLE TO GLJ-ACCOUNT
               ADD 1               TO WS-RECOV-COUNT
               ADD WS-ABS-MOVEMENT TO WS-RECOV-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
               PERFORM 600-WRITE-JOURNAL-CR THRU 600-EXIT
               MOVE WS-ACCT-CEDED TO GLJ-ACCOUNT
               ADD 1               TO WS-CEDED-COUNT
               ADD WS-ABS-MOVEMENT TO WS-CEDED-HASH
               PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
           END-IF
           PERFORM 385-FETCH-CESSION THRU 385-EXIT.
       390-EXIT.
           EXIT.
       400-PROCESS-PAYMENTS.
             EXEC SQL
                DECLARE GLPAYCSR CURSOR FOR
                SELECT CLAIMNUMBER,
                       PAYMENTSEQ,
                       PAYMENTAMOUNT,
                       RELEASEDATE
                FROM MFTR33.CLAIMPAYMENTS
                WHERE RELEASED = 'Y'
                  AND RELEASEDATE >= :WS-LAST-CUTOFF-DATE
                FETCH GLPAYCSR
                INTO  :CLAIMPAYMENTS.CLAIMNUMBER,
                      :CLAIMPAYMENTS.PAYMENTSEQ,
                      :CLAIMPAYMENTS.PAYMENTAMOUNT,
                      :CLAIMPAYMENTS.RELEASEDATE
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
           EXIT.
       500-JOURNAL-PAYMENT.
           MOVE PAYMENTAMOUNT TO WS-ABS-MOVEMENT
           MOVE RELEASEDATE(1:7) TO WS-ACCT-PERIOD
           MOVE SPACES TO GLJ-REFERENCE
           MOVE CLAIMNUMBER OF CLAIMPAYMENTS TO GLJ-REFERENCE(1:9)
           MOVE PAYMENTSEQ                   TO GLJ-REFERENCE(11:4)
           MOVE WS-ACCT-CONTROL TO GLJ-ACCOUNT
           ADD 1               TO WS-CONTROL-COUNT
           ADD WS-ABS-MOVEMENT TO WS-CONTROL-HASH
           PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
           PERFORM 600-WRITE-JOURNAL-CR THRU 600-EXIT
           MOVE WS-ACCT-BANK TO GLJ-ACCOUNT
           ADD 1               TO WS-BANK-COUNT
           ADD WS-ABS-MOVEMENT TO WS-BANK-HASH
           PERFORM 660-WRITE-JOURNAL THRU 660-EXIT
           PERFORM 450-FETCH-PAYMENT THRU 450-EXIT.
       500-EXIT.
           EXIT.
           ADD WS-ABS-MOVEMENT TO WS-DR-TOTAL.
       650-EXIT.
           EXIT.
      * WRITE THE JOURNAL RECORD AND ADD IT TO THE GL TOTALS FOR THE
      * ACCOUNTING PERIOD OF THE MOVEMENT. THE TOTALS ARE COMMITTED
      * WITH THE CHECKPOINT OR BACKED OUT WITH IT.
       660-WRITE-JOURNAL.
           WRITE GLJ-RECORD
           IF RETURN-CODE > 4
               GO TO 660-EXIT
           END-IF
           MOVE WS-ACCT-PERIOD TO ACCTPERIOD OF GLPERIODTOTAL
           MOVE GLJ-ACCOUNT    TO GLACCOUNT
           IF GLJ-DRCR = 'DR'
               MOVE WS-ABS-MOVEMENT TO DEBITTOTAL
               MOVE ZERO            TO CREDITTOTAL
           ELSE
               MOVE ZERO            TO DEBITTOTAL
               MOVE WS-ABS-MOVEMENT TO CREDITTOTAL
           END-IF
             EXEC SQL
                UPDATE MFTR33.GLPERIODTOTAL
                   SET DEBITTOTAL   = DEBITTOTAL
                                    + :GLPERIODTOTAL.DEBITTOTAL,
                       CREDITTOTAL  = CREDITTOTAL
                                    + :GLPERIODTOTAL.CREDITTOTAL,
                       JOURNALCOUNT = JOURNALCOUNT + 1
                 WHERE ACCTPERIOD = :GLPERIODTOTAL.ACCTPERIOD
                   AND GLACCOUNT  = :GLPERIODTOTAL.GLACCOUNT
             END-EXEC.
           IF SQLCODE = 100
                 EXEC SQL
                    INSERT INTO MFTR33.GLPERIODTOTAL
                           (ACCTPERIOD,
                            GLACCOUNT,
                            DEBITTOTAL,
                            CREDITTOTAL,
                            JOURNALCOUNT)
                    VALUES (:GLPERIODTOTAL.ACCTPERIOD,
                            :GLPERIODTOTAL.GLACCOUNT,
                            :GLPERIODTOTAL.DEBITTOTAL,
                            :GLPERIODTOTAL.CREDITTOTAL,
                            1)
                 END-EXEC
           END-IF
           IF SQLCODE = 0
               ADD 1 TO WS-PERIOD-COUNT
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110GLJ - PERIOD TOTAL UPDATE FAILED FOR '
                       WS-ACCT-PERIOD ' ' GLJ-ACCOUNT
                       ' - RC : ' WS-SQLCODE
               MOVE 12 TO RETURN-CODE
           END-IF.
       660-EXIT.
           EXIT.
       800-FINALIZE.
             EXEC SQL
                CLOSE GLHISTCSR
           MOVE WS-INCUR-HASH    TO WS-A-HASH
           MOVE WS-ACCT-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-ACCT-EXPENSE  TO WS-A-ACCOUNT
           MOVE WS-EXPENSE-COUNT TO WS-A-COUNT
           MOVE WS-EXPENSE-HASH  TO WS-A-HASH
           MOVE WS-ACCT-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-ACCT-CONTROL  TO WS-A-ACCOUNT
           MOVE WS-CONTROL-COUNT TO WS-A-COUNT
           MOVE WS-CONTROL-HASH  TO WS-A-HASH
           MOVE WS-BANK-HASH     TO WS-A-HASH
           MOVE WS-ACCT-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-ACCT-RECOVERABLE TO WS-A-ACCOUNT
           MOVE WS-RECOV-COUNT   TO WS-A-COUNT
           MOVE WS-RECOV-HASH    TO WS-A-HASH
           MOVE WS-ACCT-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-ACCT-CEDED    TO WS-A-ACCOUNT
           MOVE WS-CEDED-COUNT   TO WS-A-COUNT
           MOVE WS-CEDED-HASH    TO WS-A-HASH
           MOVE WS-ACCT-LINE     TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'TOTAL DEBITS'   TO WS-T-LABEL
           MOVE WS-DR-TOTAL      TO WS-T-AMOUNT
           MOVE WS-TOTAL-LINE    TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           DISPLAY 'MF110GLJ - HISTORY MOVEMENTS  : ' WS-HIST-COUNT
           DISPLAY 'MF110GLJ - EXPENSE MOVEMENTS  : ' WS-EXPHIST-COUNT
           DISPLAY 'MF110GLJ - CEDED MOVEMENTS    : ' WS-CESSHIST-COUNT
           DISPLAY 'MF110GLJ - PAYMENTS JOURNALED : ' WS-PAY-COUNT
           DISPLAY 'MF110GLJ - JOURNAL RECORDS    : '
                   WS-JOURNAL-COUNT
           DISPLAY 'MF110GLJ - TOTAL DEBITS       : ' WS-DR-TOTAL
           DISPLAY 'MF110GLJ - TOTAL CREDITS      : ' WS-CR-TOTAL
           DISPLAY 'MF110GLJ - PERIOD TOTAL POSTS : ' WS-PERIOD-COUNT
           CLOSE GLJFILE
           CLOSE RPTFILE.
       800-EXIT.
               DISPLAY 'MF110GLJ - JOURNAL NOT RELEASED - NEXT RUN'
                       ' WILL RE-EXTRACT THE SAME WINDOW'
               MOVE 12 TO RETURN-CODE
               PERFORM 870-BACK-OUT-PERIOD THRU 870-EXIT
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       850-EXIT.
           EXIT.
       870-BACK-OUT-PERIOD.
             EXEC SQL
                ROLLBACK
             END-EXEC.
           DISPLAY 'MF110GLJ - PERIOD GL TOTALS BACKED OUT'.
       870-EXIT.
           EXIT.
       920-CLOSE-RUN.
           COMPUTE READCOUNT OF BATCHRUN =
                   WS-HIST-COUNT + WS-EXPHIST-COUNT + WS-PAY-COUNT
                 + WS-CESSHIST-COUNT
           MOVE WS-JOURNAL-COUNT TO WRITECOUNT OF BATCHRUN
           MOVE ZERO          TO REJECTCOUNT OF BATCHRUN
           IF RETURN-CODE > 4
