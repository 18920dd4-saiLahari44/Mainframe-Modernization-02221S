       FILE-CONTROL.
           SELECT ISSFILE ASSIGN TO ISSFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT POSFILE ASSIGN TO POSFILE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ISSFILE
           05 ISS-PAYEE              PIC X(18).
           05 ISS-PAYMETHOD          PIC X(03).
           05 FILLER                 PIC X(27) VALUE SPACES.
       FD  POSFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POSPAY.
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                          VALUE 'Y'.
          88 WS-FIRST-CLAIM                  VALUE 'Y'.
       01 WS-CLAIM-OK-SW          PIC X(01) VALUE 'N'.
          88 WS-CLAIM-OK                     VALUE 'Y'.
       01 WS-STOCK-SW             PIC X(01) VALUE 'N'.
          88 WS-STOCK-OK                     VALUE 'Y'.
       01 WS-CHEQUE-SW            PIC X(01) VALUE 'N'.
          88 WS-CHEQUE-OK                    VALUE 'Y'.
       01 WS-PAY-OK-SW            PIC X(01) VALUE 'Y'.
          88 WS-PAY-OK                       VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-ISSUE-DATE           PIC X(10) VALUE SPACES.
       01 WS-CHEQUE-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-CHEQUE-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01 WS-CHEQUE-HELD          PIC S9(7)    VALUE ZERO.
       01 WS-PREV-CLAIMNBR        PIC S9(9)    VALUE ZERO.
       01 WS-CLAIM-RELEASED       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-OLD-PAID             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-PAID             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-OLD-VALUE1           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-CLAIM-EXPENSE        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-OLD-EXPENSE          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-EXPENSE          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-READ-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-RELEASE-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-SKIP-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-RELEASE-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01 WS-EXPENSE-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-EXPENSE-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01 WS-PENDING-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-PENDING-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01 WS-PENDING-OLDEST       PIC S9(5)    VALUE ZERO.
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
              INCLUDE CLAIMPAY
           END-EXEC.
           EXEC SQL
              INCLUDE CHQSTOCK
           END-EXEC.
           EXEC SQL
              INCLUDE CHQREG
           END-EXEC.
           EXEC SQL
              INCLUDE CHGEVENT
           END-EXEC.
           EXEC SQL
              INCLUDE CLMEXPNS
           END-EXEC.
           EXEC SQL
              INCLUDE CLMEXPHS
           END-EXEC.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110PAY - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       010-EXIT.
           EXIT.
       100-INITIALIZE.
           OPEN OUTPUT ISSFILE
           OPEN OUTPUT POSFILE
           PERFORM 150-GET-CHEQUE-STOCK THRU 150-EXIT
             EXEC SQL
                DECLARE PAYCSR CURSOR FOR
                SELECT CLAIMNUMBER,
                       PAYMENTDATE,
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
                FROM MFTR33.CLAIMPAYMENTS
                WHERE RELEASED = 'N'
                ORDER BY CLAIMNUMBER, PAYMENTSEQ
             END-EXEC.
       100-EXIT.
           EXIT.
      * LOCATE THE ACTIVE CHEQUE STOCK RANGE. WITHOUT ONE, EFT
      * PAYMENTS STILL RELEASE BUT EVERY CHQ PAYMENT IS HELD BACK
      * AT RELEASED = 'N' FOR THE NEXT RUN.
       150-GET-CHEQUE-STOCK.
             EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                INTO  :WS-ISSUE-DATE
                FROM SYSIBM.SYSDUMMY1
             END-EXEC.
             EXEC SQL
                SELECT BANKACCOUNT,
                       FIRSTCHEQUE,
                       LASTCHEQUE,
                       NEXTCHEQUE
                INTO  :CHEQUESTOCK.BANKACCOUNT,
                      :CHEQUESTOCK.FIRSTCHEQUE,
                      :CHEQUESTOCK.LASTCHEQUE,
                      :CHEQUESTOCK.NEXTCHEQUE
                FROM MFTR33.CHEQUESTOCK
                WHERE STOCKSTATUS = 'A'
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-STOCK-SW
             WHEN 100
               DISPLAY 'MF110PAY - NO ACTIVE CHEQUE STOCK - CHQ'
                       ' PAYMENTS HELD'
               MOVE SPACES TO BANKACCOUNT OF CHEQUESTOCK
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110PAY - SQL ERROR IN CHEQUE STOCK - RC : '
                       WS-SQLCODE
               DISPLAY 'MF110PAY - CHQ PAYMENTS HELD'
               MOVE SPACES TO BANKACCOUNT OF CHEQUESTOCK
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM 160-WRITE-POS-HEADER THRU 160-EXIT.
       150-EXIT.
           EXIT.
       160-WRITE-POS-HEADER.
           MOVE SPACES TO POSPAY-RECORD
           MOVE 'H'                        TO POS-RECORD-TYPE
           MOVE BANKACCOUNT OF CHEQUESTOCK TO POS-ACCOUNT
           MOVE ZERO                       TO POS-ITEM-COUNT
           MOVE ZERO                       TO POS-TOTAL-AMOUNT
           MOVE WS-ISSUE-DATE              TO POS-FILE-DATE
           WRITE POSPAY-RECORD.
       160-EXIT.
           EXIT.
       200-FETCH-PAYMENT.
             EXEC SQL
                FETCH PAYCSR
                      :CLAIMPAYMENTS.PAYMENTDATE,
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
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
           IF CLAIMNUMBER OF CLAIMPAYMENTS NOT = WS-PREV-CLAIMNBR
               IF NOT WS-FIRST-CLAIM
                   PERFORM 500-ROLLUP-CLAIM THRU 500-EXIT
                   IF NOT WS-PAY-OK
                       GO TO 300-EXIT
                   END-IF
               END-IF
               MOVE CLAIMNUMBER OF CLAIMPAYMENTS TO WS-PREV-CLAIMNBR
               PERFORM 350-CHECK-CLAIM THRU 350-EXIT
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF
           IF NOT WS-PAY-OK
               GO TO 300-EXIT
           END-IF
           PERFORM 200-FETCH-PAYMENT THRU 200-EXIT.
       300-EXIT.
           EXIT.
       350-CHECK-CLAIM.
           MOVE 'N' TO WS-CLAIM-OK-SW
           MOVE ZERO TO WS-CLAIM-RELEASED
           MOVE ZERO TO WS-CLAIM-EXPENSE
           MOVE CLAIMNUMBER OF CLAIMPAYMENTS TO CLAIMNUMBER OF CLAIMS
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
               MOVE 'Y' TO WS-CLAIM-OK-SW
             WHEN 100
               DISPLAY 'MF110PAY - CLAIM NOT ON FILE, PAYMENTS HELD : '
       350-EXIT.
           EXIT.
       400-RELEASE-PAYMENT.
           MOVE CLAIMPAYMENTS TO BEFOREIMAGE
           MOVE ZERO TO CHEQUENUMBER OF CLAIMPAYMENTS
           IF PAYMETHOD-CHEQUE
               PERFORM 410-ASSIGN-CHEQUE THRU 410-EXIT
               IF NOT WS-CHEQUE-OK
                   ADD 1 TO WS-SKIP-COUNT
                   ADD 1 TO WS-CHEQUE-HELD
                   GO TO 400-EXIT
               END-IF
           END-IF
             EXEC SQL
                UPDATE MFTR33.CLAIMPAYMENTS
                   SET RELEASED = 'Y',
                       RELEASEDATE = CHAR(CURRENT DATE, ISO),
                       CHEQUENUMBER = :CLAIMPAYMENTS.CHEQUENUMBER
                 WHERE CLAIMNUMBER = :CLAIMPAYMENTS.CLAIMNUMBER
                   AND PAYMENTSEQ  = :CLAIMPAYMENTS.PAYMENTSEQ
             END-EXEC.
           IF SQLCODE = 0
               MOVE CLAIMNUMBER OF CLAIMPAYMENTS TO ISS-CLAIMNUMBER
               MOVE PAYMENTSEQ OF CLAIMPAYMENTS TO ISS-PAYMENTSEQ
               MOVE PAYMENTDATE          TO ISS-PAYMENTDATE
               MOVE PAYMENTAMOUNT        TO ISS-PAYMENTAMOUNT
               MOVE PAYEE OF CLAIMPAYMENTS TO ISS-PAYEE
               MOVE PAYMETHOD            TO ISS-PAYMETHOD
               WRITE ISS-RECORD
               ADD 1             TO WS-RELEASE-COUNT
               IF PAYCATEGORY-EXPENSE
                   ADD PAYMENTAMOUNT TO WS-CLAIM-EXPENSE
                   ADD 1             TO WS-EXPENSE-COUNT
                   ADD PAYMENTAMOUNT TO WS-EXPENSE-AMOUNT
               ELSE
                   ADD PAYMENTAMOUNT TO WS-CLAIM-RELEASED
               END-IF
               ADD PAYMENTAMOUNT TO WS-RELEASE-AMOUNT
               IF PAYMETHOD-CHEQUE
                   PERFORM 450-REGISTER-CHEQUE THRU 450-EXIT
                   IF NOT WS-PAY-OK
                       GO TO 400-EXIT
                   END-IF
               END-IF
               MOVE 'Y'           TO RELEASED
               MOVE WS-ISSUE-DATE TO RELEASEDATE
               MOVE 'U'           TO EVENTTYPE
               MOVE 'CLAIMPAYMENTS' TO TABLENAME
               MOVE CLAIMNUMBER OF CLAIMPAYMENTS TO WS-CEV-CLAIM
               MOVE PAYMENTSEQ  OF CLAIMPAYMENTS TO WS-CEV-SEQ
               MOVE WS-CEV-KEY    TO EVENTKEY
               MOVE CLAIMPAYMENTS TO AFTERIMAGE
               PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110PAY - SQL ERROR IN UPDATE - RC : '
                       WS-SQLCODE
               ADD 1 TO WS-SKIP-COUNT
               IF PAYMETHOD-CHEQUE
                   PERFORM 460-SPOIL-CHEQUE THRU 460-EXIT
               END-IF
           END-IF.
       400-EXIT.
           EXIT.
      * TAKE THE NEXT NUMBER OFF THE ACTIVE STOCK RANGE. THE STOCK
      * ROW IS ADVANCED BEFORE THE PAYMENT IS TOUCHED SO A NUMBER
      * IS NEVER HANDED OUT TWICE.
       410-ASSIGN-CHEQUE.
           MOVE 'N' TO WS-CHEQUE-SW
           IF NOT WS-STOCK-OK
               GO TO 410-EXIT
           END-IF
           IF NEXTCHEQUE OF CHEQUESTOCK > LASTCHEQUE OF CHEQUESTOCK
               PERFORM 420-EXHAUST-STOCK THRU 420-EXIT
               GO TO 410-EXIT
           END-IF
           MOVE NEXTCHEQUE OF CHEQUESTOCK
             TO CHEQUENUMBER OF CLAIMPAYMENTS
           ADD 1 TO NEXTCHEQUE OF CHEQUESTOCK
             EXEC SQL
                UPDATE MFTR33.CHEQUESTOCK
                   SET NEXTCHEQUE = :CHEQUESTOCK.NEXTCHEQUE
                 WHERE BANKACCOUNT = :CHEQUESTOCK.BANKACCOUNT
                   AND STOCKSTATUS = 'A'
             END-EXEC.
           IF SQLCODE = 0
               MOVE 'Y' TO WS-CHEQUE-SW
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110PAY - SQL ERROR IN CHEQUE STOCK UPDATE'
                       ' - RC : ' WS-SQLCODE
               DISPLAY 'MF110PAY - REMAINING CHQ PAYMENTS HELD'
               MOVE 'N' TO WS-STOCK-SW
               MOVE ZERO TO CHEQUENUMBER OF CLAIMPAYMENTS
               MOVE 12 TO RETURN-CODE
           END-IF.
       410-EXIT.
           EXIT.
       420-EXHAUST-STOCK.
           DISPLAY 'MF110PAY - CHEQUE STOCK EXHAUSTED AT '
                   LASTCHEQUE OF CHEQUESTOCK
                   ' - REMAINING CHQ PAYMENTS HELD'
           MOVE 'N' TO WS-STOCK-SW
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
             EXEC SQL
                UPDATE MFTR33.CHEQUESTOCK
                   SET STOCKSTATUS = 'X'
                 WHERE BANKACCOUNT = :CHEQUESTOCK.BANKACCOUNT
                   AND STOCKSTATUS = 'A'
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110PAY - SQL ERROR IN STOCK CLOSE - RC : '
                       WS-SQLCODE
           END-IF.
       420-EXIT.
           EXIT.
       450-REGISTER-CHEQUE.
           MOVE BANKACCOUNT OF CHEQUESTOCK
             TO BANKACCOUNT OF CHEQUEREGISTER
           MOVE CHEQUENUMBER OF CLAIMPAYMENTS
             TO CHEQUENUMBER OF CHEQUEREGISTER
           MOVE CLAIMNUMBER OF CLAIMPAYMENTS
             TO CLAIMNUMBER OF CHEQUEREGISTER
           MOVE PAYMENTSEQ OF CLAIMPAYMENTS
             TO PAYMENTSEQ OF CHEQUEREGISTER
           MOVE PAYMENTAMOUNT TO CHEQUEAMOUNT
           MOVE PAYEE OF CLAIMPAYMENTS TO PAYEE OF CHEQUEREGISTER
             EXEC SQL
                INSERT INTO MFTR33.CHEQUEREGISTER
                       (BANKACCOUNT,
                        CHEQUENUMBER,
                        CLAIMNUMBER,
                        PAYMENTSEQ,
                        ISSUEDATE,
                        CHEQUEAMOUNT,
                        PAYEE,
                        CHEQUESTATUS,
                        STATUSDATE,
                        VOIDREASON)
                VALUES (:CHEQUEREGISTER.BANKACCOUNT,
                        :CHEQUEREGISTER.CHEQUENUMBER,
                        :CHEQUEREGISTER.CLAIMNUMBER,
                        :CHEQUEREGISTER.PAYMENTSEQ,
                        :WS-ISSUE-DATE,
                        :CHEQUEREGISTER.CHEQUEAMOUNT,
                        :CHEQUEREGISTER.PAYEE,
                        'I',
                        :WS-ISSUE-DATE,
                        ' ')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110PAY - CHEQUE REGISTER WRITE FAILED RC : '
                       WS-SQLCODE
               DISPLAY 'MF110PAY - CHEQUE ' CHEQUENUMBER
                       OF CHEQUEREGISTER ' NOT REGISTERED'
               ADD 1 TO WS-SKIP-COUNT
               MOVE 'N' TO WS-PAY-OK-SW
               SET WS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 450-EXIT
           END-IF
           MOVE SPACES TO POSPAY-RECORD
           MOVE 'I'                           TO POS-RECORD-TYPE
           MOVE BANKACCOUNT OF CHEQUEREGISTER TO POS-ACCOUNT
           MOVE CHEQUENUMBER OF CHEQUEREGISTER TO POS-CHEQUENUMBER
           MOVE PAYMENTAMOUNT                 TO POS-AMOUNT
           MOVE WS-ISSUE-DATE                 TO POS-ISSUEDATE
           MOVE PAYEE OF CLAIMPAYMENTS        TO POS-PAYEE
           WRITE POSPAY-RECORD
           ADD 1             TO WS-CHEQUE-COUNT
           ADD PAYMENTAMOUNT TO WS-CHEQUE-AMOUNT.
       450-EXIT.
           EXIT.
      * THE NUMBER WAS TAKEN BUT THE PAYMENT COULD NOT BE RELEASED -
      * REGISTER IT VOID SO THE STOCK STILL ACCOUNTS FOR EVERY CHEQUE.
       460-SPOIL-CHEQUE.
           MOVE BANKACCOUNT OF CHEQUESTOCK
             TO BANKACCOUNT OF CHEQUEREGISTER
           MOVE CHEQUENUMBER OF CLAIMPAYMENTS
             TO CHEQUENUMBER OF CHEQUEREGISTER
           MOVE CLAIMNUMBER OF CLAIMPAYMENTS
             TO CLAIMNUMBER OF CHEQUEREGISTER
           MOVE PAYMENTSEQ OF CLAIMPAYMENTS
             TO PAYMENTSEQ OF CHEQUEREGISTER
           MOVE PAYEE OF CLAIMPAYMENTS TO PAYEE OF CHEQUEREGISTER
             EXEC SQL
                INSERT INTO MFTR33.CHEQUEREGISTER
                       (BANKACCOUNT,
                        CHEQUENUMBER,
                        CLAIMNUMBER,
                        PAYMENTSEQ,
                        ISSUEDATE,
                        CHEQUEAMOUNT,
                        PAYEE,
                        CHEQUESTATUS,
                        STATUSDATE,
                        VOIDREASON)
                VALUES (:CHEQUEREGISTER.BANKACCOUNT,
                        :CHEQUEREGISTER.CHEQUENUMBER,
                        :CHEQUEREGISTER.CLAIMNUMBER,
                        :CHEQUEREGISTER.PAYMENTSEQ,
                        :WS-ISSUE-DATE,
                        0,
                        :CHEQUEREGISTER.PAYEE,
                        'V',
                        :WS-ISSUE-DATE,
                        'SPOL')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110PAY - SPOILED CHEQUE NOT REGISTERED : '
                       CHEQUENUMBER OF CHEQUEREGISTER
                       ' RC : ' WS-SQLCODE
               MOVE 12 TO RETURN-CODE
           END-IF.
       460-EXIT.
           EXIT.
       500-ROLLUP-CLAIM.
           IF WS-CLAIM-OK AND WS-CLAIM-RELEASED NOT = ZERO
               MOVE WS-PREV-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
                 END-EXEC
               IF SQLCODE = 0
                   PERFORM 900-WRITE-CLAIMSHIST THRU 900-EXIT
                   MOVE 'U'              TO EVENTTYPE
                   MOVE 'CLAIMS'         TO TABLENAME
                   MOVE WS-PREV-CLAIMNBR TO WS-CEV-CLAIM
                   MOVE WS-CEV-CLAIM     TO EVENTKEY
                   MOVE CLAIMS           TO BEFOREIMAGE
                   MOVE WS-NEW-PAID      TO PAID OF CLAIMS
                   MOVE CLAIMS           TO AFTERIMAGE
                   PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
               ELSE
                   MOVE SQLCODE TO WS-SQLCODE
                   DISPLAY 'MF110PAY - SQL ERROR IN ROLLUP - RC : '
                           WS-SQLCODE
               END-IF
           END-IF
           IF WS-CLAIM-OK AND WS-CLAIM-EXPENSE NOT = ZERO
               PERFORM 510-ROLLUP-EXPENSE THRU 510-EXIT
           END-IF.
       500-EXIT.
           EXIT.
      * EXPENSE (EXP) PAYMENTS ROLL TO THE CLAIM'S EXPENSE RESERVE
      * ROW, NOT TO PAID. THE ROW IS CREATED ON THE FIRST RELEASE.
       510-ROLLUP-EXPENSE.
           MOVE WS-PREV-CLAIMNBR TO CLAIMNUMBER OF CLAIMEXPENSE
             EXEC SQL
                SELECT EXPENSEPAID
                INTO  :WS-OLD-EXPENSE
                FROM MFTR33.CLAIMEXPENSE
                WHERE CLAIMNUMBER = :CLAIMEXPENSE.CLAIMNUMBER
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               COMPUTE WS-NEW-EXPENSE = WS-OLD-EXPENSE
                                      + WS-CLAIM-EXPENSE
                 EXEC SQL
                    UPDATE MFTR33.CLAIMEXPENSE
                       SET EXPENSEPAID = :WS-NEW-EXPENSE,
                           EXPUPDATETS = CURRENT TIMESTAMP
                     WHERE CLAIMNUMBER = :CLAIMEXPENSE.CLAIMNUMBER
                 END-EXEC
             WHEN 100
               MOVE ZERO             TO WS-OLD-EXPENSE
               MOVE WS-CLAIM-EXPENSE TO WS-NEW-EXPENSE
                 EXEC SQL
                    INSERT INTO MFTR33.CLAIMEXPENSE
                           (CLAIMNUMBER,
                            EXPENSEPAID,
                            EXPUPDATETS)
                    VALUES (:CLAIMEXPENSE.CLAIMNUMBER,
                            :WS-NEW-EXPENSE,
                            CURRENT TIMESTAMP)
                 END-EXEC
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF SQLCODE = 0
               PERFORM 910-WRITE-EXPHIST THRU 910-EXIT
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110PAY - SQL ERROR IN EXPENSE ROLLUP - RC : '
                       WS-SQLCODE
           END-IF.
       510-EXIT.
           EXIT.
      * A PAYMENT THAT CANNOT BE REGISTERED OR PUT ON THE CHANGE-EVENT
      * FEED STOPS THE SWEEP AND BACKS OUT THE WHOLE RUN - RELEASES,
      * CHEQUE STOCK, REGISTER AND CLAIM ROLLUPS. THE ISSUE AND
      * POSITIVE-PAY FILES ARE REWRITTEN EMPTY SO NOTHING GOES TO THE
      * BANK THAT THE DATABASE DOES NOT SHOW AS RELEASED.
       700-COMMIT-OR-BACKOUT.
           IF WS-PAY-OK
                 EXEC SQL
                    COMMIT
                 END-EXEC
               GO TO 700-EXIT
           END-IF
             EXEC SQL
                ROLLBACK
             END-EXEC.
           DISPLAY 'MF110PAY - RUN BACKED OUT - NO PAYMENTS RELEASED'
           MOVE WS-READ-COUNT TO WS-SKIP-COUNT
           MOVE ZERO TO WS-RELEASE-COUNT
           MOVE ZERO TO WS-RELEASE-AMOUNT
           MOVE ZERO TO WS-EXPENSE-COUNT
           MOVE ZERO TO WS-EXPENSE-AMOUNT
           MOVE ZERO TO WS-CHEQUE-COUNT
           MOVE ZERO TO WS-CHEQUE-AMOUNT
           MOVE 'N' TO WS-STOCK-SW
           CLOSE ISSFILE
           CLOSE POSFILE
           OPEN OUTPUT ISSFILE
           OPEN OUTPUT POSFILE
           PERFORM 160-WRITE-POS-HEADER THRU 160-EXIT.
       700-EXIT.
           EXIT.
       800-FINALIZE.
           IF NOT WS-FIRST-CLAIM AND WS-PAY-OK
               PERFORM 500-ROLLUP-CLAIM THRU 500-EXIT
           END-IF
             EXEC SQL
                CLOSE PAYCSR
             END-EXEC.
           PERFORM 700-COMMIT-OR-BACKOUT THRU 700-EXIT
           PERFORM 850-APPROVAL-AGING THRU 850-EXIT
           DISPLAY 'MF110PAY - PAYMENTS READ     : ' WS-READ-COUNT
           DISPLAY 'MF110PAY - PAYMENTS RELEASED : ' WS-RELEASE-COUNT
           DISPLAY 'MF110PAY - PAYMENTS HELD     : ' WS-SKIP-COUNT
           DISPLAY 'MF110PAY - AMOUNT RELEASED   : ' WS-RELEASE-AMOUNT
           DISPLAY 'MF110PAY - EXPENSE RELEASED  : ' WS-EXPENSE-COUNT
                   ' FOR ' WS-EXPENSE-AMOUNT
           DISPLAY 'MF110PAY - CHEQUES ISSUED    : ' WS-CHEQUE-COUNT
                   ' FOR ' WS-CHEQUE-AMOUNT
           DISPLAY 'MF110PAY - CHQ PAYMENTS HELD : ' WS-CHEQUE-HELD
           IF WS-STOCK-OK
               DISPLAY 'MF110PAY - NEXT CHEQUE NUMBER: '
                       NEXTCHEQUE OF CHEQUESTOCK
           END-IF
           DISPLAY 'MF110PAY - AWAITING APPROVAL : '
                   WS-PENDING-COUNT ' FOR ' WS-PENDING-AMOUNT
           DISPLAY 'MF110PAY - OLDEST AWAITING   : '
                   WS-PENDING-OLDEST ' DAY(S)'
           MOVE SPACES TO POSPAY-RECORD
           MOVE 'T'                        TO POS-RECORD-TYPE
           MOVE BANKACCOUNT OF CHEQUESTOCK TO POS-ACCOUNT
           MOVE WS-CHEQUE-COUNT            TO POS-ITEM-COUNT
           MOVE WS-CHEQUE-AMOUNT           TO POS-TOTAL-AMOUNT
           MOVE WS-ISSUE-DATE              TO POS-FILE-DATE
           WRITE POSPAY-RECORD
           CLOSE ISSFILE
           CLOSE POSFILE.
       800-EXIT.
           EXIT.
       850-APPROVAL-AGING.
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
                        CURRENT TIMESTAMP)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110PAY - EXPENSE AUDIT WRITE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       910-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-READ-COUNT TO READCOUNT OF BATCHRUN
           MOVE WS-RELEASE-COUNT TO WRITECOUNT OF BATCHRUN
           END-IF.
       920-EXIT.
           EXIT.
      * CHANGE-EVENT OUTBOX ROW FOR THE WAREHOUSE FEED, WRITTEN IN THE
      * SAME UNIT OF WORK AS THE CHANGE IT DESCRIBES. THE CALLER SETS
      * EVENTTYPE, TABLENAME, EVENTKEY AND BOTH IMAGES.
       980-WRITE-CHANGEEVENT.
           MOVE 'MF110PAY' TO SOURCEPGM
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
               DISPLAY 'MF110PAY - CHANGE EVENT WRITE FAILED RC : '
                       WS-SQLCODE
               DISPLAY 'MF110PAY - ' TABLENAME ' ' EVENTKEY
                       ' NOT ON THE FEED'
               MOVE 'N' TO WS-PAY-OK-SW
               SET WS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
       980-EXIT.
           EXIT.
