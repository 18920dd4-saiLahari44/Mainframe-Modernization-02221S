       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110CHQ.
       AUTHOR. HARIKASADI
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRFILE ASSIGN TO CLRFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT STPFILE ASSIGN TO STPFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT VOIDFILE ASSIGN TO VOIDFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * BANK PAID-ITEMS FILE - ONE RECORD PER CHEQUE PRESENTED
       FD  CLRFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 CLR-RECORD.
           05 CLR-ACCOUNT            PIC X(16).
           05 CLR-CHEQUENUMBER       PIC 9(10).
           05 CLR-AMOUNT             PIC 9(9)V99.
           05 CLR-PAIDDATE           PIC X(10).
           05 FILLER                 PIC X(33).
      * STOP-PAYMENT REQUEST CARDS
       FD  STPFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01 STP-RECORD.
           05 STP-ACCOUNT            PIC X(16).
           05 FILLER                 PIC X(01).
           05 STP-CHEQUENUMBER       PIC 9(10).
           05 FILLER                 PIC X(01).
           05 STP-REASON             PIC X(04).
           05 FILLER                 PIC X(48).
       FD  VOIDFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY POSPAY.
       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-RECORD                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                          VALUE 'Y'.
       01 WS-CLR-EOF-SW           PIC X(01) VALUE 'N'.
          88 WS-CLR-EOF                      VALUE 'Y'.
       01 WS-STP-EOF-SW           PIC X(01) VALUE 'N'.
          88 WS-STP-EOF                      VALUE 'Y'.
       01 WS-VOID-OK-SW           PIC X(01) VALUE 'Y'.
          88 WS-VOID-OK                      VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-STALE-DAYS           PIC S9(3)    VALUE ZERO.
       01 WS-RUN-DATE             PIC X(10) VALUE SPACES.
       01 WS-VOID-STATUS          PIC X(01) VALUE SPACES.
       01 WS-VOID-REASON          PIC X(04) VALUE SPACES.
       01 WS-OLD-PAID             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-PAID             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-OLD-VALUE1           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-OLD-EXPENSE          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-NEW-EXPENSE          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-CLR-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-CLR-READ-COUNT       PIC S9(7)    VALUE ZERO.
       01 WS-CLEARED-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-STP-READ-COUNT       PIC S9(7)    VALUE ZERO.
       01 WS-STOPPED-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-STALE-READ-COUNT     PIC S9(7)    VALUE ZERO.
       01 WS-STALE-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-EXCEPTION-COUNT      PIC S9(7)    VALUE ZERO.
       01 WS-VOID-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-VOID-AMOUNT          PIC S9(9)V99 VALUE ZERO.
       01 WS-HEADING1.
           05 FILLER        PIC X(50) VALUE
              'MF110CHQ CHEQUE CLEARING, STOP AND STALE-DATE RUN'.
           05 FILLER        PIC X(82) VALUE SPACES.
       01 WS-HEADING2.
           05 FILLER             PIC X(12) VALUE 'CHEQUE NO'.
           05 FILLER             PIC X(11) VALUE 'CLAIMNBR'.
           05 FILLER             PIC X(06) VALUE 'SEQ'.
           05 FILLER             PIC X(12) VALUE 'ISSUED'.
           05 FILLER             PIC X(17) VALUE '          AMOUNT'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'REASON'.
           05 FILLER             PIC X(30) VALUE 'DISPOSITION'.
           05 FILLER             PIC X(36) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-D-CHEQUE        PIC 9(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-CLAIMNBR      PIC 9(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-PAYSEQ        PIC 9(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-ISSUED        PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-REASON        PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-DISP          PIC X(30).
           05 FILLER             PIC X(38) VALUE SPACES.
       01 WS-CONTROL-LINE.
           05 WS-C-LABEL         PIC X(30).
           05 WS-C-VALUE         PIC ZZZZ,ZZ9.
           05 FILLER             PIC X(94) VALUE SPACES.
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
              INCLUDE BATCHRUN
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMS
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMPAY
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
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-STALE-DAYS        PIC 9(03).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           MOVE LK-STALE-DAYS TO WS-STALE-DAYS
           IF WS-STALE-DAYS NOT > ZERO
               DISPLAY 'MF110CHQ - INVALID STALE DAYS PARM - RUN'
                       ' ABANDONED'
               MOVE 12 TO RETURN-CODE
               PERFORM 920-CLOSE-RUN THRU 920-EXIT
               STOP RUN
           END-IF
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 200-READ-CLEARED THRU 200-EXIT
           PERFORM 300-PROCESS-CLEARED THRU 300-EXIT
               UNTIL WS-CLR-EOF
           PERFORM 250-READ-STOP THRU 250-EXIT
           PERFORM 350-PROCESS-STOP THRU 350-EXIT
               UNTIL WS-STP-EOF
           PERFORM 150-OPEN-STALE THRU 150-EXIT
           PERFORM 270-FETCH-STALE THRU 270-EXIT
           PERFORM 370-PROCESS-STALE THRU 370-EXIT
               UNTIL WS-EOF
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
                VALUES ('MF110CHQ', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF.
       010-EXIT.
           EXIT.
       100-INITIALIZE.
           OPEN INPUT  CLRFILE
           OPEN INPUT  STPFILE
           OPEN OUTPUT VOIDFILE
           OPEN OUTPUT RPTFILE
           MOVE WS-HEADING1 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING2 TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                INTO  :WS-RUN-DATE
                FROM SYSIBM.SYSDUMMY1
             END-EXEC.
           MOVE SPACES TO POSPAY-RECORD
           MOVE 'H'         TO POS-RECORD-TYPE
           MOVE ZERO        TO POS-ITEM-COUNT
           MOVE ZERO        TO POS-TOTAL-AMOUNT
           MOVE WS-RUN-DATE TO POS-FILE-DATE
           WRITE POSPAY-RECORD.
       100-EXIT.
           EXIT.
      * STALE CHEQUES - STILL OUTSTANDING PAST THE PARM DAYS AND
      * STILL THE LIVE CHEQUE ON A RELEASED, UNRETURNED PAYMENT.
       150-OPEN-STALE.
             EXEC SQL
                DECLARE STALECHQ CURSOR FOR
                SELECT R.BANKACCOUNT,
                       R.CHEQUENUMBER,
                       R.CLAIMNUMBER,
                       R.PAYMENTSEQ,
                       R.ISSUEDATE,
                       R.CHEQUEAMOUNT,
                       R.PAYEE
                FROM MFTR33.CHEQUEREGISTER R,
                     MFTR33.CLAIMPAYMENTS P
                WHERE R.CHEQUESTATUS = 'I'
                  AND DATE(R.ISSUEDATE) <
                      CURRENT DATE - :WS-STALE-DAYS DAYS
                  AND P.CLAIMNUMBER  = R.CLAIMNUMBER
                  AND P.PAYMENTSEQ   = R.PAYMENTSEQ
                  AND P.CHEQUENUMBER = R.CHEQUENUMBER
                  AND P.RELEASED     = 'Y'
                  AND (P.RETURNED IS NULL OR P.RETURNED <> 'Y')
                ORDER BY R.BANKACCOUNT, R.CHEQUENUMBER
             END-EXEC.
             EXEC SQL
                OPEN STALECHQ
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - STALE CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-IF.
       150-EXIT.
           EXIT.
       200-READ-CLEARED.
           READ CLRFILE
               AT END SET WS-CLR-EOF TO TRUE
           END-READ
           IF NOT WS-CLR-EOF
               ADD 1 TO WS-CLR-READ-COUNT
           END-IF.
       200-EXIT.
           EXIT.
       250-READ-STOP.
           READ STPFILE
               AT END SET WS-STP-EOF TO TRUE
           END-READ
           IF NOT WS-STP-EOF
               ADD 1 TO WS-STP-READ-COUNT
           END-IF.
       250-EXIT.
           EXIT.
       270-FETCH-STALE.
             EXEC SQL
                FETCH STALECHQ
                INTO  :CHEQUEREGISTER.BANKACCOUNT,
                      :CHEQUEREGISTER.CHEQUENUMBER,
                      :CHEQUEREGISTER.CLAIMNUMBER,
                      :CHEQUEREGISTER.PAYMENTSEQ,
                      :CHEQUEREGISTER.ISSUEDATE,
                      :CHEQUEREGISTER.CHEQUEAMOUNT,
                      :CHEQUEREGISTER.PAYEE
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-STALE-READ-COUNT
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       270-EXIT.
           EXIT.
      * MARK A PRESENTED CHEQUE CLEARED. A CHEQUE THAT IS NOT
      * OUTSTANDING OR WHOSE AMOUNT DIFFERS IS REPORTED FOR THE
      * BANK RECONCILIATION TEAM AND LEFT AS IT STANDS.
       300-PROCESS-CLEARED.
           MOVE CLR-ACCOUNT      TO BANKACCOUNT OF CHEQUEREGISTER
           MOVE CLR-CHEQUENUMBER TO CHEQUENUMBER OF CHEQUEREGISTER
           MOVE CLR-AMOUNT       TO WS-CLR-AMOUNT
           MOVE CLR-PAIDDATE     TO STATUSDATE
             EXEC SQL
                UPDATE MFTR33.CHEQUEREGISTER
                   SET CHEQUESTATUS = 'C',
                       STATUSDATE   = :CHEQUEREGISTER.STATUSDATE
                 WHERE BANKACCOUNT  = :CHEQUEREGISTER.BANKACCOUNT
                   AND CHEQUENUMBER = :CHEQUEREGISTER.CHEQUENUMBER
                   AND CHEQUEAMOUNT = :WS-CLR-AMOUNT
                   AND CHEQUESTATUS = 'I'
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-CLEARED-COUNT
             WHEN 100
               MOVE ZERO          TO CLAIMNUMBER OF CHEQUEREGISTER
               MOVE ZERO          TO PAYMENTSEQ OF CHEQUEREGISTER
               MOVE CLR-PAIDDATE  TO ISSUEDATE
               MOVE WS-CLR-AMOUNT TO CHEQUEAMOUNT
               MOVE 'PAID'        TO WS-VOID-REASON
               MOVE 'PAID - NOT OUTSTANDING/AMOUNT' TO WS-D-DISP
               PERFORM 650-PRINT-EXCEPTION THRU 650-EXIT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - SQL ERROR IN CLEAR - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE
           PERFORM 200-READ-CLEARED THRU 200-EXIT.
       300-EXIT.
           EXIT.
       350-PROCESS-STOP.
           MOVE STP-ACCOUNT      TO BANKACCOUNT OF CHEQUEREGISTER
           MOVE STP-CHEQUENUMBER TO CHEQUENUMBER OF CHEQUEREGISTER
             EXEC SQL
                SELECT CLAIMNUMBER,
                       PAYMENTSEQ,
                       ISSUEDATE,
                       CHEQUEAMOUNT,
                       PAYEE
                INTO  :CHEQUEREGISTER.CLAIMNUMBER,
                      :CHEQUEREGISTER.PAYMENTSEQ,
                      :CHEQUEREGISTER.ISSUEDATE,
                      :CHEQUEREGISTER.CHEQUEAMOUNT,
                      :CHEQUEREGISTER.PAYEE
                FROM MFTR33.CHEQUEREGISTER
                WHERE BANKACCOUNT  = :CHEQUEREGISTER.BANKACCOUNT
                  AND CHEQUENUMBER = :CHEQUEREGISTER.CHEQUENUMBER
                  AND CHEQUESTATUS = 'I'
             END-EXEC.
           MOVE STP-REASON TO WS-VOID-REASON
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'S' TO WS-VOID-STATUS
               PERFORM 500-VOID-CHEQUE THRU 500-EXIT
             WHEN 100
               MOVE ZERO   TO CLAIMNUMBER OF CHEQUEREGISTER
               MOVE ZERO   TO PAYMENTSEQ OF CHEQUEREGISTER
               MOVE SPACES TO ISSUEDATE
               MOVE ZERO   TO CHEQUEAMOUNT
               MOVE 'STOP - CHEQUE NOT OUTSTANDING' TO WS-D-DISP
               PERFORM 650-PRINT-EXCEPTION THRU 650-EXIT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - SQL ERROR IN STOP LOOKUP - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE
           PERFORM 250-READ-STOP THRU 250-EXIT.
       350-EXIT.
           EXIT.
       370-PROCESS-STALE.
           MOVE 'V'    TO WS-VOID-STATUS
           MOVE 'STAL' TO WS-VOID-REASON
           PERFORM 500-VOID-CHEQUE THRU 500-EXIT
           PERFORM 270-FETCH-STALE THRU 270-EXIT.
       370-EXIT.
           EXIT.
      * VOID ONE CHEQUE - REOPEN THE PAYMENT TO PENDING APPROVAL SO
      * A SUPERVISOR DECIDES ON REISSUE THROUGH CB5, BACK THE AMOUNT
      * OUT OF PAID WITH A CLAIMSHIST ROW AS MF110RET DOES FOR BANK
      * RETURNS (EXPENSE PAYMENTS OUT OF CLAIMEXPENSE WITH A
      * CLAIMEXPHIST ROW), THEN CLOSE THE REGISTER ROW AND TELL THE
      * BANK. EACH VOID RUNS UNDER ITS OWN SAVEPOINT SO IT CAN BE
      * UNDONE ALONE WITHOUT LOSING THE STALE CHEQUE CURSOR.
       500-VOID-CHEQUE.
           MOVE 'Y' TO WS-VOID-OK-SW
             EXEC SQL
                SAVEPOINT CHQVOID ON ROLLBACK RETAIN CURSORS
             END-EXEC.
           MOVE CLAIMNUMBER OF CHEQUEREGISTER TO CLAIMNUMBER OF CLAIMS
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
               PERFORM 520-REOPEN-PAYMENT THRU 520-EXIT
             WHEN 100
               MOVE 'NO CLAIM - NOT VOIDED' TO WS-D-DISP
               PERFORM 650-PRINT-EXCEPTION THRU 650-EXIT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - SQL ERROR IN CLAIM READ - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               MOVE 'SQL ERROR - NOT VOIDED' TO WS-D-DISP
               PERFORM 650-PRINT-EXCEPTION THRU 650-EXIT
           END-EVALUATE.
       500-EXIT.
           EXIT.
      * BEFORE IMAGE OF THE PAYMENT ABOUT TO BE REOPENED, FOR THE
      * CHANGE EVENT WRITTEN ONCE THE VOID IS COMPLETE.
       510-GET-PAYMENT-IMAGE.
           MOVE SPACES TO WS-PAY-IMAGE
           MOVE 'IND'  TO PAYCATEGORY
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
             END-EXEC.
           IF SQLCODE = 0
               MOVE CLAIMPAYMENTS TO WS-PAY-IMAGE
           END-IF.
       510-EXIT.
           EXIT.
       520-REOPEN-PAYMENT.
           MOVE CLAIMNUMBER OF CHEQUEREGISTER
             TO CLAIMNUMBER OF CLAIMPAYMENTS
           MOVE PAYMENTSEQ OF CHEQUEREGISTER
             TO PAYMENTSEQ OF CLAIMPAYMENTS
           PERFORM 510-GET-PAYMENT-IMAGE THRU 510-EXIT
           MOVE CHEQUENUMBER OF CHEQUEREGISTER
             TO CHEQUENUMBER OF CLAIMPAYMENTS
             EXEC SQL
                UPDATE MFTR33.CLAIMPAYMENTS
                   SET RELEASED     = 'P',
                       RELEASEDATE  = ' ',
                       CHEQUENUMBER = 0
                 WHERE CLAIMNUMBER  = :CLAIMPAYMENTS.CLAIMNUMBER
                   AND PAYMENTSEQ   = :CLAIMPAYMENTS.PAYMENTSEQ
                   AND CHEQUENUMBER = :CLAIMPAYMENTS.CHEQUENUMBER
                   AND RELEASED     = 'Y'
                   AND (RETURNED IS NULL OR RETURNED <> 'Y')
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               IF PAYCATEGORY-EXPENSE
                   PERFORM 545-BACK-OUT-EXPENSE THRU 545-EXIT
               ELSE
                   PERFORM 540-BACK-OUT-PAID THRU 540-EXIT
               END-IF
             WHEN 100
               MOVE 'PAYMENT NOT LIVE - NOT VOIDED' TO WS-D-DISP
               PERFORM 650-PRINT-EXCEPTION THRU 650-EXIT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - SQL ERROR IN REOPEN - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               MOVE 'REOPEN FAILED - NOT VOIDED' TO WS-D-DISP
               PERFORM 650-PRINT-EXCEPTION THRU 650-EXIT
           END-EVALUATE.
       520-EXIT.
           EXIT.
       540-BACK-OUT-PAID.
           COMPUTE WS-NEW-PAID =
                   WS-OLD-PAID - CHEQUEAMOUNT
             EXEC SQL
                UPDATE MFTR33.CLAIMS
                   SET PAID = :WS-NEW-PAID
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
             END-EXEC.
           IF SQLCODE = 0
               PERFORM 900-WRITE-CLAIMSHIST THRU 900-EXIT
               PERFORM 550-LOG-VOID THRU 550-EXIT
               IF WS-VOID-OK
                   PERFORM 560-CLOSE-REGISTER THRU 560-EXIT
               ELSE
                   PERFORM 590-BACK-OUT-VOID THRU 590-EXIT
               END-IF
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - SQL ERROR IN BACKOUT - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               PERFORM 580-RESTORE-PAYMENT THRU 580-EXIT
               MOVE 'BACKOUT FAILED - NOT VOIDED' TO WS-D-DISP
               PERFORM 650-PRINT-EXCEPTION THRU 650-EXIT
           END-IF.
       540-EXIT.
           EXIT.
      * A VOIDED EXPENSE CHEQUE COMES OFF THE CLAIM'S EXPENSE RESERVE
      * INSTEAD OF PAID.
       545-BACK-OUT-EXPENSE.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIMEXPENSE
             EXEC SQL
                SELECT EXPENSEPAID
                INTO  :WS-OLD-EXPENSE
                FROM MFTR33.CLAIMEXPENSE
                WHERE CLAIMNUMBER = :CLAIMEXPENSE.CLAIMNUMBER
             END-EXEC.
           IF SQLCODE = 0
               COMPUTE WS-NEW-EXPENSE =
                       WS-OLD-EXPENSE - CHEQUEAMOUNT
                 EXEC SQL
                    UPDATE MFTR33.CLAIMEXPENSE
                       SET EXPENSEPAID = :WS-NEW-EXPENSE,
                           EXPUPDATETS = CURRENT TIMESTAMP
                     WHERE CLAIMNUMBER = :CLAIMEXPENSE.CLAIMNUMBER
                 END-EXEC
           END-IF
           IF SQLCODE = 0
               PERFORM 910-WRITE-EXPHIST THRU 910-EXIT
               PERFORM 550-LOG-VOID THRU 550-EXIT
               IF WS-VOID-OK
                   PERFORM 560-CLOSE-REGISTER THRU 560-EXIT
               ELSE
                   PERFORM 590-BACK-OUT-VOID THRU 590-EXIT
               END-IF
           ELSE
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - SQL ERROR IN EXPENSE BACKOUT - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               PERFORM 580-RESTORE-PAYMENT THRU 580-EXIT
               MOVE 'BACKOUT FAILED - NOT VOIDED' TO WS-D-DISP
               PERFORM 650-PRINT-EXCEPTION THRU 650-EXIT
           END-IF.
       545-EXIT.
           EXIT.
      * CHANGE EVENTS FOR A VOID - THE PAYMENT REOPENED TO PENDING
      * APPROVAL, THEN THE CLAIM PAID BACK-OUT. AN EXPENSE PAYMENT
      * LEAVES THE CLAIM ROW UNTOUCHED, SO ONLY THE PAYMENT IS LOGGED.
       550-LOG-VOID.
           MOVE CLAIMNUMBER OF CLAIMPAYMENTS TO WS-CEV-CLAIM
           MOVE PAYMENTSEQ  OF CLAIMPAYMENTS TO WS-CEV-SEQ
           MOVE 'U'             TO EVENTTYPE
           MOVE 'CLAIMPAYMENTS' TO TABLENAME
           MOVE WS-CEV-KEY      TO EVENTKEY
           MOVE WS-PAY-IMAGE    TO BEFOREIMAGE
           MOVE 'P'             TO RELEASED
           MOVE SPACES          TO RELEASEDATE
           MOVE ZERO            TO CHEQUENUMBER OF CLAIMPAYMENTS
           MOVE CLAIMPAYMENTS   TO AFTERIMAGE
           MOVE CHEQUENUMBER OF CHEQUEREGISTER
             TO CHEQUENUMBER OF CLAIMPAYMENTS
           PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
           IF PAYCATEGORY-EXPENSE OR NOT WS-VOID-OK
               GO TO 550-EXIT
           END-IF
           MOVE 'CLAIMS'        TO TABLENAME
           MOVE WS-CEV-CLAIM    TO EVENTKEY
           MOVE CLAIMS          TO BEFOREIMAGE
           MOVE WS-NEW-PAID     TO PAID OF CLAIMS
           MOVE CLAIMS          TO AFTERIMAGE
           PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT.
       550-EXIT.
           EXIT.
       560-CLOSE-REGISTER.
           MOVE WS-VOID-STATUS TO CHEQUESTATUS
           MOVE WS-VOID-REASON TO VOIDREASON
             EXEC SQL
                UPDATE MFTR33.CHEQUEREGISTER
                   SET CHEQUESTATUS = :CHEQUEREGISTER.CHEQUESTATUS,
                       STATUSDATE   = :WS-RUN-DATE,
                       VOIDREASON   = :CHEQUEREGISTER.VOIDREASON
                 WHERE BANKACCOUNT  = :CHEQUEREGISTER.BANKACCOUNT
                   AND CHEQUENUMBER = :CHEQUEREGISTER.CHEQUENUMBER
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - REGISTER UPDATE FAILED - CHEQUE '
                       CHEQUENUMBER OF CHEQUEREGISTER
                       ' LEFT ISSUED - RC : ' WS-SQLCODE
               PERFORM 590-BACK-OUT-VOID THRU 590-EXIT
               GO TO 560-EXIT
           END-IF
           MOVE SPACES TO POSPAY-RECORD
           MOVE 'V'                            TO POS-RECORD-TYPE
           MOVE BANKACCOUNT OF CHEQUEREGISTER  TO POS-ACCOUNT
           MOVE CHEQUENUMBER OF CHEQUEREGISTER TO POS-CHEQUENUMBER
           MOVE CHEQUEAMOUNT                   TO POS-AMOUNT
           MOVE ISSUEDATE                      TO POS-ISSUEDATE
           MOVE PAYEE OF CHEQUEREGISTER        TO POS-PAYEE
           WRITE POSPAY-RECORD
           ADD 1            TO WS-VOID-COUNT
           ADD CHEQUEAMOUNT TO WS-VOID-AMOUNT
           IF WS-VOID-STATUS = 'S'
               ADD 1 TO WS-STOPPED-COUNT
               MOVE 'STOPPED - PAYMENT REOPENED' TO WS-D-DISP
           ELSE
               ADD 1 TO WS-STALE-COUNT
               MOVE 'STALE VOID - PAYMENT REOPENED' TO WS-D-DISP
           END-IF
           PERFORM 600-PRINT-CHEQUE THRU 600-EXIT.
       560-EXIT.
           EXIT.
       580-RESTORE-PAYMENT.
             EXEC SQL
                UPDATE MFTR33.CLAIMPAYMENTS
                   SET RELEASED     = 'Y',
                       RELEASEDATE  = :CHEQUEREGISTER.ISSUEDATE,
                       CHEQUENUMBER = :CLAIMPAYMENTS.CHEQUENUMBER
                 WHERE CLAIMNUMBER  = :CLAIMPAYMENTS.CLAIMNUMBER
                   AND PAYMENTSEQ   = :CLAIMPAYMENTS.PAYMENTSEQ
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - RESTORE FAILED - PAYMENT '
                       CLAIMNUMBER OF CLAIMPAYMENTS '/'
                       PAYMENTSEQ OF CLAIMPAYMENTS
                       ' LEFT PENDING - RC : ' WS-SQLCODE
           END-IF.
       580-EXIT.
           EXIT.
      * THE VOID COULD NOT BE COMPLETED (CHANGE EVENTS OR REGISTER
      * UPDATE FAILED) - UNDO THE REOPEN AND THE BACK-OUT TOGETHER SO
      * THE CHEQUE STAYS ISSUED AND NOTHING GOES TO THE BANK FOR IT.
       590-BACK-OUT-VOID.
             EXEC SQL
                ROLLBACK TO SAVEPOINT CHQVOID
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - VOID BACK-OUT FAILED - CHEQUE '
                       CHEQUENUMBER OF CHEQUEREGISTER
                       ' - RC : ' WS-SQLCODE
           END-IF
           MOVE 12 TO RETURN-CODE
           MOVE 'VOID INCOMPLETE - NOT VOIDED' TO WS-D-DISP
           PERFORM 650-PRINT-EXCEPTION THRU 650-EXIT.
       590-EXIT.
           EXIT.
       600-PRINT-CHEQUE.
           MOVE CHEQUENUMBER OF CHEQUEREGISTER TO WS-D-CHEQUE
           MOVE CLAIMNUMBER OF CHEQUEREGISTER  TO WS-D-CLAIMNBR
           MOVE PAYMENTSEQ OF CHEQUEREGISTER   TO WS-D-PAYSEQ
           MOVE ISSUEDATE                      TO WS-D-ISSUED
           MOVE CHEQUEAMOUNT                   TO WS-D-AMOUNT
           MOVE WS-VOID-REASON                 TO WS-D-REASON
           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD.
       600-EXIT.
           EXIT.
       650-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM 600-PRINT-CHEQUE THRU 600-EXIT.
       650-EXIT.
           EXIT.
       800-FINALIZE.
             EXEC SQL
                CLOSE STALECHQ
             END-EXEC.
           MOVE SPACES TO POSPAY-RECORD
           MOVE 'T'            TO POS-RECORD-TYPE
           MOVE WS-VOID-COUNT  TO POS-ITEM-COUNT
           MOVE WS-VOID-AMOUNT TO POS-TOTAL-AMOUNT
           MOVE WS-RUN-DATE    TO POS-FILE-DATE
           WRITE POSPAY-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'PAID ITEMS READ'       TO WS-C-LABEL
           MOVE WS-CLR-READ-COUNT       TO WS-C-VALUE
           MOVE WS-CONTROL-LINE         TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'CHEQUES CLEARED'       TO WS-C-LABEL
           MOVE WS-CLEARED-COUNT        TO WS-C-VALUE
           MOVE WS-CONTROL-LINE         TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'STOP REQUESTS READ'    TO WS-C-LABEL
           MOVE WS-STP-READ-COUNT       TO WS-C-VALUE
           MOVE WS-CONTROL-LINE         TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'CHEQUES STOPPED'       TO WS-C-LABEL
           MOVE WS-STOPPED-COUNT        TO WS-C-VALUE
           MOVE WS-CONTROL-LINE         TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'STALE CHEQUES FOUND'   TO WS-C-LABEL
           MOVE WS-STALE-READ-COUNT     TO WS-C-VALUE
           MOVE WS-CONTROL-LINE         TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'STALE CHEQUES VOIDED'  TO WS-C-LABEL
           MOVE WS-STALE-COUNT          TO WS-C-VALUE
           MOVE WS-CONTROL-LINE         TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'EXCEPTIONS'            TO WS-C-LABEL
           MOVE WS-EXCEPTION-COUNT      TO WS-C-VALUE
           MOVE WS-CONTROL-LINE         TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'MF110CHQ - STALE AFTER DAYS   : ' WS-STALE-DAYS
           DISPLAY 'MF110CHQ - CHEQUES CLEARED    : ' WS-CLEARED-COUNT
           DISPLAY 'MF110CHQ - CHEQUES STOPPED    : ' WS-STOPPED-COUNT
           DISPLAY 'MF110CHQ - STALE CHEQUES VOID : ' WS-STALE-COUNT
           DISPLAY 'MF110CHQ - AMOUNT BACKED OUT  : ' WS-VOID-AMOUNT
           DISPLAY 'MF110CHQ - EXCEPTIONS         : '
                   WS-EXCEPTION-COUNT
           CLOSE CLRFILE
           CLOSE STPFILE
           CLOSE VOIDFILE
           CLOSE RPTFILE.
       800-EXIT.
           EXIT.
       900-WRITE-CLAIMSHIST.
             EXEC SQL
                INSERT INTO MFTR33.CLAIMSHIST
                       (CLAIMNUMBER,
                        CHANGETYPE,
                        OLDPAID,
                        NEWPAID,
                        OLDVALUE1,
                        NEWVALUE1,
                        CHANGEUSERID,
                        CHANGETIMESTAMP)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        'U',
                        :WS-OLD-PAID,
                        :WS-NEW-PAID,
                        :WS-OLD-VALUE1,
                        :WS-OLD-VALUE1,
                        CURRENT SQLID,
                        CURRENT TIMESTAMP)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - AUDIT WRITE FAILED RC : '
                       WS-SQLCODE
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
               DISPLAY 'MF110CHQ - EXPENSE AUDIT WRITE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       910-EXIT.
           EXIT.
       920-CLOSE-RUN.
           COMPUTE READCOUNT OF BATCHRUN = WS-CLR-READ-COUNT
                 + WS-STP-READ-COUNT + WS-STALE-READ-COUNT
           COMPUTE WRITECOUNT OF BATCHRUN = WS-CLEARED-COUNT
                 + WS-VOID-COUNT
           MOVE WS-EXCEPTION-COUNT TO REJECTCOUNT OF BATCHRUN
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
                 WHERE PROGRAMNAME    = 'MF110CHQ'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CHQ - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
      * CHANGE-EVENT OUTBOX ROW FOR THE WAREHOUSE FEED, WRITTEN IN THE
      * SAME UNIT OF WORK AS THE CHANGE IT DESCRIBES. THE CALLER SETS
      * EVENTTYPE, TABLENAME, EVENTKEY AND BOTH IMAGES.
       980-WRITE-CHANGEEVENT.
           MOVE 'MF110CHQ' TO SOURCEPGM
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
               DISPLAY 'MF110CHQ - CHANGE EVENT WRITE FAILED RC : '
                       WS-SQLCODE
               DISPLAY 'MF110CHQ - ' TABLENAME ' ' EVENTKEY
                       ' NOT ON THE FEED'
               MOVE 'N' TO WS-VOID-OK-SW
               MOVE 12 TO RETURN-CODE
           END-IF.
       980-EXIT.
           EXIT.
