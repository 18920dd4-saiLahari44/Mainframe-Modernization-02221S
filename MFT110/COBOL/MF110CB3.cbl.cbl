       01 WS-STATUS-IND    PIC S9(4) COMP.
       01 WS-SEVERITY-IND  PIC S9(4) COMP.
       01 WS-EVENT-IND     PIC S9(4) COMP.
       01 WS-REQ-LEVEL     PIC S9(4) COMP.
       01 WS-OPTION        PIC X(01).
          88 WS-CB3-OPTION           VALUE '1' '2' '3' '4' '5' '6'
                                           '7' '8' '9' 'R' 'N' 'P'
                                           'L'.
       01 WS-AUTH-SW       PIC X(01) VALUE 'Y'.
          88 WS-AUTH-OK              VALUE 'Y'.
          88 WS-AUTH-REFUSED         VALUE 'N'.
       01 WS-BEFORE-SW     PIC X(01) VALUE 'N'.
          88 WS-BEFORE-FOUND         VALUE 'Y'.
       01 WS-OPT-COUNT     PIC S9(4) COMP.
       01 WS-REFUSAL-MSG   PIC X(26).
       01 WS-RESERVE-CHANGE PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-POST-DATE     PIC X(10) VALUE SPACES.
       01 WS-POST-TS       PIC X(26) VALUE SPACES.
       01 WS-OPEN-START    PIC X(10) VALUE SPACES.
       01 WS-CLOSED-COUNT  PIC S9(5).
       01 WS-PERIOD-SW     PIC X(01) VALUE 'N'.
          88 WS-PERIOD-LATE          VALUE 'Y'.
       01 WS-CEV-KEY.
          05 WS-CEV-CLAIM  PIC 9(09).
          05 FILLER        PIC X(01) VALUE '/'.
          05 WS-CEV-SEQ    PIC 9(04).
          05 FILLER        PIC X(06) VALUE SPACES.
       01 WS-CEV-SW        PIC X(01) VALUE 'N'.
          88 WS-CEV-FAILED           VALUE 'Y'.
       01 WS-TRIAL-IND     PIC S9(4) COMP.
       01 WS-LIT-COUNT     PIC S9(5).
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE PAYAPPR
           END-EXEC.
           EXEC SQL
              INCLUDE PAYEEMST
           END-EXEC.
           EXEC SQL
              INCLUDE ADJUSTER
           END-EXEC.
           EXEC SQL
              INCLUDE ASGNHIST
           END-EXEC.
           EXEC SQL
              INCLUDE USERAUTH
           END-EXEC.
           EXEC SQL
              INCLUDE SECLOG
           END-EXEC.
           EXEC SQL
              INCLUDE PERCTL
           END-EXEC.
           EXEC SQL
              INCLUDE CHGEVENT
           END-EXEC.
           EXEC SQL
              INCLUDE LITIGATN
           END-EXEC.
       LINKAGE SECTION.
          COPY MF110BMS.
       01 DFHCOMMAREA.
           ELSE
               MOVE LOW-VALUES TO DFHCOMMAREA
           END-IF
           MOVE SelectOptionfI TO WS-OPTION
           IF WS-CB3-OPTION
               PERFORM 060-CHECK-AUTHORITY THRU 060-EXIT
           END-IF
           IF WS-AUTH-OK
               EVALUATE SelectOptionfI
               WHEN '1'
                   PERFORM 100-CLAIM-INQUIRY
               WHEN '2'
                   PERFORM 200-CLAIM-ADD
               WHEN '3'
                   PERFORM 300-CLAIM-UPDATE
               WHEN '4'
                   PERFORM 400-CLAIM-DELETE
               WHEN '5'
                   PERFORM 500-CLAIM-INQ-BY-CUST
               WHEN '6'
                   PERFORM 600-CLAIM-SEARCH-CAUSE
               WHEN '7'
                   PERFORM 700-CLAIM-SEARCH-DATE
               WHEN '8'
                   PERFORM 750-PAYMENT-BOOK
               WHEN '9'
                   PERFORM 150-CLAIM-INQ-SNAPSHOT
               WHEN 'R'
                   PERFORM 780-RECOVERY-BOOK
               WHEN 'N'
                   PERFORM 820-NOTE-ADD
               WHEN 'P'
                   PERFORM 830-NOTE-BROWSE
               WHEN 'L'
                   PERFORM 850-LITIGATION-MAINT THRU 850-EXIT
               END-EVALUATE
           END-IF
           EXEC CICS RETURN
               TRANSID('CB3')
               COMMAREA(DFHCOMMAREA)
           MOVE 'RE-ENTER CORRECTED CLAIM DATA' TO MESSAGEO.
       050-EXIT.
           EXIT.
      * THE SIGNED-ON USER MUST HAVE A USERAUTH ROW WHOSE CB3OPTIONS
      * INCLUDES THE SELECTED OPTION. THE ROW ALSO SUPPLIES THE
      * PAYMENT AND RESERVE LIMITS USED BY 320 AND 775.
       060-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-SW
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE WS-USERID TO USERID OF USERAUTH
             EXEC SQL
                SELECT CB3OPTIONS,
                       PAYLIMIT,
                       RESERVELIMIT
                INTO  :USERAUTH.CB3OPTIONS,
                      :USERAUTH.PAYLIMIT,
                      :USERAUTH.RESERVELIMIT
                FROM MFTR33.USERAUTH
                WHERE USERID = :USERAUTH.USERID
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE ZERO TO WS-OPT-COUNT
               INSPECT CB3OPTIONS TALLYING WS-OPT-COUNT
                   FOR ALL WS-OPTION
               IF WS-OPT-COUNT = ZERO
                   MOVE 'OPTION NOT AUTHORIZED' TO WS-REFUSAL-MSG
                   PERFORM 065-LOG-REFUSAL THRU 065-EXIT
               END-IF
             WHEN 100
               MOVE 'USER NOT AUTHORIZED ON CB3' TO WS-REFUSAL-MSG
               PERFORM 065-LOG-REFUSAL THRU 065-EXIT
             WHEN OTHER
               MOVE 'N' TO WS-AUTH-SW
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN AUTH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
           END-EVALUATE.
       060-EXIT.
           EXIT.
       065-LOG-REFUSAL.
           MOVE 'N'            TO WS-AUTH-SW
           MOVE WS-REFUSAL-MSG TO MESSAGEO
           MOVE WS-USERID      TO USERID OF SECREFUSAL
           MOVE 'CB3'          TO TRANSID
           MOVE WS-OPTION      TO OPTIONCODE
           MOVE INPUTI         TO KEYVALUE
           MOVE WS-REFUSAL-MSG TO REFUSALREASON
             EXEC SQL
                INSERT INTO MFTR33.SECREFUSAL
                       (USERID,
                        TRANSID,
                        OPTIONCODE,
                        KEYVALUE,
                        REFUSALREASON,
                        REFUSETIMESTAMP)
                VALUES (:SECREFUSAL.USERID,
                        :SECREFUSAL.TRANSID,
                        :SECREFUSAL.OPTIONCODE,
                        :SECREFUSAL.KEYVALUE,
                        :SECREFUSAL.REFUSALREASON,
                        CURRENT TIMESTAMP)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'REFUSAL LOG FAILED RC:' DELIMITED BY SIZE
                      WS-SQLCODE               DELIMITED BY SIZE
                      INTO MESSAGEO
               END-STRING
           END-IF.
       065-EXIT.
           EXIT.
       100-CLAIM-INQUIRY.
           MOVE INPUTI(4:7) TO WS-CLAIMNBR
           DISPLAY 'WS-CLAIMNBR : ' WS-CLAIMNBR
           IF WS-EDIT-OK
               PERFORM 815-EDIT-EVENTCODE THRU 815-EXIT
           END-IF
           IF WS-EDIT-OK
               MOVE ZERO TO WS-OLD-VALUE1
               PERFORM 320-CHECK-RESERVE-LIMIT THRU 320-EXIT
           END-IF
           IF WS-EDIT-OK
               MOVE SPACES TO WS-POST-DATE
               PERFORM 840-CHECK-POST-PERIOD THRU 840-EXIT
           END-IF
           IF WS-EDIT-OK
              PERFORM 230-CHECK-DUPLICATE THRU 230-EXIT
              PERFORM 240-ASSIGN-ADJUSTER THRU 240-EXIT
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
                END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                    MOVE SPACES TO MESSAGEO
                    IF WS-DUP-COUNT > ZERO
                      IF WS-PERIOD-LATE
                        STRING 'POSS DUP - POST ' DELIMITED BY SIZE
                               WS-POST-DATE       DELIMITED BY SIZE
                               INTO MESSAGEO
                        END-STRING
                      ELSE
                        MOVE 'POSSIBLE DUPLICATE - ADDED' TO MESSAGEO
                      END-IF
                    ELSE
                      IF WS-PERIOD-LATE
                        STRING 'ADDED, POSTED ' DELIMITED BY SIZE
                               WS-POST-DATE     DELIMITED BY SIZE
                               INTO MESSAGEO
                        END-STRING
                      ELSE
                        IF ASSIGNEDADJUSTER OF CLAIMS = SPACES
                          MOVE 'CLAIM ADDED - UNASSIGNED' TO MESSAGEO
                        ELSE
                          STRING 'CLAIM ADDED - ADJ ' DELIMITED BY SIZE
                                 ASSIGNEDADJUSTER OF CLAIMS
                                                    DELIMITED BY SIZE
                                 INTO MESSAGEO
                          END-STRING
                        END-IF
                      END-IF
                    END-IF
                    IF ASSIGNEDADJUSTER OF CLAIMS NOT = SPACES
                        PERFORM 245-WRITE-ASSIGNHIST THRU 245-EXIT
                    END-IF
                    MOVE 'I'           TO WS-CHANGE-TYPE
                    MOVE ZERO          TO WS-OLD-PAID
                    MOVE PAID   OF CLAIMS TO WS-NEW-PAID
                    MOVE VALUE1 OF CLAIMS TO WS-NEW-VALUE1
                    PERFORM 900-WRITE-CLAIMSHIST THRU 900-EXIT
                    MOVE 'I'              TO EVENTTYPE
                    MOVE CLAIMNUMBER OF CLAIMS TO WS-CEV-CLAIM
                    MOVE SPACES           TO BEFOREIMAGE
                    MOVE CLAIMS           TO AFTERIMAGE
                    PERFORM 985-CLAIM-CHANGEEVENT THRU 985-EXIT
                    MOVE 'N' TO LK-RETRY-SW
                    MOVE INPUTI             TO INPUTO
                    MOVE INPUT3I            TO INPUT3O
                    MOVE CAUSE OF CLAIMS    TO INPUT6O
                    MOVE OBSERVATIONS OF CLAIMS TO INPUT8O
                    MOVE CustNoI            TO CustNoO
                    IF WS-CEV-FAILED
                        PERFORM 220-SAVE-RETRY-STATE THRU 220-EXIT
                    END-IF
                WHEN -803
                    MOVE 'DUPLICATE CLAIM' TO MESSAGEO
                    PERFORM 220-SAVE-RETRY-STATE THRU 220-EXIT
             END-EXEC.
       230-EXIT.
           EXIT.
      * AUTOMATIC ASSIGNMENT - THE ACTIVE ADJUSTER WITH AUTHORITY FOR
      * THE SEVERITY, TAKING THIS CAUSE, UNDER MAXCASELOAD, WITH THE
      * FEWEST OPEN/PEND CLAIMS. A CAUSE SPECIALIST WINS A TIE. WITH
      * NOBODY ELIGIBLE THE CLAIM IS ADDED UNASSIGNED.
       240-ASSIGN-ADJUSTER.
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
           IF SQLCODE NOT = 0
               MOVE SPACES TO ASSIGNEDADJUSTER OF CLAIMS
           END-IF.
       240-EXIT.
           EXIT.
       245-WRITE-ASSIGNHIST.
           MOVE CLAIMNUMBER OF CLAIMS      TO CLAIMNUMBER OF ASSIGNHIST
           MOVE SPACES                     TO OLDADJUSTER
           MOVE ASSIGNEDADJUSTER OF CLAIMS TO NEWADJUSTER
           MOVE 'A'                        TO ASSIGNTYPE
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE WS-USERID TO CHANGEUSERID OF ASSIGNHIST
             EXEC SQL
                INSERT INTO MFTR33.ASSIGNHIST
                       (CLAIMNUMBER,
                        OLDADJUSTER,
                        NEWADJUSTER,
                        ASSIGNTYPE,
                        CHANGEUSERID,
                        CHANGETIMESTAMP)
                VALUES (:ASSIGNHIST.CLAIMNUMBER,
                        :ASSIGNHIST.OLDADJUSTER,
                        :ASSIGNHIST.NEWADJUSTER,
                        :ASSIGNHIST.ASSIGNTYPE,
                        :ASSIGNHIST.CHANGEUSERID,
                        CURRENT TIMESTAMP)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'ASSIGN HIST FAILED RC:' DELIMITED BY SIZE
                      WS-SQLCODE               DELIMITED BY SIZE
                      INTO MESSAGEO
               END-STRING
           END-IF.
       245-EXIT.
           EXIT.
       300-CLAIM-UPDATE.
           MOVE INPUTI(4:7) TO WS-CLAIMNBR
           MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
           PERFORM 975-GET-CLAIM-IMAGE THRU 975-EXIT
           IF SQLCODE = 0 OR SQLCODE = 100
               IF SQLCODE = 0
                   MOVE 'Y' TO WS-BEFORE-SW
               END-IF
               MOVE 'Y' TO WS-EDIT-SW
               MOVE INPUT3I TO CLAIMDATE
               MOVE INPUT4I TO PAID         OF CLAIMS
               IF WS-EDIT-OK
                   PERFORM 815-EDIT-EVENTCODE THRU 815-EXIT
               END-IF
               IF WS-EDIT-OK AND WS-BEFORE-FOUND
                   PERFORM 320-CHECK-RESERVE-LIMIT THRU 320-EXIT
               END-IF
               IF WS-EDIT-OK
                   MOVE SPACES TO WS-POST-DATE
                   PERFORM 840-CHECK-POST-PERIOD THRU 840-EXIT
               END-IF
               IF WS-EDIT-OK
                   EXEC SQL
                      UPDATE MFTR33.CLAIMS
                   END-EXEC
                   EVALUATE SQLCODE
                     WHEN 0
                         IF WS-PERIOD-LATE
                             STRING 'UPDATED, POSTED ' DELIMITED BY SIZE
                                    WS-POST-DATE       DELIMITED BY SIZE
                                    INTO MESSAGEO
                             END-STRING
                         ELSE
                             MOVE 'CLAIM UPDATED' TO MESSAGEO
                         END-IF
                         MOVE 'U'              TO WS-CHANGE-TYPE
                         MOVE PAID   OF CLAIMS TO WS-NEW-PAID
                         MOVE VALUE1 OF CLAIMS TO WS-NEW-VALUE1
                         PERFORM 900-WRITE-CLAIMSHIST THRU 900-EXIT
                         PERFORM 960-PURGE-CLAIMDIARY THRU 960-EXIT
                         MOVE 'U'              TO EVENTTYPE
                         MOVE CLAIMNUMBER OF CLAIMS TO WS-CEV-CLAIM
                         MOVE CLAIMS           TO AFTERIMAGE
                         PERFORM 985-CLAIM-CHANGEEVENT THRU 985-EXIT
                     WHEN 100
                         MOVE 'CLAIM NOT FOUND' TO MESSAGEO
                     WHEN OTHER
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
           END-IF.
      * A VALUE1 INCREASE BEYOND THE USER'S RESERVELIMIT IS REFUSED
      * AND LOGGED. DECREASES ARE NOT LIMITED.
       320-CHECK-RESERVE-LIMIT.
           COMPUTE WS-RESERVE-CHANGE = VALUE1 OF CLAIMS - WS-OLD-VALUE1
           IF WS-RESERVE-CHANGE > RESERVELIMIT
               MOVE 'N' TO WS-EDIT-SW
               MOVE 'VALUE1 INCREASE OVER LIMIT' TO WS-REFUSAL-MSG
               PERFORM 065-LOG-REFUSAL THRU 065-EXIT
           END-IF.
       320-EXIT.
           EXIT.
       400-CLAIM-DELETE.
           MOVE INPUTI(4:7) TO WS-CLAIMNBR
           MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
           PERFORM 975-GET-CLAIM-IMAGE THRU 975-EXIT
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                  DELETE FROM MFTR33.CLAIMS
                     PERFORM 900-WRITE-CLAIMSHIST THRU 900-EXIT
                     PERFORM 960-PURGE-CLAIMDIARY THRU 960-EXIT
                     PERFORM 970-PURGE-CLAIMNOTES THRU 970-EXIT
                     MOVE 'D'    TO EVENTTYPE
                     MOVE CLAIMNUMBER OF CLAIMS TO WS-CEV-CLAIM
                     MOVE SPACES TO AFTERIMAGE
                     PERFORM 985-CLAIM-CHANGEEVENT THRU 985-EXIT
                 WHEN 100
                     MOVE 'CLAIM NOT FOUND' TO MESSAGEO
                 WHEN OTHER
                     MOVE 'METHOD MUST BE CHQ OR EFT' TO MESSAGEO
                     MOVE 'N' TO WS-EDIT-SW
                 ELSE
                     PERFORM 762-EDIT-CATEGORY THRU 762-EXIT
                     IF WS-EDIT-OK
                         PERFORM 767-CHECK-PAYEE THRU 767-EXIT
                     END-IF
                     IF WS-EDIT-OK AND PAYCATEGORY-INDEMNITY
                         PERFORM 765-CHECK-EXPOSURE THRU 765-EXIT
                     END-IF
                     IF WS-EDIT-OK
                         MOVE INPUT3I TO WS-POST-DATE
                         PERFORM 840-CHECK-POST-PERIOD THRU 840-EXIT
                     END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
       760-EXIT.
           EXIT.
      * INPUT5 CARRIES THE PAYMENT CATEGORY - IND (INDEMNITY, THE
      * DEFAULT) OR EXP (LEGAL/ADJUSTING EXPENSE). EXPENSE IS NOT
      * HELD AGAINST VALUE1; MF110PAY ROLLS IT TO CLAIMEXPENSE.
       762-EDIT-CATEGORY.
           IF INPUT5I = SPACES OR INPUT5I = LOW-VALUES
               MOVE 'IND' TO PAYCATEGORY
           ELSE
               MOVE INPUT5I(1:3) TO PAYCATEGORY
               IF NOT PAYCATEGORY-INDEMNITY
                  AND NOT PAYCATEGORY-EXPENSE
                   MOVE 'CATEGORY NOT IND OR EXP' TO MESSAGEO
                   MOVE 'N' TO WS-EDIT-SW
               END-IF
           END-IF.
       762-EXIT.
           EXIT.
       765-CHECK-EXPOSURE.
             EXEC SQL
                SELECT COALESCE(SUM(PAYMENTAMOUNT), 0)
                FROM MFTR33.CLAIMPAYMENTS
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                  AND RELEASED IN ('N', 'P')
                  AND COALESCE(PAYCATEGORY, 'IND') = 'IND'
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE       TO WS-SQLCODE
           END-IF.
       765-EXIT.
           EXIT.
       767-CHECK-PAYEE.
           IF INPUT6I = SPACES OR INPUT6I = LOW-VALUES
               MOVE 'PAYEE ID REQUIRED' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
               GO TO 767-EXIT
           END-IF
           MOVE INPUT6I(1:7) TO PAYEEID OF PAYEEMASTER
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
               MOVE 'PAYEE ID NOT ON MASTER' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
             WHEN OTHER
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
       767-EXIT.
           EXIT.
       770-INSERT-PAYMENT.
             EXEC SQL
                SELECT COALESCE(MAX(PAYMENTSEQ), 0) + 1
       775-INSERT-PAYMENT-ROW.
           MOVE WS-CLAIMNBR    TO CLAIMNUMBER OF CLAIMPAYMENTS
           MOVE WS-PAY-SEQ     TO PAYMENTSEQ
           MOVE WS-POST-DATE   TO PAYMENTDATE
           MOVE WS-PAY-AMOUNT  TO PAYMENTAMOUNT
           MOVE PAYEEID OF PAYEEMASTER TO PAYEEID OF CLAIMPAYMENTS
           MOVE LEGALNAME      TO PAYEE
           MOVE INPUT8I(1:3)   TO PAYMETHOD
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           MOVE 'N'            TO RETURNED
           PERFORM 772-CHECK-APPR-THRESHOLD THRU 772-EXIT
           IF WS-PAY-AMOUNT > WS-APPR-THRESHOLD
              OR WS-PAY-AMOUNT > PAYLIMIT
               MOVE 'P' TO RELEASED
           ELSE
               MOVE 'N' TO RELEASED
                        PAYMENTDATE,
                        PAYMENTAMOUNT,
                        PAYEE,
                        PAYEEID,
                        PAYMETHOD,
                        RELEASED,
                        RETURNED,
                        BOOKUSERID,
                        APPROVEUSERID,
                        PAYCATEGORY)
                VALUES (:CLAIMPAYMENTS.CLAIMNUMBER,
                        :CLAIMPAYMENTS.PAYMENTSEQ,
                        :CLAIMPAYMENTS.PAYMENTDATE,
                        :CLAIMPAYMENTS.PAYMENTAMOUNT,
                        :CLAIMPAYMENTS.PAYEE,
                        :CLAIMPAYMENTS.PAYEEID,
                        :CLAIMPAYMENTS.PAYMETHOD,
                        :CLAIMPAYMENTS.RELEASED,
                        :CLAIMPAYMENTS.RETURNED,
                        :CLAIMPAYMENTS.BOOKUSERID,
                        :CLAIMPAYMENTS.APPROVEUSERID,
                        :CLAIMPAYMENTS.PAYCATEGORY)
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                 EVALUATE TRUE
                   WHEN WS-PERIOD-LATE AND RELEASED-PENDAPPR
                     STRING 'HELD, DATED ' DELIMITED BY SIZE
                            WS-POST-DATE   DELIMITED BY SIZE
                            INTO MESSAGEO
                     END-STRING
                   WHEN WS-PERIOD-LATE
                     STRING 'BOOKED, DATED ' DELIMITED BY SIZE
                            WS-POST-DATE     DELIMITED BY SIZE
                            INTO MESSAGEO
                     END-STRING
                   WHEN RELEASED-PENDAPPR
                     MOVE 'BOOKED - HELD FOR APPROVAL' TO MESSAGEO
                   WHEN OTHER
                     MOVE 'PAYMENT BOOKED' TO MESSAGEO
                 END-EVALUATE
                 MOVE INPUTI           TO INPUTO
                 MOVE WS-POST-DATE     TO INPUT3O
                 MOVE WS-PAY-AMOUNT    TO INPUT4O
                 MOVE PAYCATEGORY      TO INPUT5O
                 MOVE INPUT6I          TO INPUT6O
                 MOVE SPACES           TO RELEASEDATE
                                          RETURNREASON
                                          RETURNDATE
                 MOVE ZERO             TO CHEQUENUMBER
                 MOVE 'I'              TO EVENTTYPE
                 MOVE 'CLAIMPAYMENTS'  TO TABLENAME
                 MOVE WS-CLAIMNBR      TO WS-CEV-CLAIM
                 MOVE WS-PAY-SEQ       TO WS-CEV-SEQ
                 MOVE WS-CEV-KEY       TO EVENTKEY
                 MOVE SPACES           TO BEFOREIMAGE
                 MOVE CLAIMPAYMENTS    TO AFTERIMAGE
                 PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
             WHEN OTHER
                 MOVE SQLCODE       TO WS-SQLCODE
                 STRING 'SQL ERROR IN INSERT - RC : ' WS-SQLCODE
                     MOVE 'N' TO WS-EDIT-SW
                 ELSE
                     PERFORM 787-CHECK-RECOVERED THRU 787-EXIT
                     IF WS-EDIT-OK
                         MOVE INPUT3I TO WS-POST-DATE
                         PERFORM 840-CHECK-POST-PERIOD THRU 840-EXIT
                     END-IF
                 END-IF
               END-IF
             END-IF
       795-INSERT-RECOVERY-ROW.
           MOVE WS-CLAIMNBR    TO CLAIMNUMBER OF CLAIMRECOVERY
           MOVE WS-RCV-SEQ     TO RECOVERYSEQ
           MOVE WS-POST-DATE   TO RECOVERYDATE
           MOVE WS-RCV-AMOUNT  TO RECOVERYAMOUNT
           MOVE INPUT8I(1:3)   TO RECOVERYTYPE
           MOVE INPUT6I        TO RECOVERYSOURCE
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
                 MOVE SPACES TO MESSAGEO
                 IF WS-PERIOD-LATE
                     STRING 'RECOVERY, DATED ' DELIMITED BY SIZE
                            WS-POST-DATE       DELIMITED BY SIZE
                            INTO MESSAGEO
                     END-STRING
                 ELSE
                     MOVE 'RECOVERY BOOKED' TO MESSAGEO
                 END-IF
                 MOVE INPUTI           TO INPUTO
                 MOVE WS-POST-DATE     TO INPUT3O
                 MOVE WS-RCV-AMOUNT    TO INPUT4O
                 MOVE INPUT6I          TO INPUT6O
                   EXEC SQL
                      SELECT BOOKUSERID,
                             BOOKTIMESTAMP
                      INTO  :CLAIMRECOVERY.BOOKUSERID,
                            :CLAIMRECOVERY.BOOKTIMESTAMP
                      FROM MFTR33.CLAIMRECOVERY
                      WHERE CLAIMNUMBER = :CLAIMRECOVERY.CLAIMNUMBER
                        AND RECOVERYSEQ = :CLAIMRECOVERY.RECOVERYSEQ
                   END-EXEC
                 IF SQLCODE NOT = 0
                     PERFORM 990-REREAD-FAILED THRU 990-EXIT
                     GO TO 795-EXIT
                 END-IF
                 MOVE 'I'              TO EVENTTYPE
                 MOVE 'CLAIMRECOVERY'  TO TABLENAME
                 MOVE WS-CLAIMNBR      TO WS-CEV-CLAIM
                 MOVE WS-RCV-SEQ       TO WS-CEV-SEQ
                 MOVE WS-CEV-KEY       TO EVENTKEY
                 MOVE SPACES           TO BEFOREIMAGE
                 MOVE CLAIMRECOVERY    TO AFTERIMAGE
                 PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
             WHEN OTHER
                 MOVE SQLCODE       TO WS-SQLCODE
                 STRING 'SQL ERROR IN INSERT - RC : ' WS-SQLCODE
                 MOVE 'NOTE ADDED' TO MESSAGEO
                 MOVE INPUTI       TO INPUTO
                 MOVE GENERALI     TO GENERALO
                   EXEC SQL
                      SELECT NOTETIMESTAMP,
                             NOTEUSERID
                      INTO  :CLAIMNOTES.NOTETIMESTAMP,
                            :CLAIMNOTES.NOTEUSERID
                      FROM MFTR33.CLAIMNOTES
                      WHERE CLAIMNUMBER = :CLAIMNOTES.CLAIMNUMBER
                        AND NOTESEQ     = :CLAIMNOTES.NOTESEQ
                   END-EXEC
                 IF SQLCODE NOT = 0
                     PERFORM 990-REREAD-FAILED THRU 990-EXIT
                     GO TO 825-EXIT
                 END-IF
                 MOVE 'I'              TO EVENTTYPE
                 MOVE 'CLAIMNOTES'     TO TABLENAME
                 MOVE WS-CLAIMNBR      TO WS-CEV-CLAIM
                 MOVE WS-NOTE-SEQ      TO WS-CEV-SEQ
                 MOVE WS-CEV-KEY       TO EVENTKEY
                 MOVE SPACES           TO BEFOREIMAGE
                 MOVE CLAIMNOTES       TO AFTERIMAGE
                 PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
             WHEN OTHER
                 MOVE SQLCODE       TO WS-SQLCODE
                 STRING 'SQL ERROR IN INSERT - RC : ' WS-SQLCODE
           END-EVALUATE.
       835-EXIT.
           EXIT.
      * ACTIVITY MAY NOT BE DATED INTO A CLOSED ACCOUNTING PERIOD.
      * WS-POST-DATE IS THE DATE KEYED, OR SPACES FOR TODAY. IF IT
      * FALLS IN A CLOSED PERIOD IT IS MOVED TO THE FIRST DAY OF THE
      * EARLIEST OPEN PERIOD AFTER IT, AND THE CLAIMSHIST POSTING IS
      * STAMPED AT THE START OF THAT DAY SO IT LANDS IN THE SAME MONTH.
      * WITH NO OPEN PERIOD TO POST INTO, THE CHANGE IS REFUSED.
       840-CHECK-POST-PERIOD.
           MOVE 'N'    TO WS-PERIOD-SW
           MOVE SPACES TO WS-POST-TS
           IF WS-POST-DATE = SPACES
                 EXEC SQL
                    SELECT CHAR(CURRENT DATE, ISO)
                    INTO  :WS-POST-DATE
                    FROM SYSIBM.SYSDUMMY1
                 END-EXEC
           END-IF
             EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-CLOSED-COUNT
                FROM MFTR33.PERIODCONTROL
                WHERE PERIODSTATUS = 'C'
                  AND PERIODSTART <= :WS-POST-DATE
                  AND PERIODEND   >= :WS-POST-DATE
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               MOVE 'N' TO WS-EDIT-SW
               GO TO 840-EXIT
           END-IF
           IF WS-CLOSED-COUNT = ZERO
               GO TO 840-EXIT
           END-IF
             EXEC SQL
                SELECT COALESCE(MIN(PERIODSTART), ' ')
                INTO  :WS-OPEN-START
                FROM MFTR33.PERIODCONTROL
                WHERE PERIODSTATUS = 'O'
                  AND PERIODSTART > :WS-POST-DATE
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               MOVE 'N' TO WS-EDIT-SW
               GO TO 840-EXIT
           END-IF
           IF WS-OPEN-START = SPACES
               MOVE 'NO OPEN ACCOUNTING PERIOD' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
               GO TO 840-EXIT
           END-IF
           MOVE 'Y'           TO WS-PERIOD-SW
           MOVE WS-OPEN-START TO WS-POST-DATE
           STRING WS-OPEN-START     DELIMITED BY SIZE
                  '-00.00.00.000000' DELIMITED BY SIZE
                  INTO WS-POST-TS
           END-STRING.
       840-EXIT.
           EXIT.
      * OPTION L - LITIGATION ON A CLAIM. WITH NO SUIT DATE KEYED THE
      * EXISTING SUIT IS DISPLAYED; OTHERWISE THE ROW IS ADDED OR
      * REPLACED. SCREEN USE: INPUT3 SUIT DATE, INPUT5 TRIAL DATE,
      * GENERAL COURT, INPUT6 DOCKET, INPUT8 PLAINTIFF COUNSEL,
      * CUSTNO DEFENSE COUNSEL PAYEE ID, SSP5 STATUS, INPUT1 OUTCOME.
       850-LITIGATION-MAINT.
           MOVE INPUTI(4:7) TO WS-CLAIMNBR
           MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
             EXEC SQL
                SELECT CLAIMDATE
                INTO  :CLAIMS.CLAIMDATE
                FROM MFTR33.CLAIMS
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'CLAIM NOT FOUND' TO MESSAGEO
               GO TO 850-EXIT
             WHEN OTHER
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               GO TO 850-EXIT
           END-EVALUATE
           MOVE WS-CLAIMNBR TO CLAIMNUMBER OF LITIGATION
           IF INPUT3I = SPACES OR INPUT3I = LOW-VALUES
               PERFORM 865-SHOW-LITIGATION THRU 865-EXIT
               GO TO 850-EXIT
           END-IF
           PERFORM 855-EDIT-LITIGATION THRU 855-EXIT
           IF WS-EDIT-OK
               PERFORM 860-SAVE-LITIGATION THRU 860-EXIT
           END-IF.
       850-EXIT.
           EXIT.
       855-EDIT-LITIGATION.
           MOVE 'Y' TO WS-EDIT-SW
           IF INPUT3I(1:4)  NOT NUMERIC
              OR INPUT3I(5:1)  NOT = '-'
              OR INPUT3I(6:2)  NOT NUMERIC
              OR INPUT3I(8:1)  NOT = '-'
              OR INPUT3I(9:2)  NOT NUMERIC
               MOVE 'INVALID SUIT DATE' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
               GO TO 855-EXIT
           END-IF
           IF INPUT3I < CLAIMDATE OF CLAIMS
               MOVE 'SUIT DATE BEFORE CLAIMDATE' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
               GO TO 855-EXIT
           END-IF
           MOVE INPUT3I TO SUITDATE
           IF INPUT6I = SPACES OR INPUT6I = LOW-VALUES
               MOVE 'DOCKET NUMBER REQUIRED' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
               GO TO 855-EXIT
           END-IF
           MOVE INPUT6I TO DOCKETNUMBER
           IF SSP5I = SPACES OR SSP5I = LOW-VALUES
               MOVE 'OPEN  ' TO SUITSTATUS
           ELSE
               MOVE SSP5I TO SUITSTATUS
           END-IF
           IF NOT SUITSTATUS-OPEN
              AND NOT SUITSTATUS-TRIAL
              AND NOT SUITSTATUS-CLOSED
               MOVE 'INVALID SUIT STATUS' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
               GO TO 855-EXIT
           END-IF
           IF INPUT5I = SPACES OR INPUT5I = LOW-VALUES
               IF SUITSTATUS-TRIAL
                   MOVE 'TRIAL DATE REQUIRED' TO MESSAGEO
                   MOVE 'N' TO WS-EDIT-SW
                   GO TO 855-EXIT
               END-IF
               MOVE SPACES TO TRIALDATE
               MOVE -1     TO WS-TRIAL-IND
           ELSE
               IF INPUT5I(1:4)  NOT NUMERIC
                  OR INPUT5I(5:1)  NOT = '-'
                  OR INPUT5I(6:2)  NOT NUMERIC
                  OR INPUT5I(8:1)  NOT = '-'
                  OR INPUT5I(9:2)  NOT NUMERIC
                   MOVE 'INVALID TRIAL DATE' TO MESSAGEO
                   MOVE 'N' TO WS-EDIT-SW
                   GO TO 855-EXIT
               END-IF
               IF INPUT5I < SUITDATE
                   MOVE 'TRIAL DATE BEFORE SUIT' TO MESSAGEO
                   MOVE 'N' TO WS-EDIT-SW
                   GO TO 855-EXIT
               END-IF
               MOVE INPUT5I TO TRIALDATE
               MOVE ZERO    TO WS-TRIAL-IND
           END-IF
           IF INPUT1I = SPACES OR INPUT1I = LOW-VALUES
               MOVE SPACES  TO OUTCOME
           ELSE
               MOVE INPUT1I TO OUTCOME
           END-IF
           IF SUITSTATUS-CLOSED
               IF OUTCOME = SPACES
                   MOVE 'OUTCOME REQUIRED TO CLOSE' TO MESSAGEO
                   MOVE 'N' TO WS-EDIT-SW
                   GO TO 855-EXIT
               END-IF
           ELSE
               IF OUTCOME NOT = SPACES
                   MOVE 'OUTCOME ONLY WHEN CLOSED' TO MESSAGEO
                   MOVE 'N' TO WS-EDIT-SW
                   GO TO 855-EXIT
               END-IF
           END-IF
           IF OUTCOME NOT = SPACES AND NOT OUTCOME-VALID
               MOVE 'INVALID OUTCOME CODE' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
               GO TO 855-EXIT
           END-IF
           IF GENERALI = LOW-VALUES
               MOVE SPACES TO COURTNAME
           ELSE
               MOVE GENERALI(1:30) TO COURTNAME
           END-IF
           IF INPUT8I = LOW-VALUES
               MOVE SPACES  TO PLAINTIFFCOUNSEL
           ELSE
               MOVE INPUT8I TO PLAINTIFFCOUNSEL
           END-IF
           PERFORM 857-CHECK-DEFENSE-PAYEE THRU 857-EXIT.
       855-EXIT.
           EXIT.
      * DEFENSE COUNSEL IS OPTIONAL, BUT WHEN KEYED MUST BE ON THE
      * PAYEE MASTER SO EXPENSE PAYMENTS CAN BE MATCHED TO THE SUIT.
       857-CHECK-DEFENSE-PAYEE.
           IF CustNoI = SPACES OR CustNoI = LOW-VALUES
               MOVE SPACES TO DEFENSEPAYEEID
               GO TO 857-EXIT
           END-IF
           MOVE CustNoI(1:7) TO PAYEEID OF PAYEEMASTER
             EXEC SQL
                SELECT LEGALNAME
                INTO  :PAYEEMASTER.LEGALNAME
                FROM MFTR33.PAYEEMASTER
                WHERE PAYEEID = :PAYEEMASTER.PAYEEID
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE PAYEEID OF PAYEEMASTER TO DEFENSEPAYEEID
             WHEN 100
               MOVE 'DEFENSE PAYEE NOT ON MSTR' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
             WHEN OTHER
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
       857-EXIT.
           EXIT.
       860-SAVE-LITIGATION.
           MOVE ZERO TO WS-LIT-COUNT
             EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-LIT-COUNT
                FROM MFTR33.LITIGATION
                WHERE CLAIMNUMBER = :LITIGATION.CLAIMNUMBER
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               GO TO 860-EXIT
           END-IF
           IF WS-LIT-COUNT = ZERO
                 EXEC SQL
                    INSERT INTO MFTR33.LITIGATION
                           (CLAIMNUMBER,
                            SUITDATE,
                            COURTNAME,
                            DOCKETNUMBER,
                            PLAINTIFFCOUNSEL,
                            DEFENSEPAYEEID,
                            SUITSTATUS,
                            TRIALDATE,
                            OUTCOME,
                            LITUSERID,
                            LITTIMESTAMP)
                    VALUES (:LITIGATION.CLAIMNUMBER,
                            :LITIGATION.SUITDATE,
                            :LITIGATION.COURTNAME,
                            :LITIGATION.DOCKETNUMBER,
                            :LITIGATION.PLAINTIFFCOUNSEL,
                            :LITIGATION.DEFENSEPAYEEID,
                            :LITIGATION.SUITSTATUS,
                            :LITIGATION.TRIALDATE:WS-TRIAL-IND,
                            :LITIGATION.OUTCOME,
                            CURRENT SQLID,
                            CURRENT TIMESTAMP)
                 END-EXEC
           ELSE
                 EXEC SQL
                    UPDATE MFTR33.LITIGATION
                       SET SUITDATE         = :LITIGATION.SUITDATE,
                           COURTNAME        = :LITIGATION.COURTNAME,
                           DOCKETNUMBER     = :LITIGATION.DOCKETNUMBER,
                           PLAINTIFFCOUNSEL =
                                       :LITIGATION.PLAINTIFFCOUNSEL,
                           DEFENSEPAYEEID   =
                                       :LITIGATION.DEFENSEPAYEEID,
                           SUITSTATUS       = :LITIGATION.SUITSTATUS,
                           TRIALDATE        =
                                 :LITIGATION.TRIALDATE:WS-TRIAL-IND,
                           OUTCOME          = :LITIGATION.OUTCOME,
                           LITUSERID        = CURRENT SQLID,
                           LITTIMESTAMP     = CURRENT TIMESTAMP
                     WHERE CLAIMNUMBER = :LITIGATION.CLAIMNUMBER
                 END-EXEC
           END-IF
           EVALUATE SQLCODE
             WHEN 0
               IF WS-LIT-COUNT = ZERO
                   MOVE 'SUIT ADDED' TO MESSAGEO
               ELSE
                   MOVE 'SUIT UPDATED' TO MESSAGEO
               END-IF
               MOVE INPUTI     TO INPUTO
               MOVE SUITSTATUS TO SSP5O
             WHEN OTHER
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN UPDATE - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
           END-EVALUATE.
       860-EXIT.
           EXIT.
       865-SHOW-LITIGATION.
             EXEC SQL
                SELECT SUITDATE,
                       COURTNAME,
                       DOCKETNUMBER,
                       PLAINTIFFCOUNSEL,
                       DEFENSEPAYEEID,
                       SUITSTATUS,
                       TRIALDATE,
                       OUTCOME
                INTO  :LITIGATION.SUITDATE,
                      :LITIGATION.COURTNAME,
                      :LITIGATION.DOCKETNUMBER,
                      :LITIGATION.PLAINTIFFCOUNSEL,
                      :LITIGATION.DEFENSEPAYEEID,
                      :LITIGATION.SUITSTATUS,
                      :LITIGATION.TRIALDATE:WS-TRIAL-IND,
                      :LITIGATION.OUTCOME
                FROM MFTR33.LITIGATION
                WHERE CLAIMNUMBER = :LITIGATION.CLAIMNUMBER
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE INPUTI           TO INPUTO
               MOVE SUITDATE         TO INPUT3O
               MOVE COURTNAME        TO GENERALO
               MOVE DOCKETNUMBER     TO INPUT6O
               MOVE PLAINTIFFCOUNSEL TO INPUT8O
               MOVE DEFENSEPAYEEID   TO CustNoO
               MOVE SUITSTATUS       TO SSP5O
               MOVE OUTCOME          TO INPUT1O
               IF WS-TRIAL-IND < ZERO
                   MOVE SPACES    TO INPUT5O
               ELSE
                   MOVE TRIALDATE TO INPUT5O
               END-IF
               MOVE 'SUIT DISPLAYED' TO MESSAGEO
             WHEN 100
               MOVE 'NO SUIT ON FILE FOR CLAIM' TO MESSAGEO
             WHEN OTHER
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
           END-EVALUATE.
       865-EXIT.
           EXIT.
       900-WRITE-CLAIMSHIST.
             EXEC SQL
                INSERT INTO MFTR33.CLAIMSHIST
                        :WS-OLD-VALUE1,
                        :WS-NEW-VALUE1,
                        CURRENT SQLID,
                        CASE WHEN :WS-POST-TS = ' '
                             THEN CURRENT TIMESTAMP
                             ELSE TIMESTAMP(:WS-POST-TS)
                        END)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE       TO WS-SQLCODE
           END-IF.
       970-EXIT.
           EXIT.
      * BEFORE IMAGE FOR UPDATE AND DELETE - THE WHOLE ROW INTO THE
      * CLAIMS RECORD, NULLABLE COLUMNS AS SPACES, KEPT IN BEFOREIMAGE.
      * SQLCODE IS LEFT FOR THE CALLER.
       975-GET-CLAIM-IMAGE.
           MOVE SPACES TO BEFOREIMAGE
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
           IF SQLCODE = 0
               MOVE PAID   OF CLAIMS TO WS-OLD-PAID
               MOVE VALUE1 OF CLAIMS TO WS-OLD-VALUE1
               MOVE CLAIMS TO BEFOREIMAGE
           END-IF.
       975-EXIT.
           EXIT.
      * CHANGE-EVENT OUTBOX ROW FOR THE WAREHOUSE FEED, WRITTEN IN THE
      * SAME UNIT OF WORK AS THE CHANGE IT DESCRIBES. THE CALLER SETS
      * EVENTTYPE, TABLENAME, EVENTKEY AND BOTH IMAGES AND PERFORMS
      * THIS LAST. IF THE EVENT CANNOT BE WRITTEN THE CHANGE IS BACKED
      * OUT SO THE FEED NEVER MISSES ONE.
       980-WRITE-CHANGEEVENT.
           MOVE 'N'        TO WS-CEV-SW
           MOVE 'MF110CB3' TO SOURCEPGM
           MOVE WS-USERID  TO EVENTUSERID
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
                       :CHANGEEVENT.EVENTUSERID,
                       CURRENT TIMESTAMP,
                       'N'
                FROM MFTR33.CHANGEEVENT
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y'           TO WS-CEV-SW
               MOVE SQLCODE       TO WS-SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE SPACES        TO MESSAGEO
               STRING 'CHANGE LOG FAILED RC:' DELIMITED BY SIZE
                      WS-SQLCODE              DELIMITED BY SIZE
                      INTO MESSAGEO
               END-STRING
           END-IF.
       980-EXIT.
           EXIT.
       985-CLAIM-CHANGEEVENT.
           MOVE 'CLAIMS'     TO TABLENAME
           MOVE WS-CEV-CLAIM TO EVENTKEY
           PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT.
       985-EXIT.
           EXIT.
      * THE ROW JUST INSERTED COULD NOT BE READ BACK FOR ITS CHANGE
      * EVENT - BACK THE INSERT OUT RATHER THAN LEAVE IT OFF THE FEED.
       990-REREAD-FAILED.
           MOVE SQLCODE       TO WS-SQLCODE
             EXEC CICS SYNCPOINT ROLLBACK
             END-EXEC.
           MOVE SPACES        TO MESSAGEO
           STRING 'RE-READ FAILED RC:' DELIMITED BY SIZE
                  WS-SQLCODE           DELIMITED BY SIZE
                  INTO MESSAGEO
           END-STRING.
       990-EXIT.
           EXIT.
