       01 WS-USERID        PIC X(08) VALUE SPACES.
       01 WS-AGE-DAYS      PIC S9(5) VALUE ZERO.
       01 WS-AGE-EDIT      PIC ZZZZ9.
       01 WS-EDIT-SW       PIC X(01) VALUE 'Y'.
          88 WS-EDIT-OK              VALUE 'Y'.
          88 WS-EDIT-BAD             VALUE 'N'.
       01 WS-FROM-ADJUSTER PIC X(08) VALUE SPACES.
       01 WS-REQ-LEVEL     PIC S9(4) COMP.
       01 WS-MOVED-COUNT   PIC S9(5) VALUE ZERO.
       01 WS-KEPT-COUNT    PIC S9(5) VALUE ZERO.
       01 WS-OPTION        PIC X(01).
          88 WS-CB5-OPTION           VALUE '1' THRU '5'.
       01 WS-AUTH-SW       PIC X(01) VALUE 'Y'.
          88 WS-AUTH-OK              VALUE 'Y'.
          88 WS-AUTH-REFUSED         VALUE 'N'.
       01 WS-OPT-COUNT     PIC S9(4) COMP.
       01 WS-REFUSAL-MSG   PIC X(26).
       01 WS-CEV-KEY.
          05 WS-CEV-CLAIM  PIC 9(09).
          05 FILLER        PIC X(01) VALUE '/'.
          05 WS-CEV-SEQ    PIC 9(04).
          05 FILLER        PIC X(06) VALUE SPACES.
       01 WS-CEV-SW        PIC X(01) VALUE 'N'.
          88 WS-CEV-FAILED           VALUE 'Y'.
       01 WS-BULK-SW       PIC X(01) VALUE 'N'.
          88 WS-BULK-EOF             VALUE 'Y'.
       01 WS-BULK-LINE.
           05 FILLER        PIC X(06) VALUE 'MOVED '.
           05 WS-BULK-MOVED PIC ZZZZ9.
           05 FILLER        PIC X(06) VALUE ' KEPT '.
           05 WS-BULK-KEPT  PIC ZZZZ9.
       01 WS-AGE-LINE.
           05 FILLER        PIC X(05) VALUE 'AGE '.
           05 WS-AGE-DAYS-O PIC X(05).
           EXEC SQL
              INCLUDE CLAIMPAY
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMS
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
              INCLUDE CHGEVENT
           END-EXEC.
       LINKAGE SECTION.
          COPY MF110BMS.
       01 DFHCOMMAREA.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE SelectOptionfI TO WS-OPTION
           IF WS-CB5-OPTION
               PERFORM 060-CHECK-AUTHORITY THRU 060-EXIT
           END-IF
           IF WS-AUTH-OK
               EVALUATE SelectOptionfI
               WHEN '1'
                   PERFORM 100-BROWSE-PENDING
               WHEN '2'
                   PERFORM 200-APPROVE-PAYMENT
               WHEN '3'
                   PERFORM 300-DECLINE-PAYMENT
               WHEN '4'
                   PERFORM 600-REASSIGN-CLAIM
               WHEN '5'
                   PERFORM 700-BULK-REASSIGN
               END-EVALUATE
           END-IF
           EXEC CICS RETURN
               TRANSID('CB5')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
      * THE SIGNED-ON USER MUST HAVE A USERAUTH ROW WHOSE CB5OPTIONS
      * INCLUDES THE SELECTED OPTION. PAYLIMIT CAPS WHAT THE USER
      * MAY APPROVE.
       060-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-SW
           MOVE WS-USERID TO USERID OF USERAUTH
             EXEC SQL
                SELECT CB5OPTIONS,
                       PAYLIMIT
                INTO  :USERAUTH.CB5OPTIONS,
                      :USERAUTH.PAYLIMIT
                FROM MFTR33.USERAUTH
                WHERE USERID = :USERAUTH.USERID
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE ZERO TO WS-OPT-COUNT
               INSPECT CB5OPTIONS TALLYING WS-OPT-COUNT
                   FOR ALL WS-OPTION
               IF WS-OPT-COUNT = ZERO
                   MOVE 'OPTION NOT AUTHORIZED' TO WS-REFUSAL-MSG
                   PERFORM 065-LOG-REFUSAL THRU 065-EXIT
               END-IF
             WHEN 100
               MOVE 'USER NOT AUTHORIZED ON CB5' TO WS-REFUSAL-MSG
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
           MOVE 'CB5'          TO TRANSID
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
       100-BROWSE-PENDING.
           IF SelectOptI(1:4) = 'NEXT' AND LK-BROWSE-PENDING
               CONTINUE
               IF BOOKUSERID = WS-USERID
                   MOVE 'CANNOT APPROVE OWN BOOKING' TO MESSAGEO
               ELSE
                 IF PAYMENTAMOUNT > PAYLIMIT
                   MOVE 'OVER PAYMENT AUTHORITY' TO WS-REFUSAL-MSG
                   PERFORM 065-LOG-REFUSAL THRU 065-EXIT
                 ELSE
                   MOVE 'N' TO RELEASED
                   PERFORM 500-UPDATE-DECISION THRU 500-EXIT
                   IF SQLCODE = 0 AND NOT WS-CEV-FAILED
                       MOVE 'PAYMENT APPROVED' TO MESSAGEO
                   END-IF
                 END-IF
               END-IF
           END-IF.
       300-DECLINE-PAYMENT.
               ELSE
                   MOVE 'D' TO RELEASED
                   PERFORM 500-UPDATE-DECISION THRU 500-EXIT
                   IF SQLCODE = 0 AND NOT WS-CEV-FAILED
                       MOVE 'PAYMENT DECLINED' TO MESSAGEO
                   END-IF
               END-IF
           MOVE WS-CLAIMNBR  TO CLAIMNUMBER OF CLAIMPAYMENTS
           MOVE WS-PAY-SEQ   TO PAYMENTSEQ
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
           EVALUATE SQLCODE
             WHEN 0
               MOVE CLAIMPAYMENTS TO BEFOREIMAGE
             WHEN 100
               MOVE 'PAYMENT NOT PENDING' TO MESSAGEO
             WHEN OTHER
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'U'              TO EVENTTYPE
               MOVE 'CLAIMPAYMENTS'  TO TABLENAME
               MOVE WS-CLAIMNBR      TO WS-CEV-CLAIM
               MOVE WS-PAY-SEQ       TO WS-CEV-SEQ
               MOVE WS-CEV-KEY       TO EVENTKEY
               MOVE CLAIMPAYMENTS    TO AFTERIMAGE
               PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
             WHEN 100
               MOVE 'PAYMENT NO LONGER PENDING' TO MESSAGEO
             WHEN OTHER
           END-EVALUATE.
       500-EXIT.
           EXIT.
      * REASSIGN ONE CLAIM - CLAIM NUMBER IN THE CLAIM FIELD, NEW
      * ADJUSTER USER ID IN THE CUSTOMER FIELD.
       600-REASSIGN-CLAIM.
           PERFORM 650-GET-TARGET-ADJUSTER THRU 650-EXIT
           IF WS-EDIT-OK
               MOVE INPUTI(4:7) TO WS-CLAIMNBR
               MOVE WS-CLAIMNBR TO CLAIMNUMBER OF CLAIMS
                 EXEC SQL
                    SELECT ASSIGNEDADJUSTER,
                           SEVERITY,
                           CLAIMSTATUS
                    INTO  :CLAIMS.ASSIGNEDADJUSTER,
                          :CLAIMS.SEVERITY,
                          :CLAIMS.CLAIMSTATUS
                    FROM MFTR33.CLAIMS
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                 END-EXEC
               EVALUATE SQLCODE
                 WHEN 0
                   PERFORM 610-EDIT-REASSIGN THRU 610-EXIT
                   IF WS-EDIT-OK
                       PERFORM 620-UPDATE-ASSIGNMENT THRU 620-EXIT
                   END-IF
                 WHEN 100
                   MOVE 'CLAIM NOT FOUND' TO MESSAGEO
                 WHEN OTHER
                   MOVE SQLCODE       TO WS-SQLCODE
                   STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
                   DELIMITED BY SIZE INTO MESSAGEO
                   END-STRING
               END-EVALUATE
           END-IF.
       610-EDIT-REASSIGN.
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
           IF CLAIMSTATUS-CLOSED
               MOVE 'CLAIM IS CLOSED' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
           ELSE
             IF ASSIGNEDADJUSTER OF CLAIMS = ADJUSTERID
                 MOVE 'ALREADY WITH THAT ADJUSTER' TO MESSAGEO
                 MOVE 'N' TO WS-EDIT-SW
             ELSE
               IF AUTHORITYLEVEL < WS-REQ-LEVEL
                   MOVE 'ADJUSTER AUTHORITY TOO LOW' TO MESSAGEO
                   MOVE 'N' TO WS-EDIT-SW
               END-IF
             END-IF
           END-IF.
       610-EXIT.
           EXIT.
       620-UPDATE-ASSIGNMENT.
           MOVE CLAIMNUMBER OF CLAIMS      TO CLAIMNUMBER OF ASSIGNHIST
           MOVE ASSIGNEDADJUSTER OF CLAIMS TO OLDADJUSTER
           MOVE ADJUSTERID                 TO NEWADJUSTER
           MOVE 'R'                        TO ASSIGNTYPE
           MOVE WS-USERID                  TO CHANGEUSERID
             EXEC SQL
                UPDATE MFTR33.CLAIMS
                   SET ASSIGNEDADJUSTER = :ASSIGNHIST.NEWADJUSTER
                 WHERE CLAIMNUMBER      = :CLAIMS.CLAIMNUMBER
                   AND ASSIGNEDADJUSTER = :ASSIGNHIST.OLDADJUSTER
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
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
                 END-EXEC
               IF SQLCODE = 0
                   MOVE 'CLAIM REASSIGNED' TO MESSAGEO
                   PERFORM 960-GET-CLAIM-ROW THRU 960-EXIT
                   MOVE 'U'                 TO EVENTTYPE
                   MOVE CLAIMS              TO AFTERIMAGE
                   MOVE OLDADJUSTER
                     TO ASSIGNEDADJUSTER OF CLAIMS
                   MOVE CLAIMS              TO BEFOREIMAGE
                   PERFORM 985-CLAIM-CHANGEEVENT THRU 985-EXIT
               ELSE
                   MOVE SQLCODE       TO WS-SQLCODE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   STRING 'ASSIGN HIST FAILED RC:' DELIMITED BY SIZE
                          WS-SQLCODE               DELIMITED BY SIZE
                          INTO MESSAGEO
                   END-STRING
               END-IF
             WHEN 100
               MOVE 'CLAIM CHANGED - RETRY' TO MESSAGEO
             WHEN OTHER
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN UPDATE - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
           END-EVALUATE.
       620-EXIT.
           EXIT.
      * THE RECEIVING ADJUSTER MUST BE ON FILE AND ACTIVE. CASELOAD IS
      * NOT ENFORCED - A SUPERVISOR MAY DELIBERATELY OVERLOAD.
       650-GET-TARGET-ADJUSTER.
           MOVE 'Y' TO WS-EDIT-SW
           IF CustNoI = SPACES OR CustNoI = LOW-VALUES
               MOVE 'NEW ADJUSTER ID REQUIRED' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
               GO TO 650-EXIT
           END-IF
           MOVE CustNoI(1:8) TO ADJUSTERID
             EXEC SQL
                SELECT AUTHORITYLEVEL,
                       ACTIVEFLAG
                INTO  :ADJUSTER.AUTHORITYLEVEL,
                      :ADJUSTER.ACTIVEFLAG
                FROM MFTR33.ADJUSTER
                WHERE ADJUSTERID = :ADJUSTER.ADJUSTERID
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               IF NOT ADJUSTER-ACTIVE
                   MOVE 'ADJUSTER NOT ACTIVE' TO MESSAGEO
                   MOVE 'N' TO WS-EDIT-SW
               END-IF
             WHEN 100
               MOVE 'ADJUSTER NOT ON FILE' TO MESSAGEO
               MOVE 'N' TO WS-EDIT-SW
             WHEN OTHER
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               MOVE 'N' TO WS-EDIT-SW
           END-EVALUATE.
       650-EXIT.
           EXIT.
      * BULK REASSIGN - EVERY OPEN/PEND CLAIM OF THE ADJUSTER IN THE
      * PAYEE FIELD MOVES TO THE ADJUSTER IN THE CUSTOMER FIELD. CLAIMS
      * ABOVE THE RECEIVER'S AUTHORITY STAY PUT AND ARE COUNTED KEPT.
       700-BULK-REASSIGN.
           PERFORM 650-GET-TARGET-ADJUSTER THRU 650-EXIT
           IF WS-EDIT-OK
               MOVE INPUT6I(1:8) TO WS-FROM-ADJUSTER
               IF WS-FROM-ADJUSTER = SPACES
                  OR WS-FROM-ADJUSTER = LOW-VALUES
                   MOVE 'FROM ADJUSTER ID REQUIRED' TO MESSAGEO
                   MOVE 'N' TO WS-EDIT-SW
               ELSE
                 IF WS-FROM-ADJUSTER = ADJUSTERID
                     MOVE 'FROM AND TO ARE THE SAME' TO MESSAGEO
                     MOVE 'N' TO WS-EDIT-SW
                 END-IF
               END-IF
           END-IF
           IF WS-EDIT-OK
               PERFORM 720-MOVE-CASELOAD THRU 720-EXIT
           END-IF.
       720-MOVE-CASELOAD.
           MOVE WS-USERID TO CHANGEUSERID
             EXEC SQL
                INSERT INTO MFTR33.ASSIGNHIST
                       (CLAIMNUMBER,
                        OLDADJUSTER,
                        NEWADJUSTER,
                        ASSIGNTYPE,
                        CHANGEUSERID,
                        CHANGETIMESTAMP)
                SELECT CLAIMNUMBER,
                       ASSIGNEDADJUSTER,
                       :ADJUSTER.ADJUSTERID,
                       'B',
                       :ASSIGNHIST.CHANGEUSERID,
                       CURRENT TIMESTAMP
                FROM MFTR33.CLAIMS
                WHERE ASSIGNEDADJUSTER = :WS-FROM-ADJUSTER
                  AND CLAIMSTATUS IN ('OPEN', 'PEND')
                  AND CASE
                        WHEN SEVERITY IN ('HIGH', 'SEVERE',
                                          'CRITICAL') THEN 3
                        WHEN SEVERITY = 'MEDIUM' THEN 2
                        ELSE 1
                      END <= :ADJUSTER.AUTHORITYLEVEL
             END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN INSERT - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               GO TO 720-EXIT
           END-IF
           PERFORM 730-LOG-BULK-MOVE THRU 730-EXIT
           IF WS-CEV-FAILED
               GO TO 720-EXIT
           END-IF
             EXEC SQL
                UPDATE MFTR33.CLAIMS
                   SET ASSIGNEDADJUSTER = :ADJUSTER.ADJUSTERID
                 WHERE ASSIGNEDADJUSTER = :WS-FROM-ADJUSTER
                   AND CLAIMSTATUS IN ('OPEN', 'PEND')
                   AND CASE
                         WHEN SEVERITY IN ('HIGH', 'SEVERE',
                                           'CRITICAL') THEN 3
                         WHEN SEVERITY = 'MEDIUM' THEN 2
                         ELSE 1
                       END <= :ADJUSTER.AUTHORITYLEVEL
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-MOVED-COUNT
             WHEN 100
               MOVE ZERO TO WS-MOVED-COUNT
             WHEN OTHER
               MOVE SQLCODE       TO WS-SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               STRING 'SQL ERROR IN UPDATE - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               GO TO 720-EXIT
           END-EVALUATE
             EXEC SQL
                SELECT COUNT(*)
                INTO  :WS-KEPT-COUNT
                FROM MFTR33.CLAIMS
                WHERE ASSIGNEDADJUSTER = :WS-FROM-ADJUSTER
                  AND CLAIMSTATUS IN ('OPEN', 'PEND')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-KEPT-COUNT
           END-IF
           MOVE WS-MOVED-COUNT TO WS-BULK-MOVED
           MOVE WS-KEPT-COUNT  TO WS-BULK-KEPT
           MOVE WS-BULK-LINE   TO MESSAGEO.
       720-EXIT.
           EXIT.
      * ONE CHANGE EVENT PER CLAIM THE BULK REASSIGN IS ABOUT TO MOVE,
      * READ WITH THE SAME SELECTION AS THE SET UPDATE THAT FOLLOWS IN
      * THE SAME UNIT OF WORK.
       730-LOG-BULK-MOVE.
           MOVE 'N' TO WS-CEV-SW
           MOVE 'N' TO WS-BULK-SW
             EXEC SQL
                DECLARE BULKCSR CURSOR FOR
                SELECT CLAIMNUMBER,
                       CLAIMDATE,
                       PAID,
                       VALUE1,
                       CAUSE,
                       OBSERVATIONS,
                       COALESCE(CUSTOMERNUMBER, ' '),
                       COALESCE(CLAIMSTATUS, ' '),
                       COALESCE(SEVERITY, ' '),
                       COALESCE(EVENTCODE, ' '),
                       ASSIGNEDADJUSTER
                FROM MFTR33.CLAIMS
                WHERE ASSIGNEDADJUSTER = :WS-FROM-ADJUSTER
                  AND CLAIMSTATUS IN ('OPEN', 'PEND')
                  AND CASE
                        WHEN SEVERITY IN ('HIGH', 'SEVERE',
                                          'CRITICAL') THEN 3
                        WHEN SEVERITY = 'MEDIUM' THEN 2
                        ELSE 1
                      END <= :ADJUSTER.AUTHORITYLEVEL
             END-EXEC.
             EXEC SQL
                OPEN BULKCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'Y'           TO WS-CEV-SW
               MOVE SQLCODE       TO WS-SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               STRING 'SQL ERROR IN OPEN - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
               GO TO 730-EXIT
           END-IF
           PERFORM 735-FETCH-BULK-CLAIM THRU 735-EXIT
               UNTIL WS-BULK-EOF
             EXEC SQL
                CLOSE BULKCSR
             END-EXEC.
       730-EXIT.
           EXIT.
       735-FETCH-BULK-CLAIM.
             EXEC SQL
                FETCH BULKCSR
                INTO  :CLAIMS.CLAIMNUMBER,
                      :CLAIMS.CLAIMDATE,
                      :CLAIMS.PAID,
                      :CLAIMS.VALUE1,
                      :CLAIMS.CAUSE,
                      :CLAIMS.OBSERVATIONS,
                      :CLAIMS.CUSTOMERNUMBER,
                      :CLAIMS.CLAIMSTATUS,
                      :CLAIMS.SEVERITY,
                      :CLAIMS.EVENTCODE,
                      :CLAIMS.ASSIGNEDADJUSTER
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'U'        TO EVENTTYPE
               MOVE CLAIMS     TO BEFOREIMAGE
               MOVE ADJUSTERID TO ASSIGNEDADJUSTER OF CLAIMS
               MOVE CLAIMS     TO AFTERIMAGE
               PERFORM 985-CLAIM-CHANGEEVENT THRU 985-EXIT
               IF WS-CEV-FAILED
                   MOVE 'Y' TO WS-BULK-SW
               END-IF
             WHEN 100
               MOVE 'Y' TO WS-BULK-SW
             WHEN OTHER
               MOVE 'Y'           TO WS-BULK-SW
               MOVE 'Y'           TO WS-CEV-SW
               MOVE SQLCODE       TO WS-SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MESSAGEO
               END-STRING
           END-EVALUATE.
       735-EXIT.
           EXIT.
      * AFTER IMAGE OF A REASSIGNED CLAIM - THE WHOLE ROW INTO THE
      * CLAIMS RECORD, NULLABLE COLUMNS AS SPACES.
       960-GET-CLAIM-ROW.
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
       960-EXIT.
           EXIT.
      * CHANGE-EVENT OUTBOX ROW FOR THE WAREHOUSE FEED, WRITTEN IN THE
      * SAME UNIT OF WORK AS THE CHANGE IT DESCRIBES. THE CALLER SETS
      * EVENTTYPE, TABLENAME, EVENTKEY AND BOTH IMAGES AND PERFORMS
      * THIS LAST. IF THE EVENT CANNOT BE WRITTEN THE CHANGE IS BACKED
      * OUT SO THE FEED NEVER MISSES ONE.
       980-WRITE-CHANGEEVENT.
           MOVE 'N'        TO WS-CEV-SW
           MOVE 'MF110CB5' TO SOURCEPGM
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
               STRING 'CHANGE LOG FAILED RC:' DELIMITED BY SIZE
                      WS-SQLCODE              DELIMITED BY SIZE
                      INTO MESSAGEO
               END-STRING
           END-IF.
       980-EXIT.
           EXIT.
       985-CLAIM-CHANGEEVENT.
           MOVE 'CLAIMS'     TO TABLENAME
           MOVE CLAIMNUMBER OF CLAIMS TO WS-CEV-CLAIM
           MOVE WS-CEV-CLAIM TO EVENTKEY
           PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT.
       985-EXIT.
           EXIT.
