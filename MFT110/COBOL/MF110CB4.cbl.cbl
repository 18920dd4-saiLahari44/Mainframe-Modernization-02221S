          88 WS-EDIT-BAD             VALUE 'N'.
       01 WS-CUST-COUNT    PIC S9(5).
       01 WS-COVER-LIMIT   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-USERID        PIC X(08) VALUE SPACES.
       01 WS-OPTION        PIC X(01).
          88 WS-CB4-OPTION           VALUE '1' THRU '9'.
       01 WS-AUTH-SW       PIC X(01) VALUE 'Y'.
          88 WS-AUTH-OK              VALUE 'Y'.
          88 WS-AUTH-REFUSED         VALUE 'N'.
       01 WS-OPT-COUNT     PIC S9(4) COMP.
       01 WS-REFUSAL-MSG   PIC X(26).
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE POLICY
           END-EXEC.
           EXEC SQL
              INCLUDE PAYEEMST
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
          COPY MF110BM4.
       01 DFHCOMMAREA.
           IF EIBCALEN = 0
               MOVE LOW-VALUES TO DFHCOMMAREA
           END-IF
           MOVE CustOptionI TO WS-OPTION
           IF WS-CB4-OPTION
               PERFORM 060-CHECK-AUTHORITY THRU 060-EXIT
           END-IF
           IF WS-AUTH-OK
               EVALUATE CustOptionI
               WHEN '1'
                   PERFORM 100-CUST-INQUIRY
               WHEN '2'
                   PERFORM 200-CUST-ADD
               WHEN '3'
                   PERFORM 300-CUST-UPDATE
               WHEN '4'
                   PERFORM 400-POLICY-INQUIRY
               WHEN '5'
                   PERFORM 500-POLICY-ADD
               WHEN '6'
                   PERFORM 600-POLICY-UPDATE
               WHEN '7'
                   PERFORM 700-PAYEE-INQUIRY
               WHEN '8'
                   PERFORM 720-PAYEE-ADD
               WHEN '9'
                   PERFORM 740-PAYEE-UPDATE
               END-EVALUATE
           END-IF
           EXEC CICS RETURN
               TRANSID('CB4')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
      * THE SIGNED-ON USER MUST HAVE A USERAUTH ROW WHOSE CB4OPTIONS
      * INCLUDES THE SELECTED OPTION.
       060-CHECK-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-SW
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE WS-USERID TO USERID OF USERAUTH
             EXEC SQL
                SELECT CB4OPTIONS
                INTO  :USERAUTH.CB4OPTIONS
                FROM MFTR33.USERAUTH
                WHERE USERID = :USERAUTH.USERID
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               MOVE ZERO TO WS-OPT-COUNT
               INSPECT CB4OPTIONS TALLYING WS-OPT-COUNT
                   FOR ALL WS-OPTION
               IF WS-OPT-COUNT = ZERO
                   MOVE 'OPTION NOT AUTHORIZED' TO WS-REFUSAL-MSG
                   PERFORM 065-LOG-REFUSAL THRU 065-EXIT
               END-IF
             WHEN 100
               MOVE 'USER NOT AUTHORIZED ON CB4' TO WS-REFUSAL-MSG
               PERFORM 065-LOG-REFUSAL THRU 065-EXIT
             WHEN OTHER
               MOVE 'N' TO WS-AUTH-SW
               MOVE SQLCODE       TO WS-SQLCODE
               STRING 'SQL ERROR IN AUTH - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO CMSGO
               END-STRING
           END-EVALUATE.
       060-EXIT.
           EXIT.
       065-LOG-REFUSAL.
           MOVE 'N'            TO WS-AUTH-SW
           MOVE WS-REFUSAL-MSG TO CMSGO
           MOVE WS-USERID      TO USERID OF SECREFUSAL
           MOVE 'CB4'          TO TRANSID
           MOVE WS-OPTION      TO OPTIONCODE
           MOVE CCustNoI       TO KEYVALUE
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
                      INTO CMSGO
               END-STRING
           END-IF.
       065-EXIT.
           EXIT.
       100-CUST-INQUIRY.
           MOVE CCustNoI TO CUSTOMERNUMBER OF CUSTOMER
            EXEC SQL
               EVALUATE SQLCODE
                 WHEN 0
                     MOVE 'CUSTOMER ADDED' TO CMSGO
                     MOVE 'I'      TO EVENTTYPE
                     MOVE SPACES   TO BEFOREIMAGE
                     MOVE CUSTOMER TO AFTERIMAGE
                     PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
                     IF SQLCODE = 0
                         MOVE CUSTOMERNUMBER OF CUSTOMER
                           TO LK-LAST-CUSTNO
                     END-IF
                 WHEN -803
                     MOVE 'CUSTOMER ALREADY EXISTS' TO CMSGO
                 WHEN OTHER
       300-CUST-UPDATE.
           PERFORM 800-EDIT-CUST-FIELDS THRU 800-EXIT
           IF WS-EDIT-OK
               PERFORM 900-GET-CUST-IMAGE THRU 900-EXIT
               PERFORM 250-MOVE-CUST-FIELDS THRU 250-EXIT
                 EXEC SQL
                    UPDATE MFTR33.CUSTOMER
               EVALUATE SQLCODE
                 WHEN 0
                     MOVE 'CUSTOMER UPDATED' TO CMSGO
                     MOVE 'U'      TO EVENTTYPE
                     MOVE CUSTOMER TO AFTERIMAGE
                     PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
                 WHEN 100
                     MOVE 'CUSTOMER NOT FOUND' TO CMSGO
                 WHEN OTHER
                     END-STRING
               END-EVALUATE
           END-IF.
       700-PAYEE-INQUIRY.
           MOVE CCustNoI(1:7) TO PAYEEID OF PAYEEMASTER
            EXEC SQL
              SELECT LEGALNAME,
                     REMITADDR1,
                     REMITADDR2,
                     TAXID,
                     REPORTABLE
              INTO  :PAYEEMASTER.LEGALNAME,
                    :PAYEEMASTER.REMITADDR1,
                    :PAYEEMASTER.REMITADDR2,
                    :PAYEEMASTER.TAXID,
                    :PAYEEMASTER.REPORTABLE
              FROM MFTR33.PAYEEMASTER
              WHERE PAYEEID = :PAYEEMASTER.PAYEEID
            END-EXEC.
           EVALUATE SQLCODE
            WHEN 0
              MOVE PAYEEID    OF PAYEEMASTER TO CCustNoO
              MOVE LEGALNAME  OF PAYEEMASTER TO CCustNameO
              MOVE REMITADDR1 OF PAYEEMASTER TO CAddr1O
              MOVE REMITADDR2 OF PAYEEMASTER TO CAddr2O
              MOVE TAXID      OF PAYEEMASTER TO CPolicyO
              MOVE REPORTABLE OF PAYEEMASTER TO CPhoneO
            WHEN 100
              MOVE 'PAYEE NOT FOUND' TO CMSGO
            WHEN OTHER
              MOVE SQLCODE       TO WS-SQLCODE
              STRING 'SQL ERROR IN FETCH - RC : ' WS-SQLCODE
              DELIMITED BY SIZE INTO CMSGO
              END-STRING
           END-EVALUATE.
       720-PAYEE-ADD.
           PERFORM 880-EDIT-PAYEE-FIELDS THRU 880-EXIT
           IF WS-EDIT-OK
               PERFORM 750-MOVE-PAYEE-FIELDS THRU 750-EXIT
                 EXEC SQL
                    INSERT INTO MFTR33.PAYEEMASTER
                           (PAYEEID,
                            LEGALNAME,
                            REMITADDR1,
                            REMITADDR2,
                            TAXID,
                            REPORTABLE)
                    VALUES (:PAYEEMASTER.PAYEEID,
                            :PAYEEMASTER.LEGALNAME,
                            :PAYEEMASTER.REMITADDR1,
                            :PAYEEMASTER.REMITADDR2,
                            :PAYEEMASTER.TAXID,
                            :PAYEEMASTER.REPORTABLE)
                 END-EXEC
               EVALUATE SQLCODE
                 WHEN 0
                     MOVE 'PAYEE ADDED' TO CMSGO
                 WHEN -803
                     MOVE 'PAYEE ALREADY EXISTS' TO CMSGO
                 WHEN OTHER
                     MOVE SQLCODE       TO WS-SQLCODE
                     STRING 'SQL ERROR IN INSERT - RC : ' WS-SQLCODE
                     DELIMITED BY SIZE INTO CMSGO
                     END-STRING
               END-EVALUATE
           END-IF.
       740-PAYEE-UPDATE.
           PERFORM 880-EDIT-PAYEE-FIELDS THRU 880-EXIT
           IF WS-EDIT-OK
               PERFORM 750-MOVE-PAYEE-FIELDS THRU 750-EXIT
                 EXEC SQL
                    UPDATE MFTR33.PAYEEMASTER
                       SET LEGALNAME  = :PAYEEMASTER.LEGALNAME,
                           REMITADDR1 = :PAYEEMASTER.REMITADDR1,
                           REMITADDR2 = :PAYEEMASTER.REMITADDR2,
                           TAXID      = :PAYEEMASTER.TAXID,
                           REPORTABLE = :PAYEEMASTER.REPORTABLE
                     WHERE PAYEEID = :PAYEEMASTER.PAYEEID
                 END-EXEC
               EVALUATE SQLCODE
                 WHEN 0
                     MOVE 'PAYEE UPDATED' TO CMSGO
                 WHEN 100
                     MOVE 'PAYEE NOT FOUND' TO CMSGO
                 WHEN OTHER
                     MOVE SQLCODE       TO WS-SQLCODE
                     STRING 'SQL ERROR IN UPDATE - RC : ' WS-SQLCODE
                     DELIMITED BY SIZE INTO CMSGO
                     END-STRING
               END-EVALUATE
           END-IF.
       750-MOVE-PAYEE-FIELDS.
           MOVE CCustNoI(1:7)  TO PAYEEID    OF PAYEEMASTER
           MOVE CCustNameI     TO LEGALNAME  OF PAYEEMASTER
           MOVE CAddr1I        TO REMITADDR1 OF PAYEEMASTER
           MOVE CAddr2I        TO REMITADDR2 OF PAYEEMASTER
           MOVE CPhoneI(1:1)   TO REPORTABLE OF PAYEEMASTER
           IF CPolicyI = LOW-VALUES
               MOVE SPACES        TO TAXID OF PAYEEMASTER
           ELSE
               MOVE CPolicyI(1:9) TO TAXID OF PAYEEMASTER
           END-IF.
       750-EXIT.
           EXIT.
       800-EDIT-CUST-FIELDS.
           MOVE 'Y' TO WS-EDIT-SW
           IF CCustNoI = SPACES OR CCustNoI = LOW-VALUES
           END-IF.
       870-EXIT.
           EXIT.
       880-EDIT-PAYEE-FIELDS.
           MOVE 'Y' TO WS-EDIT-SW
           IF CCustNoI = SPACES OR CCustNoI = LOW-VALUES
               MOVE 'PAYEE ID REQUIRED' TO CMSGO
               MOVE 'N' TO WS-EDIT-SW
           ELSE
             IF CCustNoI(8:9) NOT = SPACES
                AND CCustNoI(8:9) NOT = LOW-VALUES
                 MOVE 'PAYEE ID MAX 7 CHARACTERS' TO CMSGO
                 MOVE 'N' TO WS-EDIT-SW
             ELSE
               IF CCustNameI = SPACES OR CCustNameI = LOW-VALUES
                   MOVE 'PAYEE LEGAL NAME REQUIRED' TO CMSGO
                   MOVE 'N' TO WS-EDIT-SW
               ELSE
                 IF CAddr1I = SPACES OR CAddr1I = LOW-VALUES
                     MOVE 'REMIT ADDRESS REQUIRED' TO CMSGO
                     MOVE 'N' TO WS-EDIT-SW
                 ELSE
                   IF CPhoneI(1:1) NOT = 'Y'
                      AND CPhoneI(1:1) NOT = 'N'
                       MOVE 'REPORTABLE MUST BE Y OR N' TO CMSGO
                       MOVE 'N' TO WS-EDIT-SW
                   ELSE
                     IF CPolicyI NOT = SPACES
                        AND CPolicyI NOT = LOW-VALUES
                        AND (CPolicyI(1:9) NOT NUMERIC
                             OR (CPolicyI(10:7) NOT = SPACES
                             AND CPolicyI(10:7) NOT = LOW-VALUES))
                         MOVE 'TAX ID MUST BE 9 DIGITS' TO CMSGO
                         MOVE 'N' TO WS-EDIT-SW
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
       880-EXIT.
           EXIT.
      * BEFORE IMAGE FOR A CUSTOMER UPDATE - THE ROW AS IT STANDS.
       900-GET-CUST-IMAGE.
           MOVE SPACES   TO BEFOREIMAGE
           MOVE CCustNoI TO CUSTOMERNUMBER OF CUSTOMER
            EXEC SQL
              SELECT CUSTNAME,
                     ADDRESS1,
                     ADDRESS2,
                     POLICYNUMBER,
                     PHONE
              INTO  :CUSTOMER.CUSTNAME,
                    :CUSTOMER.ADDRESS1,
                    :CUSTOMER.ADDRESS2,
                    :CUSTOMER.POLICYNUMBER,
                    :CUSTOMER.PHONE
              FROM MFTR33.CUSTOMER
              WHERE CUSTOMERNUMBER = :CUSTOMER.CUSTOMERNUMBER
            END-EXEC.
           IF SQLCODE = 0
               MOVE CUSTOMER TO BEFOREIMAGE
           END-IF.
       900-EXIT.
           EXIT.
      * CHANGE-EVENT OUTBOX ROW FOR THE WAREHOUSE FEED, WRITTEN IN THE
      * SAME UNIT OF WORK AS THE CUSTOMER CHANGE. THE CALLER SETS
      * EVENTTYPE AND BOTH IMAGES. IF THE EVENT CANNOT BE WRITTEN THE
      * CHANGE IS BACKED OUT.
       980-WRITE-CHANGEEVENT.
           MOVE 'CUSTOMER'                 TO TABLENAME
           MOVE CUSTOMERNUMBER OF CUSTOMER TO EVENTKEY
           MOVE 'MF110CB4'                 TO SOURCEPGM
           MOVE WS-USERID                  TO EVENTUSERID
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
               MOVE SQLCODE       TO WS-SQLCODE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE SPACES        TO CMSGO
               STRING 'CHANGE LOG FAILED RC:' DELIMITED BY SIZE
                      WS-SQLCODE              DELIMITED BY SIZE
                      INTO CMSGO
               END-STRING
           END-IF.
       980-EXIT.
           EXIT.
