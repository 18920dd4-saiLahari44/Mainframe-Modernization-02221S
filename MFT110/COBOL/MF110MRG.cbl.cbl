           05 WS-V-MESSAGE       PIC X(50).
           05 FILLER             PIC X(82) VALUE SPACES.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
       01 WS-CEV-CLAIM            PIC 9(09).
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE CUSTOMER
           END-EXEC.
           EXEC SQL
              INCLUDE CHGEVENT
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
       170-GET-CUSTOMER.
           MOVE ZERO TO WS-CUST-COUNT
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
                DECLARE DUPCLMCSR CURSOR FOR
                SELECT CLAIMNUMBER,
                       CLAIMDATE,
                       PAID,
                       VALUE1,
                       CAUSE,
                       OBSERVATIONS,
                       CUSTOMERNUMBER,
                       COALESCE(CLAIMSTATUS, ' '),
                       COALESCE(SEVERITY, ' '),
                       COALESCE(EVENTCODE, ' '),
                       ASSIGNEDADJUSTER
                FROM MFTR33.CLAIMS
                WHERE CUSTOMERNUMBER = :CLAIMS.CUSTOMERNUMBER
                ORDER BY CLAIMNUMBER
                FETCH DUPCLMCSR
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
           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
               MOVE VALUE1 OF CLAIMS      TO WS-MV-VALUE1
               MOVE WS-MOVE-LINE          TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 'U'                   TO EVENTTYPE
               MOVE 'CLAIMS'              TO TABLENAME
               MOVE CLAIMNUMBER OF CLAIMS TO WS-CEV-CLAIM
               MOVE WS-CEV-CLAIM          TO EVENTKEY
               MOVE CLAIMS                TO BEFOREIMAGE
               MOVE WS-SURVIVOR TO CUSTOMERNUMBER OF CLAIMS
               MOVE CLAIMS                TO AFTERIMAGE
               PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
           END-IF.
       350-EXIT.
           EXIT.
       400-EXIT.
           EXIT.
       500-RETIRE-DUPLICATE.
           MOVE WS-DUPLICATE TO CUSTOMERNUMBER OF CUSTOMER
           PERFORM 170-GET-CUSTOMER THRU 170-EXIT
           MOVE CUSTOMER TO BEFOREIMAGE
             EXEC SQL
                DELETE FROM MFTR33.CUSTOMER
                 WHERE CUSTOMERNUMBER = :WS-DUPLICATE
                       WS-SQLCODE
               MOVE 'N' TO WS-MERGE-OK-SW
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'D'          TO EVENTTYPE
               MOVE 'CUSTOMER'   TO TABLENAME
               MOVE WS-DUPLICATE TO EVENTKEY
               MOVE SPACES       TO AFTERIMAGE
               PERFORM 980-WRITE-CHANGEEVENT THRU 980-EXIT
           END-IF.
       500-EXIT.
           EXIT.
           END-IF.
       920-EXIT.
           EXIT.
      * CHANGE-EVENT OUTBOX ROW FOR THE WAREHOUSE FEED, WRITTEN IN THE
      * SAME UNIT OF WORK AS THE CHANGE IT DESCRIBES. THE CALLER SETS
      * EVENTTYPE, TABLENAME, EVENTKEY AND BOTH IMAGES.
       980-WRITE-CHANGEEVENT.
           MOVE 'MF110MRG' TO SOURCEPGM
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
               DISPLAY 'MF110MRG - CHANGE EVENT WRITE FAILED RC : '
                       WS-SQLCODE
               DISPLAY 'MF110MRG - ' TABLENAME ' ' EVENTKEY
                       ' NOT ON THE FEED'
               MOVE 'N' TO WS-MERGE-OK-SW
               MOVE 12 TO RETURN-CODE
           END-IF.
       980-EXIT.
           EXIT.
