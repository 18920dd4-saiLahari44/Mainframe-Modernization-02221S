       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110CDC.
       AUTHOR. HARIKASADI
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDCFILE ASSIGN TO CDCFILE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CDCFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01 CDC-RECORD                 PIC X(250).
       01 CDC-TAIL-VIEW.
           05 CDC-TAIL-RECTYPE       PIC X(01).
              88 CDC-TAIL-HEADER               VALUE 'H'.
              88 CDC-TAIL-DETAIL               VALUE 'B' 'A'.
              88 CDC-TAIL-TRAILER              VALUE 'T'.
           05 FILLER                 PIC X(01).
           05 CDC-TAIL-SEQ           PIC 9(09).
           05 FILLER                 PIC X(01).
           05 CDC-TAIL-EVTYPE        PIC X(01).
           05 FILLER                 PIC X(237).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                          VALUE 'Y'.
       01 WS-TAIL-EOF-SW          PIC X(01) VALUE 'N'.
          88 WS-TAIL-EOF                     VALUE 'Y'.
       01 WS-SQL-ERROR-SW         PIC X(01) VALUE 'N'.
          88 WS-SQL-ERROR                    VALUE 'Y'.
       01 WS-HDR-FOUND-SW         PIC X(01) VALUE 'N'.
          88 WS-HDR-FOUND                    VALUE 'Y'.
       01 WS-TRL-FOUND-SW         PIC X(01) VALUE 'N'.
          88 WS-TRL-FOUND                    VALUE 'Y'.
       01 WS-CSR-OPEN-SW          PIC X(01) VALUE 'N'.
          88 WS-CSR-OPEN                     VALUE 'Y'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-RETAIN-DAYS          PIC S9(3)    VALUE ZERO.
       01 WS-RUNMODE              PIC X(01) VALUE 'N'.
          88 WS-RUNMODE-NEW                  VALUE 'N'.
          88 WS-RUNMODE-RESTART              VALUE 'R'.
       01 WS-CDC-TABLE            PIC X(18) VALUE SPACES.
          88 WS-CDC-TABLE-KNOWN              VALUE 'CLAIMS'
                                                   'CLAIMPAYMENTS'
                                                   'CUSTOMER'
                                                   'CLAIMRECOVERY'
                                                   'CLAIMNOTES'.
       01 WS-EVENT-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-RECORD-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-INSERT-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-UPDATE-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-DELETE-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-REJECT-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-PURGE-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-FIRST-SEQ            PIC S9(9)    VALUE ZERO.
       01 WS-LAST-SEQ             PIC S9(9)    VALUE ZERO.
       01 WS-CKPT-SEQ             PIC S9(9)    VALUE ZERO.
       01 WS-MAX-SEQ              PIC S9(9)    VALUE ZERO.
       01 WS-SEQ-HASH             PIC S9(15)   VALUE ZERO.
       01 WS-CHECKPOINT-INTVL     PIC S9(4)    VALUE 500.
       01 WS-SINCE-CHECKPOINT     PIC S9(4)    VALUE ZERO.
       01 WS-CHECKPOINT-COUNT     PIC S9(5)    VALUE ZERO.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
       01 WS-IMAGE                PIC X(250) VALUE SPACES.
      * ***************************************************************
      * FEED LAYOUT - ONE HEADER, A 'B' (BEFORE) AND/OR 'A' (AFTER)
      * DETAIL LINE PER EVENT, ONE TRAILER. FIELDS ARE '|' DELIMITED.
      * AN INSERT HAS NO 'B' LINE AND A DELETE HAS NO 'A' LINE.
      * ***************************************************************
       01 WS-CDC-HEADER.
           05 FILLER              PIC X(02) VALUE 'H|'.
           05 FILLER              PIC X(09) VALUE 'MF110CDC|'.
           05 WS-HDR-RUN-TS       PIC X(26).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-HDR-AFTER-SEQ    PIC 9(09).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-HDR-RETAIN-DAYS  PIC 9(03).
           05 FILLER              PIC X(199) VALUE SPACES.
       01 WS-CDC-DETAIL.
           05 WS-DTL-RECTYPE      PIC X(01).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-DTL-SEQ          PIC 9(09).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-DTL-EVTYPE       PIC X(01).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-DTL-TABLE        PIC X(18).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-DTL-KEY          PIC X(20).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-DTL-PGM          PIC X(08).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-DTL-USER         PIC X(08).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-DTL-TS           PIC X(26).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-DTL-DATA         PIC X(151).
       01 WS-CDC-TRAILER.
           05 FILLER              PIC X(02) VALUE 'T|'.
           05 WS-TRL-EVENTS       PIC 9(07).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-TRL-RECORDS      PIC 9(07).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-TRL-INSERTS      PIC 9(07).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-TRL-UPDATES      PIC 9(07).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-TRL-DELETES      PIC 9(07).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-TRL-FIRST-SEQ    PIC 9(09).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-TRL-LAST-SEQ     PIC 9(09).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-TRL-SEQ-HASH     PIC 9(15).
           05 FILLER              PIC X(173) VALUE SPACES.
      * ***************************************************************
      * ROW DATA AREAS - ONE PER TABLE, BUILT FROM THE DCLGEN IMAGE.
      * ***************************************************************
       01 WS-CLM-DATA.
           05 WS-CLM-NUMBER       PIC 9(09).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-PAID         PIC -9(7).99.
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-VALUE1       PIC -9(7).99.
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-CAUSE        PIC X(18).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-OBSERVATIONS PIC X(18).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-CUSTOMER     PIC X(16).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-STATUS       PIC X(06).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-SEVERITY     PIC X(10).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-EVENTCODE    PIC X(08).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CLM-ADJUSTER     PIC X(08).
       01 WS-PAY-DATA.
           05 WS-PAY-CLAIM        PIC 9(09).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-SEQ          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-AMOUNT       PIC -9(7).99.
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-PAYEE        PIC X(18).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-METHOD       PIC X(03).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-RELEASED     PIC X(01).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-RELEASEDATE  PIC X(10).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-BOOKUSER     PIC X(08).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-APPROVEUSER  PIC X(08).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-RETURNED     PIC X(01).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-RETURNREASON PIC X(04).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-RETURNDATE   PIC X(10).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-CHEQUE       PIC 9(09).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-PAYEEID      PIC X(07).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-PAY-CATEGORY     PIC X(03).
       01 WS-CUS-DATA.
           05 WS-CUS-NUMBER       PIC X(16).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CUS-NAME         PIC X(30).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CUS-ADDRESS1     PIC X(30).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CUS-ADDRESS2     PIC X(30).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CUS-POLICY       PIC X(16).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-CUS-PHONE        PIC X(12).
       01 WS-RCV-DATA.
           05 WS-RCV-CLAIM        PIC 9(09).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-RCV-SEQ          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-RCV-DATE         PIC X(10).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-RCV-AMOUNT       PIC -9(7).99.
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-RCV-TYPE         PIC X(03).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-RCV-SOURCE       PIC X(18).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-RCV-BOOKUSER     PIC X(08).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-RCV-BOOKTS       PIC X(26).
       01 WS-NTE-DATA.
           05 WS-NTE-CLAIM        PIC 9(09).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-NTE-SEQ          PIC 9(04).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-NTE-TS           PIC X(26).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-NTE-USER         PIC X(08).
           05 FILLER              PIC X(01) VALUE '|'.
           05 WS-NTE-TEXT         PIC X(46).
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BATCHRUN
           END-EXEC.
           EXEC SQL
              INCLUDE CHGEVENT
           END-EXEC.
           EXEC SQL
              INCLUDE EXTRSTRT
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMS
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMPAY
           END-EXEC.
           EXEC SQL
              INCLUDE CUSTOMER
           END-EXEC.
           EXEC SQL
              INCLUDE CLAIMRCV
           END-EXEC.
           EXEC SQL
              INCLUDE CLMNOTES
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-RETAIN-DAYS       PIC 9(03).
           05 LK-RUNMODE           PIC X(01).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           MOVE LK-RETAIN-DAYS TO WS-RETAIN-DAYS
           IF WS-RETAIN-DAYS NOT > ZERO
               DISPLAY 'MF110CDC - INVALID RETENTION DAYS PARM - RUN'
                       ' ABANDONED'
               MOVE 12 TO RETURN-CODE
               PERFORM 920-CLOSE-RUN THRU 920-EXIT
               STOP RUN
           END-IF
           IF LK-PARM-LEN > 3
               MOVE LK-RUNMODE TO WS-RUNMODE
           ELSE
               MOVE 'N' TO WS-RUNMODE
           END-IF
           PERFORM 050-POSITION-RESTART THRU 050-EXIT
           IF RETURN-CODE > 8
               DISPLAY 'MF110CDC - RESTART NOT POSSIBLE - RUN'
                       ' ABANDONED'
               PERFORM 920-CLOSE-RUN THRU 920-EXIT
               STOP RUN
           END-IF
           PERFORM 100-INITIALIZE THRU 100-EXIT
           IF WS-CSR-OPEN
               PERFORM 200-FETCH-EVENT THRU 200-EXIT
           ELSE
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 300-DELIVER-EVENT THRU 300-EXIT
               UNTIL WS-EOF
           PERFORM 800-FINALIZE THRU 800-EXIT
           PERFORM 850-PURGE-DELIVERED THRU 850-EXIT
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
                VALUES ('MF110CDC', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CDC - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           END-IF.
       010-EXIT.
           EXIT.
       050-POSITION-RESTART.
           IF WS-RUNMODE-RESTART
               PERFORM 060-READ-RESTART-ROW THRU 060-EXIT
               IF RETURN-CODE > 8
                   GO TO 050-EXIT
               END-IF
               PERFORM 080-SCAN-FEED-TAIL THRU 080-EXIT
               PERFORM 090-RESYNC-DELIVERED THRU 090-EXIT
           ELSE
               MOVE ZERO TO WS-LAST-SEQ
               MOVE ZERO TO WS-EVENT-COUNT
               PERFORM 070-RESET-RESTART-ROW THRU 070-EXIT
           END-IF.
       050-EXIT.
           EXIT.
       060-READ-RESTART-ROW.
             EXEC SQL
                SELECT LASTCLAIMNUMBER,
                       EXTRACTCOUNT,
                       RUNSTATUS
                INTO  :EXTRACTRESTART.LASTCLAIMNUMBER,
                      :EXTRACTRESTART.EXTRACTCOUNT,
                      :EXTRACTRESTART.RUNSTATUS
                FROM MFTR33.EXTRACTRESTART
                WHERE EXTRACTNAME = 'MF110CDC'
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               IF RUNSTATUS-COMPLETE
                   DISPLAY 'MF110CDC - PRIOR RUN ALREADY COMPLETE -'
                           ' NOTHING TO RESTART'
                   MOVE 12 TO RETURN-CODE
                   GO TO 060-EXIT
               END-IF
               MOVE LASTCLAIMNUMBER TO WS-CKPT-SEQ
               DISPLAY 'MF110CDC - CHECKPOINT AT EVENT SEQ : '
                       WS-CKPT-SEQ
             WHEN 100
               DISPLAY 'MF110CDC - NO RESTART ROW FOUND - RUN IN'
                       ' NEW MODE INSTEAD'
               MOVE 12 TO RETURN-CODE
               GO TO 060-EXIT
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CDC - SQL ERROR IN RESTART READ - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 060-EXIT
           END-EVALUATE.
       060-EXIT.
           EXIT.
       070-RESET-RESTART-ROW.
             EXEC SQL
                DELETE FROM MFTR33.EXTRACTRESTART
                 WHERE EXTRACTNAME = 'MF110CDC'
             END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CDC - SQL ERROR IN RESTART RESET - RC : '
                       WS-SQLCODE
           END-IF
             EXEC SQL
                INSERT INTO MFTR33.EXTRACTRESTART
                       (EXTRACTNAME,
                        LASTCLAIMNUMBER,
                        EXTRACTCOUNT,
                        RUNSTATUS,
                        UPDATETIMESTAMP)
                VALUES ('MF110CDC', 0, 0, 'A', CURRENT TIMESTAMP)
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CDC - SQL ERROR IN RESTART INIT - RC : '
                       WS-SQLCODE
           END-IF.
       070-EXIT.
           EXIT.
      * ***************************************************************
      * REBUILD THE RUN TOTALS FROM WHAT IS PHYSICALLY ON THE FEED.
      * THE FILE TAIL, NOT THE CHECKPOINT ROW, IS THE LAST DELIVERED
      * SEQUENCE - A COMMIT DOES NOT FLUSH THE QSAM BUFFERS.
      * ***************************************************************
       080-SCAN-FEED-TAIL.
           MOVE ZERO TO WS-LAST-SEQ
           MOVE 'N'  TO WS-TAIL-EOF-SW
           OPEN INPUT CDCFILE
           PERFORM 085-READ-FEED-TAIL THRU 085-EXIT
               UNTIL WS-TAIL-EOF
           CLOSE CDCFILE
           IF NOT WS-HDR-FOUND
               MOVE WS-CKPT-SEQ TO WS-LAST-SEQ
           END-IF
           IF WS-LAST-SEQ NOT = WS-CKPT-SEQ
               DISPLAY 'MF110CDC - CHECKPOINT ROW AT EVENT '
                       WS-CKPT-SEQ ' BUT FILE TAIL AT EVENT '
                       WS-LAST-SEQ ' - USING FILE TAIL'
           END-IF
           DISPLAY 'MF110CDC - EVENTS ON FILE AT RESTART : '
                   WS-EVENT-COUNT
           IF WS-TRL-FOUND
               DISPLAY 'MF110CDC - TRAILER ALREADY ON FILE -'
                       ' COMPLETING PRIOR RUN'
           END-IF.
       080-EXIT.
           EXIT.
       085-READ-FEED-TAIL.
           READ CDCFILE
               AT END SET WS-TAIL-EOF TO TRUE
           END-READ
           IF NOT WS-TAIL-EOF
               EVALUATE TRUE
                 WHEN CDC-TAIL-HEADER
                   SET WS-HDR-FOUND TO TRUE
                 WHEN CDC-TAIL-TRAILER
                   SET WS-TRL-FOUND TO TRUE
                 WHEN CDC-TAIL-DETAIL
                   ADD 1 TO WS-RECORD-COUNT
                   IF CDC-TAIL-SEQ NOT = WS-LAST-SEQ
                       PERFORM 087-COUNT-TAIL-EVENT THRU 087-EXIT
                   END-IF
               END-EVALUATE
           END-IF.
       085-EXIT.
           EXIT.
       087-COUNT-TAIL-EVENT.
           IF WS-EVENT-COUNT = ZERO
               MOVE CDC-TAIL-SEQ TO WS-FIRST-SEQ
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           ADD CDC-TAIL-SEQ TO WS-SEQ-HASH
           MOVE CDC-TAIL-SEQ TO WS-LAST-SEQ
           EVALUATE CDC-TAIL-EVTYPE
             WHEN 'I'
               ADD 1 TO WS-INSERT-COUNT
             WHEN 'U'
               ADD 1 TO WS-UPDATE-COUNT
             WHEN 'D'
               ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE.
       087-EXIT.
           EXIT.
      * ***************************************************************
      * BRING THE DELIVERED FLAGS INTO LINE WITH THE FILE TAIL -
      * EVENTS ON THE FILE PAST THE CHECKPOINT ARE DELIVERED, EVENTS
      * UP TO THE CHECKPOINT THAT NEVER REACHED DISK ARE NOT.
      * ***************************************************************
       090-RESYNC-DELIVERED.
           IF WS-LAST-SEQ > WS-CKPT-SEQ
             EXEC SQL
                UPDATE MFTR33.CHANGEEVENT
                   SET DELIVERED        = 'Y',
                       DELIVERTIMESTAMP = CURRENT TIMESTAMP
                 WHERE EVENTSEQ  > :WS-CKPT-SEQ
                   AND EVENTSEQ <= :WS-LAST-SEQ
                   AND DELIVERED = 'N'
             END-EXEC
           END-IF
           IF WS-LAST-SEQ < WS-CKPT-SEQ
             EXEC SQL
                UPDATE MFTR33.CHANGEEVENT
                   SET DELIVERED        = 'N',
                       DELIVERTIMESTAMP = NULL
                 WHERE EVENTSEQ  > :WS-LAST-SEQ
                   AND EVENTSEQ <= :WS-CKPT-SEQ
                   AND DELIVERED = 'Y'
             END-EXEC
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CDC - SQL ERROR IN RESTART RESYNC - RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               PERFORM 920-CLOSE-RUN THRU 920-EXIT
               STOP RUN
           END-IF
             EXEC SQL
                UPDATE MFTR33.EXTRACTRESTART
                   SET LASTCLAIMNUMBER = :WS-LAST-SEQ,
                       EXTRACTCOUNT    = :WS-EVENT-COUNT,
                       UPDATETIMESTAMP = CURRENT TIMESTAMP
                 WHERE EXTRACTNAME = 'MF110CDC'
             END-EXEC.
             EXEC SQL
                COMMIT
             END-EXEC.
       090-EXIT.
           EXIT.
       100-INITIALIZE.
           IF WS-RUNMODE-RESTART
               OPEN EXTEND CDCFILE
           ELSE
               OPEN OUTPUT CDCFILE
           END-IF
           IF NOT WS-HDR-FOUND
               MOVE WS-RUN-START   TO WS-HDR-RUN-TS
               MOVE WS-LAST-SEQ    TO WS-HDR-AFTER-SEQ
               MOVE WS-RETAIN-DAYS TO WS-HDR-RETAIN-DAYS
               WRITE CDC-RECORD FROM WS-CDC-HEADER
           END-IF
           IF NOT WS-TRL-FOUND
             EXEC SQL
                DECLARE EVENTCSR CURSOR WITH HOLD FOR
                SELECT EVENTSEQ,
                       EVENTTYPE,
                       TABLENAME,
                       EVENTKEY,
                       BEFOREIMAGE,
                       AFTERIMAGE,
                       SOURCEPGM,
                       EVENTUSERID,
                       CHAR(EVENTTIMESTAMP)
                FROM MFTR33.CHANGEEVENT
                WHERE EVENTSEQ  > :WS-LAST-SEQ
                  AND DELIVERED = 'N'
                ORDER BY EVENTSEQ
             END-EXEC
             EXEC SQL
                OPEN EVENTCSR
             END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE
                   DISPLAY 'MF110CDC - SQL ERROR IN CURSOR OPEN - RC : '
                           WS-SQLCODE
                   SET WS-SQL-ERROR TO TRUE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   SET WS-CSR-OPEN TO TRUE
               END-IF
           END-IF.
       100-EXIT.
           EXIT.
       200-FETCH-EVENT.
             EXEC SQL
                FETCH EVENTCSR
                INTO  :CHANGEEVENT.EVENTSEQ,
                      :CHANGEEVENT.EVENTTYPE,
                      :CHANGEEVENT.TABLENAME,
                      :CHANGEEVENT.EVENTKEY,
                      :CHANGEEVENT.BEFOREIMAGE,
                      :CHANGEEVENT.AFTERIMAGE,
                      :CHANGEEVENT.SOURCEPGM,
                      :CHANGEEVENT.EVENTUSERID,
                      :CHANGEEVENT.EVENTTIMESTAMP
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CDC - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF TO TRUE
               SET WS-SQL-ERROR TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       200-EXIT.
           EXIT.
       300-DELIVER-EVENT.
           MOVE TABLENAME TO WS-CDC-TABLE
           IF NOT WS-CDC-TABLE-KNOWN
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'MF110CDC - UNKNOWN TABLE ' TABLENAME
                       ' ON EVENT ' EVENTSEQ ' - KEY AND HEADER ONLY'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-EVENT-COUNT = ZERO
               MOVE EVENTSEQ TO WS-FIRST-SEQ
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           ADD EVENTSEQ TO WS-SEQ-HASH
           MOVE EVENTSEQ TO WS-LAST-SEQ
           EVALUATE TRUE
             WHEN EVENTTYPE-INSERT
               ADD 1 TO WS-INSERT-COUNT
             WHEN EVENTTYPE-UPDATE
               ADD 1 TO WS-UPDATE-COUNT
             WHEN EVENTTYPE-DELETE
               ADD 1 TO WS-DELETE-COUNT
           END-EVALUATE
           IF NOT EVENTTYPE-INSERT
               MOVE 'B'         TO WS-DTL-RECTYPE
               MOVE BEFOREIMAGE TO WS-IMAGE
               PERFORM 320-WRITE-DETAIL THRU 320-EXIT
           END-IF
           IF NOT EVENTTYPE-DELETE
               MOVE 'A'         TO WS-DTL-RECTYPE
               MOVE AFTERIMAGE  TO WS-IMAGE
               PERFORM 320-WRITE-DETAIL THRU 320-EXIT
           END-IF
           PERFORM 340-MARK-DELIVERED THRU 340-EXIT
           IF WS-SQL-ERROR
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-SINCE-CHECKPOINT
               IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTVL
                   PERFORM 400-TAKE-CHECKPOINT THRU 400-EXIT
               END-IF
               PERFORM 200-FETCH-EVENT THRU 200-EXIT
           END-IF.
       300-EXIT.
           EXIT.
       320-WRITE-DETAIL.
           MOVE EVENTSEQ       TO WS-DTL-SEQ
           MOVE EVENTTYPE      TO WS-DTL-EVTYPE
           MOVE TABLENAME      TO WS-DTL-TABLE
           MOVE EVENTKEY       TO WS-DTL-KEY
           MOVE SOURCEPGM      TO WS-DTL-PGM
           MOVE EVENTUSERID    TO WS-DTL-USER
           MOVE EVENTTIMESTAMP TO WS-DTL-TS
           EVALUATE WS-CDC-TABLE
             WHEN 'CLAIMS'
               PERFORM 330-FORMAT-CLAIM THRU 330-EXIT
             WHEN 'CLAIMPAYMENTS'
               PERFORM 332-FORMAT-PAYMENT THRU 332-EXIT
             WHEN 'CUSTOMER'
               PERFORM 334-FORMAT-CUSTOMER THRU 334-EXIT
             WHEN 'CLAIMRECOVERY'
               PERFORM 336-FORMAT-RECOVERY THRU 336-EXIT
             WHEN 'CLAIMNOTES'
               PERFORM 338-FORMAT-NOTE THRU 338-EXIT
             WHEN OTHER
               MOVE SPACES TO WS-DTL-DATA
           END-EVALUATE
           WRITE CDC-RECORD FROM WS-CDC-DETAIL
           ADD 1 TO WS-RECORD-COUNT.
       320-EXIT.
           EXIT.
       330-FORMAT-CLAIM.
           MOVE WS-IMAGE                   TO CLAIMS
           MOVE CLAIMNUMBER    OF CLAIMS   TO WS-CLM-NUMBER
           MOVE CLAIMDATE                  TO WS-CLM-DATE
           MOVE PAID                       TO WS-CLM-PAID
           MOVE VALUE1                     TO WS-CLM-VALUE1
           MOVE CAUSE                      TO WS-CLM-CAUSE
           MOVE OBSERVATIONS               TO WS-CLM-OBSERVATIONS
           MOVE CUSTOMERNUMBER OF CLAIMS   TO WS-CLM-CUSTOMER
           MOVE CLAIMSTATUS                TO WS-CLM-STATUS
           MOVE SEVERITY                   TO WS-CLM-SEVERITY
           MOVE EVENTCODE                  TO WS-CLM-EVENTCODE
           MOVE ASSIGNEDADJUSTER           TO WS-CLM-ADJUSTER
           MOVE WS-CLM-DATA                TO WS-DTL-DATA.
       330-EXIT.
           EXIT.
       332-FORMAT-PAYMENT.
           MOVE WS-IMAGE                   TO CLAIMPAYMENTS
           MOVE CLAIMNUMBER OF CLAIMPAYMENTS TO WS-PAY-CLAIM
           MOVE PAYMENTSEQ                 TO WS-PAY-SEQ
           MOVE PAYMENTDATE                TO WS-PAY-DATE
           MOVE PAYMENTAMOUNT              TO WS-PAY-AMOUNT
           MOVE PAYEE                      TO WS-PAY-PAYEE
           MOVE PAYMETHOD                  TO WS-PAY-METHOD
           MOVE RELEASED                   TO WS-PAY-RELEASED
           MOVE RELEASEDATE                TO WS-PAY-RELEASEDATE
           MOVE BOOKUSERID OF CLAIMPAYMENTS TO WS-PAY-BOOKUSER
           MOVE APPROVEUSERID              TO WS-PAY-APPROVEUSER
           MOVE RETURNED                   TO WS-PAY-RETURNED
           MOVE RETURNREASON               TO WS-PAY-RETURNREASON
           MOVE RETURNDATE                 TO WS-PAY-RETURNDATE
           MOVE CHEQUENUMBER               TO WS-PAY-CHEQUE
           MOVE PAYEEID                    TO WS-PAY-PAYEEID
           IF PAYCATEGORY = SPACES
               MOVE 'IND'                  TO WS-PAY-CATEGORY
           ELSE
               MOVE PAYCATEGORY            TO WS-PAY-CATEGORY
           END-IF
           MOVE WS-PAY-DATA                TO WS-DTL-DATA.
       332-EXIT.
           EXIT.
       334-FORMAT-CUSTOMER.
           MOVE WS-IMAGE                   TO CUSTOMER
           MOVE CUSTOMERNUMBER OF CUSTOMER TO WS-CUS-NUMBER
           MOVE CUSTNAME                   TO WS-CUS-NAME
           MOVE ADDRESS1                   TO WS-CUS-ADDRESS1
           MOVE ADDRESS2                   TO WS-CUS-ADDRESS2
           MOVE POLICYNUMBER               TO WS-CUS-POLICY
           MOVE PHONE                      TO WS-CUS-PHONE
           MOVE WS-CUS-DATA                TO WS-DTL-DATA.
       334-EXIT.
           EXIT.
       336-FORMAT-RECOVERY.
           MOVE WS-IMAGE                   TO CLAIMRECOVERY
           MOVE CLAIMNUMBER OF CLAIMRECOVERY TO WS-RCV-CLAIM
           MOVE RECOVERYSEQ                TO WS-RCV-SEQ
           MOVE RECOVERYDATE               TO WS-RCV-DATE
           MOVE RECOVERYAMOUNT             TO WS-RCV-AMOUNT
           MOVE RECOVERYTYPE               TO WS-RCV-TYPE
           MOVE RECOVERYSOURCE             TO WS-RCV-SOURCE
           MOVE BOOKUSERID OF CLAIMRECOVERY TO WS-RCV-BOOKUSER
           MOVE BOOKTIMESTAMP              TO WS-RCV-BOOKTS
           MOVE WS-RCV-DATA                TO WS-DTL-DATA.
       336-EXIT.
           EXIT.
       338-FORMAT-NOTE.
           MOVE WS-IMAGE                   TO CLAIMNOTES
           MOVE CLAIMNUMBER OF CLAIMNOTES  TO WS-NTE-CLAIM
           MOVE NOTESEQ                    TO WS-NTE-SEQ
           MOVE NOTETIMESTAMP              TO WS-NTE-TS
           MOVE NOTEUSERID                 TO WS-NTE-USER
           MOVE NOTETEXT                   TO WS-NTE-TEXT
           MOVE WS-NTE-DATA                TO WS-DTL-DATA.
       338-EXIT.
           EXIT.
       340-MARK-DELIVERED.
             EXEC SQL
                UPDATE MFTR33.CHANGEEVENT
                   SET DELIVERED        = 'Y',
                       DELIVERTIMESTAMP = CURRENT TIMESTAMP
                 WHERE EVENTSEQ = :CHANGEEVENT.EVENTSEQ
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CDC - DELIVERED UPDATE FAILED FOR EVENT '
                       EVENTSEQ ' RC : ' WS-SQLCODE
               SET WS-SQL-ERROR TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.
       340-EXIT.
           EXIT.
       400-TAKE-CHECKPOINT.
             EXEC SQL
                UPDATE MFTR33.EXTRACTRESTART
                   SET LASTCLAIMNUMBER = :WS-LAST-SEQ,
                       EXTRACTCOUNT    = :WS-EVENT-COUNT,
                       UPDATETIMESTAMP = CURRENT TIMESTAMP
                 WHERE EXTRACTNAME = 'MF110CDC'
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CDC - CHECKPOINT UPDATE FAILED - RC : '
                       WS-SQLCODE
           ELSE
             EXEC SQL
                COMMIT
             END-EXEC
               ADD 1 TO WS-CHECKPOINT-COUNT
           END-IF
           MOVE ZERO TO WS-SINCE-CHECKPOINT.
       400-EXIT.
           EXIT.
       800-FINALIZE.
           IF WS-CSR-OPEN
             EXEC SQL
                CLOSE EVENTCSR
             END-EXEC
           END-IF
           IF WS-SQL-ERROR
               DISPLAY 'MF110CDC - RUN INCOMPLETE - RESTART WITH'
                       ' MF110CDR'
           ELSE
               IF NOT WS-TRL-FOUND
                   PERFORM 810-WRITE-TRAILER THRU 810-EXIT
               END-IF
             EXEC SQL
                UPDATE MFTR33.EXTRACTRESTART
                   SET LASTCLAIMNUMBER = :WS-LAST-SEQ,
                       EXTRACTCOUNT    = :WS-EVENT-COUNT,
                       RUNSTATUS       = 'C',
                       UPDATETIMESTAMP = CURRENT TIMESTAMP
                 WHERE EXTRACTNAME = 'MF110CDC'
             END-EXEC
             IF SQLCODE NOT = 0
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'MF110CDC - FINAL CHECKPOINT FAILED - RC : '
                         WS-SQLCODE
             END-IF
             EXEC SQL
                COMMIT
             END-EXEC
           END-IF
           DISPLAY 'MF110CDC - EVENTS DELIVERED  : ' WS-EVENT-COUNT
           DISPLAY 'MF110CDC - DETAIL RECORDS    : ' WS-RECORD-COUNT
           DISPLAY 'MF110CDC - INSERTS           : ' WS-INSERT-COUNT
           DISPLAY 'MF110CDC - UPDATES           : ' WS-UPDATE-COUNT
           DISPLAY 'MF110CDC - DELETES           : ' WS-DELETE-COUNT
           DISPLAY 'MF110CDC - UNKNOWN TABLE     : ' WS-REJECT-COUNT
           DISPLAY 'MF110CDC - FIRST EVENT SEQ   : ' WS-FIRST-SEQ
           DISPLAY 'MF110CDC - LAST EVENT SEQ    : ' WS-LAST-SEQ
           DISPLAY 'MF110CDC - CHECKPOINTS TAKEN : '
                   WS-CHECKPOINT-COUNT
           CLOSE CDCFILE.
       800-EXIT.
           EXIT.
       810-WRITE-TRAILER.
           MOVE WS-EVENT-COUNT    TO WS-TRL-EVENTS
           MOVE WS-RECORD-COUNT   TO WS-TRL-RECORDS
           MOVE WS-INSERT-COUNT   TO WS-TRL-INSERTS
           MOVE WS-UPDATE-COUNT   TO WS-TRL-UPDATES
           MOVE WS-DELETE-COUNT   TO WS-TRL-DELETES
           MOVE WS-FIRST-SEQ      TO WS-TRL-FIRST-SEQ
           MOVE WS-LAST-SEQ       TO WS-TRL-LAST-SEQ
           MOVE WS-SEQ-HASH       TO WS-TRL-SEQ-HASH
           WRITE CDC-RECORD FROM WS-CDC-TRAILER.
       810-EXIT.
           EXIT.
      * ***************************************************************
      * PURGE DELIVERED EVENTS PAST THE RETENTION WINDOW. THE HIGHEST
      * EVENTSEQ IS ALWAYS KEPT SO THE WRITERS' MAX + 1 NEVER HANDS
      * OUT A SEQUENCE THE WAREHOUSE HAS ALREADY SEEN.
      * ***************************************************************
       850-PURGE-DELIVERED.
           IF NOT WS-SQL-ERROR
             EXEC SQL
                SELECT COALESCE(MAX(EVENTSEQ), 0)
                INTO  :WS-MAX-SEQ
                FROM MFTR33.CHANGEEVENT
             END-EXEC
             EXEC SQL
                DELETE FROM MFTR33.CHANGEEVENT
                 WHERE DELIVERED = 'Y'
                   AND DELIVERTIMESTAMP <
                       CURRENT TIMESTAMP - :WS-RETAIN-DAYS DAYS
                   AND EVENTSEQ < :WS-MAX-SEQ
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 MOVE SQLERRD(3) TO WS-PURGE-COUNT
               WHEN 100
                 MOVE ZERO TO WS-PURGE-COUNT
               WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'MF110CDC - PURGE FAILED RC : ' WS-SQLCODE
                         ' - RETRIED ON NEXT RUN'
                 MOVE 8 TO RETURN-CODE
             END-EVALUATE
             IF RETURN-CODE > 4
               EXEC SQL
                  ROLLBACK
               END-EXEC
             ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
             END-IF
             DISPLAY 'MF110CDC - RETENTION DAYS    : ' WS-RETAIN-DAYS
             DISPLAY 'MF110CDC - EVENTS PURGED     : ' WS-PURGE-COUNT
           END-IF.
       850-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-EVENT-COUNT  TO READCOUNT OF BATCHRUN
           MOVE WS-RECORD-COUNT TO WRITECOUNT OF BATCHRUN
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
                 WHERE PROGRAMNAME    = 'MF110CDC'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110CDC - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
