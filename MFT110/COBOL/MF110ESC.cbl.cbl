       01 WS-REP-ESC-COUNT       PIC S9(7)    VALUE ZERO.
       01 WS-PURGE-COUNT         PIC S9(7)    VALUE ZERO.
       01 WS-WORKLIST-COUNT      PIC S9(7)    VALUE ZERO.
       01 WS-ROUTED-COUNT        PIC S9(7)    VALUE ZERO.
       01 WS-PREV-ROUTEDTO       PIC X(08)    VALUE HIGH-VALUES.
       01 WS-HEADING1.
           05 FILLER        PIC X(44) VALUE
              'MF110ESC STALE-CLAIM SUPERVISOR WORKLIST'.
           05 FILLER             PIC X(06) VALUE '  ESC'.
           05 FILLER             PIC X(12) VALUE 'FIRST ESC'.
           05 FILLER             PIC X(12) VALUE 'LAST ESC'.
           05 FILLER             PIC X(32) VALUE 'REASON'.
           05 FILLER             PIC X(08) VALUE 'ADJUSTER'.
           05 FILLER             PIC X(20) VALUE SPACES.
       01 WS-ROUTE-LINE.
           05 FILLER             PIC X(11) VALUE 'ROUTED TO: '.
           05 WS-R-ROUTEDTO      PIC X(30).
           05 FILLER             PIC X(91) VALUE SPACES.
       01 WS-NO-WORK-LINE.
           05 FILLER             PIC X(26) VALUE
              'NO STALE CLAIMS ON QUEUE'.
           05 WS-D-LASTESC       PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-REASON        PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-ADJUSTER      PIC X(08).
           05 FILLER             PIC X(20) VALUE SPACES.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           EXEC SQL
              INCLUDE CLMNOTES
           END-EXEC.
           EXEC SQL
              INCLUDE ADJUSTER
           END-EXEC.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 150-PURGE-RESOLVED THRU 150-EXIT
             EXEC SQL
                DECLARE STALECSR CURSOR FOR
                SELECT C.CLAIMNUMBER,
                       C.CLAIMDATE,
                       C.SEVERITY,
                       DAYS(CURRENT DATE) - DAYS(C.CLAIMDATE),
                       C.ASSIGNEDADJUSTER,
                       COALESCE(A.SUPERVISORID, ' ')
                FROM MFTR33.CLAIMS C
                     LEFT OUTER JOIN MFTR33.ADJUSTER A
                       ON A.ADJUSTERID = C.ASSIGNEDADJUSTER
                WHERE C.CLAIMSTATUS IN ('OPEN', 'PEND')
                ORDER BY C.CLAIMNUMBER
             END-EXEC.
             EXEC SQL
                OPEN STALECSR
                INTO  :CLAIMS.CLAIMNUMBER,
                      :CLAIMS.CLAIMDATE,
                      :CLAIMS.SEVERITY:WS-SEVERITY-IND,
                      :WS-AGE-DAYS,
                      :CLAIMS.ASSIGNEDADJUSTER,
                      :ADJUSTER.SUPERVISORID
             END-EXEC.
           IF SQLCODE NOT = 0
               SET WS-EOF TO TRUE
           END-IF.
       320-EXIT.
           EXIT.
      * AN ASSIGNED CLAIM IS ROUTED TO ITS ADJUSTER'S SUPERVISOR. AN
      * UNASSIGNED CLAIM, OR AN ADJUSTER WITH NO SUPERVISOR ON FILE,
      * STAYS ON THE GENERAL SUPERVISOR QUEUE (ROUTEDTO SPACES).
       350-ESCALATE-CLAIM.
           MOVE ASSIGNEDADJUSTER OF CLAIMS
             TO ASSIGNEDADJUSTER OF CLAIMDIARY
           MOVE SUPERVISORID TO ROUTEDTO OF CLAIMDIARY
           IF ROUTEDTO OF CLAIMDIARY NOT = SPACES
               ADD 1 TO WS-ROUTED-COUNT
           END-IF
           MOVE WS-LIMIT-DAYS TO WS-LIMIT-EDIT
           MOVE SPACES        TO WS-REASON
           STRING 'NO ACTIVITY OVER ' DELIMITED BY SIZE
                   SET ESCALATECOUNT = ESCALATECOUNT + 1,
                       LASTESCDATE   = CHAR(CURRENT DATE, ISO),
                       SEVERITY      = :CLAIMS.SEVERITY,
                       ESCALATIONREASON = :WS-REASON,
                       ASSIGNEDADJUSTER =
                              :CLAIMDIARY.ASSIGNEDADJUSTER,
                       ROUTEDTO      = :CLAIMDIARY.ROUTEDTO
                 WHERE CLAIMNUMBER = :CLAIMDIARY.CLAIMNUMBER
             END-EXEC.
           EVALUATE SQLCODE
                        ESCALATIONREASON,
                        FIRSTESCDATE,
                        LASTESCDATE,
                        ESCALATECOUNT,
                        ASSIGNEDADJUSTER,
                        ROUTEDTO)
                VALUES (:CLAIMDIARY.CLAIMNUMBER,
                        :CLAIMS.SEVERITY,
                        :CLAIMS.CLAIMDATE,
                        :WS-REASON,
                        CHAR(CURRENT DATE, ISO),
                        CHAR(CURRENT DATE, ISO),
                        1,
                        :CLAIMDIARY.ASSIGNEDADJUSTER,
                        :CLAIMDIARY.ROUTEDTO)
             END-EXEC.
           IF SQLCODE = 0
               ADD 1 TO WS-NEW-ESC-COUNT
                       FIRSTESCDATE,
                       LASTESCDATE,
                       ESCALATECOUNT,
                       DAYS(CURRENT DATE) - DAYS(CLAIMDATE),
                       ASSIGNEDADJUSTER,
                       ROUTEDTO
                FROM MFTR33.CLAIMDIARY
                ORDER BY ROUTEDTO,
                         CASE
                           WHEN SEVERITY IN ('HIGH', 'SEVERE',
                                             'CRITICAL') THEN 1
                           WHEN SEVERITY = 'MEDIUM' THEN 2
                      :CLAIMDIARY.FIRSTESCDATE,
                      :CLAIMDIARY.LASTESCDATE,
                      :CLAIMDIARY.ESCALATECOUNT,
                      :WS-AGE-DAYS,
                      :CLAIMDIARY.ASSIGNEDADJUSTER,
                      :CLAIMDIARY.ROUTEDTO
             END-EXEC.
           IF SQLCODE NOT = 0
               SET WS-EOF2 TO TRUE
           ELSE
               ADD 1 TO WS-WORKLIST-COUNT
               IF ROUTEDTO OF CLAIMDIARY NOT = WS-PREV-ROUTEDTO
                   PERFORM 650-PRINT-ROUTE THRU 650-EXIT
               END-IF
               MOVE SEVERITY OF CLAIMDIARY    TO WS-D-SEVERITY
               MOVE CLAIMNUMBER OF CLAIMDIARY TO WS-D-CLAIMNBR
               MOVE CLAIMDATE OF CLAIMDIARY   TO WS-D-CLAIMDATE
               MOVE FIRSTESCDATE              TO WS-D-FIRSTESC
               MOVE LASTESCDATE               TO WS-D-LASTESC
               MOVE ESCALATIONREASON          TO WS-D-REASON
               MOVE ASSIGNEDADJUSTER OF CLAIMDIARY
                                              TO WS-D-ADJUSTER
               MOVE WS-DETAIL-LINE            TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.
       600-EXIT.
           EXIT.
       650-PRINT-ROUTE.
           MOVE ROUTEDTO OF CLAIMDIARY TO WS-PREV-ROUTEDTO
           IF ROUTEDTO OF CLAIMDIARY = SPACES
               MOVE 'GENERAL SUPERVISOR QUEUE' TO WS-R-ROUTEDTO
           ELSE
               MOVE ROUTEDTO OF CLAIMDIARY     TO WS-R-ROUTEDTO
           END-IF
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-ROUTE-LINE TO RPT-RECORD
           WRITE RPT-RECORD.
       650-EXIT.
           EXIT.
       800-FINALIZE.
           IF WS-WORKLIST-COUNT = ZERO
               MOVE WS-NO-WORK-LINE TO RPT-RECORD
                   WS-REP-ESC-COUNT
           DISPLAY 'MF110ESC - HELD - RECENT NOTE : '
                   WS-NOTED-COUNT
           DISPLAY 'MF110ESC - ROUTED TO ADJ SUPV : '
                   WS-ROUTED-COUNT
           DISPLAY 'MF110ESC - DIARY ROWS PURGED  : ' WS-PURGE-COUNT
           DISPLAY 'MF110ESC - WORKLIST SIZE      : '
                   WS-WORKLIST-COUNT
