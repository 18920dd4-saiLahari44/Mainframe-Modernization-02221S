       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MF110TAX.
       AUTHOR. HARIKASADI
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT T99FILE ASSIGN TO T99FILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAILFILE ASSIGN TO MAILFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * ONE DETAIL PER REPORTABLE PAYEE AT OR OVER THE FILING
      * THRESHOLD, THEN ONE TRAILER WITH THE PAYEE COUNT AND TOTAL.
       FD  T99FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 140 CHARACTERS.
       01 T99-RECORD.
           05 T99-RECORD-TYPE        PIC X(01).
              88 T99-DETAIL                     VALUE 'D'.
              88 T99-TRAILER                    VALUE 'T'.
           05 T99-TAX-YEAR           PIC 9(04).
           05 T99-DETAIL-DATA.
              10 T99-PAYEEID         PIC X(07).
              10 T99-TAXID           PIC X(09).
              10 T99-LEGALNAME       PIC X(30).
              10 T99-REMITADDR1      PIC X(30).
              10 T99-REMITADDR2      PIC X(30).
              10 T99-AMOUNT          PIC 9(9)V99.
              10 T99-PAYMENT-COUNT   PIC 9(05).
              10 FILLER              PIC X(13).
           05 T99-TRAILER-DATA REDEFINES T99-DETAIL-DATA.
              10 T99-PAYEE-COUNT     PIC 9(07).
              10 T99-TOTAL-AMOUNT    PIC 9(11)V99.
              10 FILLER              PIC X(115).
      * PRINT-IMAGE RECIPIENT STATEMENTS FOR THE MAILING RUN
       FD  MAILFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 MAIL-RECORD                PIC X(132).
       FD  RPTFILE
           RECORDING MODE F
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01 RPT-RECORD                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW               PIC X(01) VALUE 'N'.
          88 WS-EOF                          VALUE 'Y'.
       01 WS-EXC-EOF-SW           PIC X(01) VALUE 'N'.
          88 WS-EXC-EOF                      VALUE 'Y'.
       01 WS-MODE                 PIC X(01) VALUE 'F'.
          88 WS-MODE-LIST                    VALUE 'L'.
          88 WS-MODE-FILE                    VALUE 'F'.
       01 WS-SQLCODE              PIC -9(03).
       01 WS-TAX-YEAR             PIC 9(04) VALUE ZERO.
       01 WS-YEAR-START           PIC X(10) VALUE SPACES.
       01 WS-YEAR-END             PIC X(10) VALUE SPACES.
       01 WS-FILING-THRESHOLD     PIC S9(7)V99 COMP-3 VALUE 600.00.
       01 WS-PAYEE-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-PAYEE-PAYCOUNT       PIC S9(7)    VALUE ZERO.
       01 WS-EXC-COUNT            PIC S9(7)    VALUE ZERO.
       01 WS-PAYEE-READ-COUNT     PIC S9(7)    VALUE ZERO.
       01 WS-FILED-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-FILED-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01 WS-BELOW-COUNT          PIC S9(7)    VALUE ZERO.
       01 WS-HELD-COUNT           PIC S9(7)    VALUE ZERO.
       01 WS-MASKED-TIN           PIC X(09)    VALUE SPACES.
       01 WS-HEADING1.
           05 FILLER        PIC X(34) VALUE
              'MF110TAX YEAR-END 1099 REPORTING -'.
           05 FILLER        PIC X(10) VALUE ' TAX YEAR '.
           05 WS-H-YEAR     PIC 9(04).
           05 FILLER        PIC X(84) VALUE SPACES.
       01 WS-EXC-HEADING.
           05 FILLER        PIC X(60) VALUE
              'EXCEPTIONS - REPORTABLE PAYEES WITH NO TAX ID ON FILE'.
           05 FILLER        PIC X(72) VALUE SPACES.
       01 WS-PAYEE-HEADING.
           05 FILLER        PIC X(60) VALUE
              'REPORTABLE PAYEE TOTALS - RELEASED, NOT RETURNED'.
           05 FILLER        PIC X(72) VALUE SPACES.
       01 WS-HEADING2.
           05 FILLER             PIC X(09) VALUE 'PAYEE ID'.
           05 FILLER             PIC X(32) VALUE 'LEGAL NAME'.
           05 FILLER             PIC X(11) VALUE 'TAX ID'.
           05 FILLER             PIC X(07) VALUE ' COUNT'.
           05 FILLER             PIC X(17) VALUE '      YEAR TOTAL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'DISPOSITION'.
           05 FILLER             PIC X(24) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-D-PAYEEID       PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-NAME          PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-TAXID         PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-COUNT         PIC ZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-D-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-D-DISP          PIC X(30).
           05 FILLER             PIC X(26) VALUE SPACES.
       01 WS-CONTROL-LINE.
           05 WS-C-LABEL         PIC X(30).
           05 WS-C-VALUE         PIC ZZZZ,ZZ9.
           05 FILLER             PIC X(94) VALUE SPACES.
       01 WS-CONTROL-AMT-LINE.
           05 WS-CA-LABEL        PIC X(30).
           05 WS-CA-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(85) VALUE SPACES.
       01 WS-MAIL-LINE.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 WS-M-LABEL         PIC X(24).
           05 WS-M-VALUE         PIC X(40).
           05 FILLER             PIC X(63) VALUE SPACES.
       01 WS-MAIL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MAIL-COUNT          PIC ZZ,ZZ9.
       01 WS-RUN-START            PIC X(26) VALUE SPACES.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE BATCHRUN
           END-EXEC.
           EXEC SQL
              INCLUDE PAYEEMST
           END-EXEC.
       LINKAGE SECTION.
       01 LK-PARM.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-TAX-YEAR          PIC X(04).
           05 LK-MODE              PIC X(01).
       PROCEDURE DIVISION USING LK-PARM.
       000-MAIN-PARA.
           PERFORM 010-REGISTER-RUN THRU 010-EXIT
           PERFORM 050-SET-TAX-YEAR THRU 050-EXIT
           IF RETURN-CODE > 4
               PERFORM 920-CLOSE-RUN THRU 920-EXIT
               STOP RUN
           END-IF
           PERFORM 100-INITIALIZE THRU 100-EXIT
           PERFORM 150-OPEN-EXCEPTIONS THRU 150-EXIT
           PERFORM 250-FETCH-EXCEPTION THRU 250-EXIT
           PERFORM 350-PROCESS-EXCEPTION THRU 350-EXIT
               UNTIL WS-EXC-EOF
           IF WS-MODE-FILE AND RETURN-CODE NOT > 4
               PERFORM 400-OPEN-TOTALS THRU 400-EXIT
               PERFORM 450-FETCH-TOTAL THRU 450-EXIT
               PERFORM 500-PROCESS-PAYEE THRU 500-EXIT
                   UNTIL WS-EOF
           END-IF
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
                VALUES ('MF110TAX', :WS-RUN-START, 0, 0, 0, 'A')
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TAX - RUN REGISTER FAILED RC : '
                       WS-SQLCODE
           END-IF.
       010-EXIT.
           EXIT.
      * PARM IS YYYYM - TAX YEAR AND MODE. A YEAR OF 0000 OR NO PARM
      * REPORTS THE LAST COMPLETED CALENDAR YEAR. MODE L PRINTS THE
      * MISSING TAX ID EXCEPTION LIST ONLY (PRE-RUN CHECK); MODE F,
      * THE DEFAULT, ALSO WRITES THE 1099 AND MAILING FILES.
       050-SET-TAX-YEAR.
           IF LK-PARM-LEN > 3
               IF LK-TAX-YEAR IS NUMERIC
                   MOVE LK-TAX-YEAR TO WS-TAX-YEAR
               ELSE
                   DISPLAY 'MF110TAX - INVALID TAX YEAR PARM'
                           ' - RUN ABANDONED'
                   MOVE 12 TO RETURN-CODE
                   GO TO 050-EXIT
               END-IF
           END-IF
           IF LK-PARM-LEN > 4
               MOVE LK-MODE TO WS-MODE
           END-IF
           IF NOT WS-MODE-LIST AND NOT WS-MODE-FILE
               DISPLAY 'MF110TAX - INVALID MODE PARM - RUN ABANDONED'
               MOVE 12 TO RETURN-CODE
               GO TO 050-EXIT
           END-IF
           IF WS-TAX-YEAR = ZERO
             EXEC SQL
                SELECT YEAR(CURRENT DATE) - 1
                INTO  :WS-TAX-YEAR
                FROM SYSIBM.SYSDUMMY1
             END-EXEC
           END-IF
           STRING WS-TAX-YEAR DELIMITED BY SIZE
                  '-01-01'    DELIMITED BY SIZE
                  INTO WS-YEAR-START
           END-STRING
           STRING WS-TAX-YEAR DELIMITED BY SIZE
                  '-12-31'    DELIMITED BY SIZE
                  INTO WS-YEAR-END
           END-STRING.
       050-EXIT.
           EXIT.
       100-INITIALIZE.
           OPEN OUTPUT T99FILE
           OPEN OUTPUT MAILFILE
           OPEN OUTPUT RPTFILE
           MOVE WS-TAX-YEAR TO WS-H-YEAR
           MOVE WS-HEADING1 TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-EXC-HEADING TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING2 TO RPT-RECORD
           WRITE RPT-RECORD.
       100-EXIT.
           EXIT.
      * EVERY REPORTABLE PAYEE WITHOUT A TAX ID, WITH ANY AMOUNT PAID
      * TO THEM IN THE YEAR, SO THE MASTER CAN BE FIXED BEFORE FILING.
       150-OPEN-EXCEPTIONS.
             EXEC SQL
                DECLARE NOTINCSR CURSOR FOR
                SELECT M.PAYEEID,
                       M.LEGALNAME,
                       COALESCE((SELECT SUM(P.PAYMENTAMOUNT)
                                 FROM MFTR33.CLAIMPAYMENTS P
                                 WHERE P.PAYEEID  = M.PAYEEID
                                   AND P.RELEASED = 'Y'
                                   AND (P.RETURNED IS NULL
                                        OR P.RETURNED <> 'Y')
                                   AND P.RELEASEDATE
                                       BETWEEN :WS-YEAR-START
                                           AND :WS-YEAR-END), 0)
                FROM MFTR33.PAYEEMASTER M
                WHERE M.REPORTABLE = 'Y'
                  AND (M.TAXID IS NULL OR M.TAXID = ' ')
                ORDER BY M.PAYEEID
             END-EXEC.
             EXEC SQL
                OPEN NOTINCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TAX - EXCEPTION CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EXC-EOF TO TRUE
           END-IF.
       150-EXIT.
           EXIT.
       250-FETCH-EXCEPTION.
             EXEC SQL
                FETCH NOTINCSR
                INTO  :PAYEEMASTER.PAYEEID,
                      :PAYEEMASTER.LEGALNAME,
                      :WS-PAYEE-TOTAL
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET WS-EXC-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TAX - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               SET WS-EXC-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       250-EXIT.
           EXIT.
       350-PROCESS-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE PAYEEID OF PAYEEMASTER   TO WS-D-PAYEEID
           MOVE LEGALNAME OF PAYEEMASTER TO WS-D-NAME
           MOVE SPACES                   TO WS-D-TAXID
           MOVE ZERO                     TO WS-D-COUNT
           MOVE WS-PAYEE-TOTAL           TO WS-D-AMOUNT
           MOVE 'NO TAX ID ON PAYEE MASTER' TO WS-D-DISP
           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 250-FETCH-EXCEPTION THRU 250-EXIT.
       350-EXIT.
           EXIT.
       400-OPEN-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-PAYEE-HEADING TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-HEADING2 TO RPT-RECORD
           WRITE RPT-RECORD
             EXEC SQL
                DECLARE TAXCSR CURSOR FOR
                SELECT M.PAYEEID,
                       M.LEGALNAME,
                       M.REMITADDR1,
                       M.REMITADDR2,
                       M.TAXID,
                       SUM(P.PAYMENTAMOUNT),
                       COUNT(*)
                FROM MFTR33.PAYEEMASTER M,
                     MFTR33.CLAIMPAYMENTS P
                WHERE M.REPORTABLE = 'Y'
                  AND P.PAYEEID    = M.PAYEEID
                  AND P.RELEASED   = 'Y'
                  AND (P.RETURNED IS NULL OR P.RETURNED <> 'Y')
                  AND P.RELEASEDATE BETWEEN :WS-YEAR-START
                                        AND :WS-YEAR-END
                GROUP BY M.PAYEEID, M.LEGALNAME, M.REMITADDR1,
                         M.REMITADDR2, M.TAXID
                ORDER BY M.PAYEEID
             END-EXEC.
             EXEC SQL
                OPEN TAXCSR
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TAX - CURSOR OPEN FAILED RC : '
                       WS-SQLCODE
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           END-IF.
       400-EXIT.
           EXIT.
       450-FETCH-TOTAL.
             EXEC SQL
                FETCH TAXCSR
                INTO  :PAYEEMASTER.PAYEEID,
                      :PAYEEMASTER.LEGALNAME,
                      :PAYEEMASTER.REMITADDR1,
                      :PAYEEMASTER.REMITADDR2,
                      :PAYEEMASTER.TAXID,
                      :WS-PAYEE-TOTAL,
                      :WS-PAYEE-PAYCOUNT
             END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-PAYEE-READ-COUNT
             WHEN 100
               SET WS-EOF TO TRUE
             WHEN OTHER
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TAX - SQL ERROR IN FETCH - RC : '
                       WS-SQLCODE
               SET WS-EOF TO TRUE
               MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       450-EXIT.
           EXIT.
      * A PAYEE WITH NO TAX ID IS HELD OFF THE FILING (IT IS ALREADY
      * ON THE EXCEPTION LIST); ONE UNDER THE THRESHOLD IS NOT FILED.
       500-PROCESS-PAYEE.
           MOVE PAYEEID OF PAYEEMASTER   TO WS-D-PAYEEID
           MOVE LEGALNAME OF PAYEEMASTER TO WS-D-NAME
           MOVE WS-PAYEE-PAYCOUNT        TO WS-D-COUNT
           MOVE WS-PAYEE-TOTAL           TO WS-D-AMOUNT
           MOVE SPACES                   TO WS-MASKED-TIN
           IF TAXID OF PAYEEMASTER NOT = SPACES
               MOVE '*****'                    TO WS-MASKED-TIN(1:5)
               MOVE TAXID OF PAYEEMASTER(6:4)  TO WS-MASKED-TIN(6:4)
           END-IF
           MOVE WS-MASKED-TIN TO WS-D-TAXID
           EVALUATE TRUE
             WHEN TAXID OF PAYEEMASTER = SPACES
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD - NO TAX ID' TO WS-D-DISP
             WHEN WS-PAYEE-TOTAL < WS-FILING-THRESHOLD
               ADD 1 TO WS-BELOW-COUNT
               MOVE 'NOT FILED - BELOW THRESHOLD' TO WS-D-DISP
             WHEN OTHER
               PERFORM 550-WRITE-1099 THRU 550-EXIT
               PERFORM 600-WRITE-MAILING THRU 600-EXIT
               MOVE 'FILED' TO WS-D-DISP
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 450-FETCH-TOTAL THRU 450-EXIT.
       500-EXIT.
           EXIT.
       550-WRITE-1099.
           MOVE SPACES                    TO T99-RECORD
           MOVE 'D'                       TO T99-RECORD-TYPE
           MOVE WS-TAX-YEAR               TO T99-TAX-YEAR
           MOVE PAYEEID OF PAYEEMASTER    TO T99-PAYEEID
           MOVE TAXID OF PAYEEMASTER      TO T99-TAXID
           MOVE LEGALNAME OF PAYEEMASTER  TO T99-LEGALNAME
           MOVE REMITADDR1 OF PAYEEMASTER TO T99-REMITADDR1
           MOVE REMITADDR2 OF PAYEEMASTER TO T99-REMITADDR2
           MOVE WS-PAYEE-TOTAL            TO T99-AMOUNT
           MOVE WS-PAYEE-PAYCOUNT         TO T99-PAYMENT-COUNT
           WRITE T99-RECORD
           ADD 1              TO WS-FILED-COUNT
           ADD WS-PAYEE-TOTAL TO WS-FILED-AMOUNT.
       550-EXIT.
           EXIT.
      * RECIPIENT STATEMENT - ADDRESS BLOCK FOR THE WINDOW ENVELOPE,
      * THEN THE YEAR TOTAL. THE TAX ID IS MASKED ON THE RECIPIENT
      * COPY.
       600-WRITE-MAILING.
           MOVE SPACES TO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE LEGALNAME OF PAYEEMASTER  TO MAIL-RECORD(6:30)
           WRITE MAIL-RECORD
           MOVE SPACES                    TO MAIL-RECORD
           MOVE REMITADDR1 OF PAYEEMASTER TO MAIL-RECORD(6:30)
           WRITE MAIL-RECORD
           MOVE SPACES                    TO MAIL-RECORD
           MOVE REMITADDR2 OF PAYEEMASTER TO MAIL-RECORD(6:30)
           WRITE MAIL-RECORD
           MOVE SPACES TO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES                    TO WS-MAIL-LINE
           MOVE 'FORM 1099 - TAX YEAR'    TO WS-M-LABEL
           MOVE WS-TAX-YEAR               TO WS-M-VALUE
           MOVE WS-MAIL-LINE              TO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES                    TO WS-MAIL-LINE
           MOVE 'PAYEE ID'                TO WS-M-LABEL
           MOVE PAYEEID OF PAYEEMASTER    TO WS-M-VALUE
           MOVE WS-MAIL-LINE              TO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES                    TO WS-MAIL-LINE
           MOVE 'RECIPIENT TAX ID'        TO WS-M-LABEL
           MOVE WS-MASKED-TIN             TO WS-M-VALUE
           MOVE WS-MAIL-LINE              TO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES                    TO WS-MAIL-LINE
           MOVE 'NUMBER OF PAYMENTS'      TO WS-M-LABEL
           MOVE WS-PAYEE-PAYCOUNT         TO WS-MAIL-COUNT
           MOVE WS-MAIL-COUNT             TO WS-M-VALUE
           MOVE WS-MAIL-LINE              TO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE SPACES                    TO WS-MAIL-LINE
           MOVE 'TOTAL REPORTED'          TO WS-M-LABEL
           MOVE WS-PAYEE-TOTAL            TO WS-MAIL-AMOUNT
           MOVE WS-MAIL-AMOUNT            TO WS-M-VALUE
           MOVE WS-MAIL-LINE              TO MAIL-RECORD
           WRITE MAIL-RECORD
           MOVE ALL '-' TO MAIL-RECORD
           WRITE MAIL-RECORD.
       600-EXIT.
           EXIT.
       800-FINALIZE.
           IF WS-MODE-FILE
               MOVE SPACES           TO T99-RECORD
               MOVE 'T'              TO T99-RECORD-TYPE
               MOVE WS-TAX-YEAR      TO T99-TAX-YEAR
               MOVE WS-FILED-COUNT   TO T99-PAYEE-COUNT
               MOVE WS-FILED-AMOUNT  TO T99-TOTAL-AMOUNT
               WRITE T99-RECORD
                 EXEC SQL
                    CLOSE TAXCSR
                 END-EXEC
           END-IF
             EXEC SQL
                CLOSE NOTINCSR
             END-EXEC.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'MISSING TAX ID EXCEPTIONS'  TO WS-C-LABEL
           MOVE WS-EXC-COUNT                 TO WS-C-VALUE
           MOVE WS-CONTROL-LINE              TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-MODE-FILE
               MOVE 'REPORTABLE PAYEES PAID'     TO WS-C-LABEL
               MOVE WS-PAYEE-READ-COUNT          TO WS-C-VALUE
               MOVE WS-CONTROL-LINE              TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE '1099 RECORDS FILED'         TO WS-C-LABEL
               MOVE WS-FILED-COUNT               TO WS-C-VALUE
               MOVE WS-CONTROL-LINE              TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 'BELOW FILING THRESHOLD'     TO WS-C-LABEL
               MOVE WS-BELOW-COUNT               TO WS-C-VALUE
               MOVE WS-CONTROL-LINE              TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 'HELD - NO TAX ID'           TO WS-C-LABEL
               MOVE WS-HELD-COUNT                TO WS-C-VALUE
               MOVE WS-CONTROL-LINE              TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 'TOTAL AMOUNT FILED'         TO WS-CA-LABEL
               MOVE WS-FILED-AMOUNT              TO WS-CA-VALUE
               MOVE WS-CONTROL-AMT-LINE          TO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               MOVE 'LIST ONLY - NO FILES WRITTEN' TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           IF WS-EXC-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'MF110TAX - TAX YEAR            : ' WS-TAX-YEAR
           DISPLAY 'MF110TAX - RUN MODE            : ' WS-MODE
           DISPLAY 'MF110TAX - MISSING TAX ID      : ' WS-EXC-COUNT
           DISPLAY 'MF110TAX - 1099 RECORDS FILED  : ' WS-FILED-COUNT
           DISPLAY 'MF110TAX - TOTAL AMOUNT FILED  : ' WS-FILED-AMOUNT
           CLOSE T99FILE
           CLOSE MAILFILE
           CLOSE RPTFILE.
       800-EXIT.
           EXIT.
       920-CLOSE-RUN.
           MOVE WS-PAYEE-READ-COUNT TO READCOUNT OF BATCHRUN
           MOVE WS-FILED-COUNT      TO WRITECOUNT OF BATCHRUN
           MOVE WS-EXC-COUNT        TO REJECTCOUNT OF BATCHRUN
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
                 WHERE PROGRAMNAME    = 'MF110TAX'
                   AND STARTTIMESTAMP = :WS-RUN-START
             END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE
               DISPLAY 'MF110TAX - RUN CLOSE FAILED RC : '
                       WS-SQLCODE
           END-IF.
       920-EXIT.
           EXIT.
