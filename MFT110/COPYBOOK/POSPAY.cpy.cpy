      * ***************************************************************
      * BANK POSITIVE-PAY RECORD - 80 BYTES FIXED.
      * ONE 'H' HEADER, ONE 'I' (ISSUED) OR 'V' (VOID/STOP) DETAIL
      * PER CHEQUE AND ONE 'T' TRAILER CARRYING THE DETAIL COUNT AND
      * AMOUNT HASH. WRITTEN BY MF110PAY (ISSUES) AND MF110CHQ
      * (VOIDS AND STOP PAYMENTS). AMOUNTS ARE UNSIGNED WITH AN
      * IMPLIED DECIMAL POINT.
      * ***************************************************************
       01 POSPAY-RECORD.
           05 POS-RECORD-TYPE        PIC X(01).
              88 POS-HEADER                     VALUE 'H'.
              88 POS-ISSUE                      VALUE 'I'.
              88 POS-VOID                       VALUE 'V'.
              88 POS-TRAILER                    VALUE 'T'.
           05 POS-ACCOUNT            PIC X(16).
           05 POS-DETAIL.
              10 POS-CHEQUENUMBER    PIC 9(10).
              10 POS-AMOUNT          PIC 9(9)V99.
              10 POS-ISSUEDATE       PIC X(10).
              10 POS-PAYEE           PIC X(30).
              10 FILLER              PIC X(02).
           05 POS-CONTROL REDEFINES POS-DETAIL.
              10 POS-ITEM-COUNT      PIC 9(07).
              10 POS-TOTAL-AMOUNT    PIC 9(11)V99.
              10 POS-FILE-DATE       PIC X(10).
              10 FILLER              PIC X(33).
