              88 CLAIMSTATUS-CLOSED              VALUE 'CLOSED'.
           10 SEVERITY                 PIC X(10).
           10 EVENTCODE                PIC X(08).
           10 ASSIGNEDADJUSTER         PIC X(08).
