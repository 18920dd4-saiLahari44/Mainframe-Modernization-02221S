           10 FIRSTESCDATE             PIC X(10).
           10 LASTESCDATE              PIC X(10).
           10 ESCALATECOUNT            PIC S9(4).
           10 ASSIGNEDADJUSTER         PIC X(08).
           10 ROUTEDTO                 PIC X(08).
