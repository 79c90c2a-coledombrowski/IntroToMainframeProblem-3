       01  REMIT-DETAIL-RECORD.
           05 REMIT-REC-TYPE        PIC X(1).
               88 REMIT-DETAIL                  VALUE 'D'.
               88 REMIT-TRAILER                 VALUE 'T'.
           05 REMIT-SSN             PIC X(9).
           05 REMIT-NAME            PIC X(20).
           05 REMIT-PRIORITY        PIC 99.
           05 REMIT-DEDUCT-TYPE     PIC X(3).
           05 REMIT-TAX-CODE        PIC X(1).
           05 REMIT-AGENCY          PIC X(20).
           05 REMIT-ORDER-NO        PIC X(20).
           05 REMIT-EMPLOYEE-AMOUNT PIC 9(7)V99.
           05 REMIT-MATCH-AMOUNT    PIC 9(7)V99.
           05 REMIT-PERIOD-ID       PIC X(8).
           05 REMIT-PAY-DATE        PIC 9(8).

       01  REMIT-TRAILER-RECORD REDEFINES REMIT-DETAIL-RECORD.
           05 FILLER                PIC X(1).
           05 REMIT-TRL-DETAIL-COUNT PIC 9(7).
           05 REMIT-TRL-TOTAL-DEDUCT PIC 9(9)V99.
           05 REMIT-TRL-TOTAL-MATCH PIC 9(9)V99.
           05 REMIT-TRL-PERIOD-ID   PIC X(8).
           05 REMIT-TRL-PAY-DATE    PIC 9(8).
           05 FILLER                PIC X(64).
