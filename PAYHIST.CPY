       01  PAY-HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-SSN          PIC X(9).
               10 HIST-PERIOD-ID    PIC X(8).
               10 HIST-PAYMENT-SEQ  PIC 99.
           05 HIST-PAY-DATE         PIC 9(8).
           05 HIST-RUN-DATE         PIC 9(8).
           05 HIST-NAME             PIC X(20).
           05 HIST-HOME-DEPT        PIC X(4).
           05 HIST-PAY-TYPE         PIC X(1).
               88 HIST-HOURLY                   VALUE 'H'.
               88 HIST-SALARIED                 VALUE 'S'.
           05 HIST-PAY-RATE         PIC 9(2)V99.
           05 HIST-PERIOD-SALARY    PIC 9(5)V99.
           05 HIST-HOURS            PIC 9(3).
           05 HIST-REGULAR-HOURS    PIC 9(3).
           05 HIST-OVERTIME-HOURS   PIC 9(3).
           05 HIST-VAC-HOURS        PIC 9(3).
           05 HIST-SICK-HOURS       PIC 9(3).
           05 HIST-GROSS            PIC 9(7)V99.
           05 HIST-FED-TAX          PIC 9(7)V99.
           05 HIST-STATE-TAX        PIC 9(7)V99.
           05 HIST-FICA-TAX         PIC 9(7)V99.
           05 HIST-MEDICARE-TAX     PIC 9(7)V99.
           05 HIST-PRETAX-DEDUCT    PIC 9(7)V99.
           05 HIST-POSTTAX-DEDUCT   PIC 9(7)V99.
           05 HIST-ER-MATCH         PIC 9(7)V99.
           05 HIST-NET-PAY          PIC 9(7)V99.
           05 HIST-PAY-METHOD       PIC X(1).
               88 HIST-PAID-BY-DEPOSIT          VALUE 'D'.
               88 HIST-PAID-BY-CHECK            VALUE 'C'.
           05 HIST-CHECK-NO         PIC 9(8).
           05 HIST-WORKED-DEPTS.
               10 HIST-WORKED-ENTRY OCCURS 4 TIMES.
                   15 HIST-WORKED-DEPT  PIC X(4).
                   15 HIST-WORKED-HOURS PIC 9(3).
                   15 HIST-WORKED-GROSS PIC 9(7)V99.
           05 HIST-ENTRY-TYPE       PIC X(1).
               88 HIST-REGULAR-PAY              VALUE ' ' 'P'.
               88 HIST-FINAL-PAY                VALUE 'F'.
               88 HIST-ADJUSTMENT               VALUE 'A'.
               88 HIST-RETRO-ADJUSTMENT         VALUE 'R'.
           05 HIST-ADJ-SIGN         PIC X(1).
               88 HIST-ADJ-NEGATIVE             VALUE '-'.
           05 HIST-BASE-GROSS       PIC 9(7)V99.
