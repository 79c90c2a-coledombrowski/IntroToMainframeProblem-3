                   15 QTD-STATE-M       PIC 9(7)V99.
                   15 QTD-FICA-M        PIC 9(7)V99.
                   15 QTD-MEDICARE-M    PIC 9(7)V99.
           05 QTD-UI-BUCKETS-M.
               10 QTD-UI-BUCKET-M OCCURS 4 TIMES.
                   15 QTD-UI-GROSS-M    PIC 9(7)V99.
                   15 QTD-FUTA-WAGES-M  PIC 9(7)V99.
                   15 QTD-SUTA-WAGES-M  PIC 9(7)V99.
                   15 QTD-FUTA-TAX-M    PIC 9(5)V99.
                   15 QTD-SUTA-TAX-M    PIC 9(5)V99.
           05 PY-TOTALS-M.
               10 PY-GROSS-M        PIC 9(7)V99.
               10 PY-FED-M          PIC 9(7)V99.
           05 MASTER-SICK-BALANCE   PIC 9(3)V99.
           05 MASTER-VAC-ACCRUAL    PIC 9V9999.
           05 MASTER-SICK-ACCRUAL   PIC 9V9999.
           05 MASTER-RESIDENT-STATE PIC X(2).
           05 STATE-WH-BUCKETS-M.
               10 STATE-WH-BUCKET-M OCCURS 5 TIMES.
                   15 SWH-STATE-M       PIC X(2).
                   15 SWH-YTD-WAGES-M   PIC 9(7)V99.
                   15 SWH-YTD-TAX-M     PIC 9(7)V99.
                   15 SWH-QTD-BUCKET-M OCCURS 4 TIMES.
                       20 SWH-QTD-WAGES-M PIC 9(7)V99.
                       20 SWH-QTD-TAX-M   PIC 9(7)V99.
           05 MASTER-TERM-DATE      PIC 9(8).
           05 MASTER-FINAL-PAY-DATE PIC 9(8).
