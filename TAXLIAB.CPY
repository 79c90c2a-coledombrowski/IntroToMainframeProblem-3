       01  TAX-LIABILITY-RECORD.
           05 TXL-REC-TYPE          PIC X(1).
               88 TXL-LIABILITY                 VALUE 'L'.
               88 TXL-DEPOSIT                   VALUE 'D'.
           05 TXL-PAY-DATE          PIC 9(8).
           05 TXL-PERIOD-ID         PIC X(8).
           05 TXL-RUN-DATE          PIC 9(8).
           05 TXL-TAX-YEAR          PIC 9(4).
           05 TXL-QUARTER           PIC 9.
           05 TXL-GROSS             PIC S9(9)V99.
           05 TXL-FED-TAX           PIC 9(9)V99.
           05 TXL-EE-FICA           PIC 9(9)V99.
           05 TXL-ER-FICA           PIC 9(9)V99.
           05 TXL-EE-MEDICARE       PIC 9(9)V99.
           05 TXL-ER-MEDICARE       PIC 9(9)V99.
           05 TXL-FUTA-TAX          PIC 9(9)V99.
           05 TXL-TOTAL-941         PIC 9(9)V99.
           05 TXL-DUE-DATE          PIC 9(8).
