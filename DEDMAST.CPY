               10 DEDUCT-SSN        PIC X(9).
               10 DEDUCT-PRIORITY   PIC 99.
           05 DEDUCT-TYPE           PIC X(3).
               88 GARNISHMENT-DEDUCTION         VALUES 'GAR' 'CSP'
                                                       'LEV'.
           05 DEDUCT-METHOD         PIC X(1).
               88 FLAT-DEDUCTION                VALUE 'F'.
               88 PERCENT-DEDUCTION             VALUE 'P'.
           05 DEDUCT-MATCH-PERCENT  PIC V999.
           05 DEDUCT-MATCH-CAP      PIC 9(7)V99.
           05 DEDUCT-MATCH-TO-DATE  PIC 9(7)V99.
           05 DEDUCT-STATUS         PIC X(1).
               88 DEDUCTION-ACTIVE              VALUES 'A' ' '.
               88 DEDUCTION-STOPPED             VALUE 'S'.
           05 DEDUCT-ORDER-NO       PIC X(20).
           05 DEDUCT-AGENCY         PIC X(20).
           05 DEDUCT-START-DATE     PIC 9(8).
           05 DEDUCT-STOP-DATE      PIC 9(8).
