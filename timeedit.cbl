            SELECT EDIT-EXCEPTION-FILE ASSIGN TO 'timeedit.err'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EARNINGS-CODE-FILE ASSIGN TO 'earncode.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EARNCODE-STATUS-WS.

            SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'employee.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
       01  FILLER                   PIC X(80).

       FD  TIMECARD-WORK-FILE RECORDING MODE IS F.
       01  TIMECARD-WORK-RECORD     PIC X(100).

       FD  TIMECARD-OUTPUT-FILE RECORDING MODE IS F.
       01  TIMECARD-OUTPUT-RECORD   PIC X(100).

       FD  EARNINGS-CODE-FILE RECORDING MODE IS F.
       COPY EARNCODE.

       FD  EDIT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).

       01 EOF-TIMECARD-WS           PIC X(3)        VALUE 'NO '.

       01 EARNINGS-CODE-CONTROL-WS.
           05 EARNCODE-STATUS-WS    PIC X(2)        VALUE '00'.
           05 EOF-EARNCODE-WS       PIC X(3)        VALUE 'NO '.
           05 EARN-CODE-COUNT-WS    PIC 99          VALUE ZERO.
           05 EARN-CODE-SUB-WS      PIC 99.
           05 EARN-CODE-HIT-WS      PIC 99.
           05 PUNCH-CODE-TYPE-WS    PIC X(1).
               88 PUNCH-BUILTIN-CODE            VALUE SPACE.
               88 PUNCH-CODED-HOURS             VALUES 'M' 'F'.
               88 PUNCH-KEYED-AMOUNT            VALUE 'A'.
               88 PUNCH-CODE-UNKNOWN            VALUE '?'.
           05 PUNCH-EARN-AMOUNT-WS  PIC 9(5)V99.
           05 EARN-CODE-TABLE-WS OCCURS 20 TIMES.
               10 ET-CODE-WS        PIC X(1).
               10 ET-CALC-TYPE-WS   PIC X(1).
               10 ET-FLAT-AMOUNT-WS PIC 9(5)V99.

      *    UP TO THREE EARNINGS CODES CARRY ON ONE TIMECARD.
       01 EARNINGS-BUCKET-WS.
           05 EARN-BUCKET-COUNT-WS  PIC 9           VALUE ZERO.
           05 EARN-BUCKET-SUB-WS    PIC 9.
           05 EARN-BUCKET-HIT-WS    PIC 9.
           05 EARN-OVERFLOW-SW      PIC X(3)        VALUE 'NO '.
               88 TOO-MANY-EARN-CODES           VALUE 'YES'.
           05 EARN-BUCKET-TABLE-WS OCCURS 3 TIMES.
               10 EB-CODE-WS        PIC X(1).
               10 EB-HOURS-WS       PIC 9(3).
               10 EB-AMOUNT-WS      PIC 9(5)V99.

       01 PUNCH-INPUT-RECORD.
           05 PUNCH-SSN-IN          PIC X(9).
           05 PUNCH-DATE-IN         PIC 9(8).
               88 PUNCH-WORKED                 VALUES ' ' 'W'.
               88 PUNCH-VACATION               VALUE 'V'.
               88 PUNCH-SICK                   VALUE 'S'.
           05 PUNCH-AMOUNT-IN       PIC 9(5)V99.
           05 FILLER                PIC X(49).

       01 TIMECARD-BUILD-RECORD.
           05 TC-SSN-OUT            PIC X(9).
           05 FILLER                PIC X(8)        VALUE SPACES.
           05 TC-VAC-HOURS-OUT      PIC 99.
           05 TC-SICK-HOURS-OUT     PIC 99.
           05 FILLER                PIC X(4)        VALUE SPACES.
           05 TC-EARN-ENTRY-OUT OCCURS 3 TIMES.
               10 TC-EARN-CODE-OUT   PIC X(1).
               10 TC-EARN-HOURS-OUT  PIC 99.
               10 TC-EARN-AMOUNT-OUT PIC 9(5)V99.
           05 FILLER                PIC X(7)        VALUE SPACES.

       01 DEPT-SPLIT-WS.
           05 SPLIT-DEPT-COUNT-WS   PIC 9           VALUE ZERO.
       01 PAYROLL-CONTROL-RECORD.
           05 CONTROL-EMP-COUNT     PIC 9(5).
           05 CONTROL-TOTAL-HOURS   PIC 9(7).
           05 FILLER                PIC X(88)       VALUE SPACES.

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
               STOP RUN
           END-IF

           PERFORM 240-LOAD-EARNINGS-CODES
           PERFORM 350-PRINT-HEADERS
           PERFORM 210-SORT-PUNCH-RECORDS
           MOVE 'NO ' TO EOF-PUNCH-WS
               USING PUNCH-INPUT-FILE
               GIVING SORTED-PUNCH-FILE.

      *    WITHOUT AN EARNINGS CODE TABLE ONLY THE WORKED, VACATION
      *    AND SICK CODES ARE ACCEPTED.
       240-LOAD-EARNINGS-CODES.
           OPEN INPUT EARNINGS-CODE-FILE
           EVALUATE EARNCODE-STATUS-WS
               WHEN '00'
                   MOVE 'NO ' TO EOF-EARNCODE-WS
                   PERFORM 241-LOAD-ONE-EARNINGS-CODE
                       UNTIL EOF-EARNCODE-WS = 'YES'
                   CLOSE EARNINGS-CODE-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TIMEEDIT - EARNINGS CODE FILE OPEN FAILED '
                       'STATUS ' EARNCODE-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       241-LOAD-ONE-EARNINGS-CODE.
           READ EARNINGS-CODE-FILE
               AT END MOVE 'YES' TO EOF-EARNCODE-WS
           END-READ

           IF EOF-EARNCODE-WS NOT = 'YES'
                   AND EC-CODE NOT = SPACE
                   AND EARN-CODE-COUNT-WS < 20
               ADD 1 TO EARN-CODE-COUNT-WS
               MOVE EC-CODE      TO ET-CODE-WS (EARN-CODE-COUNT-WS)
               MOVE EC-CALC-TYPE TO ET-CALC-TYPE-WS (EARN-CODE-COUNT-WS)
               IF EC-FLAT-AMOUNT IS NUMERIC
                   MOVE EC-FLAT-AMOUNT
                       TO ET-FLAT-AMOUNT-WS (EARN-CODE-COUNT-WS)
               ELSE
                   MOVE ZERO TO ET-FLAT-AMOUNT-WS (EARN-CODE-COUNT-WS)
               END-IF
           END-IF.

       250-READ-ONE-PUNCH.
           READ SORTED-PUNCH-FILE INTO PUNCH-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-PUNCH-WS
                                  MASTER-STATUS
           END-READ.

      *    A TERMINATED EMPLOYEE'S PUNCHES UP TO THE TERMINATION DATE
      *    ARE THE LAST TIMECARD AND PASS THROUGH FOR THE FINAL PAY RUN.
       275-VALIDATE-PUNCH.
           MOVE 'YES' TO VALID-PUNCH-SW
           MOVE SPACES TO EXCEPTION-REASON-WS
           PERFORM 276-CLASSIFY-PAY-CODE

           EVALUATE TRUE
               WHEN PUNCH-SSN-IN NOT NUMERIC
                   MOVE 'NO ' TO VALID-PUNCH-SW
                   MOVE 'EMPLOYEE NOT ON MASTER' TO EXCEPTION-REASON-WS
               WHEN EMPLOYEE-TERMINATED
                       AND (MASTER-TERM-DATE NOT NUMERIC
                           OR MASTER-TERM-DATE = ZERO)
                   MOVE 'NO ' TO VALID-PUNCH-SW
                   MOVE 'EMPLOYEE TERMINATED' TO EXCEPTION-REASON-WS
               WHEN NOT EMPLOYEE-ACTIVE AND NOT EMPLOYEE-TERMINATED
                   MOVE 'NO ' TO VALID-PUNCH-SW
                   MOVE 'INVALID STATUS CODE' TO EXCEPTION-REASON-WS
               WHEN PUNCH-DATE-IN NOT NUMERIC
                   MOVE 'NO ' TO VALID-PUNCH-SW
                   MOVE 'INVALID PUNCH DATE' TO EXCEPTION-REASON-WS
               WHEN EMPLOYEE-TERMINATED
                       AND PUNCH-DATE-IN > MASTER-TERM-DATE
                   MOVE 'NO ' TO VALID-PUNCH-SW
                   MOVE 'PUNCH AFTER TERMINATION' TO EXCEPTION-REASON-WS
               WHEN PUNCH-CODE-UNKNOWN
                   MOVE 'NO ' TO VALID-PUNCH-SW
                   MOVE 'INVALID PAY CODE' TO EXCEPTION-REASON-WS
               WHEN PUNCH-KEYED-AMOUNT
                       AND PUNCH-HOURS-IN NOT = SPACES
                       AND PUNCH-HOURS-IN NOT = ZERO
                   MOVE 'NO ' TO VALID-PUNCH-SW
                   MOVE 'HOURS NOT ALLOWED ON CODE'
                       TO EXCEPTION-REASON-WS
               WHEN PUNCH-KEYED-AMOUNT
                       AND PUNCH-EARN-AMOUNT-WS = ZERO
                   MOVE 'NO ' TO VALID-PUNCH-SW
                   MOVE 'EARNINGS AMOUNT MISSING' TO EXCEPTION-REASON-WS
               WHEN PUNCH-KEYED-AMOUNT
                   CONTINUE
               WHEN PUNCH-HOURS-IN NOT NUMERIC
                       OR PUNCH-HOURS-IN = ZERO
                       OR PUNCH-HOURS-IN > 24
                   MOVE 'NO ' TO VALID-PUNCH-SW
                   MOVE 'HOURS OUT OF RANGE' TO EXCEPTION-REASON-WS
           END-EVALUATE.

      *    A CODE NOT BUILT IN MUST BE ON THE EARNINGS CODE TABLE. AN
      *    AMOUNT CODE WITH NO AMOUNT KEYED TAKES THE TABLE AMOUNT.
       276-CLASSIFY-PAY-CODE.
           MOVE SPACE TO PUNCH-CODE-TYPE-WS
           MOVE ZERO  TO PUNCH-EARN-AMOUNT-WS
           IF NOT PUNCH-WORKED AND NOT PUNCH-VACATION
                   AND NOT PUNCH-SICK
               MOVE ZERO TO EARN-CODE-HIT-WS
               PERFORM 277-SCAN-EARNINGS-CODES
                   VARYING EARN-CODE-SUB-WS FROM 1 BY 1
                   UNTIL EARN-CODE-SUB-WS > EARN-CODE-COUNT-WS
               IF EARN-CODE-HIT-WS = ZERO
                   MOVE '?' TO PUNCH-CODE-TYPE-WS
               ELSE
                   MOVE ET-CALC-TYPE-WS (EARN-CODE-HIT-WS)
                       TO PUNCH-CODE-TYPE-WS
                   IF NOT PUNCH-CODED-HOURS AND NOT PUNCH-KEYED-AMOUNT
                       MOVE '?' TO PUNCH-CODE-TYPE-WS
                   END-IF
               END-IF
           END-IF

           IF PUNCH-KEYED-AMOUNT
               IF PUNCH-AMOUNT-IN IS NUMERIC
                       AND PUNCH-AMOUNT-IN > ZERO
                   MOVE PUNCH-AMOUNT-IN TO PUNCH-EARN-AMOUNT-WS
               ELSE
                   MOVE ET-FLAT-AMOUNT-WS (EARN-CODE-HIT-WS)
                       TO PUNCH-EARN-AMOUNT-WS
               END-IF
           END-IF.

       277-SCAN-EARNINGS-CODES.
           IF ET-CODE-WS (EARN-CODE-SUB-WS) = PUNCH-PAY-CODE-IN
               MOVE EARN-CODE-SUB-WS TO EARN-CODE-HIT-WS
           END-IF.

       280-WRITE-EXCEPTION-RECORD.
           ADD 1 TO PUNCH-REJECT-COUNT-WS
           MOVE PUNCH-SSN-IN        TO EXCEPTION-SSN-ERR
               PERFORM 280-WRITE-EXCEPTION-RECORD
           ELSE
               ADD 1 TO PUNCH-ACCEPT-COUNT-WS
               IF PUNCH-KEYED-AMOUNT
                   PERFORM 320-ADD-PUNCH-TO-EARNINGS
               ELSE
                   ADD 1 TO WEEK-DAY-COUNT-WS
                   ADD PUNCH-HOURS-IN TO WEEK-HOURS-WS
                   IF PUNCH-VACATION
                       ADD PUNCH-HOURS-IN TO WEEK-VAC-HOURS-WS
                   END-IF
                   IF PUNCH-SICK
                       ADD PUNCH-HOURS-IN TO WEEK-SICK-HOURS-WS
                   END-IF
                   IF PUNCH-CODED-HOURS
                       PERFORM 320-ADD-PUNCH-TO-EARNINGS
                   END-IF
                   PERFORM 315-ADD-PUNCH-TO-DEPT
               END-IF
           END-IF

           PERFORM 250-READ-ONE-PUNCH.
                                WEEK-SICK-HOURS-WS
                                WEEK-DAY-COUNT-WS
                                SPLIT-DEPT-COUNT-WS
                                EARN-BUCKET-COUNT-WS
           MOVE 'NO '        TO SPLIT-OVERFLOW-SW
                                EXPLICIT-DEPT-SW
                                EARN-OVERFLOW-SW
           PERFORM 260-READ-MASTER-RECORD.

       315-ADD-PUNCH-TO-DEPT.
               MOVE SPLIT-DEPT-SUB-WS TO SPLIT-DEPT-HIT-WS
           END-IF.

      *    HOURS UNDER AN HOURLY EARNINGS CODE ARE WORKED HOURS AND
      *    ALSO EARN THE CODE; AN AMOUNT CODE CARRIES NO HOURS.
       320-ADD-PUNCH-TO-EARNINGS.
           MOVE ZERO TO EARN-BUCKET-HIT-WS
           PERFORM 321-SCAN-EARNINGS-BUCKETS
               VARYING EARN-BUCKET-SUB-WS FROM 1 BY 1
               UNTIL EARN-BUCKET-SUB-WS > EARN-BUCKET-COUNT-WS

           IF EARN-BUCKET-HIT-WS = ZERO
               IF EARN-BUCKET-COUNT-WS < 3
                   ADD 1 TO EARN-BUCKET-COUNT-WS
                   MOVE EARN-BUCKET-COUNT-WS TO EARN-BUCKET-HIT-WS
                   MOVE PUNCH-PAY-CODE-IN
                       TO EB-CODE-WS (EARN-BUCKET-HIT-WS)
                   MOVE ZERO TO EB-HOURS-WS (EARN-BUCKET-HIT-WS)
                                EB-AMOUNT-WS (EARN-BUCKET-HIT-WS)
               ELSE
                   MOVE 'YES' TO EARN-OVERFLOW-SW
               END-IF
           END-IF

           IF EARN-BUCKET-HIT-WS > ZERO
               IF PUNCH-KEYED-AMOUNT
                   ADD PUNCH-EARN-AMOUNT-WS
                       TO EB-AMOUNT-WS (EARN-BUCKET-HIT-WS)
               ELSE
                   ADD PUNCH-HOURS-IN
                       TO EB-HOURS-WS (EARN-BUCKET-HIT-WS)
               END-IF
           END-IF.

       321-SCAN-EARNINGS-BUCKETS.
           IF EB-CODE-WS (EARN-BUCKET-SUB-WS) = PUNCH-PAY-CODE-IN
               MOVE EARN-BUCKET-SUB-WS TO EARN-BUCKET-HIT-WS
           END-IF.

       330-FINISH-ONE-EMPLOYEE.
           IF WEEK-DAY-COUNT-WS > ZERO OR EARN-BUCKET-COUNT-WS > ZERO
               EVALUATE TRUE
                   WHEN WEEK-HOURS-WS > WEEK-HOURS-LIMIT-WS
                       MOVE 'WEEKLY HOURS EXCEED LIMIT'
                       MOVE 'TOO MANY DEPT SPLITS'
                           TO EXCEPTION-REASON-WS
                       PERFORM 332-WRITE-EMPLOYEE-EXCEPTION
                   WHEN TOO-MANY-EARN-CODES
                       MOVE 'TOO MANY EARNINGS CODES'
                           TO EXCEPTION-REASON-WS
                       PERFORM 332-WRITE-EMPLOYEE-EXCEPTION
                   WHEN OTHER
                       PERFORM 335-WRITE-ONE-TIMECARD
               END-EVALUATE
                   VARYING SPLIT-DEPT-SUB-WS FROM 1 BY 1
                   UNTIL SPLIT-DEPT-SUB-WS > SPLIT-DEPT-COUNT-WS
           END-IF
           PERFORM 337-BUILD-ONE-EARNINGS
               VARYING EARN-BUCKET-SUB-WS FROM 1 BY 1
               UNTIL EARN-BUCKET-SUB-WS > EARN-BUCKET-COUNT-WS
           MOVE TIMECARD-BUILD-RECORD TO TIMECARD-WORK-RECORD
           WRITE TIMECARD-WORK-RECORD

           MOVE SPLIT-DEPT-HOURS-WS (SPLIT-DEPT-SUB-WS)
               TO TC-SPLIT-HOURS-OUT (SPLIT-DEPT-SUB-WS).

       337-BUILD-ONE-EARNINGS.
           MOVE EB-CODE-WS (EARN-BUCKET-SUB-WS)
               TO TC-EARN-CODE-OUT (EARN-BUCKET-SUB-WS)
           MOVE EB-HOURS-WS (EARN-BUCKET-SUB-WS)
               TO TC-EARN-HOURS-OUT (EARN-BUCKET-SUB-WS)
           MOVE EB-AMOUNT-WS (EARN-BUCKET-SUB-WS)
               TO TC-EARN-AMOUNT-OUT (EARN-BUCKET-SUB-WS).

       350-PRINT-HEADERS.
           MOVE RUN-MONTH-WS TO RUN-MONTH-OUT
           MOVE RUN-DAY-WS   TO RUN-DAY-OUT
