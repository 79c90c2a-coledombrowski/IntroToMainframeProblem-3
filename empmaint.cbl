            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MASTER-SSN
            FILE STATUS IS EMPLOYEE-MASTER-STATUS-WS.

            SELECT RATE-HISTORY-FILE ASSIGN TO 'ratehist.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-KEY
            FILE STATUS IS RATE-HISTORY-STATUS-WS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE RECORDING MODE IS F.
       01  FILLER                   PIC X(130).

       FD  MAINT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  RATE-HISTORY-FILE.
       COPY RATEHIST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WORKING-VARIABLES.
           05 TRANS-READ-COUNT-WS   PIC 9(5)        VALUE ZERO.
           05 TRANS-APPLIED-COUNT-WS PIC 9(5)       VALUE ZERO.
           05 TRANS-REJECT-COUNT-WS PIC 9(5)        VALUE ZERO.
           05 RATE-CHANGE-COUNT-WS  PIC 9(5)        VALUE ZERO.
           05 RETRO-PENDING-COUNT-WS PIC 9(5)       VALUE ZERO.
           05 STATE-BUCKET-SUB-WS   PIC 9.

       01 EXCEPTION-VALIDATION-WS.
           05 VALID-TRANS-SW        PIC X(3)        VALUE 'YES'.
               10 RUN-YEAR-WS       PIC 9(4).
               10 RUN-MONTH-WS      PIC 99.
               10 RUN-DAY-WS        PIC 99.
           05 RUN-DATE-NUMERIC-WS REDEFINES RUN-DATE-WS PIC 9(8).

       01 EMPLOYEE-MASTER-STATUS-WS PIC X(2)        VALUE '00'.

      *    A CHANGE TO PAY TYPE, RATE OR SALARY IS LOGGED TO THE RATE
      *    HISTORY WITH ITS EFFECTIVE DATE. ONE DATED BEFORE THE RUN
      *    IS LEFT PENDING FOR THE RETRO PAY PROGRAM.
       01 RATE-HISTORY-CONTROL-WS.
           05 RATE-HISTORY-STATUS-WS PIC X(2)       VALUE '00'.
           05 EFFECTIVE-DATE-WS     PIC 9(8)        VALUE ZERO.
           05 RATE-CHANGE-SW        PIC X(3)        VALUE 'NO '.
               88 RATE-CHANGE-LOGGED            VALUE 'YES'.
           05 RETRO-PENDING-SW      PIC X(3)        VALUE 'NO '.
               88 RETRO-LEFT-PENDING            VALUE 'YES'.
           05 RH-WRITE-DONE-SW      PIC X(3)        VALUE 'NO '.
               88 RATE-HISTORY-WRITE-DONE       VALUE 'YES'.

       01 MASTER-FOUND-SW           PIC X(3)        VALUE 'NO '.
           88 MASTER-RECORD-FOUND              VALUE 'YES'.
           88 MASTER-RECORD-NOT-FOUND          VALUE 'NO '.
           05 BEFORE-FILING-WS      PIC X(1).
           05 BEFORE-ALLOWANCES-WS  PIC 99.
           05 BEFORE-PAY-FREQ-WS    PIC X(1).
           05 BEFORE-RES-STATE-WS   PIC X(2).
           05 BEFORE-TERM-DATE-WS   PIC X(8).

       01 MAINT-TRANS-RECORD.
           05 TRANS-ACTION          PIC X(1).
           05 TRANS-VAC-ACCRUAL     PIC 9V9999.
           05 TRANS-SICK-ACCRUAL    PIC 9V9999.
           05 TRANS-SOURCE          PIC X(10).
           05 TRANS-EFFECTIVE-DATE  PIC 9(8).
           05 TRANS-EFFECTIVE-PARTS REDEFINES TRANS-EFFECTIVE-DATE.
               10 TRANS-EFF-YEAR    PIC 9(4).
               10 TRANS-EFF-MONTH   PIC 99.
               10 TRANS-EFF-DAY     PIC 99.
           05 TRANS-RESIDENT-STATE  PIC X(2).
           05 TRANS-TERM-DATE       PIC 9(8).
           05 TRANS-TERM-PARTS REDEFINES TRANS-TERM-DATE.
               10 TRANS-TERM-YEAR   PIC 9(4).
               10 TRANS-TERM-MONTH  PIC 99.
               10 TRANS-TERM-DAY    PIC 99.

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 AUDIT-SSN-OUT         PIC X(9).
           05 FILLER                PIC X(9)   VALUE '  SOURCE '.
           05 AUDIT-SOURCE-OUT      PIC X(10).
           05 AUDIT-EFFECTIVE-TAG-OUT PIC X(12).
           05 AUDIT-EFFECTIVE-OUT.
               10 AUDIT-EFF-MONTH-OUT PIC 99.
               10 AUDIT-EFF-SLASH-1 PIC X.
               10 AUDIT-EFF-DAY-OUT PIC 99.
               10 AUDIT-EFF-SLASH-2 PIC X.
               10 AUDIT-EFF-YEAR-OUT PIC 9999.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-RETRO-OUT       PIC X(14).

       01 AUDIT-IMAGE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 AUDIT-ALLOWANCES-OUT  PIC Z9.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-PAY-FREQ-OUT    PIC X(1).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-RES-STATE-OUT   PIC X(2).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-TERM-DATE-OUT   PIC X(8).

       01 AUDIT-NOTE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(9)   VALUE 'REJECTED '.
           05 AUDIT-REJECT-OUT      PIC ZZ,ZZ9.

       01 RATE-CHANGE-TOTAL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(14)  VALUE 'RATE CHANGES: '.
           05 FILLER                PIC X(7)        VALUE 'LOGGED '.
           05 AUDIT-RATE-CHANGES-OUT PIC ZZ,ZZ9.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FILLER                PIC X(14)  VALUE 'RETRO PENDING '.
           05 AUDIT-RETRO-PENDING-OUT PIC ZZ,ZZ9.

       01 MAINT-EXCEPTION-RECORD.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 EXCEPTION-ACTION-ERR  PIC X(1).
                   STOP RUN
           END-EVALUATE

           OPEN I-O RATE-HISTORY-FILE
           EVALUATE RATE-HISTORY-STATUS-WS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   OPEN OUTPUT RATE-HISTORY-FILE
                   CLOSE RATE-HISTORY-FILE
                   OPEN I-O RATE-HISTORY-FILE
               WHEN OTHER
                   DISPLAY 'EMPMAINT - RATE HISTORY OPEN FAILED '
                       'STATUS ' RATE-HISTORY-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 250-READ-ONE-TRANS.

       250-READ-ONE-TRANS.
                       AND TRANS-SICK-ACCRUAL NOT = SPACES)
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID ACCRUAL RATE' TO EXCEPTION-REASON-WS
               WHEN TRANS-RESIDENT-STATE NOT ALPHABETIC-UPPER
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID RESIDENT STATE' TO EXCEPTION-REASON-WS
               WHEN TRANS-TERM-DATE NOT = SPACES
                       AND (TRANS-TERM-DATE NOT NUMERIC
                           OR TRANS-TERM-MONTH < 1
                           OR TRANS-TERM-MONTH > 12
                           OR TRANS-TERM-DAY < 1
                           OR TRANS-TERM-DAY > 31)
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID TERMINATION DATE'
                                           TO EXCEPTION-REASON-WS
               WHEN TRANS-TERM-DATE NOT = SPACES
                       AND NOT TRANS-TERMINATED
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'TERM DATE WITHOUT STATUS T'
                                           TO EXCEPTION-REASON-WS
               WHEN TRANS-TERM-DATE NOT = SPACES
                       AND TRANS-TERM-DATE > RUN-DATE-NUMERIC-WS
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'TERMINATION DATE IN FUTURE'
                                           TO EXCEPTION-REASON-WS
               WHEN TRANS-EFFECTIVE-DATE = SPACES
                   CONTINUE
               WHEN TRANS-EFFECTIVE-DATE NOT NUMERIC
                       OR TRANS-EFF-MONTH < 1 OR TRANS-EFF-MONTH > 12
                       OR TRANS-EFF-DAY < 1 OR TRANS-EFF-DAY > 31
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID EFFECTIVE DATE' TO EXCEPTION-REASON-WS
               WHEN TRANS-EFFECTIVE-DATE > RUN-DATE-NUMERIC-WS
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'EFFECTIVE DATE IN FUTURE'
                                           TO EXCEPTION-REASON-WS
           END-EVALUATE.

       280-WRITE-EXCEPTION-RECORD.
               PERFORM 280-WRITE-EXCEPTION-RECORD
           ELSE
               PERFORM 305-SAVE-BEFORE-IMAGE
               MOVE 'NO ' TO RATE-CHANGE-SW
               EVALUATE TRUE
                   WHEN ADD-TRANSACTION
                       PERFORM 310-APPLY-ADD
                       PERFORM 325-LOG-RATE-CHANGE
                   WHEN CHANGE-TRANSACTION
                       PERFORM 320-APPLY-CHANGE
                       IF TRANS-PAY-TYPE NOT = BEFORE-PAY-TYPE-WS
                               OR TRANS-RATE NOT = BEFORE-RATE-WS
                               OR TRANS-PERIOD-SALARY
                                   NOT = BEFORE-SALARY-WS
                           PERFORM 325-LOG-RATE-CHANGE
                       END-IF
                   WHEN DELETE-TRANSACTION
                       PERFORM 330-APPLY-DELETE
               END-EVALUATE
               MOVE MASTER-PAY-METHOD    TO BEFORE-PAY-METHOD-WS
               MOVE MASTER-FILING-STATUS TO BEFORE-FILING-WS
               MOVE MASTER-PAY-FREQ      TO BEFORE-PAY-FREQ-WS
               MOVE MASTER-RESIDENT-STATE TO BEFORE-RES-STATE-WS
               IF MASTER-TERM-DATE IS NUMERIC
                       AND MASTER-TERM-DATE > ZERO
                   MOVE MASTER-TERM-DATE TO BEFORE-TERM-DATE-WS
               ELSE
                   MOVE SPACES TO BEFORE-TERM-DATE-WS
               END-IF
               IF MASTER-ALLOWANCES IS NUMERIC
                   MOVE MASTER-ALLOWANCES TO BEFORE-ALLOWANCES-WS
               ELSE
                              BEFORE-PAY-METHOD-WS
                              BEFORE-FILING-WS
                              BEFORE-PAY-FREQ-WS
                              BEFORE-RES-STATE-WS
                              BEFORE-TERM-DATE-WS
               MOVE ZERO   TO BEFORE-RATE-WS
                              BEFORE-SALARY-WS
                              BEFORE-ROUTING-WS

       310-APPLY-ADD.
           MOVE TRANS-SSN           TO MASTER-SSN
           MOVE ZERO                TO MASTER-TERM-DATE
                                       MASTER-FINAL-PAY-DATE
           PERFORM 315-MOVE-TRANS-TO-MASTER
           IF TRANS-DEPOSIT
               MOVE 'Y' TO MASTER-PRENOTE-SW
                                       YTD-FICA-M
                                       YTD-MEDICARE-M
           MOVE ZEROES              TO QTD-BUCKETS-M
                                       QTD-UI-BUCKETS-M
                                       PY-TOTALS-M
           PERFORM 312-CLEAR-ONE-STATE-BUCKET
               VARYING STATE-BUCKET-SUB-WS FROM 1 BY 1
               UNTIL STATE-BUCKET-SUB-WS > 5
      *    OPENING LEAVE BALANCES MAY BE KEYED ON THE ADD; AFTER THAT
      *    THE PAYROLL RUN OWNS THEM.
           IF TRANS-VAC-BALANCE IS NUMERIC
           END-IF
           WRITE EMPLOYEE-MASTER-RECORD.

       312-CLEAR-ONE-STATE-BUCKET.
           MOVE SPACES TO SWH-STATE-M (STATE-BUCKET-SUB-WS)
           MOVE ZERO   TO SWH-YTD-WAGES-M (STATE-BUCKET-SUB-WS)
                          SWH-YTD-TAX-M (STATE-BUCKET-SUB-WS)
           MOVE ZEROES TO SWH-QTD-BUCKET-M (STATE-BUCKET-SUB-WS 1)
                          SWH-QTD-BUCKET-M (STATE-BUCKET-SUB-WS 2)
                          SWH-QTD-BUCKET-M (STATE-BUCKET-SUB-WS 3)
                          SWH-QTD-BUCKET-M (STATE-BUCKET-SUB-WS 4).

       315-MOVE-TRANS-TO-MASTER.
           MOVE TRANS-NAME          TO MASTER-NAME
           MOVE TRANS-DEPT          TO MASTER-DEPT
           MOVE TRANS-PAY-METHOD    TO MASTER-PAY-METHOD
           MOVE TRANS-FILING-STATUS TO MASTER-FILING-STATUS
           MOVE TRANS-PAY-FREQ      TO MASTER-PAY-FREQ
           MOVE TRANS-RESIDENT-STATE TO MASTER-RESIDENT-STATE
           IF TRANS-ALLOWANCES IS NUMERIC
               MOVE TRANS-ALLOWANCES TO MASTER-ALLOWANCES
           ELSE
               MOVE TRANS-SICK-ACCRUAL TO MASTER-SICK-ACCRUAL
           ELSE
               MOVE ZERO TO MASTER-SICK-ACCRUAL
           END-IF
           PERFORM 316-SET-TERMINATION-DATE.

      *    A TERMINATION WITH NO DATE KEYED IS DATED THE RUN DATE; A
      *    CHANGE TO AN EMPLOYEE ALREADY TERMINATED KEEPS THE DATE ON
      *    FILE. A RETURN TO ACTIVE CLEARS BOTH THE TERMINATION AND THE
      *    FINAL PAY DATE SO A LATER TERMINATION GETS ITS OWN FINAL RUN.
       316-SET-TERMINATION-DATE.
           IF MASTER-TERM-DATE NOT NUMERIC
               MOVE ZERO TO MASTER-TERM-DATE
           END-IF
           IF MASTER-FINAL-PAY-DATE NOT NUMERIC
               MOVE ZERO TO MASTER-FINAL-PAY-DATE
           END-IF
           IF TRANS-TERMINATED
               IF TRANS-TERM-DATE IS NUMERIC
                       AND TRANS-TERM-DATE > ZERO
                   MOVE TRANS-TERM-DATE TO MASTER-TERM-DATE
               ELSE
                   IF MASTER-TERM-DATE = ZERO
                       MOVE RUN-DATE-NUMERIC-WS TO MASTER-TERM-DATE
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO MASTER-TERM-DATE
                            MASTER-FINAL-PAY-DATE
           END-IF.

       320-APPLY-CHANGE.
           END-IF
           REWRITE EMPLOYEE-MASTER-RECORD.

      *    THE EFFECTIVE DATE DEFAULTS TO THE RUN DATE. A CHANGE DATED
      *    EARLIER MAY HAVE MISSED PERIODS ALREADY PAID, SO IT IS LEFT
      *    PENDING RETRO; AN ADD NEVER IS.
       325-LOG-RATE-CHANGE.
           IF TRANS-EFFECTIVE-DATE IS NUMERIC
                   AND TRANS-EFFECTIVE-DATE > ZERO
               MOVE TRANS-EFFECTIVE-DATE TO EFFECTIVE-DATE-WS
           ELSE
               MOVE RUN-DATE-NUMERIC-WS  TO EFFECTIVE-DATE-WS
           END-IF

           MOVE SPACES              TO RATE-HISTORY-RECORD
           MOVE TRANS-SSN           TO RH-SSN
           MOVE EFFECTIVE-DATE-WS   TO RH-EFFECTIVE-DATE
           MOVE 1                   TO RH-CHANGE-SEQ
           MOVE RUN-DATE-NUMERIC-WS TO RH-CHANGE-DATE
           MOVE BEFORE-PAY-TYPE-WS  TO RH-OLD-PAY-TYPE
           MOVE BEFORE-RATE-WS      TO RH-OLD-RATE
           MOVE BEFORE-SALARY-WS    TO RH-OLD-SALARY
           MOVE TRANS-PAY-TYPE      TO RH-NEW-PAY-TYPE
           MOVE TRANS-RATE          TO RH-NEW-RATE
           MOVE TRANS-PERIOD-SALARY TO RH-NEW-SALARY
           MOVE TRANS-SOURCE        TO RH-SOURCE
           MOVE ZERO                TO RH-RETRO-RUN-DATE
           IF CHANGE-TRANSACTION
                   AND EFFECTIVE-DATE-WS < RUN-DATE-NUMERIC-WS
               MOVE 'P'   TO RH-RETRO-STATUS
               MOVE 'YES' TO RETRO-PENDING-SW
               ADD 1 TO RETRO-PENDING-COUNT-WS
           ELSE
               MOVE 'N'   TO RH-RETRO-STATUS
               MOVE 'NO ' TO RETRO-PENDING-SW
           END-IF

           MOVE 'NO ' TO RH-WRITE-DONE-SW
           PERFORM 326-WRITE-RATE-HISTORY
               UNTIL RATE-HISTORY-WRITE-DONE
           MOVE 'YES' TO RATE-CHANGE-SW
           ADD 1 TO RATE-CHANGE-COUNT-WS.

       326-WRITE-RATE-HISTORY.
           WRITE RATE-HISTORY-RECORD
               INVALID KEY
                   IF RATE-HISTORY-STATUS-WS = '22'
                           AND RH-CHANGE-SEQ < 99
                       ADD 1 TO RH-CHANGE-SEQ
                   ELSE
                       DISPLAY 'EMPMAINT - RATE HISTORY WRITE FAILED '
                           'FOR ' RH-SSN ' STATUS '
                           RATE-HISTORY-STATUS-WS
                       MOVE 8 TO RETURN-CODE
                       MOVE 'YES' TO RH-WRITE-DONE-SW
                   END-IF
               NOT INVALID KEY
                   MOVE 'YES' TO RH-WRITE-DONE-SW
           END-WRITE.

       330-APPLY-DELETE.
           DELETE EMPLOYEE-MASTER-FILE.

           END-EVALUATE
           MOVE TRANS-SSN    TO AUDIT-SSN-OUT
           MOVE TRANS-SOURCE TO AUDIT-SOURCE-OUT
           IF RATE-CHANGE-LOGGED
               MOVE '  EFFECTIVE '    TO AUDIT-EFFECTIVE-TAG-OUT
               MOVE EFFECTIVE-DATE-WS (5:2) TO AUDIT-EFF-MONTH-OUT
               MOVE EFFECTIVE-DATE-WS (7:2) TO AUDIT-EFF-DAY-OUT
               MOVE EFFECTIVE-DATE-WS (1:4) TO AUDIT-EFF-YEAR-OUT
               MOVE '/' TO AUDIT-EFF-SLASH-1 AUDIT-EFF-SLASH-2
               IF RETRO-LEFT-PENDING
                   MOVE 'RETRO PENDING' TO AUDIT-RETRO-OUT
               ELSE
                   MOVE SPACES TO AUDIT-RETRO-OUT
               END-IF
           ELSE
               MOVE SPACES TO AUDIT-EFFECTIVE-TAG-OUT
                              AUDIT-EFFECTIVE-OUT
                              AUDIT-RETRO-OUT
           END-IF
           MOVE AUDIT-ACTION-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

               MOVE BEFORE-FILING-WS TO AUDIT-FILING-OUT
               MOVE BEFORE-ALLOWANCES-WS TO AUDIT-ALLOWANCES-OUT
               MOVE BEFORE-PAY-FREQ-WS TO AUDIT-PAY-FREQ-OUT
               MOVE BEFORE-RES-STATE-WS TO AUDIT-RES-STATE-OUT
               MOVE BEFORE-TERM-DATE-WS TO AUDIT-TERM-DATE-OUT
               MOVE AUDIT-IMAGE-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
                   MOVE ZERO TO AUDIT-ALLOWANCES-OUT
               END-IF
               MOVE TRANS-PAY-FREQ TO AUDIT-PAY-FREQ-OUT
               MOVE TRANS-RESIDENT-STATE TO AUDIT-RES-STATE-OUT
               IF MASTER-TERM-DATE > ZERO
                   MOVE MASTER-TERM-DATE TO AUDIT-TERM-DATE-OUT
               ELSE
                   MOVE SPACES TO AUDIT-TERM-DATE-OUT
               END-IF
               MOVE AUDIT-IMAGE-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE AUDIT-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE RATE-CHANGE-COUNT-WS   TO AUDIT-RATE-CHANGES-OUT
           MOVE RETRO-PENDING-COUNT-WS TO AUDIT-RETRO-PENDING-OUT
           MOVE RATE-CHANGE-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           CLOSE MAINT-TRANS-FILE
                 MAINT-REPORT-FILE
                 MAINT-EXCEPTION-FILE
                 EMPLOYEE-MASTER-FILE
                 RATE-HISTORY-FILE.
