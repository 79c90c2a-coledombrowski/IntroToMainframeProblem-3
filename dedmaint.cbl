       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMAINT.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MAINT-TRANS-FILE ASSIGN TO 'dedmaint.trn'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MAINT-REPORT-FILE ASSIGN TO 'dedmaint.rpt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MAINT-EXCEPTION-FILE ASSIGN TO 'dedmaint.err'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'employee.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MASTER-SSN
            FILE STATUS IS EMPLOYEE-MASTER-STATUS-WS.

            SELECT DEDUCTION-MASTER-FILE ASSIGN TO 'deduct.master'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DEDUCT-KEY
            FILE STATUS IS DEDUCTION-MASTER-STATUS-WS.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE RECORDING MODE IS F.
       01  FILLER                   PIC X(120).

       FD  MAINT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).

       FD  MAINT-EXCEPTION-FILE RECORDING MODE IS F.
       01  PRINT-AN-EXCEPTION-LINE  PIC X(132).

       FD  EMPLOYEE-MASTER-FILE.
       COPY EMPMAST.

       FD  DEDUCTION-MASTER-FILE.
       COPY DEDMAST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WORKING-VARIABLES.
           05 EOF-TRANS-WS          PIC X(3)        VALUE 'NO '.
           05 TRANS-READ-COUNT-WS   PIC 9(5)        VALUE ZERO.
           05 TRANS-APPLIED-COUNT-WS PIC 9(5)       VALUE ZERO.
           05 TRANS-REJECT-COUNT-WS PIC 9(5)        VALUE ZERO.

       01 EXCEPTION-VALIDATION-WS.
           05 VALID-TRANS-SW        PIC X(3)        VALUE 'YES'.
               88 TRANS-IS-VALID               VALUE 'YES'.
               88 TRANS-IS-INVALID             VALUE 'NO '.
           05 EXCEPTION-REASON-WS   PIC X(30).

      *    NO DEDUCTION MAY ASK FOR MORE THAN THIS SHARE OF GROSS.
      *    THE CEILING IS SET AT THE HIGHEST FEDERAL SUPPORT-ORDER
      *    LIMIT; PROB3 STILL PROTECTS THE NET ON EVERY CHECK.
       01 DEDUCTION-LIMITS-WS.
           05 MAX-DEDUCT-PERCENT-WS PIC V999        VALUE .650.

       01 REPORT-CONTROL-WS.
           05 LINE-COUNT-WS         PIC 99          VALUE ZERO.
           05 LINES-PER-PAGE-WS     PIC 99          VALUE 50.
           05 PAGE-COUNT-WS         PIC 999         VALUE ZERO.
           05 RUN-DATE-WS.
               10 RUN-YEAR-WS       PIC 9(4).
               10 RUN-MONTH-WS      PIC 99.
               10 RUN-DAY-WS        PIC 99.
           05 RUN-DATE-NUMERIC-WS REDEFINES RUN-DATE-WS PIC 9(8).

       01 EMPLOYEE-MASTER-STATUS-WS PIC X(2)        VALUE '00'.
       01 DEDUCTION-MASTER-STATUS-WS PIC X(2)       VALUE '00'.

       01 MASTER-FOUND-SW           PIC X(3)        VALUE 'NO '.
           88 MASTER-RECORD-FOUND              VALUE 'YES'.
           88 MASTER-RECORD-NOT-FOUND          VALUE 'NO '.

       01 DEDUCT-FOUND-SW           PIC X(3)        VALUE 'NO '.
           88 DEDUCT-RECORD-FOUND              VALUE 'YES'.
           88 DEDUCT-RECORD-NOT-FOUND          VALUE 'NO '.

       01 BEFORE-IMAGE-WS.
           05 BEFORE-TYPE-WS        PIC X(3).
           05 BEFORE-METHOD-WS      PIC X(1).
           05 BEFORE-FLAT-WS        PIC 9(5)V99.
           05 BEFORE-PERCENT-WS     PIC V999.
           05 BEFORE-GOAL-WS        PIC 9(7)V99.
           05 BEFORE-TAKEN-WS       PIC 9(7)V99.
           05 BEFORE-ARREARS-WS     PIC 9(5)V99.
           05 BEFORE-TAX-CODE-WS    PIC X(1).
           05 BEFORE-MATCH-PCT-WS   PIC V999.
           05 BEFORE-MATCH-CAP-WS   PIC 9(7)V99.
           05 BEFORE-STATUS-WS      PIC X(1).
           05 BEFORE-START-DATE-WS  PIC 9(8).
           05 BEFORE-STOP-DATE-WS   PIC 9(8).
           05 BEFORE-ORDER-NO-WS    PIC X(20).
           05 BEFORE-AGENCY-WS      PIC X(20).

       01 MAINT-TRANS-RECORD.
           05 TRANS-ACTION          PIC X(1).
               88 ADD-TRANSACTION              VALUE 'A'.
               88 CHANGE-TRANSACTION           VALUE 'C'.
               88 STOP-TRANSACTION             VALUE 'S'.
               88 RESUME-TRANSACTION           VALUE 'R'.
           05 TRANS-SSN             PIC X(9).
           05 TRANS-PRIORITY        PIC 99.
           05 TRANS-TYPE            PIC X(3).
               88 TRANS-GARNISHMENT            VALUES 'GAR' 'CSP'
                                                      'LEV'.
           05 TRANS-METHOD          PIC X(1).
               88 TRANS-FLAT                   VALUE 'F'.
               88 TRANS-PERCENT-METHOD         VALUE 'P'.
           05 TRANS-FLAT-AMOUNT     PIC 9(5)V99.
           05 TRANS-PERCENT         PIC V999.
           05 TRANS-GOAL-AMOUNT     PIC 9(7)V99.
           05 TRANS-TAX-CODE        PIC X(1).
               88 TRANS-PRE-TAX                VALUE 'P'.
               88 TRANS-POST-TAX               VALUES 'A' ' '.
           05 TRANS-MATCH-PERCENT   PIC V999.
           05 TRANS-MATCH-CAP       PIC 9(7)V99.
           05 TRANS-ORDER-NO        PIC X(20).
           05 TRANS-AGENCY          PIC X(20).
           05 TRANS-START-DATE      PIC 9(8).
           05 TRANS-STOP-DATE       PIC 9(8).
           05 TRANS-SOURCE          PIC X(10).

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE 'ACME CORPORATION'.
           05 FILLER                PIC X(70)       VALUE SPACES.
           05 FILLER                PIC X(5)        VALUE 'PAGE '.
           05 PAGE-NO-OUT           PIC ZZ9.

       01 HEADER-LINE-2.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)
                                 VALUE 'DEDUCTION MASTER MAINTENANCE'.
           05 FILLER                PIC X(37)       VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE 'RUN DATE '.
           05 RUN-DATE-OUT.
               10 RUN-MONTH-OUT     PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-DAY-OUT       PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-YEAR-OUT      PIC 9999.

       01 AUDIT-ACTION-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(7)        VALUE 'ACTION '.
           05 AUDIT-ACTION-OUT      PIC X(6).
           05 FILLER                PIC X(6)        VALUE '  SSN '.
           05 AUDIT-SSN-OUT         PIC X(9).
           05 FILLER                PIC X(11)  VALUE '  PRIORITY '.
           05 AUDIT-PRIORITY-OUT    PIC 99.
           05 FILLER                PIC X(9)   VALUE '  SOURCE '.
           05 AUDIT-SOURCE-OUT      PIC X(10).

       01 AUDIT-IMAGE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 AUDIT-IMAGE-TAG-OUT   PIC X(8).
           05 AUDIT-TYPE-OUT        PIC X(3).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-METHOD-OUT      PIC X(1).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-FLAT-OUT        PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-PERCENT-OUT     PIC .999.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-GOAL-OUT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-TAKEN-OUT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-ARREARS-OUT     PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-TAX-CODE-OUT    PIC X(1).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-MATCH-PCT-OUT   PIC .999.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 AUDIT-MATCH-CAP-OUT   PIC Z,ZZZ,ZZ9.99.

       01 AUDIT-ORDER-LINE.
           05 FILLER                PIC X(11)       VALUE SPACE.
           05 FILLER                PIC X(7)        VALUE 'STATUS '.
           05 AUDIT-STATUS-OUT      PIC X(1).
           05 FILLER                PIC X(8)        VALUE '  START '.
           05 AUDIT-START-DATE-OUT  PIC X(8).
           05 FILLER                PIC X(7)        VALUE '  STOP '.
           05 AUDIT-STOP-DATE-OUT   PIC X(8).
           05 FILLER                PIC X(8)        VALUE '  ORDER '.
           05 AUDIT-ORDER-NO-OUT    PIC X(20).
           05 FILLER                PIC X(9)        VALUE '  AGENCY '.
           05 AUDIT-AGENCY-OUT      PIC X(20).

       01 AUDIT-NOTE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 AUDIT-IMAGE-TAG2-OUT  PIC X(8).
           05 AUDIT-NOTE-OUT        PIC X(20).

       01 AUDIT-TOTAL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(14)  VALUE 'TRANSACTIONS: '.
           05 FILLER                PIC X(5)        VALUE 'READ '.
           05 AUDIT-READ-OUT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FILLER                PIC X(8)   VALUE 'APPLIED '.
           05 AUDIT-APPLIED-OUT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FILLER                PIC X(9)   VALUE 'REJECTED '.
           05 AUDIT-REJECT-OUT      PIC ZZ,ZZ9.

       01 MAINT-EXCEPTION-RECORD.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 EXCEPTION-ACTION-ERR  PIC X(1).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 EXCEPTION-SSN-ERR     PIC X(9).
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 EXCEPTION-PRIORITY-ERR PIC X(2).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 EXCEPTION-SOURCE-ERR  PIC X(10).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 EXCEPTION-REASON-ERR  PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-TRANS-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN INPUT  MAINT-TRANS-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
                       MAINT-EXCEPTION-FILE
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMPLOYEE-MASTER-STATUS-WS NOT = '00'
               DISPLAY 'DEDMAINT - EMPLOYEE MASTER OPEN FAILED '
                   'STATUS ' EMPLOYEE-MASTER-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O DEDUCTION-MASTER-FILE
           EVALUATE DEDUCTION-MASTER-STATUS-WS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   OPEN OUTPUT DEDUCTION-MASTER-FILE
                   CLOSE DEDUCTION-MASTER-FILE
                   OPEN I-O DEDUCTION-MASTER-FILE
               WHEN OTHER
                   DISPLAY 'DEDMAINT - DEDUCTION MASTER OPEN FAILED '
                       'STATUS ' DEDUCTION-MASTER-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 250-READ-ONE-TRANS.

       250-READ-ONE-TRANS.
           READ MAINT-TRANS-FILE INTO MAINT-TRANS-RECORD
               AT END MOVE 'YES' TO EOF-TRANS-WS
           END-READ

           IF EOF-TRANS-WS NOT = 'YES'
               ADD 1 TO TRANS-READ-COUNT-WS
           END-IF.

       260-READ-MASTER-RECORDS.
           MOVE TRANS-SSN TO MASTER-SSN
           MOVE 'YES'     TO MASTER-FOUND-SW
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO MASTER-FOUND-SW
           END-READ

           MOVE TRANS-SSN      TO DEDUCT-SSN
           MOVE TRANS-PRIORITY TO DEDUCT-PRIORITY
           MOVE 'YES'          TO DEDUCT-FOUND-SW
           READ DEDUCTION-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO DEDUCT-FOUND-SW
           END-READ.

      *    STOPS ARE ACCEPTED FOR TERMINATED EMPLOYEES SO THAT THEIR
      *    DEDUCTIONS CAN BE CLOSED OUT; EVERYTHING ELSE NEEDS AN
      *    ACTIVE EMPLOYEE.
       275-VALIDATE-TRANS.
           MOVE 'YES' TO VALID-TRANS-SW
           MOVE SPACES TO EXCEPTION-REASON-WS

           EVALUATE TRUE
               WHEN NOT ADD-TRANSACTION
                       AND NOT CHANGE-TRANSACTION
                       AND NOT STOP-TRANSACTION
                       AND NOT RESUME-TRANSACTION
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID ACTION CODE' TO EXCEPTION-REASON-WS
               WHEN TRANS-SSN NOT NUMERIC
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID SSN FORMAT' TO EXCEPTION-REASON-WS
               WHEN TRANS-PRIORITY NOT NUMERIC
                       OR TRANS-PRIORITY = ZERO
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID PRIORITY' TO EXCEPTION-REASON-WS
               WHEN MASTER-RECORD-NOT-FOUND
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'EMPLOYEE NOT ON MASTER'
                                           TO EXCEPTION-REASON-WS
               WHEN NOT STOP-TRANSACTION AND NOT EMPLOYEE-ACTIVE
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'EMPLOYEE NOT ACTIVE ON MASTER'
                                           TO EXCEPTION-REASON-WS
               WHEN ADD-TRANSACTION AND DEDUCT-RECORD-FOUND
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'DUPLICATE PRIORITY FOR SSN'
                                           TO EXCEPTION-REASON-WS
               WHEN NOT ADD-TRANSACTION AND DEDUCT-RECORD-NOT-FOUND
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'DEDUCTION NOT ON MASTER'
                                           TO EXCEPTION-REASON-WS
               WHEN STOP-TRANSACTION AND DEDUCTION-STOPPED
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'DEDUCTION ALREADY STOPPED'
                                           TO EXCEPTION-REASON-WS
               WHEN RESUME-TRANSACTION AND NOT DEDUCTION-STOPPED
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'DEDUCTION NOT STOPPED'
                                           TO EXCEPTION-REASON-WS
               WHEN TRANS-STOP-DATE NOT NUMERIC
                       AND TRANS-STOP-DATE NOT = SPACES
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID STOP DATE' TO EXCEPTION-REASON-WS
               WHEN STOP-TRANSACTION
                   CONTINUE
               WHEN RESUME-TRANSACTION
                       AND TRANS-STOP-DATE IS NUMERIC
                       AND TRANS-STOP-DATE > ZERO
                       AND TRANS-STOP-DATE <= RUN-DATE-NUMERIC-WS
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'STOP DATE ALREADY PASSED'
                                           TO EXCEPTION-REASON-WS
               WHEN RESUME-TRANSACTION
                   CONTINUE
               WHEN TRANS-TYPE = SPACES
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'MISSING DEDUCTION TYPE' TO EXCEPTION-REASON-WS
               WHEN NOT TRANS-FLAT AND NOT TRANS-PERCENT-METHOD
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID DEDUCTION METHOD'
                                           TO EXCEPTION-REASON-WS
               WHEN TRANS-PERCENT-METHOD
                       AND (TRANS-PERCENT NOT NUMERIC
                           OR TRANS-PERCENT = ZERO
                           OR TRANS-PERCENT > MAX-DEDUCT-PERCENT-WS)
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'PERCENT OUT OF RANGE' TO EXCEPTION-REASON-WS
               WHEN TRANS-FLAT
                       AND (TRANS-FLAT-AMOUNT NOT NUMERIC
                           OR TRANS-FLAT-AMOUNT = ZERO)
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'FLAT AMOUNT OUT OF RANGE'
                                           TO EXCEPTION-REASON-WS
               WHEN TRANS-GOAL-AMOUNT NOT NUMERIC
                       AND TRANS-GOAL-AMOUNT NOT = SPACES
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID GOAL AMOUNT' TO EXCEPTION-REASON-WS
               WHEN NOT TRANS-PRE-TAX AND NOT TRANS-POST-TAX
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID TAX CODE' TO EXCEPTION-REASON-WS
               WHEN TRANS-MATCH-PERCENT NOT NUMERIC
                       AND TRANS-MATCH-PERCENT NOT = SPACES
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID MATCH PERCENT' TO EXCEPTION-REASON-WS
               WHEN TRANS-MATCH-CAP NOT NUMERIC
                       AND TRANS-MATCH-CAP NOT = SPACES
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID MATCH CAP' TO EXCEPTION-REASON-WS
               WHEN TRANS-START-DATE NOT NUMERIC
                       AND TRANS-START-DATE NOT = SPACES
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'INVALID START DATE' TO EXCEPTION-REASON-WS
               WHEN TRANS-START-DATE IS NUMERIC
                       AND TRANS-STOP-DATE IS NUMERIC
                       AND TRANS-STOP-DATE > ZERO
                       AND TRANS-STOP-DATE < TRANS-START-DATE
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'STOP DATE BEFORE START DATE'
                                           TO EXCEPTION-REASON-WS
               WHEN TRANS-GARNISHMENT AND TRANS-ORDER-NO = SPACES
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'MISSING ORDER/CASE NUMBER'
                                           TO EXCEPTION-REASON-WS
               WHEN TRANS-GARNISHMENT AND TRANS-AGENCY = SPACES
                   MOVE 'NO ' TO VALID-TRANS-SW
                   MOVE 'MISSING ISSUING AGENCY' TO EXCEPTION-REASON-WS
           END-EVALUATE.

       280-WRITE-EXCEPTION-RECORD.
           ADD 1 TO TRANS-REJECT-COUNT-WS
           MOVE TRANS-ACTION        TO EXCEPTION-ACTION-ERR
           MOVE TRANS-SSN           TO EXCEPTION-SSN-ERR
           MOVE TRANS-PRIORITY      TO EXCEPTION-PRIORITY-ERR
           MOVE TRANS-SOURCE        TO EXCEPTION-SOURCE-ERR
           MOVE EXCEPTION-REASON-WS TO EXCEPTION-REASON-ERR

           MOVE MAINT-EXCEPTION-RECORD TO PRINT-AN-EXCEPTION-LINE
           WRITE PRINT-AN-EXCEPTION-LINE AFTER ADVANCING 1 LINE.

       300-PROCESS.
           PERFORM 260-READ-MASTER-RECORDS
           PERFORM 275-VALIDATE-TRANS

           IF TRANS-IS-INVALID
               PERFORM 280-WRITE-EXCEPTION-RECORD
           ELSE
               PERFORM 305-SAVE-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN ADD-TRANSACTION
                       PERFORM 310-APPLY-ADD
                   WHEN CHANGE-TRANSACTION
                       PERFORM 320-APPLY-CHANGE
                   WHEN STOP-TRANSACTION
                       PERFORM 330-APPLY-STOP
                   WHEN RESUME-TRANSACTION
                       PERFORM 335-APPLY-RESUME
               END-EVALUATE
               ADD 1 TO TRANS-APPLIED-COUNT-WS
               PERFORM 340-PRINT-AUDIT-DETAIL
           END-IF

           PERFORM 250-READ-ONE-TRANS.

       305-SAVE-BEFORE-IMAGE.
           IF DEDUCT-RECORD-FOUND
               MOVE DEDUCT-TYPE          TO BEFORE-TYPE-WS
               MOVE DEDUCT-METHOD        TO BEFORE-METHOD-WS
               MOVE DEDUCT-FLAT-AMOUNT   TO BEFORE-FLAT-WS
               MOVE DEDUCT-PERCENT       TO BEFORE-PERCENT-WS
               MOVE DEDUCT-GOAL-AMOUNT   TO BEFORE-GOAL-WS
               MOVE DEDUCT-TAKEN-TO-DATE TO BEFORE-TAKEN-WS
               MOVE DEDUCT-ARREARS       TO BEFORE-ARREARS-WS
               MOVE DEDUCT-TAX-CODE      TO BEFORE-TAX-CODE-WS
               MOVE DEDUCT-STATUS        TO BEFORE-STATUS-WS
               MOVE DEDUCT-ORDER-NO      TO BEFORE-ORDER-NO-WS
               MOVE DEDUCT-AGENCY        TO BEFORE-AGENCY-WS
               IF DEDUCT-MATCH-PERCENT IS NUMERIC
                   MOVE DEDUCT-MATCH-PERCENT TO BEFORE-MATCH-PCT-WS
               ELSE
                   MOVE ZERO TO BEFORE-MATCH-PCT-WS
               END-IF
               IF DEDUCT-MATCH-CAP IS NUMERIC
                   MOVE DEDUCT-MATCH-CAP TO BEFORE-MATCH-CAP-WS
               ELSE
                   MOVE ZERO TO BEFORE-MATCH-CAP-WS
               END-IF
               IF DEDUCT-START-DATE IS NUMERIC
                   MOVE DEDUCT-START-DATE TO BEFORE-START-DATE-WS
               ELSE
                   MOVE ZERO TO BEFORE-START-DATE-WS
               END-IF
               IF DEDUCT-STOP-DATE IS NUMERIC
                   MOVE DEDUCT-STOP-DATE TO BEFORE-STOP-DATE-WS
               ELSE
                   MOVE ZERO TO BEFORE-STOP-DATE-WS
               END-IF
           ELSE
               MOVE SPACES TO BEFORE-TYPE-WS
                              BEFORE-METHOD-WS
                              BEFORE-TAX-CODE-WS
                              BEFORE-STATUS-WS
                              BEFORE-ORDER-NO-WS
                              BEFORE-AGENCY-WS
               MOVE ZERO   TO BEFORE-FLAT-WS
                              BEFORE-PERCENT-WS
                              BEFORE-GOAL-WS
                              BEFORE-TAKEN-WS
                              BEFORE-ARREARS-WS
                              BEFORE-MATCH-PCT-WS
                              BEFORE-MATCH-CAP-WS
                              BEFORE-START-DATE-WS
                              BEFORE-STOP-DATE-WS
           END-IF.

       310-APPLY-ADD.
           MOVE TRANS-SSN           TO DEDUCT-SSN
           MOVE TRANS-PRIORITY      TO DEDUCT-PRIORITY
           MOVE ZERO                TO DEDUCT-START-DATE
                                       DEDUCT-STOP-DATE
           PERFORM 315-MOVE-TRANS-TO-MASTER
           MOVE ZERO                TO DEDUCT-TAKEN-TO-DATE
                                       DEDUCT-ARREARS
                                       DEDUCT-MATCH-TO-DATE
           MOVE 'A'                 TO DEDUCT-STATUS
           WRITE DEDUCTION-MASTER-RECORD.

       315-MOVE-TRANS-TO-MASTER.
           MOVE TRANS-TYPE          TO DEDUCT-TYPE
           MOVE TRANS-METHOD        TO DEDUCT-METHOD
           MOVE TRANS-TAX-CODE      TO DEDUCT-TAX-CODE
           MOVE TRANS-ORDER-NO      TO DEDUCT-ORDER-NO
           MOVE TRANS-AGENCY        TO DEDUCT-AGENCY
           IF TRANS-FLAT
               MOVE TRANS-FLAT-AMOUNT TO DEDUCT-FLAT-AMOUNT
               MOVE ZERO              TO DEDUCT-PERCENT
           ELSE
               MOVE ZERO              TO DEDUCT-FLAT-AMOUNT
               MOVE TRANS-PERCENT     TO DEDUCT-PERCENT
           END-IF
           IF TRANS-GOAL-AMOUNT IS NUMERIC
               MOVE TRANS-GOAL-AMOUNT TO DEDUCT-GOAL-AMOUNT
           ELSE
               MOVE ZERO TO DEDUCT-GOAL-AMOUNT
           END-IF
           IF TRANS-MATCH-PERCENT IS NUMERIC
               MOVE TRANS-MATCH-PERCENT TO DEDUCT-MATCH-PERCENT
           ELSE
               MOVE ZERO TO DEDUCT-MATCH-PERCENT
           END-IF
           IF TRANS-MATCH-CAP IS NUMERIC
               MOVE TRANS-MATCH-CAP TO DEDUCT-MATCH-CAP
           ELSE
               MOVE ZERO TO DEDUCT-MATCH-CAP
           END-IF
           IF TRANS-START-DATE IS NUMERIC AND TRANS-START-DATE > ZERO
               MOVE TRANS-START-DATE TO DEDUCT-START-DATE
           END-IF
           IF TRANS-STOP-DATE IS NUMERIC AND TRANS-STOP-DATE > ZERO
               MOVE TRANS-STOP-DATE TO DEDUCT-STOP-DATE
           END-IF.

      *    A CHANGE REPLACES THE TERMS BUT KEEPS THE RUNNING TOTALS,
      *    ARREARS, AND STOP STATUS THAT PROB3 OWNS. A BLANK START OR
      *    STOP DATE ON THE CHANGE LEAVES THE DATE ON FILE AS IT IS.
       320-APPLY-CHANGE.
           IF DEDUCT-START-DATE NOT NUMERIC
               MOVE ZERO TO DEDUCT-START-DATE
           END-IF
           IF DEDUCT-STOP-DATE NOT NUMERIC
               MOVE ZERO TO DEDUCT-STOP-DATE
           END-IF
           PERFORM 315-MOVE-TRANS-TO-MASTER
           IF DEDUCT-MATCH-TO-DATE NOT NUMERIC
               MOVE ZERO TO DEDUCT-MATCH-TO-DATE
           END-IF
           REWRITE DEDUCTION-MASTER-RECORD.

      *    A STOP WITH A FUTURE DATE ONLY SETS THE STOP DATE - PROB3
      *    STOPS THE DEDUCTION WHEN THE PAY DATE REACHES IT.
       330-APPLY-STOP.
           IF TRANS-STOP-DATE IS NUMERIC
                   AND TRANS-STOP-DATE > RUN-DATE-NUMERIC-WS
               MOVE TRANS-STOP-DATE TO DEDUCT-STOP-DATE
           ELSE
               IF TRANS-STOP-DATE IS NUMERIC
                       AND TRANS-STOP-DATE > ZERO
                   MOVE TRANS-STOP-DATE TO DEDUCT-STOP-DATE
               ELSE
                   MOVE RUN-DATE-NUMERIC-WS TO DEDUCT-STOP-DATE
               END-IF
               MOVE 'S' TO DEDUCT-STATUS
           END-IF
           REWRITE DEDUCTION-MASTER-RECORD.

       335-APPLY-RESUME.
           MOVE 'A' TO DEDUCT-STATUS
           IF TRANS-STOP-DATE IS NUMERIC
               MOVE TRANS-STOP-DATE TO DEDUCT-STOP-DATE
           ELSE
               MOVE ZERO TO DEDUCT-STOP-DATE
           END-IF
           REWRITE DEDUCTION-MASTER-RECORD.

       340-PRINT-AUDIT-DETAIL.
           IF LINE-COUNT-WS = ZERO
               PERFORM 350-PRINT-HEADERS
           END-IF

           EVALUATE TRUE
               WHEN ADD-TRANSACTION
                   MOVE 'ADD   ' TO AUDIT-ACTION-OUT
               WHEN CHANGE-TRANSACTION
                   MOVE 'CHANGE' TO AUDIT-ACTION-OUT
               WHEN STOP-TRANSACTION
                   MOVE 'STOP  ' TO AUDIT-ACTION-OUT
               WHEN RESUME-TRANSACTION
                   MOVE 'RESUME' TO AUDIT-ACTION-OUT
           END-EVALUATE
           MOVE TRANS-SSN      TO AUDIT-SSN-OUT
           MOVE TRANS-PRIORITY TO AUDIT-PRIORITY-OUT
           MOVE TRANS-SOURCE   TO AUDIT-SOURCE-OUT
           MOVE AUDIT-ACTION-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           IF ADD-TRANSACTION
               MOVE 'BEFORE  '    TO AUDIT-IMAGE-TAG2-OUT
               MOVE '(NOT ON MASTER)' TO AUDIT-NOTE-OUT
               MOVE AUDIT-NOTE-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'BEFORE  '        TO AUDIT-IMAGE-TAG-OUT
               MOVE BEFORE-TYPE-WS    TO AUDIT-TYPE-OUT
               MOVE BEFORE-METHOD-WS  TO AUDIT-METHOD-OUT
               MOVE BEFORE-FLAT-WS    TO AUDIT-FLAT-OUT
               MOVE BEFORE-PERCENT-WS TO AUDIT-PERCENT-OUT
               MOVE BEFORE-GOAL-WS    TO AUDIT-GOAL-OUT
               MOVE BEFORE-TAKEN-WS   TO AUDIT-TAKEN-OUT
               MOVE BEFORE-ARREARS-WS TO AUDIT-ARREARS-OUT
               MOVE BEFORE-TAX-CODE-WS TO AUDIT-TAX-CODE-OUT
               MOVE BEFORE-MATCH-PCT-WS TO AUDIT-MATCH-PCT-OUT
               MOVE BEFORE-MATCH-CAP-WS TO AUDIT-MATCH-CAP-OUT
               MOVE AUDIT-IMAGE-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
               MOVE BEFORE-STATUS-WS  TO AUDIT-STATUS-OUT
               MOVE BEFORE-START-DATE-WS TO AUDIT-START-DATE-OUT
               MOVE BEFORE-STOP-DATE-WS TO AUDIT-STOP-DATE-OUT
               MOVE BEFORE-ORDER-NO-WS TO AUDIT-ORDER-NO-OUT
               MOVE BEFORE-AGENCY-WS  TO AUDIT-AGENCY-OUT
               MOVE AUDIT-ORDER-LINE TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF

      *    THE AFTER IMAGE IS TAKEN FROM THE RECORD AS WRITTEN SO THAT
      *    STOP AND RESUME SHOW THE STATUS AND DATES PROB3 WILL SEE.
           MOVE 'AFTER   '           TO AUDIT-IMAGE-TAG-OUT
           MOVE DEDUCT-TYPE          TO AUDIT-TYPE-OUT
           MOVE DEDUCT-METHOD        TO AUDIT-METHOD-OUT
           MOVE DEDUCT-FLAT-AMOUNT   TO AUDIT-FLAT-OUT
           MOVE DEDUCT-PERCENT       TO AUDIT-PERCENT-OUT
           MOVE DEDUCT-GOAL-AMOUNT   TO AUDIT-GOAL-OUT
           MOVE DEDUCT-TAKEN-TO-DATE TO AUDIT-TAKEN-OUT
           MOVE DEDUCT-ARREARS       TO AUDIT-ARREARS-OUT
           MOVE DEDUCT-TAX-CODE      TO AUDIT-TAX-CODE-OUT
           IF DEDUCT-MATCH-PERCENT IS NUMERIC
               MOVE DEDUCT-MATCH-PERCENT TO AUDIT-MATCH-PCT-OUT
           ELSE
               MOVE ZERO TO AUDIT-MATCH-PCT-OUT
           END-IF
           IF DEDUCT-MATCH-CAP IS NUMERIC
               MOVE DEDUCT-MATCH-CAP TO AUDIT-MATCH-CAP-OUT
           ELSE
               MOVE ZERO TO AUDIT-MATCH-CAP-OUT
           END-IF
           MOVE AUDIT-IMAGE-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE DEDUCT-STATUS        TO AUDIT-STATUS-OUT
           MOVE DEDUCT-START-DATE    TO AUDIT-START-DATE-OUT
           MOVE DEDUCT-STOP-DATE     TO AUDIT-STOP-DATE-OUT
           MOVE DEDUCT-ORDER-NO      TO AUDIT-ORDER-NO-OUT
           MOVE DEDUCT-AGENCY        TO AUDIT-AGENCY-OUT
           MOVE AUDIT-ORDER-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           ADD 6 TO LINE-COUNT-WS
           IF LINE-COUNT-WS >= LINES-PER-PAGE-WS
               MOVE ZERO TO LINE-COUNT-WS
           END-IF.

       350-PRINT-HEADERS.
           ADD 1 TO PAGE-COUNT-WS
           MOVE PAGE-COUNT-WS  TO PAGE-NO-OUT
           MOVE RUN-MONTH-WS   TO RUN-MONTH-OUT
           MOVE RUN-DAY-WS     TO RUN-DAY-OUT
           MOVE RUN-YEAR-WS    TO RUN-YEAR-OUT

           MOVE HEADER-LINE-1 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING PAGE
           MOVE HEADER-LINE-2 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE ZERO TO LINE-COUNT-WS.

       900-CLOSE.
           MOVE TRANS-READ-COUNT-WS    TO AUDIT-READ-OUT
           MOVE TRANS-APPLIED-COUNT-WS TO AUDIT-APPLIED-OUT
           MOVE TRANS-REJECT-COUNT-WS  TO AUDIT-REJECT-OUT
           MOVE AUDIT-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           CLOSE MAINT-TRANS-FILE
                 MAINT-REPORT-FILE
                 MAINT-EXCEPTION-FILE
                 EMPLOYEE-MASTER-FILE
                 DEDUCTION-MASTER-FILE.
