       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMIT.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT REMIT-PAYEE-FILE ASSIGN TO 'remitpay.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REMIT-PAYEE-STATUS-WS.

            SELECT PAY-PARM-FILE ASSIGN TO 'payparm.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY-PARM-STATUS-WS.

            SELECT REMIT-DETAIL-FILE ASSIGN USING REMIT-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REMIT-DETAIL-STATUS-WS.

            SELECT SORT-WORK-FILE ASSIGN TO 'remitwrk.tmp'.

            SELECT SORTED-REMIT-FILE ASSIGN TO 'remitsrt.tmp'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAYEE-OUTPUT-FILE ASSIGN USING PAYEE-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAYEE-OUTPUT-STATUS-WS.

            SELECT REMIT-REPORT-FILE ASSIGN USING REPORT-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-PAYEE-FILE RECORDING MODE IS F.
       01  FILLER                   PIC X(80).

       FD  PAY-PARM-FILE RECORDING MODE IS F.
       01  PAY-PARM-RECORD.
           05 PARM-PAY-FREQ         PIC X(1).
           05 PARM-RUN-MODE         PIC X(5).
           05 FILLER                PIC X(74).

       FD  REMIT-DETAIL-FILE RECORDING MODE IS F.
       01  FILLER                   PIC X(110).

       SD  SORT-WORK-FILE.
       01  SORT-REMIT-RECORD.
           05 SORT-PAYEE-ID         PIC X(8).
           05 SORT-PAYEE-SUB        PIC 99.
           05 SORT-DETAIL.
               10 SORT-REC-TYPE     PIC X(1).
               10 SORT-SSN          PIC X(9).
               10 FILLER            PIC X(20).
               10 SORT-PRIORITY     PIC 99.
               10 FILLER            PIC X(78).

       FD  SORTED-REMIT-FILE RECORDING MODE IS F.
       01  FILLER                   PIC X(120).

       FD  PAYEE-OUTPUT-FILE RECORDING MODE IS F.
       01  PAYEE-OUTPUT-LINE        PIC X(120).

       FD  REMIT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WORKING-VARIABLES.
           05 EOF-DETAIL-WS         PIC X(3)        VALUE 'NO '.
           05 EOF-SORTED-WS         PIC X(3)        VALUE 'NO '.
           05 EOF-PAYEE-WS          PIC X(3)        VALUE 'NO '.
           05 TRAILER-FOUND-SW      PIC X(3)        VALUE 'NO '.
               88 TRAILER-FOUND                 VALUE 'YES'.
           05 PAYEE-FOUND-SW        PIC X(3)        VALUE 'NO '.
               88 PAYEE-FOUND                   VALUE 'YES'.

       01 FILE-STATUS-WS.
           05 REMIT-PAYEE-STATUS-WS PIC X(2)        VALUE '00'.
           05 REMIT-DETAIL-STATUS-WS PIC X(2)       VALUE '00'.
           05 PAYEE-OUTPUT-STATUS-WS PIC X(2)       VALUE '00'.
           05 PAY-PARM-STATUS-WS    PIC X(2)        VALUE '00'.

       01 PAYEE-FILE-NAME-WS        PIC X(40)       VALUE SPACES.

      *    A FINAL PAY RUN OF PROB3 WRITES ITS OWN REMITTANCE DETAIL.
      *    ITS PAYEE FILES AND REPORT ARE KEPT APART FROM THE REGULAR
      *    RUN'S SO NEITHER OVERWRITES THE OTHER BEFORE IT IS SENT.
       01 RUN-FILE-NAMES-WS.
           05 REMIT-FILE-NAME-WS    PIC X(40)
                                   VALUE 'remitdtl.dat'.
           05 REPORT-FILE-NAME-WS   PIC X(40)
                                   VALUE 'remit.rpt'.
           05 PAYEE-FILE-PREFIX-WS  PIC X(9)        VALUE 'remit_'.
           05 FINAL-RUN-SW          PIC X(3)        VALUE 'NO '.
               88 FINAL-PAY-RUN                 VALUE 'YES'.

      *    A PAYEE ROW WITH A BLANK AGENCY TAKES EVERY DEDUCTION OF
      *    ITS TYPE; A ROW WITH AN AGENCY TAKES ONLY THAT AGENCY'S
      *    ORDERS AND IS PREFERRED WHEN BOTH MATCH.
       01 PAYEE-INPUT-RECORD.
           05 PAYEE-DEDUCT-TYPE-IN  PIC X(3).
           05 PAYEE-AGENCY-IN       PIC X(20).
           05 PAYEE-ID-IN           PIC X(8).
           05 PAYEE-NAME-IN         PIC X(30).
           05 PAYEE-FORMAT-IN       PIC X(1).
           05 FILLER                PIC X(18).

       01 PAYEE-TABLE-WS.
           05 PAYEE-COUNT-WS        PIC 99          VALUE ZERO.
           05 PAYEE-SUB-WS          PIC 99.
           05 PAYEE-MATCH-SUB-WS    PIC 99.
           05 PAYEE-ENTRY-WS OCCURS 50 TIMES.
               10 PAYEE-DEDUCT-TYPE-WS PIC X(3).
               10 PAYEE-AGENCY-WS   PIC X(20).
               10 PAYEE-ID-WS       PIC X(8).
               10 PAYEE-NAME-WS     PIC X(30).
               10 PAYEE-FORMAT-WS   PIC X(1).
                   88 PAYEE-401K-FORMAT         VALUE 'K'.
                   88 PAYEE-SUPPORT-FORMAT      VALUE 'C'.

       COPY REMITDTL.

       01 SORTED-REMIT-RECORD.
           05 SORTED-PAYEE-ID       PIC X(8).
           05 SORTED-PAYEE-SUB      PIC 99.
           05 SORTED-DETAIL         PIC X(110).

       01 PAYEE-BREAK-WS.
           05 HOLD-PAYEE-ID-WS      PIC X(8)        VALUE SPACES.
           05 HOLD-PAYEE-SUB-WS     PIC 99          VALUE ZERO.
           05 PAYEE-FILE-OPEN-SW    PIC X(3)        VALUE 'NO '.
               88 PAYEE-FILE-IS-OPEN            VALUE 'YES'.
           05 PAYEE-ITEM-COUNT-WS   PIC 9(5)        VALUE ZERO.
           05 PAYEE-EMPLOYEE-TOTAL-WS PIC 9(9)V99   VALUE ZERO.
           05 PAYEE-MATCH-TOTAL-WS  PIC 9(9)V99     VALUE ZERO.

       01 REMIT-TOTALS-WS.
           05 DETAIL-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05 DETAIL-EMPLOYEE-WS    PIC 9(9)V99     VALUE ZERO.
           05 DETAIL-MATCH-WS       PIC 9(9)V99     VALUE ZERO.
           05 REMITTED-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05 REMITTED-EMPLOYEE-WS  PIC 9(9)V99     VALUE ZERO.
           05 REMITTED-MATCH-WS     PIC 9(9)V99     VALUE ZERO.
           05 UNMAPPED-COUNT-WS     PIC 9(7)        VALUE ZERO.
           05 UNMAPPED-EMPLOYEE-WS  PIC 9(9)V99     VALUE ZERO.
           05 UNMAPPED-MATCH-WS     PIC 9(9)V99     VALUE ZERO.
           05 MISSING-CASE-COUNT-WS PIC 9(5)        VALUE ZERO.
           05 PAYEE-FILE-COUNT-WS   PIC 9(3)        VALUE ZERO.
           05 RUN-DETAIL-COUNT-WS   PIC 9(7)        VALUE ZERO.
           05 RUN-TOTAL-DEDUCT-WS   PIC 9(9)V99     VALUE ZERO.
           05 RUN-TOTAL-MATCH-WS    PIC 9(9)V99     VALUE ZERO.
           05 RUN-PERIOD-ID-WS      PIC X(8)        VALUE SPACES.
           05 RUN-PAY-DATE-WS       PIC 9(8)        VALUE ZERO.

       01 REPORT-CONTROL-WS.
           05 LINE-COUNT-WS         PIC 99          VALUE ZERO.
           05 LINES-PER-PAGE-WS     PIC 99          VALUE 50.
           05 PAGE-COUNT-WS         PIC 999         VALUE ZERO.
           05 RUN-DATE-WS.
               10 RUN-YEAR-WS       PIC 9(4).
               10 RUN-MONTH-WS      PIC 99.
               10 RUN-DAY-WS        PIC 99.

       01 PAYEE-HEADER-OUT.
           05 FILLER                PIC X(1)        VALUE 'H'.
           05 PH-PAYEE-ID-OUT       PIC X(8).
           05 PH-PAYEE-NAME-OUT     PIC X(30).
           05 PH-FORMAT-OUT         PIC X(1).
           05 PH-PERIOD-ID-OUT      PIC X(8).
           05 PH-PAY-DATE-OUT       PIC 9(8).
           05 PH-RUN-DATE-OUT       PIC 9(8).
           05 FILLER                PIC X(56)       VALUE SPACES.

      *    EMPLOYEE AND EMPLOYER AMOUNTS ARE ALWAYS CARRIED IN THEIR
      *    OWN FIELDS; THE CASE NUMBER IS FILLED FOR SUPPORT ORDERS
      *    AND ANY OTHER DEDUCTION THAT HAS ONE.
       01 PAYEE-DETAIL-OUT.
           05 FILLER                PIC X(1)        VALUE 'D'.
           05 PD-SSN-OUT            PIC X(9).
           05 PD-NAME-OUT           PIC X(20).
           05 PD-DEDUCT-TYPE-OUT    PIC X(3).
           05 PD-TAX-CODE-OUT       PIC X(1).
           05 PD-EMPLOYEE-AMT-OUT   PIC 9(7)V99.
           05 PD-EMPLOYER-AMT-OUT   PIC 9(7)V99.
           05 PD-TOTAL-AMT-OUT      PIC 9(7)V99.
           05 PD-CASE-NO-OUT        PIC X(20).
           05 PD-AGENCY-OUT         PIC X(20).
           05 FILLER                PIC X(19)       VALUE SPACES.

       01 PAYEE-TRAILER-OUT.
           05 FILLER                PIC X(1)        VALUE 'T'.
           05 PT-PAYEE-ID-OUT       PIC X(8).
           05 PT-ITEM-COUNT-OUT     PIC 9(5).
           05 PT-EMPLOYEE-AMT-OUT   PIC 9(9)V99.
           05 PT-EMPLOYER-AMT-OUT   PIC 9(9)V99.
           05 PT-TOTAL-AMT-OUT      PIC 9(9)V99.
           05 FILLER                PIC X(73)       VALUE SPACES.

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE 'ACME CORPORATION'.
           05 FILLER                PIC X(70)       VALUE SPACES.
           05 FILLER                PIC X(5)        VALUE 'PAGE '.
           05 PAGE-NO-OUT           PIC ZZ9.

       01 HEADER-LINE-2.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 HEADER-TITLE-OUT      PIC X(30)
                                 VALUE 'DEDUCTION REMITTANCE SUMMARY'.
           05 FILLER                PIC X(37)       VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE 'RUN DATE '.
           05 RUN-DATE-OUT.
               10 RUN-MONTH-OUT     PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-DAY-OUT       PIC 99.
               10 FILLER            PIC X           VALUE '/'.
               10 RUN-YEAR-OUT      PIC 9999.

       01 HEADER-LINE-3.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(10)       VALUE 'PAYEE'.
           05 FILLER                PIC X(32)       VALUE 'NAME'.
           05 FILLER                PIC X(5)        VALUE 'FMT'.
           05 FILLER                PIC X(8)        VALUE '   ITEMS'.
           05 FILLER                PIC X(16)  VALUE '        EMPLOYEE'.
           05 FILLER                PIC X(16)  VALUE '        EMPLOYER'.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FILLER                PIC X(20)       VALUE 'FILE'.

       01 PAYEE-SUMMARY-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 PS-PAYEE-ID-OUT       PIC X(8).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 PS-PAYEE-NAME-OUT     PIC X(30).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 PS-FORMAT-OUT         PIC X(1).
           05 FILLER                PIC X(4)        VALUE SPACE.
           05 PS-ITEM-COUNT-OUT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 PS-EMPLOYEE-AMT-OUT   PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 PS-EMPLOYER-AMT-OUT   PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 PS-FILE-NAME-OUT      PIC X(40).

       01 REMIT-EXCEPTION-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(11)  VALUE '*** ERROR  '.
           05 RE-SSN-OUT            PIC X(9).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RE-PRIORITY-OUT       PIC 99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RE-DEDUCT-TYPE-OUT    PIC X(3).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RE-AGENCY-OUT         PIC X(20).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RE-AMOUNT-OUT         PIC $$$$,$$9.99.
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 RE-REASON-OUT         PIC X(30).

       01 TIE-OUT-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 TIE-LABEL-OUT         PIC X(25).
           05 FILLER                PIC X(6)        VALUE 'ITEMS '.
           05 TIE-COUNT-OUT         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(11)  VALUE '  EMPLOYEE '.
           05 TIE-EMPLOYEE-OUT      PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(11)  VALUE '  EMPLOYER '.
           05 TIE-EMPLOYER-OUT      PIC $$$,$$$,$$9.99.

       01 BALANCE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 BALANCE-MESSAGE-OUT   PIC X(60).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-SORTED-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           PERFORM 205-READ-RUN-PARAMETERS
           OPEN OUTPUT REMIT-REPORT-FILE
           PERFORM 350-PRINT-HEADERS

           PERFORM 240-LOAD-PAYEE-TABLE
           PERFORM 210-SORT-REMIT-DETAILS

      *    NO TRAILER MEANS THE PAYROLL RUN DID NOT FINISH - NOTHING
      *    IS RELEASED TO THE PAYEES UNTIL IT DOES.
           IF NOT TRAILER-FOUND
               DISPLAY 'REMIT - NO TRAILER ON REMITTANCE DETAIL - '
                   'RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SORTED-REMIT-FILE
           PERFORM 250-READ-ONE-SORTED.

      *    THE MODE IS TAKEN FROM THE PAYROLL RUN PARAMETERS, SO THIS
      *    PICKS UP THE DETAIL OF THE PROB3 RUN JUST COMPLETED.
       205-READ-RUN-PARAMETERS.
           OPEN INPUT PAY-PARM-FILE
           EVALUATE PAY-PARM-STATUS-WS
               WHEN '00'
                   READ PAY-PARM-FILE
                       AT END MOVE SPACES TO PAY-PARM-RECORD
                   END-READ
                   IF PARM-RUN-MODE = 'FINAL'
                       MOVE 'YES' TO FINAL-RUN-SW
                   END-IF
                   CLOSE PAY-PARM-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'REMIT - RUN PARAMETER OPEN FAILED '
                       'STATUS ' PAY-PARM-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF FINAL-PAY-RUN
               MOVE 'finalrem.dat'  TO REMIT-FILE-NAME-WS
               MOVE 'finalrem.rpt'  TO REPORT-FILE-NAME-WS
               MOVE 'finalrem_'     TO PAYEE-FILE-PREFIX-WS
               MOVE 'FINAL PAY REMITTANCE SUMMARY'
                   TO HEADER-TITLE-OUT
               DISPLAY 'REMIT - FINAL PAY RUN - REMITTANCE FROM '
                   'FINALREM.DAT'
           END-IF.

       210-SORT-REMIT-DETAILS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-PAYEE-ID
                                SORT-SSN
                                SORT-PRIORITY
               INPUT PROCEDURE 215-RELEASE-REMIT-DETAILS
               GIVING SORTED-REMIT-FILE.

       215-RELEASE-REMIT-DETAILS.
           OPEN INPUT REMIT-DETAIL-FILE
           IF REMIT-DETAIL-STATUS-WS NOT = '00'
               DISPLAY 'REMIT - REMITTANCE DETAIL OPEN FAILED '
                   'STATUS ' REMIT-DETAIL-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 216-RELEASE-ONE-DETAIL UNTIL EOF-DETAIL-WS = 'YES'
           CLOSE REMIT-DETAIL-FILE.

       216-RELEASE-ONE-DETAIL.
           READ REMIT-DETAIL-FILE INTO REMIT-DETAIL-RECORD
               AT END MOVE 'YES' TO EOF-DETAIL-WS
           END-READ

           IF EOF-DETAIL-WS NOT = 'YES'
               EVALUATE TRUE
                   WHEN REMIT-TRAILER
                       MOVE 'YES' TO TRAILER-FOUND-SW
                       MOVE REMIT-TRL-DETAIL-COUNT
                                          TO RUN-DETAIL-COUNT-WS
                       MOVE REMIT-TRL-TOTAL-DEDUCT
                                          TO RUN-TOTAL-DEDUCT-WS
                       MOVE REMIT-TRL-TOTAL-MATCH
                                          TO RUN-TOTAL-MATCH-WS
                       MOVE REMIT-TRL-PERIOD-ID TO RUN-PERIOD-ID-WS
                       MOVE REMIT-TRL-PAY-DATE  TO RUN-PAY-DATE-WS
                   WHEN REMIT-DETAIL
                       ADD 1 TO DETAIL-COUNT-WS
                       ADD REMIT-EMPLOYEE-AMOUNT TO DETAIL-EMPLOYEE-WS
                       ADD REMIT-MATCH-AMOUNT    TO DETAIL-MATCH-WS
                       PERFORM 220-FIND-PAYEE
                       IF PAYEE-FOUND
                           MOVE PAYEE-ID-WS (PAYEE-MATCH-SUB-WS)
                                          TO SORT-PAYEE-ID
                           MOVE PAYEE-MATCH-SUB-WS TO SORT-PAYEE-SUB
                           MOVE REMIT-DETAIL-RECORD TO SORT-DETAIL
                           RELEASE SORT-REMIT-RECORD
                       ELSE
                           ADD 1 TO UNMAPPED-COUNT-WS
                           ADD REMIT-EMPLOYEE-AMOUNT
                                          TO UNMAPPED-EMPLOYEE-WS
                           ADD REMIT-MATCH-AMOUNT TO UNMAPPED-MATCH-WS
                           MOVE 'NO PAYEE FOR DEDUCTION TYPE'
                                          TO RE-REASON-OUT
                           PERFORM 360-PRINT-EXCEPTION-LINE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       220-FIND-PAYEE.
           MOVE 'NO ' TO PAYEE-FOUND-SW
           MOVE ZERO  TO PAYEE-MATCH-SUB-WS
           PERFORM 221-MATCH-AGENCY-PAYEE
               VARYING PAYEE-SUB-WS FROM 1 BY 1
               UNTIL PAYEE-SUB-WS > PAYEE-COUNT-WS
                   OR PAYEE-FOUND
           IF NOT PAYEE-FOUND
               PERFORM 222-MATCH-TYPE-PAYEE
                   VARYING PAYEE-SUB-WS FROM 1 BY 1
                   UNTIL PAYEE-SUB-WS > PAYEE-COUNT-WS
                       OR PAYEE-FOUND
           END-IF.

       221-MATCH-AGENCY-PAYEE.
           IF PAYEE-DEDUCT-TYPE-WS (PAYEE-SUB-WS) = REMIT-DEDUCT-TYPE
                   AND PAYEE-AGENCY-WS (PAYEE-SUB-WS) NOT = SPACES
                   AND PAYEE-AGENCY-WS (PAYEE-SUB-WS) = REMIT-AGENCY
               MOVE 'YES'        TO PAYEE-FOUND-SW
               MOVE PAYEE-SUB-WS TO PAYEE-MATCH-SUB-WS
           END-IF.

       222-MATCH-TYPE-PAYEE.
           IF PAYEE-DEDUCT-TYPE-WS (PAYEE-SUB-WS) = REMIT-DEDUCT-TYPE
                   AND PAYEE-AGENCY-WS (PAYEE-SUB-WS) = SPACES
               MOVE 'YES'        TO PAYEE-FOUND-SW
               MOVE PAYEE-SUB-WS TO PAYEE-MATCH-SUB-WS
           END-IF.

       240-LOAD-PAYEE-TABLE.
           OPEN INPUT REMIT-PAYEE-FILE
           IF REMIT-PAYEE-STATUS-WS NOT = '00'
               DISPLAY 'REMIT - PAYEE FILE OPEN FAILED '
                   'STATUS ' REMIT-PAYEE-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 241-LOAD-ONE-PAYEE UNTIL EOF-PAYEE-WS = 'YES'
           CLOSE REMIT-PAYEE-FILE.

       241-LOAD-ONE-PAYEE.
           READ REMIT-PAYEE-FILE INTO PAYEE-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-PAYEE-WS
           END-READ

           IF EOF-PAYEE-WS NOT = 'YES'
                   AND PAYEE-DEDUCT-TYPE-IN NOT = SPACES
                   AND PAYEE-ID-IN NOT = SPACES
               IF PAYEE-COUNT-WS < 50
                   ADD 1 TO PAYEE-COUNT-WS
                   MOVE PAYEE-DEDUCT-TYPE-IN
                       TO PAYEE-DEDUCT-TYPE-WS (PAYEE-COUNT-WS)
                   MOVE PAYEE-AGENCY-IN
                       TO PAYEE-AGENCY-WS (PAYEE-COUNT-WS)
                   MOVE PAYEE-ID-IN   TO PAYEE-ID-WS (PAYEE-COUNT-WS)
                   MOVE PAYEE-NAME-IN TO PAYEE-NAME-WS (PAYEE-COUNT-WS)
                   MOVE PAYEE-FORMAT-IN
                       TO PAYEE-FORMAT-WS (PAYEE-COUNT-WS)
               ELSE
                   DISPLAY 'REMIT - PAYEE TABLE FULL - PAYEE '
                       PAYEE-ID-IN ' IGNORED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       250-READ-ONE-SORTED.
           READ SORTED-REMIT-FILE INTO SORTED-REMIT-RECORD
               AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ

           IF EOF-SORTED-WS NOT = 'YES'
               MOVE SORTED-DETAIL TO REMIT-DETAIL-RECORD
           END-IF.

       300-PROCESS.
           IF SORTED-PAYEE-ID NOT = HOLD-PAYEE-ID-WS
               IF PAYEE-FILE-IS-OPEN
                   PERFORM 330-FINISH-PAYEE
               END-IF
               PERFORM 310-START-PAYEE
           END-IF

           IF PAYEE-FILE-IS-OPEN
               PERFORM 320-WRITE-PAYEE-DETAIL
           END-IF

           PERFORM 250-READ-ONE-SORTED.

       310-START-PAYEE.
           MOVE SORTED-PAYEE-ID  TO HOLD-PAYEE-ID-WS
           MOVE SORTED-PAYEE-SUB TO HOLD-PAYEE-SUB-WS
           MOVE ZERO             TO PAYEE-ITEM-COUNT-WS
                                    PAYEE-EMPLOYEE-TOTAL-WS
                                    PAYEE-MATCH-TOTAL-WS

           MOVE SPACES TO PAYEE-FILE-NAME-WS
           STRING PAYEE-FILE-PREFIX-WS DELIMITED BY SPACE
                  HOLD-PAYEE-ID-WS DELIMITED BY SPACE
                  '.dat'           DELIMITED BY SIZE
               INTO PAYEE-FILE-NAME-WS
           END-STRING

           OPEN OUTPUT PAYEE-OUTPUT-FILE
           IF PAYEE-OUTPUT-STATUS-WS NOT = '00'
               DISPLAY 'REMIT - PAYEE FILE ' PAYEE-FILE-NAME-WS
                   ' OPEN FAILED STATUS ' PAYEE-OUTPUT-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'YES' TO PAYEE-FILE-OPEN-SW
           ADD 1 TO PAYEE-FILE-COUNT-WS

           MOVE HOLD-PAYEE-ID-WS TO PH-PAYEE-ID-OUT
           MOVE PAYEE-NAME-WS (HOLD-PAYEE-SUB-WS) TO PH-PAYEE-NAME-OUT
           MOVE PAYEE-FORMAT-WS (HOLD-PAYEE-SUB-WS) TO PH-FORMAT-OUT
           MOVE RUN-PERIOD-ID-WS TO PH-PERIOD-ID-OUT
           MOVE RUN-PAY-DATE-WS  TO PH-PAY-DATE-OUT
           MOVE RUN-DATE-WS      TO PH-RUN-DATE-OUT
           MOVE PAYEE-HEADER-OUT TO PAYEE-OUTPUT-LINE
           WRITE PAYEE-OUTPUT-LINE.

      *    SUPPORT AGENCIES CANNOT APPLY A PAYMENT WITHOUT THE CASE
      *    NUMBER - THE LINE IS STILL SENT BUT FLAGGED FOR FOLLOW-UP.
       320-WRITE-PAYEE-DETAIL.
           MOVE REMIT-SSN             TO PD-SSN-OUT
           MOVE REMIT-NAME            TO PD-NAME-OUT
           MOVE REMIT-DEDUCT-TYPE     TO PD-DEDUCT-TYPE-OUT
           MOVE REMIT-TAX-CODE        TO PD-TAX-CODE-OUT
           MOVE REMIT-EMPLOYEE-AMOUNT TO PD-EMPLOYEE-AMT-OUT
           MOVE REMIT-MATCH-AMOUNT    TO PD-EMPLOYER-AMT-OUT
           COMPUTE PD-TOTAL-AMT-OUT =
               REMIT-EMPLOYEE-AMOUNT + REMIT-MATCH-AMOUNT
           MOVE REMIT-ORDER-NO        TO PD-CASE-NO-OUT
           MOVE REMIT-AGENCY          TO PD-AGENCY-OUT
           MOVE PAYEE-DETAIL-OUT TO PAYEE-OUTPUT-LINE
           WRITE PAYEE-OUTPUT-LINE

           IF PAYEE-SUPPORT-FORMAT (HOLD-PAYEE-SUB-WS)
                   AND REMIT-ORDER-NO = SPACES
               ADD 1 TO MISSING-CASE-COUNT-WS
               MOVE 'SUPPORT LINE - NO CASE NUMBER'
                   TO RE-REASON-OUT
               PERFORM 360-PRINT-EXCEPTION-LINE
           END-IF

           ADD 1                     TO PAYEE-ITEM-COUNT-WS
                                        REMITTED-COUNT-WS
           ADD REMIT-EMPLOYEE-AMOUNT TO PAYEE-EMPLOYEE-TOTAL-WS
                                        REMITTED-EMPLOYEE-WS
           ADD REMIT-MATCH-AMOUNT    TO PAYEE-MATCH-TOTAL-WS
                                        REMITTED-MATCH-WS.

       330-FINISH-PAYEE.
           MOVE HOLD-PAYEE-ID-WS        TO PT-PAYEE-ID-OUT
           MOVE PAYEE-ITEM-COUNT-WS     TO PT-ITEM-COUNT-OUT
           MOVE PAYEE-EMPLOYEE-TOTAL-WS TO PT-EMPLOYEE-AMT-OUT
           MOVE PAYEE-MATCH-TOTAL-WS    TO PT-EMPLOYER-AMT-OUT
           COMPUTE PT-TOTAL-AMT-OUT =
               PAYEE-EMPLOYEE-TOTAL-WS + PAYEE-MATCH-TOTAL-WS
           MOVE PAYEE-TRAILER-OUT TO PAYEE-OUTPUT-LINE
           WRITE PAYEE-OUTPUT-LINE
           CLOSE PAYEE-OUTPUT-FILE
           MOVE 'NO ' TO PAYEE-FILE-OPEN-SW

           IF LINE-COUNT-WS >= LINES-PER-PAGE-WS
               PERFORM 350-PRINT-HEADERS
           END-IF
           MOVE HOLD-PAYEE-ID-WS        TO PS-PAYEE-ID-OUT
           MOVE PAYEE-NAME-WS (HOLD-PAYEE-SUB-WS) TO PS-PAYEE-NAME-OUT
           MOVE PAYEE-FORMAT-WS (HOLD-PAYEE-SUB-WS) TO PS-FORMAT-OUT
           MOVE PAYEE-ITEM-COUNT-WS     TO PS-ITEM-COUNT-OUT
           MOVE PAYEE-EMPLOYEE-TOTAL-WS TO PS-EMPLOYEE-AMT-OUT
           MOVE PAYEE-MATCH-TOTAL-WS    TO PS-EMPLOYER-AMT-OUT
           MOVE PAYEE-FILE-NAME-WS      TO PS-FILE-NAME-OUT
           MOVE PAYEE-SUMMARY-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT-WS.

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
           MOVE HEADER-LINE-3 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE ZERO TO LINE-COUNT-WS.

       360-PRINT-EXCEPTION-LINE.
           IF LINE-COUNT-WS >= LINES-PER-PAGE-WS
               PERFORM 350-PRINT-HEADERS
           END-IF
           MOVE REMIT-SSN         TO RE-SSN-OUT
           MOVE REMIT-PRIORITY    TO RE-PRIORITY-OUT
           MOVE REMIT-DEDUCT-TYPE TO RE-DEDUCT-TYPE-OUT
           MOVE REMIT-AGENCY      TO RE-AGENCY-OUT
           COMPUTE RE-AMOUNT-OUT =
               REMIT-EMPLOYEE-AMOUNT + REMIT-MATCH-AMOUNT
           MOVE REMIT-EXCEPTION-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT-WS.

      *    THE DETAIL LINES MUST ADD BACK TO THE RUN'S DEDUCTION AND
      *    EMPLOYER MATCH TOTALS CARRIED ON THE TRAILER.
       370-PRINT-TIE-OUT.
           MOVE 'REMITTED TO PAYEES'  TO TIE-LABEL-OUT
           MOVE REMITTED-COUNT-WS     TO TIE-COUNT-OUT
           MOVE REMITTED-EMPLOYEE-WS  TO TIE-EMPLOYEE-OUT
           MOVE REMITTED-MATCH-WS     TO TIE-EMPLOYER-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'NOT REMITTED - NO PAYEE' TO TIE-LABEL-OUT
           MOVE UNMAPPED-COUNT-WS     TO TIE-COUNT-OUT
           MOVE UNMAPPED-EMPLOYEE-WS  TO TIE-EMPLOYEE-OUT
           MOVE UNMAPPED-MATCH-WS     TO TIE-EMPLOYER-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'TOTAL DETAIL LINES'  TO TIE-LABEL-OUT
           MOVE DETAIL-COUNT-WS       TO TIE-COUNT-OUT
           MOVE DETAIL-EMPLOYEE-WS    TO TIE-EMPLOYEE-OUT
           MOVE DETAIL-MATCH-WS       TO TIE-EMPLOYER-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'PAYROLL RUN TOTALS'  TO TIE-LABEL-OUT
           MOVE RUN-DETAIL-COUNT-WS   TO TIE-COUNT-OUT
           MOVE RUN-TOTAL-DEDUCT-WS   TO TIE-EMPLOYEE-OUT
           MOVE RUN-TOTAL-MATCH-WS    TO TIE-EMPLOYER-OUT
           MOVE TIE-OUT-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           IF DETAIL-COUNT-WS = RUN-DETAIL-COUNT-WS
                   AND DETAIL-EMPLOYEE-WS = RUN-TOTAL-DEDUCT-WS
                   AND DETAIL-MATCH-WS = RUN-TOTAL-MATCH-WS
               MOVE 'REMITTANCE DETAIL TIES TO PAYROLL RUN TOTALS'
                   TO BALANCE-MESSAGE-OUT
           ELSE
               MOVE '*** REMITTANCE DETAIL OUT OF BALANCE WITH RUN ***'
                   TO BALANCE-MESSAGE-OUT
               DISPLAY 'REMIT - DETAIL OUT OF BALANCE WITH RUN TOTALS'
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE BALANCE-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES.

       900-CLOSE.
           IF PAYEE-FILE-IS-OPEN
               PERFORM 330-FINISH-PAYEE
           END-IF

           PERFORM 370-PRINT-TIE-OUT

           IF UNMAPPED-COUNT-WS > ZERO OR MISSING-CASE-COUNT-WS > ZERO
               DISPLAY 'REMIT - ' UNMAPPED-COUNT-WS
                   ' LINES WITH NO PAYEE, ' MISSING-CASE-COUNT-WS
                   ' SUPPORT LINES WITH NO CASE NUMBER'
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE SORTED-REMIT-FILE
                 REMIT-REPORT-FILE.
