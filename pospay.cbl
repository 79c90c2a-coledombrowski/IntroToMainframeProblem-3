       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
       AUTHOR. COLE DOMBROWSKI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT POSPAY-PARM-FILE ASSIGN TO 'pospparm.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS POSPAY-PARM-STATUS-WS.

            SELECT CHECK-ISSUED-FILE ASSIGN TO 'checkissd.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECK-ISSUED-STATUS-WS.

            SELECT POSPAY-ISSUE-FILE ASSIGN USING POSPAY-FILE-NAME-WS
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS POSPAY-ISSUE-STATUS-WS.

            SELECT POSPAY-REPORT-FILE ASSIGN TO 'pospay.rpt'
            ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  POSPAY-PARM-FILE RECORDING MODE IS F.
       01  POSPAY-PARM-RECORD.
           05 PARM-ROUTING-NO       PIC X(9).
           05 PARM-ACCOUNT-NO       PIC X(17).
           05 FILLER                PIC X(54).

       FD  CHECK-ISSUED-FILE RECORDING MODE IS F.
       COPY CHKISS.

       FD  POSPAY-ISSUE-FILE RECORDING MODE IS F.
       01  POSPAY-ISSUE-LINE        PIC X(100).

       FD  POSPAY-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE      PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WORKING-VARIABLES.
           05 EOF-ISSUED-WS         PIC X(3)        VALUE 'NO '.
           05 ITEM-VALID-SW         PIC X(3)        VALUE 'YES'.
               88 ITEM-IS-VALID                 VALUE 'YES'.

       01 FILE-STATUS-WS.
           05 POSPAY-PARM-STATUS-WS PIC X(2)        VALUE '00'.
           05 CHECK-ISSUED-STATUS-WS PIC X(2)       VALUE '00'.
           05 POSPAY-ISSUE-STATUS-WS PIC X(2)       VALUE '00'.

      *    THE BANK ACCOUNT THE PAYROLL CHECKS ARE DRAWN ON. AN
      *    OPTIONAL PARAMETER RECORD OVERRIDES EITHER VALUE.
       01 POSPAY-ACCOUNT-WS.
           05 POSPAY-ROUTING-WS     PIC X(9)        VALUE '091000019'.
           05 POSPAY-ACCOUNT-NO-WS  PIC X(17)
                                 VALUE '00000004455667788'.

      *    EACH RUN WRITES ITS OWN FILE, NAMED FOR THE DATE AND TIME OF
      *    THE RUN. THE ITEMS IN IT ARE MARKED SENT ON THE REGISTER AS
      *    IT IS WRITTEN, SO A FILE THE BANK HAS NOT YET PICKED UP MUST
      *    NEVER BE OVERWRITTEN BY A LATER RUN.
       01 POSPAY-FILE-NAME-WS.
           05 FILLER                PIC X(6)        VALUE 'pospay'.
           05 POSPAY-NAME-DATE-WS   PIC 9(8).
           05 POSPAY-NAME-TIME-WS   PIC 9(6).
           05 FILLER                PIC X(4)        VALUE '.dat'.
           05 FILLER                PIC X(16)       VALUE SPACES.

      *    A VOID IS APPENDED TO THE REGISTER AS ITS OWN 'V' RECORD
      *    WITH NO PAYEE. THE VOIDS NOT YET SENT ARE LOADED FIRST SO
      *    THE ORIGINAL ISSUE DATE AND PAYEE CAN BE PICKED UP FROM THE
      *    EARLIER 'I' RECORD ON THE WAY THROUGH THE REGISTER.
       01 VOID-TABLE-CONTROL-WS.
           05 VOID-TABLE-COUNT-WS   PIC 9(4)        VALUE ZERO.
           05 VOID-TABLE-SUB-WS     PIC 9(4).
           05 VOID-TABLE-HIT-WS     PIC 9(4).

       01 VOID-TABLE-WS.
           05 VOID-ENTRY-WS OCCURS 500 TIMES.
               10 VOID-CHECK-NO-WS  PIC 9(8).
               10 VOID-ISSUE-DATE-WS PIC 9(8).
               10 VOID-PAYEE-WS     PIC X(20).
               10 VOID-FOUND-WS     PIC X(1).

       01 POSPAY-TOTALS-WS.
           05 ISSUE-COUNT-WS        PIC 9(7)        VALUE ZERO.
           05 ISSUE-AMOUNT-WS       PIC 9(10)V99    VALUE ZERO.
           05 VOID-COUNT-WS         PIC 9(7)        VALUE ZERO.
           05 VOID-AMOUNT-WS        PIC 9(10)V99    VALUE ZERO.
           05 ITEM-COUNT-WS         PIC 9(7)        VALUE ZERO.
           05 ITEM-AMOUNT-WS        PIC 9(10)V99    VALUE ZERO.
           05 MARKED-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05 REJECT-COUNT-WS       PIC 9(7)        VALUE ZERO.
           05 NO-ORIGINAL-COUNT-WS  PIC 9(7)        VALUE ZERO.

       01 REPORT-CONTROL-WS.
           05 LINE-COUNT-WS         PIC 99          VALUE ZERO.
           05 LINES-PER-PAGE-WS     PIC 99          VALUE 50.
           05 PAGE-COUNT-WS         PIC 999         VALUE ZERO.
           05 RUN-DATE-WS.
               10 RUN-YEAR-WS       PIC 9(4).
               10 RUN-MONTH-WS      PIC 99.
               10 RUN-DAY-WS        PIC 99.
           05 RUN-TIME-WS.
               10 RUN-HHMMSS-WS     PIC 9(6).
               10 FILLER            PIC 99.

       01 FORMAT-DATE-WS            PIC 9(8).
       01 FORMAT-DATE-PARTS-WS REDEFINES FORMAT-DATE-WS.
           05 FORMAT-YEAR-WS        PIC 9(4).
           05 FORMAT-MONTH-WS       PIC 99.
           05 FORMAT-DAY-WS         PIC 99.

      *    ONE ITEM PER CHECK ISSUED OR VOIDED. A VOID NOTICE CARRIES
      *    THE ORIGINAL ISSUE DATE AND PAYEE PLUS THE DATE OF THE VOID.
       01 POSPAY-ITEM-OUT.
           05 PI-REC-TYPE-OUT       PIC X(1).
           05 PI-ROUTING-OUT        PIC X(9).
           05 PI-ACCOUNT-OUT        PIC X(17).
           05 PI-CHECK-NO-OUT       PIC 9(10).
           05 PI-AMOUNT-OUT         PIC 9(8)V99.
           05 PI-ISSUE-DATE-OUT     PIC 9(8).
           05 PI-PAYEE-OUT          PIC X(20).
           05 PI-VOID-DATE-OUT      PIC 9(8).
           05 FILLER                PIC X(17)       VALUE SPACES.

       01 POSPAY-TRAILER-OUT.
           05 FILLER                PIC X(1)        VALUE 'T'.
           05 PT-ROUTING-OUT        PIC X(9).
           05 PT-ACCOUNT-OUT        PIC X(17).
           05 PT-ITEM-COUNT-OUT     PIC 9(7).
           05 PT-TOTAL-AMOUNT-OUT   PIC 9(10)V99.
           05 PT-CREATE-DATE-OUT    PIC 9(8).
           05 FILLER                PIC X(46)       VALUE SPACES.

       01 HEADER-LINE-1.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE 'ACME CORPORATION'.
           05 FILLER                PIC X(70)       VALUE SPACES.
           05 FILLER                PIC X(5)        VALUE 'PAGE '.
           05 PAGE-NO-OUT           PIC ZZ9.

       01 HEADER-LINE-2.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(30)
                                 VALUE 'POSITIVE PAY CONTROL REPORT'.
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
           05 FILLER                PIC X(9)        VALUE 'ACCOUNT '.
           05 HDR-ROUTING-OUT       PIC X(9).
           05 FILLER                PIC X(1)        VALUE SPACE.
           05 HDR-ACCOUNT-OUT       PIC X(17).
           05 FILLER                PIC X(5)        VALUE SPACES.
           05 FILLER                PIC X(5)        VALUE 'FILE '.
           05 HDR-FILE-NAME-OUT     PIC X(24).

       01 HEADER-LINE-4.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 FILLER                PIC X(11)       VALUE 'CHECK NO'.
           05 FILLER                PIC X(7)        VALUE 'TYPE'.
           05 FILLER                PIC X(13)       VALUE 'ISSUE DATE'.
           05 FILLER                PIC X(23)       VALUE 'PAYEE'.
           05 FILLER                PIC X(11)  VALUE '     AMOUNT'.
           05 FILLER                PIC X(3)        VALUE SPACES.
           05 FILLER                PIC X(13)       VALUE 'VOID DATE'.
           05 FILLER                PIC X(30)       VALUE 'NOTE'.

       01 POSPAY-DETAIL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 DTL-CHECK-NO-OUT      PIC 9(8).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 DTL-TYPE-OUT          PIC X(5).
           05 FILLER                PIC X(2)        VALUE SPACE.
           05 DTL-ISSUE-DATE-OUT    PIC X(10).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 DTL-PAYEE-OUT         PIC X(20).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 DTL-AMOUNT-OUT        PIC $$$$,$$9.99.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 DTL-VOID-DATE-OUT     PIC X(10).
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 DTL-NOTE-OUT          PIC X(30).

       01 DATE-DISPLAY-WS.
           05 DATE-MONTH-OUT        PIC 99.
           05 FILLER                PIC X           VALUE '/'.
           05 DATE-DAY-OUT          PIC 99.
           05 FILLER                PIC X           VALUE '/'.
           05 DATE-YEAR-OUT         PIC 9999.

       01 CONTROL-TOTAL-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 CTL-LABEL-OUT         PIC X(30).
           05 FILLER                PIC X(6)        VALUE 'ITEMS '.
           05 CTL-COUNT-OUT         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 CTL-AMOUNT-OUT        PIC $$,$$$,$$$,$$9.99
                                    BLANK WHEN ZERO.

       01 BALANCE-LINE.
           05 FILLER                PIC X(3)        VALUE SPACE.
           05 BALANCE-MESSAGE-OUT   PIC X(60).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-ISSUED-WS = 'YES'
           PERFORM 900-CLOSE
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-WS FROM TIME
           PERFORM 215-CHECK-POSPAY-FILE
           OPEN OUTPUT POSPAY-REPORT-FILE

           PERFORM 210-READ-PARAMETERS
           PERFORM 220-LOAD-PENDING-VOIDS

           OPEN I-O CHECK-ISSUED-FILE
           IF CHECK-ISSUED-STATUS-WS NOT = '00'
               DISPLAY 'POSPAY - CHECK ISSUED FILE OPEN FAILED '
                   'STATUS ' CHECK-ISSUED-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT POSPAY-ISSUE-FILE
           IF POSPAY-ISSUE-STATUS-WS NOT = '00'
               DISPLAY 'POSPAY - POSITIVE PAY FILE OPEN FAILED '
                   'STATUS ' POSPAY-ISSUE-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 350-PRINT-HEADERS
           MOVE 'NO ' TO EOF-ISSUED-WS.

       210-READ-PARAMETERS.
           OPEN INPUT POSPAY-PARM-FILE
           EVALUATE POSPAY-PARM-STATUS-WS
               WHEN '00'
                   READ POSPAY-PARM-FILE
                       AT END MOVE SPACES TO POSPAY-PARM-RECORD
                   END-READ
                   IF PARM-ROUTING-NO NOT = SPACES
                       MOVE PARM-ROUTING-NO TO POSPAY-ROUTING-WS
                   END-IF
                   IF PARM-ACCOUNT-NO NOT = SPACES
                       MOVE PARM-ACCOUNT-NO TO POSPAY-ACCOUNT-NO-WS
                   END-IF
                   CLOSE POSPAY-PARM-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'POSPAY - PARAMETER FILE OPEN FAILED '
                       'STATUS ' POSPAY-PARM-STATUS-WS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       215-CHECK-POSPAY-FILE.
           MOVE RUN-DATE-WS   TO POSPAY-NAME-DATE-WS
           MOVE RUN-HHMMSS-WS TO POSPAY-NAME-TIME-WS
           OPEN INPUT POSPAY-ISSUE-FILE
           IF POSPAY-ISSUE-STATUS-WS = '00'
               CLOSE POSPAY-ISSUE-FILE
               DISPLAY 'POSPAY - ' POSPAY-FILE-NAME-WS (1:24)
                   ' ALREADY WRITTEN - ITS ITEMS ARE MARKED SENT'
               DISPLAY 'POSPAY - SEND IT BEFORE ANY RERUN - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       220-LOAD-PENDING-VOIDS.
           OPEN INPUT CHECK-ISSUED-FILE
           IF CHECK-ISSUED-STATUS-WS NOT = '00'
               DISPLAY 'POSPAY - CHECK ISSUED FILE OPEN FAILED '
                   'STATUS ' CHECK-ISSUED-STATUS-WS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'NO ' TO EOF-ISSUED-WS
           PERFORM 221-LOAD-ONE-PENDING-VOID
               UNTIL EOF-ISSUED-WS = 'YES'
           CLOSE CHECK-ISSUED-FILE.

       221-LOAD-ONE-PENDING-VOID.
           READ CHECK-ISSUED-FILE
               AT END MOVE 'YES' TO EOF-ISSUED-WS
           END-READ

           IF EOF-ISSUED-WS NOT = 'YES'
                   AND CHECK-IS-VOIDED
                   AND POSPAY-PENDING
                   AND ISSUED-CHECK-NO IS NUMERIC
               IF VOID-TABLE-COUNT-WS < 500
                   ADD 1 TO VOID-TABLE-COUNT-WS
                   MOVE ISSUED-CHECK-NO
                       TO VOID-CHECK-NO-WS (VOID-TABLE-COUNT-WS)
                   MOVE ZERO
                       TO VOID-ISSUE-DATE-WS (VOID-TABLE-COUNT-WS)
                   MOVE SPACES
                       TO VOID-PAYEE-WS (VOID-TABLE-COUNT-WS)
                   MOVE 'N' TO VOID-FOUND-WS (VOID-TABLE-COUNT-WS)
               ELSE
                   DISPLAY 'POSPAY - VOID TABLE FULL - CHECK '
                       ISSUED-CHECK-NO ' SENT WITHOUT PAYEE'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       225-FIND-PENDING-VOID.
           MOVE ZERO TO VOID-TABLE-HIT-WS
           PERFORM 226-SCAN-VOID-TABLE
               VARYING VOID-TABLE-SUB-WS FROM 1 BY 1
               UNTIL VOID-TABLE-SUB-WS > VOID-TABLE-COUNT-WS.

       226-SCAN-VOID-TABLE.
           IF VOID-CHECK-NO-WS (VOID-TABLE-SUB-WS) = ISSUED-CHECK-NO
               MOVE VOID-TABLE-SUB-WS TO VOID-TABLE-HIT-WS
           END-IF.

      *    EVERY REGISTER RECORD NOT YET SENT GOES TO THE BANK ONCE.
      *    A CHECK ALREADY MARKED PAID BY BANKREC BEFORE THIS STEP RAN
      *    IS STILL SENT AS AN ISSUE. RECORDS WRITTEN BEFORE POSITIVE
      *    PAY CARRY NO FLAG AND ARE NEVER SENT.
       300-PROCESS.
           READ CHECK-ISSUED-FILE
               AT END MOVE 'YES' TO EOF-ISSUED-WS
           END-READ

           IF EOF-ISSUED-WS NOT = 'YES'
               IF (CHECK-IS-ISSUED OR CHECK-IS-PAID)
                       AND VOID-TABLE-COUNT-WS > ZERO
                   PERFORM 310-SAVE-ORIGINAL-ISSUE
               END-IF
               IF POSPAY-PENDING
                   PERFORM 320-SEND-ONE-ITEM
               END-IF
           END-IF.

       310-SAVE-ORIGINAL-ISSUE.
           PERFORM 225-FIND-PENDING-VOID
           IF VOID-TABLE-HIT-WS > ZERO
               MOVE ISSUED-DATE
                   TO VOID-ISSUE-DATE-WS (VOID-TABLE-HIT-WS)
               MOVE ISSUED-NAME TO VOID-PAYEE-WS (VOID-TABLE-HIT-WS)
               MOVE 'Y'         TO VOID-FOUND-WS (VOID-TABLE-HIT-WS)
           END-IF.

       320-SEND-ONE-ITEM.
           MOVE 'YES'  TO ITEM-VALID-SW
           MOVE SPACES TO DTL-NOTE-OUT
           IF ISSUED-CHECK-NO NOT NUMERIC
                   OR ISSUED-AMOUNT NOT NUMERIC
                   OR ISSUED-DATE NOT NUMERIC
                   OR NOT (CHECK-IS-ISSUED OR CHECK-IS-PAID
                           OR CHECK-IS-VOIDED)
               MOVE 'NO ' TO ITEM-VALID-SW
           END-IF

           IF ITEM-IS-VALID
               MOVE SPACES TO POSPAY-ITEM-OUT
               MOVE POSPAY-ROUTING-WS    TO PI-ROUTING-OUT
               MOVE POSPAY-ACCOUNT-NO-WS TO PI-ACCOUNT-OUT
               MOVE ISSUED-CHECK-NO      TO PI-CHECK-NO-OUT
               MOVE ISSUED-AMOUNT        TO PI-AMOUNT-OUT
               IF CHECK-IS-VOIDED
                   PERFORM 330-BUILD-VOID-NOTICE
               ELSE
                   PERFORM 325-BUILD-ISSUE-ITEM
               END-IF
               MOVE POSPAY-ITEM-OUT TO POSPAY-ISSUE-LINE
               WRITE POSPAY-ISSUE-LINE
               ADD 1 TO ITEM-COUNT-WS
               ADD ISSUED-AMOUNT TO ITEM-AMOUNT-WS

               MOVE 'Y' TO ISSUED-PP-SENT
               REWRITE CHECK-ISSUED-RECORD
               IF CHECK-ISSUED-STATUS-WS = '00'
                   ADD 1 TO MARKED-COUNT-WS
               ELSE
                   DISPLAY 'POSPAY - REGISTER REWRITE FAILED CHECK '
                       ISSUED-CHECK-NO ' STATUS '
                       CHECK-ISSUED-STATUS-WS
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNT-WS
               MOVE 'ERROR'    TO DTL-TYPE-OUT
               MOVE SPACES     TO DTL-ISSUE-DATE-OUT
                                  DTL-PAYEE-OUT
                                  DTL-VOID-DATE-OUT
               MOVE ZERO       TO DTL-CHECK-NO-OUT
                                  DTL-AMOUNT-OUT
               IF ISSUED-CHECK-NO IS NUMERIC
                   MOVE ISSUED-CHECK-NO TO DTL-CHECK-NO-OUT
               END-IF
               MOVE '*** INVALID REGISTER RECORD' TO DTL-NOTE-OUT
               DISPLAY 'POSPAY - REGISTER RECORD REJECTED: '
                   CHECK-ISSUED-RECORD (1:25)
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 360-PRINT-DETAIL-LINE.

       325-BUILD-ISSUE-ITEM.
           ADD 1 TO ISSUE-COUNT-WS
           ADD ISSUED-AMOUNT TO ISSUE-AMOUNT-WS
           MOVE 'I'         TO PI-REC-TYPE-OUT
           MOVE ISSUED-DATE TO PI-ISSUE-DATE-OUT
           MOVE ISSUED-NAME TO PI-PAYEE-OUT
           MOVE ZERO        TO PI-VOID-DATE-OUT

           MOVE 'ISSUE' TO DTL-TYPE-OUT
           MOVE ISSUED-DATE TO FORMAT-DATE-WS
           PERFORM 370-FORMAT-DATE
           MOVE DATE-DISPLAY-WS TO DTL-ISSUE-DATE-OUT
           MOVE SPACES TO DTL-VOID-DATE-OUT
           IF CHECK-IS-PAID
               MOVE 'ALREADY PAID BY BANK' TO DTL-NOTE-OUT
           END-IF.

      *    THE VOID RECORD'S OWN DATE IS THE DATE OF THE VOID. THE
      *    ISSUE DATE AND PAYEE COME FROM THE ORIGINAL 'I' RECORD; IF
      *    IT IS NOT ON THE REGISTER THE VOID DATE STANDS IN FOR THE
      *    ISSUE DATE SO THE BANK STILL GETS THE STOP.
       330-BUILD-VOID-NOTICE.
           ADD 1 TO VOID-COUNT-WS
           ADD ISSUED-AMOUNT TO VOID-AMOUNT-WS
           MOVE 'V'         TO PI-REC-TYPE-OUT
           MOVE ISSUED-DATE TO PI-VOID-DATE-OUT
           MOVE ISSUED-DATE TO PI-ISSUE-DATE-OUT
           MOVE SPACES      TO PI-PAYEE-OUT

           PERFORM 225-FIND-PENDING-VOID
           IF VOID-TABLE-HIT-WS > ZERO
               IF VOID-FOUND-WS (VOID-TABLE-HIT-WS) = 'Y'
                   MOVE VOID-ISSUE-DATE-WS (VOID-TABLE-HIT-WS)
                       TO PI-ISSUE-DATE-OUT
                   MOVE VOID-PAYEE-WS (VOID-TABLE-HIT-WS)
                       TO PI-PAYEE-OUT
               ELSE
                   MOVE 'ORIGINAL ISSUE NOT ON REGISTER'
                       TO DTL-NOTE-OUT
                   ADD 1 TO NO-ORIGINAL-COUNT-WS
               END-IF
           ELSE
               MOVE 'ORIGINAL ISSUE NOT ON REGISTER' TO DTL-NOTE-OUT
               ADD 1 TO NO-ORIGINAL-COUNT-WS
           END-IF

           MOVE 'VOID' TO DTL-TYPE-OUT
           MOVE PI-ISSUE-DATE-OUT TO FORMAT-DATE-WS
           PERFORM 370-FORMAT-DATE
           MOVE DATE-DISPLAY-WS TO DTL-ISSUE-DATE-OUT
           MOVE PI-VOID-DATE-OUT TO FORMAT-DATE-WS
           PERFORM 370-FORMAT-DATE
           MOVE DATE-DISPLAY-WS TO DTL-VOID-DATE-OUT.

       350-PRINT-HEADERS.
           ADD 1 TO PAGE-COUNT-WS
           MOVE PAGE-COUNT-WS  TO PAGE-NO-OUT
           MOVE RUN-MONTH-WS   TO RUN-MONTH-OUT
           MOVE RUN-DAY-WS     TO RUN-DAY-OUT
           MOVE RUN-YEAR-WS    TO RUN-YEAR-OUT
           MOVE POSPAY-ROUTING-WS    TO HDR-ROUTING-OUT
           MOVE POSPAY-FILE-NAME-WS  TO HDR-FILE-NAME-OUT
           MOVE POSPAY-ACCOUNT-NO-WS TO HDR-ACCOUNT-OUT

           MOVE HEADER-LINE-1 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING PAGE
           MOVE HEADER-LINE-2 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE HEADER-LINE-3 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE HEADER-LINE-4 TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE ZERO TO LINE-COUNT-WS.

       360-PRINT-DETAIL-LINE.
           IF LINE-COUNT-WS >= LINES-PER-PAGE-WS
               PERFORM 350-PRINT-HEADERS
           END-IF
           IF ITEM-IS-VALID
               MOVE ISSUED-CHECK-NO TO DTL-CHECK-NO-OUT
               MOVE PI-PAYEE-OUT    TO DTL-PAYEE-OUT
               MOVE ISSUED-AMOUNT   TO DTL-AMOUNT-OUT
           END-IF
           MOVE POSPAY-DETAIL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT-WS.

       370-FORMAT-DATE.
           MOVE FORMAT-MONTH-WS TO DATE-MONTH-OUT
           MOVE FORMAT-DAY-WS   TO DATE-DAY-OUT
           MOVE FORMAT-YEAR-WS  TO DATE-YEAR-OUT.

      *    THE ITEMS SENT MUST ADD BACK TO THE TRAILER, AND EVERY ITEM
      *    SENT MUST HAVE BEEN MARKED ON THE REGISTER SO IT IS NOT
      *    SENT AGAIN ON THE NEXT RUN.
       380-PRINT-CONTROL-TOTALS.
           MOVE 'CHECKS ISSUED'        TO CTL-LABEL-OUT
           MOVE ISSUE-COUNT-WS         TO CTL-COUNT-OUT
           MOVE ISSUE-AMOUNT-WS        TO CTL-AMOUNT-OUT
           MOVE CONTROL-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES

           MOVE 'CHECKS VOIDED'        TO CTL-LABEL-OUT
           MOVE VOID-COUNT-WS          TO CTL-COUNT-OUT
           MOVE VOID-AMOUNT-WS         TO CTL-AMOUNT-OUT
           MOVE CONTROL-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'TRAILER ITEM COUNT AND TOTAL' TO CTL-LABEL-OUT
           MOVE PT-ITEM-COUNT-OUT      TO CTL-COUNT-OUT
           MOVE PT-TOTAL-AMOUNT-OUT    TO CTL-AMOUNT-OUT
           MOVE CONTROL-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'REGISTER RECORDS MARKED SENT' TO CTL-LABEL-OUT
           MOVE MARKED-COUNT-WS        TO CTL-COUNT-OUT
           MOVE ZERO                   TO CTL-AMOUNT-OUT
           MOVE CONTROL-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'REGISTER RECORDS REJECTED' TO CTL-LABEL-OUT
           MOVE REJECT-COUNT-WS        TO CTL-COUNT-OUT
           MOVE ZERO                   TO CTL-AMOUNT-OUT
           MOVE CONTROL-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           MOVE 'VOIDS WITH NO ORIGINAL ISSUE' TO CTL-LABEL-OUT
           MOVE NO-ORIGINAL-COUNT-WS   TO CTL-COUNT-OUT
           MOVE ZERO                   TO CTL-AMOUNT-OUT
           MOVE CONTROL-TOTAL-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 1 LINE

           IF ISSUE-COUNT-WS + VOID-COUNT-WS = PT-ITEM-COUNT-OUT
                   AND ISSUE-AMOUNT-WS + VOID-AMOUNT-WS
                       = PT-TOTAL-AMOUNT-OUT
                   AND MARKED-COUNT-WS = PT-ITEM-COUNT-OUT
               MOVE 'POSITIVE PAY ITEMS TIE TO TRAILER AND REGISTER'
                   TO BALANCE-MESSAGE-OUT
           ELSE
               MOVE '*** POSITIVE PAY FILE OUT OF BALANCE ***'
                   TO BALANCE-MESSAGE-OUT
               DISPLAY 'POSPAY - FILE OUT OF BALANCE WITH REGISTER'
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE BALANCE-LINE TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER ADVANCING 2 LINES.

       900-CLOSE.
           MOVE POSPAY-ROUTING-WS    TO PT-ROUTING-OUT
           MOVE POSPAY-ACCOUNT-NO-WS TO PT-ACCOUNT-OUT
           MOVE ITEM-COUNT-WS        TO PT-ITEM-COUNT-OUT
           MOVE ITEM-AMOUNT-WS       TO PT-TOTAL-AMOUNT-OUT
           MOVE RUN-DATE-WS          TO PT-CREATE-DATE-OUT
           MOVE POSPAY-TRAILER-OUT TO POSPAY-ISSUE-LINE
           WRITE POSPAY-ISSUE-LINE

           PERFORM 380-PRINT-CONTROL-TOTALS

           IF ITEM-COUNT-WS = ZERO
               DISPLAY 'POSPAY - NO NEW CHECKS OR VOIDS TO SEND'
           ELSE
               DISPLAY 'POSPAY - ' ITEM-COUNT-WS ' ITEMS WRITTEN TO '
                   POSPAY-FILE-NAME-WS (1:24)
           END-IF
           IF NO-ORIGINAL-COUNT-WS > ZERO
               DISPLAY 'POSPAY - ' NO-ORIGINAL-COUNT-WS
                   ' VOIDS SENT WITH NO ORIGINAL ISSUE ON REGISTER'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE CHECK-ISSUED-FILE
                 POSPAY-ISSUE-FILE
                 POSPAY-REPORT-FILE.
