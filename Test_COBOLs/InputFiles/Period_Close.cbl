       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO 'PERCLOSE-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-PARM-STATUS.
           SELECT PERIOD-MASTER ASSIGN TO 'PERIOD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-MASTER-STATUS.
           SELECT SUSPENSE-IN ASSIGN TO 'RENTACAR-SUSPENSE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-IN-STATUS.
           SELECT APPLICATION-HISTORY ASSIGN TO 'CASHAPPL-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-HISTORY-STATUS.
           SELECT RECON-REPORT-IN ASSIGN TO 'GLRECON-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-REPORT-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO 'PERCLOSE-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-PARM-FILE.
       01 CLOSE-PARM-REC.
           02 CP-PERIOD PIC 9(6).
       FD PERIOD-MASTER.
       01 PERIOD-MASTER-REC.
           02 PM-PERIOD PIC 9(6).
           02 PM-START-DATE PIC 9(8).
           02 PM-END-DATE PIC 9(8).
           02 PM-STATUS PIC X(1).
           02 PM-STATUS-DATE PIC 9(8).
       FD SUSPENSE-IN.
       01 SUSPENSE-IN-REC.
           02 SUS-CLIENT-NAME PIC A(20).
           02 SUS-NAME-INITIAL PIC A(1).
           02 SUS-CAR-TYPE PIC 9(1).
           02 SUS-KILOMETERS PIC 9(5).
           02 SUS-NUM-DAYS PIC 9(3).
           02 SUS-CONTRACTED-DATE PIC 9(8).
           02 SUS-ACTUAL-DATE PIC 9(8).
           02 SUS-CUSTOMER-NUMBER PIC 9(6).
           02 SUS-UNIT-NUMBER PIC 9(5).
           02 FILLER PIC X(1).
           02 SUS-REASON PIC X(25).
           02 FILLER PIC X(1).
           02 SUS-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 SUS-CONTRACT-NUMBER PIC X(8).
           02 FILLER PIC X(1).
           02 SUS-PICKUP-DATE PIC X(8).
           02 SUS-PICKUP-BRANCH PIC X(4).
           02 SUS-RETURN-BRANCH PIC X(4).
       FD APPLICATION-HISTORY.
       01 APPLICATION-HISTORY-REC.
           02 CA-RUN-DATE PIC 9(8).
           02 CA-CUSTOMER-NUMBER PIC 9(6).
           02 CA-PAYMENT-DATE PIC 9(8).
           02 CA-REFERENCE PIC X(10).
           02 CA-TYPE PIC X(1).
           02 CA-INVOICE-NUMBER PIC 9(8).
           02 CA-AMOUNT PIC 9(7)V99.
       FD RECON-REPORT-IN.
       01 RECON-IN-LINE PIC X(100).
       FD CLOSE-REPORT.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  CLOSE-PARM-STATUS PIC X(2) VALUE "00".
       77  PERIOD-MASTER-STATUS PIC X(2) VALUE "00".
       77  SUSPENSE-IN-STATUS PIC X(2) VALUE "00".
       77  APPLICATION-HISTORY-STATUS PIC X(2) VALUE "00".
       77  RECON-REPORT-STATUS PIC X(2) VALUE "00".
       77  PERIOD-MASTER-EOF PIC A(3) VALUE SPACES.
       77  SUSPENSE-EOF PIC A(3) VALUE SPACES.
       77  APPLICATION-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  RECON-REPORT-EOF PIC A(3) VALUE SPACES.
       01  PERIOD-TABLE OCCURS 120 TIMES.
           02 PER-PERIOD PIC 9(6).
           02 PER-START-DATE PIC 9(8).
           02 PER-END-DATE PIC 9(8).
           02 PER-STATUS PIC X(1).
           02 PER-STATUS-DATE PIC 9(8).
       77  PERIOD-COUNT PIC 9(3) VALUE 0.
       77  PERIOD-IDX PIC 9(3) VALUE 0.
       77  PERIOD-SLOT PIC 9(3) VALUE 0.
       77  CLOSE-PERIOD PIC 9(6) VALUE 0.
       01  HELD-CASH-TABLE OCCURS 2000 TIMES.
           02 HELD-RUN-DATE PIC 9(8).
           02 HELD-CUSTOMER-NUMBER PIC 9(6).
           02 HELD-PAYMENT-DATE PIC 9(8).
           02 HELD-REFERENCE PIC X(10).
           02 HELD-AMOUNT PIC 9(7)V99.
       77  HELD-COUNT PIC 9(4) VALUE 0.
       77  HELD-IDX PIC 9(4) VALUE 0.
       77  HELD-SLOT PIC 9(4) VALUE 0.
       77  BLOCKER-COUNT PIC 9(3) VALUE 0.
       77  SUSPENSE-OUTSTANDING PIC 9(5) VALUE 0.
       77  UNAPPLIED-OUTSTANDING PIC 9(5) VALUE 0.
       77  UNAPPLIED-TOTAL PIC 9(8)V99 VALUE 0.
       77  RECON-RESULT PIC X(40) VALUE SPACES.
       01  NEXT-PERIOD-WORK.
           02 NEXT-START-DATE PIC 9(8).
           02 NEXT-START-PARTS REDEFINES NEXT-START-DATE.
               03 NEXT-START-YEAR PIC 9(4).
               03 NEXT-START-MONTH PIC 9(2).
               03 NEXT-START-DAY PIC 9(2).
           02 FOLLOWING-START-DATE PIC 9(8).
           02 FOLLOWING-START-PARTS REDEFINES FOLLOWING-START-DATE.
               03 FOLLOWING-START-YEAR PIC 9(4).
               03 FOLLOWING-START-MONTH PIC 9(2).
               03 FOLLOWING-START-DAY PIC 9(2).
           02 NEXT-END-DATE PIC 9(8).
       77  LATER-PERIOD-FOUND PIC A(1) VALUE "N".
       77  AMOUNT-ED PIC ZZZZZZZ9.99.
       77  TOTAL-ED PIC ZZZZZZZZ9.99.
       77  COUNT-ED PIC ZZZZ9.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-PERIOD-TABLE.
           IF PERIOD-COUNT = 0
               DISPLAY "PERCLOSE: PERIOD-MST.txt NOT FOUND OR EMPTY - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CLOSE-PARAMETERS.
           IF PERIOD-SLOT = 0
               IF CLOSE-PERIOD = 0
                   DISPLAY "PERCLOSE: NO ENDED PERIOD IS WAITING TO "
                       "BE CLOSED"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "PERCLOSE: PERIOD " CLOSE-PERIOD
                       " NOT ON PERIOD-MST.txt - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.
           IF PER-STATUS(PERIOD-SLOT) = "L"
               DISPLAY "PERCLOSE: PERIOD " CLOSE-PERIOD
                   " IS ALREADY CLOSED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CLOSE-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM CHECK-PERIOD-SEQUENCE.
           PERFORM CHECK-SUSPENSE.
           PERFORM CHECK-UNAPPLIED-CASH.
           PERFORM CHECK-GL-RECONCILIATION.
           MOVE RUN-DATE TO PER-STATUS-DATE(PERIOD-SLOT).
           IF BLOCKER-COUNT IS GREATER THAN 0
               MOVE "C" TO PER-STATUS(PERIOD-SLOT)
           ELSE
               MOVE "L" TO PER-STATUS(PERIOD-SLOT)
               PERFORM ENSURE-LATER-OPEN-PERIOD
           END-IF.
           PERFORM REWRITE-PERIOD-MASTER.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE CLOSE-REPORT.
           IF BLOCKER-COUNT IS GREATER THAN 0
               DISPLAY "PERCLOSE: PERIOD " CLOSE-PERIOD
                   " NOT CLOSED - " BLOCKER-COUNT
                   " CONDITION(S) OUTSTANDING"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "PERCLOSE: PERIOD " CLOSE-PERIOD
                   " CLOSED AND LOCKED"
           END-IF.
           GOBACK.
       LOAD-PERIOD-TABLE.
           MOVE 0 TO PERIOD-COUNT.
           MOVE SPACES TO PERIOD-MASTER-EOF.
           OPEN INPUT PERIOD-MASTER.
           IF PERIOD-MASTER-STATUS = "00"
               READ PERIOD-MASTER
                   AT END MOVE "YYY" TO PERIOD-MASTER-EOF
               END-READ
               PERFORM UNTIL PERIOD-MASTER-EOF = "YYY"
                   IF PM-PERIOD IS NUMERIC
                           AND PM-START-DATE IS NUMERIC
                           AND PM-END-DATE IS NUMERIC
                       IF PERIOD-COUNT >= 120
                           DISPLAY "PERCLOSE: MORE THAN 120 PERIODS "
                               "ON PERIOD-MST.txt - RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO PERIOD-COUNT
                       MOVE PM-PERIOD TO PER-PERIOD(PERIOD-COUNT)
                       MOVE PM-START-DATE
                           TO PER-START-DATE(PERIOD-COUNT)
                       MOVE PM-END-DATE TO PER-END-DATE(PERIOD-COUNT)
                       MOVE PM-STATUS TO PER-STATUS(PERIOD-COUNT)
                       IF PM-STATUS-DATE IS NUMERIC
                           MOVE PM-STATUS-DATE
                               TO PER-STATUS-DATE(PERIOD-COUNT)
                       ELSE
                           MOVE 0 TO PER-STATUS-DATE(PERIOD-COUNT)
                       END-IF
                   END-IF
                   READ PERIOD-MASTER
                       AT END MOVE "YYY" TO PERIOD-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-MASTER
           END-IF.
      * the period to close comes from the parameter file; without
      * one it is the earliest period not yet closed that has ended
       LOAD-CLOSE-PARAMETERS.
           MOVE 0 TO CLOSE-PERIOD.
           MOVE 0 TO PERIOD-SLOT.
           OPEN INPUT CLOSE-PARM-FILE.
           IF CLOSE-PARM-STATUS = "00"
               READ CLOSE-PARM-FILE
                   NOT AT END
                       IF CP-PERIOD IS NUMERIC
                           MOVE CP-PERIOD TO CLOSE-PERIOD
                       END-IF
               END-READ
               CLOSE CLOSE-PARM-FILE
           END-IF.
           IF CLOSE-PERIOD IS GREATER THAN 0
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > PERIOD-COUNT
                   IF PER-PERIOD(PERIOD-IDX) = CLOSE-PERIOD
                       MOVE PERIOD-IDX TO PERIOD-SLOT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > PERIOD-COUNT
                   IF PER-STATUS(PERIOD-IDX) NOT = "L"
                           AND PER-END-DATE(PERIOD-IDX) < RUN-DATE
                       IF PERIOD-SLOT = 0
                           MOVE PERIOD-IDX TO PERIOD-SLOT
                       ELSE
                           IF PER-START-DATE(PERIOD-IDX) <
                                   PER-START-DATE(PERIOD-SLOT)
                               MOVE PERIOD-IDX TO PERIOD-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF PERIOD-SLOT > 0
                   MOVE PER-PERIOD(PERIOD-SLOT) TO CLOSE-PERIOD
               END-IF
           END-IF.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERIOD CLOSE - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - PERIOD " DELIMITED BY SIZE
               CLOSE-PERIOD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PER-START-DATE(PERIOD-SLOT) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               PER-END-DATE(PERIOD-SLOT) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      * a period closes only after it has ended and only after
      * every period before it is closed
       CHECK-PERIOD-SEQUENCE.
           IF PER-END-DATE(PERIOD-SLOT) NOT < RUN-DATE
               ADD 1 TO BLOCKER-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "PERIOD HAS NOT ENDED - LAST DAY IS "
                       DELIMITED BY SIZE
                   PER-END-DATE(PERIOD-SLOT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               IF PER-START-DATE(PERIOD-IDX) <
                       PER-START-DATE(PERIOD-SLOT)
                       AND PER-STATUS(PERIOD-IDX) NOT = "L"
                   ADD 1 TO BLOCKER-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "EARLIER PERIOD " DELIMITED BY SIZE
                       PER-PERIOD(PERIOD-IDX) DELIMITED BY SIZE
                       " IS NOT CLOSED" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
      * rentals suspended on or before the last day of the period
      * are billing the period has not yet recognised
       CHECK-SUSPENSE.
           MOVE 0 TO SUSPENSE-OUTSTANDING.
           MOVE SPACES TO SUSPENSE-EOF.
           OPEN INPUT SUSPENSE-IN.
           IF SUSPENSE-IN-STATUS = "00"
               READ SUSPENSE-IN
                   AT END MOVE "YYY" TO SUSPENSE-EOF
               END-READ
               PERFORM CHECK-ONE-SUSPENSE UNTIL SUSPENSE-EOF = "YYY"
               CLOSE SUSPENSE-IN
           END-IF.
           MOVE SUSPENSE-OUTSTANDING TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           IF SUSPENSE-OUTSTANDING IS GREATER THAN 0
               ADD 1 TO BLOCKER-COUNT
               STRING "RENTACAR-SUSPENSE.txt: " DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                   " RECORD(S) OUTSTANDING - NOT CLOSED"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE "RENTACAR-SUSPENSE.txt: CLEAR" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       CHECK-ONE-SUSPENSE.
           IF SUSPENSE-IN-REC NOT = SPACES
               IF SUS-DATE IS NOT NUMERIC
                       OR SUS-DATE NOT > PER-END-DATE(PERIOD-SLOT)
                   ADD 1 TO SUSPENSE-OUTSTANDING
                   MOVE SPACES TO REPORT-LINE
                   STRING "  SUSPENDED " DELIMITED BY SIZE
                       SUS-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SUS-CLIENT-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SUS-CONTRACT-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SUS-REASON DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           READ SUSPENSE-IN
               AT END MOVE "YYY" TO SUSPENSE-EOF
           END-READ.
      * unapplied cash is a "U" entry in the application history
      * less every "C" clearance written against it by ARCASH
       CHECK-UNAPPLIED-CASH.
           MOVE 0 TO HELD-COUNT.
           MOVE SPACES TO APPLICATION-HISTORY-EOF.
           OPEN INPUT APPLICATION-HISTORY.
           IF APPLICATION-HISTORY-STATUS = "00"
               READ APPLICATION-HISTORY
                   AT END MOVE "YYY" TO APPLICATION-HISTORY-EOF
               END-READ
               PERFORM UNTIL APPLICATION-HISTORY-EOF = "YYY"
                   IF CA-AMOUNT IS NUMERIC
                       EVALUATE CA-TYPE
                           WHEN "U"
                               PERFORM ADD-HELD-CASH-ENTRY
                           WHEN "C"
                               PERFORM CLEAR-HELD-CASH-ENTRY
                       END-EVALUATE
                   END-IF
                   READ APPLICATION-HISTORY
                       AT END MOVE "YYY" TO APPLICATION-HISTORY-EOF
                   END-READ
               END-PERFORM
               CLOSE APPLICATION-HISTORY
           END-IF.
           MOVE 0 TO UNAPPLIED-OUTSTANDING.
           MOVE 0 TO UNAPPLIED-TOTAL.
           PERFORM REPORT-HELD-CASH-ENTRY
               VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT.
           MOVE UNAPPLIED-OUTSTANDING TO COUNT-ED.
           MOVE UNAPPLIED-TOTAL TO TOTAL-ED.
           MOVE SPACES TO REPORT-LINE.
           IF UNAPPLIED-OUTSTANDING IS GREATER THAN 0
               ADD 1 TO BLOCKER-COUNT
               STRING "UNAPPLIED CASH: " DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                   " RECEIPT(S) " DELIMITED BY SIZE
                   TOTAL-ED DELIMITED BY SIZE
                   " OUTSTANDING - NOT CLOSED" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE "UNAPPLIED CASH: CLEAR" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       ADD-HELD-CASH-ENTRY.
           IF HELD-COUNT >= 2000
               DISPLAY "PERCLOSE: MORE THAN 2000 UNAPPLIED RECEIPTS "
                   "IN CASHAPPL-MST.txt - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO HELD-COUNT.
           MOVE CA-RUN-DATE TO HELD-RUN-DATE(HELD-COUNT).
           MOVE CA-CUSTOMER-NUMBER TO HELD-CUSTOMER-NUMBER(HELD-COUNT).
           MOVE CA-PAYMENT-DATE TO HELD-PAYMENT-DATE(HELD-COUNT).
           MOVE CA-REFERENCE TO HELD-REFERENCE(HELD-COUNT).
           MOVE CA-AMOUNT TO HELD-AMOUNT(HELD-COUNT).
       CLEAR-HELD-CASH-ENTRY.
           MOVE 0 TO HELD-SLOT.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-COUNT OR HELD-SLOT > 0
               IF HELD-CUSTOMER-NUMBER(HELD-IDX) = CA-CUSTOMER-NUMBER
                       AND HELD-PAYMENT-DATE(HELD-IDX) =
                           CA-PAYMENT-DATE
                       AND HELD-REFERENCE(HELD-IDX) = CA-REFERENCE
                       AND HELD-AMOUNT(HELD-IDX) IS GREATER THAN 0
                   MOVE HELD-IDX TO HELD-SLOT
               END-IF
           END-PERFORM.
           IF HELD-SLOT > 0
               IF CA-AMOUNT IS GREATER THAN HELD-AMOUNT(HELD-SLOT)
                   MOVE 0 TO HELD-AMOUNT(HELD-SLOT)
               ELSE
                   SUBTRACT CA-AMOUNT FROM HELD-AMOUNT(HELD-SLOT)
               END-IF
           END-IF.
       REPORT-HELD-CASH-ENTRY.
           IF HELD-AMOUNT(HELD-IDX) IS GREATER THAN 0
                   AND HELD-RUN-DATE(HELD-IDX)
                       NOT > PER-END-DATE(PERIOD-SLOT)
               ADD 1 TO UNAPPLIED-OUTSTANDING
               ADD HELD-AMOUNT(HELD-IDX) TO UNAPPLIED-TOTAL
               MOVE HELD-AMOUNT(HELD-IDX) TO AMOUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "  UNAPPLIED " DELIMITED BY SIZE
                   HELD-CUSTOMER-NUMBER(HELD-IDX) DELIMITED BY SIZE
                   " PAID " DELIMITED BY SIZE
                   HELD-PAYMENT-DATE(HELD-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HELD-REFERENCE(HELD-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMOUNT-ED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      * the last GLRECON run must have balanced; a missing report or
      * result line counts as unbalanced
       CHECK-GL-RECONCILIATION.
           MOVE SPACES TO RECON-RESULT.
           MOVE SPACES TO RECON-REPORT-EOF.
           OPEN INPUT RECON-REPORT-IN.
           IF RECON-REPORT-STATUS = "00"
               READ RECON-REPORT-IN
                   AT END MOVE "YYY" TO RECON-REPORT-EOF
               END-READ
               PERFORM UNTIL RECON-REPORT-EOF = "YYY"
                   IF RECON-IN-LINE(1:23) = "RECONCILIATION RESULT: "
                       MOVE RECON-IN-LINE(24:40) TO RECON-RESULT
                   END-IF
                   READ RECON-REPORT-IN
                       AT END MOVE "YYY" TO RECON-REPORT-EOF
                   END-READ
               END-PERFORM
               CLOSE RECON-REPORT-IN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN RECON-RESULT = "BALANCED"
                   MOVE "GL RECONCILIATION: BALANCED" TO REPORT-LINE
               WHEN RECON-RESULT = SPACES
                   ADD 1 TO BLOCKER-COUNT
                   STRING "GL RECONCILIATION: NO RESULT ON "
                           DELIMITED BY SIZE
                       "GLRECON-RPT.txt" DELIMITED BY SIZE
                       INTO REPORT-LINE
               WHEN OTHER
                   ADD 1 TO BLOCKER-COUNT
                   STRING "GL RECONCILIATION: " DELIMITED BY SIZE
                       RECON-RESULT DELIMITED BY SIZE
                       INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      * postings moved out of a closed period need an open period to
      * land in, so the month after the last one on file is opened
      * when nothing later is
       ENSURE-LATER-OPEN-PERIOD.
           MOVE "N" TO LATER-PERIOD-FOUND.
           MOVE PER-END-DATE(PERIOD-SLOT) TO NEXT-END-DATE.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               IF PER-START-DATE(PERIOD-IDX) >
                       PER-END-DATE(PERIOD-SLOT)
                   IF PER-STATUS(PERIOD-IDX) = "O"
                       MOVE "Y" TO LATER-PERIOD-FOUND
                   END-IF
                   IF PER-END-DATE(PERIOD-IDX) > NEXT-END-DATE
                       MOVE PER-END-DATE(PERIOD-IDX) TO NEXT-END-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF LATER-PERIOD-FOUND = "N"
               IF PERIOD-COUNT >= 120
                   DISPLAY "WARNING: PERIOD-MST.txt FULL - NO OPEN "
                       "PERIOD ADDED AFTER " CLOSE-PERIOD
               ELSE
                   COMPUTE NEXT-START-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(NEXT-END-DATE) + 1)
                   MOVE NEXT-START-YEAR TO FOLLOWING-START-YEAR
                   MOVE 1 TO FOLLOWING-START-DAY
                   IF NEXT-START-MONTH = 12
                       ADD 1 TO FOLLOWING-START-YEAR
                       MOVE 1 TO FOLLOWING-START-MONTH
                   ELSE
                       COMPUTE FOLLOWING-START-MONTH =
                           NEXT-START-MONTH + 1
                   END-IF
                   COMPUTE NEXT-END-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(FOLLOWING-START-DATE)
                           - 1)
                   ADD 1 TO PERIOD-COUNT
                   COMPUTE PER-PERIOD(PERIOD-COUNT) =
                       NEXT-START-YEAR * 100 + NEXT-START-MONTH
                   MOVE NEXT-START-DATE TO PER-START-DATE(PERIOD-COUNT)
                   MOVE NEXT-END-DATE TO PER-END-DATE(PERIOD-COUNT)
                   MOVE "O" TO PER-STATUS(PERIOD-COUNT)
                   MOVE RUN-DATE TO PER-STATUS-DATE(PERIOD-COUNT)
                   MOVE SPACES TO REPORT-LINE
                   STRING "PERIOD " DELIMITED BY SIZE
                       PER-PERIOD(PERIOD-COUNT) DELIMITED BY SIZE
                       " OPENED " DELIMITED BY SIZE
                       NEXT-START-DATE DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       NEXT-END-DATE DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       REWRITE-PERIOD-MASTER.
           OPEN OUTPUT PERIOD-MASTER.
           IF PERIOD-MASTER-STATUS = "00"
               PERFORM WRITE-PERIOD-ENTRY
                   VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               CLOSE PERIOD-MASTER
           ELSE
               DISPLAY "WARNING: UNABLE TO REWRITE PERIOD-MST.txt - "
                   "PERIOD STATUS NOT CHANGED"
               ADD 1 TO BLOCKER-COUNT
               MOVE 16 TO RETURN-CODE
           END-IF.
       WRITE-PERIOD-ENTRY.
           MOVE PER-PERIOD(PERIOD-IDX) TO PM-PERIOD.
           MOVE PER-START-DATE(PERIOD-IDX) TO PM-START-DATE.
           MOVE PER-END-DATE(PERIOD-IDX) TO PM-END-DATE.
           MOVE PER-STATUS(PERIOD-IDX) TO PM-STATUS.
           MOVE PER-STATUS-DATE(PERIOD-IDX) TO PM-STATUS-DATE.
           WRITE PERIOD-MASTER-REC.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           IF BLOCKER-COUNT IS GREATER THAN 0
               STRING "PERIOD " DELIMITED BY SIZE
                   CLOSE-PERIOD DELIMITED BY SIZE
                   " LEFT CLOSING - " DELIMITED BY SIZE
                   BLOCKER-COUNT DELIMITED BY SIZE
                   " CONDITION(S) MUST BE CLEARED BEFORE IT CAN CLOSE"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "PERIOD " DELIMITED BY SIZE
                   CLOSE-PERIOD DELIMITED BY SIZE
                   " CLOSED AND LOCKED - LATER POSTINGS MOVE TO THE "
                       DELIMITED BY SIZE
                   "NEXT OPEN PERIOD" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
       END PROGRAM PERCLOSE.
