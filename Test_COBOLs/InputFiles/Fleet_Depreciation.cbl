       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEETDEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLEET-MASTER ASSIGN TO 'FLEETMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-MASTER-STATUS.
           SELECT DEPREC-PARAM-FILE ASSIGN TO 'DEPPARM-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPREC-PARAM-STATUS.
           SELECT INCIDENT-MASTER ASSIGN TO 'INCIDENT-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-MASTER-STATUS.
           SELECT GLFEED-OUT ASSIGN TO 'DEPGL-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLBATCH-FILE ASSIGN TO 'GLBATCH-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLBATCH-STATUS.
           SELECT DEPREC-REPORT ASSIGN TO 'DEPREC-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPOSAL-REPORT ASSIGN TO 'DISPOSAL-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFIT-REPORT ASSIGN TO 'UNITPROFIT-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-MASTER ASSIGN TO 'PERIOD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-MASTER-STATUS.
           SELECT PERIOD-REPORT ASSIGN TO 'PERIODADJ-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FLEET-MASTER.
       01 FLEET-MASTER-REC.
           02 FM-UNIT-NUMBER PIC 9(5).
           02 FM-PLATE PIC X(8).
           02 FM-CAR-TYPE PIC 9(1).
           02 FM-BRANCH PIC X(4).
           02 FM-STATUS PIC X(1).
           02 FM-ODOMETER PIC 9(7).
           02 FM-LAST-SERVICE-DATE PIC 9(8).
           02 FM-LAST-SERVICE-KM PIC 9(7).
           02 FM-ASSET-DATA.
               03 FM-ACQUISITION-DATE PIC 9(8).
               03 FM-ACQUISITION-COST PIC 9(7)V99.
               03 FM-RESIDUAL-VALUE PIC 9(7)V99.
               03 FM-ACCUM-DEPRECIATION PIC 9(7)V99.
               03 FM-LAST-DEPREC-PERIOD PIC 9(6).
           02 FM-REVENUE-TO-DATE PIC 9(9)V99.
       FD DEPREC-PARAM-FILE.
       01 DEPREC-PARAM-REC.
           02 DP-PERIOD PIC 9(6).
           02 DP-LIFE-MONTHS PIC 9(3).
           02 DP-AGE-LIMIT-MONTHS PIC 9(3).
           02 DP-KM-LIMIT PIC 9(7).
       FD INCIDENT-MASTER.
       01 INCIDENT-MASTER-REC.
           02 IM-UNIT-NUMBER PIC 9(5).
           02 FILLER PIC X(72).
           02 IM-LIABILITY-BILLED PIC 9(5)V99.
           02 FILLER PIC X(23).
           02 IM-RECOVERED PIC 9(7)V99.
           02 IM-STATUS PIC X(1).
           02 FILLER PIC X(1).
           02 IM-REPAIR-COST PIC 9(7)V99.
           02 FILLER PIC X(8).
       FD GLFEED-OUT.
       01 GLFEED-REC.
           02 GL-COMPANY-CODE PIC X(4) VALUE "0001".
           02 FILLER PIC X(1) VALUE SPACE.
           02 GL-ACCOUNT-CODE PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 GL-ACCOUNT-NAME PIC A(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 GL-DC-INDICATOR PIC A(1) VALUE "C".
           02 FILLER PIC X(1) VALUE SPACE.
           02 GL-AMOUNT PIC 9(7)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 GL-BRANCH PIC X(4).
       01 GLFEED-BATCH-HEADER.
           02 GLBH-ID PIC X(2) VALUE "BH".
           02 FILLER PIC X(1) VALUE SPACE.
           02 GLBH-POSTING-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 GLBH-BATCH-NUMBER PIC 9(6).
       01 GLFEED-BATCH-TRAILER.
           02 GLBT-ID PIC X(2) VALUE "BT".
           02 FILLER PIC X(1) VALUE SPACE.
           02 GLBT-DEBIT-TOTAL PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 GLBT-CREDIT-TOTAL PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 GLBT-RECORD-COUNT PIC 9(5).
       FD GLBATCH-FILE.
       01 GLBATCH-REC.
           02 GB-LAST-BATCH-NUMBER PIC 9(6).
       FD DEPREC-REPORT.
       01 DEPREC-LINE PIC X(132).
       FD DISPOSAL-REPORT.
       01 DISPOSAL-LINE PIC X(132).
       FD PROFIT-REPORT.
       01 PROFIT-LINE PIC X(132).
       FD PERIOD-MASTER.
       01 PERIOD-MASTER-REC.
           02 PM-PERIOD PIC 9(6).
           02 PM-START-DATE PIC 9(8).
           02 PM-END-DATE PIC 9(8).
           02 PM-STATUS PIC X(1).
           02 PM-STATUS-DATE PIC 9(8).
       FD PERIOD-REPORT.
       01 PERIOD-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       77  FLEET-MASTER-STATUS PIC X(2) VALUE "00".
       77  DEPREC-PARAM-STATUS PIC X(2) VALUE "00".
       77  INCIDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  GLBATCH-STATUS PIC X(2) VALUE "00".
       77  FLEET-MASTER-EOF PIC A(3) VALUE SPACES.
       77  INCIDENT-MASTER-EOF PIC A(3) VALUE SPACES.
       01  FLEET-TABLE OCCURS 5000 TIMES.
           02 FLT-UNIT-NUMBER PIC 9(5).
           02 FLT-PLATE PIC X(8).
           02 FLT-CAR-TYPE PIC 9(1).
           02 FLT-BRANCH PIC X(4).
           02 FLT-STATUS PIC X(1).
           02 FLT-ODOMETER PIC 9(7).
           02 FLT-LAST-SERVICE-DATE PIC 9(8).
           02 FLT-LAST-SERVICE-KM PIC 9(7).
           02 FLT-ACQUISITION-DATE PIC 9(8).
           02 FLT-ACQUISITION-COST PIC 9(7)V99.
           02 FLT-RESIDUAL-VALUE PIC 9(7)V99.
           02 FLT-ACCUM-DEPRECIATION PIC 9(7)V99.
           02 FLT-LAST-DEPREC-PERIOD PIC 9(6).
           02 FLT-REVENUE-TO-DATE PIC 9(9)V99.
           02 FLT-REPAIR-PAID PIC 9(7)V99.
           02 FLT-REPAIR-RECOVERED PIC 9(7)V99.
       77  FLEET-COUNT PIC 9(5) VALUE 0.
       77  FLEET-IDX PIC 9(5) VALUE 0.
       77  FLEET-SLOT PIC 9(5) VALUE 0.
       01  BRANCH-DEPREC-TABLE OCCURS 50 TIMES.
           02 BD-BRANCH PIC X(4).
           02 BD-AMOUNT PIC 9(7)V99.
       77  BRANCH-DEPREC-COUNT PIC 9(2) VALUE 0.
       77  BRANCH-DEPREC-IDX PIC 9(2) VALUE 0.
       77  BRANCH-DEPREC-SLOT PIC 9(2) VALUE 0.
       77  DEPREC-PERIOD PIC 9(6) VALUE 0.
       77  LIFE-MONTHS PIC 9(3) VALUE 36.
       77  AGE-LIMIT-MONTHS PIC 9(3) VALUE 36.
       77  KM-LIMIT PIC 9(7) VALUE 100000.
       77  PERIOD-MONTH-INDEX PIC 9(7) VALUE 0.
       77  ACQUIRED-MONTH-INDEX PIC 9(7) VALUE 0.
       77  START-MONTH-INDEX PIC 9(7) VALUE 0.
       77  RUN-MONTH-INDEX PIC 9(7) VALUE 0.
       77  MONTHS-DUE PIC S9(5) VALUE 0.
       77  UNIT-AGE-MONTHS PIC S9(5) VALUE 0.
       77  DEPRECIABLE-AMOUNT PIC 9(7)V99 VALUE 0.
       77  REMAINING-AMOUNT PIC S9(7)V99 VALUE 0.
       77  MONTHLY-AMOUNT PIC 9(7)V99 VALUE 0.
       77  DEPREC-AMOUNT PIC 9(7)V99 VALUE 0.
       77  NET-BOOK-VALUE PIC S9(7)V99 VALUE 0.
       77  UNIT-REPAIR-NET PIC S9(8)V99 VALUE 0.
       77  UNIT-CONTRIBUTION PIC S9(9)V99 VALUE 0.
       77  DEPREC-REASON-TEXT PIC X(24) VALUE SPACES.
       77  DISPOSAL-REASON-TEXT PIC X(12) VALUE SPACES.
       77  UNITS-DEPRECIATED PIC 9(5) VALUE 0.
       77  UNITS-SKIPPED PIC 9(5) VALUE 0.
       77  DISPOSAL-COUNT PIC 9(5) VALUE 0.
       77  TOTAL-DEPRECIATION PIC 9(9)V99 VALUE 0.
       77  TOTAL-COST PIC 9(9)V99 VALUE 0.
       77  TOTAL-NET-BOOK-VALUE PIC S9(9)V99 VALUE 0.
       77  TOTAL-REVENUE PIC 9(11)V99 VALUE 0.
       77  TOTAL-ACCUM-DEPRECIATION PIC 9(9)V99 VALUE 0.
       77  TOTAL-REPAIR-NET PIC S9(9)V99 VALUE 0.
       77  TOTAL-CONTRIBUTION PIC S9(11)V99 VALUE 0.
       77  GL-BATCH-NUMBER PIC 9(6) VALUE 0.
       77  GL-POSTING-DATE PIC 9(8) VALUE 0.
       77  GL-DEBIT-TOTAL PIC 9(9)V99 VALUE 0.
       77  GL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       77  GL-RECORD-COUNT PIC 9(5) VALUE 0.
       77  AMOUNT-ED-1 PIC ZZZZZZZZ9.99.
       77  AMOUNT-ED-2 PIC ZZZZZZZZ9.99.
       77  AMOUNT-ED-3 PIC ZZZZZZZZ9.99.
       77  SIGNED-ED-1 PIC ---------9.99.
       77  SIGNED-ED-2 PIC ---------9.99.
       77  MONTHS-ED PIC ZZ9.
       77  AGE-ED PIC ZZZ9.
       77  ODOMETER-ED PIC ZZZZZZ9.
       77  DATE-CHECK-RESULT PIC S9(4) VALUE 0.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  MONTH-INDEX PIC 9(7) VALUE 0.
       01  MONTH-WORK-DATE PIC 9(8) VALUE 0.
       01  MONTH-WORK-PARTS REDEFINES MONTH-WORK-DATE.
           02 MONTH-WORK-YEAR PIC 9(4).
           02 MONTH-WORK-MONTH PIC 9(2).
           02 FILLER PIC 9(2).
       77  PERIOD-MASTER-STATUS PIC X(2) VALUE "00".
       77  PERIOD-REPORT-STATUS PIC X(2) VALUE "00".
       77  PERIOD-MASTER-EOF PIC A(3) VALUE SPACES.
       01  PERIOD-TABLE OCCURS 120 TIMES.
           02 PER-PERIOD PIC 9(6).
           02 PER-START-DATE PIC 9(8).
           02 PER-END-DATE PIC 9(8).
           02 PER-STATUS PIC X(1).
       77  PERIOD-COUNT PIC 9(3) VALUE 0.
       77  PERIOD-IDX PIC 9(3) VALUE 0.
       77  PERIOD-SLOT PIC 9(3) VALUE 0.
       77  OPEN-PERIOD-SLOT PIC 9(3) VALUE 0.
       77  PERIOD-CHECK-DATE PIC 9(8) VALUE 0.
       77  PERIOD-POSTING-DATE PIC 9(8) VALUE 0.
       77  PERIOD-MOVED PIC A(1) VALUE "N".
       77  PERIOD-DOCUMENT PIC X(20) VALUE SPACES.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-PERIOD-TABLE.
           MOVE RUN-DATE TO PERIOD-CHECK-DATE.
           PERFORM RESOLVE-POSTING-PERIOD.
           PERFORM LOAD-DEPREC-PARAMETERS.
           PERFORM LOAD-FLEET-TABLE.
           PERFORM LOAD-REPAIR-COSTS.
           OPEN OUTPUT DEPREC-REPORT
                OUTPUT GLFEED-OUT.
           PERFORM WRITE-DEPREC-HEADING.
           PERFORM DEPRECIATE-ONE-UNIT
               VARYING FLEET-IDX FROM 1 BY 1
               UNTIL FLEET-IDX > FLEET-COUNT.
           PERFORM WRITE-GL-BATCH-HEADER.
           PERFORM WRITE-GL-DEPRECIATION-LINES
               VARYING BRANCH-DEPREC-IDX FROM 1 BY 1
               UNTIL BRANCH-DEPREC-IDX > BRANCH-DEPREC-COUNT.
           PERFORM WRITE-GL-BATCH-TRAILER.
           PERFORM WRITE-DEPREC-SUMMARY.
           CLOSE DEPREC-REPORT
                 GLFEED-OUT.
           PERFORM REWRITE-FLEET-MASTER.
           PERFORM WRITE-DISPOSAL-REPORT.
           PERFORM WRITE-PROFIT-REPORT.
           GOBACK.
      * the period defaults to the run month; life and disposal
      * limits default to 36 months and 100000 km
       LOAD-DEPREC-PARAMETERS.
           MOVE RUN-DATE(1:6) TO DEPREC-PERIOD.
           OPEN INPUT DEPREC-PARAM-FILE.
           IF DEPREC-PARAM-STATUS = "00"
               READ DEPREC-PARAM-FILE
                   NOT AT END
                       IF DP-PERIOD IS NUMERIC
                               AND DP-PERIOD IS GREATER THAN 0
                           MOVE DP-PERIOD TO DEPREC-PERIOD
                       END-IF
                       IF DP-LIFE-MONTHS IS NUMERIC
                               AND DP-LIFE-MONTHS IS GREATER THAN 0
                           MOVE DP-LIFE-MONTHS TO LIFE-MONTHS
                       END-IF
                       IF DP-AGE-LIMIT-MONTHS IS NUMERIC
                               AND DP-AGE-LIMIT-MONTHS > 0
                           MOVE DP-AGE-LIMIT-MONTHS
                               TO AGE-LIMIT-MONTHS
                       END-IF
                       IF DP-KM-LIMIT IS NUMERIC
                               AND DP-KM-LIMIT IS GREATER THAN 0
                           MOVE DP-KM-LIMIT TO KM-LIMIT
                       END-IF
               END-READ
               CLOSE DEPREC-PARAM-FILE
           END-IF.
           COMPUTE MONTH-WORK-DATE = DEPREC-PERIOD * 100 + 1.
           IF MONTH-WORK-MONTH < 1 OR MONTH-WORK-MONTH > 12
               DISPLAY "FLEETDEP: INVALID PERIOD " DEPREC-PERIOD
                   " IN DEPPARM-IN.txt - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COMPUTE-MONTH-INDEX.
           MOVE MONTH-INDEX TO PERIOD-MONTH-INDEX.
           MOVE RUN-DATE TO MONTH-WORK-DATE.
           PERFORM COMPUTE-MONTH-INDEX.
           MOVE MONTH-INDEX TO RUN-MONTH-INDEX.
       LOAD-FLEET-TABLE.
           MOVE SPACES TO FLEET-MASTER-EOF.
           OPEN INPUT FLEET-MASTER.
           IF FLEET-MASTER-STATUS NOT = "00"
               DISPLAY "FLEETDEP: FLEETMAST-IN.txt NOT FOUND - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ FLEET-MASTER
               AT END MOVE "YYY" TO FLEET-MASTER-EOF
           END-READ.
           PERFORM LOAD-ONE-UNIT UNTIL FLEET-MASTER-EOF = "YYY".
           CLOSE FLEET-MASTER.
       LOAD-ONE-UNIT.
           IF FLEET-COUNT >= 5000
               DISPLAY "FLEETDEP: MORE THAN 5000 UNITS IN "
                   "FLEETMAST-IN.txt - RUN STOPPED BEFORE THE "
                   "MASTER COULD BE DAMAGED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO FLEET-COUNT.
           MOVE FM-UNIT-NUMBER TO FLT-UNIT-NUMBER(FLEET-COUNT).
           MOVE FM-PLATE TO FLT-PLATE(FLEET-COUNT).
           MOVE FM-CAR-TYPE TO FLT-CAR-TYPE(FLEET-COUNT).
           MOVE FM-BRANCH TO FLT-BRANCH(FLEET-COUNT).
           MOVE FM-STATUS TO FLT-STATUS(FLEET-COUNT).
           MOVE FM-ODOMETER TO FLT-ODOMETER(FLEET-COUNT).
           MOVE FM-LAST-SERVICE-DATE
               TO FLT-LAST-SERVICE-DATE(FLEET-COUNT).
           MOVE FM-LAST-SERVICE-KM TO FLT-LAST-SERVICE-KM(FLEET-COUNT).
           MOVE 0 TO FLT-ACQUISITION-DATE(FLEET-COUNT).
           MOVE 0 TO FLT-ACQUISITION-COST(FLEET-COUNT).
           MOVE 0 TO FLT-RESIDUAL-VALUE(FLEET-COUNT).
           MOVE 0 TO FLT-ACCUM-DEPRECIATION(FLEET-COUNT).
           MOVE 0 TO FLT-LAST-DEPREC-PERIOD(FLEET-COUNT).
           MOVE 0 TO FLT-REVENUE-TO-DATE(FLEET-COUNT).
           MOVE 0 TO FLT-REPAIR-PAID(FLEET-COUNT).
           MOVE 0 TO FLT-REPAIR-RECOVERED(FLEET-COUNT).
           IF FM-ACQUISITION-DATE IS NUMERIC
               MOVE FM-ACQUISITION-DATE
                   TO FLT-ACQUISITION-DATE(FLEET-COUNT)
           END-IF.
           IF FM-ACQUISITION-COST IS NUMERIC
               MOVE FM-ACQUISITION-COST
                   TO FLT-ACQUISITION-COST(FLEET-COUNT)
           END-IF.
           IF FM-RESIDUAL-VALUE IS NUMERIC
               MOVE FM-RESIDUAL-VALUE TO FLT-RESIDUAL-VALUE(FLEET-COUNT)
           END-IF.
           IF FM-ACCUM-DEPRECIATION IS NUMERIC
               MOVE FM-ACCUM-DEPRECIATION
                   TO FLT-ACCUM-DEPRECIATION(FLEET-COUNT)
           END-IF.
           IF FM-LAST-DEPREC-PERIOD IS NUMERIC
               MOVE FM-LAST-DEPREC-PERIOD
                   TO FLT-LAST-DEPREC-PERIOD(FLEET-COUNT)
           END-IF.
           IF FM-REVENUE-TO-DATE IS NUMERIC
               MOVE FM-REVENUE-TO-DATE
                   TO FLT-REVENUE-TO-DATE(FLEET-COUNT)
           END-IF.
           READ FLEET-MASTER
               AT END MOVE "YYY" TO FLEET-MASTER-EOF
           END-READ.
      * maintenance is what the workshops were paid on closed
      * repairs; what came back from the customer and the insurer
      * is set against it
       LOAD-REPAIR-COSTS.
           MOVE SPACES TO INCIDENT-MASTER-EOF.
           OPEN INPUT INCIDENT-MASTER.
           IF INCIDENT-MASTER-STATUS = "00"
               READ INCIDENT-MASTER
                   AT END MOVE "YYY" TO INCIDENT-MASTER-EOF
               END-READ
               PERFORM UNTIL INCIDENT-MASTER-EOF = "YYY"
                   PERFORM ADD-ONE-REPAIR-COST
                   READ INCIDENT-MASTER
                       AT END MOVE "YYY" TO INCIDENT-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-MASTER
           END-IF.
       ADD-ONE-REPAIR-COST.
           MOVE 0 TO FLEET-SLOT.
           PERFORM VARYING FLEET-IDX FROM 1 BY 1
                   UNTIL FLEET-IDX > FLEET-COUNT
                       OR FLEET-SLOT > 0
               IF FLT-UNIT-NUMBER(FLEET-IDX) = IM-UNIT-NUMBER
                   MOVE FLEET-IDX TO FLEET-SLOT
               END-IF
           END-PERFORM.
           IF FLEET-SLOT IS GREATER THAN 0 AND IM-STATUS = "C"
               IF IM-REPAIR-COST IS NUMERIC
                   ADD IM-REPAIR-COST TO FLT-REPAIR-PAID(FLEET-SLOT)
               END-IF
               IF IM-RECOVERED IS NUMERIC
                   ADD IM-RECOVERED
                       TO FLT-REPAIR-RECOVERED(FLEET-SLOT)
               END-IF
               IF IM-LIABILITY-BILLED IS NUMERIC
                   ADD IM-LIABILITY-BILLED
                       TO FLT-REPAIR-RECOVERED(FLEET-SLOT)
               END-IF
           END-IF.
      * straight line from the month of acquisition down to the
      * residual value; a unit behind by more than a month (new to
      * the master or a missed run) catches up in one posting, and
      * a unit already done for the period is left alone so the
      * run can be repeated safely
       DEPRECIATE-ONE-UNIT.
           MOVE 0 TO DEPREC-AMOUNT.
           MOVE 0 TO MONTHS-DUE.
           MOVE SPACES TO DEPREC-REASON-TEXT.
           IF FLT-ACQUISITION-COST(FLEET-IDX) = 0
               MOVE "NO ACQUISITION COST" TO DEPREC-REASON-TEXT
           ELSE
               COMPUTE DATE-CHECK-RESULT = FUNCTION
                   TEST-DATE-YYYYMMDD(FLT-ACQUISITION-DATE(FLEET-IDX))
               IF DATE-CHECK-RESULT NOT = 0
                   MOVE "INVALID ACQUISITION DATE"
                       TO DEPREC-REASON-TEXT
               END-IF
           END-IF.
           IF DEPREC-REASON-TEXT = SPACES
               MOVE FLT-ACQUISITION-DATE(FLEET-IDX) TO MONTH-WORK-DATE
               PERFORM COMPUTE-MONTH-INDEX
               MOVE MONTH-INDEX TO ACQUIRED-MONTH-INDEX
               IF FLT-LAST-DEPREC-PERIOD(FLEET-IDX) IS GREATER THAN 0
                   COMPUTE MONTH-WORK-DATE =
                       FLT-LAST-DEPREC-PERIOD(FLEET-IDX) * 100 + 1
                   PERFORM COMPUTE-MONTH-INDEX
                   COMPUTE START-MONTH-INDEX = MONTH-INDEX + 1
               ELSE
                   MOVE ACQUIRED-MONTH-INDEX TO START-MONTH-INDEX
               END-IF
               COMPUTE MONTHS-DUE =
                   PERIOD-MONTH-INDEX - START-MONTH-INDEX + 1
               IF ACQUIRED-MONTH-INDEX > PERIOD-MONTH-INDEX
                   MOVE "ACQUIRED AFTER PERIOD" TO DEPREC-REASON-TEXT
               ELSE
                   IF MONTHS-DUE NOT > 0
                       MOVE "ALREADY DEPRECIATED"
                           TO DEPREC-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF DEPREC-REASON-TEXT = SPACES
               MOVE 0 TO DEPRECIABLE-AMOUNT
               IF FLT-ACQUISITION-COST(FLEET-IDX) >
                       FLT-RESIDUAL-VALUE(FLEET-IDX)
                   COMPUTE DEPRECIABLE-AMOUNT =
                       FLT-ACQUISITION-COST(FLEET-IDX)
                       - FLT-RESIDUAL-VALUE(FLEET-IDX)
               END-IF
               COMPUTE REMAINING-AMOUNT = DEPRECIABLE-AMOUNT
                   - FLT-ACCUM-DEPRECIATION(FLEET-IDX)
               IF REMAINING-AMOUNT NOT > 0
                   MOVE "FULLY DEPRECIATED" TO DEPREC-REASON-TEXT
               ELSE
                   COMPUTE MONTHLY-AMOUNT ROUNDED =
                       DEPRECIABLE-AMOUNT / LIFE-MONTHS
                   COMPUTE DEPREC-AMOUNT = MONTHLY-AMOUNT * MONTHS-DUE
                   IF DEPREC-AMOUNT > REMAINING-AMOUNT
                       MOVE REMAINING-AMOUNT TO DEPREC-AMOUNT
                   END-IF
               END-IF
               MOVE DEPREC-PERIOD TO FLT-LAST-DEPREC-PERIOD(FLEET-IDX)
           END-IF.
           IF DEPREC-AMOUNT IS GREATER THAN 0
               ADD DEPREC-AMOUNT TO FLT-ACCUM-DEPRECIATION(FLEET-IDX)
               ADD DEPREC-AMOUNT TO TOTAL-DEPRECIATION
               ADD 1 TO UNITS-DEPRECIATED
               PERFORM ADD-BRANCH-DEPRECIATION
           ELSE
               ADD 1 TO UNITS-SKIPPED
           END-IF.
           ADD FLT-ACQUISITION-COST(FLEET-IDX) TO TOTAL-COST.
           COMPUTE NET-BOOK-VALUE = FLT-ACQUISITION-COST(FLEET-IDX)
               - FLT-ACCUM-DEPRECIATION(FLEET-IDX).
           ADD NET-BOOK-VALUE TO TOTAL-NET-BOOK-VALUE.
           PERFORM WRITE-DEPREC-LINE.
       ADD-BRANCH-DEPRECIATION.
           MOVE 0 TO BRANCH-DEPREC-SLOT.
           PERFORM VARYING BRANCH-DEPREC-IDX FROM 1 BY 1
                   UNTIL BRANCH-DEPREC-IDX > BRANCH-DEPREC-COUNT
                       OR BRANCH-DEPREC-SLOT > 0
               IF BD-BRANCH(BRANCH-DEPREC-IDX) = FLT-BRANCH(FLEET-IDX)
                   MOVE BRANCH-DEPREC-IDX TO BRANCH-DEPREC-SLOT
               END-IF
           END-PERFORM.
           IF BRANCH-DEPREC-SLOT = 0
               IF BRANCH-DEPREC-COUNT >= 50
                   DISPLAY "FLEETDEP: MORE THAN 50 BRANCHES - "
                       "RUN STOPPED BEFORE THE MASTER WAS REWRITTEN"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO BRANCH-DEPREC-COUNT
               MOVE BRANCH-DEPREC-COUNT TO BRANCH-DEPREC-SLOT
               MOVE FLT-BRANCH(FLEET-IDX)
                   TO BD-BRANCH(BRANCH-DEPREC-SLOT)
               MOVE 0 TO BD-AMOUNT(BRANCH-DEPREC-SLOT)
           END-IF.
           ADD DEPREC-AMOUNT TO BD-AMOUNT(BRANCH-DEPREC-SLOT).
       WRITE-DEPREC-HEADING.
           MOVE SPACES TO DEPREC-LINE.
           STRING "FLEET DEPRECIATION - PERIOD " DELIMITED BY SIZE
               DEPREC-PERIOD DELIMITED BY SIZE
               " - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO DEPREC-LINE.
           WRITE DEPREC-LINE.
           MOVE SPACES TO DEPREC-LINE.
           STRING "UNIT  PLATE    BRANCH ACQUIRED          COST"
                   DELIMITED BY SIZE
               " MTHS   THIS PERIOD   ACCUMULATED    BOOK VALUE"
                   DELIMITED BY SIZE
               " NOTE" DELIMITED BY SIZE
               INTO DEPREC-LINE.
           WRITE DEPREC-LINE.
       WRITE-DEPREC-LINE.
           MOVE FLT-ACQUISITION-COST(FLEET-IDX) TO AMOUNT-ED-1.
           MOVE DEPREC-AMOUNT TO AMOUNT-ED-2.
           MOVE FLT-ACCUM-DEPRECIATION(FLEET-IDX) TO AMOUNT-ED-3.
           MOVE NET-BOOK-VALUE TO SIGNED-ED-1.
           MOVE 0 TO MONTHS-ED.
           IF DEPREC-AMOUNT IS GREATER THAN 0
               MOVE MONTHS-DUE TO MONTHS-ED
           END-IF.
           MOVE SPACES TO DEPREC-LINE.
           STRING FLT-UNIT-NUMBER(FLEET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FLT-PLATE(FLEET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FLT-BRANCH(FLEET-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FLT-ACQUISITION-DATE(FLEET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MONTHS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-ED-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SIGNED-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DEPREC-REASON-TEXT DELIMITED BY SIZE
               INTO DEPREC-LINE.
           WRITE DEPREC-LINE.
       WRITE-DEPREC-SUMMARY.
           MOVE TOTAL-COST TO AMOUNT-ED-1.
           MOVE TOTAL-DEPRECIATION TO AMOUNT-ED-2.
           MOVE TOTAL-NET-BOOK-VALUE TO SIGNED-ED-1.
           MOVE SPACES TO DEPREC-LINE.
           WRITE DEPREC-LINE.
           MOVE SPACES TO DEPREC-LINE.
           STRING "UNITS DEPRECIATED: " DELIMITED BY SIZE
               UNITS-DEPRECIATED DELIMITED BY SIZE
               "  NOT DEPRECIATED: " DELIMITED BY SIZE
               UNITS-SKIPPED DELIMITED BY SIZE
               "  GL BATCH: " DELIMITED BY SIZE
               GL-BATCH-NUMBER DELIMITED BY SIZE
               INTO DEPREC-LINE.
           WRITE DEPREC-LINE.
           MOVE SPACES TO DEPREC-LINE.
           STRING "FLEET COST: " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               "  DEPRECIATION THIS PERIOD: " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               "  NET BOOK VALUE: " DELIMITED BY SIZE
               SIGNED-ED-1 DELIMITED BY SIZE
               INTO DEPREC-LINE.
           WRITE DEPREC-LINE.
      * depreciation posts per branch in the standard batch layout:
      * expense debited, accumulated depreciation credited
       WRITE-GL-DEPRECIATION-LINES.
           IF BD-AMOUNT(BRANCH-DEPREC-IDX) IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "D" TO GL-DC-INDICATOR
               MOVE "6200" TO GL-ACCOUNT-CODE
               MOVE "DEPRECIATN" TO GL-ACCOUNT-NAME
               MOVE BD-AMOUNT(BRANCH-DEPREC-IDX) TO GL-AMOUNT
               MOVE BD-BRANCH(BRANCH-DEPREC-IDX) TO GL-BRANCH
               PERFORM WRITE-GL-DEBIT-LINE
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "C" TO GL-DC-INDICATOR
               MOVE "1650" TO GL-ACCOUNT-CODE
               MOVE "ACCUM DEPR" TO GL-ACCOUNT-NAME
               MOVE BD-AMOUNT(BRANCH-DEPREC-IDX) TO GL-AMOUNT
               MOVE BD-BRANCH(BRANCH-DEPREC-IDX) TO GL-BRANCH
               PERFORM WRITE-GL-CREDIT-LINE
           END-IF.
       WRITE-GL-CREDIT-LINE.
           WRITE GLFEED-REC.
           ADD GL-AMOUNT TO GL-CREDIT-TOTAL.
           ADD 1 TO GL-RECORD-COUNT.
       WRITE-GL-DEBIT-LINE.
           WRITE GLFEED-REC.
           ADD GL-AMOUNT TO GL-DEBIT-TOTAL.
           ADD 1 TO GL-RECORD-COUNT.
       WRITE-GL-BATCH-HEADER.
           PERFORM GET-GL-BATCH-NUMBER.
           MOVE RUN-DATE TO PERIOD-CHECK-DATE.
           PERFORM RESOLVE-POSTING-PERIOD.
           MOVE PERIOD-POSTING-DATE TO GL-POSTING-DATE.
           IF PERIOD-MOVED = "Y"
               MOVE SPACES TO PERIOD-DOCUMENT
               STRING "GL BATCH " DELIMITED BY SIZE
                   GL-BATCH-NUMBER DELIMITED BY SIZE
                   INTO PERIOD-DOCUMENT
               PERFORM WRITE-PERIOD-ADJUSTMENT
           END-IF.
           MOVE "BH" TO GLBH-ID.
           MOVE GL-POSTING-DATE TO GLBH-POSTING-DATE.
           MOVE GL-BATCH-NUMBER TO GLBH-BATCH-NUMBER.
           WRITE GLFEED-BATCH-HEADER.
           MOVE 0 TO GL-DEBIT-TOTAL.
           MOVE 0 TO GL-CREDIT-TOTAL.
           MOVE 0 TO GL-RECORD-COUNT.
       WRITE-GL-BATCH-TRAILER.
           MOVE "BT" TO GLBT-ID.
           MOVE GL-DEBIT-TOTAL TO GLBT-DEBIT-TOTAL.
           MOVE GL-CREDIT-TOTAL TO GLBT-CREDIT-TOTAL.
           MOVE GL-RECORD-COUNT TO GLBT-RECORD-COUNT.
           WRITE GLFEED-BATCH-TRAILER.
       GET-GL-BATCH-NUMBER.
           MOVE 0 TO GL-BATCH-NUMBER.
           OPEN INPUT GLBATCH-FILE.
           IF GLBATCH-STATUS = "00"
               READ GLBATCH-FILE
                   NOT AT END
                       IF GB-LAST-BATCH-NUMBER IS NUMERIC
                           MOVE GB-LAST-BATCH-NUMBER
                               TO GL-BATCH-NUMBER
                       END-IF
               END-READ
               CLOSE GLBATCH-FILE
           END-IF.
           ADD 1 TO GL-BATCH-NUMBER.
           OPEN OUTPUT GLBATCH-FILE.
           IF GLBATCH-STATUS = "00"
               MOVE GL-BATCH-NUMBER TO GB-LAST-BATCH-NUMBER
               WRITE GLBATCH-REC
               CLOSE GLBATCH-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO UPDATE GLBATCH-MST.txt - "
                   "BATCH NUMBERS MAY REPEAT"
           END-IF.
       REWRITE-FLEET-MASTER.
           MOVE "FLEETMAST-IN.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT FLEET-MASTER.
           IF FLEET-MASTER-STATUS = "00"
               PERFORM WRITE-FLEET-MASTER-ENTRY
                   VARYING FLEET-IDX FROM 1 BY 1
                   UNTIL FLEET-IDX > FLEET-COUNT
               CLOSE FLEET-MASTER
           ELSE
               DISPLAY "FLEETDEP: UNABLE TO REWRITE FLEETMAST-IN.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
       WRITE-FLEET-MASTER-ENTRY.
           MOVE FLT-UNIT-NUMBER(FLEET-IDX) TO FM-UNIT-NUMBER.
           MOVE FLT-PLATE(FLEET-IDX) TO FM-PLATE.
           MOVE FLT-CAR-TYPE(FLEET-IDX) TO FM-CAR-TYPE.
           MOVE FLT-BRANCH(FLEET-IDX) TO FM-BRANCH.
           MOVE FLT-STATUS(FLEET-IDX) TO FM-STATUS.
           MOVE FLT-ODOMETER(FLEET-IDX) TO FM-ODOMETER.
           MOVE FLT-LAST-SERVICE-DATE(FLEET-IDX)
               TO FM-LAST-SERVICE-DATE.
           MOVE FLT-LAST-SERVICE-KM(FLEET-IDX) TO FM-LAST-SERVICE-KM.
           MOVE FLT-ACQUISITION-DATE(FLEET-IDX)
               TO FM-ACQUISITION-DATE.
           MOVE FLT-ACQUISITION-COST(FLEET-IDX)
               TO FM-ACQUISITION-COST.
           MOVE FLT-RESIDUAL-VALUE(FLEET-IDX) TO FM-RESIDUAL-VALUE.
           MOVE FLT-ACCUM-DEPRECIATION(FLEET-IDX)
               TO FM-ACCUM-DEPRECIATION.
           MOVE FLT-LAST-DEPREC-PERIOD(FLEET-IDX)
               TO FM-LAST-DEPREC-PERIOD.
           MOVE FLT-REVENUE-TO-DATE(FLEET-IDX) TO FM-REVENUE-TO-DATE.
           WRITE FLEET-MASTER-REC.
      * a unit past either limit is proposed for disposal; units
      * with no acquisition date are judged on kilometres alone
       WRITE-DISPOSAL-REPORT.
           OPEN OUTPUT DISPOSAL-REPORT.
           MOVE AGE-LIMIT-MONTHS TO MONTHS-ED.
           MOVE KM-LIMIT TO ODOMETER-ED.
           MOVE SPACES TO DISPOSAL-LINE.
           STRING "DISPOSAL CANDIDATES - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - AGE LIMIT " DELIMITED BY SIZE
               MONTHS-ED DELIMITED BY SIZE
               " MONTHS, KM LIMIT " DELIMITED BY SIZE
               ODOMETER-ED DELIMITED BY SIZE
               INTO DISPOSAL-LINE.
           WRITE DISPOSAL-LINE.
           MOVE SPACES TO DISPOSAL-LINE.
           STRING "UNIT  PLATE    BRANCH STATUS ACQUIRED  AGE"
                   DELIMITED BY SIZE
               " ODOMETER          COST    BOOK VALUE REASON"
                   DELIMITED BY SIZE
               INTO DISPOSAL-LINE.
           WRITE DISPOSAL-LINE.
           PERFORM CHECK-ONE-DISPOSAL
               VARYING FLEET-IDX FROM 1 BY 1
               UNTIL FLEET-IDX > FLEET-COUNT.
           MOVE SPACES TO DISPOSAL-LINE.
           WRITE DISPOSAL-LINE.
           MOVE SPACES TO DISPOSAL-LINE.
           STRING "DISPOSAL CANDIDATES: " DELIMITED BY SIZE
               DISPOSAL-COUNT DELIMITED BY SIZE
               INTO DISPOSAL-LINE.
           WRITE DISPOSAL-LINE.
           CLOSE DISPOSAL-REPORT.
       CHECK-ONE-DISPOSAL.
           MOVE SPACES TO DISPOSAL-REASON-TEXT.
           MOVE 0 TO UNIT-AGE-MONTHS.
           COMPUTE DATE-CHECK-RESULT = FUNCTION
               TEST-DATE-YYYYMMDD(FLT-ACQUISITION-DATE(FLEET-IDX)).
           IF DATE-CHECK-RESULT = 0
               MOVE FLT-ACQUISITION-DATE(FLEET-IDX) TO MONTH-WORK-DATE
               PERFORM COMPUTE-MONTH-INDEX
               MOVE MONTH-INDEX TO ACQUIRED-MONTH-INDEX
               COMPUTE UNIT-AGE-MONTHS =
                   RUN-MONTH-INDEX - ACQUIRED-MONTH-INDEX
               IF UNIT-AGE-MONTHS < 0
                   MOVE 0 TO UNIT-AGE-MONTHS
               END-IF
               IF UNIT-AGE-MONTHS >= AGE-LIMIT-MONTHS
                   MOVE "AGE" TO DISPOSAL-REASON-TEXT
               END-IF
           END-IF.
           IF FLT-ODOMETER(FLEET-IDX) >= KM-LIMIT
               IF DISPOSAL-REASON-TEXT = SPACES
                   MOVE "KILOMETRES" TO DISPOSAL-REASON-TEXT
               ELSE
                   MOVE "AGE AND KM" TO DISPOSAL-REASON-TEXT
               END-IF
           END-IF.
           IF DISPOSAL-REASON-TEXT NOT = SPACES
               ADD 1 TO DISPOSAL-COUNT
               MOVE UNIT-AGE-MONTHS TO AGE-ED
               MOVE FLT-ODOMETER(FLEET-IDX) TO ODOMETER-ED
               MOVE FLT-ACQUISITION-COST(FLEET-IDX) TO AMOUNT-ED-1
               COMPUTE NET-BOOK-VALUE =
                   FLT-ACQUISITION-COST(FLEET-IDX)
                   - FLT-ACCUM-DEPRECIATION(FLEET-IDX)
               MOVE NET-BOOK-VALUE TO SIGNED-ED-1
               MOVE SPACES TO DISPOSAL-LINE
               STRING FLT-UNIT-NUMBER(FLEET-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FLT-PLATE(FLEET-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FLT-BRANCH(FLEET-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   FLT-STATUS(FLEET-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   FLT-ACQUISITION-DATE(FLEET-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AGE-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ODOMETER-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SIGNED-ED-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISPOSAL-REASON-TEXT DELIMITED BY SIZE
                   INTO DISPOSAL-LINE
               WRITE DISPOSAL-LINE
           END-IF.
      * life-to-date contribution per unit: billed rental revenue
      * less depreciation charged and net repair cost
       WRITE-PROFIT-REPORT.
           OPEN OUTPUT PROFIT-REPORT.
           MOVE SPACES TO PROFIT-LINE.
           STRING "UNIT PROFITABILITY TO DATE - RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO PROFIT-LINE.
           WRITE PROFIT-LINE.
           MOVE SPACES TO PROFIT-LINE.
           STRING "UNIT  PLATE    BRANCH      REVENUE  DEPRECIATION"
                   DELIMITED BY SIZE
               "  REPAIRS (NET)  CONTRIBUTION" DELIMITED BY SIZE
               INTO PROFIT-LINE.
           WRITE PROFIT-LINE.
           PERFORM WRITE-ONE-PROFIT-LINE
               VARYING FLEET-IDX FROM 1 BY 1
               UNTIL FLEET-IDX > FLEET-COUNT.
           MOVE TOTAL-REVENUE TO AMOUNT-ED-1.
           MOVE TOTAL-ACCUM-DEPRECIATION TO AMOUNT-ED-2.
           MOVE TOTAL-REPAIR-NET TO SIGNED-ED-1.
           MOVE TOTAL-CONTRIBUTION TO SIGNED-ED-2.
           MOVE SPACES TO PROFIT-LINE.
           WRITE PROFIT-LINE.
           MOVE SPACES TO PROFIT-LINE.
           STRING "FLEET TOTAL          " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SIGNED-ED-1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SIGNED-ED-2 DELIMITED BY SIZE
               INTO PROFIT-LINE.
           WRITE PROFIT-LINE.
           CLOSE PROFIT-REPORT.
       WRITE-ONE-PROFIT-LINE.
           COMPUTE UNIT-REPAIR-NET = FLT-REPAIR-PAID(FLEET-IDX)
               - FLT-REPAIR-RECOVERED(FLEET-IDX).
           COMPUTE UNIT-CONTRIBUTION = FLT-REVENUE-TO-DATE(FLEET-IDX)
               - FLT-ACCUM-DEPRECIATION(FLEET-IDX)
               - UNIT-REPAIR-NET.
           ADD FLT-REVENUE-TO-DATE(FLEET-IDX) TO TOTAL-REVENUE.
           ADD FLT-ACCUM-DEPRECIATION(FLEET-IDX)
               TO TOTAL-ACCUM-DEPRECIATION.
           ADD UNIT-REPAIR-NET TO TOTAL-REPAIR-NET.
           ADD UNIT-CONTRIBUTION TO TOTAL-CONTRIBUTION.
           MOVE FLT-REVENUE-TO-DATE(FLEET-IDX) TO AMOUNT-ED-1.
           MOVE FLT-ACCUM-DEPRECIATION(FLEET-IDX) TO AMOUNT-ED-2.
           MOVE UNIT-REPAIR-NET TO SIGNED-ED-1.
           MOVE UNIT-CONTRIBUTION TO SIGNED-ED-2.
           MOVE SPACES TO PROFIT-LINE.
           STRING FLT-UNIT-NUMBER(FLEET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FLT-PLATE(FLEET-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FLT-BRANCH(FLEET-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SIGNED-ED-1 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SIGNED-ED-2 DELIMITED BY SIZE
               INTO PROFIT-LINE.
           WRITE PROFIT-LINE.
      * months since year zero, so two dates can be subtracted
       COMPUTE-MONTH-INDEX.
           COMPUTE MONTH-INDEX =
               MONTH-WORK-YEAR * 12 + MONTH-WORK-MONTH.
      * accounting periods come from the period master; with no
      * master on file every posting keeps the date it was made with
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
                           DISPLAY "WARNING: MORE THAN 120 PERIODS ON "
                               "PERIOD-MST.txt - REMAINDER IGNORED"
                       ELSE
                           ADD 1 TO PERIOD-COUNT
                           MOVE PM-PERIOD TO PER-PERIOD(PERIOD-COUNT)
                           MOVE PM-START-DATE
                               TO PER-START-DATE(PERIOD-COUNT)
                           MOVE PM-END-DATE
                               TO PER-END-DATE(PERIOD-COUNT)
                           MOVE PM-STATUS TO PER-STATUS(PERIOD-COUNT)
                       END-IF
                   END-IF
                   READ PERIOD-MASTER
                       AT END MOVE "YYY" TO PERIOD-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-MASTER
           END-IF.
      * open ("O") and closing ("C") periods take postings as dated;
      * a posting dated in a closed ("L") period moves to the start
      * of the first open period after it, and with none open the
      * run stops before anything is posted
       RESOLVE-POSTING-PERIOD.
           MOVE PERIOD-CHECK-DATE TO PERIOD-POSTING-DATE.
           MOVE "N" TO PERIOD-MOVED.
           MOVE 0 TO PERIOD-SLOT.
           MOVE 0 TO OPEN-PERIOD-SLOT.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-COUNT
               IF PERIOD-CHECK-DATE NOT < PER-START-DATE(PERIOD-IDX)
                       AND PERIOD-CHECK-DATE
                           NOT > PER-END-DATE(PERIOD-IDX)
                   MOVE PERIOD-IDX TO PERIOD-SLOT
               END-IF
           END-PERFORM.
           IF PERIOD-SLOT = 0
               IF PERIOD-COUNT > 0
                   DISPLAY "WARNING: " PERIOD-CHECK-DATE
                       " IS NOT IN ANY PERIOD ON PERIOD-MST.txt - "
                       "POSTED AS DATED"
               END-IF
           ELSE
               IF PER-STATUS(PERIOD-SLOT) = "L"
                   PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                           UNTIL PERIOD-IDX > PERIOD-COUNT
                       IF PER-STATUS(PERIOD-IDX) = "O"
                               AND PER-START-DATE(PERIOD-IDX) >
                                   PER-END-DATE(PERIOD-SLOT)
                           IF OPEN-PERIOD-SLOT = 0
                               MOVE PERIOD-IDX TO OPEN-PERIOD-SLOT
                           ELSE
                               IF PER-START-DATE(PERIOD-IDX) <
                                   PER-START-DATE(OPEN-PERIOD-SLOT)
                                   MOVE PERIOD-IDX
                                       TO OPEN-PERIOD-SLOT
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF OPEN-PERIOD-SLOT = 0
                       DISPLAY "FLEETDEP: PERIOD "
                           PER-PERIOD(PERIOD-SLOT)
                           " IS CLOSED AND NO LATER PERIOD IS OPEN - "
                           "RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE PER-START-DATE(OPEN-PERIOD-SLOT)
                       TO PERIOD-POSTING-DATE
                   MOVE "Y" TO PERIOD-MOVED
               END-IF
           END-IF.
      * every posting moved out of a closed period is listed for
      * finance on the shared period adjustment report
       WRITE-PERIOD-ADJUSTMENT.
           DISPLAY "FLEETDEP: " PERIOD-DOCUMENT " DATED "
               PERIOD-CHECK-DATE " IN CLOSED PERIOD - POSTED "
               PERIOD-POSTING-DATE.
           OPEN EXTEND PERIOD-REPORT.
           IF PERIOD-REPORT-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-REPORT
           END-IF.
           IF PERIOD-REPORT-STATUS = "00"
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING "FLEETDEP " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PERIOD-DOCUMENT DELIMITED BY SIZE
                   " DATED " DELIMITED BY SIZE
                   PERIOD-CHECK-DATE DELIMITED BY SIZE
                   " PERIOD " DELIMITED BY SIZE
                   PER-PERIOD(PERIOD-SLOT) DELIMITED BY SIZE
                   " CLOSED - POSTED " DELIMITED BY SIZE
                   PERIOD-POSTING-DATE DELIMITED BY SIZE
                   " PERIOD " DELIMITED BY SIZE
                   PER-PERIOD(OPEN-PERIOD-SLOT) DELIMITED BY SIZE
                   INTO PERIOD-REPORT-LINE
               WRITE PERIOD-REPORT-LINE
               CLOSE PERIOD-REPORT
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN PERIODADJ-RPT.txt "
                   "FOR APPEND - MOVED POSTING NOT REPORTED"
           END-IF.
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "FLEETDEP" TO BKR-PROGRAM.
           MOVE RETURN-CODE TO BACKUP-SAVED-RC.
           CALL "MSTBKUP" USING BACKUP-REQUEST
               ON EXCEPTION
                   MOVE "16" TO BKR-RESULT
           END-CALL.
           MOVE BACKUP-SAVED-RC TO RETURN-CODE.
           IF BKR-RESULT = "16"
               DISPLAY "WARNING: NO BACKUP GENERATION TAKEN OF "
                   BKR-MASTER-NAME " - REWRITE NOT PROTECTED"
           END-IF.
       END PROGRAM FLEETDEP.
