       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMGCLAIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-MASTER ASSIGN TO 'INCIDENT-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-MASTER-STATUS.
           SELECT DAMAGE-TRAN-FILE ASSIGN TO 'DMGTRAN-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DAMAGE-TRAN-STATUS.
           SELECT FLEET-MASTER ASSIGN TO 'FLEETMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-MASTER-STATUS.
           SELECT RENTAL-HISTORY ASSIGN TO 'RENTHIST-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-HISTORY-STATUS.
           SELECT ANCILLARY-FILE ASSIGN TO 'ANCILL-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANCILLARY-STATUS.
           SELECT MAINT-REPORT ASSIGN TO 'DMGCLAIM-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT ASSIGN TO 'CLAIMAGE-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-REPORT ASSIGN TO 'REPAIRCOST-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INCIDENT-MASTER.
       01 INCIDENT-MASTER-REC.
           02 IM-UNIT-NUMBER PIC 9(5).
           02 IM-CONTRACT-NUMBER PIC 9(8).
           02 IM-INCIDENT-DATE PIC 9(8).
           02 IM-CUSTOMER-NUMBER PIC 9(6).
           02 IM-BRANCH PIC X(4).
           02 IM-DESCRIPTION PIC X(30).
           02 IM-REPAIR-ESTIMATE PIC 9(7)V99.
           02 IM-CUSTOMER-LIABILITY PIC 9(5)V99.
           02 IM-LIABILITY-BILLED PIC 9(5)V99.
           02 IM-INSURER PIC X(10).
           02 IM-CLAIM-NUMBER PIC X(12).
           02 IM-CLAIM-SETTLED PIC X(1).
           02 IM-RECOVERED PIC 9(7)V99.
           02 IM-STATUS PIC X(1).
           02 IM-PRIOR-UNIT-STATUS PIC X(1).
           02 IM-REPAIR-COST PIC 9(7)V99.
           02 IM-CLOSED-DATE PIC 9(8).
       FD DAMAGE-TRAN-FILE.
       01 DAMAGE-TRAN-REC.
           02 TX-ACTION PIC X(1).
           02 TX-UNIT-NUMBER PIC X(5).
           02 TX-CONTRACT-NUMBER PIC X(8).
           02 TX-DATE PIC X(8).
           02 TX-CUSTOMER-NUMBER PIC X(6).
           02 TX-DESCRIPTION PIC X(30).
           02 TX-AMOUNT PIC X(9).
           02 TX-LIABILITY PIC X(7).
           02 TX-INSURER PIC X(10).
           02 TX-CLAIM-NUMBER PIC X(12).
           02 TX-SETTLED PIC X(1).
           02 TX-OPERATOR PIC X(8).
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
           02 FM-ASSET-DATA PIC X(41).
           02 FM-REVENUE-TO-DATE PIC 9(9)V99.
       FD RENTAL-HISTORY.
       01 RENTAL-HISTORY-REC.
           02 RH-CLIENT-NAME PIC A(20).
           02 RH-CAR-TYPE PIC 9(1).
           02 RH-KILOMETERS PIC 9(5).
           02 RH-CONTRACTED-DATE PIC 9(8).
           02 RH-ACTUAL-DATE PIC 9(8).
           02 RH-BILLED-DATE PIC 9(8).
           02 RH-NUM-DAYS PIC 9(3).
           02 RH-CONTRACT-NUMBER PIC 9(8).
           02 RH-CUSTOMER-NUMBER PIC 9(6).
           02 RH-UNIT-NUMBER PIC 9(5).
           02 RH-PICKUP-DATE PIC 9(8).
           02 FILLER PIC X(13).
       FD ANCILLARY-FILE.
       01 ANCILLARY-REC.
           02 ANC-CUSTOMER-NUMBER PIC 9(6).
           02 ANC-UNIT-NUMBER PIC 9(5).
           02 ANC-CHARGE-CODE PIC X(4).
           02 ANC-DESCRIPTION PIC X(20).
           02 ANC-AMOUNT PIC 9(5)V99.
       FD MAINT-REPORT.
       01 REPORT-LINE PIC X(132).
       FD AGING-REPORT.
       01 AGING-LINE PIC X(132).
       FD COST-REPORT.
       01 COST-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  INCIDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  DAMAGE-TRAN-STATUS PIC X(2) VALUE "00".
       77  FLEET-MASTER-STATUS PIC X(2) VALUE "00".
       77  RENTAL-HISTORY-STATUS PIC X(2) VALUE "00".
       77  ANCILLARY-STATUS PIC X(2) VALUE "00".
       77  INCIDENT-MASTER-EOF PIC A(3) VALUE SPACES.
       77  DAMAGE-TRAN-EOF PIC A(3) VALUE SPACES.
       77  FLEET-MASTER-EOF PIC A(3) VALUE SPACES.
       77  RENTAL-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  ANCILLARY-OPEN PIC A(1) VALUE "N".
       77  FLEET-CHANGED PIC A(1) VALUE "N".
       01  INCIDENT-TABLE OCCURS 5000 TIMES.
           02 IT-UNIT-NUMBER PIC 9(5).
           02 IT-CONTRACT-NUMBER PIC 9(8).
           02 IT-INCIDENT-DATE PIC 9(8).
           02 IT-CUSTOMER-NUMBER PIC 9(6).
           02 IT-BRANCH PIC X(4).
           02 IT-DESCRIPTION PIC X(30).
           02 IT-REPAIR-ESTIMATE PIC 9(7)V99.
           02 IT-CUSTOMER-LIABILITY PIC 9(5)V99.
           02 IT-LIABILITY-BILLED PIC 9(5)V99.
           02 IT-INSURER PIC X(10).
           02 IT-CLAIM-NUMBER PIC X(12).
           02 IT-CLAIM-SETTLED PIC X(1).
           02 IT-RECOVERED PIC 9(7)V99.
           02 IT-STATUS PIC X(1).
               88 IT-REPAIR-OPEN VALUE "O".
               88 IT-REPAIR-CLOSED VALUE "C".
           02 IT-PRIOR-UNIT-STATUS PIC X(1).
           02 IT-REPAIR-COST PIC 9(7)V99.
           02 IT-CLOSED-DATE PIC 9(8).
       77  INCIDENT-COUNT PIC 9(5) VALUE 0.
       77  INCIDENT-IDX PIC 9(5) VALUE 0.
       77  INCIDENT-SLOT PIC 9(5) VALUE 0.
       77  INCIDENT-SWAP-AREA PIC X(135) VALUE SPACES.
       77  INCIDENT-SORT-SWAPPED PIC A(1) VALUE "N".
       77  OPEN-ON-UNIT PIC 9(5) VALUE 0.
       01  FLEET-TABLE OCCURS 5000 TIMES.
           02 FLT-UNIT-NUMBER PIC 9(5).
           02 FLT-PLATE PIC X(8).
           02 FLT-CAR-TYPE PIC 9(1).
           02 FLT-BRANCH PIC X(4).
           02 FLT-STATUS PIC X(1).
           02 FLT-ODOMETER PIC 9(7).
           02 FLT-LAST-SERVICE-DATE PIC 9(8).
           02 FLT-LAST-SERVICE-KM PIC 9(7).
           02 FLT-ASSET-DATA PIC X(41).
           02 FLT-REVENUE-TO-DATE PIC 9(9)V99.
       77  FLEET-COUNT PIC 9(5) VALUE 0.
       77  FLEET-IDX PIC 9(5) VALUE 0.
       77  FLEET-SLOT PIC 9(5) VALUE 0.
       01  HISTORY-TABLE OCCURS 20000 TIMES.
           02 HIST-CONTRACT-NUMBER PIC 9(8).
           02 HIST-CUSTOMER-NUMBER PIC 9(6).
           02 HIST-UNIT-NUMBER PIC 9(5).
       77  HISTORY-COUNT PIC 9(5) VALUE 0.
       77  HISTORY-IDX PIC 9(5) VALUE 0.
       01  AGING-TABLE OCCURS 5000 TIMES.
           02 AG-INSURER PIC X(10).
           02 AG-INCIDENT-DATE PIC 9(8).
           02 AG-CLAIM-NUMBER PIC X(12).
           02 AG-UNIT-NUMBER PIC 9(5).
           02 AG-CONTRACT-NUMBER PIC 9(8).
           02 AG-AGE-DAYS PIC 9(5).
           02 AG-OUTSTANDING PIC 9(7)V99.
       77  AGING-COUNT PIC 9(5) VALUE 0.
       77  AGING-IDX PIC 9(5) VALUE 0.
       77  AGING-SWAP-AREA PIC X(57) VALUE SPACES.
       77  AGING-SORT-SWAPPED PIC A(1) VALUE "N".
       77  AGING-BREAK-INSURER PIC X(10) VALUE SPACES.
       01  AGING-BUCKETS.
           02 INSURER-BUCKET PIC 9(8)V99 OCCURS 4 TIMES.
           02 GRAND-BUCKET PIC 9(8)V99 OCCURS 4 TIMES.
       77  BUCKET-IDX PIC 9(1) VALUE 0.
       01  BRANCH-COST-TABLE OCCURS 50 TIMES.
           02 BC-BRANCH PIC X(4).
           02 BC-INCIDENTS PIC 9(5).
           02 BC-OPEN-REPAIRS PIC 9(5).
           02 BC-ESTIMATE-OPEN PIC 9(8)V99.
           02 BC-REPAIR-PAID PIC 9(8)V99.
           02 BC-CUSTOMER-RECOVERED PIC 9(8)V99.
           02 BC-INSURER-RECOVERED PIC 9(8)V99.
       77  BRANCH-COST-COUNT PIC 9(2) VALUE 0.
       77  BRANCH-COST-IDX PIC 9(2) VALUE 0.
       77  BRANCH-COST-SLOT PIC 9(2) VALUE 0.
       77  WORK-UNIT-NUMBER PIC 9(5) VALUE 0.
       77  WORK-CONTRACT-NUMBER PIC 9(8) VALUE 0.
       77  WORK-CUSTOMER-NUMBER PIC 9(6) VALUE 0.
       77  WORK-DATE PIC 9(8) VALUE 0.
       77  WORK-AMOUNT PIC 9(7)V99 VALUE 0.
       77  WORK-LIABILITY PIC 9(5)V99 VALUE 0.
       77  LIABILITY-TO-BILL PIC 9(5)V99 VALUE 0.
       77  CLAIM-AMOUNT PIC S9(8)V99 VALUE 0.
       77  NET-REPAIR-COST PIC S9(8)V99 VALUE 0.
       77  REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
       77  TX-VALID PIC A(1) VALUE "Y".
       77  BEFORE-IMAGE PIC X(60) VALUE SPACES.
       77  AFTER-IMAGE PIC X(60) VALUE SPACES.
       77  AMOUNT-IMAGE-1 PIC ZZZZZZ9.99.
       77  AMOUNT-IMAGE-2 PIC ZZZZ9.99.
       77  AMOUNT-IMAGE-3 PIC ZZZZZZ9.99.
       77  AMOUNT-ED-1 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-2 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-3 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-4 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-5 PIC ZZZZZZZ9.99.
       77  SIGNED-ED PIC --------9.99.
       77  AGE-ED PIC ZZZZ9.
       77  TX-READ-COUNT PIC 9(5) VALUE 0.
       77  TX-APPLIED-COUNT PIC 9(5) VALUE 0.
       77  TX-REJECT-COUNT PIC 9(5) VALUE 0.
       77  DATE-CHECK-RESULT PIC S9(4) VALUE 0.
       77  DATE-INT-RUN PIC 9(8) VALUE 0.
       77  DATE-INT-INCIDENT PIC 9(8) VALUE 0.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-INCIDENT-TABLE.
           PERFORM LOAD-FLEET-TABLE.
           PERFORM LOAD-HISTORY-TABLE.
           OPEN OUTPUT MAINT-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM APPLY-DAMAGE-TRANSACTIONS.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE MAINT-REPORT.
           IF ANCILLARY-OPEN = "Y"
               CLOSE ANCILLARY-FILE
           END-IF.
           PERFORM REWRITE-INCIDENT-MASTER.
           IF FLEET-CHANGED = "Y"
               PERFORM REWRITE-FLEET-MASTER
           END-IF.
           PERFORM WRITE-CLAIMS-AGING.
           PERFORM WRITE-REPAIR-COST-REPORT.
           IF TX-REJECT-COUNT IS GREATER THAN 0
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       LOAD-INCIDENT-TABLE.
           MOVE SPACES TO INCIDENT-MASTER-EOF.
           OPEN INPUT INCIDENT-MASTER.
           IF INCIDENT-MASTER-STATUS = "00"
               READ INCIDENT-MASTER
                   AT END MOVE "YYY" TO INCIDENT-MASTER-EOF
               END-READ
               PERFORM LOAD-ONE-INCIDENT
                   UNTIL INCIDENT-MASTER-EOF = "YYY"
               CLOSE INCIDENT-MASTER
           ELSE
               DISPLAY "DMGCLAIM: INCIDENT-MST.txt NOT FOUND - "
                   "STARTING FROM AN EMPTY MASTER"
           END-IF.
       LOAD-ONE-INCIDENT.
           IF INCIDENT-COUNT >= 5000
               DISPLAY "DMGCLAIM: MORE THAN 5000 INCIDENTS IN "
                   "INCIDENT-MST.txt - RUN STOPPED BEFORE THE "
                   "MASTER COULD BE DAMAGED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO INCIDENT-COUNT.
           MOVE IM-UNIT-NUMBER TO IT-UNIT-NUMBER(INCIDENT-COUNT).
           MOVE IM-CONTRACT-NUMBER
               TO IT-CONTRACT-NUMBER(INCIDENT-COUNT).
           MOVE IM-INCIDENT-DATE TO IT-INCIDENT-DATE(INCIDENT-COUNT).
           MOVE IM-CUSTOMER-NUMBER
               TO IT-CUSTOMER-NUMBER(INCIDENT-COUNT).
           MOVE IM-BRANCH TO IT-BRANCH(INCIDENT-COUNT).
           MOVE IM-DESCRIPTION TO IT-DESCRIPTION(INCIDENT-COUNT).
           MOVE IM-REPAIR-ESTIMATE
               TO IT-REPAIR-ESTIMATE(INCIDENT-COUNT).
           MOVE IM-CUSTOMER-LIABILITY
               TO IT-CUSTOMER-LIABILITY(INCIDENT-COUNT).
           MOVE IM-LIABILITY-BILLED
               TO IT-LIABILITY-BILLED(INCIDENT-COUNT).
           MOVE IM-INSURER TO IT-INSURER(INCIDENT-COUNT).
           MOVE IM-CLAIM-NUMBER TO IT-CLAIM-NUMBER(INCIDENT-COUNT).
           MOVE IM-CLAIM-SETTLED TO IT-CLAIM-SETTLED(INCIDENT-COUNT).
           MOVE IM-RECOVERED TO IT-RECOVERED(INCIDENT-COUNT).
           MOVE IM-STATUS TO IT-STATUS(INCIDENT-COUNT).
           MOVE IM-PRIOR-UNIT-STATUS
               TO IT-PRIOR-UNIT-STATUS(INCIDENT-COUNT).
           MOVE IM-REPAIR-COST TO IT-REPAIR-COST(INCIDENT-COUNT).
           MOVE IM-CLOSED-DATE TO IT-CLOSED-DATE(INCIDENT-COUNT).
           READ INCIDENT-MASTER
               AT END MOVE "YYY" TO INCIDENT-MASTER-EOF
           END-READ.
       LOAD-FLEET-TABLE.
           MOVE SPACES TO FLEET-MASTER-EOF.
           OPEN INPUT FLEET-MASTER.
           IF FLEET-MASTER-STATUS = "00"
               READ FLEET-MASTER
                   AT END MOVE "YYY" TO FLEET-MASTER-EOF
               END-READ
               PERFORM UNTIL FLEET-MASTER-EOF = "YYY"
                   IF FLEET-COUNT >= 5000
                       DISPLAY "DMGCLAIM: MORE THAN 5000 UNITS IN "
                           "FLEETMAST-IN.txt - RUN STOPPED BEFORE THE "
                           "MASTER COULD BE DAMAGED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO FLEET-COUNT
                   MOVE FM-UNIT-NUMBER TO FLT-UNIT-NUMBER(FLEET-COUNT)
                   MOVE FM-PLATE TO FLT-PLATE(FLEET-COUNT)
                   MOVE FM-CAR-TYPE TO FLT-CAR-TYPE(FLEET-COUNT)
                   MOVE FM-BRANCH TO FLT-BRANCH(FLEET-COUNT)
                   MOVE FM-STATUS TO FLT-STATUS(FLEET-COUNT)
                   MOVE FM-ODOMETER TO FLT-ODOMETER(FLEET-COUNT)
                   MOVE FM-LAST-SERVICE-DATE
                       TO FLT-LAST-SERVICE-DATE(FLEET-COUNT)
                   MOVE FM-LAST-SERVICE-KM
                       TO FLT-LAST-SERVICE-KM(FLEET-COUNT)
                   MOVE FM-ASSET-DATA TO FLT-ASSET-DATA(FLEET-COUNT)
                   IF FM-REVENUE-TO-DATE IS NUMERIC
                       MOVE FM-REVENUE-TO-DATE
                           TO FLT-REVENUE-TO-DATE(FLEET-COUNT)
                   ELSE
                       MOVE 0 TO FLT-REVENUE-TO-DATE(FLEET-COUNT)
                   END-IF
                   READ FLEET-MASTER
                       AT END MOVE "YYY" TO FLEET-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE FLEET-MASTER
           ELSE
               DISPLAY "DMGCLAIM: FLEETMAST-IN.txt NOT FOUND - "
                   "NO INCIDENT CAN BE ADDED"
           END-IF.
       LOAD-HISTORY-TABLE.
           MOVE SPACES TO RENTAL-HISTORY-EOF.
           OPEN INPUT RENTAL-HISTORY.
           IF RENTAL-HISTORY-STATUS = "00"
               READ RENTAL-HISTORY
                   AT END MOVE "YYY" TO RENTAL-HISTORY-EOF
               END-READ
               PERFORM UNTIL RENTAL-HISTORY-EOF = "YYY"
                       OR HISTORY-COUNT >= 20000
                   IF RH-CONTRACT-NUMBER IS NUMERIC
                           AND RH-CUSTOMER-NUMBER IS NUMERIC
                           AND RH-UNIT-NUMBER IS NUMERIC
                       ADD 1 TO HISTORY-COUNT
                       MOVE RH-CONTRACT-NUMBER
                           TO HIST-CONTRACT-NUMBER(HISTORY-COUNT)
                       MOVE RH-CUSTOMER-NUMBER
                           TO HIST-CUSTOMER-NUMBER(HISTORY-COUNT)
                       MOVE RH-UNIT-NUMBER
                           TO HIST-UNIT-NUMBER(HISTORY-COUNT)
                   END-IF
                   READ RENTAL-HISTORY
                       AT END MOVE "YYY" TO RENTAL-HISTORY-EOF
                   END-READ
               END-PERFORM
               CLOSE RENTAL-HISTORY
           END-IF.
       FIND-INCIDENT-SLOT.
           MOVE 0 TO INCIDENT-SLOT.
           PERFORM VARYING INCIDENT-IDX FROM 1 BY 1
                   UNTIL INCIDENT-IDX > INCIDENT-COUNT
                       OR INCIDENT-SLOT > 0
               IF IT-UNIT-NUMBER(INCIDENT-IDX) = WORK-UNIT-NUMBER
                       AND IT-CONTRACT-NUMBER(INCIDENT-IDX) =
                           WORK-CONTRACT-NUMBER
                   MOVE INCIDENT-IDX TO INCIDENT-SLOT
               END-IF
           END-PERFORM.
       FIND-FLEET-SLOT.
           MOVE 0 TO FLEET-SLOT.
           PERFORM VARYING FLEET-IDX FROM 1 BY 1
                   UNTIL FLEET-IDX > FLEET-COUNT
                       OR FLEET-SLOT > 0
               IF FLT-UNIT-NUMBER(FLEET-IDX) = WORK-UNIT-NUMBER
                   MOVE FLEET-IDX TO FLEET-SLOT
               END-IF
           END-PERFORM.
       APPLY-DAMAGE-TRANSACTIONS.
           MOVE SPACES TO DAMAGE-TRAN-EOF.
           OPEN INPUT DAMAGE-TRAN-FILE.
           IF DAMAGE-TRAN-STATUS NOT = "00"
               DISPLAY "DMGCLAIM: DMGTRAN-IN.txt NOT FOUND - "
                   "NO MAINTENANCE APPLIED"
           ELSE
               READ DAMAGE-TRAN-FILE
                   AT END MOVE "YYY" TO DAMAGE-TRAN-EOF
               END-READ
               PERFORM APPLY-ONE-TRANSACTION
                   UNTIL DAMAGE-TRAN-EOF = "YYY"
               CLOSE DAMAGE-TRAN-FILE
           END-IF.
       APPLY-ONE-TRANSACTION.
           ADD 1 TO TX-READ-COUNT.
           MOVE "Y" TO TX-VALID.
           MOVE SPACES TO REJECT-REASON-TEXT.
           IF TX-UNIT-NUMBER IS NOT NUMERIC
                   OR TX-CONTRACT-NUMBER IS NOT NUMERIC
               MOVE "N" TO TX-VALID
               MOVE "UNIT/CONTRACT NOT NUMERIC" TO REJECT-REASON-TEXT
           ELSE
               MOVE TX-UNIT-NUMBER TO WORK-UNIT-NUMBER
               MOVE TX-CONTRACT-NUMBER TO WORK-CONTRACT-NUMBER
               IF WORK-UNIT-NUMBER = 0 OR WORK-CONTRACT-NUMBER = 0
                   MOVE "N" TO TX-VALID
                   MOVE "UNIT/CONTRACT ZERO" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TX-VALID = "Y"
               PERFORM FIND-INCIDENT-SLOT
               EVALUATE TX-ACTION
                   WHEN "A"
                       PERFORM APPLY-ADD
                   WHEN "U"
                       PERFORM APPLY-UPDATE
                   WHEN "R"
                       PERFORM APPLY-RECOVERY
                   WHEN "C"
                       PERFORM APPLY-CLOSE
                   WHEN OTHER
                       MOVE "N" TO TX-VALID
                       MOVE "UNKNOWN ACTION" TO REJECT-REASON-TEXT
               END-EVALUATE
           END-IF.
           IF TX-VALID = "N"
               ADD 1 TO TX-REJECT-COUNT
               PERFORM WRITE-REJECT-LINE
           END-IF.
           READ DAMAGE-TRAN-FILE
               AT END MOVE "YYY" TO DAMAGE-TRAN-EOF
           END-READ.
      * a new incident takes the unit out of service and bills the
      * customer's share; the customer comes from the transaction
      * or, when left blank, from the rental history for the
      * contract
       APPLY-ADD.
           PERFORM VALIDATE-ADD.
           IF TX-VALID = "Y"
               MOVE SPACES TO BEFORE-IMAGE
               ADD 1 TO INCIDENT-COUNT
               MOVE INCIDENT-COUNT TO INCIDENT-SLOT
               MOVE WORK-UNIT-NUMBER TO IT-UNIT-NUMBER(INCIDENT-SLOT)
               MOVE WORK-CONTRACT-NUMBER
                   TO IT-CONTRACT-NUMBER(INCIDENT-SLOT)
               MOVE WORK-DATE TO IT-INCIDENT-DATE(INCIDENT-SLOT)
               MOVE WORK-CUSTOMER-NUMBER
                   TO IT-CUSTOMER-NUMBER(INCIDENT-SLOT)
               MOVE FLT-BRANCH(FLEET-SLOT) TO IT-BRANCH(INCIDENT-SLOT)
               MOVE TX-DESCRIPTION TO IT-DESCRIPTION(INCIDENT-SLOT)
               MOVE WORK-AMOUNT TO IT-REPAIR-ESTIMATE(INCIDENT-SLOT)
               MOVE WORK-LIABILITY
                   TO IT-CUSTOMER-LIABILITY(INCIDENT-SLOT)
               MOVE 0 TO IT-LIABILITY-BILLED(INCIDENT-SLOT)
               MOVE TX-INSURER TO IT-INSURER(INCIDENT-SLOT)
               MOVE TX-CLAIM-NUMBER TO IT-CLAIM-NUMBER(INCIDENT-SLOT)
               MOVE "N" TO IT-CLAIM-SETTLED(INCIDENT-SLOT)
               MOVE 0 TO IT-RECOVERED(INCIDENT-SLOT)
               MOVE "O" TO IT-STATUS(INCIDENT-SLOT)
               MOVE 0 TO IT-REPAIR-COST(INCIDENT-SLOT)
               MOVE 0 TO IT-CLOSED-DATE(INCIDENT-SLOT)
               IF FLT-STATUS(FLEET-SLOT) = "D"
                   MOVE "A" TO IT-PRIOR-UNIT-STATUS(INCIDENT-SLOT)
                   PERFORM FIND-PRIOR-UNIT-STATUS
               ELSE
                   MOVE FLT-STATUS(FLEET-SLOT)
                       TO IT-PRIOR-UNIT-STATUS(INCIDENT-SLOT)
               END-IF
               MOVE "D" TO FLT-STATUS(FLEET-SLOT)
               MOVE "Y" TO FLEET-CHANGED
               PERFORM BILL-CUSTOMER-LIABILITY
               PERFORM BUILD-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LINES
               ADD 1 TO TX-APPLIED-COUNT
           END-IF.
       VALIDATE-ADD.
           IF INCIDENT-SLOT IS GREATER THAN 0
               MOVE "N" TO TX-VALID
               MOVE "INCIDENT ALREADY ON FILE" TO REJECT-REASON-TEXT
           END-IF.
           IF TX-VALID = "Y" AND INCIDENT-COUNT >= 5000
               MOVE "N" TO TX-VALID
               MOVE "INCIDENT TABLE FULL" TO REJECT-REASON-TEXT
           END-IF.
           IF TX-VALID = "Y"
               PERFORM FIND-FLEET-SLOT
               IF FLEET-SLOT = 0
                   MOVE "N" TO TX-VALID
                   MOVE "UNKNOWN UNIT" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TX-VALID = "Y"
               PERFORM VALIDATE-TX-DATE
           END-IF.
           IF TX-VALID = "Y" AND TX-DESCRIPTION = SPACES
               MOVE "N" TO TX-VALID
               MOVE "DAMAGE DESCRIPTION MISSING" TO REJECT-REASON-TEXT
           END-IF.
           IF TX-VALID = "Y"
               PERFORM VALIDATE-TX-AMOUNTS
           END-IF.
           IF TX-VALID = "Y"
               MOVE 0 TO WORK-CUSTOMER-NUMBER
               IF TX-CUSTOMER-NUMBER IS NUMERIC
                   MOVE TX-CUSTOMER-NUMBER TO WORK-CUSTOMER-NUMBER
               END-IF
               IF WORK-CUSTOMER-NUMBER = 0
                   PERFORM VARYING HISTORY-IDX FROM 1 BY 1
                           UNTIL HISTORY-IDX > HISTORY-COUNT
                               OR WORK-CUSTOMER-NUMBER > 0
                       IF HIST-CONTRACT-NUMBER(HISTORY-IDX) =
                               WORK-CONTRACT-NUMBER
                               AND HIST-UNIT-NUMBER(HISTORY-IDX) =
                                   WORK-UNIT-NUMBER
                           MOVE HIST-CUSTOMER-NUMBER(HISTORY-IDX)
                               TO WORK-CUSTOMER-NUMBER
                       END-IF
                   END-PERFORM
               END-IF
               IF WORK-CUSTOMER-NUMBER = 0 AND WORK-LIABILITY > 0
                   MOVE "N" TO TX-VALID
                   MOVE "NO CUSTOMER FOR CONTRACT"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
       VALIDATE-TX-DATE.
           IF TX-DATE = SPACES
               MOVE RUN-DATE TO WORK-DATE
           ELSE
               IF TX-DATE IS NOT NUMERIC
                   MOVE "N" TO TX-VALID
               ELSE
                   MOVE TX-DATE TO WORK-DATE
                   COMPUTE DATE-CHECK-RESULT = FUNCTION
                       TEST-DATE-YYYYMMDD(WORK-DATE)
                   IF DATE-CHECK-RESULT NOT = 0
                           OR WORK-DATE IS GREATER THAN RUN-DATE
                       MOVE "N" TO TX-VALID
                   END-IF
               END-IF
               IF TX-VALID = "N"
                   MOVE "INVALID DATE" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
       VALIDATE-TX-AMOUNTS.
           MOVE 0 TO WORK-AMOUNT.
           MOVE 0 TO WORK-LIABILITY.
           IF TX-AMOUNT NOT = SPACES
               IF TX-AMOUNT IS NUMERIC
                   COMPUTE WORK-AMOUNT =
                       FUNCTION NUMVAL(TX-AMOUNT) / 100
               ELSE
                   MOVE "N" TO TX-VALID
                   MOVE "AMOUNT NOT NUMERIC" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TX-LIABILITY NOT = SPACES
               IF TX-LIABILITY IS NUMERIC
                   COMPUTE WORK-LIABILITY =
                       FUNCTION NUMVAL(TX-LIABILITY) / 100
               ELSE
                   MOVE "N" TO TX-VALID
                   MOVE "LIABILITY NOT NUMERIC" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
      * a second incident on a unit already off the road keeps the
      * status the unit had before the first one
       FIND-PRIOR-UNIT-STATUS.
           PERFORM VARYING INCIDENT-IDX FROM 1 BY 1
                   UNTIL INCIDENT-IDX >= INCIDENT-SLOT
               IF IT-UNIT-NUMBER(INCIDENT-IDX) = WORK-UNIT-NUMBER
                       AND IT-REPAIR-OPEN(INCIDENT-IDX)
                   MOVE IT-PRIOR-UNIT-STATUS(INCIDENT-IDX)
                       TO IT-PRIOR-UNIT-STATUS(INCIDENT-SLOT)
               END-IF
           END-PERFORM.
      * the customer's share goes to the billing run as an ancillary
      * charge; only the part not already billed is sent, so a
      * raised liability bills the difference
       BILL-CUSTOMER-LIABILITY.
           COMPUTE LIABILITY-TO-BILL =
               IT-CUSTOMER-LIABILITY(INCIDENT-SLOT)
               - IT-LIABILITY-BILLED(INCIDENT-SLOT).
           IF LIABILITY-TO-BILL IS GREATER THAN 0
               IF ANCILLARY-OPEN = "N"
                   PERFORM OPEN-ANCILLARY-APPEND
               END-IF
               MOVE IT-CUSTOMER-NUMBER(INCIDENT-SLOT)
                   TO ANC-CUSTOMER-NUMBER
               MOVE IT-UNIT-NUMBER(INCIDENT-SLOT) TO ANC-UNIT-NUMBER
               MOVE "DMGE" TO ANC-CHARGE-CODE
               MOVE SPACES TO ANC-DESCRIPTION
               STRING "DAMAGE " DELIMITED BY SIZE
                   IT-CONTRACT-NUMBER(INCIDENT-SLOT) DELIMITED BY SIZE
                   INTO ANC-DESCRIPTION
               MOVE LIABILITY-TO-BILL TO ANC-AMOUNT
               WRITE ANCILLARY-REC
               ADD LIABILITY-TO-BILL
                   TO IT-LIABILITY-BILLED(INCIDENT-SLOT)
           END-IF.
       OPEN-ANCILLARY-APPEND.
           OPEN EXTEND ANCILLARY-FILE.
           IF ANCILLARY-STATUS NOT = "00"
               OPEN OUTPUT ANCILLARY-FILE
           END-IF.
           IF ANCILLARY-STATUS = "00"
               MOVE "Y" TO ANCILLARY-OPEN
           ELSE
               DISPLAY "DMGCLAIM: UNABLE TO OPEN ANCILL-IN.txt - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * an update replaces whichever fields are filled in; the
      * customer's liability cannot be lowered once billed, that
      * needs a credit note
       APPLY-UPDATE.
           IF INCIDENT-SLOT = 0
               MOVE "N" TO TX-VALID
               MOVE "INCIDENT NOT ON FILE" TO REJECT-REASON-TEXT
           ELSE
               PERFORM VALIDATE-TX-AMOUNTS
           END-IF.
           IF TX-VALID = "Y" AND TX-LIABILITY NOT = SPACES
               IF WORK-LIABILITY <
                       IT-LIABILITY-BILLED(INCIDENT-SLOT)
                   MOVE "N" TO TX-VALID
                   MOVE "LIABILITY BELOW AMOUNT BILLED"
                       TO REJECT-REASON-TEXT
               END-IF
               IF TX-VALID = "Y"
                       AND IT-CUSTOMER-NUMBER(INCIDENT-SLOT) = 0
                       AND WORK-LIABILITY > 0
                   MOVE "N" TO TX-VALID
                   MOVE "NO CUSTOMER FOR CONTRACT"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TX-VALID = "Y"
               PERFORM BUILD-BEFORE-IMAGE
               IF TX-DESCRIPTION NOT = SPACES
                   MOVE TX-DESCRIPTION
                       TO IT-DESCRIPTION(INCIDENT-SLOT)
               END-IF
               IF TX-AMOUNT NOT = SPACES
                   MOVE WORK-AMOUNT
                       TO IT-REPAIR-ESTIMATE(INCIDENT-SLOT)
               END-IF
               IF TX-LIABILITY NOT = SPACES
                   MOVE WORK-LIABILITY
                       TO IT-CUSTOMER-LIABILITY(INCIDENT-SLOT)
               END-IF
               IF TX-INSURER NOT = SPACES
                   MOVE TX-INSURER TO IT-INSURER(INCIDENT-SLOT)
               END-IF
               IF TX-CLAIM-NUMBER NOT = SPACES
                   MOVE TX-CLAIM-NUMBER
                       TO IT-CLAIM-NUMBER(INCIDENT-SLOT)
               END-IF
               PERFORM BILL-CUSTOMER-LIABILITY
               PERFORM BUILD-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LINES
               ADD 1 TO TX-APPLIED-COUNT
           END-IF.
      * money received from the insurer against the claim; the
      * settled flag closes the claim off the aging report
       APPLY-RECOVERY.
           IF INCIDENT-SLOT = 0
               MOVE "N" TO TX-VALID
               MOVE "INCIDENT NOT ON FILE" TO REJECT-REASON-TEXT
           ELSE
               IF IT-CLAIM-NUMBER(INCIDENT-SLOT) = SPACES
                   MOVE "N" TO TX-VALID
                   MOVE "NO INSURER CLAIM ON INCIDENT"
                       TO REJECT-REASON-TEXT
               ELSE
                   PERFORM VALIDATE-TX-AMOUNTS
               END-IF
           END-IF.
           IF TX-VALID = "Y"
               IF WORK-AMOUNT = 0 AND TX-SETTLED NOT = "Y"
                   MOVE "N" TO TX-VALID
                   MOVE "RECOVERY AMOUNT MISSING"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TX-VALID = "Y"
               PERFORM BUILD-BEFORE-IMAGE
               ADD WORK-AMOUNT TO IT-RECOVERED(INCIDENT-SLOT)
               IF TX-SETTLED = "Y"
                   MOVE "Y" TO IT-CLAIM-SETTLED(INCIDENT-SLOT)
               END-IF
               PERFORM BUILD-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LINES
               ADD 1 TO TX-APPLIED-COUNT
           END-IF.
      * closing the repair records what the workshop was paid and
      * puts the unit back on the road once no other repair is
      * open against it
       APPLY-CLOSE.
           IF INCIDENT-SLOT = 0
               MOVE "N" TO TX-VALID
               MOVE "INCIDENT NOT ON FILE" TO REJECT-REASON-TEXT
           ELSE
               IF IT-REPAIR-CLOSED(INCIDENT-SLOT)
                   MOVE "N" TO TX-VALID
                   MOVE "REPAIR ALREADY CLOSED" TO REJECT-REASON-TEXT
               ELSE
                   PERFORM VALIDATE-TX-DATE
               END-IF
           END-IF.
           IF TX-VALID = "Y"
               PERFORM VALIDATE-TX-AMOUNTS
           END-IF.
           IF TX-VALID = "Y"
               IF WORK-DATE < IT-INCIDENT-DATE(INCIDENT-SLOT)
                   MOVE "N" TO TX-VALID
                   MOVE "CLOSED BEFORE INCIDENT DATE"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TX-VALID = "Y"
               PERFORM BUILD-BEFORE-IMAGE
               MOVE WORK-AMOUNT TO IT-REPAIR-COST(INCIDENT-SLOT)
               MOVE WORK-DATE TO IT-CLOSED-DATE(INCIDENT-SLOT)
               MOVE "C" TO IT-STATUS(INCIDENT-SLOT)
               MOVE 0 TO OPEN-ON-UNIT
               PERFORM VARYING INCIDENT-IDX FROM 1 BY 1
                       UNTIL INCIDENT-IDX > INCIDENT-COUNT
                   IF IT-UNIT-NUMBER(INCIDENT-IDX) = WORK-UNIT-NUMBER
                           AND IT-REPAIR-OPEN(INCIDENT-IDX)
                       ADD 1 TO OPEN-ON-UNIT
                   END-IF
               END-PERFORM
               IF OPEN-ON-UNIT = 0
                   PERFORM FIND-FLEET-SLOT
                   IF FLEET-SLOT > 0
                       IF FLT-STATUS(FLEET-SLOT) = "D"
                           MOVE IT-PRIOR-UNIT-STATUS(INCIDENT-SLOT)
                               TO FLT-STATUS(FLEET-SLOT)
                           MOVE "Y" TO FLEET-CHANGED
                       END-IF
                   END-IF
               END-IF
               PERFORM BUILD-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LINES
               ADD 1 TO TX-APPLIED-COUNT
           END-IF.
       BUILD-BEFORE-IMAGE.
           MOVE IT-REPAIR-ESTIMATE(INCIDENT-SLOT) TO AMOUNT-IMAGE-1.
           MOVE IT-CUSTOMER-LIABILITY(INCIDENT-SLOT)
               TO AMOUNT-IMAGE-2.
           MOVE IT-RECOVERED(INCIDENT-SLOT) TO AMOUNT-IMAGE-3.
           MOVE SPACES TO BEFORE-IMAGE.
           STRING IT-STATUS(INCIDENT-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-IMAGE-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-IMAGE-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IT-INSURER(INCIDENT-SLOT) DELIMITED BY SIZE
               IT-CLAIM-NUMBER(INCIDENT-SLOT) DELIMITED BY SIZE
               IT-CLAIM-SETTLED(INCIDENT-SLOT) DELIMITED BY SIZE
               AMOUNT-IMAGE-3 DELIMITED BY SIZE
               INTO BEFORE-IMAGE.
       BUILD-AFTER-IMAGE.
           MOVE IT-REPAIR-ESTIMATE(INCIDENT-SLOT) TO AMOUNT-IMAGE-1.
           IF IT-REPAIR-CLOSED(INCIDENT-SLOT)
               MOVE IT-REPAIR-COST(INCIDENT-SLOT) TO AMOUNT-IMAGE-1
           END-IF.
           MOVE IT-CUSTOMER-LIABILITY(INCIDENT-SLOT)
               TO AMOUNT-IMAGE-2.
           MOVE IT-RECOVERED(INCIDENT-SLOT) TO AMOUNT-IMAGE-3.
           MOVE SPACES TO AFTER-IMAGE.
           STRING IT-STATUS(INCIDENT-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-IMAGE-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-IMAGE-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IT-INSURER(INCIDENT-SLOT) DELIMITED BY SIZE
               IT-CLAIM-NUMBER(INCIDENT-SLOT) DELIMITED BY SIZE
               IT-CLAIM-SETTLED(INCIDENT-SLOT) DELIMITED BY SIZE
               AMOUNT-IMAGE-3 DELIMITED BY SIZE
               INTO AFTER-IMAGE.
       WRITE-CHANGE-LINES.
           MOVE SPACES TO REPORT-LINE.
           STRING TX-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-UNIT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-CONTRACT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TX-OPERATOR DELIMITED BY SIZE
               " BEFORE: " DELIMITED BY SIZE
               BEFORE-IMAGE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "                             AFTER:  "
                   DELIMITED BY SIZE
               AFTER-IMAGE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJECTED " DELIMITED BY SIZE
               TX-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TX-UNIT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TX-CONTRACT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TX-OPERATOR DELIMITED BY SIZE
               " REASON: " DELIMITED BY SIZE
               REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAMAGE INCIDENT MAINTENANCE - RUN DATE "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - STATUS / REPAIR / LIABILITY / INSURER / CLAIM /"
                   DELIMITED BY SIZE
               " SETTLED / RECOVERED" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
               TX-READ-COUNT DELIMITED BY SIZE
               "  APPLIED: " DELIMITED BY SIZE
               TX-APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               TX-REJECT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      * the master goes back in unit and contract order
       REWRITE-INCIDENT-MASTER.
           PERFORM SORT-INCIDENT-TABLE.
           MOVE "INCIDENT-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT INCIDENT-MASTER.
           IF INCIDENT-MASTER-STATUS = "00"
               PERFORM WRITE-INCIDENT-ENTRY
                   VARYING INCIDENT-IDX FROM 1 BY 1
                   UNTIL INCIDENT-IDX > INCIDENT-COUNT
               CLOSE INCIDENT-MASTER
           ELSE
               DISPLAY "DMGCLAIM: UNABLE TO REWRITE INCIDENT-MST.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
       SORT-INCIDENT-TABLE.
           MOVE "Y" TO INCIDENT-SORT-SWAPPED.
           PERFORM UNTIL INCIDENT-SORT-SWAPPED = "N"
               MOVE "N" TO INCIDENT-SORT-SWAPPED
               PERFORM VARYING INCIDENT-IDX FROM 1 BY 1
                       UNTIL INCIDENT-IDX >= INCIDENT-COUNT
                   IF IT-UNIT-NUMBER(INCIDENT-IDX) IS GREATER THAN
                           IT-UNIT-NUMBER(INCIDENT-IDX + 1)
                       OR (IT-UNIT-NUMBER(INCIDENT-IDX) =
                           IT-UNIT-NUMBER(INCIDENT-IDX + 1)
                       AND IT-CONTRACT-NUMBER(INCIDENT-IDX)
                           IS GREATER THAN
                           IT-CONTRACT-NUMBER(INCIDENT-IDX + 1))
                       MOVE INCIDENT-TABLE(INCIDENT-IDX)
                           TO INCIDENT-SWAP-AREA
                       MOVE INCIDENT-TABLE(INCIDENT-IDX + 1)
                           TO INCIDENT-TABLE(INCIDENT-IDX)
                       MOVE INCIDENT-SWAP-AREA
                           TO INCIDENT-TABLE(INCIDENT-IDX + 1)
                       MOVE "Y" TO INCIDENT-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
       WRITE-INCIDENT-ENTRY.
           MOVE IT-UNIT-NUMBER(INCIDENT-IDX) TO IM-UNIT-NUMBER.
           MOVE IT-CONTRACT-NUMBER(INCIDENT-IDX)
               TO IM-CONTRACT-NUMBER.
           MOVE IT-INCIDENT-DATE(INCIDENT-IDX) TO IM-INCIDENT-DATE.
           MOVE IT-CUSTOMER-NUMBER(INCIDENT-IDX)
               TO IM-CUSTOMER-NUMBER.
           MOVE IT-BRANCH(INCIDENT-IDX) TO IM-BRANCH.
           MOVE IT-DESCRIPTION(INCIDENT-IDX) TO IM-DESCRIPTION.
           MOVE IT-REPAIR-ESTIMATE(INCIDENT-IDX)
               TO IM-REPAIR-ESTIMATE.
           MOVE IT-CUSTOMER-LIABILITY(INCIDENT-IDX)
               TO IM-CUSTOMER-LIABILITY.
           MOVE IT-LIABILITY-BILLED(INCIDENT-IDX)
               TO IM-LIABILITY-BILLED.
           MOVE IT-INSURER(INCIDENT-IDX) TO IM-INSURER.
           MOVE IT-CLAIM-NUMBER(INCIDENT-IDX) TO IM-CLAIM-NUMBER.
           MOVE IT-CLAIM-SETTLED(INCIDENT-IDX) TO IM-CLAIM-SETTLED.
           MOVE IT-RECOVERED(INCIDENT-IDX) TO IM-RECOVERED.
           MOVE IT-STATUS(INCIDENT-IDX) TO IM-STATUS.
           MOVE IT-PRIOR-UNIT-STATUS(INCIDENT-IDX)
               TO IM-PRIOR-UNIT-STATUS.
           MOVE IT-REPAIR-COST(INCIDENT-IDX) TO IM-REPAIR-COST.
           MOVE IT-CLOSED-DATE(INCIDENT-IDX) TO IM-CLOSED-DATE.
           WRITE INCIDENT-MASTER-REC.
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
               DISPLAY "DMGCLAIM: UNABLE TO REWRITE FLEETMAST-IN.txt"
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
           MOVE FLT-LAST-SERVICE-KM(FLEET-IDX)
               TO FM-LAST-SERVICE-KM.
           MOVE FLT-ASSET-DATA(FLEET-IDX) TO FM-ASSET-DATA.
           MOVE FLT-REVENUE-TO-DATE(FLEET-IDX) TO FM-REVENUE-TO-DATE.
           WRITE FLEET-MASTER-REC.
      * an insurer claim stays on the aging until it is settled;
      * the amount owed is the repair (actual once closed, else the
      * estimate) less the customer's share and what has come in
       WRITE-CLAIMS-AGING.
           MOVE 0 TO AGING-COUNT.
           PERFORM VARYING INCIDENT-IDX FROM 1 BY 1
                   UNTIL INCIDENT-IDX > INCIDENT-COUNT
               IF IT-CLAIM-NUMBER(INCIDENT-IDX) NOT = SPACES
                       AND IT-CLAIM-SETTLED(INCIDENT-IDX) NOT = "Y"
                   PERFORM ADD-AGING-ENTRY
               END-IF
           END-PERFORM.
           PERFORM SORT-AGING-TABLE.
           OPEN OUTPUT AGING-REPORT.
           MOVE SPACES TO AGING-LINE.
           STRING "INSURANCE CLAIMS AGING BY INSURER - RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           STRING "INSURER    CLAIM        UNIT  CONTRACT INCIDENT "
                   DELIMITED BY SIZE
               "  AGE        0-30       31-60       61-90"
                   DELIMITED BY SIZE
               "        91+" DELIMITED BY SIZE
               INTO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-BREAK-INSURER.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 4
               MOVE 0 TO INSURER-BUCKET(BUCKET-IDX)
               MOVE 0 TO GRAND-BUCKET(BUCKET-IDX)
           END-PERFORM.
           PERFORM WRITE-ONE-AGING-LINE
               VARYING AGING-IDX FROM 1 BY 1
               UNTIL AGING-IDX > AGING-COUNT.
           IF AGING-COUNT IS GREATER THAN 0
               PERFORM WRITE-INSURER-TOTAL
           END-IF.
           MOVE GRAND-BUCKET(1) TO AMOUNT-ED-1.
           MOVE GRAND-BUCKET(2) TO AMOUNT-ED-2.
           MOVE GRAND-BUCKET(3) TO AMOUNT-ED-3.
           MOVE GRAND-BUCKET(4) TO AMOUNT-ED-4.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE SPACES TO AGING-LINE.
           STRING "TOTAL OPEN CLAIMS: " DELIMITED BY SIZE
               AGING-COUNT DELIMITED BY SIZE
               "                              " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-4 DELIMITED BY SIZE
               INTO AGING-LINE.
           WRITE AGING-LINE.
           CLOSE AGING-REPORT.
       ADD-AGING-ENTRY.
           ADD 1 TO AGING-COUNT.
           MOVE IT-INSURER(INCIDENT-IDX) TO AG-INSURER(AGING-COUNT).
           MOVE IT-INCIDENT-DATE(INCIDENT-IDX)
               TO AG-INCIDENT-DATE(AGING-COUNT).
           MOVE IT-CLAIM-NUMBER(INCIDENT-IDX)
               TO AG-CLAIM-NUMBER(AGING-COUNT).
           MOVE IT-UNIT-NUMBER(INCIDENT-IDX)
               TO AG-UNIT-NUMBER(AGING-COUNT).
           MOVE IT-CONTRACT-NUMBER(INCIDENT-IDX)
               TO AG-CONTRACT-NUMBER(AGING-COUNT).
           MOVE 0 TO AG-AGE-DAYS(AGING-COUNT).
           COMPUTE DATE-CHECK-RESULT = FUNCTION
               TEST-DATE-YYYYMMDD(IT-INCIDENT-DATE(INCIDENT-IDX)).
           IF DATE-CHECK-RESULT = 0
               COMPUTE DATE-INT-INCIDENT = FUNCTION
                   INTEGER-OF-DATE(IT-INCIDENT-DATE(INCIDENT-IDX))
               IF DATE-INT-RUN > DATE-INT-INCIDENT
                   COMPUTE AG-AGE-DAYS(AGING-COUNT) =
                       DATE-INT-RUN - DATE-INT-INCIDENT
               END-IF
           END-IF.
           IF IT-REPAIR-CLOSED(INCIDENT-IDX)
               COMPUTE CLAIM-AMOUNT = IT-REPAIR-COST(INCIDENT-IDX)
                   - IT-CUSTOMER-LIABILITY(INCIDENT-IDX)
                   - IT-RECOVERED(INCIDENT-IDX)
           ELSE
               COMPUTE CLAIM-AMOUNT =
                   IT-REPAIR-ESTIMATE(INCIDENT-IDX)
                   - IT-CUSTOMER-LIABILITY(INCIDENT-IDX)
                   - IT-RECOVERED(INCIDENT-IDX)
           END-IF.
           IF CLAIM-AMOUNT < 0
               MOVE 0 TO CLAIM-AMOUNT
           END-IF.
           MOVE CLAIM-AMOUNT TO AG-OUTSTANDING(AGING-COUNT).
       SORT-AGING-TABLE.
           MOVE "Y" TO AGING-SORT-SWAPPED.
           PERFORM UNTIL AGING-SORT-SWAPPED = "N"
               MOVE "N" TO AGING-SORT-SWAPPED
               PERFORM VARYING AGING-IDX FROM 1 BY 1
                       UNTIL AGING-IDX >= AGING-COUNT
                   IF AG-INSURER(AGING-IDX) IS GREATER THAN
                           AG-INSURER(AGING-IDX + 1)
                       OR (AG-INSURER(AGING-IDX) =
                           AG-INSURER(AGING-IDX + 1)
                       AND AG-INCIDENT-DATE(AGING-IDX)
                           IS GREATER THAN
                           AG-INCIDENT-DATE(AGING-IDX + 1))
                       MOVE AGING-TABLE(AGING-IDX) TO AGING-SWAP-AREA
                       MOVE AGING-TABLE(AGING-IDX + 1)
                           TO AGING-TABLE(AGING-IDX)
                       MOVE AGING-SWAP-AREA
                           TO AGING-TABLE(AGING-IDX + 1)
                       MOVE "Y" TO AGING-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
       WRITE-ONE-AGING-LINE.
           IF AG-INSURER(AGING-IDX) NOT = AGING-BREAK-INSURER
               IF AGING-IDX IS GREATER THAN 1
                   PERFORM WRITE-INSURER-TOTAL
               END-IF
               MOVE AG-INSURER(AGING-IDX) TO AGING-BREAK-INSURER
           END-IF.
           EVALUATE TRUE
               WHEN AG-AGE-DAYS(AGING-IDX) <= 30
                   MOVE 1 TO BUCKET-IDX
               WHEN AG-AGE-DAYS(AGING-IDX) <= 60
                   MOVE 2 TO BUCKET-IDX
               WHEN AG-AGE-DAYS(AGING-IDX) <= 90
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE.
           ADD AG-OUTSTANDING(AGING-IDX) TO INSURER-BUCKET(BUCKET-IDX).
           ADD AG-OUTSTANDING(AGING-IDX) TO GRAND-BUCKET(BUCKET-IDX).
           MOVE 0 TO AMOUNT-ED-1.
           MOVE 0 TO AMOUNT-ED-2.
           MOVE 0 TO AMOUNT-ED-3.
           MOVE 0 TO AMOUNT-ED-4.
           EVALUATE BUCKET-IDX
               WHEN 1
                   MOVE AG-OUTSTANDING(AGING-IDX) TO AMOUNT-ED-1
               WHEN 2
                   MOVE AG-OUTSTANDING(AGING-IDX) TO AMOUNT-ED-2
               WHEN 3
                   MOVE AG-OUTSTANDING(AGING-IDX) TO AMOUNT-ED-3
               WHEN OTHER
                   MOVE AG-OUTSTANDING(AGING-IDX) TO AMOUNT-ED-4
           END-EVALUATE.
           MOVE AG-AGE-DAYS(AGING-IDX) TO AGE-ED.
           MOVE SPACES TO AGING-LINE.
           STRING AG-INSURER(AGING-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AG-CLAIM-NUMBER(AGING-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AG-UNIT-NUMBER(AGING-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AG-CONTRACT-NUMBER(AGING-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AG-INCIDENT-DATE(AGING-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AGE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-4 DELIMITED BY SIZE
               INTO AGING-LINE.
           WRITE AGING-LINE.
       WRITE-INSURER-TOTAL.
           MOVE INSURER-BUCKET(1) TO AMOUNT-ED-1.
           MOVE INSURER-BUCKET(2) TO AMOUNT-ED-2.
           MOVE INSURER-BUCKET(3) TO AMOUNT-ED-3.
           MOVE INSURER-BUCKET(4) TO AMOUNT-ED-4.
           MOVE SPACES TO AGING-LINE.
           STRING "  INSURER TOTAL " DELIMITED BY SIZE
               AGING-BREAK-INSURER DELIMITED BY SIZE
               "                            " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-4 DELIMITED BY SIZE
               INTO AGING-LINE.
           WRITE AGING-LINE.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 4
               MOVE 0 TO INSURER-BUCKET(BUCKET-IDX)
           END-PERFORM.
      * per branch, what the workshops were paid on closed repairs
      * against what came back from customers and insurers; open
      * repairs show at their estimate for information only
       WRITE-REPAIR-COST-REPORT.
           MOVE 0 TO BRANCH-COST-COUNT.
           PERFORM ADD-BRANCH-COST
               VARYING INCIDENT-IDX FROM 1 BY 1
               UNTIL INCIDENT-IDX > INCIDENT-COUNT.
           OPEN OUTPUT COST-REPORT.
           MOVE SPACES TO COST-LINE.
           STRING "REPAIR COSTS RECOVERED VERSUS PAID BY BRANCH - "
                   DELIMITED BY SIZE
               "RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO COST-LINE.
           WRITE COST-LINE.
           MOVE SPACES TO COST-LINE.
           STRING "BRANCH INCIDENTS      OPEN   OPEN EST."
                   DELIMITED BY SIZE
               " REPAIR PAID   CUSTOMERS    INSURERS"
                   DELIMITED BY SIZE
               "     NET COST" DELIMITED BY SIZE
               INTO COST-LINE.
           WRITE COST-LINE.
           PERFORM WRITE-ONE-BRANCH-COST
               VARYING BRANCH-COST-IDX FROM 1 BY 1
               UNTIL BRANCH-COST-IDX > BRANCH-COST-COUNT.
           CLOSE COST-REPORT.
       ADD-BRANCH-COST.
           MOVE 0 TO BRANCH-COST-SLOT.
           PERFORM VARYING BRANCH-COST-IDX FROM 1 BY 1
                   UNTIL BRANCH-COST-IDX > BRANCH-COST-COUNT
                       OR BRANCH-COST-SLOT > 0
               IF BC-BRANCH(BRANCH-COST-IDX) =
                       IT-BRANCH(INCIDENT-IDX)
                   MOVE BRANCH-COST-IDX TO BRANCH-COST-SLOT
               END-IF
           END-PERFORM.
           IF BRANCH-COST-SLOT = 0
               IF BRANCH-COST-COUNT >= 50
                   DISPLAY "WARNING: MORE THAN 50 BRANCHES ON "
                       "INCIDENT-MST.txt - REPAIR COST REPORT "
                       "INCOMPLETE"
               ELSE
                   ADD 1 TO BRANCH-COST-COUNT
                   MOVE BRANCH-COST-COUNT TO BRANCH-COST-SLOT
                   MOVE IT-BRANCH(INCIDENT-IDX)
                       TO BC-BRANCH(BRANCH-COST-SLOT)
                   MOVE 0 TO BC-INCIDENTS(BRANCH-COST-SLOT)
                   MOVE 0 TO BC-OPEN-REPAIRS(BRANCH-COST-SLOT)
                   MOVE 0 TO BC-ESTIMATE-OPEN(BRANCH-COST-SLOT)
                   MOVE 0 TO BC-REPAIR-PAID(BRANCH-COST-SLOT)
                   MOVE 0 TO BC-CUSTOMER-RECOVERED(BRANCH-COST-SLOT)
                   MOVE 0 TO BC-INSURER-RECOVERED(BRANCH-COST-SLOT)
               END-IF
           END-IF.
           IF BRANCH-COST-SLOT > 0
               ADD 1 TO BC-INCIDENTS(BRANCH-COST-SLOT)
               IF IT-REPAIR-OPEN(INCIDENT-IDX)
                   ADD 1 TO BC-OPEN-REPAIRS(BRANCH-COST-SLOT)
                   ADD IT-REPAIR-ESTIMATE(INCIDENT-IDX)
                       TO BC-ESTIMATE-OPEN(BRANCH-COST-SLOT)
               ELSE
                   ADD IT-REPAIR-COST(INCIDENT-IDX)
                       TO BC-REPAIR-PAID(BRANCH-COST-SLOT)
               END-IF
               ADD IT-LIABILITY-BILLED(INCIDENT-IDX)
                   TO BC-CUSTOMER-RECOVERED(BRANCH-COST-SLOT)
               ADD IT-RECOVERED(INCIDENT-IDX)
                   TO BC-INSURER-RECOVERED(BRANCH-COST-SLOT)
           END-IF.
       WRITE-ONE-BRANCH-COST.
           COMPUTE NET-REPAIR-COST =
               BC-REPAIR-PAID(BRANCH-COST-IDX)
               - BC-CUSTOMER-RECOVERED(BRANCH-COST-IDX)
               - BC-INSURER-RECOVERED(BRANCH-COST-IDX).
           MOVE BC-ESTIMATE-OPEN(BRANCH-COST-IDX) TO AMOUNT-ED-1.
           MOVE BC-REPAIR-PAID(BRANCH-COST-IDX) TO AMOUNT-ED-2.
           MOVE BC-CUSTOMER-RECOVERED(BRANCH-COST-IDX)
               TO AMOUNT-ED-3.
           MOVE BC-INSURER-RECOVERED(BRANCH-COST-IDX)
               TO AMOUNT-ED-4.
           MOVE NET-REPAIR-COST TO SIGNED-ED.
           MOVE SPACES TO COST-LINE.
           STRING BC-BRANCH(BRANCH-COST-IDX) DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               BC-INCIDENTS(BRANCH-COST-IDX) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               BC-OPEN-REPAIRS(BRANCH-COST-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SIGNED-ED DELIMITED BY SIZE
               INTO COST-LINE.
           WRITE COST-LINE.
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           COMPUTE DATE-INT-RUN = FUNCTION INTEGER-OF-DATE(RUN-DATE).
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "DMGCLAIM" TO BKR-PROGRAM.
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
       END PROGRAM DMGCLAIM.
