           SELECT XBRANCH-FILE ASSIGN TO 'XBRANCH-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XBRANCH-STATUS.
           SELECT ONEWAY-FILE ASSIGN TO 'ONEWAY-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONEWAY-STATUS.
           SELECT INCIDENT-MASTER ASSIGN TO 'INCIDENT-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-MASTER-STATUS.
           SELECT REPAIRED-OUT ASSIGN TO 'RENTAREP-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-KEEP ASSIGN TO 'SUSPKEEP-OUT.txt'
           02 SUS-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 SUS-CONTRACT-NUMBER PIC X(8).
           02 FILLER PIC X(1).
           02 SUS-PICKUP-DATE PIC X(8).
           02 SUS-PICKUP-BRANCH PIC X(4).
           02 SUS-RETURN-BRANCH PIC X(4).
       FD CORRECTION-FILE.
       01 CORRECTION-REC.
           02 COR-CLIENT-NAME PIC A(20).
           02 COR-CUSTOMER-NUMBER PIC 9(6).
           02 COR-UNIT-NUMBER PIC 9(5).
           02 COR-CONTRACT-NUMBER PIC X(8).
           02 COR-PICKUP-DATE PIC X(8).
           02 COR-PICKUP-BRANCH PIC X(4).
           02 COR-RETURN-BRANCH PIC X(4).
       FD RATE-MASTER.
       01 RATE-MASTER-REC.
           02 RM-CAR-TYPE PIC 9(1).
           02 CM-BRANCH PIC X(4).
           02 CM-CREDIT-STATUS PIC X(1).
           02 CM-CREDIT-LIMIT PIC 9(7)V99.
           02 CM-PARENT-CUSTOMER PIC 9(6).
       FD FLEET-MASTER.
       01 FLEET-MASTER-REC.
           02 FM-UNIT-NUMBER PIC 9(5).
           02 FM-ODOMETER PIC 9(7).
           02 FM-LAST-SERVICE-DATE PIC 9(8).
           02 FM-LAST-SERVICE-KM PIC 9(7).
           02 FILLER PIC X(52).
       FD RENTAL-HISTORY.
       01 RENTAL-HISTORY-REC.
           02 RH-CLIENT-NAME PIC A(20).
           02 RH-BILLED-DATE PIC 9(8).
           02 RH-NUM-DAYS PIC 9(3).
           02 RH-CONTRACT-NUMBER PIC 9(8).
           02 FILLER PIC X(32).
       FD PARAM-FILE.
       01 PARAM-REC.
           02 PARAM-FREE-KM-THRESHOLD PIC 9(3).
       01 XBRANCH-REC.
           02 XB-CUSTOMER-NUMBER PIC 9(6).
           02 XB-BRANCH PIC X(4).
       FD ONEWAY-FILE.
       01 ONEWAY-REC.
           02 OW-PICKUP-BRANCH PIC X(4).
           02 OW-RETURN-BRANCH PIC X(4).
           02 OW-DROP-FEE PIC 9(5)V99.
       FD INCIDENT-MASTER.
       01 INCIDENT-MASTER-REC.
           02 IM-UNIT-NUMBER PIC 9(5).
           02 IM-CONTRACT-NUMBER PIC 9(8).
           02 FILLER PIC X(103).
           02 IM-STATUS PIC X(1).
           02 FILLER PIC X(18).
       FD REPAIR-PARAM-FILE.
       01 REPAIR-PARAM-REC.
           02 REPAIR-AGE-LIMIT-DAYS PIC 9(3).
           02 KEEP-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KEEP-CONTRACT-NUMBER PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KEEP-PICKUP-DATE PIC 9(8).
           02 KEEP-PICKUP-BRANCH PIC X(4).
           02 KEEP-RETURN-BRANCH PIC X(4).
       FD REPAIR-REPORT.
       01 REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
           02 CT-CUSTOMER-NUMBER PIC 9(6).
           02 CT-UNIT-NUMBER PIC 9(5).
           02 CT-CONTRACT-NUMBER PIC 9(8).
           02 CT-PICKUP-DATE PIC 9(8).
           02 CT-PICKUP-BRANCH PIC X(4).
           02 CT-RETURN-BRANCH PIC X(4).
       77  CORRECTION-COUNT PIC 9(3) VALUE 0.
       77  CORRECTION-IDX PIC 9(3) VALUE 0.
       77  CORRECTION-FOUND PIC A(1) VALUE "N".
           02 CUST-NUMBER PIC 9(6).
           02 CUST-BRANCH PIC X(4).
           02 CUST-CREDIT-STATUS PIC X(1).
           02 CUST-PARENT PIC 9(6).
       77  CUSTOMER-COUNT PIC 9(5) VALUE 0.
       77  CUSTOMER-IDX PIC 9(5) VALUE 0.
       77  CUSTOMER-SLOT PIC 9(5) VALUE 0.
       77  CUSTOMER-FOUND PIC A(1) VALUE "N".
       77  PARENT-IDX PIC 9(5) VALUE 0.
       77  CUSTOMER-MASTER-EOF PIC A(3) VALUE SPACES.
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       77  WORK-CUSTOMER-NUMBER PIC 9(6) VALUE 0.
       77  XBRANCH-AUTH PIC A(1) VALUE "N".
       77  XBRANCH-STATUS PIC X(2) VALUE "00".
       77  XBRANCH-EOF PIC A(3) VALUE SPACES.
       01  ONEWAY-TABLE OCCURS 200 TIMES.
           02 OWT-PICKUP-BRANCH PIC X(4).
           02 OWT-RETURN-BRANCH PIC X(4).
           02 OWT-DROP-FEE PIC 9(5)V99.
       77  ONEWAY-COUNT PIC 9(3) VALUE 0.
       77  ONEWAY-IDX PIC 9(3) VALUE 0.
       77  ONEWAY-STATUS PIC X(2) VALUE "00".
       77  ONEWAY-EOF PIC A(3) VALUE SPACES.
       01  DAMAGE-TABLE OCCURS 500 TIMES.
           02 DMG-UNIT-NUMBER PIC 9(5).
           02 DMG-CONTRACT-NUMBER PIC 9(8).
       77  DAMAGE-COUNT PIC 9(3) VALUE 0.
       77  DAMAGE-IDX PIC 9(3) VALUE 0.
       77  DAMAGE-RETURN PIC A(1) VALUE "N".
       77  INCIDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  INCIDENT-MASTER-EOF PIC A(3) VALUE SPACES.
       77  DROP-FEE PIC 9(5)V99 VALUE 0.
       77  DROP-FEE-FOUND PIC A(1) VALUE "N".
       77  FLEET-COUNT PIC 9(5) VALUE 0.
       77  FLEET-IDX PIC 9(5) VALUE 0.
       77  FLEET-SLOT PIC 9(5) VALUE 0.
       77  WORK-CONTRACTED-DATE PIC 9(8) VALUE 0.
       77  WORK-ACTUAL-DATE PIC 9(8) VALUE 0.
       77  WORK-CONTRACT-NUMBER PIC 9(8) VALUE 0.
       77  WORK-PICKUP-DATE PIC 9(8) VALUE 0.
       77  WORK-PICKUP-BRANCH PIC X(4) VALUE SPACES.
       77  WORK-RETURN-BRANCH PIC X(4) VALUE SPACES.
       77  RENTAL-BRANCH PIC X(4) VALUE SPACES.
       77  RETURN-BRANCH PIC X(4) VALUE SPACES.
       77  DATE-INT-PICKUP PIC 9(8) VALUE 0.
       77  CONTRACT-DAYS PIC S9(5) VALUE 0.
       77  BILLABLE-KILOMETERS PIC 9(5) VALUE 0.
       77  VALID-RECORD PIC A(1) VALUE "Y".
       77  FAIL-REASON-TEXT PIC X(25) VALUE SPACES.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-FLEET-TABLE.
           PERFORM LOAD-XBRANCH-TABLE.
           PERFORM LOAD-ONEWAY-TABLE.
           PERFORM LOAD-DAMAGE-TABLE.
           PERFORM LOAD-HISTORY-TABLE.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-REPAIR-PARAMETERS.
           MOVE SUS-NUM-DAYS TO WORK-NUM-DAYS.
           MOVE SUS-CONTRACTED-DATE TO WORK-CONTRACTED-DATE.
           MOVE SUS-ACTUAL-DATE TO WORK-ACTUAL-DATE.
           IF SUS-PICKUP-DATE IS NUMERIC
               MOVE SUS-PICKUP-DATE TO WORK-PICKUP-DATE
           ELSE
               MOVE 0 TO WORK-PICKUP-DATE
           END-IF.
           MOVE SUS-PICKUP-BRANCH TO WORK-PICKUP-BRANCH.
           MOVE SUS-RETURN-BRANCH TO WORK-RETURN-BRANCH.
           IF SUS-REASON = "UNMATCHED ANCILLARY"
               PERFORM KEEP-ANCILLARY-ITEM
           ELSE
                       MOVE CT-UNIT-NUMBER(CORRECTION-IDX)
                           TO WORK-UNIT-NUMBER
                   END-IF
                   IF CT-PICKUP-DATE(CORRECTION-IDX)
                           IS GREATER THAN 0
                       MOVE CT-PICKUP-DATE(CORRECTION-IDX)
                           TO WORK-PICKUP-DATE
                   END-IF
                   IF CT-PICKUP-BRANCH(CORRECTION-IDX) NOT = SPACES
                       MOVE CT-PICKUP-BRANCH(CORRECTION-IDX)
                           TO WORK-PICKUP-BRANCH
                   END-IF
                   IF CT-RETURN-BRANCH(CORRECTION-IDX) NOT = SPACES
                       MOVE CT-RETURN-BRANCH(CORRECTION-IDX)
                           TO WORK-RETURN-BRANCH
                   END-IF
               END-IF
           END-PERFORM.
       VALIDATE-WORK-RECORD.
                   END-IF
               END-IF
           END-IF.
           IF VALID-RECORD = "Y"
               PERFORM VALIDATE-PICKUP-DATE
           END-IF.
           IF VALID-RECORD = "Y"
               PERFORM VALIDATE-RETURN-BRANCH
           END-IF.
           IF VALID-RECORD = "Y"
               PERFORM SELECT-RATE-VERSION
           END-IF.
                   END-IF
               END-IF
           END-IF.
           IF VALID-RECORD = "Y"
                   AND DROP-FEE IS GREATER THAN 0
               ADD DROP-FEE TO PAYMENT-NUM
                   ON SIZE ERROR
                       MOVE "N" TO VALID-RECORD
                       MOVE "PAYMENT OVERFLOW" TO FAIL-REASON-TEXT
               END-ADD
           END-IF.
           IF VALID-RECORD = "Y"
               COMPUTE VAT-AMOUNT ROUNDED =
                   PAYMENT-NUM * VAT-RATE / 100
               MOVE "N" TO VALID-RECORD
               MOVE "UNKNOWN CUSTOMER" TO FAIL-REASON-TEXT
           END-IF.
      * a driver on a corporate account is held while the parent
      * account is blocked, as the billing run does
           IF CUSTOMER-SLOT IS GREATER THAN 0
                   AND CUST-CREDIT-STATUS(CUSTOMER-SLOT) NOT = "B"
                   AND CUST-PARENT(CUSTOMER-SLOT) IS GREATER THAN 0
               PERFORM VARYING PARENT-IDX FROM 1 BY 1
                       UNTIL PARENT-IDX > CUSTOMER-COUNT
                   IF CUST-NUMBER(PARENT-IDX) =
                           CUST-PARENT(CUSTOMER-SLOT)
                           AND PARENT-IDX NOT = CUSTOMER-SLOT
                           AND CUST-CREDIT-STATUS(PARENT-IDX) = "B"
                       MOVE "N" TO VALID-RECORD
                       MOVE "CORPORATE ACCOUNT BLOCKED"
                           TO FAIL-REASON-TEXT
                   END-IF
               END-PERFORM
           END-IF.
       VALIDATE-UNIT.
           MOVE 0 TO FLEET-SLOT.
           PERFORM VARYING FLEET-IDX FROM 1 BY 1
               MOVE "N" TO VALID-RECORD
               MOVE "UNKNOWN UNIT" TO FAIL-REASON-TEXT
           ELSE
               MOVE "N" TO DAMAGE-RETURN
               IF FLT-STATUS(FLEET-SLOT) = "D"
                   PERFORM FIND-DAMAGE-CONTRACT
               END-IF
               IF FLT-STATUS(FLEET-SLOT) = "S"
                   MOVE "N" TO VALID-RECORD
                   MOVE "UNIT IN SERVICE" TO FAIL-REASON-TEXT
               ELSE
               IF FLT-STATUS(FLEET-SLOT) = "D" AND DAMAGE-RETURN = "N"
                   MOVE "N" TO VALID-RECORD
                   MOVE "UNIT OUT OF SERVICE" TO FAIL-REASON-TEXT
               ELSE
               IF FLT-STATUS(FLEET-SLOT) NOT = "A"
                       AND DAMAGE-RETURN = "N"
                   MOVE "N" TO VALID-RECORD
                   MOVE "UNIT RETIRED" TO FAIL-REASON-TEXT
               ELSE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
      * same cross-branch rule the billing run applies, so a
      * repaired record does not bounce straight back to suspense
       VALIDATE-RENTAL-BRANCH.
           IF WORK-PICKUP-BRANCH = SPACES OR LOW-VALUES
               MOVE FLT-BRANCH(FLEET-SLOT) TO RENTAL-BRANCH
           ELSE
               MOVE WORK-PICKUP-BRANCH TO RENTAL-BRANCH
           END-IF.
           IF CUSTOMER-SLOT IS GREATER THAN 0
                   AND CUST-BRANCH(CUSTOMER-SLOT) NOT = RENTAL-BRANCH
               PERFORM CHECK-CROSS-BRANCH-AUTH
               IF XBRANCH-AUTH = "N"
                   MOVE "N" TO VALID-RECORD
                       OR XBRANCH-AUTH = "Y"
               IF XBT-CUSTOMER-NUMBER(XBRANCH-IDX) =
                       WORK-CUSTOMER-NUMBER
                       AND XBT-BRANCH(XBRANCH-IDX) = RENTAL-BRANCH
                   MOVE "Y" TO XBRANCH-AUTH
               END-IF
           END-PERFORM.
               END-IF
               CLOSE XBRANCH-FILE
           END-IF.
      * same pickup date and NUM_DAYS rule the billing run applies
       VALIDATE-PICKUP-DATE.
           IF WORK-PICKUP-DATE IS GREATER THAN 0
               COMPUTE DATE-CHECK-RESULT = FUNCTION
                   TEST-DATE-YYYYMMDD(WORK-PICKUP-DATE)
               IF DATE-CHECK-RESULT NOT = 0
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID PICKUP DATE" TO FAIL-REASON-TEXT
               END-IF
           END-IF.
           IF VALID-RECORD = "Y"
                   AND WORK-PICKUP-DATE IS GREATER THAN 0
                   AND WORK-ACTUAL-DATE IS GREATER THAN 0
                   AND WORK-ACTUAL-DATE < WORK-PICKUP-DATE
               MOVE "N" TO VALID-RECORD
               MOVE "INVALID PICKUP DATE" TO FAIL-REASON-TEXT
           END-IF.
           IF VALID-RECORD = "Y"
                   AND WORK-PICKUP-DATE IS GREATER THAN 0
                   AND WORK-CONTRACTED-DATE IS GREATER THAN 0
               COMPUTE DATE-INT-PICKUP =
                   FUNCTION INTEGER-OF-DATE(WORK-PICKUP-DATE)
               COMPUTE CONTRACT-DAYS = FUNCTION
                   INTEGER-OF-DATE(WORK-CONTRACTED-DATE)
                   - DATE-INT-PICKUP
               IF CONTRACT-DAYS IS LESS THAN 0
                   MOVE "N" TO VALID-RECORD
                   MOVE "INVALID PICKUP DATE" TO FAIL-REASON-TEXT
               ELSE
                   IF CONTRACT-DAYS = 0
                       MOVE 1 TO CONTRACT-DAYS
                   END-IF
                   IF CONTRACT-DAYS NOT = WORK-NUM-DAYS
                       MOVE "N" TO VALID-RECORD
                       MOVE "NUM_DAYS/DATES MISMATCH"
                           TO FAIL-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
      * same one-way rule the billing run applies: a branch pair
      * with no drop fee on file cannot be billed
       VALIDATE-RETURN-BRANCH.
           MOVE 0 TO DROP-FEE.
           IF WORK-RETURN-BRANCH = SPACES OR LOW-VALUES
               MOVE RENTAL-BRANCH TO RETURN-BRANCH
           ELSE
               MOVE WORK-RETURN-BRANCH TO RETURN-BRANCH
           END-IF.
           IF RETURN-BRANCH NOT = RENTAL-BRANCH
               MOVE "N" TO DROP-FEE-FOUND
               PERFORM VARYING ONEWAY-IDX FROM 1 BY 1
                       UNTIL ONEWAY-IDX > ONEWAY-COUNT
                           OR DROP-FEE-FOUND = "Y"
                   IF (OWT-PICKUP-BRANCH(ONEWAY-IDX) = RENTAL-BRANCH
                           AND OWT-RETURN-BRANCH(ONEWAY-IDX) =
                               RETURN-BRANCH)
                       OR (OWT-PICKUP-BRANCH(ONEWAY-IDX) =
                               RETURN-BRANCH
                           AND OWT-RETURN-BRANCH(ONEWAY-IDX) =
                               RENTAL-BRANCH)
                       MOVE "Y" TO DROP-FEE-FOUND
                       MOVE OWT-DROP-FEE(ONEWAY-IDX) TO DROP-FEE
                   END-IF
               END-PERFORM
               IF DROP-FEE-FOUND = "N"
                   MOVE "N" TO VALID-RECORD
                   MOVE "NO ONE-WAY DROP FEE" TO FAIL-REASON-TEXT
               END-IF
           END-IF.
       LOAD-ONEWAY-TABLE.
           MOVE SPACES TO ONEWAY-EOF.
           OPEN INPUT ONEWAY-FILE.
           IF ONEWAY-STATUS = "00"
               READ ONEWAY-FILE
                   AT END MOVE "YYY" TO ONEWAY-EOF
               END-READ
               PERFORM UNTIL ONEWAY-EOF = "YYY"
                       OR ONEWAY-COUNT >= 200
                   IF OW-DROP-FEE IS NUMERIC
                       ADD 1 TO ONEWAY-COUNT
                       MOVE OW-PICKUP-BRANCH
                           TO OWT-PICKUP-BRANCH(ONEWAY-COUNT)
                       MOVE OW-RETURN-BRANCH
                           TO OWT-RETURN-BRANCH(ONEWAY-COUNT)
                       MOVE OW-DROP-FEE TO OWT-DROP-FEE(ONEWAY-COUNT)
                   END-IF
                   READ ONEWAY-FILE
                       AT END MOVE "YYY" TO ONEWAY-EOF
                   END-READ
               END-PERFORM
               IF ONEWAY-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 200 BRANCH PAIRS IN "
                       "ONEWAY-IN.txt - EXCESS ENTRIES IGNORED"
               END-IF
               CLOSE ONEWAY-FILE
           END-IF.
      * same damage rule as the billing run: a unit off the road
      * only takes back the rental that brought it in damaged
       LOAD-DAMAGE-TABLE.
           MOVE SPACES TO INCIDENT-MASTER-EOF.
           OPEN INPUT INCIDENT-MASTER.
           IF INCIDENT-MASTER-STATUS = "00"
               READ INCIDENT-MASTER
                   AT END MOVE "YYY" TO INCIDENT-MASTER-EOF
               END-READ
               PERFORM UNTIL INCIDENT-MASTER-EOF = "YYY"
                       OR DAMAGE-COUNT >= 500
                   IF IM-STATUS = "O"
                       ADD 1 TO DAMAGE-COUNT
                       MOVE IM-UNIT-NUMBER
                           TO DMG-UNIT-NUMBER(DAMAGE-COUNT)
                       MOVE IM-CONTRACT-NUMBER
                           TO DMG-CONTRACT-NUMBER(DAMAGE-COUNT)
                   END-IF
                   READ INCIDENT-MASTER
                       AT END MOVE "YYY" TO INCIDENT-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-MASTER
           END-IF.
       FIND-DAMAGE-CONTRACT.
           MOVE "N" TO DAMAGE-RETURN.
           PERFORM VARYING DAMAGE-IDX FROM 1 BY 1
                   UNTIL DAMAGE-IDX > DAMAGE-COUNT
                       OR DAMAGE-RETURN = "Y"
               IF DMG-UNIT-NUMBER(DAMAGE-IDX) = WORK-UNIT-NUMBER
                       AND DMG-CONTRACT-NUMBER(DAMAGE-IDX) =
                           WORK-CONTRACT-NUMBER
                   MOVE "Y" TO DAMAGE-RETURN
               END-IF
           END-PERFORM.
       CHECK-SUSPENSE-AGE.
           MOVE SPACES TO AGED-FLAG-TEXT.
           MOVE 0 TO SUSPENSE-AGE-DAYS.
           MOVE WORK-CUSTOMER-NUMBER TO CUSTOMER_NUMBER.
           MOVE WORK-UNIT-NUMBER TO UNIT_NUMBER.
           MOVE WORK-CONTRACT-NUMBER TO CONTRACT_NUMBER.
           MOVE WORK-PICKUP-DATE TO PICKUP_DATE.
           MOVE WORK-PICKUP-BRANCH TO PICKUP_BRANCH.
           MOVE WORK-RETURN-BRANCH TO RETURN_BRANCH.
           WRITE RENTAL-FILE.
       WRITE-KEEP-RECORD.
           MOVE SUS-CLIENT-NAME TO KEEP-CLIENT-NAME.
           MOVE FAIL-REASON-TEXT TO KEEP-REASON.
           MOVE SUS-DATE TO KEEP-DATE.
           MOVE WORK-CONTRACT-NUMBER TO KEEP-CONTRACT-NUMBER.
           MOVE WORK-PICKUP-DATE TO KEEP-PICKUP-DATE.
           MOVE WORK-PICKUP-BRANCH TO KEEP-PICKUP-BRANCH.
           MOVE WORK-RETURN-BRANCH TO KEEP-RETURN-BRANCH.
           WRITE SUSPENSE-KEEP-REC.
       WRITE-REPAIRED-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
                       MOVE 0
                           TO CT-CONTRACT-NUMBER(CORRECTION-COUNT)
                   END-IF
                   IF COR-PICKUP-DATE IS NUMERIC
                       MOVE COR-PICKUP-DATE
                           TO CT-PICKUP-DATE(CORRECTION-COUNT)
                   ELSE
                       MOVE 0 TO CT-PICKUP-DATE(CORRECTION-COUNT)
                   END-IF
                   MOVE COR-PICKUP-BRANCH
                       TO CT-PICKUP-BRANCH(CORRECTION-COUNT)
                   MOVE COR-RETURN-BRANCH
                       TO CT-RETURN-BRANCH(CORRECTION-COUNT)
                   READ CORRECTION-FILE
                       AT END MOVE "YYY" TO CORRECTION-EOF
                   END-READ
                   MOVE CM-BRANCH TO CUST-BRANCH(CUSTOMER-COUNT)
                   MOVE CM-CREDIT-STATUS
                       TO CUST-CREDIT-STATUS(CUSTOMER-COUNT)
                   IF CM-PARENT-CUSTOMER IS NUMERIC
                       MOVE CM-PARENT-CUSTOMER
                           TO CUST-PARENT(CUSTOMER-COUNT)
                   ELSE
                       MOVE 0 TO CUST-PARENT(CUSTOMER-COUNT)
                   END-IF
                   READ CUSTOMER-MASTER
                       AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
                   END-READ
