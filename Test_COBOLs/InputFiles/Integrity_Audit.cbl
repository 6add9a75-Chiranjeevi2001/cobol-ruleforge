       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT FLEET-MASTER ASSIGN TO 'FLEETMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-MASTER-STATUS.
           SELECT RATE-MASTER ASSIGN TO 'RATEMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-MASTER-STATUS.
           SELECT INVOICE-REGISTER ASSIGN TO 'INVREG-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT INVOICE-CONTRACTS ASSIGN TO 'INVCONTR-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-CONTRACTS-STATUS.
           SELECT RENTAL-HISTORY ASSIGN TO 'RENTHIST-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-HISTORY-STATUS.
           SELECT HISTORY-ARCHIVE ASSIGN TO 'RENTHARC-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-ARCHIVE-STATUS.
           SELECT COLLECT-MASTER ASSIGN TO 'COLLECT-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECT-MASTER-STATUS.
           SELECT ANCILLARY-FORWARD ASSIGN TO 'ANCFWD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANCFWD-STATUS.
           SELECT DEPOSIT-FORWARD ASSIGN TO 'DEPFWD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPFWD-STATUS.
           SELECT RESERVATION-MASTER ASSIGN TO 'RESV-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-MASTER-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO 'REFAUDIT-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           02 CM-CUSTOMER-NUMBER PIC 9(6).
           02 CM-CUSTOMER-NAME PIC A(20).
           02 CM-BRANCH PIC X(4).
           02 CM-CREDIT-STATUS PIC X(1).
           02 CM-CREDIT-LIMIT PIC 9(7)V99.
           02 CM-PARENT-CUSTOMER PIC 9(6).
       FD FLEET-MASTER.
       01 FLEET-MASTER-REC.
           02 FM-UNIT-NUMBER PIC 9(5).
           02 FM-PLATE PIC X(8).
           02 FM-CAR-TYPE PIC 9(1).
           02 FM-BRANCH PIC X(4).
           02 FM-STATUS PIC X(1).
           02 FILLER PIC X(130).
       FD RATE-MASTER.
       01 RATE-MASTER-REC.
           02 RM-CAR-TYPE PIC 9(1).
           02 FILLER PIC X(79).
       FD INVOICE-REGISTER.
       01 INVOICE-REGISTER-REC.
           02 IR-INVOICE-NUMBER PIC 9(8).
           02 IR-INVOICE-DATE PIC 9(8).
           02 IR-CUSTOMER-NUMBER PIC 9(6).
           02 FILLER PIC X(150).
       FD INVOICE-CONTRACTS.
       01 INVOICE-CONTRACT-REC.
           02 IC-INVOICE-NUMBER PIC 9(8).
           02 IC-INVOICE-DATE PIC 9(8).
           02 IC-CUSTOMER-NUMBER PIC 9(6).
           02 IC-CONTRACT-NUMBER PIC 9(8).
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
       FD HISTORY-ARCHIVE.
       01 HISTORY-ARCHIVE-REC.
           02 FILLER PIC X(53).
           02 RA-CONTRACT-NUMBER PIC 9(8).
           02 FILLER PIC X(40).
       FD COLLECT-MASTER.
       01 COLLECT-MASTER-REC.
           02 DM-CLIENT-NAME PIC A(20).
           02 DM-CONTRACT PIC 9(8).
           02 DM-LEVEL PIC 9(1).
           02 DM-LAST-LETTER-DATE PIC 9(8).
           02 DM-STATUS PIC X(1).
       FD ANCILLARY-FORWARD.
       01 ANCILLARY-FORWARD-REC.
           02 AF-CUSTOMER-NUMBER PIC 9(6).
           02 AF-UNIT-NUMBER PIC 9(5).
           02 AF-CHARGE-CODE PIC X(4).
           02 AF-DESCRIPTION PIC X(20).
           02 AF-AMOUNT PIC 9(5)V99.
           02 AF-FIRST-DATE PIC 9(8).
       FD DEPOSIT-FORWARD.
       01 DEPOSIT-FORWARD-REC.
           02 DF-CUSTOMER-NUMBER PIC 9(6).
           02 DF-UNIT-NUMBER PIC 9(5).
           02 DF-AMOUNT PIC 9(5)V99.
           02 DF-DATE PIC 9(8).
       FD RESERVATION-MASTER.
       01 RESERVATION-MASTER-REC.
           02 RS-RESERVATION-NUMBER PIC 9(8).
           02 RS-CUSTOMER-NUMBER PIC 9(6).
           02 RS-CAR-TYPE PIC 9(1).
           02 RS-BRANCH PIC X(4).
           02 RS-PICKUP-DATE PIC 9(8).
           02 RS-RETURN-DATE PIC 9(8).
           02 RS-STATUS PIC X(1).
           02 FILLER PIC X(60).
       FD AUDIT-REPORT.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       77  FLEET-MASTER-STATUS PIC X(2) VALUE "00".
       77  RATE-MASTER-STATUS PIC X(2) VALUE "00".
       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE "00".
       77  INVOICE-CONTRACTS-STATUS PIC X(2) VALUE "00".
       77  RENTAL-HISTORY-STATUS PIC X(2) VALUE "00".
       77  HISTORY-ARCHIVE-STATUS PIC X(2) VALUE "00".
       77  COLLECT-MASTER-STATUS PIC X(2) VALUE "00".
       77  ANCFWD-STATUS PIC X(2) VALUE "00".
       77  DEPFWD-STATUS PIC X(2) VALUE "00".
       77  RESERVATION-MASTER-STATUS PIC X(2) VALUE "00".
       77  AUDIT-EOF PIC A(3) VALUE SPACES.
       01  CUSTOMER-TABLE OCCURS 5000 TIMES.
           02 CUST-NUMBER PIC 9(6).
       77  CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01  FLEET-TABLE OCCURS 5000 TIMES.
           02 FLT-UNIT-NUMBER PIC 9(5).
       77  FLEET-COUNT PIC 9(5) VALUE 0.
       01  RATE-TYPE-TABLE.
           02 RATE-TYPE-FOUND PIC A(1) OCCURS 10 TIMES.
       77  RATE-COUNT PIC 9(5) VALUE 0.
       01  INVOICE-TABLE OCCURS 20000 TIMES.
           02 INV-NUMBER PIC 9(8).
       77  INVOICE-COUNT PIC 9(5) VALUE 0.
       01  HISTORY-TABLE OCCURS 20000 TIMES.
           02 HIST-CONTRACT PIC 9(8).
       77  HISTORY-COUNT PIC 9(5) VALUE 0.
       01  PENDING-CONTRACT-TABLE OCCURS 2000 TIMES.
           02 PEND-CONTRACT PIC 9(8).
           02 PEND-CLIENT-NAME PIC A(20).
           02 PEND-ARCHIVED PIC A(1).
       77  PENDING-COUNT PIC 9(4) VALUE 0.
       77  PENDING-IDX PIC 9(4) VALUE 0.
       77  LOOKUP-IDX PIC 9(5) VALUE 0.
       77  LOOKUP-FOUND PIC A(1) VALUE "N".
       77  LOOKUP-CUSTOMER PIC 9(6) VALUE 0.
       77  LOOKUP-UNIT PIC 9(5) VALUE 0.
       77  LOOKUP-INVOICE PIC 9(8) VALUE 0.
       77  LOOKUP-CONTRACT PIC 9(8) VALUE 0.
       77  TYPE-SLOT PIC 9(2) VALUE 0.
       77  TABLE-OVERFLOW PIC A(1) VALUE "N".
       01  RULE-TABLE OCCURS 10 TIMES.
           02 RULE-ID PIC X(3).
           02 RULE-FILE PIC X(18).
           02 RULE-TEXT PIC X(40).
           02 RULE-CHECKED PIC 9(7).
           02 RULE-EXCEPTIONS PIC 9(5).
       77  RULE-COUNT PIC 9(2) VALUE 10.
       77  RULE-IDX PIC 9(2) VALUE 0.
       77  RULE-SLOT PIC 9(2) VALUE 0.
       77  LAST-RULE-FILE PIC X(18) VALUE SPACES.
       01  EXCEPTION-TABLE OCCURS 2000 TIMES.
           02 EXC-RULE PIC 9(2).
           02 EXC-DETAIL PIC X(60).
       77  EXCEPTION-COUNT PIC 9(4) VALUE 0.
       77  EXCEPTION-IDX PIC 9(4) VALUE 0.
       77  EXCEPTIONS-NOT-LISTED PIC 9(5) VALUE 0.
       77  TOTAL-EXCEPTIONS PIC 9(5) VALUE 0.
       77  EXCEPTION-DETAIL PIC X(60) VALUE SPACES.
       77  COUNT-ED PIC ZZZZ9.
       77  CHECKED-ED PIC ZZZZZZ9.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
           PERFORM INITIALIZE-RULES.
           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-FLEET.
           PERFORM LOAD-RATE-TYPES.
           IF CUSTOMER-COUNT = 0 OR FLEET-COUNT = 0 OR RATE-COUNT = 0
               DISPLAY "REFAUDIT: CUSTMAST-IN, FLEETMAST-IN AND "
                   "RATEMAST-IN ARE ALL NEEDED - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-INVOICES.
           PERFORM LOAD-HISTORY-CONTRACTS.
           IF TABLE-OVERFLOW = "Y"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM AUDIT-CUSTOMER-PARENTS.
           PERFORM AUDIT-INVOICE-REGISTER.
           PERFORM AUDIT-INVOICE-CONTRACTS.
           PERFORM AUDIT-FLEET-CAR-TYPES.
           PERFORM AUDIT-COLLECTIONS.
           IF TABLE-OVERFLOW = "Y"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM AUDIT-ANCILLARY-FORWARD.
           PERFORM AUDIT-DEPOSIT-FORWARD.
           PERFORM AUDIT-RESERVATIONS.
           PERFORM WRITE-AUDIT-REPORT.
           DISPLAY "REFAUDIT: " TOTAL-EXCEPTIONS
               " REFERENTIAL EXCEPTIONS FOUND".
           IF TOTAL-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      * the rules are listed in file order so the report can group
      * each file's rules under one heading
       INITIALIZE-RULES.
           MOVE "R01" TO RULE-ID(1).
           MOVE "CUSTMAST-IN.txt" TO RULE-FILE(1).
           MOVE "PARENT CUSTOMER NOT ON CUSTMAST-IN"
               TO RULE-TEXT(1).
           MOVE "R02" TO RULE-ID(2).
           MOVE "INVREG-MST.txt" TO RULE-FILE(2).
           MOVE "CUSTOMER NOT ON CUSTMAST-IN" TO RULE-TEXT(2).
           MOVE "R03" TO RULE-ID(3).
           MOVE "INVCONTR-MST.txt" TO RULE-FILE(3).
           MOVE "INVOICE NOT ON INVREG-MST" TO RULE-TEXT(3).
           MOVE "R04" TO RULE-ID(4).
           MOVE "FLEETMAST-IN.txt" TO RULE-FILE(4).
           MOVE "CAR TYPE HAS NO RATEMAST-IN ENTRY" TO RULE-TEXT(4).
           MOVE "R05" TO RULE-ID(5).
           MOVE "COLLECT-MST.txt" TO RULE-FILE(5).
           MOVE "CONTRACT NOT ON RENTHIST-MST OR ARCHIVE"
               TO RULE-TEXT(5).
           MOVE "R06" TO RULE-ID(6).
           MOVE "ANCFWD-MST.txt" TO RULE-FILE(6).
           MOVE "CUSTOMER NOT ON CUSTMAST-IN" TO RULE-TEXT(6).
           MOVE "R07" TO RULE-ID(7).
           MOVE "ANCFWD-MST.txt" TO RULE-FILE(7).
           MOVE "UNIT NOT ON FLEETMAST-IN" TO RULE-TEXT(7).
           MOVE "R08" TO RULE-ID(8).
           MOVE "DEPFWD-MST.txt" TO RULE-FILE(8).
           MOVE "CUSTOMER NOT ON CUSTMAST-IN" TO RULE-TEXT(8).
           MOVE "R09" TO RULE-ID(9).
           MOVE "DEPFWD-MST.txt" TO RULE-FILE(9).
           MOVE "UNIT NOT ON FLEETMAST-IN" TO RULE-TEXT(9).
           MOVE "R10" TO RULE-ID(10).
           MOVE "RESV-MST.txt" TO RULE-FILE(10).
           MOVE "CUSTOMER NOT ON CUSTMAST-IN" TO RULE-TEXT(10).
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               MOVE 0 TO RULE-CHECKED(RULE-IDX)
               MOVE 0 TO RULE-EXCEPTIONS(RULE-IDX)
           END-PERFORM.
       LOAD-CUSTOMERS.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS = "00"
               READ CUSTOMER-MASTER
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF CM-CUSTOMER-NUMBER IS NUMERIC
                       IF CUSTOMER-COUNT >= 5000
                           DISPLAY "REFAUDIT: MORE THAN 5000 "
                               "CUSTOMERS - RUN STOPPED"
                           MOVE "Y" TO TABLE-OVERFLOW
                           MOVE "YYY" TO AUDIT-EOF
                       ELSE
                           ADD 1 TO CUSTOMER-COUNT
                           MOVE CM-CUSTOMER-NUMBER
                               TO CUST-NUMBER(CUSTOMER-COUNT)
                       END-IF
                   END-IF
                   IF AUDIT-EOF NOT = "YYY"
                       READ CUSTOMER-MASTER
                           AT END MOVE "YYY" TO AUDIT-EOF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.
       LOAD-FLEET.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT FLEET-MASTER.
           IF FLEET-MASTER-STATUS = "00"
               READ FLEET-MASTER
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF FM-UNIT-NUMBER IS NUMERIC
                       IF FLEET-COUNT >= 5000
                           DISPLAY "REFAUDIT: MORE THAN 5000 "
                               "FLEET UNITS - RUN STOPPED"
                           MOVE "Y" TO TABLE-OVERFLOW
                           MOVE "YYY" TO AUDIT-EOF
                       ELSE
                           ADD 1 TO FLEET-COUNT
                           MOVE FM-UNIT-NUMBER
                               TO FLT-UNIT-NUMBER(FLEET-COUNT)
                       END-IF
                   END-IF
                   IF AUDIT-EOF NOT = "YYY"
                       READ FLEET-MASTER
                           AT END MOVE "YYY" TO AUDIT-EOF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE FLEET-MASTER
           END-IF.
      * car types are single digits, so the rate master reduces to
      * a found flag per type (type 0 is held in slot 10)
       LOAD-RATE-TYPES.
           MOVE ALL "N" TO RATE-TYPE-TABLE.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT RATE-MASTER.
           IF RATE-MASTER-STATUS = "00"
               READ RATE-MASTER
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF RM-CAR-TYPE IS NUMERIC
                       ADD 1 TO RATE-COUNT
                       PERFORM SET-TYPE-SLOT-FROM-RATE
                       MOVE "Y" TO RATE-TYPE-FOUND(TYPE-SLOT)
                   END-IF
                   READ RATE-MASTER
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE RATE-MASTER
           END-IF.
       SET-TYPE-SLOT-FROM-RATE.
           IF RM-CAR-TYPE = 0
               MOVE 10 TO TYPE-SLOT
           ELSE
               MOVE RM-CAR-TYPE TO TYPE-SLOT
           END-IF.
       LOAD-INVOICES.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT INVOICE-REGISTER.
           IF INVOICE-REGISTER-STATUS = "00"
               READ INVOICE-REGISTER
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF IR-INVOICE-NUMBER IS NUMERIC
                       IF INVOICE-COUNT >= 20000
                           DISPLAY "REFAUDIT: MORE THAN 20000 "
                               "INVOICES - RUN STOPPED"
                           MOVE "Y" TO TABLE-OVERFLOW
                           MOVE "YYY" TO AUDIT-EOF
                       ELSE
                           ADD 1 TO INVOICE-COUNT
                           MOVE IR-INVOICE-NUMBER
                               TO INV-NUMBER(INVOICE-COUNT)
                       END-IF
                   END-IF
                   IF AUDIT-EOF NOT = "YYY"
                       READ INVOICE-REGISTER
                           AT END MOVE "YYY" TO AUDIT-EOF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE INVOICE-REGISTER
           END-IF.
       LOAD-HISTORY-CONTRACTS.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT RENTAL-HISTORY.
           IF RENTAL-HISTORY-STATUS = "00"
               READ RENTAL-HISTORY
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF RH-CONTRACT-NUMBER IS NUMERIC
                           AND RH-CONTRACT-NUMBER > 0
                       IF HISTORY-COUNT >= 20000
                           DISPLAY "REFAUDIT: MORE THAN 20000 "
                               "HISTORY RECORDS - RUN STOPPED"
                           MOVE "Y" TO TABLE-OVERFLOW
                           MOVE "YYY" TO AUDIT-EOF
                       ELSE
                           ADD 1 TO HISTORY-COUNT
                           MOVE RH-CONTRACT-NUMBER
                               TO HIST-CONTRACT(HISTORY-COUNT)
                       END-IF
                   END-IF
                   IF AUDIT-EOF NOT = "YYY"
                       READ RENTAL-HISTORY
                           AT END MOVE "YYY" TO AUDIT-EOF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE RENTAL-HISTORY
           END-IF.
       FIND-CUSTOMER.
           MOVE "N" TO LOOKUP-FOUND.
           PERFORM VARYING LOOKUP-IDX FROM 1 BY 1
                   UNTIL LOOKUP-IDX > CUSTOMER-COUNT
                       OR LOOKUP-FOUND = "Y"
               IF CUST-NUMBER(LOOKUP-IDX) = LOOKUP-CUSTOMER
                   MOVE "Y" TO LOOKUP-FOUND
               END-IF
           END-PERFORM.
       FIND-UNIT.
           MOVE "N" TO LOOKUP-FOUND.
           PERFORM VARYING LOOKUP-IDX FROM 1 BY 1
                   UNTIL LOOKUP-IDX > FLEET-COUNT
                       OR LOOKUP-FOUND = "Y"
               IF FLT-UNIT-NUMBER(LOOKUP-IDX) = LOOKUP-UNIT
                   MOVE "Y" TO LOOKUP-FOUND
               END-IF
           END-PERFORM.
       FIND-INVOICE.
           MOVE "N" TO LOOKUP-FOUND.
           PERFORM VARYING LOOKUP-IDX FROM 1 BY 1
                   UNTIL LOOKUP-IDX > INVOICE-COUNT
                       OR LOOKUP-FOUND = "Y"
               IF INV-NUMBER(LOOKUP-IDX) = LOOKUP-INVOICE
                   MOVE "Y" TO LOOKUP-FOUND
               END-IF
           END-PERFORM.
       FIND-HISTORY-CONTRACT.
           MOVE "N" TO LOOKUP-FOUND.
           PERFORM VARYING LOOKUP-IDX FROM 1 BY 1
                   UNTIL LOOKUP-IDX > HISTORY-COUNT
                       OR LOOKUP-FOUND = "Y"
               IF HIST-CONTRACT(LOOKUP-IDX) = LOOKUP-CONTRACT
                   MOVE "Y" TO LOOKUP-FOUND
               END-IF
           END-PERFORM.
      * a zero parent means the customer is not linked to a
      * corporate account
       AUDIT-CUSTOMER-PARENTS.
           MOVE 1 TO RULE-SLOT.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS = "00"
               READ CUSTOMER-MASTER
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF CM-PARENT-CUSTOMER IS NUMERIC
                           AND CM-PARENT-CUSTOMER > 0
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE CM-PARENT-CUSTOMER TO LOOKUP-CUSTOMER
                       PERFORM FIND-CUSTOMER
                       IF LOOKUP-FOUND = "N"
                           MOVE SPACES TO EXCEPTION-DETAIL
                           STRING "CUSTOMER " DELIMITED BY SIZE
                               CM-CUSTOMER-NUMBER DELIMITED BY SIZE
                               " PARENT " DELIMITED BY SIZE
                               CM-PARENT-CUSTOMER DELIMITED BY SIZE
                               INTO EXCEPTION-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                   END-IF
                   READ CUSTOMER-MASTER
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.
       AUDIT-INVOICE-REGISTER.
           MOVE 2 TO RULE-SLOT.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT INVOICE-REGISTER.
           IF INVOICE-REGISTER-STATUS = "00"
               READ INVOICE-REGISTER
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF IR-INVOICE-NUMBER IS NUMERIC
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE IR-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
                       PERFORM FIND-CUSTOMER
                       IF LOOKUP-FOUND = "N"
                           MOVE SPACES TO EXCEPTION-DETAIL
                           STRING "INVOICE " DELIMITED BY SIZE
                               IR-INVOICE-NUMBER DELIMITED BY SIZE
                               " CUSTOMER " DELIMITED BY SIZE
                               IR-CUSTOMER-NUMBER DELIMITED BY SIZE
                               INTO EXCEPTION-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                   END-IF
                   READ INVOICE-REGISTER
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER
           END-IF.
       AUDIT-INVOICE-CONTRACTS.
           MOVE 3 TO RULE-SLOT.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT INVOICE-CONTRACTS.
           IF INVOICE-CONTRACTS-STATUS = "00"
               READ INVOICE-CONTRACTS
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF IC-INVOICE-NUMBER IS NUMERIC
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE IC-INVOICE-NUMBER TO LOOKUP-INVOICE
                       PERFORM FIND-INVOICE
                       IF LOOKUP-FOUND = "N"
                           MOVE SPACES TO EXCEPTION-DETAIL
                           STRING "INVOICE " DELIMITED BY SIZE
                               IC-INVOICE-NUMBER DELIMITED BY SIZE
                               " CONTRACT " DELIMITED BY SIZE
                               IC-CONTRACT-NUMBER DELIMITED BY SIZE
                               INTO EXCEPTION-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                   END-IF
                   READ INVOICE-CONTRACTS
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-CONTRACTS
           END-IF.
       AUDIT-FLEET-CAR-TYPES.
           MOVE 4 TO RULE-SLOT.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT FLEET-MASTER.
           IF FLEET-MASTER-STATUS = "00"
               READ FLEET-MASTER
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF FM-UNIT-NUMBER IS NUMERIC
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE "N" TO LOOKUP-FOUND
                       IF FM-CAR-TYPE IS NUMERIC
                           IF FM-CAR-TYPE = 0
                               MOVE 10 TO TYPE-SLOT
                           ELSE
                               MOVE FM-CAR-TYPE TO TYPE-SLOT
                           END-IF
                           MOVE RATE-TYPE-FOUND(TYPE-SLOT)
                               TO LOOKUP-FOUND
                       END-IF
                       IF LOOKUP-FOUND = "N"
                           MOVE SPACES TO EXCEPTION-DETAIL
                           STRING "UNIT " DELIMITED BY SIZE
                               FM-UNIT-NUMBER DELIMITED BY SIZE
                               " CAR TYPE " DELIMITED BY SIZE
                               FM-CAR-TYPE DELIMITED BY SIZE
                               INTO EXCEPTION-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                   END-IF
                   READ FLEET-MASTER
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE FLEET-MASTER
           END-IF.
       AUDIT-COLLECTIONS.
           MOVE 5 TO RULE-SLOT.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT COLLECT-MASTER.
           IF COLLECT-MASTER-STATUS = "00"
               READ COLLECT-MASTER
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF DM-CONTRACT IS NUMERIC AND DM-CONTRACT > 0
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE DM-CONTRACT TO LOOKUP-CONTRACT
                       PERFORM FIND-HISTORY-CONTRACT
                       IF LOOKUP-FOUND = "N"
                           PERFORM ADD-PENDING-CONTRACT
                       END-IF
                   END-IF
                   READ COLLECT-MASTER
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE COLLECT-MASTER
           END-IF.
           IF PENDING-COUNT > 0
               PERFORM CHECK-ARCHIVED-CONTRACTS
           END-IF.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               IF PEND-ARCHIVED(PENDING-IDX) = "N"
                   MOVE SPACES TO EXCEPTION-DETAIL
                   STRING "CONTRACT " DELIMITED BY SIZE
                       PEND-CONTRACT(PENDING-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PEND-CLIENT-NAME(PENDING-IDX) DELIMITED BY SIZE
                       INTO EXCEPTION-DETAIL
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-PERFORM.
      * a contract whose history has aged off the live master is
      * looked for in the archive before it is reported
       ADD-PENDING-CONTRACT.
           IF PENDING-COUNT >= 2000
               DISPLAY "REFAUDIT: MORE THAN 2000 COLLECTIONS "
                   "CONTRACTS OFF RENTHIST-MST - RUN STOPPED"
               MOVE "Y" TO TABLE-OVERFLOW
               MOVE "YYY" TO AUDIT-EOF
           ELSE
               ADD 1 TO PENDING-COUNT
               MOVE DM-CONTRACT TO PEND-CONTRACT(PENDING-COUNT)
               MOVE DM-CLIENT-NAME TO PEND-CLIENT-NAME(PENDING-COUNT)
               MOVE "N" TO PEND-ARCHIVED(PENDING-COUNT)
           END-IF.
       CHECK-ARCHIVED-CONTRACTS.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT HISTORY-ARCHIVE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               READ HISTORY-ARCHIVE
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   PERFORM VARYING PENDING-IDX FROM 1 BY 1
                           UNTIL PENDING-IDX > PENDING-COUNT
                       IF PEND-CONTRACT(PENDING-IDX) =
                               RA-CONTRACT-NUMBER
                           MOVE "Y" TO PEND-ARCHIVED(PENDING-IDX)
                       END-IF
                   END-PERFORM
                   READ HISTORY-ARCHIVE
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE
           END-IF.
       AUDIT-ANCILLARY-FORWARD.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT ANCILLARY-FORWARD.
           IF ANCFWD-STATUS = "00"
               READ ANCILLARY-FORWARD
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF AF-CUSTOMER-NUMBER IS NUMERIC
                       MOVE 6 TO RULE-SLOT
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE AF-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
                       PERFORM FIND-CUSTOMER
                       IF LOOKUP-FOUND = "N"
                           PERFORM FORMAT-ANCILLARY-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                       MOVE 7 TO RULE-SLOT
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE AF-UNIT-NUMBER TO LOOKUP-UNIT
                       PERFORM FIND-UNIT
                       IF LOOKUP-FOUND = "N"
                           PERFORM FORMAT-ANCILLARY-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                   END-IF
                   READ ANCILLARY-FORWARD
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE ANCILLARY-FORWARD
           END-IF.
       FORMAT-ANCILLARY-DETAIL.
           MOVE SPACES TO EXCEPTION-DETAIL.
           STRING "CUSTOMER " DELIMITED BY SIZE
               AF-CUSTOMER-NUMBER DELIMITED BY SIZE
               " UNIT " DELIMITED BY SIZE
               AF-UNIT-NUMBER DELIMITED BY SIZE
               " CHARGE " DELIMITED BY SIZE
               AF-CHARGE-CODE DELIMITED BY SIZE
               " DATED " DELIMITED BY SIZE
               AF-FIRST-DATE DELIMITED BY SIZE
               INTO EXCEPTION-DETAIL.
       AUDIT-DEPOSIT-FORWARD.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT DEPOSIT-FORWARD.
           IF DEPFWD-STATUS = "00"
               READ DEPOSIT-FORWARD
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF DF-CUSTOMER-NUMBER IS NUMERIC
                       MOVE 8 TO RULE-SLOT
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE DF-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
                       PERFORM FIND-CUSTOMER
                       IF LOOKUP-FOUND = "N"
                           PERFORM FORMAT-DEPOSIT-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                       MOVE 9 TO RULE-SLOT
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE DF-UNIT-NUMBER TO LOOKUP-UNIT
                       PERFORM FIND-UNIT
                       IF LOOKUP-FOUND = "N"
                           PERFORM FORMAT-DEPOSIT-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                   END-IF
                   READ DEPOSIT-FORWARD
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FORWARD
           END-IF.
       FORMAT-DEPOSIT-DETAIL.
           MOVE SPACES TO EXCEPTION-DETAIL.
           STRING "CUSTOMER " DELIMITED BY SIZE
               DF-CUSTOMER-NUMBER DELIMITED BY SIZE
               " UNIT " DELIMITED BY SIZE
               DF-UNIT-NUMBER DELIMITED BY SIZE
               " DEPOSIT DATED " DELIMITED BY SIZE
               DF-DATE DELIMITED BY SIZE
               INTO EXCEPTION-DETAIL.
       AUDIT-RESERVATIONS.
           MOVE 10 TO RULE-SLOT.
           MOVE SPACES TO AUDIT-EOF.
           OPEN INPUT RESERVATION-MASTER.
           IF RESERVATION-MASTER-STATUS = "00"
               READ RESERVATION-MASTER
                   AT END MOVE "YYY" TO AUDIT-EOF
               END-READ
               PERFORM UNTIL AUDIT-EOF = "YYY"
                   IF RS-RESERVATION-NUMBER IS NUMERIC
                       ADD 1 TO RULE-CHECKED(RULE-SLOT)
                       MOVE RS-CUSTOMER-NUMBER TO LOOKUP-CUSTOMER
                       PERFORM FIND-CUSTOMER
                       IF LOOKUP-FOUND = "N"
                           MOVE SPACES TO EXCEPTION-DETAIL
                           STRING "RESERVATION " DELIMITED BY SIZE
                               RS-RESERVATION-NUMBER
                                   DELIMITED BY SIZE
                               " CUSTOMER " DELIMITED BY SIZE
                               RS-CUSTOMER-NUMBER DELIMITED BY SIZE
                               " STATUS " DELIMITED BY SIZE
                               RS-STATUS DELIMITED BY SIZE
                               INTO EXCEPTION-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                   END-IF
                   READ RESERVATION-MASTER
                       AT END MOVE "YYY" TO AUDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-MASTER
           END-IF.
      * every exception is counted against its rule; only the first
      * 2000 are listed line by line
       RECORD-EXCEPTION.
           ADD 1 TO RULE-EXCEPTIONS(RULE-SLOT).
           ADD 1 TO TOTAL-EXCEPTIONS.
           IF EXCEPTION-COUNT >= 2000
               ADD 1 TO EXCEPTIONS-NOT-LISTED
           ELSE
               ADD 1 TO EXCEPTION-COUNT
               MOVE RULE-SLOT TO EXC-RULE(EXCEPTION-COUNT)
               MOVE EXCEPTION-DETAIL TO EXC-DETAIL(EXCEPTION-COUNT)
           END-IF.
       WRITE-AUDIT-REPORT.
           OPEN OUTPUT AUDIT-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REFERENTIAL INTEGRITY AUDIT " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO LAST-RULE-FILE.
           PERFORM WRITE-RULE-SECTION
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SUMMARY BY RULE - RULE / FILE / CHECK / CHECKED / "
               TO REPORT-LINE.
           MOVE "EXCEPTIONS" TO REPORT-LINE(51:10).
           WRITE REPORT-LINE.
           PERFORM WRITE-SUMMARY-LINE
               VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT.
           IF EXCEPTIONS-NOT-LISTED > 0
               MOVE EXCEPTIONS-NOT-LISTED TO COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "EXCEPTIONS COUNTED BUT NOT LISTED: "
                   DELIMITED BY SIZE
                   COUNT-ED DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE TOTAL-EXCEPTIONS TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL EXCEPTIONS: " DELIMITED BY SIZE
               COUNT-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TOTAL-EXCEPTIONS > 0
               MOVE "AUDIT RESULT: EXCEPTIONS FOUND" TO REPORT-LINE
           ELSE
               MOVE "AUDIT RESULT: CLEAN" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE AUDIT-REPORT.
       WRITE-RULE-SECTION.
           IF RULE-FILE(RULE-IDX) NOT = LAST-RULE-FILE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "FILE " DELIMITED BY SIZE
                   RULE-FILE(RULE-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE RULE-FILE(RULE-IDX) TO LAST-RULE-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RULE " DELIMITED BY SIZE
               RULE-ID(RULE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RULE-TEXT(RULE-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING EXCEPTION-IDX FROM 1 BY 1
                   UNTIL EXCEPTION-IDX > EXCEPTION-COUNT
               IF EXC-RULE(EXCEPTION-IDX) = RULE-IDX
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " DELIMITED BY SIZE
                       EXC-DETAIL(EXCEPTION-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE RULE-CHECKED(RULE-IDX) TO CHECKED-ED.
           MOVE RULE-EXCEPTIONS(RULE-IDX) TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RULE " DELIMITED BY SIZE
               RULE-ID(RULE-IDX) DELIMITED BY SIZE
               " RECORDS CHECKED: " DELIMITED BY SIZE
               CHECKED-ED DELIMITED BY SIZE
               "  EXCEPTIONS: " DELIMITED BY SIZE
               COUNT-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-SUMMARY-LINE.
           MOVE RULE-CHECKED(RULE-IDX) TO CHECKED-ED.
           MOVE RULE-EXCEPTIONS(RULE-IDX) TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING RULE-ID(RULE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RULE-FILE(RULE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RULE-TEXT(RULE-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHECKED-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
       END PROGRAM REFAUDIT.
