       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORP-PARAM-FILE ASSIGN TO 'CORPPARM-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORP-PARAM-STATUS.
           SELECT CORP-PENDING ASSIGN TO 'CORPPEND-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORP-PENDING-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT INVOICE-REGISTER ASSIGN TO 'INVREG-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT INVOICE-CONTRACTS ASSIGN TO 'INVCONTR-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-CONTRACTS-STATUS.
           SELECT CORP-INVOICE-OUT ASSIGN TO 'CORPINV-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO 'CORPBILL-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-MASTER ASSIGN TO 'PERIOD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-MASTER-STATUS.
           SELECT PERIOD-REPORT ASSIGN TO 'PERIODADJ-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CORP-PARAM-FILE.
       01 CORP-PARAM-REC.
           02 CB-PERIOD-END PIC 9(8).
       FD CORP-PENDING.
       01 CORP-PENDING-REC.
           02 CP-PARENT-NUMBER PIC 9(6).
           02 CP-CUSTOMER-NUMBER PIC 9(6).
           02 CP-BILLED-DATE PIC 9(8).
           02 CP-RECORD-TYPE PIC X(1).
           02 CP-SUMMARY-DATA PIC X(126).
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           02 CM-CUSTOMER-NUMBER PIC 9(6).
           02 CM-CUSTOMER-NAME PIC A(20).
           02 CM-BRANCH PIC X(4).
           02 CM-CREDIT-STATUS PIC X(1).
           02 CM-CREDIT-LIMIT PIC 9(7)V99.
           02 CM-PARENT-CUSTOMER PIC 9(6).
       FD INVOICE-REGISTER.
       01 INVOICE-REGISTER-REC.
           02 IR-INVOICE-NUMBER PIC 9(8).
           02 IR-INVOICE-DATE PIC 9(8).
           02 IR-CUSTOMER-NUMBER PIC 9(6).
           02 IR-CLIENT-NAME PIC A(20).
           02 IR-NET-AMOUNT PIC 9(7)V99.
           02 IR-VAT-AMOUNT PIC 9(7)V99.
           02 IR-GROSS-AMOUNT PIC 9(7)V99.
           02 IR-LATE-FEE PIC 9(7)V99.
           02 IR-ANCILLARY PIC 9(7)V99.
           02 IR-OPEN-AMOUNT PIC 9(7)V99.
           02 IR-STATUS PIC X(1).
           02 IR-DEPOSIT PIC 9(7)V99.
       FD INVOICE-CONTRACTS.
       01 INVOICE-CONTRACT-REC.
           02 IC-INVOICE-NUMBER PIC 9(8).
           02 IC-INVOICE-DATE PIC 9(8).
           02 IC-CUSTOMER-NUMBER PIC 9(6).
           02 IC-CONTRACT-NUMBER PIC 9(8).
       FD CORP-INVOICE-OUT.
       01 INVOICE-LINE PIC X(132).
       FD CONTROL-REPORT.
       01 CONTROL-LINE PIC X(132).
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
       77  CORP-PARAM-STATUS PIC X(2) VALUE "00".
       77  CORP-PENDING-STATUS PIC X(2) VALUE "00".
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE "00".
       77  INVOICE-CONTRACTS-STATUS PIC X(2) VALUE "00".
       77  CORP-PENDING-EOF PIC A(3) VALUE SPACES.
       77  CUSTOMER-MASTER-EOF PIC A(3) VALUE SPACES.
       77  INVOICE-REGISTER-EOF PIC A(3) VALUE SPACES.
       77  INVOICE-CONTRACTS-OPEN PIC A(1) VALUE "N".
      * every held record from the nightly billing run, kept in
      * file order so the unbilled remainder is written back as read
       01  PENDING-TABLE OCCURS 10000 TIMES.
           02 PND-RECORD.
               03 PND-PARENT-NUMBER PIC 9(6).
               03 PND-CUSTOMER-NUMBER PIC 9(6).
               03 PND-BILLED-DATE PIC 9(8).
               03 PND-RECORD-TYPE PIC X(1).
               03 PND-SUMMARY-DATA.
                   04 PND-CLIENT-NAME PIC A(20).
                   04 PND-CHARGES.
                       05 PND-KM-CHARGE PIC 9(7)V99.
                       05 PND-DAY-CHARGE PIC 9(7)V99.
                       05 PND-DISCOUNT PIC 9(7)V99.
                       05 PND-FREE-KM PIC 9(7).
                       05 PND-LATE-FEE PIC 9(7)V99.
                       05 PND-DROP-FEE PIC 9(7)V99.
                       05 PND-ANCILLARY PIC 9(7)V99.
                       05 PND-RECHARGE PIC 9(7)V99.
                       05 PND-NET-AMOUNT PIC 9(7)V99.
                       05 PND-VAT-AMOUNT PIC 9(7)V99.
                       05 PND-GROSS-AMOUNT PIC 9(7)V99.
                       05 PND-DEPOSIT PIC 9(7)V99.
               03 PND-CONTRACT-DATA REDEFINES PND-SUMMARY-DATA.
                   04 PND-CONTRACT-NUMBER PIC 9(8).
                   04 FILLER PIC X(118).
           02 PND-BILLED PIC A(1).
       77  PENDING-COUNT PIC 9(5) VALUE 0.
       77  PENDING-IDX PIC 9(5) VALUE 0.
       01  PARENT-TABLE OCCURS 500 TIMES.
           02 PT-PARENT-NUMBER PIC 9(6).
           02 PT-NAME PIC A(20).
           02 PT-ON-MASTER PIC A(1).
           02 PT-INVOICE-NUMBER PIC 9(8).
           02 PT-DRIVER-COUNT PIC 9(4).
           02 PT-CONTRACT-COUNT PIC 9(5).
           02 PT-CHARGES.
               03 PT-KM-CHARGE PIC 9(7)V99.
               03 PT-DAY-CHARGE PIC 9(7)V99.
               03 PT-DISCOUNT PIC 9(7)V99.
               03 PT-FREE-KM PIC 9(7).
               03 PT-LATE-FEE PIC 9(7)V99.
               03 PT-DROP-FEE PIC 9(7)V99.
               03 PT-ANCILLARY PIC 9(7)V99.
               03 PT-RECHARGE PIC 9(7)V99.
               03 PT-NET-AMOUNT PIC 9(7)V99.
               03 PT-VAT-AMOUNT PIC 9(7)V99.
               03 PT-GROSS-AMOUNT PIC 9(7)V99.
               03 PT-DEPOSIT PIC 9(7)V99.
       77  PARENT-SWAP-AREA PIC X(150) VALUE SPACES.
       77  PARENT-COUNT PIC 9(3) VALUE 0.
       77  PARENT-IDX PIC 9(3) VALUE 0.
       77  PARENT-SLOT PIC 9(3) VALUE 0.
       77  PARENT-SORT-SWAPPED PIC A(1) VALUE "N".
       01  DRIVER-TABLE OCCURS 500 TIMES.
           02 DRV-CUSTOMER-NUMBER PIC 9(6).
           02 DRV-NAME PIC A(20).
           02 DRV-CHARGES.
               03 DRV-KM-CHARGE PIC 9(7)V99.
               03 DRV-DAY-CHARGE PIC 9(7)V99.
               03 DRV-DISCOUNT PIC 9(7)V99.
               03 DRV-FREE-KM PIC 9(7).
               03 DRV-LATE-FEE PIC 9(7)V99.
               03 DRV-DROP-FEE PIC 9(7)V99.
               03 DRV-ANCILLARY PIC 9(7)V99.
               03 DRV-RECHARGE PIC 9(7)V99.
               03 DRV-NET-AMOUNT PIC 9(7)V99.
               03 DRV-VAT-AMOUNT PIC 9(7)V99.
               03 DRV-GROSS-AMOUNT PIC 9(7)V99.
               03 DRV-DEPOSIT PIC 9(7)V99.
       77  DRIVER-SWAP-AREA PIC X(132) VALUE SPACES.
       77  DRIVER-COUNT PIC 9(3) VALUE 0.
       77  DRIVER-IDX PIC 9(3) VALUE 0.
       77  DRIVER-SLOT PIC 9(3) VALUE 0.
       77  DRIVER-SORT-SWAPPED PIC A(1) VALUE "N".
       01  CHARGE-WORK.
           02 CW-KM-CHARGE PIC 9(7)V99.
           02 CW-DAY-CHARGE PIC 9(7)V99.
           02 CW-DISCOUNT PIC 9(7)V99.
           02 CW-FREE-KM PIC 9(7).
           02 CW-LATE-FEE PIC 9(7)V99.
           02 CW-DROP-FEE PIC 9(7)V99.
           02 CW-ANCILLARY PIC 9(7)V99.
           02 CW-RECHARGE PIC 9(7)V99.
           02 CW-NET-AMOUNT PIC 9(7)V99.
           02 CW-VAT-AMOUNT PIC 9(7)V99.
           02 CW-GROSS-AMOUNT PIC 9(7)V99.
           02 CW-DEPOSIT PIC 9(7)V99.
       77  PERIOD-END-DATE PIC 9(8) VALUE 0.
       77  INVOICE-NUMBER PIC 9(8) VALUE 0.
       77  NET-DUE-AMOUNT PIC S9(8)V99 VALUE 0.
       77  CHARGE-INDENT PIC X(4) VALUE SPACES.
       77  CHARGE-INDENT-SIZE PIC 9(1) VALUE 2.
       77  CHARGE-LABEL PIC X(25) VALUE SPACES.
       77  CHARGE-AMOUNT PIC 9(7)V99 VALUE 0.
       77  INVOICES-WRITTEN PIC 9(4) VALUE 0.
       77  DRIVERS-BILLED PIC 9(5) VALUE 0.
       77  CONTRACTS-BILLED PIC 9(6) VALUE 0.
       77  RECORDS-BILLED PIC 9(5) VALUE 0.
       77  RECORDS-RETAINED PIC 9(5) VALUE 0.
       77  RECORDS-INVALID PIC 9(5) VALUE 0.
       77  PARENTS-NOT-ON-MASTER PIC 9(3) VALUE 0.
       77  TOTAL-GROSS-BILLED PIC 9(9)V99 VALUE 0.
       77  TOTAL-DUE-BILLED PIC 9(9)V99 VALUE 0.
       77  AMOUNT-ED PIC ZZZZZZZZ9.99.
       77  TOTAL-ED PIC ZZZZZZZZZZ9.99.
       77  KM-ED PIC ZZZZZZ9.
       77  COUNT-ED PIC ZZZZ9.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
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
           PERFORM LOAD-CORP-PARAMETERS.
           PERFORM LOAD-PENDING-TABLE.
           PERFORM COLLECT-PARENTS
               VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT.
           PERFORM LOAD-PARENT-NAMES.
           PERFORM SORT-PARENT-TABLE.
           PERFORM LOAD-LAST-INVOICE-NUMBER.
           PERFORM OPEN-REGISTER-FILES.
           OPEN OUTPUT CORP-INVOICE-OUT
                OUTPUT CONTROL-REPORT.
           PERFORM WRITE-CONTROL-HEADING.
           PERFORM BILL-ONE-PARENT
               VARYING PARENT-IDX FROM 1 BY 1
               UNTIL PARENT-IDX > PARENT-COUNT.
           CLOSE INVOICE-REGISTER.
           IF INVOICE-CONTRACTS-OPEN = "Y"
               CLOSE INVOICE-CONTRACTS
           END-IF.
           CLOSE CORP-INVOICE-OUT.
           PERFORM REWRITE-PENDING-FILE.
           PERFORM WRITE-CONTROL-SUMMARY.
           CLOSE CONTROL-REPORT.
           DISPLAY "CORPBILL: " INVOICES-WRITTEN
               " CONSOLIDATED INVOICES WRITTEN, "
               RECORDS-RETAINED " PENDING RECORDS RETAINED".
           IF (PARENTS-NOT-ON-MASTER > 0 OR RECORDS-INVALID > 0)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * charges held up to and including the period end date are
      * invoiced; the period end defaults to the run date
       LOAD-CORP-PARAMETERS.
           MOVE RUN-DATE TO PERIOD-END-DATE.
           OPEN INPUT CORP-PARAM-FILE.
           IF CORP-PARAM-STATUS = "00"
               READ CORP-PARAM-FILE
                   NOT AT END
                       IF CB-PERIOD-END IS NUMERIC
                               AND CB-PERIOD-END IS GREATER THAN 0
                           MOVE CB-PERIOD-END TO PERIOD-END-DATE
                       END-IF
               END-READ
               CLOSE CORP-PARAM-FILE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(PERIOD-END-DATE) NOT = 0
               DISPLAY "CORPBILL: INVALID PERIOD END "
                   PERIOD-END-DATE " IN CORPPARM-IN.txt - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       LOAD-PENDING-TABLE.
           MOVE SPACES TO CORP-PENDING-EOF.
           OPEN INPUT CORP-PENDING.
           IF CORP-PENDING-STATUS NOT = "00"
               DISPLAY "CORPBILL: CORPPEND-MST.txt NOT FOUND - "
                   "NO CORPORATE CHARGES TO INVOICE"
               GOBACK
           END-IF.
           READ CORP-PENDING
               AT END MOVE "YYY" TO CORP-PENDING-EOF
           END-READ.
           PERFORM UNTIL CORP-PENDING-EOF = "YYY"
                   OR PENDING-COUNT >= 10000
               ADD 1 TO PENDING-COUNT
               MOVE CORP-PENDING-REC TO PND-RECORD(PENDING-COUNT)
               MOVE "N" TO PND-BILLED(PENDING-COUNT)
               READ CORP-PENDING
                   AT END MOVE "YYY" TO CORP-PENDING-EOF
               END-READ
           END-PERFORM.
           CLOSE CORP-PENDING.
           IF CORP-PENDING-EOF NOT = "YYY"
               DISPLAY "CORPBILL: MORE THAN 10000 RECORDS IN "
                   "CORPPEND-MST.txt - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * every valid summary record due this period names a parent
      * account that gets one consolidated invoice
       COLLECT-PARENTS.
           IF PND-RECORD-TYPE(PENDING-IDX) = "S"
               IF PND-PARENT-NUMBER(PENDING-IDX) IS NUMERIC
                       AND PND-CUSTOMER-NUMBER(PENDING-IDX) IS NUMERIC
                       AND PND-BILLED-DATE(PENDING-IDX) IS NUMERIC
                       AND PND-KM-CHARGE(PENDING-IDX) IS NUMERIC
                       AND PND-DAY-CHARGE(PENDING-IDX) IS NUMERIC
                       AND PND-DISCOUNT(PENDING-IDX) IS NUMERIC
                       AND PND-FREE-KM(PENDING-IDX) IS NUMERIC
                       AND PND-LATE-FEE(PENDING-IDX) IS NUMERIC
                       AND PND-DROP-FEE(PENDING-IDX) IS NUMERIC
                       AND PND-ANCILLARY(PENDING-IDX) IS NUMERIC
                       AND PND-RECHARGE(PENDING-IDX) IS NUMERIC
                       AND PND-NET-AMOUNT(PENDING-IDX) IS NUMERIC
                       AND PND-VAT-AMOUNT(PENDING-IDX) IS NUMERIC
                       AND PND-GROSS-AMOUNT(PENDING-IDX) IS NUMERIC
                       AND PND-DEPOSIT(PENDING-IDX) IS NUMERIC
                   IF PND-BILLED-DATE(PENDING-IDX) NOT >
                           PERIOD-END-DATE
                       PERFORM FIND-PARENT-SLOT
                       IF PARENT-SLOT = 0
                           PERFORM ADD-PARENT-ENTRY
                       END-IF
                   END-IF
               ELSE
                   MOVE "X" TO PND-BILLED(PENDING-IDX)
                   ADD 1 TO RECORDS-INVALID
                   DISPLAY "CORPBILL: INVALID SUMMARY RECORD "
                       PENDING-IDX " IN CORPPEND-MST.txt - RETAINED"
               END-IF
           END-IF.
       FIND-PARENT-SLOT.
           MOVE 0 TO PARENT-SLOT.
           PERFORM VARYING PARENT-IDX FROM 1 BY 1
                   UNTIL PARENT-IDX > PARENT-COUNT
               IF PT-PARENT-NUMBER(PARENT-IDX) =
                       PND-PARENT-NUMBER(PENDING-IDX)
                   MOVE PARENT-IDX TO PARENT-SLOT
               END-IF
           END-PERFORM.
       ADD-PARENT-ENTRY.
           IF PARENT-COUNT < 500
               ADD 1 TO PARENT-COUNT
               MOVE PARENT-COUNT TO PARENT-SLOT
               MOVE PND-PARENT-NUMBER(PENDING-IDX)
                   TO PT-PARENT-NUMBER(PARENT-SLOT)
               MOVE SPACES TO PT-NAME(PARENT-SLOT)
               MOVE "N" TO PT-ON-MASTER(PARENT-SLOT)
               MOVE 0 TO PT-INVOICE-NUMBER(PARENT-SLOT)
               MOVE 0 TO PT-DRIVER-COUNT(PARENT-SLOT)
               MOVE 0 TO PT-CONTRACT-COUNT(PARENT-SLOT)
               INITIALIZE PT-CHARGES(PARENT-SLOT)
           ELSE
               DISPLAY "CORPBILL: MORE THAN 500 CORPORATE ACCOUNTS - "
                   "ACCOUNT " PND-PARENT-NUMBER(PENDING-IDX)
                   " RETAINED"
           END-IF.
      * the parent must still be on the customer master to be
      * invoiced; its name heads the consolidated invoice
       LOAD-PARENT-NAMES.
           MOVE SPACES TO CUSTOMER-MASTER-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "CORPBILL: CUSTMAST-IN.txt NOT FOUND - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
           END-READ.
           PERFORM UNTIL CUSTOMER-MASTER-EOF = "YYY"
               IF CM-CUSTOMER-NUMBER IS NUMERIC
                   PERFORM VARYING PARENT-IDX FROM 1 BY 1
                           UNTIL PARENT-IDX > PARENT-COUNT
                       IF PT-PARENT-NUMBER(PARENT-IDX) =
                               CM-CUSTOMER-NUMBER
                           MOVE CM-CUSTOMER-NAME
                               TO PT-NAME(PARENT-IDX)
                           MOVE "Y" TO PT-ON-MASTER(PARENT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ CUSTOMER-MASTER
                   AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.
       SORT-PARENT-TABLE.
           MOVE "Y" TO PARENT-SORT-SWAPPED.
           PERFORM UNTIL PARENT-SORT-SWAPPED = "N"
               MOVE "N" TO PARENT-SORT-SWAPPED
               PERFORM VARYING PARENT-IDX FROM 1 BY 1
                       UNTIL PARENT-IDX >= PARENT-COUNT
                   IF PT-PARENT-NUMBER(PARENT-IDX) IS GREATER THAN
                           PT-PARENT-NUMBER(PARENT-IDX + 1)
                       MOVE PARENT-TABLE(PARENT-IDX)
                           TO PARENT-SWAP-AREA
                       MOVE PARENT-TABLE(PARENT-IDX + 1)
                           TO PARENT-TABLE(PARENT-IDX)
                       MOVE PARENT-SWAP-AREA
                           TO PARENT-TABLE(PARENT-IDX + 1)
                       MOVE "Y" TO PARENT-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
      * consolidated invoices share the nightly invoice number
      * sequence, continuing from the highest number registered
       LOAD-LAST-INVOICE-NUMBER.
           MOVE SPACES TO INVOICE-REGISTER-EOF.
           OPEN INPUT INVOICE-REGISTER.
           IF INVOICE-REGISTER-STATUS = "00"
               READ INVOICE-REGISTER
                   AT END MOVE "YYY" TO INVOICE-REGISTER-EOF
               END-READ
               PERFORM UNTIL INVOICE-REGISTER-EOF = "YYY"
                   IF IR-INVOICE-NUMBER IS NUMERIC
                           AND IR-INVOICE-NUMBER IS GREATER THAN
                               INVOICE-NUMBER
                       MOVE IR-INVOICE-NUMBER TO INVOICE-NUMBER
                   END-IF
                   READ INVOICE-REGISTER
                       AT END MOVE "YYY" TO INVOICE-REGISTER-EOF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER
           END-IF.
      * nothing is invoiced unless it can be registered, so the
      * pending file is left untouched when the register will not
      * open
       OPEN-REGISTER-FILES.
           MOVE "INVREG-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND INVOICE-REGISTER.
           IF INVOICE-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-REGISTER
           END-IF.
           IF INVOICE-REGISTER-STATUS NOT = "00"
               DISPLAY "CORPBILL: UNABLE TO OPEN INVREG-MST.txt "
                   "FOR APPEND - RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO INVOICE-CONTRACTS-OPEN.
           MOVE "INVCONTR-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND INVOICE-CONTRACTS.
           IF INVOICE-CONTRACTS-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-CONTRACTS
           END-IF.
           IF INVOICE-CONTRACTS-STATUS = "00"
               MOVE "Y" TO INVOICE-CONTRACTS-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN INVCONTR-MST.txt "
                   "FOR APPEND - CONTRACTS NOT CROSS-REFERENCED"
           END-IF.
      * one invoice per parent: a section for each driver with the
      * contracts and charges held for them, then the account totals
       BILL-ONE-PARENT.
           IF PT-ON-MASTER(PARENT-IDX) = "N"
               ADD 1 TO PARENTS-NOT-ON-MASTER
               PERFORM WRITE-PARENT-EXCEPTION
           ELSE
               PERFORM COLLECT-DRIVERS
               PERFORM SORT-DRIVER-TABLE
               ADD 1 TO INVOICE-NUMBER
               MOVE INVOICE-NUMBER TO PT-INVOICE-NUMBER(PARENT-IDX)
               MOVE DRIVER-COUNT TO PT-DRIVER-COUNT(PARENT-IDX)
               PERFORM WRITE-INVOICE-HEADING
               PERFORM WRITE-DRIVER-SECTION
                   VARYING DRIVER-IDX FROM 1 BY 1
                   UNTIL DRIVER-IDX > DRIVER-COUNT
               PERFORM WRITE-INVOICE-TOTALS
               PERFORM WRITE-INVOICE-REGISTER-RECORD
               PERFORM WRITE-PARENT-CONTROL-LINE
               ADD 1 TO INVOICES-WRITTEN
               ADD DRIVER-COUNT TO DRIVERS-BILLED
           END-IF.
       COLLECT-DRIVERS.
           MOVE 0 TO DRIVER-COUNT.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               IF PND-RECORD-TYPE(PENDING-IDX) = "S"
                       AND PND-PARENT-NUMBER(PENDING-IDX) =
                           PT-PARENT-NUMBER(PARENT-IDX)
                       AND PND-BILLED-DATE(PENDING-IDX) NOT >
                           PERIOD-END-DATE
                       AND PND-BILLED(PENDING-IDX) = "N"
                   PERFORM ADD-DRIVER-CHARGES
               END-IF
           END-PERFORM.
       ADD-DRIVER-CHARGES.
           MOVE 0 TO DRIVER-SLOT.
           PERFORM VARYING DRIVER-IDX FROM 1 BY 1
                   UNTIL DRIVER-IDX > DRIVER-COUNT
               IF DRV-CUSTOMER-NUMBER(DRIVER-IDX) =
                       PND-CUSTOMER-NUMBER(PENDING-IDX)
                   MOVE DRIVER-IDX TO DRIVER-SLOT
               END-IF
           END-PERFORM.
           IF DRIVER-SLOT = 0 AND DRIVER-COUNT < 500
               ADD 1 TO DRIVER-COUNT
               MOVE DRIVER-COUNT TO DRIVER-SLOT
               MOVE PND-CUSTOMER-NUMBER(PENDING-IDX)
                   TO DRV-CUSTOMER-NUMBER(DRIVER-SLOT)
               INITIALIZE DRV-CHARGES(DRIVER-SLOT)
           END-IF.
           IF DRIVER-SLOT > 0
               MOVE PND-CLIENT-NAME(PENDING-IDX)
                   TO DRV-NAME(DRIVER-SLOT)
               MOVE PND-CHARGES(PENDING-IDX) TO CHARGE-WORK
               ADD CW-KM-CHARGE TO DRV-KM-CHARGE(DRIVER-SLOT)
               ADD CW-DAY-CHARGE TO DRV-DAY-CHARGE(DRIVER-SLOT)
               ADD CW-DISCOUNT TO DRV-DISCOUNT(DRIVER-SLOT)
               ADD CW-FREE-KM TO DRV-FREE-KM(DRIVER-SLOT)
               ADD CW-LATE-FEE TO DRV-LATE-FEE(DRIVER-SLOT)
               ADD CW-DROP-FEE TO DRV-DROP-FEE(DRIVER-SLOT)
               ADD CW-ANCILLARY TO DRV-ANCILLARY(DRIVER-SLOT)
               ADD CW-RECHARGE TO DRV-RECHARGE(DRIVER-SLOT)
               ADD CW-NET-AMOUNT TO DRV-NET-AMOUNT(DRIVER-SLOT)
               ADD CW-VAT-AMOUNT TO DRV-VAT-AMOUNT(DRIVER-SLOT)
               ADD CW-GROSS-AMOUNT TO DRV-GROSS-AMOUNT(DRIVER-SLOT)
               ADD CW-DEPOSIT TO DRV-DEPOSIT(DRIVER-SLOT)
               ADD CW-KM-CHARGE TO PT-KM-CHARGE(PARENT-IDX)
               ADD CW-DAY-CHARGE TO PT-DAY-CHARGE(PARENT-IDX)
               ADD CW-DISCOUNT TO PT-DISCOUNT(PARENT-IDX)
               ADD CW-FREE-KM TO PT-FREE-KM(PARENT-IDX)
               ADD CW-LATE-FEE TO PT-LATE-FEE(PARENT-IDX)
               ADD CW-DROP-FEE TO PT-DROP-FEE(PARENT-IDX)
               ADD CW-ANCILLARY TO PT-ANCILLARY(PARENT-IDX)
               ADD CW-RECHARGE TO PT-RECHARGE(PARENT-IDX)
               ADD CW-NET-AMOUNT TO PT-NET-AMOUNT(PARENT-IDX)
               ADD CW-VAT-AMOUNT TO PT-VAT-AMOUNT(PARENT-IDX)
               ADD CW-GROSS-AMOUNT TO PT-GROSS-AMOUNT(PARENT-IDX)
               ADD CW-DEPOSIT TO PT-DEPOSIT(PARENT-IDX)
               MOVE "Y" TO PND-BILLED(PENDING-IDX)
               ADD 1 TO RECORDS-BILLED
           ELSE
               DISPLAY "CORPBILL: MORE THAN 500 DRIVERS FOR ACCOUNT "
                   PT-PARENT-NUMBER(PARENT-IDX) " - DRIVER "
                   PND-CUSTOMER-NUMBER(PENDING-IDX) " RETAINED"
           END-IF.
       SORT-DRIVER-TABLE.
           MOVE "Y" TO DRIVER-SORT-SWAPPED.
           PERFORM UNTIL DRIVER-SORT-SWAPPED = "N"
               MOVE "N" TO DRIVER-SORT-SWAPPED
               PERFORM VARYING DRIVER-IDX FROM 1 BY 1
                       UNTIL DRIVER-IDX >= DRIVER-COUNT
                   IF DRV-CUSTOMER-NUMBER(DRIVER-IDX) IS GREATER THAN
                           DRV-CUSTOMER-NUMBER(DRIVER-IDX + 1)
                       MOVE DRIVER-TABLE(DRIVER-IDX)
                           TO DRIVER-SWAP-AREA
                       MOVE DRIVER-TABLE(DRIVER-IDX + 1)
                           TO DRIVER-TABLE(DRIVER-IDX)
                       MOVE DRIVER-SWAP-AREA
                           TO DRIVER-TABLE(DRIVER-IDX + 1)
                       MOVE "Y" TO DRIVER-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
       WRITE-INVOICE-HEADING.
           MOVE SPACES TO INVOICE-LINE.
           STRING "INVOICE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               INVOICE-NUMBER DELIMITED BY SIZE
               " CLIENT: " DELIMITED BY SIZE
               PT-NAME(PARENT-IDX) DELIMITED BY SIZE
               " CUSTOMER: " DELIMITED BY SIZE
               PT-PARENT-NUMBER(PARENT-IDX) DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           STRING "  CORPORATE ACCOUNT - CHARGES TO " DELIMITED BY SIZE
               PERIOD-END-DATE DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
      * a driver's section lists every contract held for them and
      * the charges they ran up
       WRITE-DRIVER-SECTION.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           STRING "  DRIVER: " DELIMITED BY SIZE
               DRV-CUSTOMER-NUMBER(DRIVER-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DRV-NAME(DRIVER-IDX) DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               IF PND-RECORD-TYPE(PENDING-IDX) = "C"
                       AND PND-PARENT-NUMBER(PENDING-IDX) =
                           PT-PARENT-NUMBER(PARENT-IDX)
                       AND PND-CUSTOMER-NUMBER(PENDING-IDX) =
                           DRV-CUSTOMER-NUMBER(DRIVER-IDX)
                       AND PND-BILLED-DATE(PENDING-IDX) NOT >
                           PERIOD-END-DATE
                   PERFORM WRITE-CONTRACT-LINE
               END-IF
           END-PERFORM.
           MOVE DRV-CHARGES(DRIVER-IDX) TO CHARGE-WORK.
           MOVE "    " TO CHARGE-INDENT.
           MOVE 4 TO CHARGE-INDENT-SIZE.
           PERFORM WRITE-CHARGE-BLOCK.
       WRITE-CONTRACT-LINE.
           MOVE SPACES TO INVOICE-LINE.
           STRING "    CONTRACT: " DELIMITED BY SIZE
               PND-CONTRACT-NUMBER(PENDING-IDX) DELIMITED BY SIZE
               "  BILLED: " DELIMITED BY SIZE
               PND-BILLED-DATE(PENDING-IDX) DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF INVOICE-CONTRACTS-OPEN = "Y"
               MOVE INVOICE-NUMBER TO IC-INVOICE-NUMBER
               MOVE RUN-DATE TO IC-INVOICE-DATE
               MOVE PT-PARENT-NUMBER(PARENT-IDX) TO IC-CUSTOMER-NUMBER
               MOVE PND-CONTRACT-NUMBER(PENDING-IDX)
                   TO IC-CONTRACT-NUMBER
               WRITE INVOICE-CONTRACT-REC
           END-IF.
           MOVE "Y" TO PND-BILLED(PENDING-IDX).
           ADD 1 TO RECORDS-BILLED.
           ADD 1 TO PT-CONTRACT-COUNT(PARENT-IDX).
           ADD 1 TO CONTRACTS-BILLED.
      * the account totals use the same labels as the nightly
      * invoice so the two read alike
       WRITE-INVOICE-TOTALS.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           STRING "  ACCOUNT TOTALS - DRIVERS: " DELIMITED BY SIZE
               PT-DRIVER-COUNT(PARENT-IDX) DELIMITED BY SIZE
               " CONTRACTS: " DELIMITED BY SIZE
               PT-CONTRACT-COUNT(PARENT-IDX) DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE PT-CHARGES(PARENT-IDX) TO CHARGE-WORK.
           MOVE "  " TO CHARGE-INDENT.
           MOVE 2 TO CHARGE-INDENT-SIZE.
           PERFORM WRITE-CHARGE-BLOCK.
           MOVE "LESS DEPOSIT HELD:" TO CHARGE-LABEL.
           MOVE CW-DEPOSIT TO CHARGE-AMOUNT.
           PERFORM WRITE-CHARGE-LINE.
           COMPUTE NET-DUE-AMOUNT = CW-GROSS-AMOUNT - CW-DEPOSIT.
           IF NET-DUE-AMOUNT IS LESS THAN 0
               MOVE 0 TO NET-DUE-AMOUNT
           END-IF.
           MOVE "AMOUNT DUE:" TO CHARGE-LABEL.
           MOVE NET-DUE-AMOUNT TO CHARGE-AMOUNT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE SPACES TO INVOICE-LINE.
           WRITE INVOICE-LINE.
       WRITE-CHARGE-BLOCK.
           MOVE "KILOMETER CHARGE:" TO CHARGE-LABEL.
           MOVE CW-KM-CHARGE TO CHARGE-AMOUNT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE "DAILY CHARGE:" TO CHARGE-LABEL.
           MOVE CW-DAY-CHARGE TO CHARGE-AMOUNT.
           PERFORM WRITE-CHARGE-LINE.
           IF CW-DISCOUNT IS GREATER THAN 0
               MOVE "LESS CORPORATE DISCOUNT:" TO CHARGE-LABEL
               MOVE CW-DISCOUNT TO CHARGE-AMOUNT
               PERFORM WRITE-CHARGE-LINE
           END-IF.
           MOVE CW-FREE-KM TO KM-ED.
           MOVE SPACES TO INVOICE-LINE.
           STRING CHARGE-INDENT(1:CHARGE-INDENT-SIZE)
                   DELIMITED BY SIZE
               "FREE KM ALLOWANCE:       " DELIMITED BY SIZE
               KM-ED DELIMITED BY SIZE
               " KM" DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE "LATE FEE:" TO CHARGE-LABEL.
           MOVE CW-LATE-FEE TO CHARGE-AMOUNT.
           PERFORM WRITE-CHARGE-LINE.
           IF CW-DROP-FEE IS GREATER THAN 0
               MOVE "ONE-WAY DROP FEE:" TO CHARGE-LABEL
               MOVE CW-DROP-FEE TO CHARGE-AMOUNT
               PERFORM WRITE-CHARGE-LINE
           END-IF.
           MOVE "ANCILLARY CHARGES:" TO CHARGE-LABEL.
           MOVE CW-ANCILLARY TO CHARGE-AMOUNT.
           PERFORM WRITE-CHARGE-LINE.
           IF CW-RECHARGE IS GREATER THAN 0
               MOVE " INCL. RECHARGES:" TO CHARGE-LABEL
               MOVE CW-RECHARGE TO CHARGE-AMOUNT
               PERFORM WRITE-CHARGE-LINE
           END-IF.
           MOVE "INVOICE TOTAL (NET):" TO CHARGE-LABEL.
           MOVE CW-NET-AMOUNT TO CHARGE-AMOUNT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE "VAT:" TO CHARGE-LABEL.
           MOVE CW-VAT-AMOUNT TO CHARGE-AMOUNT.
           PERFORM WRITE-CHARGE-LINE.
           MOVE "INVOICE TOTAL (GROSS):" TO CHARGE-LABEL.
           MOVE CW-GROSS-AMOUNT TO CHARGE-AMOUNT.
           PERFORM WRITE-CHARGE-LINE.
       WRITE-CHARGE-LINE.
           MOVE CHARGE-AMOUNT TO AMOUNT-ED.
           MOVE SPACES TO INVOICE-LINE.
           STRING CHARGE-INDENT(1:CHARGE-INDENT-SIZE)
                   DELIMITED BY SIZE
               CHARGE-LABEL DELIMITED BY SIZE
               AMOUNT-ED DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
      * the consolidated invoice is registered against the parent
      * so statements, cash and dunning work from the one invoice
       WRITE-INVOICE-REGISTER-RECORD.
           MOVE INVOICE-NUMBER TO IR-INVOICE-NUMBER.
           MOVE RUN-DATE TO PERIOD-CHECK-DATE.
           PERFORM RESOLVE-POSTING-PERIOD.
           MOVE PERIOD-POSTING-DATE TO IR-INVOICE-DATE.
           IF PERIOD-MOVED = "Y"
               MOVE SPACES TO PERIOD-DOCUMENT
               STRING "INVOICE " DELIMITED BY SIZE
                   INVOICE-NUMBER DELIMITED BY SIZE
                   INTO PERIOD-DOCUMENT
               PERFORM WRITE-PERIOD-ADJUSTMENT
           END-IF.
           MOVE PT-PARENT-NUMBER(PARENT-IDX) TO IR-CUSTOMER-NUMBER.
           MOVE PT-NAME(PARENT-IDX) TO IR-CLIENT-NAME.
           MOVE PT-NET-AMOUNT(PARENT-IDX) TO IR-NET-AMOUNT.
           MOVE PT-VAT-AMOUNT(PARENT-IDX) TO IR-VAT-AMOUNT.
           MOVE PT-GROSS-AMOUNT(PARENT-IDX) TO IR-GROSS-AMOUNT.
           MOVE PT-LATE-FEE(PARENT-IDX) TO IR-LATE-FEE.
           MOVE PT-ANCILLARY(PARENT-IDX) TO IR-ANCILLARY.
           MOVE PT-DEPOSIT(PARENT-IDX) TO IR-DEPOSIT.
           COMPUTE NET-DUE-AMOUNT =
               PT-GROSS-AMOUNT(PARENT-IDX) - PT-DEPOSIT(PARENT-IDX).
           IF NET-DUE-AMOUNT IS LESS THAN 0
               MOVE 0 TO NET-DUE-AMOUNT
           END-IF.
           MOVE NET-DUE-AMOUNT TO IR-OPEN-AMOUNT.
           IF NET-DUE-AMOUNT = 0
               MOVE "P" TO IR-STATUS
           ELSE
               MOVE "O" TO IR-STATUS
           END-IF.
           WRITE INVOICE-REGISTER-REC.
           ADD PT-GROSS-AMOUNT(PARENT-IDX) TO TOTAL-GROSS-BILLED.
           ADD NET-DUE-AMOUNT TO TOTAL-DUE-BILLED.
      * only what was not invoiced goes back, so a rerun for the
      * same period finds nothing left to bill
       REWRITE-PENDING-FILE.
           MOVE "CORPPEND-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT CORP-PENDING.
           IF CORP-PENDING-STATUS NOT = "00"
               DISPLAY "CORPBILL: UNABLE TO REWRITE CORPPEND-MST.txt"
                   " - INVOICED CHARGES STILL PENDING"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING PENDING-IDX FROM 1 BY 1
                       UNTIL PENDING-IDX > PENDING-COUNT
                   IF PND-BILLED(PENDING-IDX) NOT = "Y"
                       MOVE PND-RECORD(PENDING-IDX)
                           TO CORP-PENDING-REC
                       WRITE CORP-PENDING-REC
                       ADD 1 TO RECORDS-RETAINED
                   END-IF
               END-PERFORM
               CLOSE CORP-PENDING
           END-IF.
       WRITE-CONTROL-HEADING.
           MOVE SPACES TO CONTROL-LINE.
           STRING "CORPORATE MONTH-END BILLING - RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - CHARGES TO " DELIMITED BY SIZE
               PERIOD-END-DATE DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "ACCOUNT NAME                 INVOICE  "
                   DELIMITED BY SIZE
               "DRIVERS CONTRACTS         GROSS    AMOUNT DUE"
                   DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
       WRITE-PARENT-CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           MOVE PT-GROSS-AMOUNT(PARENT-IDX) TO AMOUNT-ED.
           MOVE NET-DUE-AMOUNT TO TOTAL-ED.
           MOVE PT-CONTRACT-COUNT(PARENT-IDX) TO COUNT-ED.
           STRING PT-PARENT-NUMBER(PARENT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PT-NAME(PARENT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PT-INVOICE-NUMBER(PARENT-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               PT-DRIVER-COUNT(PARENT-IDX) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
       WRITE-PARENT-EXCEPTION.
           MOVE SPACES TO CONTROL-LINE.
           STRING PT-PARENT-NUMBER(PARENT-IDX) DELIMITED BY SIZE
               " ACCOUNT NOT ON CUSTOMER MASTER - CHARGES RETAINED"
                   DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
       WRITE-CONTROL-SUMMARY.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "CONSOLIDATED INVOICES:   " DELIMITED BY SIZE
               INVOICES-WRITTEN DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "DRIVERS INVOICED:        " DELIMITED BY SIZE
               DRIVERS-BILLED DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "CONTRACTS INVOICED:      " DELIMITED BY SIZE
               CONTRACTS-BILLED DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE TOTAL-GROSS-BILLED TO TOTAL-ED.
           MOVE SPACES TO CONTROL-LINE.
           STRING "TOTAL GROSS INVOICED:    " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE TOTAL-DUE-BILLED TO TOTAL-ED.
           MOVE SPACES TO CONTROL-LINE.
           STRING "TOTAL AMOUNT DUE:        " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "PENDING RECORDS INVOICED:" DELIMITED BY SIZE
               RECORDS-BILLED DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "PENDING RECORDS RETAINED:" DELIMITED BY SIZE
               RECORDS-RETAINED DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "INVALID PENDING RECORDS: " DELIMITED BY SIZE
               RECORDS-INVALID DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
           MOVE SPACES TO CONTROL-LINE.
           STRING "ACCOUNTS NOT ON MASTER:  " DELIMITED BY SIZE
               PARENTS-NOT-ON-MASTER DELIMITED BY SIZE
               INTO CONTROL-LINE.
           WRITE CONTROL-LINE.
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
                       DISPLAY "CORPBILL: PERIOD "
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
           DISPLAY "CORPBILL: " PERIOD-DOCUMENT " DATED "
               PERIOD-CHECK-DATE " IN CLOSED PERIOD - POSTED "
               PERIOD-POSTING-DATE.
           OPEN EXTEND PERIOD-REPORT.
           IF PERIOD-REPORT-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-REPORT
           END-IF.
           IF PERIOD-REPORT-STATUS = "00"
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING "CORPBILL " DELIMITED BY SIZE
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
           MOVE "CORPBILL" TO BKR-PROGRAM.
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
       END PROGRAM CORPBILL.
