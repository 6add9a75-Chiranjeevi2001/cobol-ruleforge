       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-IN ASSIGN TO 'INVADJ-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUST-IN-STATUS.
           SELECT INVOICE-REGISTER ASSIGN TO 'INVREG-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CREDIT-REGISTER ASSIGN TO 'CREDNOTE-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-REGISTER-STATUS.
           SELECT CREDIT-NOTE-OUT ASSIGN TO 'CREDNOTE-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLFEED-OUT ASSIGN TO 'ADJGL-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLBATCH-FILE ASSIGN TO 'GLBATCH-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLBATCH-STATUS.
           SELECT ADJUST-REPORT ASSIGN TO 'INVADJ-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-MASTER ASSIGN TO 'PERIOD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-MASTER-STATUS.
           SELECT PERIOD-REPORT ASSIGN TO 'PERIODADJ-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADJUST-IN.
       01 ADJUST-REC.
           02 ADJ-INVOICE-NUMBER PIC 9(8).
           02 ADJ-TYPE PIC X(1).
           02 ADJ-COMPONENT PIC X(1).
           02 ADJ-NET-AMOUNT PIC 9(7)V99.
           02 ADJ-REASON-CODE PIC X(4).
           02 ADJ-OPERATOR PIC X(8).
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
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           02 CM-CUSTOMER-NUMBER PIC 9(6).
           02 CM-CUSTOMER-NAME PIC A(20).
           02 CM-BRANCH PIC X(4).
           02 CM-CREDIT-STATUS PIC X(1).
           02 CM-CREDIT-LIMIT PIC 9(7)V99.
           02 FILLER PIC X(6).
       FD CREDIT-REGISTER.
       01 CREDIT-REGISTER-REC.
           02 CN-NUMBER PIC 9(8).
           02 CN-DATE PIC 9(8).
           02 CN-INVOICE-NUMBER PIC 9(8).
           02 CN-CUSTOMER-NUMBER PIC 9(6).
           02 CN-CLIENT-NAME PIC A(20).
           02 CN-TYPE PIC X(1).
           02 CN-REASON-CODE PIC X(4).
           02 CN-OPERATOR PIC X(8).
           02 CN-NET-AMOUNT PIC 9(7)V99.
           02 CN-VAT-AMOUNT PIC 9(7)V99.
           02 CN-GROSS-AMOUNT PIC 9(7)V99.
           02 CN-LATE-FEE PIC 9(7)V99.
           02 CN-ANCILLARY PIC 9(7)V99.
       FD CREDIT-NOTE-OUT.
       01 CREDIT-NOTE-LINE PIC X(80).
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
       FD ADJUST-REPORT.
       01 REPORT-LINE PIC X(110).
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
       77  ADJUST-IN-STATUS PIC X(2) VALUE "00".
       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE "00".
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       77  CREDIT-REGISTER-STATUS PIC X(2) VALUE "00".
       77  GLBATCH-STATUS PIC X(2) VALUE "00".
       77  ADJUST-EOF PIC A(3) VALUE SPACES.
       77  INVOICE-REGISTER-EOF PIC A(3) VALUE SPACES.
       77  CUSTOMER-MASTER-EOF PIC A(3) VALUE SPACES.
       77  CREDIT-REGISTER-EOF PIC A(3) VALUE SPACES.
       77  CREDIT-REGISTER-OPEN PIC A(1) VALUE "N".
       01  REGISTER-TABLE OCCURS 2000 TIMES.
           02 REG-INVOICE-NUMBER PIC 9(8).
           02 REG-INVOICE-DATE PIC 9(8).
           02 REG-CUSTOMER-NUMBER PIC 9(6).
           02 REG-CLIENT-NAME PIC A(20).
           02 REG-NET-AMOUNT PIC 9(7)V99.
           02 REG-VAT-AMOUNT PIC 9(7)V99.
           02 REG-GROSS-AMOUNT PIC 9(7)V99.
           02 REG-LATE-FEE PIC 9(7)V99.
           02 REG-ANCILLARY PIC 9(7)V99.
           02 REG-OPEN-AMOUNT PIC 9(7)V99.
           02 REG-STATUS PIC X(1).
           02 REG-DEPOSIT PIC 9(7)V99.
       77  REGISTER-COUNT PIC 9(4) VALUE 0.
       77  REGISTER-IDX PIC 9(4) VALUE 0.
       77  REGISTER-SLOT PIC 9(4) VALUE 0.
       01  CUSTOMER-TABLE OCCURS 5000 TIMES.
           02 CUST-NUMBER PIC 9(6).
           02 CUST-BRANCH PIC X(4).
       77  CUSTOMER-COUNT PIC 9(5) VALUE 0.
       77  CUSTOMER-IDX PIC 9(5) VALUE 0.
       77  CUSTOMER-SLOT PIC 9(5) VALUE 0.
       77  CREDIT-NOTE-NUMBER PIC 9(8) VALUE 0.
       77  ADJ-VALID PIC A(1) VALUE "Y".
       77  REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
       77  CREDIT-NET PIC 9(7)V99 VALUE 0.
       77  CREDIT-VAT PIC 9(7)V99 VALUE 0.
       77  CREDIT-GROSS PIC 9(7)V99 VALUE 0.
       77  CREDIT-LATE-FEE PIC 9(7)V99 VALUE 0.
       77  CREDIT-ANCILLARY PIC 9(7)V99 VALUE 0.
       77  CREDIT-RENTAL PIC 9(7)V99 VALUE 0.
       77  CREDIT-BRANCH PIC X(4) VALUE SPACES.
       77  OPEN-BEFORE PIC 9(7)V99 VALUE 0.
       77  STATUS-BEFORE PIC X(1) VALUE SPACES.
       77  ADJ-READ-COUNT PIC 9(5) VALUE 0.
       77  ADJ-APPLIED-COUNT PIC 9(5) VALUE 0.
       77  ADJ-REJECT-COUNT PIC 9(5) VALUE 0.
       77  TOTAL-CREDIT-NET PIC 9(8)V99 VALUE 0.
       77  TOTAL-CREDIT-VAT PIC 9(8)V99 VALUE 0.
       77  TOTAL-CREDIT-GROSS PIC 9(8)V99 VALUE 0.
       77  GL-BATCH-NUMBER PIC 9(6) VALUE 0.
       77  GL-POSTING-DATE PIC 9(8) VALUE 0.
       77  GL-DEBIT-TOTAL PIC 9(9)V99 VALUE 0.
       77  GL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       77  GL-RECORD-COUNT PIC 9(5) VALUE 0.
       77  AMOUNT-ED-1 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-2 PIC ZZZZZZZ9.99.
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
           PERFORM LOAD-INVOICE-REGISTER.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-CREDIT-REGISTER.
           OPEN INPUT ADJUST-IN.
           IF ADJUST-IN-STATUS NOT = "00"
               DISPLAY "INVADJ: INVADJ-IN.txt NOT FOUND - "
                   "NO ADJUSTMENTS TO APPLY"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CREDIT-NOTE-OUT
                OUTPUT GLFEED-OUT
                OUTPUT ADJUST-REPORT.
           PERFORM OPEN-CREDIT-REGISTER-APPEND.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-GL-BATCH-HEADER.
           READ ADJUST-IN
               AT END MOVE "YYY" TO ADJUST-EOF
           END-READ.
           PERFORM APPLY-ONE-ADJUSTMENT UNTIL ADJUST-EOF = "YYY".
           PERFORM WRITE-GL-BATCH-TRAILER.
           PERFORM WRITE-REPORT-SUMMARY.
           IF CREDIT-REGISTER-OPEN = "Y"
               CLOSE CREDIT-REGISTER
           END-IF.
           CLOSE ADJUST-IN
                 CREDIT-NOTE-OUT
                 GLFEED-OUT
                 ADJUST-REPORT.
           PERFORM REWRITE-INVOICE-REGISTER.
           GOBACK.
       LOAD-INVOICE-REGISTER.
           MOVE SPACES TO INVOICE-REGISTER-EOF.
           OPEN INPUT INVOICE-REGISTER.
           IF INVOICE-REGISTER-STATUS = "00"
               READ INVOICE-REGISTER
                   AT END MOVE "YYY" TO INVOICE-REGISTER-EOF
               END-READ
               PERFORM UNTIL INVOICE-REGISTER-EOF = "YYY"
                   IF REGISTER-COUNT >= 2000
                       DISPLAY "INVADJ: MORE THAN 2000 INVOICES IN "
                           "INVREG-MST.txt - RUN STOPPED BEFORE "
                           "THE REGISTER COULD BE DAMAGED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO REGISTER-COUNT
                   MOVE IR-INVOICE-NUMBER
                       TO REG-INVOICE-NUMBER(REGISTER-COUNT)
                   MOVE IR-INVOICE-DATE
                       TO REG-INVOICE-DATE(REGISTER-COUNT)
                   MOVE IR-CUSTOMER-NUMBER
                       TO REG-CUSTOMER-NUMBER(REGISTER-COUNT)
                   MOVE IR-CLIENT-NAME
                       TO REG-CLIENT-NAME(REGISTER-COUNT)
                   MOVE IR-NET-AMOUNT
                       TO REG-NET-AMOUNT(REGISTER-COUNT)
                   MOVE IR-VAT-AMOUNT
                       TO REG-VAT-AMOUNT(REGISTER-COUNT)
                   MOVE IR-GROSS-AMOUNT
                       TO REG-GROSS-AMOUNT(REGISTER-COUNT)
                   MOVE IR-LATE-FEE TO REG-LATE-FEE(REGISTER-COUNT)
                   MOVE IR-ANCILLARY TO REG-ANCILLARY(REGISTER-COUNT)
                   MOVE IR-OPEN-AMOUNT
                       TO REG-OPEN-AMOUNT(REGISTER-COUNT)
                   MOVE IR-STATUS TO REG-STATUS(REGISTER-COUNT)
                   IF IR-DEPOSIT IS NUMERIC
                       MOVE IR-DEPOSIT TO REG-DEPOSIT(REGISTER-COUNT)
                   ELSE
                       MOVE 0 TO REG-DEPOSIT(REGISTER-COUNT)
                   END-IF
                   READ INVOICE-REGISTER
                       AT END MOVE "YYY" TO INVOICE-REGISTER-EOF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER
           ELSE
               DISPLAY "INVADJ: INVREG-MST.txt NOT FOUND - "
                   "EVERY ADJUSTMENT WILL BE REJECTED"
           END-IF.
      * the branch is only needed to route the reversing GL lines
      * to the same branch the customer is billed under
       LOAD-CUSTOMER-TABLE.
           MOVE SPACES TO CUSTOMER-MASTER-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS = "00"
               READ CUSTOMER-MASTER
                   AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
               END-READ
               PERFORM UNTIL CUSTOMER-MASTER-EOF = "YYY"
                       OR CUSTOMER-COUNT >= 5000
                   ADD 1 TO CUSTOMER-COUNT
                   MOVE CM-CUSTOMER-NUMBER
                       TO CUST-NUMBER(CUSTOMER-COUNT)
                   MOVE CM-BRANCH TO CUST-BRANCH(CUSTOMER-COUNT)
                   READ CUSTOMER-MASTER
                       AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
                   END-READ
               END-PERFORM
               IF CUSTOMER-MASTER-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 5000 CUSTOMERS IN "
                       "CUSTMAST-IN.txt - GL BRANCH MAY BE BLANK"
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF.
      * the credit note register carries the highest credit note
      * number ever issued, so numbering continues across runs the
      * same way the invoice register numbers invoices
       LOAD-CREDIT-REGISTER.
           MOVE SPACES TO CREDIT-REGISTER-EOF.
           OPEN INPUT CREDIT-REGISTER.
           IF CREDIT-REGISTER-STATUS = "00"
               READ CREDIT-REGISTER
                   AT END MOVE "YYY" TO CREDIT-REGISTER-EOF
               END-READ
               PERFORM UNTIL CREDIT-REGISTER-EOF = "YYY"
                   IF CN-NUMBER IS NUMERIC
                           AND CN-NUMBER IS GREATER THAN
                               CREDIT-NOTE-NUMBER
                       MOVE CN-NUMBER TO CREDIT-NOTE-NUMBER
                   END-IF
                   READ CREDIT-REGISTER
                       AT END MOVE "YYY" TO CREDIT-REGISTER-EOF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-REGISTER
           END-IF.
       OPEN-CREDIT-REGISTER-APPEND.
           MOVE "N" TO CREDIT-REGISTER-OPEN.
           MOVE "CREDNOTE-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND CREDIT-REGISTER.
           IF CREDIT-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT CREDIT-REGISTER
           END-IF.
           IF CREDIT-REGISTER-STATUS = "00"
               MOVE "Y" TO CREDIT-REGISTER-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN CREDNOTE-MST.txt "
                   "FOR APPEND - CREDIT NOTES NOT REGISTERED"
           END-IF.
       APPLY-ONE-ADJUSTMENT.
           ADD 1 TO ADJ-READ-COUNT.
           PERFORM VALIDATE-ADJUSTMENT.
           IF ADJ-VALID = "Y"
               PERFORM CALCULATE-CREDIT
           END-IF.
           IF ADJ-VALID = "Y"
               PERFORM POST-CREDIT-NOTE
           ELSE
               ADD 1 TO ADJ-REJECT-COUNT
               PERFORM WRITE-REJECT-LINE
           END-IF.
           READ ADJUST-IN
               AT END MOVE "YYY" TO ADJUST-EOF
           END-READ.
       VALIDATE-ADJUSTMENT.
           MOVE "Y" TO ADJ-VALID.
           MOVE SPACES TO REJECT-REASON-TEXT.
           MOVE 0 TO REGISTER-SLOT.
           IF ADJ-INVOICE-NUMBER IS NOT NUMERIC
               MOVE "N" TO ADJ-VALID
               MOVE "INVALID INVOICE NUMBER" TO REJECT-REASON-TEXT
           END-IF.
           IF ADJ-VALID = "Y"
               PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                       UNTIL REGISTER-IDX > REGISTER-COUNT
                           OR REGISTER-SLOT > 0
                   IF REG-INVOICE-NUMBER(REGISTER-IDX) =
                           ADJ-INVOICE-NUMBER
                       MOVE REGISTER-IDX TO REGISTER-SLOT
                   END-IF
               END-PERFORM
               IF REGISTER-SLOT = 0
                   MOVE "N" TO ADJ-VALID
                   MOVE "INVOICE NOT ON REGISTER"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF ADJ-VALID = "Y"
               IF REG-STATUS(REGISTER-SLOT) NOT = "O"
                       OR REG-OPEN-AMOUNT(REGISTER-SLOT) = 0
                   MOVE "N" TO ADJ-VALID
                   MOVE "INVOICE NOT OPEN" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF ADJ-VALID = "Y"
               IF ADJ-TYPE NOT = "F" AND ADJ-TYPE NOT = "P"
                   MOVE "N" TO ADJ-VALID
                   MOVE "INVALID ADJUSTMENT TYPE"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF ADJ-VALID = "Y"
               IF ADJ-REASON-CODE = SPACES
                   MOVE "N" TO ADJ-VALID
                   MOVE "REASON CODE MISSING" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF ADJ-VALID = "Y"
               IF ADJ-OPERATOR = SPACES
                   MOVE "N" TO ADJ-VALID
                   MOVE "OPERATOR MISSING" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF ADJ-VALID = "Y" AND ADJ-TYPE = "P"
               IF ADJ-NET-AMOUNT IS NOT NUMERIC
                   MOVE "N" TO ADJ-VALID
                   MOVE "INVALID CREDIT AMOUNT" TO REJECT-REASON-TEXT
               ELSE
                   IF ADJ-NET-AMOUNT = 0
                       MOVE "N" TO ADJ-VALID
                       MOVE "INVALID CREDIT AMOUNT"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF ADJ-VALID = "Y" AND ADJ-TYPE = "P"
               IF ADJ-COMPONENT NOT = "L" AND ADJ-COMPONENT NOT = "A"
                       AND ADJ-COMPONENT NOT = SPACE
                   MOVE "N" TO ADJ-VALID
                   MOVE "INVALID CREDIT COMPONENT"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
      * a full reversal credits whatever is still open, split in
      * the same proportions as the invoice itself; a partial credit
      * names its net amount and either targets the late fee, the
      * ancillary charges, or is spread across the invoice. VAT is
      * credited at the rate the invoice was raised at
       CALCULATE-CREDIT.
           MOVE 0 TO CREDIT-NET.
           MOVE 0 TO CREDIT-VAT.
           MOVE 0 TO CREDIT-GROSS.
           MOVE 0 TO CREDIT-LATE-FEE.
           MOVE 0 TO CREDIT-ANCILLARY.
           MOVE 0 TO CREDIT-RENTAL.
           IF ADJ-TYPE = "F"
               MOVE REG-OPEN-AMOUNT(REGISTER-SLOT) TO CREDIT-GROSS
               IF REG-GROSS-AMOUNT(REGISTER-SLOT) IS GREATER THAN 0
                   COMPUTE CREDIT-VAT ROUNDED =
                       CREDIT-GROSS * REG-VAT-AMOUNT(REGISTER-SLOT)
                           / REG-GROSS-AMOUNT(REGISTER-SLOT)
               END-IF
               COMPUTE CREDIT-NET = CREDIT-GROSS - CREDIT-VAT
               PERFORM SPREAD-NET-CREDIT
           ELSE
               MOVE ADJ-NET-AMOUNT TO CREDIT-NET
               IF REG-NET-AMOUNT(REGISTER-SLOT) IS GREATER THAN 0
                   COMPUTE CREDIT-VAT ROUNDED =
                       CREDIT-NET * REG-VAT-AMOUNT(REGISTER-SLOT)
                           / REG-NET-AMOUNT(REGISTER-SLOT)
                       ON SIZE ERROR
                           MOVE "N" TO ADJ-VALID
                           MOVE "CREDIT OVERFLOW"
                               TO REJECT-REASON-TEXT
                   END-COMPUTE
               END-IF
               COMPUTE CREDIT-GROSS = CREDIT-NET + CREDIT-VAT
                   ON SIZE ERROR
                       MOVE "N" TO ADJ-VALID
                       MOVE "CREDIT OVERFLOW" TO REJECT-REASON-TEXT
               END-COMPUTE
               EVALUATE ADJ-COMPONENT
                   WHEN "L"
                       MOVE CREDIT-NET TO CREDIT-LATE-FEE
                       IF CREDIT-LATE-FEE IS GREATER THAN
                               REG-LATE-FEE(REGISTER-SLOT)
                           MOVE "N" TO ADJ-VALID
                           MOVE "CREDIT EXCEEDS LATE FEE"
                               TO REJECT-REASON-TEXT
                       END-IF
                   WHEN "A"
                       MOVE CREDIT-NET TO CREDIT-ANCILLARY
                       IF CREDIT-ANCILLARY IS GREATER THAN
                               REG-ANCILLARY(REGISTER-SLOT)
                           MOVE "N" TO ADJ-VALID
                           MOVE "CREDIT EXCEEDS ANCILLARY"
                               TO REJECT-REASON-TEXT
                       END-IF
                   WHEN OTHER
                       PERFORM SPREAD-NET-CREDIT
               END-EVALUATE
               IF ADJ-VALID = "Y"
                   IF CREDIT-GROSS IS GREATER THAN
                           REG-OPEN-AMOUNT(REGISTER-SLOT)
                       MOVE "N" TO ADJ-VALID
                       MOVE "CREDIT EXCEEDS OPEN AMOUNT"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF ADJ-VALID = "Y"
               COMPUTE CREDIT-RENTAL = CREDIT-NET - CREDIT-LATE-FEE
                   - CREDIT-ANCILLARY
           END-IF.
       SPREAD-NET-CREDIT.
           IF REG-NET-AMOUNT(REGISTER-SLOT) IS GREATER THAN 0
               COMPUTE CREDIT-LATE-FEE ROUNDED =
                   CREDIT-NET * REG-LATE-FEE(REGISTER-SLOT)
                       / REG-NET-AMOUNT(REGISTER-SLOT)
               COMPUTE CREDIT-ANCILLARY ROUNDED =
                   CREDIT-NET * REG-ANCILLARY(REGISTER-SLOT)
                       / REG-NET-AMOUNT(REGISTER-SLOT)
           END-IF.
           IF CREDIT-LATE-FEE IS GREATER THAN
                   REG-LATE-FEE(REGISTER-SLOT)
               MOVE REG-LATE-FEE(REGISTER-SLOT) TO CREDIT-LATE-FEE
           END-IF.
           IF CREDIT-ANCILLARY IS GREATER THAN
                   REG-ANCILLARY(REGISTER-SLOT)
               MOVE REG-ANCILLARY(REGISTER-SLOT) TO CREDIT-ANCILLARY
           END-IF.
           IF CREDIT-LATE-FEE + CREDIT-ANCILLARY IS GREATER THAN
                   CREDIT-NET
               COMPUTE CREDIT-ANCILLARY = CREDIT-NET - CREDIT-LATE-FEE
           END-IF.
       POST-CREDIT-NOTE.
           ADD 1 TO CREDIT-NOTE-NUMBER.
           ADD 1 TO ADJ-APPLIED-COUNT.
           MOVE REG-OPEN-AMOUNT(REGISTER-SLOT) TO OPEN-BEFORE.
           MOVE REG-STATUS(REGISTER-SLOT) TO STATUS-BEFORE.
           PERFORM REDUCE-REGISTER-ENTRY.
           PERFORM FIND-CREDIT-BRANCH.
           ADD CREDIT-NET TO TOTAL-CREDIT-NET.
           ADD CREDIT-VAT TO TOTAL-CREDIT-VAT.
           ADD CREDIT-GROSS TO TOTAL-CREDIT-GROSS.
           PERFORM WRITE-CREDIT-REGISTER-RECORD.
           PERFORM WRITE-CREDIT-NOTE.
           PERFORM WRITE-GL-REVERSAL-LINES.
           PERFORM WRITE-APPLIED-LINE.
      * the invoice components are reduced by the credit so the
      * register always shows what the customer is now being asked
      * to pay; an invoice credited down to nothing is marked "C"
       REDUCE-REGISTER-ENTRY.
           SUBTRACT CREDIT-NET FROM REG-NET-AMOUNT(REGISTER-SLOT).
           SUBTRACT CREDIT-VAT FROM REG-VAT-AMOUNT(REGISTER-SLOT).
           SUBTRACT CREDIT-GROSS FROM REG-GROSS-AMOUNT(REGISTER-SLOT).
           SUBTRACT CREDIT-LATE-FEE FROM REG-LATE-FEE(REGISTER-SLOT).
           SUBTRACT CREDIT-ANCILLARY
               FROM REG-ANCILLARY(REGISTER-SLOT).
           SUBTRACT CREDIT-GROSS FROM REG-OPEN-AMOUNT(REGISTER-SLOT).
           IF REG-OPEN-AMOUNT(REGISTER-SLOT) = 0
               MOVE "C" TO REG-STATUS(REGISTER-SLOT)
           END-IF.
       FIND-CREDIT-BRANCH.
           MOVE SPACES TO CREDIT-BRANCH.
           MOVE 0 TO CUSTOMER-SLOT.
           PERFORM VARYING CUSTOMER-IDX FROM 1 BY 1
                   UNTIL CUSTOMER-IDX > CUSTOMER-COUNT
                       OR CUSTOMER-SLOT > 0
               IF CUST-NUMBER(CUSTOMER-IDX) =
                       REG-CUSTOMER-NUMBER(REGISTER-SLOT)
                   MOVE CUSTOMER-IDX TO CUSTOMER-SLOT
                   MOVE CUST-BRANCH(CUSTOMER-IDX) TO CREDIT-BRANCH
               END-IF
           END-PERFORM.
       WRITE-CREDIT-REGISTER-RECORD.
           IF CREDIT-REGISTER-OPEN = "Y"
               MOVE CREDIT-NOTE-NUMBER TO CN-NUMBER
               MOVE RUN-DATE TO CN-DATE
               MOVE ADJ-INVOICE-NUMBER TO CN-INVOICE-NUMBER
               MOVE REG-CUSTOMER-NUMBER(REGISTER-SLOT)
                   TO CN-CUSTOMER-NUMBER
               MOVE REG-CLIENT-NAME(REGISTER-SLOT) TO CN-CLIENT-NAME
               MOVE ADJ-TYPE TO CN-TYPE
               MOVE ADJ-REASON-CODE TO CN-REASON-CODE
               MOVE ADJ-OPERATOR TO CN-OPERATOR
               MOVE CREDIT-NET TO CN-NET-AMOUNT
               MOVE CREDIT-VAT TO CN-VAT-AMOUNT
               MOVE CREDIT-GROSS TO CN-GROSS-AMOUNT
               MOVE CREDIT-LATE-FEE TO CN-LATE-FEE
               MOVE CREDIT-ANCILLARY TO CN-ANCILLARY
               WRITE CREDIT-REGISTER-REC
           END-IF.
       WRITE-CREDIT-NOTE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "CREDIT NOTE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CREDIT-NOTE-NUMBER DELIMITED BY SIZE
               " CLIENT: " DELIMITED BY SIZE
               REG-CLIENT-NAME(REGISTER-SLOT) DELIMITED BY SIZE
               " CUSTOMER: " DELIMITED BY SIZE
               REG-CUSTOMER-NUMBER(REGISTER-SLOT) DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           IF ADJ-TYPE = "F"
               STRING "  FULL REVERSAL OF INVOICE: " DELIMITED BY SIZE
                   ADJ-INVOICE-NUMBER DELIMITED BY SIZE
                   "  REASON: " DELIMITED BY SIZE
                   ADJ-REASON-CODE DELIMITED BY SIZE
                   INTO CREDIT-NOTE-LINE
           ELSE
               STRING "  PARTIAL CREDIT ON INVOICE: " DELIMITED BY SIZE
                   ADJ-INVOICE-NUMBER DELIMITED BY SIZE
                   "  REASON: " DELIMITED BY SIZE
                   ADJ-REASON-CODE DELIMITED BY SIZE
                   INTO CREDIT-NOTE-LINE
           END-IF.
           WRITE CREDIT-NOTE-LINE.
           MOVE CREDIT-RENTAL TO AMOUNT-ED-1.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "  RENTAL CHARGES CREDITED: " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           MOVE CREDIT-LATE-FEE TO AMOUNT-ED-1.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "  LATE FEE CREDITED:       " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           MOVE CREDIT-ANCILLARY TO AMOUNT-ED-1.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "  ANCILLARY CREDITED:      " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           MOVE CREDIT-NET TO AMOUNT-ED-1.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "  CREDIT TOTAL (NET):      " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           MOVE CREDIT-VAT TO AMOUNT-ED-1.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "  VAT:                     " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           MOVE CREDIT-GROSS TO AMOUNT-ED-1.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "  CREDIT TOTAL (GROSS):    " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           MOVE REG-OPEN-AMOUNT(REGISTER-SLOT) TO AMOUNT-ED-1.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           STRING "  INVOICE BALANCE NOW:     " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
           MOVE SPACES TO CREDIT-NOTE-LINE.
           WRITE CREDIT-NOTE-LINE.
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
      * each credit note reverses the billing run's posting: the
      * revenue, ancillary and VAT it credited are debited back and
      * the receivable is credited by the gross amount of the note
       WRITE-GL-REVERSAL-LINES.
           IF CREDIT-RENTAL IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "D" TO GL-DC-INDICATOR
               MOVE "4000" TO GL-ACCOUNT-CODE
               MOVE "RENTAL" TO GL-ACCOUNT-NAME
               MOVE CREDIT-RENTAL TO GL-AMOUNT
               MOVE CREDIT-BRANCH TO GL-BRANCH
               PERFORM WRITE-GL-DEBIT-LINE
           END-IF.
           IF CREDIT-LATE-FEE IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "D" TO GL-DC-INDICATOR
               MOVE "4000" TO GL-ACCOUNT-CODE
               MOVE "LATEFEE" TO GL-ACCOUNT-NAME
               MOVE CREDIT-LATE-FEE TO GL-AMOUNT
               MOVE CREDIT-BRANCH TO GL-BRANCH
               PERFORM WRITE-GL-DEBIT-LINE
           END-IF.
           IF CREDIT-ANCILLARY IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "D" TO GL-DC-INDICATOR
               MOVE "4100" TO GL-ACCOUNT-CODE
               MOVE "ANCILLARY" TO GL-ACCOUNT-NAME
               MOVE CREDIT-ANCILLARY TO GL-AMOUNT
               MOVE CREDIT-BRANCH TO GL-BRANCH
               PERFORM WRITE-GL-DEBIT-LINE
           END-IF.
           IF CREDIT-VAT IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "D" TO GL-DC-INDICATOR
               MOVE "2200" TO GL-ACCOUNT-CODE
               MOVE "VAT" TO GL-ACCOUNT-NAME
               MOVE CREDIT-VAT TO GL-AMOUNT
               MOVE CREDIT-BRANCH TO GL-BRANCH
               PERFORM WRITE-GL-DEBIT-LINE
           END-IF.
           MOVE "0001" TO GL-COMPANY-CODE.
           MOVE "C" TO GL-DC-INDICATOR.
           MOVE "1200" TO GL-ACCOUNT-CODE.
           MOVE "RECEIVABLE" TO GL-ACCOUNT-NAME.
           MOVE CREDIT-GROSS TO GL-AMOUNT.
           MOVE CREDIT-BRANCH TO GL-BRANCH.
           PERFORM WRITE-GL-CREDIT-LINE.
       WRITE-GL-CREDIT-LINE.
           WRITE GLFEED-REC.
           ADD GL-AMOUNT TO GL-CREDIT-TOTAL.
           ADD 1 TO GL-RECORD-COUNT.
       WRITE-GL-DEBIT-LINE.
           WRITE GLFEED-REC.
           ADD GL-AMOUNT TO GL-DEBIT-TOTAL.
           ADD 1 TO GL-RECORD-COUNT.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVOICE ADJUSTMENTS AUDIT - RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESULT   INVOICE  CUSTOMER TYPE REASON OPERATOR "
                   DELIMITED BY SIZE
               "CREDIT NOTE  GROSS CREDIT  OPEN BEFORE / AFTER"
                   DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-APPLIED-LINE.
           MOVE CREDIT-GROSS TO AMOUNT-ED-1.
           MOVE OPEN-BEFORE TO AMOUNT-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPLIED  " DELIMITED BY SIZE
               ADJ-INVOICE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-CUSTOMER-NUMBER(REGISTER-SLOT) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ADJ-TYPE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ADJ-REASON-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ADJ-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CREDIT-NOTE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REG-OPEN-AMOUNT(REGISTER-SLOT) TO AMOUNT-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "           STATUS " DELIMITED BY SIZE
               STATUS-BEFORE DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               REG-STATUS(REGISTER-SLOT) DELIMITED BY SIZE
               "  OPEN AFTER: " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJECTED " DELIMITED BY SIZE
               ADJ-INVOICE-NUMBER DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               ADJ-TYPE DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ADJ-REASON-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ADJ-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADJUSTMENTS READ: " DELIMITED BY SIZE
               ADJ-READ-COUNT DELIMITED BY SIZE
               "  APPLIED: " DELIMITED BY SIZE
               ADJ-APPLIED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               ADJ-REJECT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-CREDIT-NET TO AMOUNT-ED-1.
           MOVE TOTAL-CREDIT-VAT TO AMOUNT-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL CREDITED NET: " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               "  VAT: " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-CREDIT-GROSS TO AMOUNT-ED-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL CREDITED GROSS: " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               "  GL BATCH: " DELIMITED BY SIZE
               GL-BATCH-NUMBER DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       REWRITE-INVOICE-REGISTER.
           IF ADJ-APPLIED-COUNT IS GREATER THAN 0
               MOVE "INVREG-MST.txt" TO BKR-MASTER-NAME
               PERFORM BACKUP-MASTER
               OPEN OUTPUT INVOICE-REGISTER
               IF INVOICE-REGISTER-STATUS = "00"
                   PERFORM WRITE-REGISTER-ENTRY
                       VARYING REGISTER-IDX FROM 1 BY 1
                       UNTIL REGISTER-IDX > REGISTER-COUNT
                   CLOSE INVOICE-REGISTER
               ELSE
                   DISPLAY "WARNING: UNABLE TO REWRITE INVREG-MST.txt"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       WRITE-REGISTER-ENTRY.
           MOVE REG-INVOICE-NUMBER(REGISTER-IDX)
               TO IR-INVOICE-NUMBER.
           MOVE REG-INVOICE-DATE(REGISTER-IDX) TO IR-INVOICE-DATE.
           MOVE REG-CUSTOMER-NUMBER(REGISTER-IDX)
               TO IR-CUSTOMER-NUMBER.
           MOVE REG-CLIENT-NAME(REGISTER-IDX) TO IR-CLIENT-NAME.
           MOVE REG-NET-AMOUNT(REGISTER-IDX) TO IR-NET-AMOUNT.
           MOVE REG-VAT-AMOUNT(REGISTER-IDX) TO IR-VAT-AMOUNT.
           MOVE REG-GROSS-AMOUNT(REGISTER-IDX) TO IR-GROSS-AMOUNT.
           MOVE REG-LATE-FEE(REGISTER-IDX) TO IR-LATE-FEE.
           MOVE REG-ANCILLARY(REGISTER-IDX) TO IR-ANCILLARY.
           MOVE REG-OPEN-AMOUNT(REGISTER-IDX) TO IR-OPEN-AMOUNT.
           MOVE REG-STATUS(REGISTER-IDX) TO IR-STATUS.
           MOVE REG-DEPOSIT(REGISTER-IDX) TO IR-DEPOSIT.
           WRITE INVOICE-REGISTER-REC.
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
                       DISPLAY "INVADJ: PERIOD " PER-PERIOD(PERIOD-SLOT)
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
           DISPLAY "INVADJ: " PERIOD-DOCUMENT " DATED "
               PERIOD-CHECK-DATE " IN CLOSED PERIOD - POSTED "
               PERIOD-POSTING-DATE.
           OPEN EXTEND PERIOD-REPORT.
           IF PERIOD-REPORT-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-REPORT
           END-IF.
           IF PERIOD-REPORT-STATUS = "00"
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING "INVADJ   " DELIMITED BY SIZE
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
           MOVE "INVADJ" TO BKR-PROGRAM.
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
       END PROGRAM INVADJ.
