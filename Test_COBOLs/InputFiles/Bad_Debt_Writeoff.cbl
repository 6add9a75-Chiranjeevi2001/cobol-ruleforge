       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-IN ASSIGN TO 'WOAPPR-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-IN-STATUS.
           SELECT INVOICE-REGISTER ASSIGN TO 'INVREG-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT COLLECT-MASTER ASSIGN TO 'COLLECT-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECT-MASTER-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CANDIDATE-OUT ASSIGN TO 'WOCAND-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRITEOFF-REGISTER ASSIGN TO 'WOREG-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-REGISTER-STATUS.
           SELECT MAINT-FILE ASSIGN TO 'CUSTMNT-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-STATUS.
           SELECT GLFEED-OUT ASSIGN TO 'WOGL-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLBATCH-FILE ASSIGN TO 'GLBATCH-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLBATCH-STATUS.
           SELECT WRITEOFF-REPORT ASSIGN TO 'WRITEOFF-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-MASTER ASSIGN TO 'PERIOD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-MASTER-STATUS.
           SELECT PERIOD-REPORT ASSIGN TO 'PERIODADJ-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-IN.
       01 APPROVAL-REC.
           02 WA-INVOICE-NUMBER PIC 9(8).
           02 WA-APPROVER PIC X(8).
           02 WA-AMOUNT PIC 9(7)V99.
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
       FD COLLECT-MASTER.
       01 COLLECT-MASTER-REC.
           02 DM-CLIENT-NAME PIC A(20).
           02 DM-CONTRACT PIC 9(8).
           02 DM-LEVEL PIC 9(1).
           02 DM-LAST-LETTER-DATE PIC 9(8).
           02 DM-STATUS PIC X(1).
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           02 CM-CUSTOMER-NUMBER PIC 9(6).
           02 CM-CUSTOMER-NAME PIC A(20).
           02 CM-BRANCH PIC X(4).
           02 CM-CREDIT-STATUS PIC X(1).
           02 CM-CREDIT-LIMIT PIC 9(7)V99.
           02 FILLER PIC X(6).
       FD CANDIDATE-OUT.
       01 CANDIDATE-REC.
           02 WC-INVOICE-NUMBER PIC 9(8).
           02 WC-APPROVER PIC X(8).
           02 WC-AMOUNT PIC 9(7)V99.
       FD WRITEOFF-REGISTER.
       01 WRITEOFF-REGISTER-REC.
           02 WR-INVOICE-NUMBER PIC 9(8).
           02 WR-DATE PIC 9(8).
           02 WR-CUSTOMER-NUMBER PIC 9(6).
           02 WR-CLIENT-NAME PIC A(20).
           02 WR-AMOUNT PIC 9(7)V99.
           02 WR-APPROVER PIC X(8).
       FD MAINT-FILE.
       01 MAINT-REC.
           02 TX-ACTION PIC X(1).
           02 TX-CUSTOMER-NUMBER PIC X(6).
           02 TX-CUSTOMER-NAME PIC X(20).
           02 TX-BRANCH PIC X(4).
           02 TX-CREDIT-STATUS PIC X(1).
           02 TX-CREDIT-LIMIT PIC X(9).
           02 TX-OPERATOR PIC X(8).
           02 TX-PARENT-CUSTOMER PIC X(6).
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
       FD WRITEOFF-REPORT.
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
       77  APPROVAL-IN-STATUS PIC X(2) VALUE "00".
       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE "00".
       77  COLLECT-MASTER-STATUS PIC X(2) VALUE "00".
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       77  WRITEOFF-REGISTER-STATUS PIC X(2) VALUE "00".
       77  MAINT-STATUS PIC X(2) VALUE "00".
       77  GLBATCH-STATUS PIC X(2) VALUE "00".
       77  APPROVAL-EOF PIC A(3) VALUE SPACES.
       77  INVOICE-REGISTER-EOF PIC A(3) VALUE SPACES.
       77  COLLECT-MASTER-EOF PIC A(3) VALUE SPACES.
       77  CUSTOMER-MASTER-EOF PIC A(3) VALUE SPACES.
       77  WRITEOFF-REGISTER-OPEN PIC A(1) VALUE "N".
       77  APPROVALS-PRESENT PIC A(1) VALUE "N".
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
           02 REG-CANDIDATE PIC A(1).
           02 REG-AGE-DAYS PIC S9(5).
       77  REGISTER-COUNT PIC 9(4) VALUE 0.
       77  REGISTER-IDX PIC 9(4) VALUE 0.
       77  REGISTER-SLOT PIC 9(4) VALUE 0.
       01  FINAL-NOTICE-TABLE OCCURS 500 TIMES.
           02 FN-CLIENT-NAME PIC A(20).
           02 FN-CONTRACT PIC 9(8).
       77  FINAL-NOTICE-COUNT PIC 9(3) VALUE 0.
       77  FINAL-NOTICE-IDX PIC 9(3) VALUE 0.
       77  FINAL-NOTICE-SLOT PIC 9(3) VALUE 0.
       01  CUSTOMER-TABLE OCCURS 5000 TIMES.
           02 CUST-NUMBER PIC 9(6).
           02 CUST-BRANCH PIC X(4).
           02 CUST-CREDIT-STATUS PIC X(1).
           02 CUST-BLOCK-QUEUED PIC A(1).
           02 CUST-BLOCK-APPROVER PIC X(8).
       77  CUSTOMER-COUNT PIC 9(5) VALUE 0.
       77  CUSTOMER-IDX PIC 9(5) VALUE 0.
       77  CUSTOMER-SLOT PIC 9(5) VALUE 0.
       77  APPROVAL-VALID PIC A(1) VALUE "Y".
       77  REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
       77  WRITEOFF-BRANCH PIC X(4) VALUE SPACES.
       77  INVOICE-AGE-DAYS PIC S9(5) VALUE 0.
       77  DATE-INT-INVOICE PIC 9(8) VALUE 0.
       77  DATE-CHECK-RESULT PIC S9(4) VALUE 0.
       77  CANDIDATE-COUNT PIC 9(5) VALUE 0.
       77  CANDIDATE-TOTAL PIC 9(8)V99 VALUE 0.
       77  APPROVAL-READ-COUNT PIC 9(5) VALUE 0.
       77  APPROVAL-APPLIED-COUNT PIC 9(5) VALUE 0.
       77  APPROVAL-REJECT-COUNT PIC 9(5) VALUE 0.
       77  BLOCK-QUEUED-COUNT PIC 9(5) VALUE 0.
       77  TOTAL-WRITTEN-OFF PIC 9(8)V99 VALUE 0.
       77  GL-BATCH-NUMBER PIC 9(6) VALUE 0.
       77  GL-POSTING-DATE PIC 9(8) VALUE 0.
       77  GL-DEBIT-TOTAL PIC 9(9)V99 VALUE 0.
       77  GL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       77  GL-RECORD-COUNT PIC 9(5) VALUE 0.
       77  AMOUNT-ED-1 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-2 PIC ZZZZZZZ9.99.
       77  DAYS-ED PIC ZZZZ9.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  DATE-INT-RUN PIC 9(8) VALUE 0.
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
           PERFORM LOAD-FINAL-NOTICES.
           PERFORM LOAD-CUSTOMER-TABLE.
           OPEN OUTPUT WRITEOFF-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM PROPOSE-CANDIDATES.
           OPEN INPUT APPROVAL-IN.
           IF APPROVAL-IN-STATUS NOT = "00"
               DISPLAY "WRITEOFF: WOAPPR-IN.txt NOT FOUND - "
                   "CANDIDATES PROPOSED ONLY"
               PERFORM WRITE-REPORT-SUMMARY
               CLOSE WRITEOFF-REPORT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO APPROVALS-PRESENT.
           OPEN OUTPUT GLFEED-OUT.
           PERFORM OPEN-WRITEOFF-REGISTER-APPEND.
           PERFORM WRITE-GL-BATCH-HEADER.
           PERFORM WRITE-APPROVAL-HEADING.
           READ APPROVAL-IN
               AT END MOVE "YYY" TO APPROVAL-EOF
           END-READ.
           PERFORM APPLY-ONE-APPROVAL UNTIL APPROVAL-EOF = "YYY".
           PERFORM WRITE-GL-BATCH-TRAILER.
           PERFORM QUEUE-CREDIT-BLOCKS.
           PERFORM WRITE-REPORT-SUMMARY.
           IF WRITEOFF-REGISTER-OPEN = "Y"
               CLOSE WRITEOFF-REGISTER
           END-IF.
           CLOSE APPROVAL-IN
                 GLFEED-OUT
                 WRITEOFF-REPORT.
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
                       DISPLAY "WRITEOFF: MORE THAN 2000 INVOICES IN "
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
                   MOVE "N" TO REG-CANDIDATE(REGISTER-COUNT)
                   MOVE 0 TO REG-AGE-DAYS(REGISTER-COUNT)
                   READ INVOICE-REGISTER
                       AT END MOVE "YYY" TO INVOICE-REGISTER-EOF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER
           ELSE
               DISPLAY "WRITEOFF: INVREG-MST.txt NOT FOUND - "
                   "NOTHING TO WRITE OFF"
           END-IF.
      * only accounts DUNNING has taken to a final notice that is
      * still active are eligible; the master is keyed by client name
       LOAD-FINAL-NOTICES.
           MOVE SPACES TO COLLECT-MASTER-EOF.
           OPEN INPUT COLLECT-MASTER.
           IF COLLECT-MASTER-STATUS = "00"
               READ COLLECT-MASTER
                   AT END MOVE "YYY" TO COLLECT-MASTER-EOF
               END-READ
               PERFORM UNTIL COLLECT-MASTER-EOF = "YYY"
                       OR FINAL-NOTICE-COUNT >= 500
                   IF DM-LEVEL = 3 AND DM-STATUS = "A"
                       ADD 1 TO FINAL-NOTICE-COUNT
                       MOVE DM-CLIENT-NAME
                           TO FN-CLIENT-NAME(FINAL-NOTICE-COUNT)
                       IF DM-CONTRACT IS NUMERIC
                           MOVE DM-CONTRACT
                               TO FN-CONTRACT(FINAL-NOTICE-COUNT)
                       ELSE
                           MOVE 0 TO FN-CONTRACT(FINAL-NOTICE-COUNT)
                       END-IF
                   END-IF
                   READ COLLECT-MASTER
                       AT END MOVE "YYY" TO COLLECT-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE COLLECT-MASTER
           ELSE
               DISPLAY "WRITEOFF: COLLECT-MST.txt NOT FOUND - "
                   "NO ACCOUNT IS AT FINAL NOTICE"
           END-IF.
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
                   MOVE CM-CREDIT-STATUS
                       TO CUST-CREDIT-STATUS(CUSTOMER-COUNT)
                   MOVE "N" TO CUST-BLOCK-QUEUED(CUSTOMER-COUNT)
                   MOVE SPACES TO CUST-BLOCK-APPROVER(CUSTOMER-COUNT)
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
      * a candidate is an open invoice in the aging's 90+ band whose
      * client is at an active final notice; the candidate file is
      * in the approval layout so it can be returned with approvers
       PROPOSE-CANDIDATES.
           OPEN OUTPUT CANDIDATE-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "WRITE-OFF CANDIDATES - INVOICE / CUSTOMER / CLIENT "
                   DELIMITED BY SIZE
               "/ OPEN / DAYS / FINAL NOTICE CONTRACT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM CHECK-ONE-CANDIDATE
               VARYING REGISTER-IDX FROM 1 BY 1
               UNTIL REGISTER-IDX > REGISTER-COUNT.
           CLOSE CANDIDATE-OUT.
           MOVE CANDIDATE-TOTAL TO AMOUNT-ED-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "CANDIDATES: " DELIMITED BY SIZE
               CANDIDATE-COUNT DELIMITED BY SIZE
               "  OPEN VALUE: " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       CHECK-ONE-CANDIDATE.
           IF REG-STATUS(REGISTER-IDX) = "O"
                   AND REG-OPEN-AMOUNT(REGISTER-IDX) IS GREATER THAN 0
               PERFORM AGE-ONE-ITEM
               MOVE INVOICE-AGE-DAYS TO REG-AGE-DAYS(REGISTER-IDX)
               IF INVOICE-AGE-DAYS IS GREATER THAN 90
                   PERFORM FIND-FINAL-NOTICE
                   IF FINAL-NOTICE-SLOT IS GREATER THAN 0
                       MOVE "Y" TO REG-CANDIDATE(REGISTER-IDX)
                       PERFORM WRITE-CANDIDATE
                   END-IF
               END-IF
           END-IF.
       FIND-FINAL-NOTICE.
           MOVE 0 TO FINAL-NOTICE-SLOT.
           PERFORM VARYING FINAL-NOTICE-IDX FROM 1 BY 1
                   UNTIL FINAL-NOTICE-IDX > FINAL-NOTICE-COUNT
                       OR FINAL-NOTICE-SLOT > 0
               IF FN-CLIENT-NAME(FINAL-NOTICE-IDX) =
                       REG-CLIENT-NAME(REGISTER-IDX)
                   MOVE FINAL-NOTICE-IDX TO FINAL-NOTICE-SLOT
               END-IF
           END-PERFORM.
       WRITE-CANDIDATE.
           ADD 1 TO CANDIDATE-COUNT.
           ADD REG-OPEN-AMOUNT(REGISTER-IDX) TO CANDIDATE-TOTAL.
           MOVE REG-INVOICE-NUMBER(REGISTER-IDX) TO WC-INVOICE-NUMBER.
           MOVE SPACES TO WC-APPROVER.
           MOVE REG-OPEN-AMOUNT(REGISTER-IDX) TO WC-AMOUNT.
           WRITE CANDIDATE-REC.
           MOVE REG-OPEN-AMOUNT(REGISTER-IDX) TO AMOUNT-ED-1.
           MOVE INVOICE-AGE-DAYS TO DAYS-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING REG-INVOICE-NUMBER(REGISTER-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-CUSTOMER-NUMBER(REGISTER-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-CLIENT-NAME(REGISTER-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DAYS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FN-CONTRACT(FINAL-NOTICE-SLOT) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      * same age calculation and band limit as the ARCASH aging
       AGE-ONE-ITEM.
           MOVE 0 TO INVOICE-AGE-DAYS.
           IF REG-INVOICE-DATE(REGISTER-IDX) IS GREATER THAN 0
               COMPUTE DATE-CHECK-RESULT = FUNCTION
                   TEST-DATE-YYYYMMDD(REG-INVOICE-DATE(REGISTER-IDX))
               IF DATE-CHECK-RESULT = 0
                   COMPUTE DATE-INT-INVOICE = FUNCTION
                       INTEGER-OF-DATE(REG-INVOICE-DATE(REGISTER-IDX))
                   COMPUTE INVOICE-AGE-DAYS =
                       DATE-INT-RUN - DATE-INT-INVOICE
               END-IF
           END-IF.
       OPEN-WRITEOFF-REGISTER-APPEND.
           MOVE "N" TO WRITEOFF-REGISTER-OPEN.
           MOVE "WOREG-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND WRITEOFF-REGISTER.
           IF WRITEOFF-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT WRITEOFF-REGISTER
           END-IF.
           IF WRITEOFF-REGISTER-STATUS = "00"
               MOVE "Y" TO WRITEOFF-REGISTER-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN WOREG-MST.txt "
                   "FOR APPEND - WRITE-OFFS NOT REGISTERED"
           END-IF.
       APPLY-ONE-APPROVAL.
           ADD 1 TO APPROVAL-READ-COUNT.
           PERFORM VALIDATE-APPROVAL.
           IF APPROVAL-VALID = "Y"
               PERFORM POST-WRITE-OFF
           ELSE
               ADD 1 TO APPROVAL-REJECT-COUNT
               PERFORM WRITE-REJECT-LINE
           END-IF.
           READ APPROVAL-IN
               AT END MOVE "YYY" TO APPROVAL-EOF
           END-READ.
      * the approved amount must still equal the open balance, so
      * cash received since the candidate list was run is not lost
       VALIDATE-APPROVAL.
           MOVE "Y" TO APPROVAL-VALID.
           MOVE SPACES TO REJECT-REASON-TEXT.
           MOVE 0 TO REGISTER-SLOT.
           IF WA-INVOICE-NUMBER IS NOT NUMERIC
               MOVE "N" TO APPROVAL-VALID
               MOVE "INVALID INVOICE NUMBER" TO REJECT-REASON-TEXT
           ELSE
               PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                       UNTIL REGISTER-IDX > REGISTER-COUNT
                           OR REGISTER-SLOT > 0
                   IF REG-INVOICE-NUMBER(REGISTER-IDX) =
                           WA-INVOICE-NUMBER
                       MOVE REGISTER-IDX TO REGISTER-SLOT
                   END-IF
               END-PERFORM
               IF REGISTER-SLOT = 0
                   MOVE "N" TO APPROVAL-VALID
                   MOVE "INVOICE NOT ON REGISTER"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF APPROVAL-VALID = "Y"
               IF REG-STATUS(REGISTER-SLOT) NOT = "O"
                   MOVE "N" TO APPROVAL-VALID
                   MOVE "INVOICE NOT OPEN" TO REJECT-REASON-TEXT
               ELSE
                   IF REG-CANDIDATE(REGISTER-SLOT) NOT = "Y"
                       MOVE "N" TO APPROVAL-VALID
                       MOVE "NOT A WRITE-OFF CANDIDATE"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF APPROVAL-VALID = "Y"
               IF WA-APPROVER = SPACES
                   MOVE "N" TO APPROVAL-VALID
                   MOVE "APPROVER MISSING" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF APPROVAL-VALID = "Y"
               IF WA-AMOUNT IS NOT NUMERIC
                   MOVE "N" TO APPROVAL-VALID
                   MOVE "INVALID AMOUNT" TO REJECT-REASON-TEXT
               ELSE
                   IF WA-AMOUNT NOT = REG-OPEN-AMOUNT(REGISTER-SLOT)
                       MOVE "N" TO APPROVAL-VALID
                       MOVE "AMOUNT DIFFERS FROM OPEN BALANCE"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
      * the written-off invoice keeps its balance under status "W"
      * so a later receipt can be recognised as a recovery
       POST-WRITE-OFF.
           MOVE "W" TO REG-STATUS(REGISTER-SLOT).
           ADD 1 TO APPROVAL-APPLIED-COUNT.
           ADD WA-AMOUNT TO TOTAL-WRITTEN-OFF.
           PERFORM FIND-WRITEOFF-CUSTOMER.
           PERFORM WRITE-GL-WRITEOFF-LINES.
           PERFORM WRITE-WRITEOFF-REGISTER-RECORD.
           IF CUSTOMER-SLOT IS GREATER THAN 0
               MOVE "Y" TO CUST-BLOCK-QUEUED(CUSTOMER-SLOT)
               MOVE WA-APPROVER TO CUST-BLOCK-APPROVER(CUSTOMER-SLOT)
           END-IF.
           PERFORM WRITE-APPLIED-LINE.
       FIND-WRITEOFF-CUSTOMER.
           MOVE SPACES TO WRITEOFF-BRANCH.
           MOVE 0 TO CUSTOMER-SLOT.
           PERFORM VARYING CUSTOMER-IDX FROM 1 BY 1
                   UNTIL CUSTOMER-IDX > CUSTOMER-COUNT
                       OR CUSTOMER-SLOT > 0
               IF CUST-NUMBER(CUSTOMER-IDX) =
                       REG-CUSTOMER-NUMBER(REGISTER-SLOT)
                   MOVE CUSTOMER-IDX TO CUSTOMER-SLOT
                   MOVE CUST-BRANCH(CUSTOMER-IDX) TO WRITEOFF-BRANCH
               END-IF
           END-PERFORM.
       WRITE-WRITEOFF-REGISTER-RECORD.
           IF WRITEOFF-REGISTER-OPEN = "Y"
               MOVE WA-INVOICE-NUMBER TO WR-INVOICE-NUMBER
               MOVE RUN-DATE TO WR-DATE
               MOVE REG-CUSTOMER-NUMBER(REGISTER-SLOT)
                   TO WR-CUSTOMER-NUMBER
               MOVE REG-CLIENT-NAME(REGISTER-SLOT) TO WR-CLIENT-NAME
               MOVE WA-AMOUNT TO WR-AMOUNT
               MOVE WA-APPROVER TO WR-APPROVER
               WRITE WRITEOFF-REGISTER-REC
           END-IF.
      * customers with a write-off are blocked through the customer
      * maintenance transaction file, so the change is applied and
      * audited by CUSTMAINT like any other credit status change
       QUEUE-CREDIT-BLOCKS.
           OPEN EXTEND MAINT-FILE.
           IF MAINT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-FILE
           END-IF.
           IF MAINT-STATUS = "00"
               PERFORM QUEUE-ONE-BLOCK
                   VARYING CUSTOMER-IDX FROM 1 BY 1
                   UNTIL CUSTOMER-IDX > CUSTOMER-COUNT
               CLOSE MAINT-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN CUSTMNT-IN.txt - "
                   "WRITTEN-OFF CUSTOMERS NOT BLOCKED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       QUEUE-ONE-BLOCK.
           IF CUST-BLOCK-QUEUED(CUSTOMER-IDX) = "Y"
                   AND CUST-CREDIT-STATUS(CUSTOMER-IDX) NOT = "B"
               MOVE SPACES TO MAINT-REC
               MOVE "B" TO TX-ACTION
               MOVE CUST-NUMBER(CUSTOMER-IDX) TO TX-CUSTOMER-NUMBER
               MOVE CUST-BLOCK-APPROVER(CUSTOMER-IDX) TO TX-OPERATOR
               WRITE MAINT-REC
               ADD 1 TO BLOCK-QUEUED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "CREDIT BLOCK QUEUED FOR CUSTOMER "
                       DELIMITED BY SIZE
                   CUST-NUMBER(CUSTOMER-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
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
      * bad-debt expense is debited and the receivable credited with
      * the written-off balance, at the customer's billing branch
       WRITE-GL-WRITEOFF-LINES.
           MOVE "0001" TO GL-COMPANY-CODE.
           MOVE "D" TO GL-DC-INDICATOR.
           MOVE "6100" TO GL-ACCOUNT-CODE.
           MOVE "WRITEOFF" TO GL-ACCOUNT-NAME.
           MOVE WA-AMOUNT TO GL-AMOUNT.
           MOVE WRITEOFF-BRANCH TO GL-BRANCH.
           PERFORM WRITE-GL-DEBIT-LINE.
           MOVE "0001" TO GL-COMPANY-CODE.
           MOVE "C" TO GL-DC-INDICATOR.
           MOVE "1200" TO GL-ACCOUNT-CODE.
           MOVE "RECEIVABLE" TO GL-ACCOUNT-NAME.
           MOVE WA-AMOUNT TO GL-AMOUNT.
           MOVE WRITEOFF-BRANCH TO GL-BRANCH.
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
           STRING "BAD-DEBT WRITE-OFF CYCLE - RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-APPROVAL-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPROVALS - RESULT / INVOICE / CUSTOMER / APPROVER "
                   DELIMITED BY SIZE
               "/ AMOUNT / REASON" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-APPLIED-LINE.
           MOVE WA-AMOUNT TO AMOUNT-ED-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "WRITTEN OFF " DELIMITED BY SIZE
               WA-INVOICE-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REG-CUSTOMER-NUMBER(REGISTER-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WA-APPROVER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJECTED    " DELIMITED BY SIZE
               WA-INVOICE-NUMBER DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WA-APPROVER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF APPROVALS-PRESENT = "N"
               MOVE "NO APPROVAL FILE - NOTHING WRITTEN OFF"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "APPROVALS READ: " DELIMITED BY SIZE
                   APPROVAL-READ-COUNT DELIMITED BY SIZE
                   "  WRITTEN OFF: " DELIMITED BY SIZE
                   APPROVAL-APPLIED-COUNT DELIMITED BY SIZE
                   "  REJECTED: " DELIMITED BY SIZE
                   APPROVAL-REJECT-COUNT DELIMITED BY SIZE
                   "  BLOCKS QUEUED: " DELIMITED BY SIZE
                   BLOCK-QUEUED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE TOTAL-WRITTEN-OFF TO AMOUNT-ED-1
               MOVE SPACES TO REPORT-LINE
               STRING "TOTAL WRITTEN OFF: " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   "  GL BATCH: " DELIMITED BY SIZE
                   GL-BATCH-NUMBER DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       REWRITE-INVOICE-REGISTER.
           IF APPROVAL-APPLIED-COUNT IS GREATER THAN 0
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
                       DISPLAY "WRITEOFF: PERIOD "
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
           DISPLAY "WRITEOFF: " PERIOD-DOCUMENT " DATED "
               PERIOD-CHECK-DATE " IN CLOSED PERIOD - POSTED "
               PERIOD-POSTING-DATE.
           OPEN EXTEND PERIOD-REPORT.
           IF PERIOD-REPORT-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-REPORT
           END-IF.
           IF PERIOD-REPORT-STATUS = "00"
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING "WRITEOFF " DELIMITED BY SIZE
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
           COMPUTE DATE-INT-RUN = FUNCTION INTEGER-OF-DATE(RUN-DATE).
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "WRITEOFF" TO BKR-PROGRAM.
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
       END PROGRAM WRITEOFF.
