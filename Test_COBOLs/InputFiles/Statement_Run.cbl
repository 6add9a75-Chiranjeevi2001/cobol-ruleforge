       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-PARAM-FILE ASSIGN TO 'STMTPARM-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-PARAM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT INVOICE-REGISTER ASSIGN TO 'INVREG-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT INVOICE-CONTRACTS ASSIGN TO 'INVCONTR-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-CONTRACTS-STATUS.
           SELECT APPLICATION-HISTORY ASSIGN TO 'CASHAPPL-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-HISTORY-STATUS.
           SELECT CREDIT-REGISTER ASSIGN TO 'CREDNOTE-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-REGISTER-STATUS.
           SELECT WRITEOFF-REGISTER ASSIGN TO 'WOREG-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-REGISTER-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'ARAGING-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGING-REPORT-STATUS.
           SELECT STATEMENT-OUT ASSIGN TO 'STMT-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-EXTRACT ASSIGN TO 'STMTX-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO 'STMTCTL-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STMT-PARAM-FILE.
       01 STMT-PARAM-REC.
           02 SP-PERIOD-START PIC 9(8).
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           02 CM-CUSTOMER-NUMBER PIC 9(6).
           02 CM-CUSTOMER-NAME PIC A(20).
           02 CM-BRANCH PIC X(4).
           02 CM-CREDIT-STATUS PIC X(1).
           02 CM-CREDIT-LIMIT PIC 9(7)V99.
           02 FILLER PIC X(6).
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
       FD APPLICATION-HISTORY.
       01 APPLICATION-HISTORY-REC.
           02 CA-RUN-DATE PIC 9(8).
           02 CA-CUSTOMER-NUMBER PIC 9(6).
           02 CA-PAYMENT-DATE PIC 9(8).
           02 CA-REFERENCE PIC X(10).
           02 CA-TYPE PIC X(1).
           02 CA-INVOICE-NUMBER PIC 9(8).
           02 CA-AMOUNT PIC 9(7)V99.
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
       FD WRITEOFF-REGISTER.
       01 WRITEOFF-REGISTER-REC.
           02 WR-INVOICE-NUMBER PIC 9(8).
           02 WR-DATE PIC 9(8).
           02 WR-CUSTOMER-NUMBER PIC 9(6).
           02 WR-CLIENT-NAME PIC A(20).
           02 WR-AMOUNT PIC 9(7)V99.
           02 WR-APPROVER PIC X(8).
       FD AGING-REPORT.
       01 AGING-LINE PIC X(110).
       FD STATEMENT-OUT.
       01 STATEMENT-LINE PIC X(100).
       FD STATEMENT-EXTRACT.
       01 STATEMENT-SUMMARY-REC.
           02 SX-RECORD-TYPE PIC X(1).
           02 SX-CUSTOMER-NUMBER PIC 9(6).
           02 SX-STATEMENT-DATE PIC 9(8).
           02 SX-PERIOD-START PIC 9(8).
           02 SX-CUSTOMER-NAME PIC A(20).
           02 SX-OPENING-BALANCE PIC S9(8)V99 SIGN LEADING SEPARATE.
           02 SX-INVOICED PIC 9(8)V99.
           02 SX-DEPOSITS PIC 9(8)V99.
           02 SX-RECEIPTS PIC 9(8)V99.
           02 SX-CREDITS PIC 9(8)V99.
           02 SX-CLOSING-BALANCE PIC 9(8)V99.
           02 SX-AGE-CURRENT PIC 9(8)V99.
           02 SX-AGE-30 PIC 9(8)V99.
           02 SX-AGE-60 PIC 9(8)V99.
           02 SX-AGE-90 PIC 9(8)V99.
           02 SX-WRITTEN-OFF PIC 9(8)V99.
       01 STATEMENT-DETAIL-REC.
           02 SD-RECORD-TYPE PIC X(1).
           02 SD-CUSTOMER-NUMBER PIC 9(6).
           02 SD-STATEMENT-DATE PIC 9(8).
           02 SD-ITEM-TYPE PIC X(3).
           02 SD-ITEM-DATE PIC 9(8).
           02 SD-DOCUMENT PIC X(10).
           02 SD-INVOICE-NUMBER PIC 9(8).
           02 SD-CONTRACT-NUMBER PIC 9(8).
           02 SD-AMOUNT PIC 9(7)V99.
       FD CONTROL-REPORT.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  STMT-PARAM-STATUS PIC X(2) VALUE "00".
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE "00".
       77  INVOICE-CONTRACTS-STATUS PIC X(2) VALUE "00".
       77  APPLICATION-HISTORY-STATUS PIC X(2) VALUE "00".
       77  CREDIT-REGISTER-STATUS PIC X(2) VALUE "00".
       77  WRITEOFF-REGISTER-STATUS PIC X(2) VALUE "00".
       77  AGING-REPORT-STATUS PIC X(2) VALUE "00".
       77  CUSTOMER-MASTER-EOF PIC A(3) VALUE SPACES.
       77  INVOICE-REGISTER-EOF PIC A(3) VALUE SPACES.
       77  INVOICE-CONTRACTS-EOF PIC A(3) VALUE SPACES.
       77  APPLICATION-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  CREDIT-REGISTER-EOF PIC A(3) VALUE SPACES.
       77  WRITEOFF-REGISTER-EOF PIC A(3) VALUE SPACES.
       77  AGING-REPORT-EOF PIC A(3) VALUE SPACES.
       01  CUSTOMER-TABLE OCCURS 5000 TIMES.
           02 CUST-NUMBER PIC 9(6).
           02 CUST-NAME PIC A(20).
       77  CUSTOMER-COUNT PIC 9(4) VALUE 0.
       77  CUSTOMER-IDX PIC 9(4) VALUE 0.
       01  REGISTER-TABLE OCCURS 2000 TIMES.
           02 REG-INVOICE-NUMBER PIC 9(8).
           02 REG-INVOICE-DATE PIC 9(8).
           02 REG-CUSTOMER-NUMBER PIC 9(6).
           02 REG-GROSS-AMOUNT PIC 9(7)V99.
           02 REG-OPEN-AMOUNT PIC 9(7)V99.
           02 REG-STATUS PIC X(1).
           02 REG-DEPOSIT PIC 9(7)V99.
           02 REG-ON-STATEMENT PIC A(1).
       77  REGISTER-COUNT PIC 9(4) VALUE 0.
       77  REGISTER-IDX PIC 9(4) VALUE 0.
       01  CONTRACT-XREF-TABLE OCCURS 5000 TIMES.
           02 XREF-INVOICE-NUMBER PIC 9(8).
           02 XREF-CONTRACT-NUMBER PIC 9(8).
       77  CONTRACT-XREF-COUNT PIC 9(4) VALUE 0.
       77  CONTRACT-XREF-IDX PIC 9(4) VALUE 0.
       01  APPLICATION-TABLE OCCURS 5000 TIMES.
           02 APPL-CUSTOMER-NUMBER PIC 9(6).
           02 APPL-PAYMENT-DATE PIC 9(8).
           02 APPL-REFERENCE PIC X(10).
           02 APPL-TYPE PIC X(1).
           02 APPL-INVOICE-NUMBER PIC 9(8).
           02 APPL-AMOUNT PIC 9(7)V99.
       77  APPLICATION-COUNT PIC 9(4) VALUE 0.
       77  APPLICATION-IDX PIC 9(4) VALUE 0.
       01  CREDIT-TABLE OCCURS 2000 TIMES.
           02 CRED-NUMBER PIC 9(8).
           02 CRED-DATE PIC 9(8).
           02 CRED-INVOICE-NUMBER PIC 9(8).
           02 CRED-CUSTOMER-NUMBER PIC 9(6).
           02 CRED-GROSS-AMOUNT PIC 9(7)V99.
       77  CREDIT-COUNT PIC 9(4) VALUE 0.
       77  CREDIT-IDX PIC 9(4) VALUE 0.
       01  WRITEOFF-TABLE OCCURS 2000 TIMES.
           02 WOFF-INVOICE-NUMBER PIC 9(8).
           02 WOFF-DATE PIC 9(8).
           02 WOFF-CUSTOMER-NUMBER PIC 9(6).
           02 WOFF-AMOUNT PIC 9(7)V99.
       77  WRITEOFF-COUNT PIC 9(4) VALUE 0.
       77  WRITEOFF-IDX PIC 9(4) VALUE 0.
       77  PERIOD-START PIC 9(8) VALUE 0.
       77  CUSTOMER-ACTIVITY PIC A(1) VALUE "N".
       77  STMT-OPENING PIC S9(8)V99 VALUE 0.
       77  STMT-INVOICED PIC 9(8)V99 VALUE 0.
       77  STMT-DEPOSITS PIC 9(8)V99 VALUE 0.
       77  STMT-RECEIPTS PIC 9(8)V99 VALUE 0.
       77  STMT-CREDITS PIC 9(8)V99 VALUE 0.
       77  STMT-UNAPPLIED PIC 9(8)V99 VALUE 0.
       77  STMT-WRITTEN-OFF PIC 9(8)V99 VALUE 0.
       77  STMT-RECOVERED PIC 9(8)V99 VALUE 0.
       77  STMT-CLOSING PIC 9(8)V99 VALUE 0.
       77  STMT-AGE-CURRENT PIC 9(8)V99 VALUE 0.
       77  STMT-AGE-30 PIC 9(8)V99 VALUE 0.
       77  STMT-AGE-60 PIC 9(8)V99 VALUE 0.
       77  STMT-AGE-90 PIC 9(8)V99 VALUE 0.
       77  INVOICE-AGE-DAYS PIC S9(5) VALUE 0.
       77  DATE-INT-INVOICE PIC 9(8) VALUE 0.
       77  DATE-CHECK-RESULT PIC S9(4) VALUE 0.
       77  STATEMENT-COUNT PIC 9(5) VALUE 0.
       77  STATEMENT-CLOSING-TOTAL PIC 9(9)V99 VALUE 0.
       77  REGISTER-OPEN-TOTAL PIC 9(9)V99 VALUE 0.
       77  UNMATCHED-OPEN-TOTAL PIC 9(9)V99 VALUE 0.
       77  UNMATCHED-OPEN-COUNT PIC 9(4) VALUE 0.
       77  CONTROL-TOTAL PIC 9(9)V99 VALUE 0.
       77  AGING-GRAND-TOTAL PIC 9(9)V99 VALUE 0.
       77  AGING-TOTAL-FOUND PIC A(1) VALUE "N".
       77  CONTROL-OUT-OF-BALANCE PIC A(1) VALUE "N".
       77  AMOUNT-ED-1 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-2 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-3 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-4 PIC ZZZZZZZ9.99.
       77  BALANCE-ED PIC -ZZZZZZZ9.99.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  DATE-INT-RUN PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-STATEMENT-PARAMETERS.
           PERFORM LOAD-CUSTOMER-TABLE.
           IF CUSTOMER-COUNT = 0
               DISPLAY "STMTRUN: CUSTMAST-IN.txt EMPTY OR MISSING - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-INVOICE-REGISTER.
           PERFORM LOAD-CONTRACT-XREF.
           PERFORM LOAD-APPLICATION-HISTORY.
           PERFORM LOAD-CREDIT-REGISTER.
           PERFORM LOAD-WRITEOFF-REGISTER.
           OPEN OUTPUT STATEMENT-OUT
                OUTPUT STATEMENT-EXTRACT.
           PERFORM PRODUCE-ONE-STATEMENT
               VARYING CUSTOMER-IDX FROM 1 BY 1
               UNTIL CUSTOMER-IDX > CUSTOMER-COUNT.
           CLOSE STATEMENT-OUT
                 STATEMENT-EXTRACT.
           PERFORM TOTAL-UNMATCHED-OPEN-ITEMS.
           PERFORM READ-AGING-GRAND-TOTAL.
           PERFORM WRITE-CONTROL-REPORT.
           IF CONTROL-OUT-OF-BALANCE = "Y"
               DISPLAY "STMTRUN: STATEMENT CONTROL TOTAL DOES NOT "
                   "TIE TO THE AGING REPORT - HOLD STATEMENTS"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "STMTRUN: " STATEMENT-COUNT
                   " STATEMENT(S) PRODUCED"
           END-IF.
           GOBACK.
      * the statement period runs from the parameter start date to
      * the run date; without a parameter it is the month to date
       LOAD-STATEMENT-PARAMETERS.
           MOVE RUN-DATE TO PERIOD-START.
           MOVE "01" TO PERIOD-START(7:2).
           OPEN INPUT STMT-PARAM-FILE.
           IF STMT-PARAM-STATUS = "00"
               READ STMT-PARAM-FILE
                   NOT AT END
                       IF SP-PERIOD-START IS NUMERIC
                               AND SP-PERIOD-START IS GREATER THAN 0
                           COMPUTE DATE-CHECK-RESULT = FUNCTION
                               TEST-DATE-YYYYMMDD(SP-PERIOD-START)
                           IF DATE-CHECK-RESULT = 0
                                   AND SP-PERIOD-START NOT > RUN-DATE
                               MOVE SP-PERIOD-START TO PERIOD-START
                           ELSE
                               DISPLAY "WARNING: STMTPARM-IN.txt "
                                   "START DATE INVALID - MONTH TO "
                                   "DATE USED"
                           END-IF
                       END-IF
               END-READ
               CLOSE STMT-PARAM-FILE
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
                   IF CM-CUSTOMER-NUMBER IS NUMERIC
                       ADD 1 TO CUSTOMER-COUNT
                       MOVE CM-CUSTOMER-NUMBER
                           TO CUST-NUMBER(CUSTOMER-COUNT)
                       MOVE CM-CUSTOMER-NAME
                           TO CUST-NAME(CUSTOMER-COUNT)
                   END-IF
                   READ CUSTOMER-MASTER
                       AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
                   END-READ
               END-PERFORM
               IF CUSTOMER-MASTER-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 5000 CUSTOMERS IN "
                       "CUSTMAST-IN.txt - STATEMENTS INCOMPLETE"
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF.
       LOAD-INVOICE-REGISTER.
           MOVE SPACES TO INVOICE-REGISTER-EOF.
           OPEN INPUT INVOICE-REGISTER.
           IF INVOICE-REGISTER-STATUS = "00"
               READ INVOICE-REGISTER
                   AT END MOVE "YYY" TO INVOICE-REGISTER-EOF
               END-READ
               PERFORM UNTIL INVOICE-REGISTER-EOF = "YYY"
                   IF REGISTER-COUNT >= 2000
                       DISPLAY "STMTRUN: MORE THAN 2000 INVOICES IN "
                           "INVREG-MST.txt - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF IR-INVOICE-NUMBER IS NUMERIC
                           AND IR-CUSTOMER-NUMBER IS NUMERIC
                       ADD 1 TO REGISTER-COUNT
                       MOVE IR-INVOICE-NUMBER
                           TO REG-INVOICE-NUMBER(REGISTER-COUNT)
                       MOVE IR-INVOICE-DATE
                           TO REG-INVOICE-DATE(REGISTER-COUNT)
                       MOVE IR-CUSTOMER-NUMBER
                           TO REG-CUSTOMER-NUMBER(REGISTER-COUNT)
                       MOVE IR-GROSS-AMOUNT
                           TO REG-GROSS-AMOUNT(REGISTER-COUNT)
                       MOVE IR-OPEN-AMOUNT
                           TO REG-OPEN-AMOUNT(REGISTER-COUNT)
                       MOVE IR-STATUS TO REG-STATUS(REGISTER-COUNT)
                       IF IR-DEPOSIT IS NUMERIC
                           MOVE IR-DEPOSIT
                               TO REG-DEPOSIT(REGISTER-COUNT)
                       ELSE
                           MOVE 0 TO REG-DEPOSIT(REGISTER-COUNT)
                       END-IF
                       MOVE "N" TO REG-ON-STATEMENT(REGISTER-COUNT)
                       IF IR-STATUS = "O"
                               AND IR-OPEN-AMOUNT IS NUMERIC
                           ADD IR-OPEN-AMOUNT TO REGISTER-OPEN-TOTAL
                       END-IF
                   END-IF
                   READ INVOICE-REGISTER
                       AT END MOVE "YYY" TO INVOICE-REGISTER-EOF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER
           ELSE
               DISPLAY "STMTRUN: INVREG-MST.txt NOT FOUND - "
                   "STATEMENTS SHOW NO INVOICES"
           END-IF.
       LOAD-CONTRACT-XREF.
           MOVE SPACES TO INVOICE-CONTRACTS-EOF.
           OPEN INPUT INVOICE-CONTRACTS.
           IF INVOICE-CONTRACTS-STATUS = "00"
               READ INVOICE-CONTRACTS
                   AT END MOVE "YYY" TO INVOICE-CONTRACTS-EOF
               END-READ
               PERFORM UNTIL INVOICE-CONTRACTS-EOF = "YYY"
                       OR CONTRACT-XREF-COUNT >= 5000
                   IF IC-INVOICE-NUMBER IS NUMERIC
                           AND IC-CONTRACT-NUMBER IS NUMERIC
                           AND IC-INVOICE-DATE IS NUMERIC
                           AND IC-INVOICE-DATE NOT < PERIOD-START
                       ADD 1 TO CONTRACT-XREF-COUNT
                       MOVE IC-INVOICE-NUMBER
                           TO XREF-INVOICE-NUMBER(CONTRACT-XREF-COUNT)
                       MOVE IC-CONTRACT-NUMBER
                           TO XREF-CONTRACT-NUMBER(CONTRACT-XREF-COUNT)
                   END-IF
                   READ INVOICE-CONTRACTS
                       AT END MOVE "YYY" TO INVOICE-CONTRACTS-EOF
                   END-READ
               END-PERFORM
               IF INVOICE-CONTRACTS-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 5000 CONTRACTS IN THE "
                       "PERIOD - CONTRACT LISTS INCOMPLETE"
               END-IF
               CLOSE INVOICE-CONTRACTS
           END-IF.
      * only receipts applied by ARCASH in the period are kept; the
      * ARCASH run date decides the period, the payment date prints.
      * a clearance of held cash is not kept - the re-application
      * that goes with it prints as the receipt
       LOAD-APPLICATION-HISTORY.
           MOVE SPACES TO APPLICATION-HISTORY-EOF.
           OPEN INPUT APPLICATION-HISTORY.
           IF APPLICATION-HISTORY-STATUS = "00"
               READ APPLICATION-HISTORY
                   AT END MOVE "YYY" TO APPLICATION-HISTORY-EOF
               END-READ
               PERFORM UNTIL APPLICATION-HISTORY-EOF = "YYY"
                   IF CA-RUN-DATE IS NUMERIC
                           AND CA-RUN-DATE NOT < PERIOD-START
                           AND CA-AMOUNT IS NUMERIC
                           AND CA-TYPE NOT = "C"
                       IF APPLICATION-COUNT >= 5000
                           DISPLAY "STMTRUN: MORE THAN 5000 RECEIPT "
                               "APPLICATIONS IN THE PERIOD - RUN "
                               "STOPPED"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO APPLICATION-COUNT
                       MOVE CA-CUSTOMER-NUMBER
                           TO APPL-CUSTOMER-NUMBER(APPLICATION-COUNT)
                       MOVE CA-PAYMENT-DATE
                           TO APPL-PAYMENT-DATE(APPLICATION-COUNT)
                       MOVE CA-REFERENCE
                           TO APPL-REFERENCE(APPLICATION-COUNT)
                       MOVE CA-TYPE TO APPL-TYPE(APPLICATION-COUNT)
                       MOVE CA-INVOICE-NUMBER
                           TO APPL-INVOICE-NUMBER(APPLICATION-COUNT)
                       MOVE CA-AMOUNT TO APPL-AMOUNT(APPLICATION-COUNT)
                   END-IF
                   READ APPLICATION-HISTORY
                       AT END MOVE "YYY" TO APPLICATION-HISTORY-EOF
                   END-READ
               END-PERFORM
               CLOSE APPLICATION-HISTORY
           END-IF.
       LOAD-CREDIT-REGISTER.
           MOVE SPACES TO CREDIT-REGISTER-EOF.
           OPEN INPUT CREDIT-REGISTER.
           IF CREDIT-REGISTER-STATUS = "00"
               READ CREDIT-REGISTER
                   AT END MOVE "YYY" TO CREDIT-REGISTER-EOF
               END-READ
               PERFORM UNTIL CREDIT-REGISTER-EOF = "YYY"
                   IF CN-DATE IS NUMERIC
                           AND CN-DATE NOT < PERIOD-START
                           AND CN-GROSS-AMOUNT IS NUMERIC
                       IF CREDIT-COUNT >= 2000
                           DISPLAY "STMTRUN: MORE THAN 2000 CREDIT "
                               "NOTES IN THE PERIOD - RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO CREDIT-COUNT
                       MOVE CN-NUMBER TO CRED-NUMBER(CREDIT-COUNT)
                       MOVE CN-DATE TO CRED-DATE(CREDIT-COUNT)
                       MOVE CN-INVOICE-NUMBER
                           TO CRED-INVOICE-NUMBER(CREDIT-COUNT)
                       MOVE CN-CUSTOMER-NUMBER
                           TO CRED-CUSTOMER-NUMBER(CREDIT-COUNT)
                       MOVE CN-GROSS-AMOUNT
                           TO CRED-GROSS-AMOUNT(CREDIT-COUNT)
                   END-IF
                   READ CREDIT-REGISTER
                       AT END MOVE "YYY" TO CREDIT-REGISTER-EOF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-REGISTER
           END-IF.
       LOAD-WRITEOFF-REGISTER.
           MOVE SPACES TO WRITEOFF-REGISTER-EOF.
           OPEN INPUT WRITEOFF-REGISTER.
           IF WRITEOFF-REGISTER-STATUS = "00"
               READ WRITEOFF-REGISTER
                   AT END MOVE "YYY" TO WRITEOFF-REGISTER-EOF
               END-READ
               PERFORM UNTIL WRITEOFF-REGISTER-EOF = "YYY"
                   IF WR-DATE IS NUMERIC
                           AND WR-DATE NOT < PERIOD-START
                           AND WR-AMOUNT IS NUMERIC
                       IF WRITEOFF-COUNT >= 2000
                           DISPLAY "STMTRUN: MORE THAN 2000 WRITE-"
                               "OFFS IN THE PERIOD - RUN STOPPED"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WRITEOFF-COUNT
                       MOVE WR-INVOICE-NUMBER
                           TO WOFF-INVOICE-NUMBER(WRITEOFF-COUNT)
                       MOVE WR-DATE TO WOFF-DATE(WRITEOFF-COUNT)
                       MOVE WR-CUSTOMER-NUMBER
                           TO WOFF-CUSTOMER-NUMBER(WRITEOFF-COUNT)
                       MOVE WR-AMOUNT TO WOFF-AMOUNT(WRITEOFF-COUNT)
                   END-IF
                   READ WRITEOFF-REGISTER
                       AT END MOVE "YYY" TO WRITEOFF-REGISTER-EOF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-REGISTER
           END-IF.
      * the closing balance is the customer's open items, so the
      * statements add up to the aging; the opening balance is
      * worked back from the closing balance and the period activity
       PRODUCE-ONE-STATEMENT.
           MOVE "N" TO CUSTOMER-ACTIVITY.
           MOVE 0 TO STMT-INVOICED STMT-DEPOSITS STMT-RECEIPTS
               STMT-CREDITS STMT-UNAPPLIED STMT-CLOSING
               STMT-WRITTEN-OFF STMT-RECOVERED
               STMT-AGE-CURRENT STMT-AGE-30 STMT-AGE-60 STMT-AGE-90.
           PERFORM SUM-CUSTOMER-REGISTER
               VARYING REGISTER-IDX FROM 1 BY 1
               UNTIL REGISTER-IDX > REGISTER-COUNT.
           PERFORM SUM-CUSTOMER-APPLICATION
               VARYING APPLICATION-IDX FROM 1 BY 1
               UNTIL APPLICATION-IDX > APPLICATION-COUNT.
           PERFORM SUM-CUSTOMER-CREDIT
               VARYING CREDIT-IDX FROM 1 BY 1
               UNTIL CREDIT-IDX > CREDIT-COUNT.
           PERFORM SUM-CUSTOMER-WRITEOFF
               VARYING WRITEOFF-IDX FROM 1 BY 1
               UNTIL WRITEOFF-IDX > WRITEOFF-COUNT.
           IF STMT-CLOSING IS GREATER THAN 0
                   OR CUSTOMER-ACTIVITY = "Y"
               COMPUTE STMT-OPENING = STMT-CLOSING - STMT-INVOICED
                   + STMT-DEPOSITS + STMT-RECEIPTS + STMT-CREDITS
                   + STMT-WRITTEN-OFF
               ADD 1 TO STATEMENT-COUNT
               ADD STMT-CLOSING TO STATEMENT-CLOSING-TOTAL
               PERFORM WRITE-STATEMENT-HEADING
               PERFORM WRITE-INVOICE-ITEM
                   VARYING REGISTER-IDX FROM 1 BY 1
                   UNTIL REGISTER-IDX > REGISTER-COUNT
               PERFORM WRITE-RECEIPT-ITEM
                   VARYING APPLICATION-IDX FROM 1 BY 1
                   UNTIL APPLICATION-IDX > APPLICATION-COUNT
               PERFORM WRITE-CREDIT-ITEM
                   VARYING CREDIT-IDX FROM 1 BY 1
                   UNTIL CREDIT-IDX > CREDIT-COUNT
               PERFORM WRITE-WRITEOFF-ITEM
                   VARYING WRITEOFF-IDX FROM 1 BY 1
                   UNTIL WRITEOFF-IDX > WRITEOFF-COUNT
               PERFORM WRITE-STATEMENT-FOOTING
               PERFORM WRITE-SUMMARY-EXTRACT
           END-IF.
       SUM-CUSTOMER-REGISTER.
           IF REG-CUSTOMER-NUMBER(REGISTER-IDX) =
                   CUST-NUMBER(CUSTOMER-IDX)
               MOVE "Y" TO REG-ON-STATEMENT(REGISTER-IDX)
               IF REG-INVOICE-DATE(REGISTER-IDX) NOT < PERIOD-START
                   MOVE "Y" TO CUSTOMER-ACTIVITY
                   ADD REG-GROSS-AMOUNT(REGISTER-IDX) TO STMT-INVOICED
                   ADD REG-DEPOSIT(REGISTER-IDX) TO STMT-DEPOSITS
               END-IF
               IF REG-STATUS(REGISTER-IDX) = "O"
                       AND REG-OPEN-AMOUNT(REGISTER-IDX)
                           IS GREATER THAN 0
                   ADD REG-OPEN-AMOUNT(REGISTER-IDX) TO STMT-CLOSING
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-IF.
       SUM-CUSTOMER-APPLICATION.
           IF APPL-CUSTOMER-NUMBER(APPLICATION-IDX) =
                   CUST-NUMBER(CUSTOMER-IDX)
               MOVE "Y" TO CUSTOMER-ACTIVITY
               EVALUATE APPL-TYPE(APPLICATION-IDX)
                   WHEN "A"
                       ADD APPL-AMOUNT(APPLICATION-IDX)
                           TO STMT-RECEIPTS
                   WHEN "R"
                       ADD APPL-AMOUNT(APPLICATION-IDX)
                           TO STMT-RECOVERED
                   WHEN OTHER
                       ADD APPL-AMOUNT(APPLICATION-IDX)
                           TO STMT-UNAPPLIED
               END-EVALUATE
           END-IF.
       SUM-CUSTOMER-CREDIT.
           IF CRED-CUSTOMER-NUMBER(CREDIT-IDX) =
                   CUST-NUMBER(CUSTOMER-IDX)
               MOVE "Y" TO CUSTOMER-ACTIVITY
               ADD CRED-GROSS-AMOUNT(CREDIT-IDX) TO STMT-CREDITS
           END-IF.
      * a write-off takes the invoice out of the closing balance, so
      * it is period activity just like a credit note
       SUM-CUSTOMER-WRITEOFF.
           IF WOFF-CUSTOMER-NUMBER(WRITEOFF-IDX) =
                   CUST-NUMBER(CUSTOMER-IDX)
               MOVE "Y" TO CUSTOMER-ACTIVITY
               ADD WOFF-AMOUNT(WRITEOFF-IDX) TO STMT-WRITTEN-OFF
           END-IF.
      * same bands as the ARCASH aging report
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
           EVALUATE TRUE
               WHEN INVOICE-AGE-DAYS IS LESS THAN 31
                   ADD REG-OPEN-AMOUNT(REGISTER-IDX)
                       TO STMT-AGE-CURRENT
               WHEN INVOICE-AGE-DAYS IS LESS THAN 61
                   ADD REG-OPEN-AMOUNT(REGISTER-IDX) TO STMT-AGE-30
               WHEN INVOICE-AGE-DAYS IS LESS THAN 91
                   ADD REG-OPEN-AMOUNT(REGISTER-IDX) TO STMT-AGE-60
               WHEN OTHER
                   ADD REG-OPEN-AMOUNT(REGISTER-IDX) TO STMT-AGE-90
           END-EVALUATE.
       WRITE-STATEMENT-HEADING.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STATEMENT OF ACCOUNT - CUSTOMER: " DELIMITED BY SIZE
               CUST-NUMBER(CUSTOMER-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUST-NAME(CUSTOMER-IDX) DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "STATEMENT DATE: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               "  PERIOD FROM: " DELIMITED BY SIZE
               PERIOD-START DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE STMT-OPENING TO BALANCE-ED.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  OPENING BALANCE                          "
                   DELIMITED BY SIZE
               BALANCE-ED DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
       WRITE-INVOICE-ITEM.
           IF REG-CUSTOMER-NUMBER(REGISTER-IDX) =
                   CUST-NUMBER(CUSTOMER-IDX)
                   AND REG-INVOICE-DATE(REGISTER-IDX)
                       NOT < PERIOD-START
               MOVE REG-GROSS-AMOUNT(REGISTER-IDX) TO AMOUNT-ED-1
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " DELIMITED BY SIZE
                   REG-INVOICE-DATE(REGISTER-IDX) DELIMITED BY SIZE
                   " INVOICE  " DELIMITED BY SIZE
                   REG-INVOICE-NUMBER(REGISTER-IDX)
                       DELIMITED BY SIZE
                   "                 " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "INV" TO SD-ITEM-TYPE
               MOVE REG-INVOICE-DATE(REGISTER-IDX) TO SD-ITEM-DATE
               MOVE REG-INVOICE-NUMBER(REGISTER-IDX) TO SD-DOCUMENT
               MOVE REG-INVOICE-NUMBER(REGISTER-IDX)
                   TO SD-INVOICE-NUMBER
               MOVE 0 TO SD-CONTRACT-NUMBER
               MOVE REG-GROSS-AMOUNT(REGISTER-IDX) TO SD-AMOUNT
               PERFORM WRITE-DETAIL-EXTRACT
               PERFORM WRITE-CONTRACT-ITEM
                   VARYING CONTRACT-XREF-IDX FROM 1 BY 1
                   UNTIL CONTRACT-XREF-IDX > CONTRACT-XREF-COUNT
               IF REG-DEPOSIT(REGISTER-IDX) IS GREATER THAN 0
                   MOVE REG-DEPOSIT(REGISTER-IDX) TO AMOUNT-ED-1
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  " DELIMITED BY SIZE
                       REG-INVOICE-DATE(REGISTER-IDX)
                           DELIMITED BY SIZE
                       " DEPOSIT  " DELIMITED BY SIZE
                       REG-INVOICE-NUMBER(REGISTER-IDX)
                           DELIMITED BY SIZE
                       "                -" DELIMITED BY SIZE
                       AMOUNT-ED-1 DELIMITED BY SIZE
                       INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   MOVE "DEP" TO SD-ITEM-TYPE
                   MOVE REG-DEPOSIT(REGISTER-IDX) TO SD-AMOUNT
                   PERFORM WRITE-DETAIL-EXTRACT
               END-IF
           END-IF.
       WRITE-CONTRACT-ITEM.
           IF XREF-INVOICE-NUMBER(CONTRACT-XREF-IDX) =
                   REG-INVOICE-NUMBER(REGISTER-IDX)
               MOVE SPACES TO STATEMENT-LINE
               STRING "             CONTRACT: " DELIMITED BY SIZE
                   XREF-CONTRACT-NUMBER(CONTRACT-XREF-IDX)
                       DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "CON" TO SD-ITEM-TYPE
               MOVE REG-INVOICE-DATE(REGISTER-IDX) TO SD-ITEM-DATE
               MOVE REG-INVOICE-NUMBER(REGISTER-IDX) TO SD-DOCUMENT
               MOVE REG-INVOICE-NUMBER(REGISTER-IDX)
                   TO SD-INVOICE-NUMBER
               MOVE XREF-CONTRACT-NUMBER(CONTRACT-XREF-IDX)
                   TO SD-CONTRACT-NUMBER
               MOVE 0 TO SD-AMOUNT
               PERFORM WRITE-DETAIL-EXTRACT
           END-IF.
       WRITE-RECEIPT-ITEM.
           IF APPL-CUSTOMER-NUMBER(APPLICATION-IDX) =
                   CUST-NUMBER(CUSTOMER-IDX)
               MOVE APPL-AMOUNT(APPLICATION-IDX) TO AMOUNT-ED-1
               MOVE SPACES TO STATEMENT-LINE
               EVALUATE APPL-TYPE(APPLICATION-IDX)
                   WHEN "A"
                       STRING "  " DELIMITED BY SIZE
                           APPL-PAYMENT-DATE(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           " RECEIPT  " DELIMITED BY SIZE
                           APPL-REFERENCE(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           " INV " DELIMITED BY SIZE
                           APPL-INVOICE-NUMBER(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           " -" DELIMITED BY SIZE
                           AMOUNT-ED-1 DELIMITED BY SIZE
                           INTO STATEMENT-LINE
                       MOVE "RCP" TO SD-ITEM-TYPE
                   WHEN "R"
                       STRING "  " DELIMITED BY SIZE
                           APPL-PAYMENT-DATE(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           " RECOVERY " DELIMITED BY SIZE
                           APPL-REFERENCE(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           " INV " DELIMITED BY SIZE
                           APPL-INVOICE-NUMBER(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           AMOUNT-ED-1 DELIMITED BY SIZE
                           "  (NOT IN BALANCE)" DELIMITED BY SIZE
                           INTO STATEMENT-LINE
                       MOVE "REC" TO SD-ITEM-TYPE
                   WHEN "K"
                       STRING "  " DELIMITED BY SIZE
                           APPL-PAYMENT-DATE(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           " OVERPAID " DELIMITED BY SIZE
                           APPL-REFERENCE(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           " CREDIT ON ACCT" DELIMITED BY SIZE
                           AMOUNT-ED-1 DELIMITED BY SIZE
                           "  (NOT IN BALANCE)" DELIMITED BY SIZE
                           INTO STATEMENT-LINE
                       MOVE "CRA" TO SD-ITEM-TYPE
                   WHEN OTHER
                       STRING "  " DELIMITED BY SIZE
                           APPL-PAYMENT-DATE(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           " ON ACCT  " DELIMITED BY SIZE
                           APPL-REFERENCE(APPLICATION-IDX)
                               DELIMITED BY SIZE
                           " UNAPPLIED    " DELIMITED BY SIZE
                           AMOUNT-ED-1 DELIMITED BY SIZE
                           "  (NOT IN BALANCE)" DELIMITED BY SIZE
                           INTO STATEMENT-LINE
                       MOVE "UNA" TO SD-ITEM-TYPE
               END-EVALUATE
               WRITE STATEMENT-LINE
               MOVE APPL-PAYMENT-DATE(APPLICATION-IDX) TO SD-ITEM-DATE
               MOVE APPL-REFERENCE(APPLICATION-IDX) TO SD-DOCUMENT
               MOVE APPL-INVOICE-NUMBER(APPLICATION-IDX)
                   TO SD-INVOICE-NUMBER
               MOVE 0 TO SD-CONTRACT-NUMBER
               MOVE APPL-AMOUNT(APPLICATION-IDX) TO SD-AMOUNT
               PERFORM WRITE-DETAIL-EXTRACT
           END-IF.
       WRITE-CREDIT-ITEM.
           IF CRED-CUSTOMER-NUMBER(CREDIT-IDX) =
                   CUST-NUMBER(CUSTOMER-IDX)
               MOVE CRED-GROSS-AMOUNT(CREDIT-IDX) TO AMOUNT-ED-1
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " DELIMITED BY SIZE
                   CRED-DATE(CREDIT-IDX) DELIMITED BY SIZE
                   " CREDIT   " DELIMITED BY SIZE
                   CRED-NUMBER(CREDIT-IDX) DELIMITED BY SIZE
                   " INV " DELIMITED BY SIZE
                   CRED-INVOICE-NUMBER(CREDIT-IDX) DELIMITED BY SIZE
                   "    -" DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "CRN" TO SD-ITEM-TYPE
               MOVE CRED-DATE(CREDIT-IDX) TO SD-ITEM-DATE
               MOVE CRED-NUMBER(CREDIT-IDX) TO SD-DOCUMENT
               MOVE CRED-INVOICE-NUMBER(CREDIT-IDX)
                   TO SD-INVOICE-NUMBER
               MOVE 0 TO SD-CONTRACT-NUMBER
               MOVE CRED-GROSS-AMOUNT(CREDIT-IDX) TO SD-AMOUNT
               PERFORM WRITE-DETAIL-EXTRACT
           END-IF.
       WRITE-WRITEOFF-ITEM.
           IF WOFF-CUSTOMER-NUMBER(WRITEOFF-IDX) =
                   CUST-NUMBER(CUSTOMER-IDX)
               MOVE WOFF-AMOUNT(WRITEOFF-IDX) TO AMOUNT-ED-1
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " DELIMITED BY SIZE
                   WOFF-DATE(WRITEOFF-IDX) DELIMITED BY SIZE
                   " WRITE-OFF         INV " DELIMITED BY SIZE
                   WOFF-INVOICE-NUMBER(WRITEOFF-IDX) DELIMITED BY SIZE
                   "    -" DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "WOF" TO SD-ITEM-TYPE
               MOVE WOFF-DATE(WRITEOFF-IDX) TO SD-ITEM-DATE
               MOVE WOFF-INVOICE-NUMBER(WRITEOFF-IDX) TO SD-DOCUMENT
               MOVE WOFF-INVOICE-NUMBER(WRITEOFF-IDX)
                   TO SD-INVOICE-NUMBER
               MOVE 0 TO SD-CONTRACT-NUMBER
               MOVE WOFF-AMOUNT(WRITEOFF-IDX) TO SD-AMOUNT
               PERFORM WRITE-DETAIL-EXTRACT
           END-IF.
       WRITE-STATEMENT-FOOTING.
           MOVE STMT-CLOSING TO AMOUNT-ED-1.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  CLOSING BALANCE                           "
                   DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "      CURRENT       30+         60+         90+"
               DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE STMT-AGE-CURRENT TO AMOUNT-ED-1.
           MOVE STMT-AGE-30 TO AMOUNT-ED-2.
           MOVE STMT-AGE-60 TO AMOUNT-ED-3.
           MOVE STMT-AGE-90 TO AMOUNT-ED-4.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-4 DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
       WRITE-SUMMARY-EXTRACT.
           MOVE SPACES TO STATEMENT-SUMMARY-REC.
           MOVE "S" TO SX-RECORD-TYPE.
           MOVE CUST-NUMBER(CUSTOMER-IDX) TO SX-CUSTOMER-NUMBER.
           MOVE RUN-DATE TO SX-STATEMENT-DATE.
           MOVE PERIOD-START TO SX-PERIOD-START.
           MOVE CUST-NAME(CUSTOMER-IDX) TO SX-CUSTOMER-NAME.
           MOVE STMT-OPENING TO SX-OPENING-BALANCE.
           MOVE STMT-INVOICED TO SX-INVOICED.
           MOVE STMT-DEPOSITS TO SX-DEPOSITS.
           MOVE STMT-RECEIPTS TO SX-RECEIPTS.
           MOVE STMT-CREDITS TO SX-CREDITS.
           MOVE STMT-CLOSING TO SX-CLOSING-BALANCE.
           MOVE STMT-AGE-CURRENT TO SX-AGE-CURRENT.
           MOVE STMT-AGE-30 TO SX-AGE-30.
           MOVE STMT-AGE-60 TO SX-AGE-60.
           MOVE STMT-AGE-90 TO SX-AGE-90.
           MOVE STMT-WRITTEN-OFF TO SX-WRITTEN-OFF.
           WRITE STATEMENT-SUMMARY-REC.
       WRITE-DETAIL-EXTRACT.
           MOVE "D" TO SD-RECORD-TYPE.
           MOVE CUST-NUMBER(CUSTOMER-IDX) TO SD-CUSTOMER-NUMBER.
           MOVE RUN-DATE TO SD-STATEMENT-DATE.
           WRITE STATEMENT-DETAIL-REC.
      * open items for customers missing from the master cannot be
      * put on a statement; they are carried into the control total
       TOTAL-UNMATCHED-OPEN-ITEMS.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                   UNTIL REGISTER-IDX > REGISTER-COUNT
               IF REG-ON-STATEMENT(REGISTER-IDX) = "N"
                       AND REG-STATUS(REGISTER-IDX) = "O"
                       AND REG-OPEN-AMOUNT(REGISTER-IDX)
                           IS GREATER THAN 0
                   ADD 1 TO UNMATCHED-OPEN-COUNT
                   ADD REG-OPEN-AMOUNT(REGISTER-IDX)
                       TO UNMATCHED-OPEN-TOTAL
               END-IF
           END-PERFORM.
           COMPUTE CONTROL-TOTAL =
               STATEMENT-CLOSING-TOTAL + UNMATCHED-OPEN-TOTAL.
      * the grand total is taken from the last ARCASH aging report
      * so a register changed since the aging run is caught here
       READ-AGING-GRAND-TOTAL.
           MOVE "N" TO AGING-TOTAL-FOUND.
           MOVE SPACES TO AGING-REPORT-EOF.
           OPEN INPUT AGING-REPORT.
           IF AGING-REPORT-STATUS = "00"
               READ AGING-REPORT
                   AT END MOVE "YYY" TO AGING-REPORT-EOF
               END-READ
               PERFORM UNTIL AGING-REPORT-EOF = "YYY"
                   IF AGING-LINE(1:24) = "TOTAL OPEN RECEIVABLES: "
                       MOVE "Y" TO AGING-TOTAL-FOUND
                       COMPUTE AGING-GRAND-TOTAL =
                           FUNCTION NUMVAL(AGING-LINE(25:11))
                   END-IF
                   READ AGING-REPORT
                       AT END MOVE "YYY" TO AGING-REPORT-EOF
                   END-READ
               END-PERFORM
               CLOSE AGING-REPORT
           END-IF.
           IF CONTROL-TOTAL NOT = REGISTER-OPEN-TOTAL
               MOVE "Y" TO CONTROL-OUT-OF-BALANCE
           END-IF.
           IF AGING-TOTAL-FOUND = "Y"
                   AND CONTROL-TOTAL NOT = AGING-GRAND-TOTAL
               MOVE "Y" TO CONTROL-OUT-OF-BALANCE
           END-IF.
       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "STATEMENT RUN CONTROL - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " PERIOD FROM " DELIMITED BY SIZE
               PERIOD-START DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STATEMENTS PRODUCED:          " DELIMITED BY SIZE
               STATEMENT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE STATEMENT-CLOSING-TOTAL TO AMOUNT-ED-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL OF CLOSING BALANCES:    " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE UNMATCHED-OPEN-TOTAL TO AMOUNT-ED-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN ITEMS NOT ON CUSTMAST:   " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " OVER " DELIMITED BY SIZE
               UNMATCHED-OPEN-COUNT DELIMITED BY SIZE
               " ITEM(S)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CONTROL-TOTAL TO AMOUNT-ED-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "STATEMENT CONTROL TOTAL:      " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REGISTER-OPEN-TOTAL TO AMOUNT-ED-1.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVREG-MST OPEN TOTAL:        " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF AGING-TOTAL-FOUND = "Y"
               MOVE AGING-GRAND-TOTAL TO AMOUNT-ED-1
               STRING "AGING REPORT GRAND TOTAL:     " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE "AGING REPORT GRAND TOTAL:     NOT AVAILABLE"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF CONTROL-OUT-OF-BALANCE = "Y"
               MOVE "CONTROL TOTAL OUT OF BALANCE - HOLD STATEMENTS"
                   TO REPORT-LINE
           ELSE
               MOVE "CONTROL TOTAL TIES TO THE AGING REPORT"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE CONTROL-REPORT.
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           COMPUTE DATE-INT-RUN = FUNCTION INTEGER-OF-DATE(RUN-DATE).
       END PROGRAM STMTRUN.
