           SELECT RECEIPTS-IN ASSIGN TO 'CASHRCPT-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-IN-STATUS.
           SELECT BANK-STATEMENT ASSIGN TO 'BANKSTMT-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-STATEMENT-STATUS.
           SELECT BANK-REFERENCES ASSIGN TO 'BANKREF-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-REFERENCES-STATUS.
           SELECT APPLICATION-REPORT ASSIGN TO 'RCPTAPPL-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-REGISTER ASSIGN TO 'INVREG-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'ARAGING-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLFEED-OUT ASSIGN TO 'CASHGL-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLBATCH-FILE ASSIGN TO 'GLBATCH-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLBATCH-STATUS.
           SELECT CASH-CONTROL ASSIGN TO 'CASHCTL-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPLICATION-HISTORY ASSIGN TO 'CASHAPPL-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICATION-HISTORY-STATUS.
           SELECT PERIOD-MASTER ASSIGN TO 'PERIOD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-MASTER-STATUS.
           SELECT PERIOD-REPORT ASSIGN TO 'PERIODADJ-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPTS-IN.
           02 RCPT-AMOUNT PIC 9(7)V99.
           02 RCPT-PAYMENT-DATE PIC 9(8).
           02 RCPT-REFERENCE PIC X(10).
      * the bank's statement file: one header, the credits to the
      * account, then a trailer carrying the bank's control totals
       FD BANK-STATEMENT.
       01 BANK-HEADER-REC.
           02 BSH-RECORD-TYPE PIC X(1).
           02 BSH-BANK-ACCOUNT PIC X(12).
           02 BSH-STATEMENT-NUMBER PIC 9(6).
           02 BSH-STATEMENT-DATE PIC 9(8).
       01 BANK-DETAIL-REC.
           02 BSD-RECORD-TYPE PIC X(1).
           02 BSD-BANK-REFERENCE PIC X(16).
           02 BSD-VALUE-DATE PIC 9(8).
           02 BSD-AMOUNT PIC 9(7)V99.
           02 BSD-CUSTOMER-NUMBER PIC X(6).
           02 BSD-REMITTANCE PIC X(10).
       01 BANK-TRAILER-REC.
           02 BST-RECORD-TYPE PIC X(1).
           02 BST-RECORD-COUNT PIC 9(6).
           02 BST-TOTAL-AMOUNT PIC 9(9)V99.
       FD BANK-REFERENCES.
       01 BANK-REFERENCE-REC.
           02 BR-BANK-REFERENCE PIC X(16).
           02 BR-STATEMENT-NUMBER PIC 9(6).
           02 BR-VALUE-DATE PIC 9(8).
           02 BR-AMOUNT PIC 9(7)V99.
           02 BR-RUN-DATE PIC 9(8).
       FD APPLICATION-REPORT.
       01 APPLICATION-REPORT-LINE PIC X(150).
       FD INVOICE-REGISTER.
       01 INVOICE-REGISTER-REC.
           02 IR-INVOICE-NUMBER PIC 9(8).
           02 IR-DEPOSIT PIC 9(7)V99.
       FD AGING-REPORT.
       01 REPORT-LINE PIC X(110).
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
       FD CASH-CONTROL.
       01 CASH-CONTROL-REC.
           02 CC-RUN-DATE PIC 9(8).
           02 CC-BATCH-NUMBER PIC 9(6).
           02 CC-RECEIPTS-READ PIC 9(5).
           02 CC-CASH-RECEIVED PIC 9(8)V99.
           02 CC-CASH-APPLIED PIC 9(8)V99.
           02 CC-CASH-UNAPPLIED PIC 9(8)V99.
           02 CC-CASH-RECOVERED PIC 9(8)V99.
           02 CC-CASH-CREDITED PIC 9(8)V99.
           02 CC-CREDIT-USED PIC 9(8)V99.
       FD APPLICATION-HISTORY.
       01 APPLICATION-HISTORY-REC.
           02 CA-RUN-DATE PIC 9(8).
           02 CA-CUSTOMER-NUMBER PIC 9(6).
           02 CA-PAYMENT-DATE PIC 9(8).
           02 CA-REFERENCE PIC X(10).
           02 CA-TYPE PIC X(1).
           02 CA-INVOICE-NUMBER PIC 9(8).
           02 CA-AMOUNT PIC 9(7)V99.
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
       77  RECEIPTS-IN-STATUS PIC X(2) VALUE "00".
       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE "00".
       77  REGISTER-JDX PIC 9(4) VALUE 0.
       77  OLDEST-SLOT PIC 9(4) VALUE 0.
       77  RECEIPT-REMAINING PIC 9(7)V99 VALUE 0.
       77  RECEIPT-APPLIED PIC 9(7)V99 VALUE 0.
       77  RECEIPT-CREDITED PIC 9(7)V99 VALUE 0.
       77  RECEIPT-UNAPPLIED PIC 9(7)V99 VALUE 0.
       77  APPLIED-AMOUNT PIC 9(7)V99 VALUE 0.
       77  RECEIPTS-READ PIC 9(5) VALUE 0.
       77  RECEIPTS-APPLIED PIC 9(5) VALUE 0.
       77  TOTAL-CASH-RECEIVED PIC 9(8)V99 VALUE 0.
       77  TOTAL-CASH-APPLIED PIC 9(8)V99 VALUE 0.
       77  TOTAL-CASH-UNAPPLIED PIC 9(8)V99 VALUE 0.
       77  TOTAL-CASH-RECOVERED PIC 9(8)V99 VALUE 0.
       01  UNAPPLIED-TABLE OCCURS 500 TIMES.
           02 UNAP-CUSTOMER-NUMBER PIC 9(6).
           02 UNAP-AMOUNT PIC 9(7)V99.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  DATE-INT-RUN PIC 9(8) VALUE 0.
       77  GLBATCH-STATUS PIC X(2) VALUE "00".
       77  GL-BATCH-NUMBER PIC 9(6) VALUE 0.
       77  GL-POSTING-DATE PIC 9(8) VALUE 0.
       77  GL-DEBIT-TOTAL PIC 9(9)V99 VALUE 0.
       77  GL-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       77  GL-RECORD-COUNT PIC 9(5) VALUE 0.
       77  APPLICATION-HISTORY-STATUS PIC X(2) VALUE "00".
       77  APPLICATION-HISTORY-OPEN PIC A(1) VALUE "N".
       77  APPLICATION-TYPE PIC X(1) VALUE SPACES.
       77  APPLICATION-INVOICE PIC 9(8) VALUE 0.
       77  APPLICATION-AMOUNT PIC 9(7)V99 VALUE 0.
       77  APPLICATION-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  APPLY-CUSTOMER-NUMBER PIC 9(6) VALUE 0.
       77  APPLY-PAYMENT-DATE PIC 9(8) VALUE 0.
       77  APPLY-REFERENCE PIC X(10) VALUE SPACES.
       77  APPLY-AMOUNT PIC 9(7)V99 VALUE 0.
       77  APPLY-SOURCE PIC X(6) VALUE SPACES.
       77  APPLY-BANK-REFERENCE PIC X(16) VALUE SPACES.
       77  APPLY-INVOICE-FROM PIC 9(8) VALUE 0.
      * the remittance reference names the invoice being paid when
      * its digits are an invoice number on the register
       77  NAMED-INVOICE PIC 9(8) VALUE 0.
       77  NAMED-SLOT PIC 9(4) VALUE 0.
       77  REFERENCE-DIGITS PIC X(10) VALUE SPACES.
       77  DIGIT-COUNT PIC 9(2) VALUE 0.
       77  REFERENCE-IDX PIC 9(2) VALUE 0.
       77  CUSTOMER-INVOICED PIC A(1) VALUE "N".
       77  APPLICATION-METHOD PIC X(12) VALUE SPACES.
       77  APPLICATION-NOTE PIC X(22) VALUE SPACES.
       77  INVOICE-TEXT PIC X(8) VALUE SPACES.
       77  BANK-STATEMENT-STATUS PIC X(2) VALUE "00".
       77  BANK-STATEMENT-EOF PIC A(3) VALUE SPACES.
       77  BANK-STATEMENT-FOUND PIC A(1) VALUE "N".
       77  STATEMENT-VALID PIC A(1) VALUE "Y".
       77  STATEMENT-REJECT-REASON PIC X(30) VALUE SPACES.
       77  STATEMENT-BANK-ACCOUNT PIC X(12) VALUE SPACES.
       77  STATEMENT-NUMBER PIC 9(6) VALUE 0.
       77  STATEMENT-DATE PIC 9(8) VALUE 0.
       77  STATEMENT-HEADERS PIC 9(3) VALUE 0.
       77  STATEMENT-TRAILERS PIC 9(3) VALUE 0.
       77  STATEMENT-DETAILS PIC 9(6) VALUE 0.
       77  STATEMENT-TOTAL PIC 9(9)V99 VALUE 0.
       77  STATEMENT-RECORD-NUMBER PIC 9(6) VALUE 0.
       77  TRAILER-COUNT PIC 9(6) VALUE 0.
       77  TRAILER-TOTAL PIC 9(9)V99 VALUE 0.
       77  BANK-REFERENCES-STATUS PIC X(2) VALUE "00".
       77  BANK-REFERENCES-EOF PIC A(3) VALUE SPACES.
       77  BANK-REFERENCES-OPEN PIC A(1) VALUE "N".
       01  BANK-REFERENCE-TABLE OCCURS 20000 TIMES.
           02 BREF-REFERENCE PIC X(16).
       77  BANK-REFERENCE-COUNT PIC 9(5) VALUE 0.
       77  BANK-REFERENCE-IDX PIC 9(5) VALUE 0.
       77  DUPLICATE-REFERENCE PIC A(1) VALUE "N".
       77  BANK-RECEIPTS-ACCEPTED PIC 9(5) VALUE 0.
       77  BANK-DUPLICATES PIC 9(5) VALUE 0.
       77  TOTAL-DUPLICATE-AMOUNT PIC 9(9)V99 VALUE 0.
       77  RECEIPTS-NAMED PIC 9(5) VALUE 0.
       77  RECEIPTS-PARTIAL PIC 9(5) VALUE 0.
       77  RECEIPTS-CREDITED PIC 9(5) VALUE 0.
       77  TOTAL-CASH-CREDITED PIC 9(8)V99 VALUE 0.
       77  TOTAL-CREDIT-USED PIC 9(8)V99 VALUE 0.
       77  AMOUNT-ED-3 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-4 PIC ZZZZZZZ9.99.
       77  TOTAL-ED PIC ZZZZZZZZZ9.99.
       77  COUNT-ED PIC ZZZZZ9.
       01  HELD-CASH-TABLE OCCURS 500 TIMES.
           02 HELD-CUSTOMER-NUMBER PIC 9(6).
           02 HELD-PAYMENT-DATE PIC 9(8).
           02 HELD-REFERENCE PIC X(10).
           02 HELD-AMOUNT PIC 9(7)V99.
           02 HELD-TYPE PIC X(1).
       77  HELD-COUNT PIC 9(3) VALUE 0.
       77  HELD-IDX PIC 9(3) VALUE 0.
       77  HELD-SLOT PIC 9(3) VALUE 0.
       77  TOTAL-CASH-REAPPLIED PIC 9(8)V99 VALUE 0.
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
           IF REGISTER-COUNT = 0
               DISPLAY "ARCASH: INVREG-MST.txt EMPTY OR MISSING - "
                   "NO OPEN ITEMS TO APPLY AGAINST"
           END-IF.
           PERFORM LOAD-BANK-REFERENCES.
           PERFORM LOAD-HELD-CASH.
           PERFORM REAPPLY-HELD-CASH.
           OPEN OUTPUT APPLICATION-REPORT.
           PERFORM WRITE-APPLICATION-HEADING.
           PERFORM APPLY-BANK-STATEMENT.
           PERFORM APPLY-RECEIPTS.
           PERFORM WRITE-APPLICATION-TOTALS.
           CLOSE APPLICATION-REPORT.
           PERFORM REWRITE-INVOICE-REGISTER.
           PERFORM WRITE-AGING-REPORT.
           PERFORM WRITE-RECEIPTS-JOURNAL.
           PERFORM WRITE-CASH-CONTROL.
           IF STATEMENT-VALID = "N"
               DISPLAY "ARCASH: BANKSTMT-IN.txt REJECTED - "
                   STATEMENT-REJECT-REASON
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF BANK-DUPLICATES > 0
               DISPLAY "ARCASH: " BANK-DUPLICATES
                   " DUPLICATE BANK REFERENCE(S) REJECTED"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       LOAD-INVOICE-REGISTER.
           MOVE SPACES TO INVOICE-REGISTER-EOF.
               END-PERFORM
               CLOSE INVOICE-REGISTER
           END-IF.
      * receipts keyed in the office (counter cheques and the like)
      * are applied after the bank statement, in the same way
       APPLY-RECEIPTS.
           MOVE SPACES TO RECEIPTS-EOF.
           OPEN INPUT RECEIPTS-IN.
           IF RECEIPTS-IN-STATUS NOT = "00"
               IF BANK-STATEMENT-FOUND = "N"
                   DISPLAY "ARCASH: CASHRCPT-IN.txt NOT FOUND - "
                       "AGING REPORTED FROM REGISTER ONLY"
               END-IF
           ELSE
               PERFORM OPEN-APPLICATION-HISTORY
               READ RECEIPTS-IN
                   AT END MOVE "YYY" TO RECEIPTS-EOF
               END-READ
               PERFORM APPLY-KEYED-RECEIPT UNTIL RECEIPTS-EOF = "YYY"
               CLOSE RECEIPTS-IN
               IF APPLICATION-HISTORY-OPEN = "Y"
                   CLOSE APPLICATION-HISTORY
                   MOVE "N" TO APPLICATION-HISTORY-OPEN
               END-IF
           END-IF.
      * every application and every unapplied remainder is kept in
      * the application history so statements can show the receipts
       OPEN-APPLICATION-HISTORY.
           MOVE "N" TO APPLICATION-HISTORY-OPEN.
           MOVE "CASHAPPL-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND APPLICATION-HISTORY.
           IF APPLICATION-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT APPLICATION-HISTORY
           END-IF.
           IF APPLICATION-HISTORY-STATUS = "00"
               MOVE "Y" TO APPLICATION-HISTORY-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN CASHAPPL-MST.txt "
                   "FOR APPEND - RECEIPTS NOT RECORDED FOR STATEMENTS"
           END-IF.
       WRITE-APPLICATION-RECORD.
           IF APPLICATION-HISTORY-OPEN = "Y"
               MOVE RUN-DATE TO CA-RUN-DATE
               MOVE APPLY-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
               MOVE APPLY-PAYMENT-DATE TO CA-PAYMENT-DATE
               MOVE APPLY-REFERENCE TO CA-REFERENCE
               MOVE APPLICATION-TYPE TO CA-TYPE
               MOVE APPLICATION-INVOICE TO CA-INVOICE-NUMBER
               MOVE APPLICATION-AMOUNT TO CA-AMOUNT
               WRITE APPLICATION-HISTORY-REC
           END-IF.
      * cash held as unapplied stays in the application history as a
      * "U" entry; each later clearance of it is a "C" entry under the
      * same customer, payment date and reference
       LOAD-HELD-CASH.
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
                           WHEN "K"
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
       ADD-HELD-CASH-ENTRY.
           IF HELD-COUNT >= 500
               DISPLAY "WARNING: MORE THAN 500 HELD UNAPPLIED RECEIPTS"
                   " - REMAINDER NOT RE-APPLIED THIS RUN"
           ELSE
               ADD 1 TO HELD-COUNT
               MOVE CA-CUSTOMER-NUMBER
                   TO HELD-CUSTOMER-NUMBER(HELD-COUNT)
               MOVE CA-PAYMENT-DATE TO HELD-PAYMENT-DATE(HELD-COUNT)
               MOVE CA-REFERENCE TO HELD-REFERENCE(HELD-COUNT)
               MOVE CA-AMOUNT TO HELD-AMOUNT(HELD-COUNT)
               MOVE CA-TYPE TO HELD-TYPE(HELD-COUNT)
           END-IF.
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
      * held cash goes against the customer's oldest open invoices
      * before the day's receipts do; the application is recorded
      * like any other and the clearance releases the unapplied
      * liability. a customer credit ("K") is only used against
      * invoices raised on or after the day it was paid, so it is
      * never pushed onto an older invoice the customer is holding
       REAPPLY-HELD-CASH.
           MOVE 0 TO TOTAL-CASH-REAPPLIED.
           IF HELD-COUNT > 0
               PERFORM OPEN-APPLICATION-HISTORY
               IF APPLICATION-HISTORY-OPEN = "Y"
                   PERFORM REAPPLY-ONE-HELD-ENTRY
                       VARYING HELD-IDX FROM 1 BY 1
                       UNTIL HELD-IDX > HELD-COUNT
                   CLOSE APPLICATION-HISTORY
                   MOVE "N" TO APPLICATION-HISTORY-OPEN
               END-IF
           END-IF.
       REAPPLY-ONE-HELD-ENTRY.
           MOVE HELD-CUSTOMER-NUMBER(HELD-IDX)
               TO APPLY-CUSTOMER-NUMBER.
           MOVE HELD-PAYMENT-DATE(HELD-IDX) TO APPLY-PAYMENT-DATE.
           MOVE HELD-REFERENCE(HELD-IDX) TO APPLY-REFERENCE.
           IF HELD-TYPE(HELD-IDX) = "K"
               MOVE HELD-PAYMENT-DATE(HELD-IDX) TO APPLY-INVOICE-FROM
           ELSE
               MOVE 0 TO APPLY-INVOICE-FROM
           END-IF.
           MOVE 0 TO OLDEST-SLOT.
           IF HELD-AMOUNT(HELD-IDX) IS GREATER THAN 0
               PERFORM FIND-OLDEST-OPEN-INVOICE
           END-IF.
           PERFORM UNTIL HELD-AMOUNT(HELD-IDX) = 0
                   OR OLDEST-SLOT = 0
               IF REG-OPEN-AMOUNT(OLDEST-SLOT) IS GREATER THAN
                       HELD-AMOUNT(HELD-IDX)
                   MOVE HELD-AMOUNT(HELD-IDX) TO APPLIED-AMOUNT
               ELSE
                   MOVE REG-OPEN-AMOUNT(OLDEST-SLOT)
                       TO APPLIED-AMOUNT
               END-IF
               SUBTRACT APPLIED-AMOUNT
                   FROM REG-OPEN-AMOUNT(OLDEST-SLOT)
               SUBTRACT APPLIED-AMOUNT FROM HELD-AMOUNT(HELD-IDX)
               ADD APPLIED-AMOUNT TO TOTAL-CASH-APPLIED
               IF HELD-TYPE(HELD-IDX) = "K"
                   ADD APPLIED-AMOUNT TO TOTAL-CREDIT-USED
               ELSE
                   ADD APPLIED-AMOUNT TO TOTAL-CASH-REAPPLIED
               END-IF
               MOVE "A" TO APPLICATION-TYPE
               MOVE REG-INVOICE-NUMBER(OLDEST-SLOT)
                   TO APPLICATION-INVOICE
               MOVE APPLIED-AMOUNT TO APPLICATION-AMOUNT
               PERFORM WRITE-APPLICATION-RECORD
               MOVE "C" TO APPLICATION-TYPE
               PERFORM WRITE-APPLICATION-RECORD
               IF REG-OPEN-AMOUNT(OLDEST-SLOT) = 0
                   MOVE "P" TO REG-STATUS(OLDEST-SLOT)
               END-IF
               PERFORM FIND-OLDEST-OPEN-INVOICE
           END-PERFORM.
      * a receipt whose remittance names one of the customer's open
      * invoices pays that invoice, in full or in part; otherwise it
      * settles the customer's oldest open invoice first and what is
      * left goes against balances already written off as bad debt.
      * anything over from a customer we invoice is held as a credit
      * on the account; only cash we cannot place with a customer is
      * treated as unapplied exception cash
       APPLY-ONE-RECEIPT.
           ADD 1 TO RECEIPTS-READ.
           ADD APPLY-AMOUNT TO TOTAL-CASH-RECEIVED.
           MOVE APPLY-AMOUNT TO RECEIPT-REMAINING.
           MOVE 0 TO APPLY-INVOICE-FROM.
           MOVE 0 TO RECEIPT-APPLIED.
           MOVE 0 TO RECEIPT-CREDITED.
           MOVE 0 TO RECEIPT-UNAPPLIED.
           MOVE SPACES TO APPLICATION-NOTE.
           MOVE SPACES TO INVOICE-TEXT.
           PERFORM FIND-NAMED-INVOICE.
           IF NAMED-SLOT > 0
               ADD 1 TO RECEIPTS-NAMED
               MOVE "NAMED INV" TO APPLICATION-METHOD
               MOVE NAMED-INVOICE TO INVOICE-TEXT
               MOVE NAMED-SLOT TO OLDEST-SLOT
               IF REG-STATUS(OLDEST-SLOT) = "W"
                   PERFORM APPLY-RECOVERY
               ELSE
                   PERFORM APPLY-TO-OLDEST-SLOT
               END-IF
               IF REG-OPEN-AMOUNT(NAMED-SLOT) IS GREATER THAN 0
                   IF REG-STATUS(NAMED-SLOT) = "W"
                       MOVE "PART RECOVERY" TO APPLICATION-NOTE
                   ELSE
                       ADD 1 TO RECEIPTS-PARTIAL
                       MOVE "SHORT PAID - PART OPEN"
                           TO APPLICATION-NOTE
                   END-IF
               END-IF
           ELSE
               MOVE "OLDEST FIRST" TO APPLICATION-METHOD
               PERFORM FIND-OLDEST-OPEN-INVOICE
               PERFORM UNTIL RECEIPT-REMAINING = 0
                       OR OLDEST-SLOT = 0
                   PERFORM APPLY-TO-OLDEST-SLOT
                   PERFORM FIND-OLDEST-OPEN-INVOICE
               END-PERFORM
               PERFORM FIND-OLDEST-WRITTEN-OFF
               PERFORM UNTIL RECEIPT-REMAINING = 0
                       OR OLDEST-SLOT = 0
                   PERFORM APPLY-RECOVERY
                   PERFORM FIND-OLDEST-WRITTEN-OFF
               END-PERFORM
               IF RECEIPT-APPLIED = 0
                   MOVE "NOT APPLIED" TO APPLICATION-METHOD
               END-IF
           END-IF.
           IF RECEIPT-REMAINING IS GREATER THAN 0
               PERFORM CHECK-CUSTOMER-INVOICED
               IF CUSTOMER-INVOICED = "Y"
                   PERFORM ADD-CUSTOMER-CREDIT
               ELSE
                   PERFORM ADD-UNAPPLIED-ENTRY
               END-IF
           ELSE
               ADD 1 TO RECEIPTS-APPLIED
           END-IF.
           PERFORM WRITE-RECEIPT-LINE.
       APPLY-TO-OLDEST-SLOT.
           IF REG-OPEN-AMOUNT(OLDEST-SLOT) IS GREATER THAN
                   RECEIPT-REMAINING
               MOVE RECEIPT-REMAINING TO APPLIED-AMOUNT
           ELSE
               MOVE REG-OPEN-AMOUNT(OLDEST-SLOT) TO APPLIED-AMOUNT
           END-IF.
           SUBTRACT APPLIED-AMOUNT FROM REG-OPEN-AMOUNT(OLDEST-SLOT).
           SUBTRACT APPLIED-AMOUNT FROM RECEIPT-REMAINING.
           ADD APPLIED-AMOUNT TO TOTAL-CASH-APPLIED.
           ADD APPLIED-AMOUNT TO RECEIPT-APPLIED.
           MOVE "A" TO APPLICATION-TYPE.
           MOVE REG-INVOICE-NUMBER(OLDEST-SLOT) TO APPLICATION-INVOICE.
           MOVE APPLIED-AMOUNT TO APPLICATION-AMOUNT.
           PERFORM WRITE-APPLICATION-RECORD.
           IF REG-OPEN-AMOUNT(OLDEST-SLOT) = 0
               MOVE "P" TO REG-STATUS(OLDEST-SLOT)
           END-IF.
      * the invoice number is taken from the digits of the remittance
      * reference ("INV 1234", "1234/A" and so on). a receipt with no
      * customer number takes the customer of the invoice it names
       FIND-NAMED-INVOICE.
           MOVE 0 TO NAMED-INVOICE.
           MOVE 0 TO NAMED-SLOT.
           MOVE 0 TO DIGIT-COUNT.
           MOVE SPACES TO REFERENCE-DIGITS.
           PERFORM VARYING REFERENCE-IDX FROM 1 BY 1
                   UNTIL REFERENCE-IDX > 10
               IF APPLY-REFERENCE(REFERENCE-IDX:1) IS NUMERIC
                   ADD 1 TO DIGIT-COUNT
                   MOVE APPLY-REFERENCE(REFERENCE-IDX:1)
                       TO REFERENCE-DIGITS(DIGIT-COUNT:1)
               END-IF
           END-PERFORM.
           IF DIGIT-COUNT > 0 AND DIGIT-COUNT < 9
               COMPUTE NAMED-INVOICE =
                   FUNCTION NUMVAL(REFERENCE-DIGITS(1:DIGIT-COUNT))
           END-IF.
           IF NAMED-INVOICE > 0
               PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                       UNTIL REGISTER-IDX > REGISTER-COUNT
                       OR NAMED-SLOT > 0
                   IF REG-INVOICE-NUMBER(REGISTER-IDX) = NAMED-INVOICE
                       MOVE REGISTER-IDX TO NAMED-SLOT
                   END-IF
               END-PERFORM
           END-IF.
           IF NAMED-SLOT > 0
               IF APPLY-CUSTOMER-NUMBER = 0
                   MOVE REG-CUSTOMER-NUMBER(NAMED-SLOT)
                       TO APPLY-CUSTOMER-NUMBER
               END-IF
               EVALUATE TRUE
                   WHEN REG-CUSTOMER-NUMBER(NAMED-SLOT) NOT =
                           APPLY-CUSTOMER-NUMBER
                       MOVE "REMIT INV OTHER CUST" TO APPLICATION-NOTE
                       MOVE 0 TO NAMED-SLOT
                   WHEN REG-OPEN-AMOUNT(NAMED-SLOT) = 0
                       MOVE "REMIT INV NOT OPEN" TO APPLICATION-NOTE
                       MOVE 0 TO NAMED-SLOT
                   WHEN REG-STATUS(NAMED-SLOT) NOT = "O"
                           AND REG-STATUS(NAMED-SLOT) NOT = "W"
                       MOVE "REMIT INV NOT OPEN" TO APPLICATION-NOTE
                       MOVE 0 TO NAMED-SLOT
               END-EVALUATE
           END-IF.
       FIND-OLDEST-OPEN-INVOICE.
           MOVE 0 TO OLDEST-SLOT.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                   UNTIL REGISTER-IDX > REGISTER-COUNT
               IF REG-CUSTOMER-NUMBER(REGISTER-IDX) =
                       APPLY-CUSTOMER-NUMBER
                       AND REG-STATUS(REGISTER-IDX) = "O"
                       AND REG-OPEN-AMOUNT(REGISTER-IDX)
                           IS GREATER THAN 0
                       AND REG-INVOICE-DATE(REGISTER-IDX)
                           NOT LESS THAN APPLY-INVOICE-FROM
                   IF OLDEST-SLOT = 0
                       MOVE REGISTER-IDX TO OLDEST-SLOT
                   ELSE
                       IF REG-INVOICE-DATE(REGISTER-IDX) IS LESS THAN
                               REG-INVOICE-DATE(OLDEST-SLOT)
                           MOVE REGISTER-IDX TO OLDEST-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * a written-off invoice keeps its balance under status "W";
      * cash against it is a recovery of bad debt, not receivable
       FIND-OLDEST-WRITTEN-OFF.
           MOVE 0 TO OLDEST-SLOT.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                   UNTIL REGISTER-IDX > REGISTER-COUNT
               IF REG-CUSTOMER-NUMBER(REGISTER-IDX) =
                       APPLY-CUSTOMER-NUMBER
                       AND REG-STATUS(REGISTER-IDX) = "W"
                       AND REG-OPEN-AMOUNT(REGISTER-IDX)
                           IS GREATER THAN 0
                   IF OLDEST-SLOT = 0
                       MOVE REGISTER-IDX TO OLDEST-SLOT
                   ELSE
                   END-IF
               END-IF
           END-PERFORM.
       APPLY-RECOVERY.
           IF REG-OPEN-AMOUNT(OLDEST-SLOT) IS GREATER THAN
                   RECEIPT-REMAINING
               MOVE RECEIPT-REMAINING TO APPLIED-AMOUNT
           ELSE
               MOVE REG-OPEN-AMOUNT(OLDEST-SLOT) TO APPLIED-AMOUNT
           END-IF.
           SUBTRACT APPLIED-AMOUNT FROM REG-OPEN-AMOUNT(OLDEST-SLOT).
           SUBTRACT APPLIED-AMOUNT FROM RECEIPT-REMAINING.
           ADD APPLIED-AMOUNT TO TOTAL-CASH-RECOVERED.
           ADD APPLIED-AMOUNT TO RECEIPT-APPLIED.
           MOVE "R" TO APPLICATION-TYPE.
           MOVE REG-INVOICE-NUMBER(OLDEST-SLOT) TO APPLICATION-INVOICE.
           MOVE APPLIED-AMOUNT TO APPLICATION-AMOUNT.
           PERFORM WRITE-APPLICATION-RECORD.
       CHECK-CUSTOMER-INVOICED.
           MOVE "N" TO CUSTOMER-INVOICED.
           IF APPLY-CUSTOMER-NUMBER > 0
               PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                       UNTIL REGISTER-IDX > REGISTER-COUNT
                       OR CUSTOMER-INVOICED = "Y"
                   IF REG-CUSTOMER-NUMBER(REGISTER-IDX) =
                           APPLY-CUSTOMER-NUMBER
                       MOVE "Y" TO CUSTOMER-INVOICED
                   END-IF
               END-PERFORM
           END-IF.
      * an overpayment is a "K" entry in the application history; it
      * is carried like held cash but sits in customer credit (2450)
      * rather than unapplied cash until the customer is billed again
       ADD-CUSTOMER-CREDIT.
           ADD 1 TO RECEIPTS-CREDITED.
           ADD RECEIPT-REMAINING TO TOTAL-CASH-CREDITED.
           MOVE RECEIPT-REMAINING TO RECEIPT-CREDITED.
           MOVE "K" TO APPLICATION-TYPE.
           IF NAMED-SLOT > 0
               MOVE NAMED-INVOICE TO APPLICATION-INVOICE
           ELSE
               MOVE 0 TO APPLICATION-INVOICE
           END-IF.
           MOVE RECEIPT-REMAINING TO APPLICATION-AMOUNT.
           PERFORM WRITE-APPLICATION-RECORD.
           MOVE 0 TO RECEIPT-REMAINING.
       ADD-UNAPPLIED-ENTRY.
           ADD 1 TO RECEIPTS-UNAPPLIED.
           ADD RECEIPT-REMAINING TO TOTAL-CASH-UNAPPLIED.
           MOVE RECEIPT-REMAINING TO RECEIPT-UNAPPLIED.
           MOVE "U" TO APPLICATION-TYPE.
           MOVE 0 TO APPLICATION-INVOICE.
           MOVE RECEIPT-REMAINING TO APPLICATION-AMOUNT.
           PERFORM WRITE-APPLICATION-RECORD.
           IF UNAPPLIED-COUNT >= 500
               DISPLAY "WARNING: MORE THAN 500 UNAPPLIED RECEIPTS - "
                   "EXCEPTION LIST INCOMPLETE"
           ELSE
               ADD 1 TO UNAPPLIED-COUNT
               MOVE APPLY-CUSTOMER-NUMBER
                   TO UNAP-CUSTOMER-NUMBER(UNAPPLIED-COUNT)
               MOVE RECEIPT-REMAINING TO UNAP-AMOUNT(UNAPPLIED-COUNT)
               MOVE APPLY-PAYMENT-DATE
                   TO UNAP-PAYMENT-DATE(UNAPPLIED-COUNT)
               MOVE APPLY-REFERENCE TO UNAP-REFERENCE(UNAPPLIED-COUNT)
               IF APPLY-CUSTOMER-NUMBER = 0
                   MOVE "NO CUSTOMER GIVEN" TO
                       UNAP-REASON(UNAPPLIED-COUNT)
               ELSE
                   MOVE "NO OPEN INVOICE" TO
                       UNAP-REASON(UNAPPLIED-COUNT)
               END-IF
           END-IF.
           MOVE 0 TO RECEIPT-REMAINING.
       APPLY-KEYED-RECEIPT.
           MOVE "KEYED" TO APPLY-SOURCE.
           MOVE SPACES TO APPLY-BANK-REFERENCE.
           MOVE RCPT-CUSTOMER-NUMBER TO APPLY-CUSTOMER-NUMBER.
           MOVE RCPT-PAYMENT-DATE TO APPLY-PAYMENT-DATE.
           MOVE RCPT-REFERENCE TO APPLY-REFERENCE.
           MOVE RCPT-AMOUNT TO APPLY-AMOUNT.
           PERFORM APPLY-ONE-RECEIPT.
           READ RECEIPTS-IN
               AT END MOVE "YYY" TO RECEIPTS-EOF
           END-READ.
      * every bank reference ever applied is kept on BANKREF-MST so a
      * statement sent twice, or a credit repeated on one, is not
      * paid into the ledger a second time
       LOAD-BANK-REFERENCES.
           MOVE 0 TO BANK-REFERENCE-COUNT.
           MOVE SPACES TO BANK-REFERENCES-EOF.
           OPEN INPUT BANK-REFERENCES.
           IF BANK-REFERENCES-STATUS = "00"
               READ BANK-REFERENCES
                   AT END MOVE "YYY" TO BANK-REFERENCES-EOF
               END-READ
               PERFORM UNTIL BANK-REFERENCES-EOF = "YYY"
                   IF BR-BANK-REFERENCE NOT = SPACES
                       IF BANK-REFERENCE-COUNT >= 20000
                           DISPLAY "ARCASH: MORE THAN 20000 ENTRIES ON "
                               "BANKREF-MST.txt - RUN STOPPED"
                           CLOSE BANK-REFERENCES
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO BANK-REFERENCE-COUNT
                       MOVE BR-BANK-REFERENCE
                           TO BREF-REFERENCE(BANK-REFERENCE-COUNT)
                   END-IF
                   READ BANK-REFERENCES
                       AT END MOVE "YYY" TO BANK-REFERENCES-EOF
                   END-READ
               END-PERFORM
               CLOSE BANK-REFERENCES
           END-IF.
       OPEN-BANK-REFERENCES.
           MOVE "N" TO BANK-REFERENCES-OPEN.
           MOVE "BANKREF-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND BANK-REFERENCES.
           IF BANK-REFERENCES-STATUS NOT = "00"
               OPEN OUTPUT BANK-REFERENCES
           END-IF.
           IF BANK-REFERENCES-STATUS = "00"
               MOVE "Y" TO BANK-REFERENCES-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN BANKREF-MST.txt "
                   "FOR APPEND - REPEATS NOT CAUGHT NEXT RUN"
           END-IF.
      * the bank statement is checked end to end before any of it is
      * applied: one header first, one trailer last, and the trailer's
      * record count and amount total must agree with the credits.
      * a statement that fails is applied not at all
       APPLY-BANK-STATEMENT.
           MOVE "N" TO BANK-STATEMENT-FOUND.
           MOVE "Y" TO STATEMENT-VALID.
           OPEN INPUT BANK-STATEMENT.
           IF BANK-STATEMENT-STATUS NOT = "00"
               MOVE SPACES TO APPLICATION-REPORT-LINE
               STRING "NO BANK STATEMENT ON BANKSTMT-IN.txt THIS RUN"
                   DELIMITED BY SIZE
                   INTO APPLICATION-REPORT-LINE
               WRITE APPLICATION-REPORT-LINE
           ELSE
               MOVE "Y" TO BANK-STATEMENT-FOUND
               PERFORM VALIDATE-BANK-STATEMENT
               CLOSE BANK-STATEMENT
               PERFORM WRITE-STATEMENT-CONTROL
           END-IF.
           PERFORM WRITE-APPLICATION-COLUMNS.
           IF BANK-STATEMENT-FOUND = "Y" AND STATEMENT-VALID = "Y"
               PERFORM OPEN-APPLICATION-HISTORY
               PERFORM OPEN-BANK-REFERENCES
               MOVE SPACES TO BANK-STATEMENT-EOF
               OPEN INPUT BANK-STATEMENT
               READ BANK-STATEMENT
                   AT END MOVE "YYY" TO BANK-STATEMENT-EOF
               END-READ
               PERFORM APPLY-BANK-RECORD
                   UNTIL BANK-STATEMENT-EOF = "YYY"
               CLOSE BANK-STATEMENT
               IF BANK-REFERENCES-OPEN = "Y"
                   CLOSE BANK-REFERENCES
                   MOVE "N" TO BANK-REFERENCES-OPEN
               END-IF
               IF APPLICATION-HISTORY-OPEN = "Y"
                   CLOSE APPLICATION-HISTORY
                   MOVE "N" TO APPLICATION-HISTORY-OPEN
               END-IF
           END-IF.
       VALIDATE-BANK-STATEMENT.
           MOVE 0 TO STATEMENT-HEADERS.
           MOVE 0 TO STATEMENT-TRAILERS.
           MOVE 0 TO STATEMENT-DETAILS.
           MOVE 0 TO STATEMENT-TOTAL.
           MOVE 0 TO STATEMENT-RECORD-NUMBER.
           MOVE 0 TO TRAILER-COUNT.
           MOVE 0 TO TRAILER-TOTAL.
           MOVE SPACES TO STATEMENT-REJECT-REASON.
           MOVE SPACES TO BANK-STATEMENT-EOF.
           READ BANK-STATEMENT
               AT END MOVE "YYY" TO BANK-STATEMENT-EOF
           END-READ.
           PERFORM CHECK-BANK-RECORD
               UNTIL BANK-STATEMENT-EOF = "YYY".
           IF STATEMENT-VALID = "Y"
               EVALUATE TRUE
                   WHEN STATEMENT-HEADERS = 0
                       MOVE "NO HEADER RECORD"
                           TO STATEMENT-REJECT-REASON
                   WHEN STATEMENT-TRAILERS = 0
                       MOVE "NO TRAILER RECORD"
                           TO STATEMENT-REJECT-REASON
                   WHEN TRAILER-COUNT NOT = STATEMENT-DETAILS
                       MOVE "TRAILER RECORD COUNT DISAGREES"
                           TO STATEMENT-REJECT-REASON
                   WHEN TRAILER-TOTAL NOT = STATEMENT-TOTAL
                       MOVE "TRAILER AMOUNT TOTAL DISAGREES"
                           TO STATEMENT-REJECT-REASON
               END-EVALUATE
               IF STATEMENT-REJECT-REASON NOT = SPACES
                   MOVE "N" TO STATEMENT-VALID
               END-IF
           END-IF.
       CHECK-BANK-RECORD.
           IF BANK-DETAIL-REC NOT = SPACES AND STATEMENT-VALID = "Y"
               ADD 1 TO STATEMENT-RECORD-NUMBER
               EVALUATE TRUE
                   WHEN STATEMENT-TRAILERS > 0
                       MOVE "RECORDS AFTER TRAILER"
                           TO STATEMENT-REJECT-REASON
                   WHEN BSH-RECORD-TYPE = "H"
                       IF STATEMENT-RECORD-NUMBER NOT = 1
                           MOVE "HEADER NOT FIRST RECORD"
                               TO STATEMENT-REJECT-REASON
                       ELSE
                           IF BSH-STATEMENT-NUMBER IS NUMERIC
                                   AND BSH-STATEMENT-DATE IS NUMERIC
                               ADD 1 TO STATEMENT-HEADERS
                               MOVE BSH-BANK-ACCOUNT
                                   TO STATEMENT-BANK-ACCOUNT
                               MOVE BSH-STATEMENT-NUMBER
                                   TO STATEMENT-NUMBER
                               MOVE BSH-STATEMENT-DATE
                                   TO STATEMENT-DATE
                           ELSE
                               MOVE "HEADER NOT NUMERIC"
                                   TO STATEMENT-REJECT-REASON
                           END-IF
                       END-IF
                   WHEN STATEMENT-HEADERS = 0
                       MOVE "HEADER NOT FIRST RECORD"
                           TO STATEMENT-REJECT-REASON
                   WHEN BSD-RECORD-TYPE = "D"
                       IF BSD-AMOUNT IS NUMERIC
                               AND BSD-VALUE-DATE IS NUMERIC
                           ADD 1 TO STATEMENT-DETAILS
                           ADD BSD-AMOUNT TO STATEMENT-TOTAL
                       ELSE
                           STRING "BAD DETAIL AT RECORD "
                                   DELIMITED BY SIZE
                               STATEMENT-RECORD-NUMBER DELIMITED BY SIZE
                               INTO STATEMENT-REJECT-REASON
                       END-IF
                   WHEN BST-RECORD-TYPE = "T"
                       IF BST-RECORD-COUNT IS NUMERIC
                               AND BST-TOTAL-AMOUNT IS NUMERIC
                           ADD 1 TO STATEMENT-TRAILERS
                           MOVE BST-RECORD-COUNT TO TRAILER-COUNT
                           MOVE BST-TOTAL-AMOUNT TO TRAILER-TOTAL
                       ELSE
                           MOVE "TRAILER NOT NUMERIC"
                               TO STATEMENT-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       STRING "UNKNOWN RECORD TYPE AT "
                               DELIMITED BY SIZE
                           STATEMENT-RECORD-NUMBER DELIMITED BY SIZE
                           INTO STATEMENT-REJECT-REASON
               END-EVALUATE
               IF STATEMENT-REJECT-REASON NOT = SPACES
                   MOVE "N" TO STATEMENT-VALID
               END-IF
           END-IF.
           READ BANK-STATEMENT
               AT END MOVE "YYY" TO BANK-STATEMENT-EOF
           END-READ.
       APPLY-BANK-RECORD.
           IF BSD-RECORD-TYPE = "D"
               PERFORM APPLY-BANK-DETAIL
           END-IF.
           READ BANK-STATEMENT
               AT END MOVE "YYY" TO BANK-STATEMENT-EOF
           END-READ.
       APPLY-BANK-DETAIL.
           MOVE "BANK" TO APPLY-SOURCE.
           MOVE BSD-BANK-REFERENCE TO APPLY-BANK-REFERENCE.
           IF BSD-CUSTOMER-NUMBER IS NUMERIC
               MOVE BSD-CUSTOMER-NUMBER TO APPLY-CUSTOMER-NUMBER
           ELSE
               MOVE 0 TO APPLY-CUSTOMER-NUMBER
           END-IF.
           MOVE BSD-VALUE-DATE TO APPLY-PAYMENT-DATE.
           MOVE BSD-REMITTANCE TO APPLY-REFERENCE.
           MOVE BSD-AMOUNT TO APPLY-AMOUNT.
           PERFORM CHECK-DUPLICATE-REFERENCE.
           IF DUPLICATE-REFERENCE = "Y"
               ADD 1 TO BANK-DUPLICATES
               ADD APPLY-AMOUNT TO TOTAL-DUPLICATE-AMOUNT
               MOVE "REJECTED" TO APPLICATION-METHOD
               MOVE "DUPLICATE BANK REF" TO APPLICATION-NOTE
               MOVE SPACES TO INVOICE-TEXT
               MOVE 0 TO RECEIPT-APPLIED
               MOVE 0 TO RECEIPT-CREDITED
               MOVE 0 TO RECEIPT-UNAPPLIED
               PERFORM WRITE-RECEIPT-LINE
           ELSE
               ADD 1 TO BANK-RECEIPTS-ACCEPTED
               PERFORM RECORD-BANK-REFERENCE
               PERFORM APPLY-ONE-RECEIPT
           END-IF.
       CHECK-DUPLICATE-REFERENCE.
           MOVE "N" TO DUPLICATE-REFERENCE.
           IF APPLY-BANK-REFERENCE NOT = SPACES
               PERFORM VARYING BANK-REFERENCE-IDX FROM 1 BY 1
                       UNTIL BANK-REFERENCE-IDX > BANK-REFERENCE-COUNT
                       OR DUPLICATE-REFERENCE = "Y"
                   IF BREF-REFERENCE(BANK-REFERENCE-IDX) =
                           APPLY-BANK-REFERENCE
                       MOVE "Y" TO DUPLICATE-REFERENCE
                   END-IF
               END-PERFORM
           END-IF.
       RECORD-BANK-REFERENCE.
           IF APPLY-BANK-REFERENCE NOT = SPACES
               IF BANK-REFERENCE-COUNT < 20000
                   ADD 1 TO BANK-REFERENCE-COUNT
                   MOVE APPLY-BANK-REFERENCE
                       TO BREF-REFERENCE(BANK-REFERENCE-COUNT)
               ELSE
                   DISPLAY "WARNING: BANK REFERENCE TABLE FULL - "
                       "REPEATS LATER ON THIS STATEMENT NOT CAUGHT"
               END-IF
               IF BANK-REFERENCES-OPEN = "Y"
                   MOVE APPLY-BANK-REFERENCE TO BR-BANK-REFERENCE
                   MOVE STATEMENT-NUMBER TO BR-STATEMENT-NUMBER
                   MOVE APPLY-PAYMENT-DATE TO BR-VALUE-DATE
                   MOVE APPLY-AMOUNT TO BR-AMOUNT
                   MOVE RUN-DATE TO BR-RUN-DATE
                   WRITE BANK-REFERENCE-REC
               END-IF
           END-IF.
      * the receipt application listing shows where every receipt
      * went, bank statement credits first and then keyed receipts
       WRITE-APPLICATION-HEADING.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "RECEIPT APPLICATION LISTING - RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
       WRITE-STATEMENT-CONTROL.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "BANK STATEMENT " DELIMITED BY SIZE
               STATEMENT-NUMBER DELIMITED BY SIZE
               " DATED " DELIMITED BY SIZE
               STATEMENT-DATE DELIMITED BY SIZE
               " ACCOUNT " DELIMITED BY SIZE
               STATEMENT-BANK-ACCOUNT DELIMITED BY SIZE
               INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE STATEMENT-DETAILS TO COUNT-ED.
           MOVE STATEMENT-TOTAL TO TOTAL-ED.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "CREDITS ON STATEMENT: " DELIMITED BY SIZE
               COUNT-ED DELIMITED BY SIZE
               "  TOTAL: " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE TRAILER-COUNT TO COUNT-ED.
           MOVE TRAILER-TOTAL TO TOTAL-ED.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "TRAILER CONTROL:      " DELIMITED BY SIZE
               COUNT-ED DELIMITED BY SIZE
               "  TOTAL: " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           IF STATEMENT-VALID = "Y"
               STRING "STATEMENT ACCEPTED" DELIMITED BY SIZE
                   INTO APPLICATION-REPORT-LINE
           ELSE
               STRING "STATEMENT REJECTED - " DELIMITED BY SIZE
                   STATEMENT-REJECT-REASON DELIMITED BY SIZE
                   " - NOTHING APPLIED" DELIMITED BY SIZE
                   INTO APPLICATION-REPORT-LINE
           END-IF.
           WRITE APPLICATION-REPORT-LINE.
       WRITE-APPLICATION-COLUMNS.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "SOURCE BANK REFERENCE   CUST.  PAID     "
                   DELIMITED BY SIZE
               "     AMOUNT REMITTANCE METHOD       INVOICE  "
                   DELIMITED BY SIZE
               "    APPLIED      CREDIT   UNAPPLIED NOTE"
                   DELIMITED BY SIZE
               INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
       WRITE-RECEIPT-LINE.
           MOVE APPLY-AMOUNT TO AMOUNT-ED-1.
           MOVE RECEIPT-APPLIED TO AMOUNT-ED-2.
           MOVE RECEIPT-CREDITED TO AMOUNT-ED-3.
           MOVE RECEIPT-UNAPPLIED TO AMOUNT-ED-4.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING APPLY-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APPLY-BANK-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APPLY-CUSTOMER-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APPLY-PAYMENT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APPLY-REFERENCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APPLICATION-METHOD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INVOICE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APPLICATION-NOTE DELIMITED BY SIZE
               INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
       WRITE-APPLICATION-TOTALS.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "RECEIPTS PROCESSED: " DELIMITED BY SIZE
               RECEIPTS-READ DELIMITED BY SIZE
               "  FROM BANK: " DELIMITED BY SIZE
               BANK-RECEIPTS-ACCEPTED DELIMITED BY SIZE
               "  DUPLICATE BANK REFS REJECTED: " DELIMITED BY SIZE
               BANK-DUPLICATES DELIMITED BY SIZE
               INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "TO NAMED INVOICE: " DELIMITED BY SIZE
               RECEIPTS-NAMED DELIMITED BY SIZE
               "  SHORT PAID: " DELIMITED BY SIZE
               RECEIPTS-PARTIAL DELIMITED BY SIZE
               "  CREDITED TO ACCOUNT: " DELIMITED BY SIZE
               RECEIPTS-CREDITED DELIMITED BY SIZE
               "  UNAPPLIED: " DELIMITED BY SIZE
               RECEIPTS-UNAPPLIED DELIMITED BY SIZE
               INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE TOTAL-CASH-RECEIVED TO AMOUNT-ED-1.
           MOVE TOTAL-CASH-CREDITED TO AMOUNT-ED-2.
           MOVE TOTAL-DUPLICATE-AMOUNT TO TOTAL-ED.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "CASH RECEIVED: " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               "  CREDITED TO ACCOUNT: " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               "  DUPLICATES NOT POSTED: " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
       REWRITE-INVOICE-REGISTER.
           MOVE "INVREG-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT INVOICE-REGISTER.
           IF INVOICE-REGISTER-STATUS = "00"
               PERFORM WRITE-REGISTER-ENTRY
               AMOUNT-ED-2 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TOTAL-CASH-RECOVERED IS GREATER THAN 0
               MOVE TOTAL-CASH-RECOVERED TO AMOUNT-ED-1
               MOVE SPACES TO REPORT-LINE
               STRING "BAD DEBT RECOVERED: " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF TOTAL-CASH-REAPPLIED IS GREATER THAN 0
               MOVE TOTAL-CASH-REAPPLIED TO AMOUNT-ED-1
               MOVE SPACES TO REPORT-LINE
               STRING "HELD CASH RE-APPLIED: " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF TOTAL-CASH-CREDITED IS GREATER THAN 0
               MOVE TOTAL-CASH-CREDITED TO AMOUNT-ED-1
               MOVE SPACES TO REPORT-LINE
               STRING "OVERPAID TO CUSTOMER CREDIT: " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF TOTAL-CREDIT-USED IS GREATER THAN 0
               MOVE TOTAL-CREDIT-USED TO AMOUNT-ED-1
               MOVE SPACES TO REPORT-LINE
               STRING "CUSTOMER CREDIT USED: " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       WRITE-UNAPPLIED-LINE.
           MOVE UNAP-AMOUNT(UNAPPLIED-IDX) TO AMOUNT-ED-1.
           MOVE SPACES TO REPORT-LINE.
               UNAP-REASON(UNAPPLIED-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      * the receipts journal is a balanced batch in the billing
      * run's GL feed layout: the bank is debited with every receipt,
      * AR is credited with the cash applied to invoices and the
      * unapplied-cash liability with whatever could not be applied;
      * recoveries on written-off invoices go back to bad-debt expense
      * and held cash re-applied today is released from the liability.
      * overpayments are credited to customer credit and released from
      * it again as the credit is used
       WRITE-RECEIPTS-JOURNAL.
           OPEN OUTPUT GLFEED-OUT.
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
           IF TOTAL-CASH-RECEIVED IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "D" TO GL-DC-INDICATOR
               MOVE "1000" TO GL-ACCOUNT-CODE
               MOVE "CASH" TO GL-ACCOUNT-NAME
               MOVE TOTAL-CASH-RECEIVED TO GL-AMOUNT
               MOVE SPACES TO GL-BRANCH
               PERFORM WRITE-GL-DEBIT-LINE
           END-IF.
           IF TOTAL-CASH-REAPPLIED IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "D" TO GL-DC-INDICATOR
               MOVE "2500" TO GL-ACCOUNT-CODE
               MOVE "UNAPPLIED" TO GL-ACCOUNT-NAME
               MOVE TOTAL-CASH-REAPPLIED TO GL-AMOUNT
               MOVE SPACES TO GL-BRANCH
               PERFORM WRITE-GL-DEBIT-LINE
           END-IF.
           IF TOTAL-CREDIT-USED IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "D" TO GL-DC-INDICATOR
               MOVE "2450" TO GL-ACCOUNT-CODE
               MOVE "CUST CRED" TO GL-ACCOUNT-NAME
               MOVE TOTAL-CREDIT-USED TO GL-AMOUNT
               MOVE SPACES TO GL-BRANCH
               PERFORM WRITE-GL-DEBIT-LINE
           END-IF.
           IF TOTAL-CASH-APPLIED IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "C" TO GL-DC-INDICATOR
               MOVE "1200" TO GL-ACCOUNT-CODE
               MOVE "RECEIVABLE" TO GL-ACCOUNT-NAME
               MOVE TOTAL-CASH-APPLIED TO GL-AMOUNT
               MOVE SPACES TO GL-BRANCH
               PERFORM WRITE-GL-CREDIT-LINE
           END-IF.
           IF TOTAL-CASH-UNAPPLIED IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "C" TO GL-DC-INDICATOR
               MOVE "2500" TO GL-ACCOUNT-CODE
               MOVE "UNAPPLIED" TO GL-ACCOUNT-NAME
               MOVE TOTAL-CASH-UNAPPLIED TO GL-AMOUNT
               MOVE SPACES TO GL-BRANCH
               PERFORM WRITE-GL-CREDIT-LINE
           END-IF.
           IF TOTAL-CASH-RECOVERED IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "C" TO GL-DC-INDICATOR
               MOVE "6100" TO GL-ACCOUNT-CODE
               MOVE "RECOVERY" TO GL-ACCOUNT-NAME
               MOVE TOTAL-CASH-RECOVERED TO GL-AMOUNT
               MOVE SPACES TO GL-BRANCH
               PERFORM WRITE-GL-CREDIT-LINE
           END-IF.
           IF TOTAL-CASH-CREDITED IS GREATER THAN 0
               MOVE "0001" TO GL-COMPANY-CODE
               MOVE "C" TO GL-DC-INDICATOR
               MOVE "2450" TO GL-ACCOUNT-CODE
               MOVE "CUST CRED" TO GL-ACCOUNT-NAME
               MOVE TOTAL-CASH-CREDITED TO GL-AMOUNT
               MOVE SPACES TO GL-BRANCH
               PERFORM WRITE-GL-CREDIT-LINE
           END-IF.
           MOVE "BT" TO GLBT-ID.
           MOVE GL-DEBIT-TOTAL TO GLBT-DEBIT-TOTAL.
           MOVE GL-CREDIT-TOTAL TO GLBT-CREDIT-TOTAL.
           MOVE GL-RECORD-COUNT TO GLBT-RECORD-COUNT.
           WRITE GLFEED-BATCH-TRAILER.
           CLOSE GLFEED-OUT.
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
       WRITE-GL-CREDIT-LINE.
           WRITE GLFEED-REC.
           ADD GL-AMOUNT TO GL-CREDIT-TOTAL.
           ADD 1 TO GL-RECORD-COUNT.
       WRITE-GL-DEBIT-LINE.
           WRITE GLFEED-REC.
           ADD GL-AMOUNT TO GL-DEBIT-TOTAL.
           ADD 1 TO GL-RECORD-COUNT.
      * the control record carries the run's cash totals so GLRECON
      * can tie the receipts journal back to what was applied
       WRITE-CASH-CONTROL.
           OPEN OUTPUT CASH-CONTROL.
           MOVE RUN-DATE TO CC-RUN-DATE.
           MOVE GL-BATCH-NUMBER TO CC-BATCH-NUMBER.
           MOVE RECEIPTS-READ TO CC-RECEIPTS-READ.
           MOVE TOTAL-CASH-RECEIVED TO CC-CASH-RECEIVED.
           MOVE TOTAL-CASH-APPLIED TO CC-CASH-APPLIED.
           MOVE TOTAL-CASH-UNAPPLIED TO CC-CASH-UNAPPLIED.
           MOVE TOTAL-CASH-RECOVERED TO CC-CASH-RECOVERED.
           MOVE TOTAL-CASH-CREDITED TO CC-CASH-CREDITED.
           MOVE TOTAL-CREDIT-USED TO CC-CREDIT-USED.
           WRITE CASH-CONTROL-REC.
           CLOSE CASH-CONTROL.
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
                       DISPLAY "ARCASH: PERIOD " PER-PERIOD(PERIOD-SLOT)
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
           DISPLAY "ARCASH: " PERIOD-DOCUMENT " DATED "
               PERIOD-CHECK-DATE " IN CLOSED PERIOD - POSTED "
               PERIOD-POSTING-DATE.
           OPEN EXTEND PERIOD-REPORT.
           IF PERIOD-REPORT-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-REPORT
           END-IF.
           IF PERIOD-REPORT-STATUS = "00"
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING "ARCASH   " DELIMITED BY SIZE
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
           MOVE "ARCASH" TO BKR-PROGRAM.
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
       END PROGRAM ARCASH.
