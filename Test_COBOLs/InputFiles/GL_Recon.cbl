               FILE STATUS IS GLFEED-IN-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'GLRECON-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASHGL-IN ASSIGN TO 'CASHGL-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHGL-IN-STATUS.
           SELECT CASH-CONTROL-IN ASSIGN TO 'CASHCTL-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BILLED-DETAIL.
           02 GLBT-RECORD-COUNT PIC 9(5).
       FD RECON-REPORT.
       01 RECON-LINE PIC X(100).
       FD CASHGL-IN.
       01 CASHGL-IN-REC.
           02 CGL-COMPANY-CODE PIC X(4).
           02 FILLER PIC X(1).
           02 CGL-ACCOUNT-CODE PIC X(4).
           02 FILLER PIC X(1).
           02 CGL-ACCOUNT-NAME PIC A(10).
           02 FILLER PIC X(1).
           02 CGL-DC-INDICATOR PIC A(1).
           02 FILLER PIC X(1).
           02 CGL-AMOUNT PIC 9(7)V99.
           02 FILLER PIC X(1).
           02 CGL-BRANCH PIC X(4).
       01 CASHGL-BATCH-HEADER.
           02 CGBH-ID PIC X(2).
           02 FILLER PIC X(1).
           02 CGBH-POSTING-DATE PIC 9(8).
           02 FILLER PIC X(1).
           02 CGBH-BATCH-NUMBER PIC 9(6).
       01 CASHGL-BATCH-TRAILER.
           02 CGBT-ID PIC X(2).
           02 FILLER PIC X(1).
           02 CGBT-DEBIT-TOTAL PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 CGBT-CREDIT-TOTAL PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 CGBT-RECORD-COUNT PIC 9(5).
       FD CASH-CONTROL-IN.
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
       WORKING-STORAGE SECTION.
       77  BILLED-DETAIL-STATUS PIC X(2) VALUE "00".
       77  GLFEED-IN-STATUS PIC X(2) VALUE "00".
       77  AMOUNT-ED-1 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-2 PIC ZZZZZZZ9.99.
       77  AMOUNT-ED-3 PIC ZZZZZZZ9.99.
       77  CASHGL-IN-STATUS PIC X(2) VALUE "00".
       77  CASH-CONTROL-STATUS PIC X(2) VALUE "00".
       77  CASHGL-EOF PIC A(3) VALUE SPACES.
       77  CASH-CONTROL-FOUND PIC A(1) VALUE "N".
       77  CASHGL-FOUND PIC A(1) VALUE "N".
       77  CASH-HEADER-SEEN PIC A(1) VALUE "N".
       77  CASH-TRAILER-SEEN PIC A(1) VALUE "N".
       77  CASH-BATCH-IN PIC 9(6) VALUE 0.
       77  CASH-GL-BANK PIC 9(9)V99 VALUE 0.
       77  CASH-GL-APPLIED PIC 9(9)V99 VALUE 0.
       77  CASH-GL-UNAPPLIED PIC 9(9)V99 VALUE 0.
       77  CASH-GL-RECOVERED PIC 9(9)V99 VALUE 0.
       77  CASH-GL-CREDITED PIC 9(9)V99 VALUE 0.
       77  CASH-GL-CREDIT-USED PIC 9(9)V99 VALUE 0.
       77  CASH-GL-DEBIT PIC 9(9)V99 VALUE 0.
       77  CASH-GL-CREDIT PIC 9(9)V99 VALUE 0.
       77  CASH-GL-COUNT PIC 9(5) VALUE 0.
       77  CASH-TRL-DEBIT PIC 9(9)V99 VALUE 0.
       77  CASH-TRL-CREDIT PIC 9(9)V99 VALUE 0.
       77  CASH-TRL-COUNT PIC 9(5) VALUE 0.
       77  CASH-CTL-RECEIVED PIC 9(9)V99 VALUE 0.
       77  CASH-CTL-APPLIED PIC 9(9)V99 VALUE 0.
       77  CASH-CTL-UNAPPLIED PIC 9(9)V99 VALUE 0.
       77  CASH-CTL-RECOVERED PIC 9(9)V99 VALUE 0.
       77  CASH-CTL-CREDITED PIC 9(9)V99 VALUE 0.
       77  CASH-CTL-CREDIT-USED PIC 9(9)V99 VALUE 0.
       77  CASH-CTL-BATCH PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT RECON-REPORT.
           PERFORM SUM-BILLED-DETAIL.
           PERFORM SUM-GL-FEED.
           PERFORM WRITE-RECON-REPORT.
           PERFORM RECONCILE-RECEIPTS-JOURNAL.
           PERFORM WRITE-RECON-RESULT.
           CLOSE RECON-REPORT.
           IF MISMATCH-COUNT IS GREATER THAN 0
               DISPLAY "GLRECON: " MISMATCH-COUNT " MISMATCH(ES) - "
                   UNTIL BILLED-EOF = "YYY"
               CLOSE BILLED-DETAIL
           END-IF.
      * fines and tolls recharged without a rental have no detail
      * line; their ancillary revenue comes from the trailer total
       CLASSIFY-BILLED-LINE.
           EVALUATE TRUE
               WHEN BILLED-LINE = SPACES
                   CONTINUE
               WHEN BILLED-LINE(1:24) = "TOTAL RECHARGES BILLED: "
                   ADD FUNCTION NUMVAL(BILLED-LINE(25:10))
                       TO DETAIL-ANC-TOTAL
               WHEN BILLED-LINE(1:6) = "TOTAL "
                   CONTINUE
               WHEN BILLED-LINE(1:7) = "BRANCH "
                   INTO RECON-LINE
           END-IF.
           WRITE RECON-LINE.
      * the ARCASH receipts journal is a separate batch; it is tied
      * to the cash totals ARCASH recorded in its control record.
      * when ARCASH has not run there is nothing to reconcile
       RECONCILE-RECEIPTS-JOURNAL.
           PERFORM LOAD-CASH-CONTROL.
           PERFORM SUM-CASH-JOURNAL.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE "RECEIPTS JOURNAL RECONCILIATION - ARCASH / GL"
               TO RECON-LINE.
           WRITE RECON-LINE.
           IF CASH-CONTROL-FOUND = "N" AND CASHGL-FOUND = "N"
               MOVE "NO RECEIPTS JOURNAL THIS RUN - NOT RECONCILED"
                   TO RECON-LINE
               WRITE RECON-LINE
           ELSE
               IF CASH-CONTROL-FOUND = "N"
                   ADD 1 TO MISMATCH-COUNT
                   MOVE "CASHCTL-OUT.txt MISSING - ARCASH NOT CONFIRMED"
                       TO RECON-LINE
                   WRITE RECON-LINE
               END-IF
               IF CASHGL-FOUND = "N"
                   ADD 1 TO MISMATCH-COUNT
                   MOVE "CASHGL-OUT.txt MISSING - RECEIPTS NOT POSTED"
                       TO RECON-LINE
                   WRITE RECON-LINE
               END-IF
               IF CASH-CONTROL-FOUND = "Y" AND CASHGL-FOUND = "Y"
                   PERFORM WRITE-CASH-JOURNAL-LINES
               END-IF
           END-IF.
       LOAD-CASH-CONTROL.
           MOVE "N" TO CASH-CONTROL-FOUND.
           OPEN INPUT CASH-CONTROL-IN.
           IF CASH-CONTROL-STATUS = "00"
               READ CASH-CONTROL-IN
                   NOT AT END
                       IF CC-CASH-RECEIVED IS NUMERIC
                               AND CC-CASH-APPLIED IS NUMERIC
                               AND CC-CASH-UNAPPLIED IS NUMERIC
                           MOVE "Y" TO CASH-CONTROL-FOUND
                           MOVE CC-CASH-RECEIVED TO CASH-CTL-RECEIVED
                           MOVE CC-CASH-APPLIED TO CASH-CTL-APPLIED
                           MOVE CC-CASH-UNAPPLIED
                               TO CASH-CTL-UNAPPLIED
                           MOVE CC-BATCH-NUMBER TO CASH-CTL-BATCH
                           IF CC-CASH-RECOVERED IS NUMERIC
                               MOVE CC-CASH-RECOVERED
                                   TO CASH-CTL-RECOVERED
                           END-IF
                           IF CC-CASH-CREDITED IS NUMERIC
                               MOVE CC-CASH-CREDITED
                                   TO CASH-CTL-CREDITED
                           END-IF
                           IF CC-CREDIT-USED IS NUMERIC
                               MOVE CC-CREDIT-USED
                                   TO CASH-CTL-CREDIT-USED
                           END-IF
                       END-IF
               END-READ
               CLOSE CASH-CONTROL-IN
           END-IF.
       SUM-CASH-JOURNAL.
           MOVE "N" TO CASHGL-FOUND.
           MOVE SPACES TO CASHGL-EOF.
           OPEN INPUT CASHGL-IN.
           IF CASHGL-IN-STATUS = "00"
               MOVE "Y" TO CASHGL-FOUND
               READ CASHGL-IN
                   AT END MOVE "YYY" TO CASHGL-EOF
               END-READ
               PERFORM TALLY-CASH-JOURNAL-RECORD
                   UNTIL CASHGL-EOF = "YYY"
               CLOSE CASHGL-IN
           END-IF.
       TALLY-CASH-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN CASHGL-IN-REC = SPACES
                   CONTINUE
               WHEN CGBH-ID = "BH"
                   MOVE "Y" TO CASH-HEADER-SEEN
                   IF CGBH-BATCH-NUMBER IS NUMERIC
                       MOVE CGBH-BATCH-NUMBER TO CASH-BATCH-IN
                   END-IF
               WHEN CGBT-ID = "BT"
                   MOVE "Y" TO CASH-TRAILER-SEEN
                   IF CGBT-DEBIT-TOTAL IS NUMERIC
                       MOVE CGBT-DEBIT-TOTAL TO CASH-TRL-DEBIT
                   END-IF
                   IF CGBT-CREDIT-TOTAL IS NUMERIC
                       MOVE CGBT-CREDIT-TOTAL TO CASH-TRL-CREDIT
                   END-IF
                   IF CGBT-RECORD-COUNT IS NUMERIC
                       MOVE CGBT-RECORD-COUNT TO CASH-TRL-COUNT
                   END-IF
               WHEN CGL-DC-INDICATOR = "D"
                   ADD CGL-AMOUNT TO CASH-GL-DEBIT
                   ADD 1 TO CASH-GL-COUNT
                   EVALUATE CGL-ACCOUNT-CODE
                       WHEN "1000"
                           ADD CGL-AMOUNT TO CASH-GL-BANK
                       WHEN "2450"
                           ADD CGL-AMOUNT TO CASH-GL-CREDIT-USED
                   END-EVALUATE
               WHEN OTHER
                   ADD CGL-AMOUNT TO CASH-GL-CREDIT
                   ADD 1 TO CASH-GL-COUNT
                   EVALUATE CGL-ACCOUNT-CODE
                       WHEN "1200"
                           ADD CGL-AMOUNT TO CASH-GL-APPLIED
                       WHEN "2500"
                           ADD CGL-AMOUNT TO CASH-GL-UNAPPLIED
                       WHEN "6100"
                           ADD CGL-AMOUNT TO CASH-GL-RECOVERED
                       WHEN "2450"
                           ADD CGL-AMOUNT TO CASH-GL-CREDITED
                   END-EVALUATE
           END-EVALUATE.
           READ CASHGL-IN
               AT END MOVE "YYY" TO CASHGL-EOF
           END-READ.
       WRITE-CASH-JOURNAL-LINES.
           MOVE CASH-CTL-RECEIVED TO AMOUNT-ED-4.
           MOVE CASH-GL-BANK TO AMOUNT-ED-5.
           MOVE SPACES TO RECON-LINE.
           IF CASH-CTL-RECEIVED = CASH-GL-BANK
               STRING "CASH RECEIVED OK     " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           ELSE
               ADD 1 TO MISMATCH-COUNT
               STRING "CASH RECEIVED MISMATCH " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " VS " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           END-IF.
           WRITE RECON-LINE.
           MOVE CASH-CTL-APPLIED TO AMOUNT-ED-4.
           MOVE CASH-GL-APPLIED TO AMOUNT-ED-5.
           MOVE SPACES TO RECON-LINE.
           IF CASH-CTL-APPLIED = CASH-GL-APPLIED
               STRING "CASH APPLIED OK      " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           ELSE
               ADD 1 TO MISMATCH-COUNT
               STRING "CASH APPLIED MISMATCH  " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " VS " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           END-IF.
           WRITE RECON-LINE.
           MOVE CASH-CTL-UNAPPLIED TO AMOUNT-ED-4.
           MOVE CASH-GL-UNAPPLIED TO AMOUNT-ED-5.
           MOVE SPACES TO RECON-LINE.
           IF CASH-CTL-UNAPPLIED = CASH-GL-UNAPPLIED
               STRING "UNAPPLIED CASH OK    " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           ELSE
               ADD 1 TO MISMATCH-COUNT
               STRING "UNAPPLIED CASH MISMATCH " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " VS " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           END-IF.
           WRITE RECON-LINE.
           MOVE CASH-CTL-RECOVERED TO AMOUNT-ED-4.
           MOVE CASH-GL-RECOVERED TO AMOUNT-ED-5.
           MOVE SPACES TO RECON-LINE.
           IF CASH-CTL-RECOVERED = CASH-GL-RECOVERED
               STRING "BAD DEBT RECOVERED OK " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           ELSE
               ADD 1 TO MISMATCH-COUNT
               STRING "BAD DEBT RECOVERED MISMATCH " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " VS " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           END-IF.
           WRITE RECON-LINE.
           MOVE CASH-CTL-CREDITED TO AMOUNT-ED-4.
           MOVE CASH-GL-CREDITED TO AMOUNT-ED-5.
           MOVE SPACES TO RECON-LINE.
           IF CASH-CTL-CREDITED = CASH-GL-CREDITED
               STRING "CUSTOMER CREDIT OK   " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           ELSE
               ADD 1 TO MISMATCH-COUNT
               STRING "CUSTOMER CREDIT MISMATCH " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " VS " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           END-IF.
           WRITE RECON-LINE.
           MOVE CASH-CTL-CREDIT-USED TO AMOUNT-ED-4.
           MOVE CASH-GL-CREDIT-USED TO AMOUNT-ED-5.
           MOVE SPACES TO RECON-LINE.
           IF CASH-CTL-CREDIT-USED = CASH-GL-CREDIT-USED
               STRING "CREDIT USED OK       " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " = " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           ELSE
               ADD 1 TO MISMATCH-COUNT
               STRING "CREDIT USED MISMATCH   " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " VS " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           END-IF.
           WRITE RECON-LINE.
           IF CASH-HEADER-SEEN = "N" OR CASH-TRAILER-SEEN = "N"
               ADD 1 TO MISMATCH-COUNT
               MOVE "BATCH HEADER/TRAILER MISSING FROM CASHGL-OUT.txt"
                   TO RECON-LINE
               WRITE RECON-LINE
           END-IF.
           IF CASH-BATCH-IN NOT = CASH-CTL-BATCH
               ADD 1 TO MISMATCH-COUNT
               MOVE "RECEIPTS JOURNAL BATCH DOES NOT MATCH ARCASH RUN"
                   TO RECON-LINE
               WRITE RECON-LINE
           END-IF.
           MOVE CASH-GL-DEBIT TO AMOUNT-ED-4.
           MOVE CASH-GL-CREDIT TO AMOUNT-ED-5.
           MOVE SPACES TO RECON-LINE.
           IF CASH-GL-DEBIT = CASH-GL-CREDIT
               STRING "BATCH " DELIMITED BY SIZE
                   CASH-BATCH-IN DELIMITED BY SIZE
                   " BALANCES: DR " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " = CR " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           ELSE
               ADD 1 TO MISMATCH-COUNT
               STRING "BATCH " DELIMITED BY SIZE
                   CASH-BATCH-IN DELIMITED BY SIZE
                   " OUT OF BALANCE: DR " DELIMITED BY SIZE
                   AMOUNT-ED-4 DELIMITED BY SIZE
                   " VS CR " DELIMITED BY SIZE
                   AMOUNT-ED-5 DELIMITED BY SIZE
                   INTO RECON-LINE
           END-IF.
           WRITE RECON-LINE.
           IF CASH-TRAILER-SEEN = "Y"
               IF CASH-TRL-DEBIT NOT = CASH-GL-DEBIT
                       OR CASH-TRL-CREDIT NOT = CASH-GL-CREDIT
                       OR CASH-TRL-COUNT NOT = CASH-GL-COUNT
                   ADD 1 TO MISMATCH-COUNT
                   MOVE "RECEIPTS TRAILER TOTALS DO NOT MATCH DETAIL"
                       TO RECON-LINE
                   WRITE RECON-LINE
               END-IF
           END-IF.
      * the last line carries the overall result; the period close
      * will not lock a period on an unbalanced reconciliation
       WRITE-RECON-RESULT.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           MOVE SPACES TO RECON-LINE.
           IF MISMATCH-COUNT IS GREATER THAN 0
               STRING "RECONCILIATION RESULT: UNBALANCED - "
                       DELIMITED BY SIZE
                   MISMATCH-COUNT DELIMITED BY SIZE
                   " MISMATCH(ES)" DELIMITED BY SIZE
                   INTO RECON-LINE
           ELSE
               MOVE "RECONCILIATION RESULT: BALANCED" TO RECON-LINE
           END-IF.
           WRITE RECON-LINE.
       READ-NEXT-BILLED.
           READ BILLED-DETAIL
               AT END MOVE "YYY" TO BILLED-EOF
