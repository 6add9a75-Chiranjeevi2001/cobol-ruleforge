       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINEMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINES-IN ASSIGN TO 'FINES-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINES-IN-STATUS.
           SELECT FINE-PARAM-FILE ASSIGN TO 'FINEPARM-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-PARAM-STATUS.
           SELECT FLEET-MASTER ASSIGN TO 'FLEETMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-MASTER-STATUS.
           SELECT RENTAL-HISTORY ASSIGN TO 'RENTHIST-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-HISTORY-STATUS.
           SELECT HISTORY-ARCHIVE ASSIGN TO 'RENTHARC-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-ARCHIVE-STATUS.
           SELECT FINE-REGISTER ASSIGN TO 'FINES-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-REGISTER-STATUS.
           SELECT ANCILLARY-FILE ASSIGN TO 'ANCILL-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANCILLARY-STATUS.
           SELECT MATCH-REPORT ASSIGN TO 'FINEMATCH-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO 'FINEEXC-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FINES-IN.
       01 FINES-IN-REC.
           02 FI-PLATE PIC X(8).
           02 FI-OFFENCE-DATE PIC X(8).
           02 FI-OFFENCE-TIME PIC X(4).
           02 FI-AUTHORITY-REF PIC X(12).
           02 FI-AMOUNT PIC X(7).
           02 FI-AMOUNT-NUM REDEFINES FI-AMOUNT PIC 9(5)V99.
           02 FI-NOTICE-TYPE PIC X(1).
       FD FINE-PARAM-FILE.
       01 FINE-PARAM-REC.
           02 FP-ADMIN-FEE PIC 9(3)V99.
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
           02 FILLER PIC X(52).
       FD RENTAL-HISTORY.
       01 RENTAL-HISTORY-REC PIC X(93).
      * the archive record is the history record plus the date it
      * was archived
       FD HISTORY-ARCHIVE.
       01 HISTORY-ARCHIVE-REC PIC X(101).
       FD FINE-REGISTER.
       01 FINE-REGISTER-REC.
           02 FR-AUTHORITY-REF PIC X(12).
           02 FR-PLATE PIC X(8).
           02 FR-OFFENCE-DATE PIC 9(8).
           02 FR-OFFENCE-TIME PIC X(4).
           02 FR-NOTICE-TYPE PIC X(1).
           02 FR-AMOUNT PIC 9(5)V99.
           02 FR-ADMIN-FEE PIC 9(3)V99.
           02 FR-CUSTOMER-NUMBER PIC 9(6).
           02 FR-UNIT-NUMBER PIC 9(5).
           02 FR-CONTRACT-NUMBER PIC 9(8).
           02 FR-BILLED-DATE PIC 9(8).
       FD ANCILLARY-FILE.
       01 ANCILLARY-REC.
           02 ANC-CUSTOMER-NUMBER PIC 9(6).
           02 ANC-UNIT-NUMBER PIC 9(5).
           02 ANC-CHARGE-CODE PIC X(4).
           02 ANC-DESCRIPTION PIC X(20).
           02 ANC-AMOUNT PIC 9(5)V99.
       FD MATCH-REPORT.
       01 MATCH-LINE PIC X(132).
       FD EXCEPTION-REPORT.
       01 EXCEPTION-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  FINES-IN-STATUS PIC X(2) VALUE "00".
       77  FINE-PARAM-STATUS PIC X(2) VALUE "00".
       77  FLEET-MASTER-STATUS PIC X(2) VALUE "00".
       77  RENTAL-HISTORY-STATUS PIC X(2) VALUE "00".
       77  HISTORY-ARCHIVE-STATUS PIC X(2) VALUE "00".
       77  FINE-REGISTER-STATUS PIC X(2) VALUE "00".
       77  ANCILLARY-STATUS PIC X(2) VALUE "00".
       77  FINES-EOF PIC A(3) VALUE SPACES.
       77  FLEET-MASTER-EOF PIC A(3) VALUE SPACES.
       77  RENTAL-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  FINE-REGISTER-EOF PIC A(3) VALUE SPACES.
       77  FINE-REGISTER-OPEN PIC A(1) VALUE "N".
       77  ANCILLARY-OPEN PIC A(1) VALUE "N".
       77  ADMIN-FEE PIC 9(3)V99 VALUE 15.00.
       01  FLEET-TABLE OCCURS 5000 TIMES.
           02 FLT-UNIT-NUMBER PIC 9(5).
           02 FLT-PLATE PIC X(8).
           02 FLT-BRANCH PIC X(4).
       77  FLEET-COUNT PIC 9(5) VALUE 0.
       77  FLEET-IDX PIC 9(5) VALUE 0.
       77  FLEET-SLOT PIC 9(5) VALUE 0.
      * one rental from either the history master or the archive
       01  RENTAL-HISTORY-WORK.
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
       01  HISTORY-TABLE OCCURS 20000 TIMES.
           02 HIST-CLIENT-NAME PIC A(20).
           02 HIST-CUSTOMER-NUMBER PIC 9(6).
           02 HIST-UNIT-NUMBER PIC 9(5).
           02 HIST-CONTRACT-NUMBER PIC 9(8).
           02 HIST-START-DATE PIC 9(8).
           02 HIST-END-DATE PIC 9(8).
       77  HISTORY-COUNT PIC 9(5) VALUE 0.
       77  HISTORY-IDX PIC 9(5) VALUE 0.
       77  HISTORY-SLOT PIC 9(5) VALUE 0.
       77  HISTORY-HITS PIC 9(3) VALUE 0.
       01  NOTICE-TABLE OCCURS 5000 TIMES.
           02 NOTICE-REF PIC X(12).
       77  NOTICE-COUNT PIC 9(5) VALUE 0.
       77  NOTICE-IDX PIC 9(5) VALUE 0.
       77  NOTICE-FOUND PIC A(1) VALUE "N".
       77  NOTICE-VALID PIC A(1) VALUE "Y".
       77  EXCEPTION-REASON-TEXT PIC X(30) VALUE SPACES.
       77  OFFENCE-DATE PIC 9(8) VALUE 0.
       77  FINE-AMOUNT PIC 9(5)V99 VALUE 0.
       77  FINE-CHARGE-CODE PIC X(4) VALUE SPACES.
       77  DATE-INT-END PIC 9(8) VALUE 0.
       77  DATE-INT-START PIC 9(8) VALUE 0.
       77  DATE-CHECK-RESULT PIC S9(4) VALUE 0.
       77  NOTICES-READ PIC 9(5) VALUE 0.
       77  NOTICES-MATCHED PIC 9(5) VALUE 0.
       77  NOTICES-EXCEPTED PIC 9(5) VALUE 0.
       77  TOTAL-FINES-BILLED PIC 9(7)V99 VALUE 0.
       77  TOTAL-ADMIN-FEES PIC 9(7)V99 VALUE 0.
       77  TOTAL-FINES-EXCEPTED PIC 9(7)V99 VALUE 0.
       77  AMOUNT-ED-1 PIC ZZZZZZ9.99.
       77  AMOUNT-ED-2 PIC ZZZZZZ9.99.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-FINE-PARAMETERS.
           PERFORM LOAD-FLEET-TABLE.
           PERFORM LOAD-HISTORY-TABLE.
           PERFORM LOAD-FINE-REGISTER.
           OPEN INPUT FINES-IN.
           IF FINES-IN-STATUS NOT = "00"
               DISPLAY "FINEMATCH: FINES-IN.txt NOT FOUND - "
                   "NOTHING TO MATCH"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MATCH-REPORT
                OUTPUT EXCEPTION-REPORT.
           PERFORM OPEN-FINE-REGISTER-APPEND.
           PERFORM OPEN-ANCILLARY-APPEND.
           PERFORM WRITE-REPORT-HEADINGS.
           READ FINES-IN
               AT END MOVE "YYY" TO FINES-EOF
           END-READ.
           PERFORM MATCH-ONE-NOTICE UNTIL FINES-EOF = "YYY".
           PERFORM WRITE-REPORT-SUMMARY.
           IF FINE-REGISTER-OPEN = "Y"
               CLOSE FINE-REGISTER
           END-IF.
           IF ANCILLARY-OPEN = "Y"
               CLOSE ANCILLARY-FILE
           END-IF.
           CLOSE FINES-IN
                 MATCH-REPORT
                 EXCEPTION-REPORT.
           IF NOTICES-EXCEPTED IS GREATER THAN 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       LOAD-FINE-PARAMETERS.
           OPEN INPUT FINE-PARAM-FILE.
           IF FINE-PARAM-STATUS = "00"
               READ FINE-PARAM-FILE
                   NOT AT END
                       IF FP-ADMIN-FEE IS NUMERIC
                           MOVE FP-ADMIN-FEE TO ADMIN-FEE
                       END-IF
               END-READ
               CLOSE FINE-PARAM-FILE
           END-IF.
       LOAD-FLEET-TABLE.
           MOVE SPACES TO FLEET-MASTER-EOF.
           OPEN INPUT FLEET-MASTER.
           IF FLEET-MASTER-STATUS = "00"
               READ FLEET-MASTER
                   AT END MOVE "YYY" TO FLEET-MASTER-EOF
               END-READ
               PERFORM UNTIL FLEET-MASTER-EOF = "YYY"
                       OR FLEET-COUNT >= 5000
                   ADD 1 TO FLEET-COUNT
                   MOVE FM-UNIT-NUMBER TO FLT-UNIT-NUMBER(FLEET-COUNT)
                   MOVE FM-PLATE TO FLT-PLATE(FLEET-COUNT)
                   MOVE FM-BRANCH TO FLT-BRANCH(FLEET-COUNT)
                   READ FLEET-MASTER
                       AT END MOVE "YYY" TO FLEET-MASTER-EOF
                   END-READ
               END-PERFORM
               IF FLEET-MASTER-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 5000 UNITS IN "
                       "FLEETMAST-IN.txt - SOME PLATES NOT MATCHED"
               END-IF
               CLOSE FLEET-MASTER
           ELSE
               DISPLAY "FINEMATCH: FLEETMAST-IN.txt NOT FOUND - "
                   "NO PLATE CAN BE MATCHED"
           END-IF.
      * each billed rental is held with the period the renter had
      * the unit: pickup to actual return (contracted return if the
      * car has not been checked in); entries billed before the
      * pickup date was kept take the return date less NUM_DAYS;
      * rentals aged off to the archive are loaded as well, since a
      * notice can arrive long after the car was returned
       LOAD-HISTORY-TABLE.
           MOVE SPACES TO RENTAL-HISTORY-EOF.
           OPEN INPUT RENTAL-HISTORY.
           IF RENTAL-HISTORY-STATUS = "00"
               READ RENTAL-HISTORY INTO RENTAL-HISTORY-WORK
                   AT END MOVE "YYY" TO RENTAL-HISTORY-EOF
               END-READ
               PERFORM UNTIL RENTAL-HISTORY-EOF = "YYY"
                   IF HISTORY-COUNT >= 20000
                       DISPLAY "FINEMATCH: MORE THAN 20000 ENTRIES "
                           "IN RENTHIST-MST.txt - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF RH-UNIT-NUMBER IS NUMERIC
                           AND RH-UNIT-NUMBER IS GREATER THAN 0
                       PERFORM LOAD-ONE-HISTORY-ENTRY
                   END-IF
                   READ RENTAL-HISTORY INTO RENTAL-HISTORY-WORK
                       AT END MOVE "YYY" TO RENTAL-HISTORY-EOF
                   END-READ
               END-PERFORM
               CLOSE RENTAL-HISTORY
           ELSE
               DISPLAY "FINEMATCH: RENTHIST-MST.txt NOT FOUND - "
                   "NO RENTAL CAN BE MATCHED"
           END-IF.
           MOVE SPACES TO RENTAL-HISTORY-EOF.
           OPEN INPUT HISTORY-ARCHIVE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               READ HISTORY-ARCHIVE INTO RENTAL-HISTORY-WORK
                   AT END MOVE "YYY" TO RENTAL-HISTORY-EOF
               END-READ
               PERFORM UNTIL RENTAL-HISTORY-EOF = "YYY"
                   IF HISTORY-COUNT >= 20000
                       DISPLAY "FINEMATCH: MORE THAN 20000 ENTRIES "
                           "IN RENTHIST-MST.txt AND RENTHARC-MST.txt "
                           "- RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF RH-UNIT-NUMBER IS NUMERIC
                           AND RH-UNIT-NUMBER IS GREATER THAN 0
                       PERFORM LOAD-ONE-HISTORY-ENTRY
                   END-IF
                   READ HISTORY-ARCHIVE INTO RENTAL-HISTORY-WORK
                       AT END MOVE "YYY" TO RENTAL-HISTORY-EOF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE
           END-IF.
       LOAD-ONE-HISTORY-ENTRY.
           IF RH-ACTUAL-DATE IS NUMERIC
                   AND RH-ACTUAL-DATE IS GREATER THAN 0
               MOVE RH-ACTUAL-DATE TO OFFENCE-DATE
           ELSE
               MOVE RH-CONTRACTED-DATE TO OFFENCE-DATE
           END-IF.
           IF OFFENCE-DATE IS NUMERIC
               COMPUTE DATE-CHECK-RESULT = FUNCTION
                   TEST-DATE-YYYYMMDD(OFFENCE-DATE)
           ELSE
               MOVE 1 TO DATE-CHECK-RESULT
           END-IF.
           IF DATE-CHECK-RESULT = 0
               ADD 1 TO HISTORY-COUNT
               MOVE RH-CLIENT-NAME TO HIST-CLIENT-NAME(HISTORY-COUNT)
               IF RH-CUSTOMER-NUMBER IS NUMERIC
                   MOVE RH-CUSTOMER-NUMBER
                       TO HIST-CUSTOMER-NUMBER(HISTORY-COUNT)
               ELSE
                   MOVE 0 TO HIST-CUSTOMER-NUMBER(HISTORY-COUNT)
               END-IF
               MOVE RH-UNIT-NUMBER TO HIST-UNIT-NUMBER(HISTORY-COUNT)
               IF RH-CONTRACT-NUMBER IS NUMERIC
                   MOVE RH-CONTRACT-NUMBER
                       TO HIST-CONTRACT-NUMBER(HISTORY-COUNT)
               ELSE
                   MOVE 0 TO HIST-CONTRACT-NUMBER(HISTORY-COUNT)
               END-IF
               MOVE OFFENCE-DATE TO HIST-END-DATE(HISTORY-COUNT)
               IF RH-PICKUP-DATE IS NUMERIC
                       AND RH-PICKUP-DATE IS GREATER THAN 0
                   MOVE RH-PICKUP-DATE
                       TO HIST-START-DATE(HISTORY-COUNT)
               ELSE
                   COMPUTE DATE-INT-END =
                       FUNCTION INTEGER-OF-DATE(OFFENCE-DATE)
                   IF RH-NUM-DAYS IS NUMERIC
                       COMPUTE DATE-INT-START =
                           DATE-INT-END - RH-NUM-DAYS
                   ELSE
                       MOVE DATE-INT-END TO DATE-INT-START
                   END-IF
                   COMPUTE HIST-START-DATE(HISTORY-COUNT) =
                       FUNCTION DATE-OF-INTEGER(DATE-INT-START)
               END-IF
           END-IF.
      * notices already billed are kept on the register so the same
      * authority reference is never charged to a customer twice
       LOAD-FINE-REGISTER.
           MOVE SPACES TO FINE-REGISTER-EOF.
           OPEN INPUT FINE-REGISTER.
           IF FINE-REGISTER-STATUS = "00"
               READ FINE-REGISTER
                   AT END MOVE "YYY" TO FINE-REGISTER-EOF
               END-READ
               PERFORM UNTIL FINE-REGISTER-EOF = "YYY"
                   IF NOTICE-COUNT >= 5000
                       DISPLAY "FINEMATCH: MORE THAN 5000 NOTICES IN "
                           "FINES-MST.txt - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO NOTICE-COUNT
                   MOVE FR-AUTHORITY-REF TO NOTICE-REF(NOTICE-COUNT)
                   READ FINE-REGISTER
                       AT END MOVE "YYY" TO FINE-REGISTER-EOF
                   END-READ
               END-PERFORM
               CLOSE FINE-REGISTER
           END-IF.
       OPEN-FINE-REGISTER-APPEND.
           MOVE "N" TO FINE-REGISTER-OPEN.
           MOVE "FINES-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND FINE-REGISTER.
           IF FINE-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT FINE-REGISTER
           END-IF.
           IF FINE-REGISTER-STATUS = "00"
               MOVE "Y" TO FINE-REGISTER-OPEN
           ELSE
               DISPLAY "FINEMATCH: UNABLE TO OPEN FINES-MST.txt - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * recharges join the day's ancillary feed so the billing run
      * invoices and posts them with the other ancillary charges
       OPEN-ANCILLARY-APPEND.
           MOVE "N" TO ANCILLARY-OPEN.
           OPEN EXTEND ANCILLARY-FILE.
           IF ANCILLARY-STATUS NOT = "00"
               OPEN OUTPUT ANCILLARY-FILE
           END-IF.
           IF ANCILLARY-STATUS = "00"
               MOVE "Y" TO ANCILLARY-OPEN
           ELSE
               DISPLAY "FINEMATCH: UNABLE TO OPEN ANCILL-IN.txt - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       MATCH-ONE-NOTICE.
           ADD 1 TO NOTICES-READ.
           PERFORM VALIDATE-NOTICE.
           IF NOTICE-VALID = "Y"
               PERFORM FIND-PLATE
           END-IF.
           IF NOTICE-VALID = "Y"
               PERFORM FIND-RENTAL-ON-DATE
           END-IF.
           IF NOTICE-VALID = "Y"
               PERFORM BILL-NOTICE
           ELSE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           READ FINES-IN
               AT END MOVE "YYY" TO FINES-EOF
           END-READ.
       VALIDATE-NOTICE.
           MOVE "Y" TO NOTICE-VALID.
           MOVE SPACES TO EXCEPTION-REASON-TEXT.
           MOVE 0 TO OFFENCE-DATE.
           MOVE 0 TO FINE-AMOUNT.
           MOVE 0 TO FLEET-SLOT.
           MOVE 0 TO HISTORY-SLOT.
           IF FI-AMOUNT-NUM IS NUMERIC
               MOVE FI-AMOUNT-NUM TO FINE-AMOUNT
           END-IF.
           IF FI-NOTICE-TYPE = "T"
               MOVE "TOLL" TO FINE-CHARGE-CODE
           ELSE
               MOVE "FINE" TO FINE-CHARGE-CODE
           END-IF.
           IF FI-PLATE = SPACES OR FI-AUTHORITY-REF = SPACES
               MOVE "N" TO NOTICE-VALID
               MOVE "PLATE OR REFERENCE MISSING"
                   TO EXCEPTION-REASON-TEXT
           END-IF.
           IF NOTICE-VALID = "Y"
               IF FI-OFFENCE-DATE IS NOT NUMERIC
                   MOVE "N" TO NOTICE-VALID
               ELSE
                   MOVE FI-OFFENCE-DATE TO OFFENCE-DATE
                   COMPUTE DATE-CHECK-RESULT = FUNCTION
                       TEST-DATE-YYYYMMDD(OFFENCE-DATE)
                   IF DATE-CHECK-RESULT NOT = 0
                           OR OFFENCE-DATE IS GREATER THAN RUN-DATE
                       MOVE "N" TO NOTICE-VALID
                   END-IF
               END-IF
               IF NOTICE-VALID = "N"
                   MOVE "INVALID OFFENCE DATE" TO EXCEPTION-REASON-TEXT
               END-IF
           END-IF.
           IF NOTICE-VALID = "Y"
               IF FINE-AMOUNT = 0
                   MOVE "N" TO NOTICE-VALID
                   MOVE "INVALID AMOUNT" TO EXCEPTION-REASON-TEXT
               END-IF
           END-IF.
           IF NOTICE-VALID = "Y"
               MOVE "N" TO NOTICE-FOUND
               PERFORM VARYING NOTICE-IDX FROM 1 BY 1
                       UNTIL NOTICE-IDX > NOTICE-COUNT
                           OR NOTICE-FOUND = "Y"
                   IF NOTICE-REF(NOTICE-IDX) = FI-AUTHORITY-REF
                       MOVE "Y" TO NOTICE-FOUND
                   END-IF
               END-PERFORM
               IF NOTICE-FOUND = "Y"
                   MOVE "N" TO NOTICE-VALID
                   MOVE "NOTICE ALREADY BILLED"
                       TO EXCEPTION-REASON-TEXT
               END-IF
           END-IF.
       FIND-PLATE.
           PERFORM VARYING FLEET-IDX FROM 1 BY 1
                   UNTIL FLEET-IDX > FLEET-COUNT
                       OR FLEET-SLOT > 0
               IF FLT-PLATE(FLEET-IDX) = FI-PLATE
                   MOVE FLEET-IDX TO FLEET-SLOT
               END-IF
           END-PERFORM.
           IF FLEET-SLOT = 0
               MOVE "N" TO NOTICE-VALID
               MOVE "PLATE NOT IN FLEET" TO EXCEPTION-REASON-TEXT
           END-IF.
      * the renter is the one rental that had the unit on the
      * offence date; a changeover day with two rentals cannot be
      * settled from dates alone and goes to the fleet office
       FIND-RENTAL-ON-DATE.
           MOVE 0 TO HISTORY-HITS.
           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
                   UNTIL HISTORY-IDX > HISTORY-COUNT
               IF HIST-UNIT-NUMBER(HISTORY-IDX) =
                       FLT-UNIT-NUMBER(FLEET-SLOT)
                       AND HIST-START-DATE(HISTORY-IDX)
                           NOT > OFFENCE-DATE
                       AND HIST-END-DATE(HISTORY-IDX)
                           NOT < OFFENCE-DATE
                   ADD 1 TO HISTORY-HITS
                   MOVE HISTORY-IDX TO HISTORY-SLOT
               END-IF
           END-PERFORM.
           IF HISTORY-HITS = 0
               MOVE "N" TO NOTICE-VALID
               MOVE "UNIT IDLE ON OFFENCE DATE"
                   TO EXCEPTION-REASON-TEXT
           ELSE
               IF HISTORY-HITS IS GREATER THAN 1
                   MOVE "N" TO NOTICE-VALID
                   MOVE "MORE THAN ONE RENTAL ON DATE"
                       TO EXCEPTION-REASON-TEXT
               ELSE
                   IF HIST-CUSTOMER-NUMBER(HISTORY-SLOT) = 0
                       MOVE "N" TO NOTICE-VALID
                       MOVE "RENTAL HAS NO CUSTOMER NUMBER"
                           TO EXCEPTION-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
      * the notice amount and the admin fee go out as two ancillary
      * charges so the invoice shows what the authority charged
       BILL-NOTICE.
           MOVE HIST-CUSTOMER-NUMBER(HISTORY-SLOT)
               TO ANC-CUSTOMER-NUMBER.
           MOVE FLT-UNIT-NUMBER(FLEET-SLOT) TO ANC-UNIT-NUMBER.
           MOVE FINE-CHARGE-CODE TO ANC-CHARGE-CODE.
           MOVE SPACES TO ANC-DESCRIPTION.
           STRING FINE-CHARGE-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FI-AUTHORITY-REF DELIMITED BY SIZE
               INTO ANC-DESCRIPTION.
           MOVE FINE-AMOUNT TO ANC-AMOUNT.
           WRITE ANCILLARY-REC.
           IF ADMIN-FEE IS GREATER THAN 0
               MOVE "FADM" TO ANC-CHARGE-CODE
               MOVE SPACES TO ANC-DESCRIPTION
               STRING "ADMIN " DELIMITED BY SIZE
                   FI-AUTHORITY-REF DELIMITED BY SIZE
                   INTO ANC-DESCRIPTION
               MOVE ADMIN-FEE TO ANC-AMOUNT
               WRITE ANCILLARY-REC
           END-IF.
           MOVE FI-AUTHORITY-REF TO FR-AUTHORITY-REF.
           MOVE FI-PLATE TO FR-PLATE.
           MOVE OFFENCE-DATE TO FR-OFFENCE-DATE.
           MOVE FI-OFFENCE-TIME TO FR-OFFENCE-TIME.
           MOVE FINE-CHARGE-CODE(1:1) TO FR-NOTICE-TYPE.
           MOVE FINE-AMOUNT TO FR-AMOUNT.
           MOVE ADMIN-FEE TO FR-ADMIN-FEE.
           MOVE HIST-CUSTOMER-NUMBER(HISTORY-SLOT)
               TO FR-CUSTOMER-NUMBER.
           MOVE FLT-UNIT-NUMBER(FLEET-SLOT) TO FR-UNIT-NUMBER.
           MOVE HIST-CONTRACT-NUMBER(HISTORY-SLOT)
               TO FR-CONTRACT-NUMBER.
           MOVE RUN-DATE TO FR-BILLED-DATE.
           WRITE FINE-REGISTER-REC.
           IF NOTICE-COUNT < 5000
               ADD 1 TO NOTICE-COUNT
               MOVE FI-AUTHORITY-REF TO NOTICE-REF(NOTICE-COUNT)
           END-IF.
           ADD 1 TO NOTICES-MATCHED.
           ADD FINE-AMOUNT TO TOTAL-FINES-BILLED.
           ADD ADMIN-FEE TO TOTAL-ADMIN-FEES.
           PERFORM WRITE-MATCH-LINE.
       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO MATCH-LINE.
           STRING "FINES AND TOLLS RECHARGED - RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - REFERENCE / PLATE / DATE / TIME / UNIT / CUSTOMER"
                   DELIMITED BY SIZE
               " / CONTRACT / AMOUNT / ADMIN FEE" DELIMITED BY SIZE
               INTO MATCH-LINE.
           WRITE MATCH-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "FINE AND TOLL EXCEPTIONS - RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - REFERENCE / PLATE / DATE / TIME / UNIT / BRANCH"
                   DELIMITED BY SIZE
               " / AMOUNT / REASON" DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
       WRITE-MATCH-LINE.
           MOVE FINE-AMOUNT TO AMOUNT-ED-1.
           MOVE ADMIN-FEE TO AMOUNT-ED-2.
           MOVE SPACES TO MATCH-LINE.
           STRING FI-AUTHORITY-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FI-PLATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OFFENCE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FI-OFFENCE-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FLT-UNIT-NUMBER(FLEET-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-CUSTOMER-NUMBER(HISTORY-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-CLIENT-NAME(HISTORY-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-CONTRACT-NUMBER(HISTORY-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               INTO MATCH-LINE.
           WRITE MATCH-LINE.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO NOTICES-EXCEPTED.
           ADD FINE-AMOUNT TO TOTAL-FINES-EXCEPTED.
           MOVE FINE-AMOUNT TO AMOUNT-ED-1.
           MOVE SPACES TO EXCEPTION-LINE.
           IF FLEET-SLOT IS GREATER THAN 0
               STRING FI-AUTHORITY-REF DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FI-PLATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FI-OFFENCE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FI-OFFENCE-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FLT-UNIT-NUMBER(FLEET-SLOT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FLT-BRANCH(FLEET-SLOT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXCEPTION-REASON-TEXT DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
           ELSE
               STRING FI-AUTHORITY-REF DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FI-PLATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FI-OFFENCE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FI-OFFENCE-TIME DELIMITED BY SIZE
                   " ----- ---- " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXCEPTION-REASON-TEXT DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
           END-IF.
           WRITE EXCEPTION-LINE.
       WRITE-REPORT-SUMMARY.
           MOVE TOTAL-FINES-BILLED TO AMOUNT-ED-1.
           MOVE TOTAL-ADMIN-FEES TO AMOUNT-ED-2.
           MOVE SPACES TO MATCH-LINE.
           WRITE MATCH-LINE.
           MOVE SPACES TO MATCH-LINE.
           STRING "NOTICES READ: " DELIMITED BY SIZE
               NOTICES-READ DELIMITED BY SIZE
               "  RECHARGED: " DELIMITED BY SIZE
               NOTICES-MATCHED DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               "  ADMIN FEES: " DELIMITED BY SIZE
               AMOUNT-ED-2 DELIMITED BY SIZE
               INTO MATCH-LINE.
           WRITE MATCH-LINE.
           MOVE TOTAL-FINES-EXCEPTED TO AMOUNT-ED-1.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING "EXCEPTIONS: " DELIMITED BY SIZE
               NOTICES-EXCEPTED DELIMITED BY SIZE
               "  AMOUNT: " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "FINEMATCH" TO BKR-PROGRAM.
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
       END PROGRAM FINEMATCH.
