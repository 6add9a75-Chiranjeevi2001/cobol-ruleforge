       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT RATE-MASTER ASSIGN TO 'RATEMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-MASTER-STATUS.
           SELECT RENTAL-HISTORY ASSIGN TO 'RENTHIST-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-HISTORY-STATUS.
           SELECT HISTORY-ARCHIVE ASSIGN TO 'RENTHARC-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-ARCHIVE-STATUS.
           SELECT ACTIVITY-REPORT ASSIGN TO 'CUSTACT-RPT.txt'
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
       FD RATE-MASTER.
       01 RATE-MASTER-REC.
           02 RM-CAR-TYPE PIC 9(1).
           02 RM-CAR-BRAND PIC A(10).
           02 FILLER PIC X(69).
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
           02 RH-BRANCH PIC X(4).
           02 RH-BILLED-AMOUNT PIC 9(7)V99.
       FD HISTORY-ARCHIVE.
       01 HISTORY-ARCHIVE-REC.
           02 RA-CLIENT-NAME PIC A(20).
           02 RA-CAR-TYPE PIC 9(1).
           02 RA-KILOMETERS PIC 9(5).
           02 RA-CONTRACTED-DATE PIC 9(8).
           02 RA-ACTUAL-DATE PIC 9(8).
           02 RA-BILLED-DATE PIC 9(8).
           02 RA-NUM-DAYS PIC 9(3).
           02 RA-CONTRACT-NUMBER PIC 9(8).
           02 RA-CUSTOMER-NUMBER PIC 9(6).
           02 RA-UNIT-NUMBER PIC 9(5).
           02 RA-PICKUP-DATE PIC 9(8).
           02 RA-BRANCH PIC X(4).
           02 RA-BILLED-AMOUNT PIC 9(7)V99.
           02 RA-ARCHIVED-DATE PIC 9(8).
       FD ACTIVITY-REPORT.
       01 REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       77  RATE-MASTER-STATUS PIC X(2) VALUE "00".
       77  RENTAL-HISTORY-STATUS PIC X(2) VALUE "00".
       77  HISTORY-ARCHIVE-STATUS PIC X(2) VALUE "00".
       77  INPUT-EOF PIC A(3) VALUE SPACES.
       01  TYPE-BRAND-TABLE.
           02 TYPE-BRAND PIC A(10) OCCURS 9 TIMES.
       01  ACTIVITY-TABLE OCCURS 5000 TIMES.
           02 ACT-CUSTOMER PIC 9(6).
           02 ACT-NAME PIC A(20).
           02 ACT-ON-MASTER PIC A(1).
           02 ACT-LIFE-RENTALS PIC 9(5).
           02 ACT-LIFE-KM PIC 9(9).
           02 ACT-LIFE-REVENUE PIC 9(9)V99.
           02 ACT-LIFE-LATE PIC 9(5).
           02 ACT-T12-RENTALS PIC 9(5).
           02 ACT-T12-KM PIC 9(9).
           02 ACT-T12-REVENUE PIC 9(9)V99.
           02 ACT-T12-LATE PIC 9(5).
           02 ACT-TYPE-RENTALS PIC 9(5) OCCURS 9 TIMES.
       77  ACTIVITY-COUNT PIC 9(4) VALUE 0.
       77  ACTIVITY-IDX PIC 9(4) VALUE 0.
       77  ACTIVITY-SLOT PIC 9(4) VALUE 0.
       77  TYPE-IDX PIC 9(2) VALUE 0.
       77  FAVOURITE-TYPE PIC 9(1) VALUE 0.
       77  FAVOURITE-RENTALS PIC 9(5) VALUE 0.
       77  TABLE-OVERFLOW PIC A(1) VALUE "N".
      * one rental from either file; the archive record starts with
      * the history layout so both files share the accumulation
       01  RENTAL-WORK.
           02 RENTAL-NAME PIC A(20).
           02 RENTAL-CAR-TYPE PIC 9(1).
           02 RENTAL-KM PIC 9(5).
           02 RENTAL-CONTRACTED-DATE PIC 9(8).
           02 RENTAL-ACTUAL-DATE PIC 9(8).
           02 RENTAL-BILLED-DATE PIC 9(8).
           02 FILLER PIC X(11).
           02 RENTAL-CUSTOMER PIC 9(6).
           02 FILLER PIC X(17).
           02 RENTAL-AMOUNT PIC 9(7)V99.
       77  RENTAL-LATE PIC A(1) VALUE "N".
       77  LIVE-READ PIC 9(7) VALUE 0.
       77  ARCHIVE-READ PIC 9(7) VALUE 0.
       77  TOTAL-LIFE-RENTALS PIC 9(7) VALUE 0.
       77  TOTAL-LIFE-KM PIC 9(10) VALUE 0.
       77  TOTAL-LIFE-REVENUE PIC 9(10)V99 VALUE 0.
       77  TOTAL-LIFE-LATE PIC 9(7) VALUE 0.
       77  TOTAL-T12-RENTALS PIC 9(7) VALUE 0.
       77  TOTAL-T12-KM PIC 9(10) VALUE 0.
       77  TOTAL-T12-REVENUE PIC 9(10)V99 VALUE 0.
       77  TOTAL-T12-LATE PIC 9(7) VALUE 0.
       77  NOT-ON-MASTER-COUNT PIC 9(4) VALUE 0.
       77  LIFE-RENTALS-ED PIC ZZZZ9.
       77  LIFE-KM-ED PIC ZZZZZZZZ9.
       77  LIFE-REVENUE-ED PIC ZZZZZZZZ9.99.
       77  LIFE-LATE-ED PIC ZZZZ9.
       77  T12-RENTALS-ED PIC ZZZZ9.
       77  T12-KM-ED PIC ZZZZZZZZ9.
       77  T12-REVENUE-ED PIC ZZZZZZZZ9.99.
       77  T12-LATE-ED PIC ZZZZ9.
       77  TOTAL-RENTALS-ED PIC ZZZZZZ9.
       77  TOTAL-KM-ED PIC ZZZZZZZZZ9.
       77  TOTAL-REVENUE-ED PIC ZZZZZZZZZ9.99.
       77  TOTAL-LATE-ED PIC ZZZZZZ9.
       77  COUNT-ED PIC ZZZZZZ9.
       77  COUNT-ED-2 PIC ZZZZZZ9.
       77  MASTER-FLAG PIC X(1) VALUE SPACES.
       77  FAVOURITE-TEXT PIC X(12) VALUE SPACES.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  TRAILING-FROM-DATE PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-CAR-TYPES.
           PERFORM LOAD-CUSTOMERS.
           PERFORM ACCUMULATE-LIVE-HISTORY.
           PERFORM ACCUMULATE-ARCHIVE.
           IF TABLE-OVERFLOW = "Y"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-ACTIVITY-REPORT.
           DISPLAY "CUSTACT: " ACTIVITY-COUNT
               " CUSTOMERS REPORTED FROM " LIVE-READ " LIVE AND "
               ARCHIVE-READ " ARCHIVED RENTALS".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      * the trailing twelve months run from the day after the same
      * date last year up to the run date, by billed date
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           COMPUTE TRAILING-FROM-DATE = RUN-DATE - 10000.
       LOAD-CAR-TYPES.
           MOVE SPACES TO TYPE-BRAND-TABLE.
           MOVE SPACES TO INPUT-EOF.
           OPEN INPUT RATE-MASTER.
           IF RATE-MASTER-STATUS = "00"
               READ RATE-MASTER
                   AT END MOVE "YYY" TO INPUT-EOF
               END-READ
               PERFORM UNTIL INPUT-EOF = "YYY"
                   IF RM-CAR-TYPE IS NUMERIC AND RM-CAR-TYPE > 0
                       MOVE RM-CAR-BRAND TO TYPE-BRAND(RM-CAR-TYPE)
                   END-IF
                   READ RATE-MASTER
                       AT END MOVE "YYY" TO INPUT-EOF
                   END-READ
               END-PERFORM
               CLOSE RATE-MASTER
           END-IF.
      * every customer on the master is listed, with or without
      * rentals, in master (customer number) order
       LOAD-CUSTOMERS.
           MOVE SPACES TO INPUT-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS = "00"
               READ CUSTOMER-MASTER
                   AT END MOVE "YYY" TO INPUT-EOF
               END-READ
               PERFORM UNTIL INPUT-EOF = "YYY"
                   IF CM-CUSTOMER-NUMBER IS NUMERIC
                       MOVE SPACES TO RENTAL-WORK
                       MOVE CM-CUSTOMER-NUMBER TO RENTAL-CUSTOMER
                       PERFORM FIND-ACTIVITY-SLOT
                       IF ACTIVITY-SLOT > 0
                           MOVE "Y" TO ACT-ON-MASTER(ACTIVITY-SLOT)
                           MOVE CM-CUSTOMER-NAME
                               TO ACT-NAME(ACTIVITY-SLOT)
                       END-IF
                   END-IF
                   IF TABLE-OVERFLOW = "Y"
                       MOVE "YYY" TO INPUT-EOF
                   ELSE
                       READ CUSTOMER-MASTER
                           AT END MOVE "YYY" TO INPUT-EOF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "WARNING: CUSTMAST-IN.txt NOT FOUND - "
                   "CUSTOMERS NAMED FROM RENTAL HISTORY"
           END-IF.
       ACCUMULATE-LIVE-HISTORY.
           MOVE SPACES TO INPUT-EOF.
           OPEN INPUT RENTAL-HISTORY.
           IF RENTAL-HISTORY-STATUS = "00"
               READ RENTAL-HISTORY
                   AT END MOVE "YYY" TO INPUT-EOF
               END-READ
               PERFORM UNTIL INPUT-EOF = "YYY"
                       OR TABLE-OVERFLOW = "Y"
                   ADD 1 TO LIVE-READ
                   MOVE RENTAL-HISTORY-REC TO RENTAL-WORK
                   PERFORM ADD-RENTAL-ACTIVITY
                   READ RENTAL-HISTORY
                       AT END MOVE "YYY" TO INPUT-EOF
                   END-READ
               END-PERFORM
               CLOSE RENTAL-HISTORY
           END-IF.
       ACCUMULATE-ARCHIVE.
           MOVE SPACES TO INPUT-EOF.
           OPEN INPUT HISTORY-ARCHIVE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               READ HISTORY-ARCHIVE
                   AT END MOVE "YYY" TO INPUT-EOF
               END-READ
               PERFORM UNTIL INPUT-EOF = "YYY"
                       OR TABLE-OVERFLOW = "Y"
                   ADD 1 TO ARCHIVE-READ
                   MOVE HISTORY-ARCHIVE-REC(1:93) TO RENTAL-WORK
                   PERFORM ADD-RENTAL-ACTIVITY
                   READ HISTORY-ARCHIVE
                       AT END MOVE "YYY" TO INPUT-EOF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE
           END-IF.
      * entries written before customer numbers, units and billed
      * amounts were kept carry spaces there and count as zero
       ADD-RENTAL-ACTIVITY.
           IF RENTAL-CUSTOMER IS NOT NUMERIC
               MOVE 0 TO RENTAL-CUSTOMER
           END-IF.
           IF RENTAL-CAR-TYPE IS NOT NUMERIC
               MOVE 0 TO RENTAL-CAR-TYPE
           END-IF.
           IF RENTAL-KM IS NOT NUMERIC
               MOVE 0 TO RENTAL-KM
           END-IF.
           IF RENTAL-CONTRACTED-DATE IS NOT NUMERIC
               MOVE 0 TO RENTAL-CONTRACTED-DATE
           END-IF.
           IF RENTAL-ACTUAL-DATE IS NOT NUMERIC
               MOVE 0 TO RENTAL-ACTUAL-DATE
           END-IF.
           IF RENTAL-BILLED-DATE IS NOT NUMERIC
               MOVE 0 TO RENTAL-BILLED-DATE
           END-IF.
           IF RENTAL-AMOUNT IS NOT NUMERIC
               MOVE 0 TO RENTAL-AMOUNT
           END-IF.
           MOVE "N" TO RENTAL-LATE.
           IF RENTAL-ACTUAL-DATE > RENTAL-CONTRACTED-DATE
                   AND RENTAL-CONTRACTED-DATE > 0
               MOVE "Y" TO RENTAL-LATE
           END-IF.
           PERFORM FIND-ACTIVITY-SLOT.
           IF ACTIVITY-SLOT > 0
               ADD 1 TO ACT-LIFE-RENTALS(ACTIVITY-SLOT)
               ADD RENTAL-KM TO ACT-LIFE-KM(ACTIVITY-SLOT)
               ADD RENTAL-AMOUNT TO ACT-LIFE-REVENUE(ACTIVITY-SLOT)
               IF RENTAL-LATE = "Y"
                   ADD 1 TO ACT-LIFE-LATE(ACTIVITY-SLOT)
               END-IF
               IF RENTAL-BILLED-DATE > TRAILING-FROM-DATE
                   ADD 1 TO ACT-T12-RENTALS(ACTIVITY-SLOT)
                   ADD RENTAL-KM TO ACT-T12-KM(ACTIVITY-SLOT)
                   ADD RENTAL-AMOUNT TO ACT-T12-REVENUE(ACTIVITY-SLOT)
                   IF RENTAL-LATE = "Y"
                       ADD 1 TO ACT-T12-LATE(ACTIVITY-SLOT)
                   END-IF
               END-IF
               IF RENTAL-CAR-TYPE > 0
                   ADD 1 TO ACT-TYPE-RENTALS
                       (ACTIVITY-SLOT, RENTAL-CAR-TYPE)
               END-IF
           END-IF.
      * a customer met only in the history is added under the name
      * on the rental and flagged as not on the master
       FIND-ACTIVITY-SLOT.
           MOVE 0 TO ACTIVITY-SLOT.
           PERFORM VARYING ACTIVITY-IDX FROM 1 BY 1
                   UNTIL ACTIVITY-IDX > ACTIVITY-COUNT
                       OR ACTIVITY-SLOT > 0
               IF ACT-CUSTOMER(ACTIVITY-IDX) = RENTAL-CUSTOMER
                   MOVE ACTIVITY-IDX TO ACTIVITY-SLOT
               END-IF
           END-PERFORM.
           IF ACTIVITY-SLOT = 0
               IF ACTIVITY-COUNT >= 5000
                   DISPLAY "CUSTACT: MORE THAN 5000 CUSTOMERS - "
                       "RUN STOPPED"
                   MOVE "Y" TO TABLE-OVERFLOW
               ELSE
                   ADD 1 TO ACTIVITY-COUNT
                   MOVE ACTIVITY-COUNT TO ACTIVITY-SLOT
                   INITIALIZE ACTIVITY-TABLE(ACTIVITY-SLOT)
                   MOVE RENTAL-CUSTOMER TO ACT-CUSTOMER(ACTIVITY-SLOT)
                   MOVE "N" TO ACT-ON-MASTER(ACTIVITY-SLOT)
                   IF RENTAL-CUSTOMER = 0
                       MOVE "NO CUSTOMER NUMBER"
                           TO ACT-NAME(ACTIVITY-SLOT)
                   ELSE
                       MOVE RENTAL-NAME TO ACT-NAME(ACTIVITY-SLOT)
                   END-IF
               END-IF
           END-IF.
       WRITE-ACTIVITY-REPORT.
           OPEN OUTPUT ACTIVITY-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-ACTIVITY-LINE
               VARYING ACTIVITY-IDX FROM 1 BY 1
               UNTIL ACTIVITY-IDX > ACTIVITY-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ACTIVITY-REPORT.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTOMER RENTAL ACTIVITY - RUN DATE "
               DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - LAST 12 MONTHS = BILLED AFTER " DELIMITED BY SIZE
               TRAILING-FROM-DATE DELIMITED BY SIZE
               " - REVENUE NET OF VAT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "                              " DELIMITED BY SIZE
               "------------ LIFETIME ------------" DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               "--------- LAST 12 MONTHS ---------" DELIMITED BY SIZE
               "   FAVOURITE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUST.    NAME                 " DELIMITED BY SIZE
               "RENTS        KM      REVENUE  LATE" DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               "RENTS        KM      REVENUE  LATE" DELIMITED BY SIZE
               "   CAR TYPE" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-ACTIVITY-LINE.
           PERFORM PICK-FAVOURITE-TYPE.
           IF ACT-ON-MASTER(ACTIVITY-IDX) = "Y"
               MOVE SPACE TO MASTER-FLAG
           ELSE
               MOVE "*" TO MASTER-FLAG
               ADD 1 TO NOT-ON-MASTER-COUNT
           END-IF.
           MOVE ACT-LIFE-RENTALS(ACTIVITY-IDX) TO LIFE-RENTALS-ED.
           MOVE ACT-LIFE-KM(ACTIVITY-IDX) TO LIFE-KM-ED.
           MOVE ACT-LIFE-REVENUE(ACTIVITY-IDX) TO LIFE-REVENUE-ED.
           MOVE ACT-LIFE-LATE(ACTIVITY-IDX) TO LIFE-LATE-ED.
           MOVE ACT-T12-RENTALS(ACTIVITY-IDX) TO T12-RENTALS-ED.
           MOVE ACT-T12-KM(ACTIVITY-IDX) TO T12-KM-ED.
           MOVE ACT-T12-REVENUE(ACTIVITY-IDX) TO T12-REVENUE-ED.
           MOVE ACT-T12-LATE(ACTIVITY-IDX) TO T12-LATE-ED.
           ADD ACT-LIFE-RENTALS(ACTIVITY-IDX) TO TOTAL-LIFE-RENTALS.
           ADD ACT-LIFE-KM(ACTIVITY-IDX) TO TOTAL-LIFE-KM.
           ADD ACT-LIFE-REVENUE(ACTIVITY-IDX) TO TOTAL-LIFE-REVENUE.
           ADD ACT-LIFE-LATE(ACTIVITY-IDX) TO TOTAL-LIFE-LATE.
           ADD ACT-T12-RENTALS(ACTIVITY-IDX) TO TOTAL-T12-RENTALS.
           ADD ACT-T12-KM(ACTIVITY-IDX) TO TOTAL-T12-KM.
           ADD ACT-T12-REVENUE(ACTIVITY-IDX) TO TOTAL-T12-REVENUE.
           ADD ACT-T12-LATE(ACTIVITY-IDX) TO TOTAL-T12-LATE.
           MOVE SPACES TO REPORT-LINE.
           STRING ACT-CUSTOMER(ACTIVITY-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MASTER-FLAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACT-NAME(ACTIVITY-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIFE-RENTALS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIFE-KM-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIFE-REVENUE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIFE-LATE-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               T12-RENTALS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               T12-KM-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               T12-REVENUE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               T12-LATE-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FAVOURITE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      * the car type rented most often over the customer's lifetime;
      * a tie goes to the lower type number
       PICK-FAVOURITE-TYPE.
           MOVE 0 TO FAVOURITE-TYPE.
           MOVE 0 TO FAVOURITE-RENTALS.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 9
               IF ACT-TYPE-RENTALS(ACTIVITY-IDX, TYPE-IDX) >
                       FAVOURITE-RENTALS
                   MOVE TYPE-IDX TO FAVOURITE-TYPE
                   MOVE ACT-TYPE-RENTALS(ACTIVITY-IDX, TYPE-IDX)
                       TO FAVOURITE-RENTALS
               END-IF
           END-PERFORM.
           MOVE SPACES TO FAVOURITE-TEXT.
           IF FAVOURITE-TYPE > 0
               STRING FAVOURITE-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TYPE-BRAND(FAVOURITE-TYPE) DELIMITED BY SIZE
                   INTO FAVOURITE-TEXT
           ELSE
               MOVE "-" TO FAVOURITE-TEXT
           END-IF.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-LIFE-RENTALS TO TOTAL-RENTALS-ED.
           MOVE TOTAL-LIFE-KM TO TOTAL-KM-ED.
           MOVE TOTAL-LIFE-REVENUE TO TOTAL-REVENUE-ED.
           MOVE TOTAL-LIFE-LATE TO TOTAL-LATE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "LIFETIME TOTALS      RENTALS: " DELIMITED BY SIZE
               TOTAL-RENTALS-ED DELIMITED BY SIZE
               "  KM: " DELIMITED BY SIZE
               TOTAL-KM-ED DELIMITED BY SIZE
               "  REVENUE: " DELIMITED BY SIZE
               TOTAL-REVENUE-ED DELIMITED BY SIZE
               "  LATE RETURNS: " DELIMITED BY SIZE
               TOTAL-LATE-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TOTAL-T12-RENTALS TO TOTAL-RENTALS-ED.
           MOVE TOTAL-T12-KM TO TOTAL-KM-ED.
           MOVE TOTAL-T12-REVENUE TO TOTAL-REVENUE-ED.
           MOVE TOTAL-T12-LATE TO TOTAL-LATE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "LAST 12 MONTHS       RENTALS: " DELIMITED BY SIZE
               TOTAL-RENTALS-ED DELIMITED BY SIZE
               "  KM: " DELIMITED BY SIZE
               TOTAL-KM-ED DELIMITED BY SIZE
               "  REVENUE: " DELIMITED BY SIZE
               TOTAL-REVENUE-ED DELIMITED BY SIZE
               "  LATE RETURNS: " DELIMITED BY SIZE
               TOTAL-LATE-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE ACTIVITY-COUNT TO COUNT-ED.
           STRING "CUSTOMERS LISTED:    " DELIMITED BY SIZE
               COUNT-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE NOT-ON-MASTER-COUNT TO COUNT-ED.
           STRING "* NOT ON CUSTMAST-IN:" DELIMITED BY SIZE
               COUNT-ED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE LIVE-READ TO COUNT-ED.
           MOVE ARCHIVE-READ TO COUNT-ED-2.
           STRING "RENTALS READ:  LIVE " DELIMITED BY SIZE
               COUNT-ED DELIMITED BY SIZE
               "  ARCHIVE " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       END PROGRAM CUSTACT.
