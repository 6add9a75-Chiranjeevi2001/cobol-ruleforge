       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESBOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-PARAM-FILE ASSIGN TO 'RESVPARM-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOKING-PARAM-STATUS.
           SELECT REQUEST-IN ASSIGN TO 'RESVREQ-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-IN-STATUS.
           SELECT RESERVATION-MASTER ASSIGN TO 'RESV-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-MASTER-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT FLEET-MASTER ASSIGN TO 'FLEETMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-MASTER-STATUS.
           SELECT BOOKING-REPORT ASSIGN TO 'RESBOOK-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOSHOW-REPORT ASSIGN TO 'NOSHOW-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BOOKING-PARAM-FILE.
       01 BOOKING-PARAM-REC.
           02 BP-NO-SHOW-FEE PIC 9(5)V99.
           02 BP-NO-SHOW-GRACE-DAYS PIC 9(2).
       FD REQUEST-IN.
       01 REQUEST-REC.
           02 RQ-ACTION PIC X(1).
           02 RQ-RESERVATION-NUMBER PIC X(8).
           02 RQ-CUSTOMER-NUMBER PIC X(6).
           02 RQ-CAR-TYPE PIC X(1).
           02 RQ-BRANCH PIC X(4).
           02 RQ-PICKUP-DATE PIC X(8).
           02 RQ-RETURN-DATE PIC X(8).
       FD RESERVATION-MASTER.
       01 RESERVATION-MASTER-REC.
           02 RS-RESERVATION-NUMBER PIC 9(8).
           02 RS-CUSTOMER-NUMBER PIC 9(6).
           02 RS-CAR-TYPE PIC 9(1).
           02 RS-BRANCH PIC X(4).
           02 RS-PICKUP-DATE PIC 9(8).
           02 RS-RETURN-DATE PIC 9(8).
           02 RS-STATUS PIC X(1).
           02 RS-BOOKED-DATE PIC 9(8).
           02 RS-CONTRACT-NUMBER PIC 9(8).
           02 RS-NO-SHOW-FEE PIC 9(5)V99.
       FD CUSTOMER-MASTER.
       01 CUSTOMER-MASTER-REC.
           02 CM-CUSTOMER-NUMBER PIC 9(6).
           02 CM-CUSTOMER-NAME PIC A(20).
           02 CM-BRANCH PIC X(4).
           02 CM-CREDIT-STATUS PIC X(1).
           02 CM-CREDIT-LIMIT PIC 9(7)V99.
           02 FILLER PIC X(6).
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
       FD BOOKING-REPORT.
       01 REPORT-LINE PIC X(110).
       FD NOSHOW-REPORT.
       01 NOSHOW-LINE PIC X(110).
       WORKING-STORAGE SECTION.
       77  BOOKING-PARAM-STATUS PIC X(2) VALUE "00".
       77  REQUEST-IN-STATUS PIC X(2) VALUE "00".
       77  RESERVATION-MASTER-STATUS PIC X(2) VALUE "00".
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       77  FLEET-MASTER-STATUS PIC X(2) VALUE "00".
       77  REQUEST-EOF PIC A(3) VALUE SPACES.
       77  RESERVATION-MASTER-EOF PIC A(3) VALUE SPACES.
       77  CUSTOMER-MASTER-EOF PIC A(3) VALUE SPACES.
       77  FLEET-MASTER-EOF PIC A(3) VALUE SPACES.
       77  NO-SHOW-FEE PIC 9(5)V99 VALUE 25.00.
       77  NO-SHOW-GRACE-DAYS PIC 9(2) VALUE 2.
      * reservation status: C confirmed, W waitlisted, F fulfilled
      * by a billed rental, N no-show, E waitlist expired, X cancelled
       01  RESERVATION-TABLE OCCURS 5000 TIMES.
           02 RES-RESERVATION-NUMBER PIC 9(8).
           02 RES-CUSTOMER-NUMBER PIC 9(6).
           02 RES-CAR-TYPE PIC 9(1).
           02 RES-BRANCH PIC X(4).
           02 RES-PICKUP-DATE PIC 9(8).
           02 RES-RETURN-DATE PIC 9(8).
           02 RES-STATUS PIC X(1).
           02 RES-BOOKED-DATE PIC 9(8).
           02 RES-CONTRACT-NUMBER PIC 9(8).
           02 RES-NO-SHOW-FEE PIC 9(5)V99.
       77  RESERVATION-COUNT PIC 9(4) VALUE 0.
       77  RESERVATION-IDX PIC 9(4) VALUE 0.
       77  RESERVATION-SLOT PIC 9(4) VALUE 0.
       77  LAST-RESERVATION-NUMBER PIC 9(8) VALUE 0.
       01  CUSTOMER-TABLE OCCURS 5000 TIMES.
           02 CUST-NUMBER PIC 9(6).
           02 CUST-CREDIT-STATUS PIC X(1).
       77  CUSTOMER-COUNT PIC 9(4) VALUE 0.
       77  CUSTOMER-IDX PIC 9(4) VALUE 0.
       77  CUSTOMER-SLOT PIC 9(4) VALUE 0.
       01  FLEET-TABLE OCCURS 5000 TIMES.
           02 FLT-CAR-TYPE PIC 9(1).
           02 FLT-BRANCH PIC X(4).
           02 FLT-STATUS PIC X(1).
       77  FLEET-COUNT PIC 9(4) VALUE 0.
       77  FLEET-IDX PIC 9(4) VALUE 0.
       01  OVERLAP-TABLE OCCURS 500 TIMES.
           02 OVL-PICKUP-DATE PIC 9(8).
           02 OVL-RETURN-DATE PIC 9(8).
       77  OVERLAP-COUNT PIC 9(3) VALUE 0.
       77  OVERLAP-IDX PIC 9(3) VALUE 0.
       77  OVERLAP-JDX PIC 9(3) VALUE 0.
       77  OVERLAP-FULL PIC A(1) VALUE "N".
       77  CHECK-BRANCH PIC X(4) VALUE SPACES.
       77  CHECK-CAR-TYPE PIC 9(1) VALUE 0.
       77  CHECK-PICKUP-DATE PIC 9(8) VALUE 0.
       77  CHECK-RETURN-DATE PIC 9(8) VALUE 0.
       77  CHECK-EXCLUDE-SLOT PIC 9(4) VALUE 0.
       77  CHECK-POINT-DATE PIC 9(8) VALUE 0.
       77  UNITS-AVAILABLE PIC 9(4) VALUE 0.
       77  POINT-BOOKED PIC 9(4) VALUE 0.
       77  PEAK-BOOKED PIC 9(4) VALUE 0.
       77  CAR-AVAILABLE PIC A(1) VALUE "N".
       77  REQUEST-VALID PIC A(1) VALUE "Y".
       77  REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
       77  WORK-CUSTOMER-NUMBER PIC 9(6) VALUE 0.
       77  WORK-RESERVATION-NUMBER PIC 9(8) VALUE 0.
       77  WORK-CAR-TYPE PIC 9(1) VALUE 0.
       77  WORK-PICKUP-DATE PIC 9(8) VALUE 0.
       77  WORK-RETURN-DATE PIC 9(8) VALUE 0.
       77  RESULT-TEXT PIC X(12) VALUE SPACES.
       77  DATE-CHECK-RESULT PIC S9(4) VALUE 0.
       77  DATE-INT-RETURN PIC 9(8) VALUE 0.
       77  REQUEST-READ-COUNT PIC 9(5) VALUE 0.
       77  CONFIRMED-COUNT PIC 9(5) VALUE 0.
       77  WAITLISTED-COUNT PIC 9(5) VALUE 0.
       77  CANCELLED-COUNT PIC 9(5) VALUE 0.
       77  REJECTED-COUNT PIC 9(5) VALUE 0.
       77  PROMOTED-COUNT PIC 9(5) VALUE 0.
       77  EXPIRED-COUNT PIC 9(5) VALUE 0.
       77  NO-SHOW-COUNT PIC 9(5) VALUE 0.
       77  NO-SHOW-FEE-TOTAL PIC 9(7)V99 VALUE 0.
       77  RESERVATIONS-CHANGED PIC A(1) VALUE "N".
       77  AMOUNT-ED-1 PIC ZZZZZZ9.99.
       77  COUNT-ED-1 PIC ZZZ9.
       77  COUNT-ED-2 PIC ZZZ9.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  DATE-INT-RUN PIC 9(8) VALUE 0.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-BOOKING-PARAMETERS.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-FLEET-TABLE.
           PERFORM LOAD-RESERVATION-MASTER.
           OPEN OUTPUT BOOKING-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM MARK-NO-SHOWS.
           OPEN INPUT REQUEST-IN.
           IF REQUEST-IN-STATUS = "00"
               READ REQUEST-IN
                   AT END MOVE "YYY" TO REQUEST-EOF
               END-READ
               PERFORM APPLY-ONE-REQUEST UNTIL REQUEST-EOF = "YYY"
               CLOSE REQUEST-IN
           ELSE
               DISPLAY "RESBOOK: RESVREQ-IN.txt NOT FOUND - "
                   "NO NEW BOOKINGS THIS RUN"
           END-IF.
           PERFORM PROMOTE-WAITLIST.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE BOOKING-REPORT.
           PERFORM REWRITE-RESERVATION-MASTER.
           GOBACK.
       LOAD-BOOKING-PARAMETERS.
           OPEN INPUT BOOKING-PARAM-FILE.
           IF BOOKING-PARAM-STATUS = "00"
               READ BOOKING-PARAM-FILE
                   NOT AT END
                       IF BP-NO-SHOW-FEE IS NUMERIC
                           MOVE BP-NO-SHOW-FEE TO NO-SHOW-FEE
                       END-IF
                       IF BP-NO-SHOW-GRACE-DAYS IS NUMERIC
                           MOVE BP-NO-SHOW-GRACE-DAYS
                               TO NO-SHOW-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE BOOKING-PARAM-FILE
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
                   MOVE CM-CREDIT-STATUS
                       TO CUST-CREDIT-STATUS(CUSTOMER-COUNT)
                   READ CUSTOMER-MASTER
                       AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
                   END-READ
               END-PERFORM
               IF CUSTOMER-MASTER-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 5000 CUSTOMERS IN "
                       "CUSTMAST-IN.txt - LATER CUSTOMERS REJECTED"
               END-IF
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "RESBOOK: CUSTMAST-IN.txt NOT FOUND - "
                   "ALL NEW BOOKINGS WILL BE REJECTED"
           END-IF.
      * only active units count towards availability; units in
      * service or retired cannot be handed out
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
                   MOVE FM-CAR-TYPE TO FLT-CAR-TYPE(FLEET-COUNT)
                   MOVE FM-BRANCH TO FLT-BRANCH(FLEET-COUNT)
                   MOVE FM-STATUS TO FLT-STATUS(FLEET-COUNT)
                   READ FLEET-MASTER
                       AT END MOVE "YYY" TO FLEET-MASTER-EOF
                   END-READ
               END-PERFORM
               IF FLEET-MASTER-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 5000 UNITS IN "
                       "FLEETMAST-IN.txt - AVAILABILITY UNDERSTATED"
               END-IF
               CLOSE FLEET-MASTER
           ELSE
               DISPLAY "RESBOOK: FLEETMAST-IN.txt NOT FOUND - "
                   "NO UNITS AVAILABLE TO BOOK"
           END-IF.
       LOAD-RESERVATION-MASTER.
           MOVE SPACES TO RESERVATION-MASTER-EOF.
           OPEN INPUT RESERVATION-MASTER.
           IF RESERVATION-MASTER-STATUS = "00"
               READ RESERVATION-MASTER
                   AT END MOVE "YYY" TO RESERVATION-MASTER-EOF
               END-READ
               PERFORM UNTIL RESERVATION-MASTER-EOF = "YYY"
                   IF RESERVATION-COUNT >= 5000
                       DISPLAY "RESBOOK: MORE THAN 5000 RESERVATIONS "
                           "IN RESV-MST.txt - RUN STOPPED BEFORE THE "
                           "MASTER COULD BE DAMAGED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO RESERVATION-COUNT
                   MOVE RS-RESERVATION-NUMBER
                       TO RES-RESERVATION-NUMBER(RESERVATION-COUNT)
                   MOVE RS-CUSTOMER-NUMBER
                       TO RES-CUSTOMER-NUMBER(RESERVATION-COUNT)
                   MOVE RS-CAR-TYPE TO RES-CAR-TYPE(RESERVATION-COUNT)
                   MOVE RS-BRANCH TO RES-BRANCH(RESERVATION-COUNT)
                   MOVE RS-PICKUP-DATE
                       TO RES-PICKUP-DATE(RESERVATION-COUNT)
                   MOVE RS-RETURN-DATE
                       TO RES-RETURN-DATE(RESERVATION-COUNT)
                   MOVE RS-STATUS TO RES-STATUS(RESERVATION-COUNT)
                   MOVE RS-BOOKED-DATE
                       TO RES-BOOKED-DATE(RESERVATION-COUNT)
                   IF RS-CONTRACT-NUMBER IS NUMERIC
                       MOVE RS-CONTRACT-NUMBER
                           TO RES-CONTRACT-NUMBER(RESERVATION-COUNT)
                   ELSE
                       MOVE 0 TO RES-CONTRACT-NUMBER(RESERVATION-COUNT)
                   END-IF
                   IF RS-NO-SHOW-FEE IS NUMERIC
                       MOVE RS-NO-SHOW-FEE
                           TO RES-NO-SHOW-FEE(RESERVATION-COUNT)
                   ELSE
                       MOVE 0 TO RES-NO-SHOW-FEE(RESERVATION-COUNT)
                   END-IF
                   IF RS-RESERVATION-NUMBER IS GREATER THAN
                           LAST-RESERVATION-NUMBER
                       MOVE RS-RESERVATION-NUMBER
                           TO LAST-RESERVATION-NUMBER
                   END-IF
                   READ RESERVATION-MASTER
                       AT END MOVE "YYY" TO RESERVATION-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-MASTER
           ELSE
               DISPLAY "RESBOOK: RESV-MST.txt NOT FOUND - "
                   "STARTING FROM AN EMPTY MASTER"
           END-IF.
      * rentals only reach billing when the car comes back, so a
      * confirmed booking is a no-show once its return date plus the
      * grace days has passed without PROD2V1 matching a rental to
      * it; a waitlisted booking whose pickup date has gone expires
       MARK-NO-SHOWS.
           OPEN OUTPUT NOSHOW-REPORT.
           MOVE SPACES TO NOSHOW-LINE.
           STRING "NO-SHOW REPORT - RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               " - RESERVATION / CUSTOMER / BRANCH / TYPE / PICKUP / "
                   DELIMITED BY SIZE
               "RETURN / FEE" DELIMITED BY SIZE
               INTO NOSHOW-LINE.
           WRITE NOSHOW-LINE.
           PERFORM CHECK-ONE-NO-SHOW
               VARYING RESERVATION-IDX FROM 1 BY 1
               UNTIL RESERVATION-IDX > RESERVATION-COUNT.
           MOVE NO-SHOW-FEE-TOTAL TO AMOUNT-ED-1.
           MOVE SPACES TO NOSHOW-LINE.
           STRING "NO-SHOWS: " DELIMITED BY SIZE
               NO-SHOW-COUNT DELIMITED BY SIZE
               "  FEES: " DELIMITED BY SIZE
               AMOUNT-ED-1 DELIMITED BY SIZE
               INTO NOSHOW-LINE.
           WRITE NOSHOW-LINE.
           CLOSE NOSHOW-REPORT.
       CHECK-ONE-NO-SHOW.
           EVALUATE RES-STATUS(RESERVATION-IDX)
               WHEN "C"
                   IF RES-PICKUP-DATE(RESERVATION-IDX) < RUN-DATE
                       PERFORM CHECK-NO-SHOW-GRACE
                   END-IF
               WHEN "W"
                   IF RES-PICKUP-DATE(RESERVATION-IDX) < RUN-DATE
                       MOVE "E" TO RES-STATUS(RESERVATION-IDX)
                       MOVE "Y" TO RESERVATIONS-CHANGED
                       ADD 1 TO EXPIRED-COUNT
                       MOVE RESERVATION-IDX TO RESERVATION-SLOT
                       MOVE "EXPIRED" TO RESULT-TEXT
                       MOVE 0 TO UNITS-AVAILABLE
                       MOVE 0 TO PEAK-BOOKED
                       MOVE SPACES TO REJECT-REASON-TEXT
                       PERFORM WRITE-RESERVATION-LINE
                   END-IF
           END-EVALUATE.
       CHECK-NO-SHOW-GRACE.
           MOVE 0 TO DATE-INT-RETURN.
           COMPUTE DATE-CHECK-RESULT = FUNCTION
               TEST-DATE-YYYYMMDD(RES-RETURN-DATE(RESERVATION-IDX)).
           IF DATE-CHECK-RESULT = 0
               COMPUTE DATE-INT-RETURN = FUNCTION
                   INTEGER-OF-DATE(RES-RETURN-DATE(RESERVATION-IDX))
           END-IF.
           IF DATE-INT-RETURN + NO-SHOW-GRACE-DAYS < DATE-INT-RUN
               MOVE "N" TO RES-STATUS(RESERVATION-IDX)
               MOVE NO-SHOW-FEE TO RES-NO-SHOW-FEE(RESERVATION-IDX)
               MOVE "Y" TO RESERVATIONS-CHANGED
               ADD 1 TO NO-SHOW-COUNT
               ADD NO-SHOW-FEE TO NO-SHOW-FEE-TOTAL
               MOVE NO-SHOW-FEE TO AMOUNT-ED-1
               MOVE SPACES TO NOSHOW-LINE
               STRING RES-RESERVATION-NUMBER(RESERVATION-IDX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RES-CUSTOMER-NUMBER(RESERVATION-IDX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RES-BRANCH(RESERVATION-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RES-CAR-TYPE(RESERVATION-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RES-PICKUP-DATE(RESERVATION-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RES-RETURN-DATE(RESERVATION-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AMOUNT-ED-1 DELIMITED BY SIZE
                   INTO NOSHOW-LINE
               WRITE NOSHOW-LINE
           END-IF.
       APPLY-ONE-REQUEST.
           ADD 1 TO REQUEST-READ-COUNT.
           MOVE "Y" TO REQUEST-VALID.
           MOVE SPACES TO REJECT-REASON-TEXT.
           MOVE 0 TO RESERVATION-SLOT.
           EVALUATE RQ-ACTION
               WHEN "N"
                   PERFORM VALIDATE-NEW-BOOKING
                   IF REQUEST-VALID = "Y"
                       PERFORM BOOK-RESERVATION
                   END-IF
               WHEN "X"
                   PERFORM CANCEL-RESERVATION
               WHEN OTHER
                   MOVE "N" TO REQUEST-VALID
                   MOVE "UNKNOWN ACTION" TO REJECT-REASON-TEXT
           END-EVALUATE.
           IF REQUEST-VALID = "N"
               ADD 1 TO REJECTED-COUNT
               PERFORM WRITE-REJECT-LINE
           END-IF.
           READ REQUEST-IN
               AT END MOVE "YYY" TO REQUEST-EOF
           END-READ.
       VALIDATE-NEW-BOOKING.
           IF RQ-CUSTOMER-NUMBER IS NOT NUMERIC
               MOVE "N" TO REQUEST-VALID
               MOVE "CUSTOMER NUMBER NOT NUMERIC" TO REJECT-REASON-TEXT
           ELSE
               MOVE RQ-CUSTOMER-NUMBER TO WORK-CUSTOMER-NUMBER
               PERFORM FIND-CUSTOMER-SLOT
               IF CUSTOMER-SLOT = 0
                   MOVE "N" TO REQUEST-VALID
                   MOVE "UNKNOWN CUSTOMER" TO REJECT-REASON-TEXT
               ELSE
                   IF CUST-CREDIT-STATUS(CUSTOMER-SLOT) = "B"
                       MOVE "N" TO REQUEST-VALID
                       MOVE "CUSTOMER BLOCKED" TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF REQUEST-VALID = "Y"
               IF RQ-CAR-TYPE IS NOT NUMERIC
                   MOVE "N" TO REQUEST-VALID
                   MOVE "INVALID CAR TYPE" TO REJECT-REASON-TEXT
               ELSE
                   MOVE RQ-CAR-TYPE TO WORK-CAR-TYPE
                   IF WORK-CAR-TYPE = 0
                       MOVE "N" TO REQUEST-VALID
                       MOVE "INVALID CAR TYPE" TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF REQUEST-VALID = "Y"
               IF RQ-BRANCH = SPACES
                   MOVE "N" TO REQUEST-VALID
                   MOVE "BRANCH MISSING" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF REQUEST-VALID = "Y"
               IF RQ-PICKUP-DATE IS NOT NUMERIC
                       OR RQ-RETURN-DATE IS NOT NUMERIC
                   MOVE "N" TO REQUEST-VALID
                   MOVE "INVALID DATE" TO REJECT-REASON-TEXT
               ELSE
                   MOVE RQ-PICKUP-DATE TO WORK-PICKUP-DATE
                   MOVE RQ-RETURN-DATE TO WORK-RETURN-DATE
                   COMPUTE DATE-CHECK-RESULT = FUNCTION
                       TEST-DATE-YYYYMMDD(WORK-PICKUP-DATE)
                   IF DATE-CHECK-RESULT NOT = 0
                       MOVE "N" TO REQUEST-VALID
                       MOVE "INVALID DATE" TO REJECT-REASON-TEXT
                   END-IF
                   COMPUTE DATE-CHECK-RESULT = FUNCTION
                       TEST-DATE-YYYYMMDD(WORK-RETURN-DATE)
                   IF DATE-CHECK-RESULT NOT = 0
                       MOVE "N" TO REQUEST-VALID
                       MOVE "INVALID DATE" TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF REQUEST-VALID = "Y"
               IF WORK-RETURN-DATE < WORK-PICKUP-DATE
                   MOVE "N" TO REQUEST-VALID
                   MOVE "RETURN BEFORE PICKUP" TO REJECT-REASON-TEXT
               ELSE
                   IF WORK-PICKUP-DATE < RUN-DATE
                       MOVE "N" TO REQUEST-VALID
                       MOVE "PICKUP DATE IN THE PAST"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF REQUEST-VALID = "Y"
               MOVE RQ-BRANCH TO CHECK-BRANCH
               MOVE WORK-CAR-TYPE TO CHECK-CAR-TYPE
               PERFORM COUNT-BRANCH-UNITS
               IF UNITS-AVAILABLE = 0
                   MOVE "N" TO REQUEST-VALID
                   MOVE "NO UNITS OF TYPE AT BRANCH"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF REQUEST-VALID = "Y"
               IF RESERVATION-COUNT >= 5000
                   MOVE "N" TO REQUEST-VALID
                   MOVE "RESERVATION TABLE FULL" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
       FIND-CUSTOMER-SLOT.
           MOVE 0 TO CUSTOMER-SLOT.
           PERFORM VARYING CUSTOMER-IDX FROM 1 BY 1
                   UNTIL CUSTOMER-IDX > CUSTOMER-COUNT
                       OR CUSTOMER-SLOT > 0
               IF CUST-NUMBER(CUSTOMER-IDX) = WORK-CUSTOMER-NUMBER
                   MOVE CUSTOMER-IDX TO CUSTOMER-SLOT
               END-IF
           END-PERFORM.
       BOOK-RESERVATION.
           MOVE RQ-BRANCH TO CHECK-BRANCH.
           MOVE WORK-CAR-TYPE TO CHECK-CAR-TYPE.
           MOVE WORK-PICKUP-DATE TO CHECK-PICKUP-DATE.
           MOVE WORK-RETURN-DATE TO CHECK-RETURN-DATE.
           MOVE 0 TO CHECK-EXCLUDE-SLOT.
           PERFORM CHECK-AVAILABILITY.
           ADD 1 TO RESERVATION-COUNT.
           MOVE RESERVATION-COUNT TO RESERVATION-SLOT.
           ADD 1 TO LAST-RESERVATION-NUMBER.
           MOVE LAST-RESERVATION-NUMBER
               TO RES-RESERVATION-NUMBER(RESERVATION-SLOT).
           MOVE WORK-CUSTOMER-NUMBER
               TO RES-CUSTOMER-NUMBER(RESERVATION-SLOT).
           MOVE WORK-CAR-TYPE TO RES-CAR-TYPE(RESERVATION-SLOT).
           MOVE RQ-BRANCH TO RES-BRANCH(RESERVATION-SLOT).
           MOVE WORK-PICKUP-DATE TO RES-PICKUP-DATE(RESERVATION-SLOT).
           MOVE WORK-RETURN-DATE TO RES-RETURN-DATE(RESERVATION-SLOT).
           MOVE RUN-DATE TO RES-BOOKED-DATE(RESERVATION-SLOT).
           MOVE 0 TO RES-CONTRACT-NUMBER(RESERVATION-SLOT).
           MOVE 0 TO RES-NO-SHOW-FEE(RESERVATION-SLOT).
           MOVE "Y" TO RESERVATIONS-CHANGED.
           IF CAR-AVAILABLE = "Y"
               MOVE "C" TO RES-STATUS(RESERVATION-SLOT)
               ADD 1 TO CONFIRMED-COUNT
               MOVE "CONFIRMED" TO RESULT-TEXT
           ELSE
               MOVE "W" TO RES-STATUS(RESERVATION-SLOT)
               ADD 1 TO WAITLISTED-COUNT
               MOVE "WAITLISTED" TO RESULT-TEXT
           END-IF.
           PERFORM WRITE-RESERVATION-LINE.
       CANCEL-RESERVATION.
           IF RQ-RESERVATION-NUMBER IS NOT NUMERIC
               MOVE "N" TO REQUEST-VALID
               MOVE "RESERVATION NOT FOUND" TO REJECT-REASON-TEXT
           ELSE
               MOVE RQ-RESERVATION-NUMBER TO WORK-RESERVATION-NUMBER
               PERFORM VARYING RESERVATION-IDX FROM 1 BY 1
                       UNTIL RESERVATION-IDX > RESERVATION-COUNT
                           OR RESERVATION-SLOT > 0
                   IF RES-RESERVATION-NUMBER(RESERVATION-IDX) =
                           WORK-RESERVATION-NUMBER
                       MOVE RESERVATION-IDX TO RESERVATION-SLOT
                   END-IF
               END-PERFORM
               IF RESERVATION-SLOT = 0
                   MOVE "N" TO REQUEST-VALID
                   MOVE "RESERVATION NOT FOUND" TO REJECT-REASON-TEXT
               ELSE
                   IF RES-STATUS(RESERVATION-SLOT) NOT = "C"
                           AND RES-STATUS(RESERVATION-SLOT) NOT = "W"
                       MOVE "N" TO REQUEST-VALID
                       MOVE "RESERVATION NOT OPEN"
                           TO REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           IF REQUEST-VALID = "Y"
               MOVE "X" TO RES-STATUS(RESERVATION-SLOT)
               MOVE "Y" TO RESERVATIONS-CHANGED
               ADD 1 TO CANCELLED-COUNT
               MOVE "CANCELLED" TO RESULT-TEXT
               MOVE 0 TO UNITS-AVAILABLE
               MOVE 0 TO PEAK-BOOKED
               PERFORM WRITE-RESERVATION-LINE
           END-IF.
      * a booking fits if, on every day it covers, the confirmed
      * bookings for the same branch and car type leave at least one
      * active unit free; the busiest day always starts on the pickup
      * date of the new booking or of one of the overlapping ones
       CHECK-AVAILABILITY.
           PERFORM COUNT-BRANCH-UNITS.
           PERFORM COLLECT-OVERLAPS.
           MOVE 0 TO PEAK-BOOKED.
           MOVE CHECK-PICKUP-DATE TO CHECK-POINT-DATE.
           PERFORM COUNT-BOOKED-ON-DATE.
           PERFORM VARYING OVERLAP-JDX FROM 1 BY 1
                   UNTIL OVERLAP-JDX > OVERLAP-COUNT
               IF OVL-PICKUP-DATE(OVERLAP-JDX) > CHECK-PICKUP-DATE
                   MOVE OVL-PICKUP-DATE(OVERLAP-JDX)
                       TO CHECK-POINT-DATE
                   PERFORM COUNT-BOOKED-ON-DATE
               END-IF
           END-PERFORM.
           IF PEAK-BOOKED < UNITS-AVAILABLE
                   AND OVERLAP-FULL = "N"
               MOVE "Y" TO CAR-AVAILABLE
           ELSE
               MOVE "N" TO CAR-AVAILABLE
           END-IF.
       COUNT-BRANCH-UNITS.
           MOVE 0 TO UNITS-AVAILABLE.
           PERFORM VARYING FLEET-IDX FROM 1 BY 1
                   UNTIL FLEET-IDX > FLEET-COUNT
               IF FLT-BRANCH(FLEET-IDX) = CHECK-BRANCH
                       AND FLT-CAR-TYPE(FLEET-IDX) = CHECK-CAR-TYPE
                       AND FLT-STATUS(FLEET-IDX) = "A"
                   ADD 1 TO UNITS-AVAILABLE
               END-IF
           END-PERFORM.
       COLLECT-OVERLAPS.
           MOVE 0 TO OVERLAP-COUNT.
           MOVE "N" TO OVERLAP-FULL.
           PERFORM VARYING RESERVATION-IDX FROM 1 BY 1
                   UNTIL RESERVATION-IDX > RESERVATION-COUNT
               IF RESERVATION-IDX NOT = CHECK-EXCLUDE-SLOT
                       AND RES-STATUS(RESERVATION-IDX) = "C"
                       AND RES-BRANCH(RESERVATION-IDX) = CHECK-BRANCH
                       AND RES-CAR-TYPE(RESERVATION-IDX) =
                           CHECK-CAR-TYPE
                       AND RES-PICKUP-DATE(RESERVATION-IDX)
                           NOT > CHECK-RETURN-DATE
                       AND RES-RETURN-DATE(RESERVATION-IDX)
                           NOT < CHECK-PICKUP-DATE
                   IF OVERLAP-COUNT >= 500
                       MOVE "Y" TO OVERLAP-FULL
                   ELSE
                       ADD 1 TO OVERLAP-COUNT
                       MOVE RES-PICKUP-DATE(RESERVATION-IDX)
                           TO OVL-PICKUP-DATE(OVERLAP-COUNT)
                       MOVE RES-RETURN-DATE(RESERVATION-IDX)
                           TO OVL-RETURN-DATE(OVERLAP-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
       COUNT-BOOKED-ON-DATE.
           MOVE 0 TO POINT-BOOKED.
           PERFORM VARYING OVERLAP-IDX FROM 1 BY 1
                   UNTIL OVERLAP-IDX > OVERLAP-COUNT
               IF OVL-PICKUP-DATE(OVERLAP-IDX) NOT > CHECK-POINT-DATE
                       AND OVL-RETURN-DATE(OVERLAP-IDX)
                           NOT < CHECK-POINT-DATE
                   ADD 1 TO POINT-BOOKED
               END-IF
           END-PERFORM.
           IF POINT-BOOKED > PEAK-BOOKED
               MOVE POINT-BOOKED TO PEAK-BOOKED
           END-IF.
      * cancellations and no-shows free capacity, so waitlisted
      * bookings are re-tried in booking-number order
       PROMOTE-WAITLIST.
           PERFORM PROMOTE-ONE-WAITLISTED
               VARYING RESERVATION-SLOT FROM 1 BY 1
               UNTIL RESERVATION-SLOT > RESERVATION-COUNT.
       PROMOTE-ONE-WAITLISTED.
           IF RES-STATUS(RESERVATION-SLOT) = "W"
                   AND RES-PICKUP-DATE(RESERVATION-SLOT) NOT < RUN-DATE
               MOVE RES-BRANCH(RESERVATION-SLOT) TO CHECK-BRANCH
               MOVE RES-CAR-TYPE(RESERVATION-SLOT) TO CHECK-CAR-TYPE
               MOVE RES-PICKUP-DATE(RESERVATION-SLOT)
                   TO CHECK-PICKUP-DATE
               MOVE RES-RETURN-DATE(RESERVATION-SLOT)
                   TO CHECK-RETURN-DATE
               MOVE RESERVATION-SLOT TO CHECK-EXCLUDE-SLOT
               PERFORM CHECK-AVAILABILITY
               IF CAR-AVAILABLE = "Y"
                   MOVE "C" TO RES-STATUS(RESERVATION-SLOT)
                   MOVE "Y" TO RESERVATIONS-CHANGED
                   ADD 1 TO PROMOTED-COUNT
                   MOVE "PROMOTED" TO RESULT-TEXT
                   MOVE SPACES TO REJECT-REASON-TEXT
                   PERFORM WRITE-RESERVATION-LINE
               END-IF
           END-IF.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESERVATION BOOKING RUN - RUN DATE "
                   DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESULT / RESERVATION / CUSTOMER / BRANCH / TYPE / "
                   DELIMITED BY SIZE
               "PICKUP / RETURN / UNITS / BOOKED / REASON"
                   DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-RESERVATION-LINE.
           MOVE UNITS-AVAILABLE TO COUNT-ED-1.
           MOVE PEAK-BOOKED TO COUNT-ED-2.
           MOVE SPACES TO REPORT-LINE.
           STRING RESULT-TEXT DELIMITED BY SIZE
               RES-RESERVATION-NUMBER(RESERVATION-SLOT)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-CUSTOMER-NUMBER(RESERVATION-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-BRANCH(RESERVATION-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-CAR-TYPE(RESERVATION-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-PICKUP-DATE(RESERVATION-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RETURN-DATE(RESERVATION-SLOT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-ED-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COUNT-ED-2 DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJECTED    " DELIMITED BY SIZE
               RQ-RESERVATION-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RQ-CUSTOMER-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RQ-BRANCH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RQ-CAR-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RQ-PICKUP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RQ-RETURN-DATE DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               REJECT-REASON-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUESTS READ: " DELIMITED BY SIZE
               REQUEST-READ-COUNT DELIMITED BY SIZE
               "  CONFIRMED: " DELIMITED BY SIZE
               CONFIRMED-COUNT DELIMITED BY SIZE
               "  WAITLISTED: " DELIMITED BY SIZE
               WAITLISTED-COUNT DELIMITED BY SIZE
               "  CANCELLED: " DELIMITED BY SIZE
               CANCELLED-COUNT DELIMITED BY SIZE
               "  REJECTED: " DELIMITED BY SIZE
               REJECTED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WAITLIST PROMOTED: " DELIMITED BY SIZE
               PROMOTED-COUNT DELIMITED BY SIZE
               "  WAITLIST EXPIRED: " DELIMITED BY SIZE
               EXPIRED-COUNT DELIMITED BY SIZE
               "  NO-SHOWS: " DELIMITED BY SIZE
               NO-SHOW-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       REWRITE-RESERVATION-MASTER.
           IF RESERVATIONS-CHANGED = "Y"
               MOVE "RESV-MST.txt" TO BKR-MASTER-NAME
               PERFORM BACKUP-MASTER
               OPEN OUTPUT RESERVATION-MASTER
               IF RESERVATION-MASTER-STATUS = "00"
                   PERFORM WRITE-RESERVATION-ENTRY
                       VARYING RESERVATION-IDX FROM 1 BY 1
                       UNTIL RESERVATION-IDX > RESERVATION-COUNT
                   CLOSE RESERVATION-MASTER
               ELSE
                   DISPLAY "WARNING: UNABLE TO REWRITE RESV-MST.txt"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       WRITE-RESERVATION-ENTRY.
           MOVE RES-RESERVATION-NUMBER(RESERVATION-IDX)
               TO RS-RESERVATION-NUMBER.
           MOVE RES-CUSTOMER-NUMBER(RESERVATION-IDX)
               TO RS-CUSTOMER-NUMBER.
           MOVE RES-CAR-TYPE(RESERVATION-IDX) TO RS-CAR-TYPE.
           MOVE RES-BRANCH(RESERVATION-IDX) TO RS-BRANCH.
           MOVE RES-PICKUP-DATE(RESERVATION-IDX) TO RS-PICKUP-DATE.
           MOVE RES-RETURN-DATE(RESERVATION-IDX) TO RS-RETURN-DATE.
           MOVE RES-STATUS(RESERVATION-IDX) TO RS-STATUS.
           MOVE RES-BOOKED-DATE(RESERVATION-IDX) TO RS-BOOKED-DATE.
           MOVE RES-CONTRACT-NUMBER(RESERVATION-IDX)
               TO RS-CONTRACT-NUMBER.
           MOVE RES-NO-SHOW-FEE(RESERVATION-IDX) TO RS-NO-SHOW-FEE.
           WRITE RESERVATION-MASTER-REC.
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           COMPUTE DATE-INT-RUN = FUNCTION INTEGER-OF-DATE(RUN-DATE).
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "RESBOOK" TO BKR-PROGRAM.
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
       END PROGRAM RESBOOK.
