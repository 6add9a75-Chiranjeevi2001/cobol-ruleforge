               FILE STATUS IS INVOICE-REGISTER-STATUS.
           SELECT INVOICE-EXTRACT ASSIGN TO 'RENTINVX-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVOICE-CONTRACTS ASSIGN TO 'INVCONTR-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-CONTRACTS-STATUS.
           SELECT FLEET-MASTER ASSIGN TO 'FLEETMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLEET-MASTER-STATUS.
           SELECT RENTAL-HISTORY ASSIGN TO 'RENTHIST-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-HISTORY-STATUS.
           SELECT HISTORY-ARCHIVE ASSIGN TO 'RENTHARC-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-ARCHIVE-STATUS.
           SELECT MTD-FILE ASSIGN TO 'RENTMTD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MTD-STATUS.
           SELECT XBRANCH-FILE ASSIGN TO 'XBRANCH-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XBRANCH-STATUS.
           SELECT RESERVATION-MASTER ASSIGN TO 'RESV-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESERVATION-MASTER-STATUS.
           SELECT ONEWAY-FILE ASSIGN TO 'ONEWAY-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONEWAY-STATUS.
           SELECT INCIDENT-MASTER ASSIGN TO 'INCIDENT-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-MASTER-STATUS.
           SELECT CORP-AGREEMENT ASSIGN TO 'CORPAGR-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORP-AGREEMENT-STATUS.
           SELECT CORP-PENDING ASSIGN TO 'CORPPEND-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORP-PENDING-STATUS.
           SELECT PERIOD-MASTER ASSIGN TO 'PERIOD-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-MASTER-STATUS.
           SELECT PERIOD-REPORT ASSIGN TO 'PERIODADJ-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-REPORT-STATUS.
                                  DATA DIVISION.
                                   FILE SECTION.
           FD RENTAL.
               02 SUSPENSE_DATE_SUS PIC 9(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 CONTRACT_NUMBER_SUS PIC 9(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 PICKUP_DATE_SUS PIC 9(8).
               02 PICKUP_BRANCH_SUS PIC X(4).
               02 RETURN_BRANCH_SUS PIC X(4).
           FD RATE-MASTER.
           01 RATE-MASTER-REC.
               02 RM-CAR-TYPE PIC 9(1).
               02 CM-BRANCH PIC X(4).
               02 CM-CREDIT-STATUS PIC X(1).
               02 CM-CREDIT-LIMIT PIC 9(7)V99.
               02 CM-PARENT-CUSTOMER PIC 9(6).
           FD PARAM-FILE.
           01 PARAM-REC.
               02 PARAM-FREE-KM-THRESHOLD PIC 9(3).
               02 IX-LATE-FEE PIC 9(7)V99.
               02 IX-ANCILLARY PIC 9(7)V99.
               02 IX-DEPOSIT PIC 9(7)V99.
           FD INVOICE-CONTRACTS.
           01 INVOICE-CONTRACT-REC.
               02 IC-INVOICE-NUMBER PIC 9(8).
               02 IC-INVOICE-DATE PIC 9(8).
               02 IC-CUSTOMER-NUMBER PIC 9(6).
               02 IC-CONTRACT-NUMBER PIC 9(8).
           FD FLEET-MASTER.
           01 FLEET-MASTER-REC.
               02 FM-UNIT-NUMBER PIC 9(5).
               02 FM-ODOMETER PIC 9(7).
               02 FM-LAST-SERVICE-DATE PIC 9(8).
               02 FM-LAST-SERVICE-KM PIC 9(7).
               02 FM-ASSET-DATA PIC X(41).
               02 FM-REVENUE-TO-DATE PIC 9(9)V99.
           FD FLEETUTIL-OUT.
           01 FLEETUTIL-LINE PIC X(100).
           FD SERVICEDUE-OUT.
               02 RH-BILLED-DATE PIC 9(8).
               02 RH-NUM-DAYS PIC 9(3).
               02 RH-CONTRACT-NUMBER PIC 9(8).
               02 RH-CUSTOMER-NUMBER PIC 9(6).
               02 RH-UNIT-NUMBER PIC 9(5).
               02 RH-PICKUP-DATE PIC 9(8).
               02 RH-BRANCH PIC X(4).
               02 RH-BILLED-AMOUNT PIC 9(7)V99.
      * permanent archive of history aged off RENTHIST-MST.txt
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
           FD MTD-FILE.
           01 MTD-REC.
               02 MTD-BUSINESS-DATE PIC 9(8).
           01 XBRANCH-REC.
               02 XB-CUSTOMER-NUMBER PIC 9(6).
               02 XB-BRANCH PIC X(4).
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
           FD ONEWAY-FILE.
           01 ONEWAY-REC.
               02 OW-PICKUP-BRANCH PIC X(4).
               02 OW-RETURN-BRANCH PIC X(4).
               02 OW-DROP-FEE PIC 9(5)V99.
           FD INCIDENT-MASTER.
           01 INCIDENT-MASTER-REC.
               02 IM-UNIT-NUMBER PIC 9(5).
               02 IM-CONTRACT-NUMBER PIC 9(8).
               02 FILLER PIC X(103).
               02 IM-STATUS PIC X(1).
               02 FILLER PIC X(18).
           FD CORP-AGREEMENT.
           01 CORP-AGREEMENT-REC.
               02 CA-CUSTOMER-NUMBER PIC 9(6).
               02 CA-CAR-TYPE PIC 9(1).
               02 CA-EFFECTIVE-FROM PIC 9(8).
               02 CA-EFFECTIVE-TO PIC 9(8).
               02 CA-AGREEMENT-TYPE PIC X(1).
               02 CA-KM-RATE PIC 9V99.
               02 CA-DAY-RATE PIC 99V99.
               02 CA-DISCOUNT-PCT PIC 99V99.
           FD CORP-PENDING.
           01 CORP-PENDING-REC.
               02 CP-PARENT-NUMBER PIC 9(6).
               02 CP-CUSTOMER-NUMBER PIC 9(6).
               02 CP-BILLED-DATE PIC 9(8).
               02 CP-RECORD-TYPE PIC X(1).
               02 CP-SUMMARY-DATA.
                   03 CP-CLIENT-NAME PIC A(20).
                   03 CP-KM-CHARGE PIC 9(7)V99.
                   03 CP-DAY-CHARGE PIC 9(7)V99.
                   03 CP-DISCOUNT PIC 9(7)V99.
                   03 CP-FREE-KM PIC 9(7).
                   03 CP-LATE-FEE PIC 9(7)V99.
                   03 CP-DROP-FEE PIC 9(7)V99.
                   03 CP-ANCILLARY PIC 9(7)V99.
                   03 CP-RECHARGE PIC 9(7)V99.
                   03 CP-NET-AMOUNT PIC 9(7)V99.
                   03 CP-VAT-AMOUNT PIC 9(7)V99.
                   03 CP-GROSS-AMOUNT PIC 9(7)V99.
                   03 CP-DEPOSIT PIC 9(7)V99.
               02 CP-CONTRACT-DATA REDEFINES CP-SUMMARY-DATA.
                   03 CP-CONTRACT-NUMBER PIC 9(8).
                   03 FILLER PIC X(118).
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
       77  END-LOOP PIC A(3) VALUE SPACES.
       77  KILOMETERS_PAYMENT PIC 9(6)V99.
               03 CUST-CREDIT-LIMIT PIC 9(7)V99.
               03 CUST-OPEN-BALANCE PIC 9(8)V99.
               03 CUST-RUN-EXPOSURE PIC 9(8)V99.
               03 CUST-NAME PIC A(20).
               03 CUST-PARENT PIC 9(6).
               03 CUST-PARENT-SLOT PIC 9(5).
               03 CUST-CORPORATE PIC A(1).
       77  CUSTOMER-SWAP-AREA PIC X(72) VALUE SPACES.
       77  CREDIT-SLOT PIC 9(5) VALUE 0.
       77  PARENT-IDX PIC 9(5) VALUE 0.
       77  CUSTOMER-LOOKUP-NUMBER PIC 9(6) VALUE 0.
       77  CREDIT-EXPOSURE PIC 9(9)V99 VALUE 0.
       01  OVERLIMIT-TABLE OCCURS 200 TIMES.
           02 INV-GROSS PIC 9(7)V99.
           02 INV-ANCILLARY PIC 9(7)V99.
           02 INV-DEPOSIT PIC 9(7)V99.
           02 INV-DROP-FEE PIC 9(7)V99.
           02 INV-RECHARGE PIC 9(7)V99.
           02 INV-DISCOUNT PIC 9(7)V99.
           02 INV-BILL-ACCOUNT PIC 9(6).
           02 INV-CONTRACT-COUNT PIC 9(2).
           02 INV-CONTRACT PIC 9(8) OCCURS 20 TIMES.
       77  INVOICE-COUNT PIC 9(4) VALUE 0.
       77  INVOICE-REGISTER-STATUS PIC X(2) VALUE "00".
       77  INVOICE-REGISTER-EOF PIC A(3) VALUE SPACES.
       77  INVOICE-REGISTER-OPEN PIC A(1) VALUE "N".
       77  INVOICE-CONTRACTS-STATUS PIC X(2) VALUE "00".
       77  INVOICE-CONTRACTS-OPEN PIC A(1) VALUE "N".
       77  FREE-KM-APPLIED PIC 9(5) VALUE 0.
       77  INVOICE-AMOUNT-ED PIC ZZZZZZ9.99.
       77  NET-DUE-AMOUNT PIC S9(7)V99 VALUE 0.
               03 HIST-BILLED-DATE PIC 9(8).
               03 HIST-NUM-DAYS PIC 9(3).
               03 HIST-CONTRACT-NUMBER PIC 9(8).
               03 HIST-CUSTOMER-NUMBER PIC 9(6).
               03 HIST-UNIT-NUMBER PIC 9(5).
               03 HIST-PICKUP-DATE PIC 9(8).
               03 HIST-BRANCH PIC X(4).
               03 HIST-BILLED-AMOUNT PIC 9(7)V99.
       77  HISTORY-SWAP-AREA PIC X(93) VALUE SPACES.
       77  HISTORY-SORTED-COUNT PIC 9(5) VALUE 0.
       77  HISTORY-SORT-SWAPPED PIC A(1) VALUE "N".
       77  HISTORY-IDX PIC 9(5) VALUE 0.
       77  RENTAL-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  RENTAL-HISTORY-STATUS PIC X(2) VALUE "00".
       77  HISTORY-APPEND-OPEN PIC A(1) VALUE "N".
       77  HISTORY-ARCHIVE-STATUS PIC X(2) VALUE "00".
       77  HISTORY-ARCHIVE-OPEN PIC A(1) VALUE "N".
       77  MTD-STATUS PIC X(2) VALUE "00".
       77  TOTAL-LATE-FEES PIC 9(7)V99 VALUE 0.
       01  COLLECT-TABLE OCCURS 2000 TIMES.
           02 ANCT-CUSTOMER-NUMBER PIC 9(6).
           02 ANCT-UNIT-NUMBER PIC 9(5).
           02 ANCT-CHARGE-CODE PIC X(4).
               88 ANCT-RECHARGE VALUE "FINE" "TOLL" "FADM" "DMGE".
           02 ANCT-DESCRIPTION PIC X(20).
           02 ANCT-AMOUNT PIC 9(5)V99.
           02 ANCT-MATCHED PIC A(1).
               03 FLT-ODOMETER PIC 9(7).
               03 FLT-LAST-SERVICE-DATE PIC 9(8).
               03 FLT-LAST-SERVICE-KM PIC 9(7).
               03 FLT-ASSET-DATA PIC X(41).
               03 FLT-REVENUE-TO-DATE PIC 9(9)V99.
       77  FLEET-SWAP-AREA PIC X(119) VALUE SPACES.
       77  FLEET-IDX PIC 9(5) VALUE 0.
       77  FLEET-SLOT PIC 9(5) VALUE 0.
       77  FLEET-SORT-SWAPPED PIC A(1) VALUE "N".
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  DATE-INT-RUN PIC 9(8) VALUE 0.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       77  KILOMETERS-ORIG PIC 9(5) VALUE 0.
       77  CONTRACT-NUMBER-WORK PIC 9(8) VALUE 0.
       77  CONTRACT-LINE-IDX PIC 9(2) VALUE 0.
           02 BT-KILOMETERS PIC 9(7) VALUE 0.
           02 BT-LATE-FEES PIC 9(7)V99 VALUE 0.
           02 BT-DEPOSIT-APPLIED PIC 9(7)V99 VALUE 0.
           02 BT-ONEWAY-OUT PIC 9(5) VALUE 0.
           02 BT-ONEWAY-IN PIC 9(5) VALUE 0.
           02 BT-DROP-FEES PIC 9(7)V99 VALUE 0.
           02 BT-BRAND OCCURS 9 TIMES.
               03 BT-BRAND-NAME PIC A(10) VALUE SPACES.
               03 BT-BRAND-PAYMENT PIC 9(7)V99 VALUE 0.
       77  BRANCH-WORK-LATE-FEE PIC 9(5)V99 VALUE 0.
       77  BRANCH-WORK-KM PIC 9(5) VALUE 0.
       77  BRANCH-WORK-DEPOSIT PIC 9(6)V99 VALUE 0.
       77  BRANCH-WORK-DROP-FEE PIC 9(5)V99 VALUE 0.
      * a one-way rental is counted at the pickup branch; its
      * revenue, VAT and deposit are shared with the return branch
       77  BRANCH-SHARE-ONLY PIC A(1) VALUE "N".
       77  SPLIT-FULL-PAYMENT PIC 9(7)V99 VALUE 0.
       77  SPLIT-FULL-VAT PIC 9(7)V99 VALUE 0.
       77  SPLIT-FULL-DEPOSIT PIC 9(6)V99 VALUE 0.
       77  SPLIT-PICKUP-GROSS PIC 9(7)V99 VALUE 0.
       77  PICKUP-BRANCH-WORK PIC X(4) VALUE SPACES.
       77  RETURN-BRANCH-WORK PIC X(4) VALUE SPACES.
       77  PICKUP-DATE-WORK PIC 9(8) VALUE 0.
       77  DATE-INT-PICKUP PIC 9(8) VALUE 0.
       77  CONTRACT-DAYS PIC S9(5) VALUE 0.
       77  DROP-FEE PIC 9(5)V99 VALUE 0.
       77  DROP-FEE-FOUND PIC A(1) VALUE "N".
       77  TOTAL-DROP-FEES PIC 9(7)V99 VALUE 0.
       77  TOTAL-DROP-FEES-ED PIC ZZZZZZ9.99.
       77  RECHARGES-BILLED PIC 9(5) VALUE 0.
       77  TOTAL-RECHARGES PIC 9(7)V99 VALUE 0.
       77  TOTAL-RECHARGES-ED PIC ZZZZZZ9.99.
       01  ONEWAY-TABLE OCCURS 200 TIMES.
           02 OWT-PICKUP-BRANCH PIC X(4).
           02 OWT-RETURN-BRANCH PIC X(4).
           02 OWT-DROP-FEE PIC 9(5)V99.
       77  ONEWAY-COUNT PIC 9(3) VALUE 0.
       77  ONEWAY-IDX PIC 9(3) VALUE 0.
       77  ONEWAY-STATUS PIC X(2) VALUE "00".
       77  ONEWAY-EOF PIC A(3) VALUE SPACES.
       01  DAMAGE-TABLE OCCURS 500 TIMES.
           02 DMG-UNIT-NUMBER PIC 9(5).
           02 DMG-CONTRACT-NUMBER PIC 9(8).
       77  DAMAGE-COUNT PIC 9(3) VALUE 0.
       77  DAMAGE-IDX PIC 9(3) VALUE 0.
       77  DAMAGE-RETURN PIC A(1) VALUE "N".
       77  INCIDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  INCIDENT-MASTER-EOF PIC A(3) VALUE SPACES.
      * negotiated terms for corporate accounts: either agreed km
      * and day rates for a car type, or a percentage off the rate
      * master price, each for a dated period
       01  AGREEMENT-TABLE OCCURS 500 TIMES.
           02 AGT-CUSTOMER-NUMBER PIC 9(6).
           02 AGT-CAR-TYPE PIC 9(1).
           02 AGT-EFFECTIVE-FROM PIC 9(8).
           02 AGT-EFFECTIVE-TO PIC 9(8).
           02 AGT-AGREEMENT-TYPE PIC X(1).
           02 AGT-KM-RATE PIC 9V99.
           02 AGT-DAY-RATE PIC 99V99.
           02 AGT-DISCOUNT-PCT PIC 99V99.
       77  AGREEMENT-COUNT PIC 9(3) VALUE 0.
       77  AGREEMENT-IDX PIC 9(3) VALUE 0.
       77  AGREEMENT-SEL PIC 9(3) VALUE 0.
       77  AGREEMENT-ACCOUNT PIC 9(6) VALUE 0.
       77  CORP-AGREEMENT-STATUS PIC X(2) VALUE "00".
       77  CORP-AGREEMENT-EOF PIC A(3) VALUE SPACES.
       77  CORP-DISCOUNT PIC 9(7)V99 VALUE 0.
       77  LIST-RENTAL-CHARGE PIC 9(7)V99 VALUE 0.
       77  AGREED-RENTAL-CHARGE PIC 9(8)V99 VALUE 0.
       77  BILLING-ACCOUNT PIC 9(6) VALUE 0.
       77  CORP-PENDING-STATUS PIC X(2) VALUE "00".
       77  CORP-PENDING-EOF PIC A(3) VALUE SPACES.
       77  CORP-PENDING-OPEN PIC A(1) VALUE "N".
       77  CORP-PENDING-DUE PIC 9(8)V99 VALUE 0.
       77  CORPORATE-INVOICES-HELD PIC 9(4) VALUE 0.
       01  XBRANCH-TABLE OCCURS 100 TIMES.
           02 XBT-CUSTOMER-NUMBER PIC 9(6).
           02 XBT-BRANCH PIC X(4).
       77  XBRANCH-AUTH PIC A(1) VALUE "N".
       77  XBRANCH-STATUS PIC X(2) VALUE "00".
       77  XBRANCH-EOF PIC A(3) VALUE SPACES.
      * open reservations are held whole so the master can be
      * rewritten with the fulfilled ones marked
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
       77  RESERVATION-MASTER-STATUS PIC X(2) VALUE "00".
       77  RESERVATION-MASTER-EOF PIC A(3) VALUE SPACES.
       77  RESERVATION-LOADED PIC A(1) VALUE "N".
       77  RESERVATIONS-FULFILLED PIC 9(5) VALUE 0.
       77  NO-SHOWS-REVERSED PIC 9(5) VALUE 0.
       77  RESV-RENTAL-PICKUP PIC 9(8) VALUE 0.
       77  RESV-RENTAL-RETURN PIC 9(8) VALUE 0.
       77  DATE-INT-RESV-PICKUP PIC 9(8) VALUE 0.
       77  DATE-INT-RESV-RETURN PIC 9(8) VALUE 0.
       77  DATE-INT-RESV-BOOKED PIC 9(8) VALUE 0.
       77  RESV-DAYS-APART PIC 9(8) VALUE 0.
       77  RESV-BEST-DAYS-APART PIC 9(8) VALUE 0.
       01  FLEET-BRANCH-LIST OCCURS 9 TIMES.
           02 FB-CODE PIC X(4).
       77  FB-COUNT PIC 9(2) VALUE 0.
       77  FB-RENTAL-TOTAL PIC 9(7) VALUE 0.
       77  FB-KM-TOTAL PIC 9(8) VALUE 0.
       77  FB-REVENUE-TOTAL PIC 9(8)V99 VALUE 0.
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
                             PROCEDURE DIVISION.
           MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM LOAD-FLEET-TABLE.
           PERFORM LOAD-XBRANCH-TABLE.
           PERFORM LOAD-ONEWAY-TABLE.
           PERFORM LOAD-DAMAGE-TABLE.
           PERFORM LOAD-AGREEMENT-TABLE.
           PERFORM LOAD-RESERVATION-TABLE.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-INVOICE-REGISTER.
           PERFORM LOAD-CORPORATE-PENDING.
           PERFORM LOAD-HISTORY-TABLE.
           PERFORM LOAD-ANCILLARY-TABLE.
           PERFORM LOAD-DEPOSIT-CARRYFORWARD.
           PERFORM VALIDATE-INPUT-BATCH.
           PERFORM LOAD-PERIOD-TABLE.
           PERFORM CHECK-POSTING-PERIODS.
           PERFORM LEGACY.
           IF RESTART-COUNT IS GREATER THAN 0
               OPEN INPUT RENTAL
           PERFORM OPEN-HISTORY-APPEND.
           PERFORM READ-NEXT-RENTAL.
           PERFORM CALCULATIONS UNTIL END-LOOP = "YYY".
           PERFORM BILL-RECHARGES.
           PERFORM TRAILER-REPORT.
           PERFORM AGE-UNMATCHED-ANCILLARY.
           PERFORM WRITE-GL-FEED.
           PERFORM WRITE-SERVICE-SCHEDULE.
           PERFORM REWRITE-FLEET-MASTER.
           PERFORM REWRITE-HISTORY-MASTER.
           PERFORM REWRITE-RESERVATION-MASTER.
           PERFORM WRITE-MTD-RECORD.
           PERFORM WRITE-COLLECTIONS-EXTRACT.
           PERFORM WRITE-OVERLIMIT-REPORT.
                   END-IF
               END-IF
           END-IF.
           IF VALID-CAR-TYPE = "Y"
               PERFORM VALIDATE-PICKUP-DATE
           END-IF.
           IF VALID-CAR-TYPE = "Y"
               PERFORM VALIDATE-RETURN-BRANCH
           END-IF.
           IF VALID-CAR-TYPE = "N"
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
                               TO SUSPENSE-REASON-TEXT
                   END-COMPUTE
               END-IF
               MOVE 0 TO CORP-DISCOUNT
               IF VALID-CAR-TYPE = "Y"
                   PERFORM APPLY-CORPORATE-AGREEMENT
               END-IF
               IF VALID-CAR-TYPE = "Y"
                   COMPUTE PAYMENT-NUM =
                       KILOMETERS_PAYMENT + RENTAL_DAYS_TOTAL
                       - CORP-DISCOUNT
                       ON SIZE ERROR
                           MOVE "N" TO VALID-CAR-TYPE
                           MOVE "PAYMENT OVERFLOW"
                       MOVE 0 TO LATE-DAYS
                   END-IF
               END-IF
               IF VALID-CAR-TYPE = "Y"
                       AND DROP-FEE IS GREATER THAN 0
                   ADD DROP-FEE TO PAYMENT-NUM
                       ON SIZE ERROR
                           MOVE "N" TO VALID-CAR-TYPE
                           MOVE "PAYMENT OVERFLOW"
                               TO SUSPENSE-REASON-TEXT
                   END-ADD
               END-IF
               IF VALID-CAR-TYPE = "Y"
                   PERFORM MATCH-ANCILLARY-CHARGES
               END-IF
                   MOVE LATE-DAYS TO LATE_DAYS_OUT
                   MOVE LATE-FEE TO LATE_FEE_OUT
                   MOVE RATE-TIER TO RATE_TIER_OUT
                   MOVE RENTAL-BRANCH TO PICKUP_BRANCH_OUT
                   MOVE RETURN-BRANCH-WORK TO RETURN_BRANCH_OUT
                   MOVE DROP-FEE TO DROP_FEE_OUT
                   MOVE CORP-DISCOUNT TO DISCOUNT_OUT
                   WRITE RENTAL-FILE-OUT
                       AFTER ADVANCING 1 LINE
                   DISPLAY RENTAL-FILE-OUT
                   ADD 1 TO TOTAL-RENTALS
                   ADD KILOMETERS TO TOTAL-KILOMETERS-BILLED
                   ADD LATE-FEE TO TOTAL-LATE-FEES
                   ADD DROP-FEE TO TOTAL-DROP-FEES
                   MOVE CAR_BRAND TO BRAND-TOTAL-NAME(CAR_TYPE)
                   ADD RENTAL-ONLY-PAYMENT
                       TO BRAND-TOTAL-PAYMENT(CAR_TYPE)
                   MOVE KILOMETERS-ORIG TO BRANCH-WORK-KM
                   PERFORM APPLY-DEPOSIT-MATCHES
                   MOVE DEPOSIT-THIS-RENTAL TO BRANCH-WORK-DEPOSIT
                   MOVE DROP-FEE TO BRANCH-WORK-DROP-FEE
                   PERFORM FIND-CREDIT-SLOT
                   IF CREDIT-SLOT IS GREATER THAN 0
                       ADD GROSS-AMOUNT
                           TO CUST-RUN-EXPOSURE(CREDIT-SLOT)
                   END-IF
                   PERFORM SPLIT-BRANCH-TOTALS
                   PERFORM COMMIT-ANCILLARY-MATCHES
                   PERFORM ACCUMULATE-INVOICE
                   PERFORM ACCUMULATE-FLEET-USAGE
                   PERFORM ADD-HISTORY-ENTRY
                   PERFORM MATCH-RESERVATION
                   IF LATE-DAYS IS GREATER THAN 0
                       PERFORM ADD-COLLECTION-ENTRY
                   END-IF
           MOVE SUSPENSE-REASON-TEXT TO SUSPENSE_REASON.
           MOVE RUN-DATE TO SUSPENSE_DATE_SUS.
           MOVE CONTRACT-NUMBER-WORK TO CONTRACT_NUMBER_SUS.
           IF PICKUP_DATE IS NUMERIC
               MOVE PICKUP_DATE TO PICKUP_DATE_SUS
           ELSE
               MOVE 0 TO PICKUP_DATE_SUS
           END-IF.
           MOVE PICKUP_BRANCH TO PICKUP_BRANCH_SUS.
           MOVE RETURN_BRANCH TO RETURN_BRANCH_SUS.
           WRITE RENTAL-FILE-SUSPENSE
               AFTER ADVANCING 1 LINE.
           DISPLAY "SUSPENSE RECORD - " SUSPENSE-REASON-TEXT ": "
               TOTAL-KILOMETERS-BILLED DELIMITED BY SIZE
               INTO TRAILER-LINE-OUT.
           WRITE TRAILER-LINE-OUT AFTER ADVANCING 1 LINE.
           IF TOTAL-DROP-FEES IS GREATER THAN 0
               MOVE TOTAL-DROP-FEES TO TOTAL-DROP-FEES-ED
               MOVE SPACES TO TRAILER-LINE-OUT
               STRING "TOTAL ONE-WAY DROP FEES: " DELIMITED BY SIZE
                   TOTAL-DROP-FEES-ED DELIMITED BY SIZE
                   INTO TRAILER-LINE-OUT
               WRITE TRAILER-LINE-OUT AFTER ADVANCING 1 LINE
           END-IF.
           IF TOTAL-RECHARGES IS GREATER THAN 0
               MOVE TOTAL-RECHARGES TO TOTAL-RECHARGES-ED
               MOVE SPACES TO TRAILER-LINE-OUT
               STRING "TOTAL RECHARGES BILLED: " DELIMITED BY SIZE
                   TOTAL-RECHARGES-ED DELIMITED BY SIZE
                   INTO TRAILER-LINE-OUT
               WRITE TRAILER-LINE-OUT AFTER ADVANCING 1 LINE
           END-IF.
           IF RESERVATION-LOADED = "Y"
               MOVE SPACES TO TRAILER-LINE-OUT
               STRING "TOTAL RESERVATIONS FULFILLED: "
                       DELIMITED BY SIZE
                   RESERVATIONS-FULFILLED DELIMITED BY SIZE
                   INTO TRAILER-LINE-OUT
               WRITE TRAILER-LINE-OUT AFTER ADVANCING 1 LINE
               IF NO-SHOWS-REVERSED IS GREATER THAN 0
                   MOVE SPACES TO TRAILER-LINE-OUT
                   STRING "TOTAL NO-SHOWS REVERSED: "
                           DELIMITED BY SIZE
                       NO-SHOWS-REVERSED DELIMITED BY SIZE
                       INTO TRAILER-LINE-OUT
                   WRITE TRAILER-LINE-OUT AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           PERFORM VARYING TRAILER-IDX FROM 1 BY 1
                   UNTIL TRAILER-IDX > 9
               IF BRAND-TOTAL-COUNT(TRAILER-IDX) > 0
           PERFORM WRITE-BRANCH-BRAND-LINE
               VARYING BRANCH-BRAND-IDX FROM 1 BY 1
               UNTIL BRANCH-BRAND-IDX > 9.
           IF BT-ONEWAY-OUT(BRANCH-IDX) IS GREATER THAN 0
                   OR BT-ONEWAY-IN(BRANCH-IDX) IS GREATER THAN 0
               MOVE BT-DROP-FEES(BRANCH-IDX) TO BRAND-TOTAL-PAYMENT-ED
               MOVE SPACES TO TRAILER-LINE-OUT
               STRING "  ONE-WAY OUT: " DELIMITED BY SIZE
                   BT-ONEWAY-OUT(BRANCH-IDX) DELIMITED BY SIZE
                   " IN: " DELIMITED BY SIZE
                   BT-ONEWAY-IN(BRANCH-IDX) DELIMITED BY SIZE
                   " DROP FEES: " DELIMITED BY SIZE
                   BRAND-TOTAL-PAYMENT-ED DELIMITED BY SIZE
                   INTO TRAILER-LINE-OUT
               WRITE TRAILER-LINE-OUT AFTER ADVANCING 1 LINE
           END-IF.
           WRITE-BRANCH-BRAND-LINE.
           IF BT-BRAND-COUNT(BRANCH-IDX, BRANCH-BRAND-IDX) > 0
                   OR BT-BRAND-PAYMENT(BRANCH-IDX, BRANCH-BRAND-IDX)
                       > 0
               MOVE SPACES TO TRAILER-LINE-OUT
               MOVE BT-BRAND-PAYMENT(BRANCH-IDX, BRANCH-BRAND-IDX)
                   TO BRAND-TOTAL-PAYMENT-ED
                   INTO TRAILER-LINE-OUT
               WRITE TRAILER-LINE-OUT AFTER ADVANCING 1 LINE
           END-IF.
      * a one-way rental is split evenly between the pickup and
      * return branches; the pickup branch takes the odd cent of
      * the deposit only if its share of the gross can carry it
           SPLIT-BRANCH-TOTALS.
           MOVE "N" TO BRANCH-SHARE-ONLY.
           IF RETURN-BRANCH-WORK = SPACES
                   OR RETURN-BRANCH-WORK = RENTAL-BRANCH
               PERFORM ACCUMULATE-BRANCH-TOTALS
           ELSE
               MOVE BRANCH-WORK-PAYMENT TO SPLIT-FULL-PAYMENT
               MOVE BRANCH-WORK-VAT TO SPLIT-FULL-VAT
               MOVE BRANCH-WORK-DEPOSIT TO SPLIT-FULL-DEPOSIT
               COMPUTE BRANCH-WORK-PAYMENT = SPLIT-FULL-PAYMENT / 2
               COMPUTE BRANCH-WORK-VAT = SPLIT-FULL-VAT / 2
               COMPUTE BRANCH-WORK-DEPOSIT = SPLIT-FULL-DEPOSIT / 2
               COMPUTE SPLIT-PICKUP-GROSS =
                   BRANCH-WORK-PAYMENT + BRANCH-WORK-VAT
               IF BRANCH-WORK-DEPOSIT > SPLIT-PICKUP-GROSS
                   MOVE SPLIT-PICKUP-GROSS TO BRANCH-WORK-DEPOSIT
               END-IF
               PERFORM ACCUMULATE-BRANCH-TOTALS
               IF BRANCH-SLOT IS GREATER THAN 0
                   ADD 1 TO BT-ONEWAY-OUT(BRANCH-SLOT)
                   ADD BRANCH-WORK-DROP-FEE
                       TO BT-DROP-FEES(BRANCH-SLOT)
               END-IF
               COMPUTE BRANCH-WORK-PAYMENT =
                   SPLIT-FULL-PAYMENT - BRANCH-WORK-PAYMENT
               COMPUTE BRANCH-WORK-VAT =
                   SPLIT-FULL-VAT - BRANCH-WORK-VAT
               COMPUTE BRANCH-WORK-DEPOSIT =
                   SPLIT-FULL-DEPOSIT - BRANCH-WORK-DEPOSIT
               MOVE RENTAL-BRANCH TO PICKUP-BRANCH-WORK
               MOVE RETURN-BRANCH-WORK TO RENTAL-BRANCH
               MOVE "Y" TO BRANCH-SHARE-ONLY
               PERFORM ACCUMULATE-BRANCH-TOTALS
               IF BRANCH-SLOT IS GREATER THAN 0
                   ADD 1 TO BT-ONEWAY-IN(BRANCH-SLOT)
               END-IF
               MOVE PICKUP-BRANCH-WORK TO RENTAL-BRANCH
               MOVE "N" TO BRANCH-SHARE-ONLY
           END-IF.
           ACCUMULATE-BRANCH-TOTALS.
           PERFORM FIND-BRANCH-SLOT.
           IF BRANCH-SLOT IS GREATER THAN 0
               IF BRANCH-SHARE-ONLY = "N"
                   ADD 1 TO BT-RENTAL-COUNT(BRANCH-SLOT)
                   ADD BRANCH-WORK-KM TO BT-KILOMETERS(BRANCH-SLOT)
                   ADD BRANCH-WORK-LATE-FEE
                       TO BT-LATE-FEES(BRANCH-SLOT)
                   ADD 1
                       TO BT-BRAND-COUNT(BRANCH-SLOT, BRANCH-CAR-TYPE)
               END-IF
               ADD BRANCH-WORK-DEPOSIT
                   TO BT-DEPOSIT-APPLIED(BRANCH-SLOT)
               MOVE BRANCH-WORK-BRAND
                   TO BT-BRAND-NAME(BRANCH-SLOT, BRANCH-CAR-TYPE)
               ADD BRANCH-WORK-PAYMENT
                   TO BT-BRAND-PAYMENT(BRANCH-SLOT, BRANCH-CAR-TYPE)
               ADD BRANCH-WORK-VAT
                   TO BT-BRAND-VAT(BRANCH-SLOT, BRANCH-CAR-TYPE)
           END-IF.
                   MOVE 0 TO BT-KILOMETERS(BRANCH-SLOT)
                   MOVE 0 TO BT-LATE-FEES(BRANCH-SLOT)
                   MOVE 0 TO BT-DEPOSIT-APPLIED(BRANCH-SLOT)
                   MOVE 0 TO BT-ONEWAY-OUT(BRANCH-SLOT)
                   MOVE 0 TO BT-ONEWAY-IN(BRANCH-SLOT)
                   MOVE 0 TO BT-DROP-FEES(BRANCH-SLOT)
                   PERFORM VARYING BRANCH-BRAND-IDX FROM 1 BY 1
                           UNTIL BRANCH-BRAND-IDX > 9
                       MOVE SPACES TO BT-BRAND-NAME
                   MOVE CUSTOMER_NUMBER
                       TO INV-CUST-NUMBER(INVOICE-SLOT)
                   MOVE CLIENT_NAME TO INV-CLIENT-NAME(INVOICE-SLOT)
                   PERFORM FIND-BILLING-ACCOUNT
                   MOVE BILLING-ACCOUNT
                       TO INV-BILL-ACCOUNT(INVOICE-SLOT)
                   MOVE 0 TO INV-DISCOUNT(INVOICE-SLOT)
                   MOVE 0 TO INV-KM-CHARGE(INVOICE-SLOT)
                   MOVE 0 TO INV-DAY-CHARGE(INVOICE-SLOT)
                   MOVE 0 TO INV-FREE-KM(INVOICE-SLOT)
                   MOVE 0 TO INV-GROSS(INVOICE-SLOT)
                   MOVE 0 TO INV-ANCILLARY(INVOICE-SLOT)
                   MOVE 0 TO INV-DEPOSIT(INVOICE-SLOT)
                   MOVE 0 TO INV-DROP-FEE(INVOICE-SLOT)
                   MOVE 0 TO INV-RECHARGE(INVOICE-SLOT)
                   MOVE 0 TO INV-CONTRACT-COUNT(INVOICE-SLOT)
               END-IF
           END-IF.
           IF INVOICE-SLOT > 0
               ADD KILOMETERS_PAYMENT TO INV-KM-CHARGE(INVOICE-SLOT)
               ADD RENTAL_DAYS_TOTAL TO INV-DAY-CHARGE(INVOICE-SLOT)
               ADD CORP-DISCOUNT TO INV-DISCOUNT(INVOICE-SLOT)
               ADD FREE-KM-APPLIED TO INV-FREE-KM(INVOICE-SLOT)
               ADD LATE-FEE TO INV-LATE-FEE(INVOICE-SLOT)
               ADD PAYMENT-NUM TO INV-TOTAL(INVOICE-SLOT)
               ADD ANCILLARY-THIS-RENTAL
                   TO INV-ANCILLARY(INVOICE-SLOT)
               ADD DEPOSIT-THIS-RENTAL TO INV-DEPOSIT(INVOICE-SLOT)
               ADD DROP-FEE TO INV-DROP-FEE(INVOICE-SLOT)
           END-IF.
           WRITE-INVOICES.
           PERFORM OPEN-INVOICE-REGISTER-APPEND.
           PERFORM OPEN-INVOICE-CONTRACTS-APPEND.
           PERFORM OPEN-CORPORATE-PENDING-APPEND.
           OPEN OUTPUT INVOICE-EXTRACT.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
                   UNTIL INVOICE-IDX > INVOICE-COUNT
               IF INV-BILL-ACCOUNT(INVOICE-IDX) IS GREATER THAN 0
                       AND CORP-PENDING-OPEN = "Y"
                   PERFORM WRITE-CORPORATE-PENDING
               ELSE
                   PERFORM WRITE-ONE-INVOICE
               END-IF
           END-PERFORM.
           IF CORP-PENDING-OPEN = "Y"
               CLOSE CORP-PENDING
               MOVE "N" TO CORP-PENDING-OPEN
           END-IF.
           IF CORPORATE-INVOICES-HELD IS GREATER THAN 0
               DISPLAY "CORPORATE INVOICES HELD FOR MONTH-END: "
                   CORPORATE-INVOICES-HELD
           END-IF.
           IF INVOICE-REGISTER-OPEN = "Y"
               CLOSE INVOICE-REGISTER
               MOVE "N" TO INVOICE-REGISTER-OPEN
           END-IF.
           IF INVOICE-CONTRACTS-OPEN = "Y"
               CLOSE INVOICE-CONTRACTS
               MOVE "N" TO INVOICE-CONTRACTS-OPEN
           END-IF.
           CLOSE INVOICE-EXTRACT.
           WRITE-ONE-INVOICE.
           ADD 1 TO INVOICE-NUMBER.
               INVOICE-AMOUNT-ED DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF INV-DISCOUNT(INVOICE-IDX) IS GREATER THAN 0
               MOVE INV-DISCOUNT(INVOICE-IDX) TO INVOICE-AMOUNT-ED
               MOVE SPACES TO INVOICE-LINE
               STRING "  LESS CORPORATE DISCOUNT: " DELIMITED BY SIZE
                   INVOICE-AMOUNT-ED DELIMITED BY SIZE
                   INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.
           MOVE INV-FREE-KM(INVOICE-IDX) TO INVOICE-KM-ED.
           MOVE SPACES TO INVOICE-LINE.
           STRING "  FREE KM ALLOWANCE:       " DELIMITED BY SIZE
               INVOICE-AMOUNT-ED DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF INV-DROP-FEE(INVOICE-IDX) IS GREATER THAN 0
               MOVE INV-DROP-FEE(INVOICE-IDX) TO INVOICE-AMOUNT-ED
               MOVE SPACES TO INVOICE-LINE
               STRING "  ONE-WAY DROP FEE:        " DELIMITED BY SIZE
                   INVOICE-AMOUNT-ED DELIMITED BY SIZE
                   INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.
           MOVE INV-ANCILLARY(INVOICE-IDX) TO INVOICE-AMOUNT-ED.
           MOVE SPACES TO INVOICE-LINE.
           STRING "  ANCILLARY CHARGES:       " DELIMITED BY SIZE
               INVOICE-AMOUNT-ED DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF INV-RECHARGE(INVOICE-IDX) IS GREATER THAN 0
               MOVE INV-RECHARGE(INVOICE-IDX) TO INVOICE-AMOUNT-ED
               MOVE SPACES TO INVOICE-LINE
               STRING "   INCL. RECHARGES:        " DELIMITED BY SIZE
                   INVOICE-AMOUNT-ED DELIMITED BY SIZE
                   INTO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.
           MOVE INV-TOTAL(INVOICE-IDX) TO INVOICE-AMOUNT-ED.
           MOVE SPACES TO INVOICE-LINE.
           STRING "  INVOICE TOTAL (NET):     " DELIMITED BY SIZE
           END-IF.
           OPEN-INVOICE-REGISTER-APPEND.
           MOVE "N" TO INVOICE-REGISTER-OPEN.
           MOVE "INVREG-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND INVOICE-REGISTER.
           IF INVOICE-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT INVOICE-REGISTER
               DISPLAY "WARNING: UNABLE TO OPEN INVREG-MST.txt "
                   "FOR APPEND - INVOICES NOT REGISTERED"
           END-IF.
      * the contract cross-reference lets statements list the
      * contracts behind each registered invoice
           OPEN-INVOICE-CONTRACTS-APPEND.
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
           WRITE-INVOICE-REGISTER-RECORD.
           IF INVOICE-REGISTER-OPEN = "Y"
               MOVE INVOICE-NUMBER TO IR-INVOICE-NUMBER
               MOVE RUN-DATE TO PERIOD-CHECK-DATE
               PERFORM RESOLVE-POSTING-PERIOD
               MOVE PERIOD-POSTING-DATE TO IR-INVOICE-DATE
               IF PERIOD-MOVED = "Y"
                   MOVE SPACES TO PERIOD-DOCUMENT
                   STRING "INVOICE " DELIMITED BY SIZE
                       INVOICE-NUMBER DELIMITED BY SIZE
                       INTO PERIOD-DOCUMENT
                   PERFORM WRITE-PERIOD-ADJUSTMENT
               END-IF
               MOVE INV-CUST-NUMBER(INVOICE-IDX)
                   TO IR-CUSTOMER-NUMBER
               MOVE INV-CLIENT-NAME(INVOICE-IDX) TO IR-CLIENT-NAME
                   DELIMITED BY SIZE
               INTO INVOICE-LINE.
           WRITE INVOICE-LINE.
           IF INVOICE-CONTRACTS-OPEN = "Y"
               MOVE INVOICE-NUMBER TO IC-INVOICE-NUMBER
               MOVE PERIOD-POSTING-DATE TO IC-INVOICE-DATE
               MOVE INV-CUST-NUMBER(INVOICE-IDX)
                   TO IC-CUSTOMER-NUMBER
               MOVE INV-CONTRACT(INVOICE-IDX, CONTRACT-LINE-IDX)
                   TO IC-CONTRACT-NUMBER
               WRITE INVOICE-CONTRACT-REC
           END-IF.
           WRITE-INVOICE-EXTRACT-RECORD.
           MOVE INVOICE-NUMBER TO IX-INVOICE-NUMBER.
           MOVE RUN-DATE TO IX-INVOICE-DATE.
           WRITE-GL-FEED.
           PERFORM GET-GL-BATCH-NUMBER.
           IF BATCH-BUSINESS-DATE IS GREATER THAN 0
               MOVE BATCH-BUSINESS-DATE TO PERIOD-CHECK-DATE
           ELSE
               MOVE RUN-DATE TO PERIOD-CHECK-DATE
           END-IF.
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
           PERFORM VARYING BRANCH-BRAND-IDX FROM 1 BY 1
                   UNTIL BRANCH-BRAND-IDX > 9
               IF BT-BRAND-COUNT(BRANCH-IDX, BRANCH-BRAND-IDX) > 0
                       OR BT-BRAND-PAYMENT
                           (BRANCH-IDX, BRANCH-BRAND-IDX) > 0
                   MOVE "0001" TO GL-COMPANY-CODE
                   MOVE "C" TO GL-DC-INDICATOR
                   MOVE "4000" TO GL-ACCOUNT-CODE
               MOVE NUM_DAYS TO HIST-NUM-DAYS(HISTORY-COUNT)
               MOVE CONTRACT-NUMBER-WORK
                   TO HIST-CONTRACT-NUMBER(HISTORY-COUNT)
               MOVE CUSTOMER_NUMBER
                   TO HIST-CUSTOMER-NUMBER(HISTORY-COUNT)
               MOVE UNIT_NUMBER TO HIST-UNIT-NUMBER(HISTORY-COUNT)
               MOVE PICKUP-DATE-WORK
                   TO HIST-PICKUP-DATE(HISTORY-COUNT)
               MOVE RENTAL-BRANCH TO HIST-BRANCH(HISTORY-COUNT)
               MOVE PAYMENT-NUM TO HIST-BILLED-AMOUNT(HISTORY-COUNT)
               PERFORM APPEND-HISTORY-RECORD
           END-IF.
      * each billed rental is also appended to the master at once so
               MOVE RUN-DATE TO RH-BILLED-DATE
               MOVE NUM_DAYS TO RH-NUM-DAYS
               MOVE CONTRACT-NUMBER-WORK TO RH-CONTRACT-NUMBER
               MOVE CUSTOMER_NUMBER TO RH-CUSTOMER-NUMBER
               MOVE UNIT_NUMBER TO RH-UNIT-NUMBER
               MOVE PICKUP-DATE-WORK TO RH-PICKUP-DATE
               MOVE RENTAL-BRANCH TO RH-BRANCH
               MOVE PAYMENT-NUM TO RH-BILLED-AMOUNT
               WRITE RENTAL-HISTORY-REC
           END-IF.
           OPEN-HISTORY-APPEND.
           MOVE "N" TO HISTORY-APPEND-OPEN.
           MOVE "RENTHIST-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND RENTAL-HISTORY.
           IF RENTAL-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT RENTAL-HISTORY
                       MOVE 0
                           TO HIST-CONTRACT-NUMBER(HISTORY-COUNT)
                   END-IF
                   IF RH-CUSTOMER-NUMBER IS NUMERIC
                       MOVE RH-CUSTOMER-NUMBER
                           TO HIST-CUSTOMER-NUMBER(HISTORY-COUNT)
                   ELSE
                       MOVE 0
                           TO HIST-CUSTOMER-NUMBER(HISTORY-COUNT)
                   END-IF
                   IF RH-UNIT-NUMBER IS NUMERIC
                       MOVE RH-UNIT-NUMBER
                           TO HIST-UNIT-NUMBER(HISTORY-COUNT)
                   ELSE
                       MOVE 0 TO HIST-UNIT-NUMBER(HISTORY-COUNT)
                   END-IF
                   IF RH-PICKUP-DATE IS NUMERIC
                       MOVE RH-PICKUP-DATE
                           TO HIST-PICKUP-DATE(HISTORY-COUNT)
                   ELSE
                       MOVE 0 TO HIST-PICKUP-DATE(HISTORY-COUNT)
                   END-IF
                   MOVE RH-BRANCH TO HIST-BRANCH(HISTORY-COUNT)
                   IF RH-BILLED-AMOUNT IS NUMERIC
                       MOVE RH-BILLED-AMOUNT
                           TO HIST-BILLED-AMOUNT(HISTORY-COUNT)
                   ELSE
                       MOVE 0 TO HIST-BILLED-AMOUNT(HISTORY-COUNT)
                   END-IF
                   READ RENTAL-HISTORY
                       AT END MOVE "YYY" TO RENTAL-HISTORY-EOF
                   END-READ
               CLOSE RENTAL-HISTORY
               MOVE "N" TO HISTORY-APPEND-OPEN
           END-IF.
           PERFORM OPEN-HISTORY-ARCHIVE.
           MOVE "RENTHIST-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT RENTAL-HISTORY.
           IF RENTAL-HISTORY-STATUS = "00"
               PERFORM WRITE-HISTORY-ENTRY
           ELSE
               DISPLAY "WARNING: UNABLE TO REWRITE RENTHIST-MST.txt"
           END-IF.
           IF HISTORY-ARCHIVE-OPEN = "Y"
               CLOSE HISTORY-ARCHIVE
               MOVE "N" TO HISTORY-ARCHIVE-OPEN
           END-IF.
      * entries aged off the master are appended to the archive; if
      * the archive cannot be opened they stay on the master instead
           OPEN-HISTORY-ARCHIVE.
           MOVE "N" TO HISTORY-ARCHIVE-OPEN.
           MOVE "RENTHARC-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND HISTORY-ARCHIVE.
           IF HISTORY-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-ARCHIVE
           END-IF.
           IF HISTORY-ARCHIVE-STATUS = "00"
               MOVE "Y" TO HISTORY-ARCHIVE-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN RENTHARC-MST.txt "
                   "- AGED HISTORY KEPT ON RENTHIST-MST.txt"
           END-IF.
           WRITE-HISTORY-ENTRY.
           MOVE 0 TO HIST-AGE-DAYS.
           IF HIST-BILLED-DATE(HISTORY-IDX) IS GREATER THAN 0
           END-IF.
           IF HIST-AGE-DAYS IS LESS THAN HISTORY-DAYS
                   OR HIST-AGE-DAYS = HISTORY-DAYS
                   OR HISTORY-ARCHIVE-OPEN NOT = "Y"
               MOVE HIST-CLIENT-NAME(HISTORY-IDX) TO RH-CLIENT-NAME
               MOVE HIST-CAR-TYPE(HISTORY-IDX) TO RH-CAR-TYPE
               MOVE HIST-KILOMETERS(HISTORY-IDX) TO RH-KILOMETERS
               MOVE HIST-NUM-DAYS(HISTORY-IDX) TO RH-NUM-DAYS
               MOVE HIST-CONTRACT-NUMBER(HISTORY-IDX)
                   TO RH-CONTRACT-NUMBER
               MOVE HIST-CUSTOMER-NUMBER(HISTORY-IDX)
                   TO RH-CUSTOMER-NUMBER
               MOVE HIST-UNIT-NUMBER(HISTORY-IDX) TO RH-UNIT-NUMBER
               MOVE HIST-PICKUP-DATE(HISTORY-IDX) TO RH-PICKUP-DATE
               MOVE HIST-BRANCH(HISTORY-IDX) TO RH-BRANCH
               MOVE HIST-BILLED-AMOUNT(HISTORY-IDX) TO RH-BILLED-AMOUNT
               WRITE RENTAL-HISTORY-REC
           ELSE
               PERFORM WRITE-ARCHIVE-ENTRY
           END-IF.
           WRITE-ARCHIVE-ENTRY.
           MOVE HIST-CLIENT-NAME(HISTORY-IDX) TO RA-CLIENT-NAME.
           MOVE HIST-CAR-TYPE(HISTORY-IDX) TO RA-CAR-TYPE.
           MOVE HIST-KILOMETERS(HISTORY-IDX) TO RA-KILOMETERS.
           MOVE HIST-CONTRACTED-DATE(HISTORY-IDX) TO RA-CONTRACTED-DATE.
           MOVE HIST-ACTUAL-DATE(HISTORY-IDX) TO RA-ACTUAL-DATE.
           MOVE HIST-BILLED-DATE(HISTORY-IDX) TO RA-BILLED-DATE.
           MOVE HIST-NUM-DAYS(HISTORY-IDX) TO RA-NUM-DAYS.
           MOVE HIST-CONTRACT-NUMBER(HISTORY-IDX) TO RA-CONTRACT-NUMBER.
           MOVE HIST-CUSTOMER-NUMBER(HISTORY-IDX) TO RA-CUSTOMER-NUMBER.
           MOVE HIST-UNIT-NUMBER(HISTORY-IDX) TO RA-UNIT-NUMBER.
           MOVE HIST-PICKUP-DATE(HISTORY-IDX) TO RA-PICKUP-DATE.
           MOVE HIST-BRANCH(HISTORY-IDX) TO RA-BRANCH.
           MOVE HIST-BILLED-AMOUNT(HISTORY-IDX) TO RA-BILLED-AMOUNT.
           MOVE RUN-DATE TO RA-ARCHIVED-DATE.
           WRITE HISTORY-ARCHIVE-REC.
      * the matched flag and charge-code tally are committed only
      * after the rental is known to bill, so a later suspense on
      * the same record cannot strand money in the GL feed
                   UNTIL ANCILLARY-IDX > ANCILLARY-COUNT
                       OR VALID-CAR-TYPE = "N"
               IF ANCT-MATCHED(ANCILLARY-IDX) = "N"
                       AND NOT ANCT-RECHARGE(ANCILLARY-IDX)
                       AND ANCT-CUSTOMER-NUMBER(ANCILLARY-IDX) =
                           CUSTOMER_NUMBER
                       AND ANCT-UNIT-NUMBER(ANCILLARY-IDX) =
           END-IF.
           WRITE-DEPOSIT-CARRYFORWARD.
           MOVE 0 TO DEPOSIT-CARRIED-COUNT.
           MOVE "DEPFWD-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT DEPOSIT-FORWARD.
           IF DEPFWD-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO WRITE DEPFWD-MST.txt - "
               OVERLIMIT-ED-3 DELIMITED BY SIZE
               INTO OVERLIMIT-LINE.
           WRITE OVERLIMIT-LINE.
      * fines, tolls, their admin fee and the customer's share of
      * damage arrive after the rental has been billed, so they
      * never match a rental; they are billed to the customer on
      * their own, at the customer's branch and outside VAT, as
      * ancillary revenue
           BILL-RECHARGES.
           PERFORM BILL-ONE-RECHARGE
               VARYING ANCILLARY-IDX FROM 1 BY 1
               UNTIL ANCILLARY-IDX > ANCILLARY-COUNT.
           IF RECHARGES-BILLED IS GREATER THAN 0
               DISPLAY "RECHARGES BILLED: " RECHARGES-BILLED
           END-IF.
           BILL-ONE-RECHARGE.
           IF ANCT-MATCHED(ANCILLARY-IDX) = "N"
                   AND ANCT-RECHARGE(ANCILLARY-IDX)
               MOVE ANCT-CUSTOMER-NUMBER(ANCILLARY-IDX)
                   TO CUSTOMER-LOOKUP-NUMBER
               PERFORM FIND-CUSTOMER-SLOT
               IF CUSTOMER-SLOT IS GREATER THAN 0
                   MOVE "Y" TO ANCT-MATCHED(ANCILLARY-IDX)
                   MOVE CUST-BRANCH(CUSTOMER-SLOT) TO RENTAL-BRANCH
                   PERFORM TALLY-CHARGE-CODE
                   PERFORM FIND-CREDIT-SLOT
                   ADD ANCT-AMOUNT(ANCILLARY-IDX)
                       TO CUST-RUN-EXPOSURE(CREDIT-SLOT)
                   PERFORM ACCUMULATE-RECHARGE-INVOICE
                   ADD ANCT-AMOUNT(ANCILLARY-IDX) TO TOTAL-RECHARGES
                   ADD 1 TO RECHARGES-BILLED
               END-IF
           END-IF.
           ACCUMULATE-RECHARGE-INVOICE.
           MOVE 0 TO INVOICE-SLOT.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
                   UNTIL INVOICE-IDX > INVOICE-COUNT
                       OR INVOICE-SLOT > 0
               IF INV-CUST-NUMBER(INVOICE-IDX) =
                       ANCT-CUSTOMER-NUMBER(ANCILLARY-IDX)
                   MOVE INVOICE-IDX TO INVOICE-SLOT
               END-IF
           END-PERFORM.
           IF INVOICE-SLOT = 0
               IF INVOICE-COUNT >= 2000
                   DISPLAY "PROD2V1: MORE THAN 2000 CLIENTS IN RUN "
                       "- RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               ELSE
                   ADD 1 TO INVOICE-COUNT
                   MOVE INVOICE-COUNT TO INVOICE-SLOT
                   MOVE ANCT-CUSTOMER-NUMBER(ANCILLARY-IDX)
                       TO INV-CUST-NUMBER(INVOICE-SLOT)
                   MOVE CUST-NAME(CUSTOMER-SLOT)
                       TO INV-CLIENT-NAME(INVOICE-SLOT)
                   PERFORM FIND-BILLING-ACCOUNT
                   MOVE BILLING-ACCOUNT
                       TO INV-BILL-ACCOUNT(INVOICE-SLOT)
                   MOVE 0 TO INV-DISCOUNT(INVOICE-SLOT)
                   MOVE 0 TO INV-KM-CHARGE(INVOICE-SLOT)
                   MOVE 0 TO INV-DAY-CHARGE(INVOICE-SLOT)
                   MOVE 0 TO INV-FREE-KM(INVOICE-SLOT)
                   MOVE 0 TO INV-LATE-FEE(INVOICE-SLOT)
                   MOVE 0 TO INV-TOTAL(INVOICE-SLOT)
                   MOVE 0 TO INV-VAT(INVOICE-SLOT)
                   MOVE 0 TO INV-GROSS(INVOICE-SLOT)
                   MOVE 0 TO INV-ANCILLARY(INVOICE-SLOT)
                   MOVE 0 TO INV-DEPOSIT(INVOICE-SLOT)
                   MOVE 0 TO INV-DROP-FEE(INVOICE-SLOT)
                   MOVE 0 TO INV-RECHARGE(INVOICE-SLOT)
                   MOVE 0 TO INV-CONTRACT-COUNT(INVOICE-SLOT)
               END-IF
           END-IF.
           IF INVOICE-SLOT > 0
               ADD ANCT-AMOUNT(ANCILLARY-IDX)
                   TO INV-ANCILLARY(INVOICE-SLOT)
               ADD ANCT-AMOUNT(ANCILLARY-IDX)
                   TO INV-RECHARGE(INVOICE-SLOT)
               ADD ANCT-AMOUNT(ANCILLARY-IDX) TO INV-TOTAL(INVOICE-SLOT)
               ADD ANCT-AMOUNT(ANCILLARY-IDX) TO INV-GROSS(INVOICE-SLOT)
           END-IF.
      * an unmatched charge past the parameter age limit is written
      * off before the journal batch is built so the posting lands
      * inside the balanced batch
               PERFORM WRITE-GL-CREDIT-LINE
           END-IF.
           WRITE-ANCILLARY-CARRYFORWARD.
           MOVE "ANCFWD-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT ANCILLARY-FORWARD.
           IF ANCFWD-STATUS NOT = "00"
               DISPLAY "WARNING: UNABLE TO WRITE ANCFWD-MST.txt - "
      * managers see their own figures; a run with no billed
      * rentals still writes a company record as before
           WRITE-MTD-RECORD.
           MOVE "RENTMTD-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND MTD-FILE.
           IF MTD-STATUS NOT = "00"
               OPEN OUTPUT MTD-FILE
               IF CUST-CREDIT-STATUS(CUSTOMER-SLOT) = "B"
                   MOVE "N" TO VALID-CAR-TYPE
                   MOVE "CUSTOMER BLOCKED" TO SUSPENSE-REASON-TEXT
               ELSE
                   PERFORM FIND-CREDIT-SLOT
                   IF CUST-CREDIT-STATUS(CREDIT-SLOT) = "B"
                       MOVE "N" TO VALID-CAR-TYPE
                       MOVE "CORPORATE ACCOUNT BLOCKED"
                           TO SUSPENSE-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
           FIND-CUSTOMER-SLOT.
      * balance must stay inside the customer's credit limit; a
      * zero limit means no limit is enforced
           CHECK-CREDIT-LIMIT.
           PERFORM FIND-CREDIT-SLOT.
           IF CREDIT-SLOT IS GREATER THAN 0
                   AND CUST-CREDIT-LIMIT(CREDIT-SLOT)
                       IS GREATER THAN 0
               COMPUTE CREDIT-EXPOSURE =
                   CUST-OPEN-BALANCE(CREDIT-SLOT)
                   + CUST-RUN-EXPOSURE(CREDIT-SLOT)
                   + GROSS-AMOUNT
               IF CREDIT-EXPOSURE IS GREATER THAN
                       CUST-CREDIT-LIMIT(CREDIT-SLOT)
                   MOVE "N" TO VALID-CAR-TYPE
                   MOVE "CREDIT LIMIT EXCEEDED"
                       TO SUSPENSE-REASON-TEXT
                   PERFORM ADD-OVERLIMIT-ENTRY
               END-IF
           END-IF.
      * a driver on a corporate account draws on the parent's
      * credit limit and exposure
           FIND-CREDIT-SLOT.
           MOVE CUSTOMER-SLOT TO CREDIT-SLOT.
           IF CUSTOMER-SLOT IS GREATER THAN 0
               IF CUST-PARENT-SLOT(CUSTOMER-SLOT) IS GREATER THAN 0
                   MOVE CUST-PARENT-SLOT(CUSTOMER-SLOT) TO CREDIT-SLOT
               END-IF
           END-IF.
      * the account a corporate rental is invoiced to at month-end;
      * zero means the customer is invoiced tonight as before
           FIND-BILLING-ACCOUNT.
           MOVE 0 TO BILLING-ACCOUNT.
           IF CUSTOMER-SLOT IS GREATER THAN 0
               IF CUST-PARENT-SLOT(CUSTOMER-SLOT) IS GREATER THAN 0
                   MOVE CUST-PARENT(CUSTOMER-SLOT) TO BILLING-ACCOUNT
               ELSE
                   IF CUST-CORPORATE(CUSTOMER-SLOT) = "Y"
                       MOVE CUST-NUMBER(CUSTOMER-SLOT)
                           TO BILLING-ACCOUNT
                   END-IF
               END-IF
           END-IF.
           ADD-OVERLIMIT-ENTRY.
           IF OVERLIMIT-COUNT >= 200
               DISPLAY "WARNING: OVER-LIMIT TABLE FULL - "
               MOVE CUSTOMER_NUMBER
                   TO OL-CUSTOMER-NUMBER(OVERLIMIT-COUNT)
               MOVE CLIENT_NAME TO OL-CLIENT-NAME(OVERLIMIT-COUNT)
               MOVE CUST-CREDIT-LIMIT(CREDIT-SLOT)
                   TO OL-CREDIT-LIMIT(OVERLIMIT-COUNT)
               MOVE CREDIT-EXPOSURE
                   TO OL-EXPOSURE(OVERLIMIT-COUNT)
               MOVE "N" TO VALID-CAR-TYPE
               MOVE "UNKNOWN UNIT" TO SUSPENSE-REASON-TEXT
           ELSE
               MOVE "N" TO DAMAGE-RETURN
               IF FLT-STATUS(FLEET-SLOT) = "D"
                   PERFORM FIND-DAMAGE-CONTRACT
               END-IF
               IF FLT-STATUS(FLEET-SLOT) = "S"
                   MOVE "N" TO VALID-CAR-TYPE
                   MOVE "UNIT IN SERVICE" TO SUSPENSE-REASON-TEXT
               ELSE
               IF FLT-STATUS(FLEET-SLOT) = "D" AND DAMAGE-RETURN = "N"
                   MOVE "N" TO VALID-CAR-TYPE
                   MOVE "UNIT OUT OF SERVICE" TO SUSPENSE-REASON-TEXT
               ELSE
               IF FLT-STATUS(FLEET-SLOT) NOT = "A"
                       AND DAMAGE-RETURN = "N"
                   MOVE "N" TO VALID-CAR-TYPE
                   MOVE "UNIT RETIRED" TO SUSPENSE-REASON-TEXT
               ELSE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
      * a rental bills at its pickup branch, which defaults to the
      * unit's branch when the rental does not carry one; a customer
      * renting away from the home branch needs a cross-branch
      * authorization on file or the rental goes to suspense
           VALIDATE-RENTAL-BRANCH.
           IF PICKUP_BRANCH = SPACES OR LOW-VALUES
               MOVE FLT-BRANCH(FLEET-SLOT) TO RENTAL-BRANCH
           ELSE
               MOVE PICKUP_BRANCH TO RENTAL-BRANCH
           END-IF.
           IF CUSTOMER-SLOT IS GREATER THAN 0
                   AND CUST-BRANCH(CUSTOMER-SLOT) NOT = RENTAL-BRANCH
               PERFORM CHECK-CROSS-BRANCH-AUTH
               IF XBRANCH-AUTH = "N"
                   MOVE "N" TO VALID-CAR-TYPE
                   UNTIL XBRANCH-IDX > XBRANCH-COUNT
                       OR XBRANCH-AUTH = "Y"
               IF XBT-CUSTOMER-NUMBER(XBRANCH-IDX) = CUSTOMER_NUMBER
                       AND XBT-BRANCH(XBRANCH-IDX) = RENTAL-BRANCH
                   MOVE "Y" TO XBRANCH-AUTH
               END-IF
           END-PERFORM.
               END-IF
               CLOSE XBRANCH-FILE
           END-IF.
      * rentals keyed before the pickup date was captured carry no
      * pickup date and are billed on NUM_DAYS as keyed; otherwise
      * NUM_DAYS must agree with the pickup and contracted return
      * dates (a same-day rental counts as one day)
           VALIDATE-PICKUP-DATE.
           MOVE 0 TO PICKUP-DATE-WORK.
           IF PICKUP_DATE IS NUMERIC
                   AND PICKUP_DATE IS GREATER THAN 0
               COMPUTE DATE-CHECK-RESULT = FUNCTION
                   TEST-DATE-YYYYMMDD(PICKUP_DATE)
               IF DATE-CHECK-RESULT NOT = 0
                   MOVE "N" TO VALID-CAR-TYPE
                   MOVE "INVALID PICKUP DATE" TO SUSPENSE-REASON-TEXT
               ELSE
                   MOVE PICKUP_DATE TO PICKUP-DATE-WORK
                   COMPUTE DATE-INT-PICKUP =
                       FUNCTION INTEGER-OF-DATE(PICKUP-DATE-WORK)
               END-IF
           END-IF.
           IF PICKUP-DATE-WORK IS GREATER THAN 0
                   AND ACTUAL_RETURN_DATE IS GREATER THAN 0
                   AND ACTUAL_RETURN_DATE < PICKUP-DATE-WORK
               MOVE "N" TO VALID-CAR-TYPE
               MOVE "INVALID PICKUP DATE" TO SUSPENSE-REASON-TEXT
           END-IF.
           IF VALID-CAR-TYPE = "Y"
                   AND PICKUP-DATE-WORK IS GREATER THAN 0
                   AND CONTRACTED_RETURN_DATE IS GREATER THAN 0
               COMPUTE CONTRACT-DAYS = FUNCTION
                   INTEGER-OF-DATE(CONTRACTED_RETURN_DATE)
                   - DATE-INT-PICKUP
               IF CONTRACT-DAYS IS LESS THAN 0
                   MOVE "N" TO VALID-CAR-TYPE
                   MOVE "INVALID PICKUP DATE" TO SUSPENSE-REASON-TEXT
               ELSE
                   IF CONTRACT-DAYS = 0
                       MOVE 1 TO CONTRACT-DAYS
                   END-IF
                   IF CONTRACT-DAYS NOT = NUM_DAYS
                       MOVE "N" TO VALID-CAR-TYPE
                       MOVE "NUM_DAYS/DATES MISMATCH"
                           TO SUSPENSE-REASON-TEXT
                   END-IF
               END-IF
           END-IF.
      * the return branch defaults to the pickup branch; a car
      * left at another branch carries the drop fee for that
      * branch pair, and a pair with no fee on file is suspended
      * rather than billed at a guessed price
           VALIDATE-RETURN-BRANCH.
           MOVE 0 TO DROP-FEE.
           IF RETURN_BRANCH = SPACES OR LOW-VALUES
               MOVE RENTAL-BRANCH TO RETURN-BRANCH-WORK
           ELSE
               MOVE RETURN_BRANCH TO RETURN-BRANCH-WORK
           END-IF.
           IF RETURN-BRANCH-WORK NOT = RENTAL-BRANCH
               PERFORM FIND-DROP-FEE
               IF DROP-FEE-FOUND = "N"
                   MOVE "N" TO VALID-CAR-TYPE
                   MOVE "NO ONE-WAY DROP FEE" TO SUSPENSE-REASON-TEXT
               END-IF
           END-IF.
      * a pair is looked up as keyed first, then in reverse, so
      * one table entry can serve both directions
           FIND-DROP-FEE.
           MOVE "N" TO DROP-FEE-FOUND.
           PERFORM VARYING ONEWAY-IDX FROM 1 BY 1
                   UNTIL ONEWAY-IDX > ONEWAY-COUNT
                       OR DROP-FEE-FOUND = "Y"
               IF OWT-PICKUP-BRANCH(ONEWAY-IDX) = RENTAL-BRANCH
                       AND OWT-RETURN-BRANCH(ONEWAY-IDX) =
                           RETURN-BRANCH-WORK
                   MOVE "Y" TO DROP-FEE-FOUND
                   MOVE OWT-DROP-FEE(ONEWAY-IDX) TO DROP-FEE
               END-IF
           END-PERFORM.
           PERFORM VARYING ONEWAY-IDX FROM 1 BY 1
                   UNTIL ONEWAY-IDX > ONEWAY-COUNT
                       OR DROP-FEE-FOUND = "Y"
               IF OWT-PICKUP-BRANCH(ONEWAY-IDX) = RETURN-BRANCH-WORK
                       AND OWT-RETURN-BRANCH(ONEWAY-IDX) =
                           RENTAL-BRANCH
                   MOVE "Y" TO DROP-FEE-FOUND
                   MOVE OWT-DROP-FEE(ONEWAY-IDX) TO DROP-FEE
               END-IF
           END-PERFORM.
           LOAD-ONEWAY-TABLE.
           MOVE SPACES TO ONEWAY-EOF.
           OPEN INPUT ONEWAY-FILE.
           IF ONEWAY-STATUS = "00"
               READ ONEWAY-FILE
                   AT END MOVE "YYY" TO ONEWAY-EOF
               END-READ
               PERFORM UNTIL ONEWAY-EOF = "YYY"
                       OR ONEWAY-COUNT >= 200
                   IF OW-DROP-FEE IS NUMERIC
                       ADD 1 TO ONEWAY-COUNT
                       MOVE OW-PICKUP-BRANCH
                           TO OWT-PICKUP-BRANCH(ONEWAY-COUNT)
                       MOVE OW-RETURN-BRANCH
                           TO OWT-RETURN-BRANCH(ONEWAY-COUNT)
                       MOVE OW-DROP-FEE TO OWT-DROP-FEE(ONEWAY-COUNT)
                   END-IF
                   READ ONEWAY-FILE
                       AT END MOVE "YYY" TO ONEWAY-EOF
                   END-READ
               END-PERFORM
               IF ONEWAY-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 200 BRANCH PAIRS IN "
                       "ONEWAY-IN.txt - EXCESS ENTRIES IGNORED"
               END-IF
               CLOSE ONEWAY-FILE
           END-IF.
      * units off the road for damage repair; the rental that
      * brought the unit back damaged is still billed
           LOAD-DAMAGE-TABLE.
           MOVE SPACES TO INCIDENT-MASTER-EOF.
           OPEN INPUT INCIDENT-MASTER.
           IF INCIDENT-MASTER-STATUS = "00"
               READ INCIDENT-MASTER
                   AT END MOVE "YYY" TO INCIDENT-MASTER-EOF
               END-READ
               PERFORM UNTIL INCIDENT-MASTER-EOF = "YYY"
                       OR DAMAGE-COUNT >= 500
                   IF IM-STATUS = "O"
                       ADD 1 TO DAMAGE-COUNT
                       MOVE IM-UNIT-NUMBER
                           TO DMG-UNIT-NUMBER(DAMAGE-COUNT)
                       MOVE IM-CONTRACT-NUMBER
                           TO DMG-CONTRACT-NUMBER(DAMAGE-COUNT)
                   END-IF
                   READ INCIDENT-MASTER
                       AT END MOVE "YYY" TO INCIDENT-MASTER-EOF
                   END-READ
               END-PERFORM
               IF INCIDENT-MASTER-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 500 OPEN REPAIRS IN "
                       "INCIDENT-MST.txt - EXCESS ENTRIES IGNORED"
               END-IF
               CLOSE INCIDENT-MASTER
           END-IF.
           FIND-DAMAGE-CONTRACT.
           MOVE "N" TO DAMAGE-RETURN.
           PERFORM VARYING DAMAGE-IDX FROM 1 BY 1
                   UNTIL DAMAGE-IDX > DAMAGE-COUNT
                       OR DAMAGE-RETURN = "Y"
               IF DMG-UNIT-NUMBER(DAMAGE-IDX) = UNIT_NUMBER
                       AND DMG-CONTRACT-NUMBER(DAMAGE-IDX) =
                           CONTRACT_NUMBER
                   MOVE "Y" TO DAMAGE-RETURN
               END-IF
           END-PERFORM.
           LOAD-AGREEMENT-TABLE.
           MOVE SPACES TO CORP-AGREEMENT-EOF.
           OPEN INPUT CORP-AGREEMENT.
           IF CORP-AGREEMENT-STATUS = "00"
               READ CORP-AGREEMENT
                   AT END MOVE "YYY" TO CORP-AGREEMENT-EOF
               END-READ
               PERFORM UNTIL CORP-AGREEMENT-EOF = "YYY"
                       OR AGREEMENT-COUNT >= 500
                   IF CA-CUSTOMER-NUMBER IS NUMERIC
                           AND CA-CAR-TYPE IS NUMERIC
                           AND CA-EFFECTIVE-FROM IS NUMERIC
                           AND CA-EFFECTIVE-TO IS NUMERIC
                           AND CA-KM-RATE IS NUMERIC
                           AND CA-DAY-RATE IS NUMERIC
                           AND CA-DISCOUNT-PCT IS NUMERIC
                           AND (CA-AGREEMENT-TYPE = "R"
                               OR CA-AGREEMENT-TYPE = "P")
                       ADD 1 TO AGREEMENT-COUNT
                       MOVE CA-CUSTOMER-NUMBER
                           TO AGT-CUSTOMER-NUMBER(AGREEMENT-COUNT)
                       MOVE CA-CAR-TYPE TO AGT-CAR-TYPE(AGREEMENT-COUNT)
                       MOVE CA-EFFECTIVE-FROM
                           TO AGT-EFFECTIVE-FROM(AGREEMENT-COUNT)
                       MOVE CA-EFFECTIVE-TO
                           TO AGT-EFFECTIVE-TO(AGREEMENT-COUNT)
                       MOVE CA-AGREEMENT-TYPE
                           TO AGT-AGREEMENT-TYPE(AGREEMENT-COUNT)
                       MOVE CA-KM-RATE TO AGT-KM-RATE(AGREEMENT-COUNT)
                       MOVE CA-DAY-RATE
                           TO AGT-DAY-RATE(AGREEMENT-COUNT)
                       MOVE CA-DISCOUNT-PCT
                           TO AGT-DISCOUNT-PCT(AGREEMENT-COUNT)
                   ELSE
                       DISPLAY "WARNING: INVALID AGREEMENT FOR "
                           "CUSTOMER " CA-CUSTOMER-NUMBER
                           " IN CORPAGR-IN.txt - IGNORED"
                   END-IF
                   READ CORP-AGREEMENT
                       AT END MOVE "YYY" TO CORP-AGREEMENT-EOF
                   END-READ
               END-PERFORM
               IF CORP-AGREEMENT-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 500 AGREEMENTS IN "
                       "CORPAGR-IN.txt - EXCESS ENTRIES IGNORED"
               END-IF
               CLOSE CORP-AGREEMENT
           END-IF.
      * a driver prices under the parent's agreement, anyone else
      * under their own; the agreement in force on the pricing date
      * for the car type wins over one for all car types (type 0),
      * and the later start date wins between equals. The rate
      * master price stays on the invoice and the difference is
      * shown as the discount; an agreement never prices above the
      * rate master
           APPLY-CORPORATE-AGREEMENT.
           MOVE 0 TO CORP-DISCOUNT.
           MOVE CUSTOMER_NUMBER TO AGREEMENT-ACCOUNT.
           IF CUSTOMER-SLOT IS GREATER THAN 0
               IF CUST-PARENT-SLOT(CUSTOMER-SLOT) IS GREATER THAN 0
                   MOVE CUST-PARENT(CUSTOMER-SLOT) TO AGREEMENT-ACCOUNT
               END-IF
           END-IF.
           MOVE 0 TO AGREEMENT-SEL.
           PERFORM VARYING AGREEMENT-IDX FROM 1 BY 1
                   UNTIL AGREEMENT-IDX > AGREEMENT-COUNT
               IF AGT-CUSTOMER-NUMBER(AGREEMENT-IDX) =
                       AGREEMENT-ACCOUNT
                       AND (AGT-CAR-TYPE(AGREEMENT-IDX) = CAR_TYPE
                           OR AGT-CAR-TYPE(AGREEMENT-IDX) = 0)
                       AND AGT-EFFECTIVE-FROM(AGREEMENT-IDX)
                           NOT > PRICING-DATE
                       AND (AGT-EFFECTIVE-TO(AGREEMENT-IDX) = 0
                           OR AGT-EFFECTIVE-TO(AGREEMENT-IDX)
                               NOT < PRICING-DATE)
                   IF AGREEMENT-SEL = 0
                       MOVE AGREEMENT-IDX TO AGREEMENT-SEL
                   ELSE
                       IF AGT-CAR-TYPE(AGREEMENT-SEL) = 0
                               AND AGT-CAR-TYPE(AGREEMENT-IDX) > 0
                           MOVE AGREEMENT-IDX TO AGREEMENT-SEL
                       ELSE
                           IF AGT-CAR-TYPE(AGREEMENT-SEL) =
                                   AGT-CAR-TYPE(AGREEMENT-IDX)
                                   AND AGT-EFFECTIVE-FROM
                                       (AGREEMENT-IDX) >
                                       AGT-EFFECTIVE-FROM
                                       (AGREEMENT-SEL)
                               MOVE AGREEMENT-IDX TO AGREEMENT-SEL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF AGREEMENT-SEL IS GREATER THAN 0
               COMPUTE LIST-RENTAL-CHARGE =
                   KILOMETERS_PAYMENT + RENTAL_DAYS_TOTAL
               IF AGT-AGREEMENT-TYPE(AGREEMENT-SEL) = "R"
                   COMPUTE AGREED-RENTAL-CHARGE =
                       KILOMETERS * AGT-KM-RATE(AGREEMENT-SEL)
                       + NUM_DAYS * AGT-DAY-RATE(AGREEMENT-SEL)
                   IF AGREED-RENTAL-CHARGE < LIST-RENTAL-CHARGE
                       COMPUTE CORP-DISCOUNT =
                           LIST-RENTAL-CHARGE - AGREED-RENTAL-CHARGE
                   END-IF
               ELSE
                   COMPUTE CORP-DISCOUNT ROUNDED =
                       LIST-RENTAL-CHARGE
                       * AGT-DISCOUNT-PCT(AGREEMENT-SEL) / 100
               END-IF
           END-IF.
      * corporate charges billed on earlier nights and not yet on a
      * month-end invoice still count against the parent's limit
           LOAD-CORPORATE-PENDING.
           MOVE SPACES TO CORP-PENDING-EOF.
           OPEN INPUT CORP-PENDING.
           IF CORP-PENDING-STATUS = "00"
               READ CORP-PENDING
                   AT END MOVE "YYY" TO CORP-PENDING-EOF
               END-READ
               PERFORM UNTIL CORP-PENDING-EOF = "YYY"
                   IF CP-RECORD-TYPE = "S"
                           AND CP-PARENT-NUMBER IS NUMERIC
                           AND CP-GROSS-AMOUNT IS NUMERIC
                           AND CP-DEPOSIT IS NUMERIC
                       MOVE CP-PARENT-NUMBER TO CUSTOMER-LOOKUP-NUMBER
                       PERFORM FIND-CUSTOMER-SLOT
                       IF CUSTOMER-SLOT IS GREATER THAN 0
                               AND CP-GROSS-AMOUNT > CP-DEPOSIT
                           COMPUTE CUST-OPEN-BALANCE(CUSTOMER-SLOT) =
                               CUST-OPEN-BALANCE(CUSTOMER-SLOT)
                               + CP-GROSS-AMOUNT - CP-DEPOSIT
                       END-IF
                   END-IF
                   READ CORP-PENDING
                       AT END MOVE "YYY" TO CORP-PENDING-EOF
                   END-READ
               END-PERFORM
               CLOSE CORP-PENDING
           END-IF.
           OPEN-CORPORATE-PENDING-APPEND.
           MOVE "N" TO CORP-PENDING-OPEN.
           MOVE "CORPPEND-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN EXTEND CORP-PENDING.
           IF CORP-PENDING-STATUS NOT = "00"
               OPEN OUTPUT CORP-PENDING
           END-IF.
           IF CORP-PENDING-STATUS = "00"
               MOVE "Y" TO CORP-PENDING-OPEN
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN CORPPEND-MST.txt "
                   "FOR APPEND - CORPORATE RENTALS INVOICED TONIGHT"
           END-IF.
      * a corporate driver's night is held for the parent's
      * month-end invoice: one summary record with the invoice
      * figures, then one record per contract
           WRITE-CORPORATE-PENDING.
           MOVE SPACES TO CORP-PENDING-REC.
           MOVE INV-BILL-ACCOUNT(INVOICE-IDX) TO CP-PARENT-NUMBER.
           MOVE INV-CUST-NUMBER(INVOICE-IDX) TO CP-CUSTOMER-NUMBER.
           MOVE RUN-DATE TO CP-BILLED-DATE.
           MOVE "S" TO CP-RECORD-TYPE.
           MOVE INV-CLIENT-NAME(INVOICE-IDX) TO CP-CLIENT-NAME.
           MOVE INV-KM-CHARGE(INVOICE-IDX) TO CP-KM-CHARGE.
           MOVE INV-DAY-CHARGE(INVOICE-IDX) TO CP-DAY-CHARGE.
           MOVE INV-DISCOUNT(INVOICE-IDX) TO CP-DISCOUNT.
           MOVE INV-FREE-KM(INVOICE-IDX) TO CP-FREE-KM.
           MOVE INV-LATE-FEE(INVOICE-IDX) TO CP-LATE-FEE.
           MOVE INV-DROP-FEE(INVOICE-IDX) TO CP-DROP-FEE.
           MOVE INV-ANCILLARY(INVOICE-IDX) TO CP-ANCILLARY.
           MOVE INV-RECHARGE(INVOICE-IDX) TO CP-RECHARGE.
           MOVE INV-TOTAL(INVOICE-IDX) TO CP-NET-AMOUNT.
           MOVE INV-VAT(INVOICE-IDX) TO CP-VAT-AMOUNT.
           MOVE INV-GROSS(INVOICE-IDX) TO CP-GROSS-AMOUNT.
           MOVE INV-DEPOSIT(INVOICE-IDX) TO CP-DEPOSIT.
           WRITE CORP-PENDING-REC.
           PERFORM VARYING CONTRACT-LINE-IDX FROM 1 BY 1
                   UNTIL CONTRACT-LINE-IDX >
                       INV-CONTRACT-COUNT(INVOICE-IDX)
               MOVE SPACES TO CORP-PENDING-REC
               MOVE INV-BILL-ACCOUNT(INVOICE-IDX) TO CP-PARENT-NUMBER
               MOVE INV-CUST-NUMBER(INVOICE-IDX) TO CP-CUSTOMER-NUMBER
               MOVE RUN-DATE TO CP-BILLED-DATE
               MOVE "C" TO CP-RECORD-TYPE
               MOVE INV-CONTRACT(INVOICE-IDX, CONTRACT-LINE-IDX)
                   TO CP-CONTRACT-NUMBER
               WRITE CORP-PENDING-REC
           END-PERFORM.
           ADD 1 TO CORPORATE-INVOICES-HELD.
           LOAD-RESERVATION-TABLE.
           MOVE SPACES TO RESERVATION-MASTER-EOF.
           OPEN INPUT RESERVATION-MASTER.
           IF RESERVATION-MASTER-STATUS = "00"
               MOVE "Y" TO RESERVATION-LOADED
               READ RESERVATION-MASTER
                   AT END MOVE "YYY" TO RESERVATION-MASTER-EOF
               END-READ
               PERFORM UNTIL RESERVATION-MASTER-EOF = "YYY"
                   IF RESERVATION-COUNT >= 5000
                       DISPLAY "PROD2V1: MORE THAN 5000 RESERVATIONS "
                           "IN RESV-MST.txt - RUN STOPPED"
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
                   MOVE RS-CONTRACT-NUMBER
                       TO RES-CONTRACT-NUMBER(RESERVATION-COUNT)
                   MOVE RS-NO-SHOW-FEE
                       TO RES-NO-SHOW-FEE(RESERVATION-COUNT)
                   READ RESERVATION-MASTER
                       AT END MOVE "YYY" TO RESERVATION-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-MASTER
           END-IF.
      * a billed rental fulfils the open reservation of the same
      * customer whose dates overlap the rental period, taking the
      * one whose pickup date lies closest to the rental pickup
           MATCH-RESERVATION.
           IF ACTUAL_RETURN_DATE IS GREATER THAN 0
               MOVE ACTUAL_RETURN_DATE TO RESV-RENTAL-RETURN
           ELSE
               MOVE CONTRACTED_RETURN_DATE TO RESV-RENTAL-RETURN
           END-IF.
           MOVE 0 TO RESERVATION-SLOT.
           IF RESERVATION-COUNT IS GREATER THAN 0
                   AND RESV-RENTAL-RETURN IS GREATER THAN 0
               IF CONTRACTED_RETURN_DATE IS GREATER THAN 0
                   COMPUTE DATE-INT-RESV-PICKUP = FUNCTION
                       INTEGER-OF-DATE(CONTRACTED_RETURN_DATE)
                       - NUM_DAYS
               ELSE
                   COMPUTE DATE-INT-RESV-PICKUP = FUNCTION
                       INTEGER-OF-DATE(RESV-RENTAL-RETURN) - NUM_DAYS
               END-IF
               IF PICKUP-DATE-WORK IS GREATER THAN 0
                   MOVE DATE-INT-PICKUP TO DATE-INT-RESV-PICKUP
               END-IF
               COMPUTE RESV-RENTAL-PICKUP = FUNCTION
                   DATE-OF-INTEGER(DATE-INT-RESV-PICKUP)
               MOVE 99999999 TO RESV-BEST-DAYS-APART
               PERFORM CHECK-ONE-RESERVATION
                   VARYING RESERVATION-IDX FROM 1 BY 1
                   UNTIL RESERVATION-IDX > RESERVATION-COUNT
           END-IF.
      * a rental returned after the grace period may already have
      * been marked a no-show; the collection proves otherwise, so
      * the no-show and its fee are reversed
           IF RESERVATION-SLOT IS GREATER THAN 0
               IF RES-STATUS(RESERVATION-SLOT) = "N"
                   DISPLAY "NO-SHOW REVERSED: RESERVATION "
                       RES-RESERVATION-NUMBER(RESERVATION-SLOT)
                       " CONTRACT " CONTRACT-NUMBER-WORK
                   MOVE 0 TO RES-NO-SHOW-FEE(RESERVATION-SLOT)
                   ADD 1 TO NO-SHOWS-REVERSED
               END-IF
               MOVE "F" TO RES-STATUS(RESERVATION-SLOT)
               MOVE CONTRACT-NUMBER-WORK
                   TO RES-CONTRACT-NUMBER(RESERVATION-SLOT)
               ADD 1 TO RESERVATIONS-FULFILLED
           END-IF.
           CHECK-ONE-RESERVATION.
           IF RES-CUSTOMER-NUMBER(RESERVATION-IDX) = CUSTOMER_NUMBER
                   AND (RES-STATUS(RESERVATION-IDX) = "C"
                       OR RES-STATUS(RESERVATION-IDX) = "W"
                       OR RES-STATUS(RESERVATION-IDX) = "N")
                   AND RES-PICKUP-DATE(RESERVATION-IDX)
                       NOT > RESV-RENTAL-RETURN
                   AND RES-RETURN-DATE(RESERVATION-IDX)
                       NOT < RESV-RENTAL-PICKUP
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (RES-PICKUP-DATE(RESERVATION-IDX)) = 0
               COMPUTE DATE-INT-RESV-BOOKED = FUNCTION
                   INTEGER-OF-DATE(RES-PICKUP-DATE(RESERVATION-IDX))
               IF DATE-INT-RESV-BOOKED > DATE-INT-RESV-PICKUP
                   COMPUTE RESV-DAYS-APART =
                       DATE-INT-RESV-BOOKED - DATE-INT-RESV-PICKUP
               ELSE
                   COMPUTE RESV-DAYS-APART =
                       DATE-INT-RESV-PICKUP - DATE-INT-RESV-BOOKED
               END-IF
               IF RESV-DAYS-APART < RESV-BEST-DAYS-APART
                   MOVE RESV-DAYS-APART TO RESV-BEST-DAYS-APART
                   MOVE RESERVATION-IDX TO RESERVATION-SLOT
               END-IF
           END-IF.
           REWRITE-RESERVATION-MASTER.
           IF RESERVATIONS-FULFILLED IS GREATER THAN 0
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
           FIND-FLEET-SLOT.
           MOVE 0 TO FLEET-SLOT.
           IF FLEET-COUNT IS GREATER THAN 0
               ADD KILOMETERS-ORIG TO FLT-ODOMETER(FLEET-SLOT)
               ADD PAYMENT-NUM TO FLT-REVENUE(FLEET-SLOT)
               ADD NUM_DAYS TO FLT-RENTED-DAYS(FLEET-SLOT)
               IF RETURN-BRANCH-WORK NOT = SPACES
                   MOVE RETURN-BRANCH-WORK TO FLT-BRANCH(FLEET-SLOT)
               END-IF
           END-IF.
           WRITE-FLEET-UTILIZATION.
           PERFORM BUILD-FLEET-BRANCH-LIST.
               END-IF
           END-IF.
           REWRITE-FLEET-MASTER.
           MOVE "FLEETMAST-IN.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT FLEET-MASTER.
           IF FLEET-MASTER-STATUS = "00"
               PERFORM WRITE-FLEET-MASTER-ENTRY
               TO FM-LAST-SERVICE-DATE.
           MOVE FLT-LAST-SERVICE-KM(FLEET-IDX)
               TO FM-LAST-SERVICE-KM.
           MOVE FLT-ASSET-DATA(FLEET-IDX) TO FM-ASSET-DATA.
           COMPUTE FM-REVENUE-TO-DATE =
               FLT-REVENUE-TO-DATE(FLEET-IDX) + FLT-REVENUE(FLEET-IDX).
           WRITE FLEET-MASTER-REC.
           LOAD-FLEET-TABLE.
           MOVE SPACES TO FLEET-MASTER-EOF.
                   ELSE
                       MOVE 0 TO FLT-LAST-SERVICE-KM(FLEET-COUNT)
                   END-IF
                   MOVE FM-ASSET-DATA TO FLT-ASSET-DATA(FLEET-COUNT)
                   IF FM-REVENUE-TO-DATE IS NUMERIC
                       MOVE FM-REVENUE-TO-DATE
                           TO FLT-REVENUE-TO-DATE(FLEET-COUNT)
                   ELSE
                       MOVE 0 TO FLT-REVENUE-TO-DATE(FLEET-COUNT)
                   END-IF
                   READ FLEET-MASTER
                       AT END MOVE "YYY" TO FLEET-MASTER-EOF
                   END-READ
                   MOVE CM-CUSTOMER-NUMBER
                       TO CUST-NUMBER(CUSTOMER-COUNT)
                   MOVE CM-BRANCH TO CUST-BRANCH(CUSTOMER-COUNT)
                   MOVE CM-CUSTOMER-NAME TO CUST-NAME(CUSTOMER-COUNT)
                   MOVE CM-CREDIT-STATUS
                       TO CUST-CREDIT-STATUS(CUSTOMER-COUNT)
                   IF CM-CREDIT-LIMIT IS NUMERIC
                   END-IF
                   MOVE 0 TO CUST-OPEN-BALANCE(CUSTOMER-COUNT)
                   MOVE 0 TO CUST-RUN-EXPOSURE(CUSTOMER-COUNT)
                   IF CM-PARENT-CUSTOMER IS NUMERIC
                       MOVE CM-PARENT-CUSTOMER
                           TO CUST-PARENT(CUSTOMER-COUNT)
                   ELSE
                       MOVE 0 TO CUST-PARENT(CUSTOMER-COUNT)
                   END-IF
                   MOVE 0 TO CUST-PARENT-SLOT(CUSTOMER-COUNT)
                   MOVE "N" TO CUST-CORPORATE(CUSTOMER-COUNT)
                   READ CUSTOMER-MASTER
                       AT END MOVE "YYY" TO CUSTOMER-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
               PERFORM SORT-CUSTOMER-TABLE
               PERFORM LINK-CORPORATE-PARENTS
                   VARYING PARENT-IDX FROM 1 BY 1
                   UNTIL PARENT-IDX > CUSTOMER-COUNT
           ELSE
               DISPLAY "WARNING: CUSTMAST-IN.txt NOT FOUND - "
                   "ALL RENTALS WILL ROUTE TO SUSPENSE"
                   END-IF
               END-PERFORM
           END-PERFORM.
      * once the table is in key order each driver is pointed at
      * its parent's entry, and the parent is marked corporate so
      * its own rentals also wait for the month-end invoice
           LINK-CORPORATE-PARENTS.
           IF CUST-PARENT(PARENT-IDX) IS GREATER THAN 0
               MOVE CUST-PARENT(PARENT-IDX) TO CUSTOMER-LOOKUP-NUMBER
               PERFORM FIND-CUSTOMER-SLOT
               IF CUSTOMER-SLOT IS GREATER THAN 0
                       AND CUSTOMER-SLOT NOT = PARENT-IDX
                   MOVE CUSTOMER-SLOT TO CUST-PARENT-SLOT(PARENT-IDX)
                   MOVE "Y" TO CUST-CORPORATE(CUSTOMER-SLOT)
               ELSE
                   DISPLAY "WARNING: CUSTOMER " CUST-NUMBER(PARENT-IDX)
                       " LINKED TO UNKNOWN PARENT "
                       CUST-PARENT(PARENT-IDX)
                       " - INVOICED AS AN INDIVIDUAL"
               END-IF
           END-IF.
           LOAD-PARAMETERS.
           OPEN INPUT PARAM-FILE.
           IF PARAM-STATUS = "00"
           CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
      * a rerun of an old business date must not post into a
      * period finance has closed; both posting dates are checked
      * before any output is opened
           CHECK-POSTING-PERIODS.
           IF BATCH-BUSINESS-DATE IS GREATER THAN 0
               MOVE BATCH-BUSINESS-DATE TO PERIOD-CHECK-DATE
           ELSE
               MOVE RUN-DATE TO PERIOD-CHECK-DATE
           END-IF.
           PERFORM RESOLVE-POSTING-PERIOD.
           MOVE RUN-DATE TO PERIOD-CHECK-DATE.
           PERFORM RESOLVE-POSTING-PERIOD.
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
                       DISPLAY "PROD2V1: PERIOD "
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
           DISPLAY "PROD2V1: " PERIOD-DOCUMENT " DATED "
               PERIOD-CHECK-DATE " IN CLOSED PERIOD - POSTED "
               PERIOD-POSTING-DATE.
           OPEN EXTEND PERIOD-REPORT.
           IF PERIOD-REPORT-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-REPORT
           END-IF.
           IF PERIOD-REPORT-STATUS = "00"
               MOVE SPACES TO PERIOD-REPORT-LINE
               STRING "PROD2V1  " DELIMITED BY SIZE
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
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
           BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "PROD2V1" TO BKR-PROGRAM.
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
           GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           END-READ.
           REBUILD-FROM-DETAIL.
           MOVE SPACES TO RENTAL-BRANCH.
           MOVE SPACES TO RETURN-BRANCH-WORK.
           MOVE 0 TO BRANCH-WORK-DROP-FEE.
           IF DROP_FEE_OUT NOT = SPACES
               COMPUTE BRANCH-WORK-DROP-FEE =
                   FUNCTION NUMVAL(DROP_FEE_OUT)
               ADD BRANCH-WORK-DROP-FEE TO TOTAL-DROP-FEES
           END-IF.
           MOVE 0 TO BRANCH-WORK-DEPOSIT.
           MOVE CUSTOMER_NUMBER_OUT TO CUSTOMER-LOOKUP-NUMBER.
           PERFORM FIND-CUSTOMER-SLOT.
           PERFORM FIND-CREDIT-SLOT.
           IF CREDIT-SLOT IS GREATER THAN 0
               COMPUTE CUST-RUN-EXPOSURE(CREDIT-SLOT) =
                   CUST-RUN-EXPOSURE(CREDIT-SLOT)
                   + FUNCTION NUMVAL(GROSS_OUT)
           END-IF.
           COMPUTE REBUILD-LATE-DAYS =
               COMPUTE FLT-RENTED-DAYS(FLEET-SLOT) =
                   FLT-RENTED-DAYS(FLEET-SLOT)
                   + FUNCTION NUMVAL(NUM_DAYS_OUT)
               IF PICKUP_BRANCH_OUT = SPACES
                   MOVE FLT-BRANCH(FLEET-SLOT) TO RENTAL-BRANCH
               ELSE
                   MOVE PICKUP_BRANCH_OUT TO RENTAL-BRANCH
               END-IF
               IF RETURN_BRANCH_OUT = SPACES
                   MOVE RENTAL-BRANCH TO RETURN-BRANCH-WORK
               ELSE
                   MOVE RETURN_BRANCH_OUT TO RETURN-BRANCH-WORK
               END-IF
               MOVE RETURN-BRANCH-WORK TO FLT-BRANCH(FLEET-SLOT)
               MOVE FLT-CAR-TYPE(FLEET-SLOT) TO BRANCH-CAR-TYPE
               MOVE CAR_BRAND TO BRANCH-WORK-BRAND
               COMPUTE BRANCH-WORK-PAYMENT =
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM SPLIT-BRANCH-TOTALS
           END-IF.
           PERFORM REBUILD-INVOICE-ENTRY.
           COMPUTE REBUILD-ANC = FUNCTION NUMVAL(ANCILLARY_OUT).
               PERFORM VARYING ANCILLARY-IDX FROM 1 BY 1
                       UNTIL ANCILLARY-IDX > ANCILLARY-COUNT
                   IF ANCT-MATCHED(ANCILLARY-IDX) = "N"
                           AND NOT ANCT-RECHARGE(ANCILLARY-IDX)
                           AND ANCT-CUSTOMER-NUMBER(ANCILLARY-IDX) =
                               CUSTOMER_NUMBER_OUT
                           AND ANCT-UNIT-NUMBER(ANCILLARY-IDX) =
                   END-IF
               END-PERFORM
           END-IF.
           IF CONTRACT_NUMBER_OUT IS NUMERIC
                   AND CONTRACT_NUMBER_OUT IS GREATER THAN 0
               PERFORM REBUILD-RESERVATION-MATCH
           END-IF.
      * reservations are only rewritten at the end of the run, so a
      * rental billed before the abend still has to fulfil its
      * booking; the rental's dates come back from the history entry
      * appended when it was billed
           REBUILD-RESERVATION-MATCH.
           MOVE CONTRACT_NUMBER_OUT TO CONTRACT-NUMBER-WORK.
           PERFORM SEARCH-HISTORY-CONTRACT.
           IF HISTORY-HIT IS GREATER THAN 0
               MOVE HIST-CUSTOMER-NUMBER(HISTORY-HIT)
                   TO CUSTOMER_NUMBER
               MOVE HIST-CONTRACTED-DATE(HISTORY-HIT)
                   TO CONTRACTED_RETURN_DATE
               MOVE HIST-ACTUAL-DATE(HISTORY-HIT)
                   TO ACTUAL_RETURN_DATE
               MOVE HIST-NUM-DAYS(HISTORY-HIT) TO NUM_DAYS
               MOVE HIST-PICKUP-DATE(HISTORY-HIT) TO PICKUP-DATE-WORK
               IF PICKUP-DATE-WORK IS GREATER THAN 0
                   COMPUTE DATE-INT-PICKUP =
                       FUNCTION INTEGER-OF-DATE(PICKUP-DATE-WORK)
               END-IF
               PERFORM MATCH-RESERVATION
           END-IF.
      * the invoice accumulation is restored from the preserved
      * detail so rentals billed before the abend still reach the
      * print file, the extract, and the register; the line does
      * not carry the kilometer/daily charge split, so the whole
      * rental charge at list price is carried on the daily-charge
      * bucket and the corporate discount shown against it
           REBUILD-INVOICE-ENTRY.
           MOVE 0 TO INVOICE-SLOT.
           PERFORM VARYING INVOICE-IDX FROM 1 BY 1
                       TO INV-CUST-NUMBER(INVOICE-SLOT)
                   MOVE CLIENT_NAME_OUT
                       TO INV-CLIENT-NAME(INVOICE-SLOT)
                   MOVE CUSTOMER_NUMBER_OUT TO CUSTOMER-LOOKUP-NUMBER
                   PERFORM FIND-CUSTOMER-SLOT
                   PERFORM FIND-BILLING-ACCOUNT
                   MOVE BILLING-ACCOUNT
                       TO INV-BILL-ACCOUNT(INVOICE-SLOT)
                   MOVE 0 TO INV-DISCOUNT(INVOICE-SLOT)
                   MOVE 0 TO INV-KM-CHARGE(INVOICE-SLOT)
                   MOVE 0 TO INV-DAY-CHARGE(INVOICE-SLOT)
                   MOVE 0 TO INV-FREE-KM(INVOICE-SLOT)
                   MOVE 0 TO INV-GROSS(INVOICE-SLOT)
                   MOVE 0 TO INV-ANCILLARY(INVOICE-SLOT)
                   MOVE 0 TO INV-DEPOSIT(INVOICE-SLOT)
                   MOVE 0 TO INV-DROP-FEE(INVOICE-SLOT)
                   MOVE 0 TO INV-RECHARGE(INVOICE-SLOT)
                   MOVE 0 TO INV-CONTRACT-COUNT(INVOICE-SLOT)
               END-IF
           END-IF.
           MOVE 0 TO CORP-DISCOUNT.
           IF DISCOUNT_OUT NOT = SPACES
               COMPUTE CORP-DISCOUNT = FUNCTION NUMVAL(DISCOUNT_OUT)
           END-IF.
           IF INVOICE-SLOT > 0
               COMPUTE INV-DAY-CHARGE(INVOICE-SLOT) =
                   INV-DAY-CHARGE(INVOICE-SLOT)
                   + FUNCTION NUMVAL(PAYMENT)
                   + CORP-DISCOUNT
                   - FUNCTION NUMVAL(LATE_FEE_OUT)
                   - FUNCTION NUMVAL(ANCILLARY_OUT)
                   - BRANCH-WORK-DROP-FEE
               ADD BRANCH-WORK-DROP-FEE TO INV-DROP-FEE(INVOICE-SLOT)
               ADD CORP-DISCOUNT TO INV-DISCOUNT(INVOICE-SLOT)
               COMPUTE INV-LATE-FEE(INVOICE-SLOT) =
                   INV-LATE-FEE(INVOICE-SLOT)
                   + FUNCTION NUMVAL(LATE_FEE_OUT)
