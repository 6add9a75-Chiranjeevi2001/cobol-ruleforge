           02 CM-BRANCH PIC X(4).
           02 CM-CREDIT-STATUS PIC X(1).
           02 CM-CREDIT-LIMIT PIC 9(7)V99.
           02 CM-PARENT-CUSTOMER PIC 9(6).
       FD MAINT-FILE.
       01 MAINT-REC.
           02 TX-ACTION PIC X(1).
           02 TX-CREDIT-STATUS PIC X(1).
           02 TX-CREDIT-LIMIT PIC X(9).
           02 TX-OPERATOR PIC X(8).
           02 TX-PARENT-CUSTOMER PIC X(6).
       FD MAINT-REPORT.
       01 REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
       77  MAINT-STATUS PIC X(2) VALUE "00".
           02 MT-CREDIT-STATUS PIC X(1).
           02 MT-CREDIT-LIMIT PIC 9(7)V99.
           02 MT-DELETED PIC A(1).
           02 MT-PARENT-CUSTOMER PIC 9(6).
       77  MASTER-COUNT PIC 9(5) VALUE 0.
       77  MASTER-IDX PIC 9(5) VALUE 0.
       77  MASTER-SLOT PIC 9(5) VALUE 0.
       77  MASTER-SWAP-AREA PIC X(47) VALUE SPACES.
       77  MASTER-SORT-SWAPPED PIC A(1) VALUE "N".
       77  WORK-CUSTOMER-NUMBER PIC 9(6) VALUE 0.
       77  WORK-PARENT-NUMBER PIC 9(6) VALUE 0.
       77  PARENT-SLOT PIC 9(5) VALUE 0.
       77  REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
       77  TX-VALID PIC A(1) VALUE "Y".
       77  BEFORE-IMAGE PIC X(47) VALUE SPACES.
       77  AFTER-IMAGE PIC X(47) VALUE SPACES.
       77  LIMIT-IMAGE PIC ZZZZZZ9.99.
       77  TX-READ-COUNT PIC 9(5) VALUE 0.
       77  TX-APPLIED-COUNT PIC 9(5) VALUE 0.
       77  TX-REJECT-COUNT PIC 9(5) VALUE 0.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE.
                       MOVE 0 TO MT-CREDIT-LIMIT(MASTER-COUNT)
                   END-IF
                   MOVE "N" TO MT-DELETED(MASTER-COUNT)
                   IF CM-PARENT-CUSTOMER IS NUMERIC
                       MOVE CM-PARENT-CUSTOMER
                           TO MT-PARENT-CUSTOMER(MASTER-COUNT)
                   ELSE
                       MOVE 0 TO MT-PARENT-CUSTOMER(MASTER-COUNT)
                   END-IF
               END-IF
           END-IF.
           READ CUSTOMER-MASTER
                   MOVE "CUSTOMER NUMBER ZERO" TO REJECT-REASON-TEXT
               END-IF
           END-IF.
           IF TX-VALID = "Y"
               PERFORM VALIDATE-PARENT-CUSTOMER
           END-IF.
           IF TX-VALID = "Y"
               PERFORM FIND-MASTER-SLOT
               EVALUATE TX-ACTION
                           MOVE 0 TO MT-CREDIT-LIMIT(MASTER-SLOT)
                       END-IF
                       MOVE "N" TO MT-DELETED(MASTER-SLOT)
                       MOVE WORK-PARENT-NUMBER
                           TO MT-PARENT-CUSTOMER(MASTER-SLOT)
                       PERFORM BUILD-AFTER-IMAGE
                       PERFORM WRITE-CHANGE-LINES
                       ADD 1 TO TX-APPLIED-COUNT
               MOVE "N" TO TX-VALID
               MOVE "CUSTOMER NOT ON MASTER" TO REJECT-REASON-TEXT
           ELSE
               IF WORK-PARENT-NUMBER IS GREATER THAN 0
                   PERFORM CHECK-LINKED-DRIVERS
               END-IF
           END-IF.
           IF TX-VALID = "Y"
               PERFORM BUILD-BEFORE-IMAGE
               IF TX-CUSTOMER-NAME NOT = SPACES
                   MOVE TX-CUSTOMER-NAME
                   COMPUTE MT-CREDIT-LIMIT(MASTER-SLOT) =
                       FUNCTION NUMVAL(TX-CREDIT-LIMIT) / 100
               END-IF
               IF TX-PARENT-CUSTOMER NOT = SPACES
                   MOVE WORK-PARENT-NUMBER
                       TO MT-PARENT-CUSTOMER(MASTER-SLOT)
               END-IF
               PERFORM BUILD-AFTER-IMAGE
               PERFORM WRITE-CHANGE-LINES
               ADD 1 TO TX-APPLIED-COUNT
               MOVE "N" TO TX-VALID
               MOVE "CUSTOMER NOT ON MASTER" TO REJECT-REASON-TEXT
           ELSE
               PERFORM CHECK-LINKED-DRIVERS
           END-IF.
           IF TX-VALID = "Y"
               PERFORM BUILD-BEFORE-IMAGE
               MOVE "Y" TO MT-DELETED(MASTER-SLOT)
               MOVE "** DELETED **" TO AFTER-IMAGE
               PERFORM WRITE-CHANGE-LINES
               ADD 1 TO TX-APPLIED-COUNT
           END-IF.
      * a driver bills through one corporate parent; the parent
      * must be on file and may not itself bill through another
      * account, and zeros remove the link
       VALIDATE-PARENT-CUSTOMER.
           MOVE 0 TO WORK-PARENT-NUMBER.
           IF TX-PARENT-CUSTOMER NOT = SPACES
               IF TX-PARENT-CUSTOMER IS NOT NUMERIC
                   MOVE "N" TO TX-VALID
                   MOVE "PARENT NUMBER NOT NUMERIC"
                       TO REJECT-REASON-TEXT
               ELSE
                   MOVE TX-PARENT-CUSTOMER TO WORK-PARENT-NUMBER
               END-IF
           END-IF.
           IF TX-VALID = "Y" AND WORK-PARENT-NUMBER > 0
               IF WORK-PARENT-NUMBER = WORK-CUSTOMER-NUMBER
                   MOVE "N" TO TX-VALID
                   MOVE "CUSTOMER CANNOT BE OWN PARENT"
                       TO REJECT-REASON-TEXT
               ELSE
                   MOVE 0 TO PARENT-SLOT
                   PERFORM VARYING MASTER-IDX FROM 1 BY 1
                           UNTIL MASTER-IDX > MASTER-COUNT
                               OR PARENT-SLOT > 0
                       IF MT-CUSTOMER-NUMBER(MASTER-IDX) =
                               WORK-PARENT-NUMBER
                               AND MT-DELETED(MASTER-IDX) = "N"
                           MOVE MASTER-IDX TO PARENT-SLOT
                       END-IF
                   END-PERFORM
                   IF PARENT-SLOT = 0
                       MOVE "N" TO TX-VALID
                       MOVE "PARENT NOT ON MASTER"
                           TO REJECT-REASON-TEXT
                   ELSE
                       IF MT-PARENT-CUSTOMER(PARENT-SLOT) > 0
                           MOVE "N" TO TX-VALID
                           MOVE "PARENT IS ITSELF A DRIVER"
                               TO REJECT-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * a corporate parent cannot be deleted, or made a driver of
      * another account, while drivers still bill through it
       CHECK-LINKED-DRIVERS.
           PERFORM VARYING MASTER-IDX FROM 1 BY 1
                   UNTIL MASTER-IDX > MASTER-COUNT
                       OR TX-VALID = "N"
               IF MT-PARENT-CUSTOMER(MASTER-IDX) =
                       WORK-CUSTOMER-NUMBER
                       AND MT-DELETED(MASTER-IDX) = "N"
                   MOVE "N" TO TX-VALID
                   MOVE "CUSTOMER HAS LINKED DRIVERS"
                       TO REJECT-REASON-TEXT
               END-IF
           END-PERFORM.
       BUILD-BEFORE-IMAGE.
           MOVE MT-CREDIT-LIMIT(MASTER-SLOT) TO LIMIT-IMAGE.
           MOVE SPACES TO BEFORE-IMAGE.
               MT-BRANCH(MASTER-SLOT) DELIMITED BY SIZE
               MT-CREDIT-STATUS(MASTER-SLOT) DELIMITED BY SIZE
               LIMIT-IMAGE DELIMITED BY SIZE
               MT-PARENT-CUSTOMER(MASTER-SLOT) DELIMITED BY SIZE
               INTO BEFORE-IMAGE.
       BUILD-AFTER-IMAGE.
           MOVE MT-CREDIT-LIMIT(MASTER-SLOT) TO LIMIT-IMAGE.
               MT-BRANCH(MASTER-SLOT) DELIMITED BY SIZE
               MT-CREDIT-STATUS(MASTER-SLOT) DELIMITED BY SIZE
               LIMIT-IMAGE DELIMITED BY SIZE
               MT-PARENT-CUSTOMER(MASTER-SLOT) DELIMITED BY SIZE
               INTO AFTER-IMAGE.
       WRITE-CHANGE-LINES.
           MOVE SPACES TO REPORT-LINE.
      * billing run's sort-on-load normally makes a single sweep
       REWRITE-CUSTOMER-MASTER.
           PERFORM SORT-MASTER-TABLE.
           MOVE "CUSTMAST-IN.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-STATUS = "00"
               PERFORM WRITE-MASTER-ENTRY
               MOVE MT-BRANCH(MASTER-IDX) TO CM-BRANCH
               MOVE MT-CREDIT-STATUS(MASTER-IDX) TO CM-CREDIT-STATUS
               MOVE MT-CREDIT-LIMIT(MASTER-IDX) TO CM-CREDIT-LIMIT
               MOVE MT-PARENT-CUSTOMER(MASTER-IDX)
                   TO CM-PARENT-CUSTOMER
               WRITE CUSTOMER-MASTER-REC
           END-IF.
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "CUSTMAINT" TO BKR-PROGRAM.
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
       END PROGRAM CUSTMAINT.
