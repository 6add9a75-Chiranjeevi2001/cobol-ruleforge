       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO MASTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT GENERATION-FILE ASSIGN TO GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-FILE-STATUS.
           SELECT GENERATION-CATALOG ASSIGN TO 'MSTGEN-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-CATALOG-STATUS.
           SELECT GENERATION-PARM ASSIGN TO 'MSTGEN-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       01 MASTER-FILE-REC PIC X(500).
       FD GENERATION-FILE.
       01 GENERATION-FILE-REC PIC X(500).
       FD GENERATION-CATALOG.
       01 GENERATION-CATALOG-REC.
           02 GC-MASTER-NAME PIC X(20).
           02 GC-GEN-DATE PIC 9(8).
           02 GC-GEN-TIME PIC 9(6).
           02 GC-GEN-FILE-NAME PIC X(30).
           02 GC-PROGRAM PIC X(20).
           02 GC-RECORD-COUNT PIC 9(7).
       FD GENERATION-PARM.
       01 GENERATION-PARM-REC.
           02 GP-MASTER-NAME PIC X(20).
           02 GP-KEEP-COUNT PIC 9(2).
       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS PIC X(2) VALUE "00".
       77  GENERATION-FILE-STATUS PIC X(2) VALUE "00".
       77  GENERATION-CATALOG-STATUS PIC X(2) VALUE "00".
       77  GENERATION-PARM-STATUS PIC X(2) VALUE "00".
       77  MASTER-FILE-NAME PIC X(30) VALUE SPACES.
       77  GENERATION-FILE-NAME PIC X(30) VALUE SPACES.
       77  COPY-EOF PIC A(3) VALUE SPACES.
       77  CATALOG-EOF PIC A(3) VALUE SPACES.
       77  PARM-EOF PIC A(3) VALUE SPACES.
       01  GENERATION-TABLE OCCURS 2000 TIMES.
           02 GEN-MASTER-NAME PIC X(20).
           02 GEN-DATE PIC 9(8).
           02 GEN-TIME PIC 9(6).
           02 GEN-FILE-NAME PIC X(30).
           02 GEN-PROGRAM PIC X(20).
           02 GEN-RECORD-COUNT PIC 9(7).
           02 GEN-ACTIVE PIC A(1).
       77  GEN-COUNT PIC 9(4) VALUE 0.
       77  GEN-IDX PIC 9(4) VALUE 0.
       77  GEN-SLOT PIC 9(4) VALUE 0.
       77  GEN-KEPT PIC 9(4) VALUE 0.
       77  CATALOG-FULL PIC A(1) VALUE "N".
       77  KEEP-DEFAULT PIC 9(2) VALUE 7.
       77  KEEP-COUNT PIC 9(2) VALUE 0.
       77  COPY-COUNT PIC 9(7) VALUE 0.
       77  COPY-FAILED PIC A(1) VALUE "N".
       77  BACKUP-TIMESTAMP PIC X(21) VALUE SPACES.
       77  BACKUP-DATE PIC 9(8) VALUE 0.
       77  BACKUP-TIME PIC 9(6) VALUE 0.
       LINKAGE SECTION.
       COPY MSTBKUP.
       PROCEDURE DIVISION USING BACKUP-REQUEST.
       MAIN-PROCEDURE.
           MOVE "00" TO BKR-RESULT.
           MOVE 0 TO BKR-GEN-DATE.
           MOVE SPACES TO BKR-GEN-FILE-NAME.
           MOVE 0 TO BKR-RECORD-COUNT.
           MOVE 0 TO BKR-GENS-REMOVED.
           MOVE FUNCTION CURRENT-DATE TO BACKUP-TIMESTAMP.
           MOVE BACKUP-TIMESTAMP(1:8) TO BACKUP-DATE.
           MOVE BACKUP-TIMESTAMP(9:6) TO BACKUP-TIME.
           MOVE BKR-MASTER-NAME TO MASTER-FILE-NAME.
           PERFORM LOAD-GENERATION-CATALOG.
           IF CATALOG-FULL = "Y"
               DISPLAY "MSTBKUP: MORE THAN 2000 GENERATIONS ON "
                   "MSTGEN-MST.txt - " BKR-MASTER-NAME " NOT HANDLED"
               MOVE "16" TO BKR-RESULT
           ELSE
               EVALUATE BKR-FUNCTION
                   WHEN "B"
                       PERFORM TAKE-GENERATION
                   WHEN "R"
                       PERFORM RESTORE-GENERATION
                   WHEN OTHER
                       DISPLAY "MSTBKUP: UNKNOWN FUNCTION "
                           BKR-FUNCTION " FOR " BKR-MASTER-NAME
                       MOVE "16" TO BKR-RESULT
               END-EVALUATE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       LOAD-GENERATION-CATALOG.
           MOVE 0 TO GEN-COUNT.
           MOVE "N" TO CATALOG-FULL.
           MOVE SPACES TO CATALOG-EOF.
           OPEN INPUT GENERATION-CATALOG.
           IF GENERATION-CATALOG-STATUS = "00"
               READ GENERATION-CATALOG
                   AT END MOVE "YYY" TO CATALOG-EOF
               END-READ
               PERFORM UNTIL CATALOG-EOF = "YYY"
                       OR CATALOG-FULL = "Y"
                   IF GC-MASTER-NAME NOT = SPACES
                       IF GEN-COUNT >= 2000
                           MOVE "Y" TO CATALOG-FULL
                       ELSE
                           ADD 1 TO GEN-COUNT
                           MOVE GC-MASTER-NAME
                               TO GEN-MASTER-NAME(GEN-COUNT)
                           MOVE GC-GEN-DATE TO GEN-DATE(GEN-COUNT)
                           MOVE GC-GEN-TIME TO GEN-TIME(GEN-COUNT)
                           MOVE GC-GEN-FILE-NAME
                               TO GEN-FILE-NAME(GEN-COUNT)
                           MOVE GC-PROGRAM TO GEN-PROGRAM(GEN-COUNT)
                           MOVE GC-RECORD-COUNT
                               TO GEN-RECORD-COUNT(GEN-COUNT)
                           MOVE "Y" TO GEN-ACTIVE(GEN-COUNT)
                       END-IF
                   END-IF
                   READ GENERATION-CATALOG
                       AT END MOVE "YYY" TO CATALOG-EOF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-CATALOG
           END-IF.
      * only the first rewrite of a day is saved, so the generation
      * holds the master as it stood before that day's processing
       TAKE-GENERATION.
           MOVE 0 TO GEN-SLOT.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GEN-COUNT OR GEN-SLOT > 0
               IF GEN-MASTER-NAME(GEN-IDX) = BKR-MASTER-NAME
                       AND GEN-DATE(GEN-IDX) = BACKUP-DATE
                   MOVE GEN-IDX TO GEN-SLOT
               END-IF
           END-PERFORM.
           IF GEN-SLOT > 0
               MOVE GEN-DATE(GEN-SLOT) TO BKR-GEN-DATE
               MOVE GEN-FILE-NAME(GEN-SLOT) TO BKR-GEN-FILE-NAME
               MOVE GEN-RECORD-COUNT(GEN-SLOT) TO BKR-RECORD-COUNT
               MOVE "04" TO BKR-RESULT
           ELSE
               IF GEN-COUNT >= 2000
                   DISPLAY "MSTBKUP: MSTGEN-MST.txt IS FULL - NO "
                       "GENERATION TAKEN OF " BKR-MASTER-NAME
                   MOVE "16" TO BKR-RESULT
               ELSE
                   PERFORM SAVE-MASTER-TO-GENERATION
               END-IF
           END-IF.
       SAVE-MASTER-TO-GENERATION.
           MOVE SPACES TO GENERATION-FILE-NAME.
           STRING BKR-MASTER-NAME DELIMITED BY "."
               "." DELIMITED BY SIZE
               BACKUP-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO GENERATION-FILE-NAME.
           MOVE "N" TO COPY-FAILED.
           MOVE 0 TO COPY-COUNT.
           MOVE SPACES TO COPY-EOF.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS = "35"
               MOVE "YYY" TO COPY-EOF
           ELSE
               IF MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "MSTBKUP: UNABLE TO READ " BKR-MASTER-NAME
                       " STATUS " MASTER-FILE-STATUS
                   MOVE "Y" TO COPY-FAILED
               END-IF
           END-IF.
           IF COPY-FAILED = "N"
               OPEN OUTPUT GENERATION-FILE
               IF GENERATION-FILE-STATUS NOT = "00"
                   DISPLAY "MSTBKUP: UNABLE TO CREATE "
                       GENERATION-FILE-NAME
                       " STATUS " GENERATION-FILE-STATUS
                   MOVE "Y" TO COPY-FAILED
                   IF MASTER-FILE-STATUS = "00"
                       CLOSE MASTER-FILE
                   END-IF
               END-IF
           END-IF.
           IF COPY-FAILED = "Y"
               MOVE "16" TO BKR-RESULT
           ELSE
               IF COPY-EOF NOT = "YYY"
                   READ MASTER-FILE
                       AT END MOVE "YYY" TO COPY-EOF
                   END-READ
                   PERFORM COPY-MASTER-RECORD UNTIL COPY-EOF = "YYY"
                   CLOSE MASTER-FILE
               END-IF
               CLOSE GENERATION-FILE
               ADD 1 TO GEN-COUNT
               MOVE BKR-MASTER-NAME TO GEN-MASTER-NAME(GEN-COUNT)
               MOVE BACKUP-DATE TO GEN-DATE(GEN-COUNT)
               MOVE BACKUP-TIME TO GEN-TIME(GEN-COUNT)
               MOVE GENERATION-FILE-NAME TO GEN-FILE-NAME(GEN-COUNT)
               MOVE BKR-PROGRAM TO GEN-PROGRAM(GEN-COUNT)
               MOVE COPY-COUNT TO GEN-RECORD-COUNT(GEN-COUNT)
               MOVE "Y" TO GEN-ACTIVE(GEN-COUNT)
               MOVE BACKUP-DATE TO BKR-GEN-DATE
               MOVE GENERATION-FILE-NAME TO BKR-GEN-FILE-NAME
               MOVE COPY-COUNT TO BKR-RECORD-COUNT
               DISPLAY "MSTBKUP: " BKR-MASTER-NAME " SAVED AS "
                   GENERATION-FILE-NAME " - " COPY-COUNT " RECORDS"
               PERFORM LOAD-KEEP-COUNT
               PERFORM PRUNE-OLDEST-GENERATION
                   UNTIL GEN-KEPT <= KEEP-COUNT
               PERFORM REWRITE-GENERATION-CATALOG
           END-IF.
       COPY-MASTER-RECORD.
           MOVE MASTER-FILE-REC TO GENERATION-FILE-REC.
           WRITE GENERATION-FILE-REC.
           ADD 1 TO COPY-COUNT.
           READ MASTER-FILE
               AT END MOVE "YYY" TO COPY-EOF
           END-READ.
      * MSTGEN-IN.txt holds a DEFAULT line and optional per-master
      * lines giving how many generations to keep; seven when absent
       LOAD-KEEP-COUNT.
           MOVE 7 TO KEEP-DEFAULT.
           MOVE 0 TO KEEP-COUNT.
           MOVE SPACES TO PARM-EOF.
           OPEN INPUT GENERATION-PARM.
           IF GENERATION-PARM-STATUS = "00"
               READ GENERATION-PARM
                   AT END MOVE "YYY" TO PARM-EOF
               END-READ
               PERFORM UNTIL PARM-EOF = "YYY"
                   IF GP-KEEP-COUNT IS NUMERIC
                           AND GP-KEEP-COUNT > 0
                       IF GP-MASTER-NAME = "DEFAULT"
                           MOVE GP-KEEP-COUNT TO KEEP-DEFAULT
                       END-IF
                       IF GP-MASTER-NAME = BKR-MASTER-NAME
                           MOVE GP-KEEP-COUNT TO KEEP-COUNT
                       END-IF
                   END-IF
                   READ GENERATION-PARM
                       AT END MOVE "YYY" TO PARM-EOF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-PARM
           END-IF.
           IF KEEP-COUNT = 0
               MOVE KEEP-DEFAULT TO KEEP-COUNT
           END-IF.
           MOVE 0 TO GEN-KEPT.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GEN-COUNT
               IF GEN-MASTER-NAME(GEN-IDX) = BKR-MASTER-NAME
                       AND GEN-ACTIVE(GEN-IDX) = "Y"
                   ADD 1 TO GEN-KEPT
               END-IF
           END-PERFORM.
       PRUNE-OLDEST-GENERATION.
           MOVE 0 TO GEN-SLOT.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GEN-COUNT
               IF GEN-MASTER-NAME(GEN-IDX) = BKR-MASTER-NAME
                       AND GEN-ACTIVE(GEN-IDX) = "Y"
                   IF GEN-SLOT = 0
                       MOVE GEN-IDX TO GEN-SLOT
                   ELSE
                       IF GEN-DATE(GEN-IDX) < GEN-DATE(GEN-SLOT)
                           MOVE GEN-IDX TO GEN-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM DROP-GENERATION.
           SUBTRACT 1 FROM GEN-KEPT.
       DROP-GENERATION.
           CALL "CBL_DELETE_FILE" USING GEN-FILE-NAME(GEN-SLOT).
           MOVE "N" TO GEN-ACTIVE(GEN-SLOT).
           ADD 1 TO BKR-GENS-REMOVED.
      * the master is put back from the earliest generation taken on
      * or after the rollback date; later generations describe the
      * run being backed out and are dropped with it
       RESTORE-GENERATION.
           MOVE 0 TO GEN-SLOT.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GEN-COUNT
               IF GEN-MASTER-NAME(GEN-IDX) = BKR-MASTER-NAME
                       AND GEN-DATE(GEN-IDX) >= BKR-ROLLBACK-DATE
                   IF GEN-SLOT = 0
                       MOVE GEN-IDX TO GEN-SLOT
                   ELSE
                       IF GEN-DATE(GEN-IDX) < GEN-DATE(GEN-SLOT)
                           MOVE GEN-IDX TO GEN-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF GEN-SLOT = 0
               MOVE "04" TO BKR-RESULT
           ELSE
               MOVE GEN-DATE(GEN-SLOT) TO BKR-GEN-DATE
               MOVE GEN-FILE-NAME(GEN-SLOT) TO BKR-GEN-FILE-NAME
               PERFORM COPY-GENERATION-TO-MASTER
               IF BKR-RESULT = "00"
                   PERFORM VARYING GEN-IDX FROM 1 BY 1
                           UNTIL GEN-IDX > GEN-COUNT
                       IF GEN-MASTER-NAME(GEN-IDX) = BKR-MASTER-NAME
                               AND GEN-DATE(GEN-IDX)
                                   >= BKR-ROLLBACK-DATE
                               AND GEN-ACTIVE(GEN-IDX) = "Y"
                           MOVE GEN-IDX TO GEN-SLOT
                           PERFORM DROP-GENERATION
                       END-IF
                   END-PERFORM
                   PERFORM REWRITE-GENERATION-CATALOG
               END-IF
           END-IF.
       COPY-GENERATION-TO-MASTER.
           MOVE BKR-GEN-FILE-NAME TO GENERATION-FILE-NAME.
           MOVE 0 TO COPY-COUNT.
           MOVE SPACES TO COPY-EOF.
           OPEN INPUT GENERATION-FILE.
           IF GENERATION-FILE-STATUS NOT = "00"
               DISPLAY "MSTBKUP: GENERATION " GENERATION-FILE-NAME
                   " CANNOT BE READ - STATUS " GENERATION-FILE-STATUS
               MOVE "16" TO BKR-RESULT
           ELSE
               OPEN OUTPUT MASTER-FILE
               IF MASTER-FILE-STATUS NOT = "00"
                   DISPLAY "MSTBKUP: UNABLE TO REWRITE "
                       BKR-MASTER-NAME " STATUS " MASTER-FILE-STATUS
                   MOVE "16" TO BKR-RESULT
               ELSE
                   READ GENERATION-FILE
                       AT END MOVE "YYY" TO COPY-EOF
                   END-READ
                   PERFORM COPY-GENERATION-RECORD
                       UNTIL COPY-EOF = "YYY"
                   CLOSE MASTER-FILE
                   MOVE COPY-COUNT TO BKR-RECORD-COUNT
                   DISPLAY "MSTBKUP: " BKR-MASTER-NAME
                       " RESTORED FROM " GENERATION-FILE-NAME
                       " - " COPY-COUNT " RECORDS"
               END-IF
               CLOSE GENERATION-FILE
           END-IF.
       COPY-GENERATION-RECORD.
           MOVE GENERATION-FILE-REC TO MASTER-FILE-REC.
           WRITE MASTER-FILE-REC.
           ADD 1 TO COPY-COUNT.
           READ GENERATION-FILE
               AT END MOVE "YYY" TO COPY-EOF
           END-READ.
       REWRITE-GENERATION-CATALOG.
           OPEN OUTPUT GENERATION-CATALOG.
           IF GENERATION-CATALOG-STATUS NOT = "00"
               DISPLAY "MSTBKUP: UNABLE TO REWRITE MSTGEN-MST.txt "
                   "STATUS " GENERATION-CATALOG-STATUS
               MOVE "16" TO BKR-RESULT
           ELSE
               PERFORM VARYING GEN-IDX FROM 1 BY 1
                       UNTIL GEN-IDX > GEN-COUNT
                   IF GEN-ACTIVE(GEN-IDX) = "Y"
                       MOVE SPACES TO GENERATION-CATALOG-REC
                       MOVE GEN-MASTER-NAME(GEN-IDX) TO GC-MASTER-NAME
                       MOVE GEN-DATE(GEN-IDX) TO GC-GEN-DATE
                       MOVE GEN-TIME(GEN-IDX) TO GC-GEN-TIME
                       MOVE GEN-FILE-NAME(GEN-IDX) TO GC-GEN-FILE-NAME
                       MOVE GEN-PROGRAM(GEN-IDX) TO GC-PROGRAM
                       MOVE GEN-RECORD-COUNT(GEN-IDX)
                           TO GC-RECORD-COUNT
                       WRITE GENERATION-CATALOG-REC
                   END-IF
               END-PERFORM
               CLOSE GENERATION-CATALOG
           END-IF.
       END PROGRAM MSTBKUP.
