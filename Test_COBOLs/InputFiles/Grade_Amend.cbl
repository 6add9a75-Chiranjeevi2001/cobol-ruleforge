               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-STAT-FILE ASSIGN TO 'GRADESTAT-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AMEND-FILE.
           02 AMD-NEW-MARK PIC X(3).
           02 AMD-REASON PIC X(20).
           02 AMD-OPERATOR PIC X(8).
           02 AMD-ATTEMPT PIC X(1).
       FD GRADE-HISTORY.
       01 GRADE-HISTORY-REC.
           02 GH-STUDENT-NUMBER PIC 9(6).
           02 GH-TERM-CODE PIC X(5).
           02 GH-MARK PIC 9(3).
           02 GH-RESULT PIC X(11).
           02 GH-ATTEMPT PIC 9(1).
           02 GH-ACTUAL-MARK PIC 9(3).
       FD AMEND-REPORT.
       01 REPORT-LINE PIC X(120).
       FD GRADE-STAT-FILE.
       01 GRADE-STAT-REC PIC X(80).
       FD SUBJECT-MASTER.
       01 SUBJECT-MASTER-REC.
           02 SJ-SUBJECT-CODE PIC X(4).
           02 SJ-TITLE PIC X(20).
           02 SJ-CREDITS PIC 9(2).
           02 SJ-PASS-MARK PIC 9(3).
           02 SJ-DEPARTMENT PIC X(4).
       WORKING-STORAGE SECTION.
           01 M_NUMBER PIC 9(3).
           88 M_DISTINCTION VALUES ARE 75 THRU 100.
           02 GHT-TERM-CODE PIC X(5) VALUE SPACES.
           02 GHT-MARK PIC 9(3) VALUE 0.
           02 GHT-RESULT PIC X(11) VALUE SPACES.
           02 GHT-ATTEMPT PIC 9(1) VALUE 1.
           02 GHT-ACTUAL-MARK PIC 9(3) VALUE 0.
       77  GHIST-COUNT PIC 9(4) VALUE 0.
       77  GHIST-IDX PIC 9(4) VALUE 0.
       77  GHIST-SLOT PIC 9(4) VALUE 0.
       77  WORK-STUDENT-NUMBER PIC 9(6) VALUE 0.
       77  WORK-OLD-MARK PIC 9(3) VALUE 0.
       77  WORK-NEW-MARK PIC 9(3) VALUE 0.
       77  WORK-ATTEMPT PIC 9(1) VALUE 1.
       77  OLD-RESULT-TEXT PIC X(11) VALUE SPACES.
       77  RESULT-TEXT PIC X(11) VALUE SPACES.
       77  TX-VALID PIC A(1) VALUE "Y".
       77  MEAN-ED PIC ZZ9.99.
       77  MARK-ED PIC ZZ9.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       01  SUBJECT-TABLE OCCURS 200 TIMES.
           02 SBT-SUBJECT-CODE PIC X(4).
           02 SBT-PASS-MARK PIC 9(3).
       77  SUBJECT-COUNT PIC 9(3) VALUE 0.
       77  SUBJECT-IDX PIC 9(3) VALUE 0.
       77  SUBJECT-SLOT PIC 9(3) VALUE 0.
       77  SUBJECT-MASTER-STATUS PIC X(2) VALUE "00".
       77  SUBJECT-MASTER-EOF PIC A(3) VALUE SPACES.
       77  SUBJECT-PASS-MARK PIC 9(3) VALUE 40.
       77  DEFAULT-PASS-MARK PIC 9(3) VALUE 40.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-TIMESTAMP.
           PERFORM INITIALIZE-STATISTICS.
           PERFORM LOAD-GRADE-HISTORY.
           PERFORM LOAD-SUBJECT-TABLE.
           OPEN OUTPUT AMEND-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM APPLY-AMEND-FILE.
               CLOSE AMEND-FILE
           END-IF.
      * the old mark must match what is on the master; a stale or
      * mistyped correction is rejected rather than applied blind.
      * a blank attempt corrects the first sitting; a re-sit is
      * corrected by giving its attempt number
       APPLY-ONE-AMENDMENT.
           ADD 1 TO AMEND-READ-COUNT.
           MOVE "Y" TO TX-VALID.
           MOVE SPACES TO REJECT-REASON-TEXT.
           MOVE 1 TO WORK-ATTEMPT.
           IF AMD-ATTEMPT IS NUMERIC AND AMD-ATTEMPT NOT = "0"
               MOVE AMD-ATTEMPT TO WORK-ATTEMPT
           END-IF.
           IF AMD-STUDENT-NUMBER IS NOT NUMERIC
                   OR AMD-OLD-MARK IS NOT NUMERIC
                   OR AMD-NEW-MARK IS NOT NUMERIC
                   OR (AMD-ATTEMPT NOT = SPACE
                       AND (AMD-ATTEMPT IS NOT NUMERIC
                           OR AMD-ATTEMPT = "0"))
               MOVE "N" TO TX-VALID
               MOVE "MALFORMED AMENDMENT" TO REJECT-REASON-TEXT
           ELSE
                   MOVE "N" TO TX-VALID
                   MOVE "GRADE NOT ON MASTER" TO REJECT-REASON-TEXT
               ELSE
                   IF GHT-ACTUAL-MARK(GHIST-SLOT) NOT = WORK-OLD-MARK
                       MOVE "N" TO TX-VALID
                       MOVE "OLD MARK DOES NOT MATCH"
                           TO REJECT-REASON-TEXT
                       AND GHT-SUBJECT-CODE(GHIST-IDX) =
                           AMD-SUBJECT-CODE
                       AND GHT-TERM-CODE(GHIST-IDX) = AMD-TERM-CODE
                       AND GHT-ATTEMPT(GHIST-IDX) = WORK-ATTEMPT
                   MOVE GHIST-IDX TO GHIST-SLOT
               END-IF
           END-PERFORM.
           MOVE WORK-NEW-MARK TO M_NUMBER.
           PERFORM DERIVE-RESULT-TEXT.
           MOVE WORK-NEW-MARK TO GHT-MARK(GHIST-SLOT).
           MOVE WORK-NEW-MARK TO GHT-ACTUAL-MARK(GHIST-SLOT).
      * a re-sit pass is recorded at the pass mark, as RESITRUN
      * records it
           IF WORK-ATTEMPT > 1 AND RESULT-TEXT NOT = "FAIL"
                   AND RESULT-TEXT NOT = "NOT GRADED"
               MOVE "PASS" TO RESULT-TEXT
               MOVE SUBJECT-PASS-MARK TO GHT-MARK(GHIST-SLOT)
           END-IF.
           MOVE RESULT-TEXT TO GHT-RESULT(GHIST-SLOT).
           ADD 1 TO AMEND-APPLIED-COUNT.
           MOVE SPACES TO REPORT-LINE.
               AMD-SUBJECT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMD-TERM-CODE DELIMITED BY SIZE
               " ATT " DELIMITED BY SIZE
               WORK-ATTEMPT DELIMITED BY SIZE
               " OLD " DELIMITED BY SIZE
               WORK-OLD-MARK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AMD-REASON DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      * graded as CONDITION-STATEMENT grades: the common distinction
      * band, then the subject's own pass mark
       DERIVE-RESULT-TEXT.
           MOVE DEFAULT-PASS-MARK TO SUBJECT-PASS-MARK.
           MOVE 0 TO SUBJECT-SLOT.
           PERFORM VARYING SUBJECT-IDX FROM 1 BY 1
                   UNTIL SUBJECT-IDX > SUBJECT-COUNT
                       OR SUBJECT-SLOT > 0
               IF SBT-SUBJECT-CODE(SUBJECT-IDX) = AMD-SUBJECT-CODE
                   MOVE SUBJECT-IDX TO SUBJECT-SLOT
                   MOVE SBT-PASS-MARK(SUBJECT-IDX)
                       TO SUBJECT-PASS-MARK
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN M_DISTINCTION
                   MOVE "DISTINCTION" TO RESULT-TEXT
               WHEN (M_PASS OR M_FAIL)
                       AND M_NUMBER NOT LESS THAN SUBJECT-PASS-MARK
                   MOVE "PASS" TO RESULT-TEXT
               WHEN M_PASS OR M_FAIL
                   MOVE "FAIL" TO RESULT-TEXT
               WHEN OTHER
                   MOVE "NOT GRADED" TO RESULT-TEXT
                   MOVE GH-TERM-CODE TO GHT-TERM-CODE(GHIST-COUNT)
                   MOVE GH-MARK TO GHT-MARK(GHIST-COUNT)
                   MOVE GH-RESULT TO GHT-RESULT(GHIST-COUNT)
                   IF GH-ATTEMPT IS NUMERIC AND GH-ATTEMPT > 0
                       MOVE GH-ATTEMPT TO GHT-ATTEMPT(GHIST-COUNT)
                   ELSE
                       MOVE 1 TO GHT-ATTEMPT(GHIST-COUNT)
                   END-IF
                   IF GH-ACTUAL-MARK IS NUMERIC
                       MOVE GH-ACTUAL-MARK
                           TO GHT-ACTUAL-MARK(GHIST-COUNT)
                   ELSE
                       MOVE GH-MARK TO GHT-ACTUAL-MARK(GHIST-COUNT)
                   END-IF
                   READ GRADE-HISTORY
                       AT END MOVE "YYY" TO GRADE-HISTORY-EOF
                   END-READ
               END-PERFORM
               CLOSE GRADE-HISTORY
           END-IF.
      * only the pass marks are needed here; a subject missing from
      * the master is graded against the standard pass band
       LOAD-SUBJECT-TABLE.
           MOVE SPACES TO SUBJECT-MASTER-EOF.
           OPEN INPUT SUBJECT-MASTER.
           IF SUBJECT-MASTER-STATUS = "00"
               READ SUBJECT-MASTER
                   AT END MOVE "YYY" TO SUBJECT-MASTER-EOF
               END-READ
               PERFORM UNTIL SUBJECT-MASTER-EOF = "YYY"
                       OR SUBJECT-COUNT >= 200
                   ADD 1 TO SUBJECT-COUNT
                   MOVE SJ-SUBJECT-CODE
                       TO SBT-SUBJECT-CODE(SUBJECT-COUNT)
                   IF SJ-PASS-MARK IS NUMERIC
                           AND SJ-PASS-MARK IS GREATER THAN 0
                           AND SJ-PASS-MARK IS LESS THAN 101
                       MOVE SJ-PASS-MARK
                           TO SBT-PASS-MARK(SUBJECT-COUNT)
                   ELSE
                       MOVE DEFAULT-PASS-MARK
                           TO SBT-PASS-MARK(SUBJECT-COUNT)
                   END-IF
                   READ SUBJECT-MASTER
                       AT END MOVE "YYY" TO SUBJECT-MASTER-EOF
                   END-READ
               END-PERFORM
               IF SUBJECT-MASTER-EOF NOT = "YYY"
                   DISPLAY "WARNING: MORE THAN 200 SUBJECTS IN "
                       "SUBJMAST-IN.txt - EXCESS ENTRIES IGNORED"
               END-IF
               CLOSE SUBJECT-MASTER
           ELSE
               DISPLAY "WARNING: SUBJMAST-IN.txt NOT FOUND - "
                   "STANDARD PASS MARK USED"
           END-IF.
       REWRITE-GRADE-HISTORY.
           MOVE "GRADEHIST-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT GRADE-HISTORY.
           IF GRADE-HISTORY-STATUS = "00"
               PERFORM WRITE-HISTORY-ENTRY
           MOVE GHT-TERM-CODE(GHIST-IDX) TO GH-TERM-CODE.
           MOVE GHT-MARK(GHIST-IDX) TO GH-MARK.
           MOVE GHT-RESULT(GHIST-IDX) TO GH-RESULT.
           MOVE GHT-ATTEMPT(GHIST-IDX) TO GH-ATTEMPT.
           MOVE GHT-ACTUAL-MARK(GHIST-IDX) TO GH-ACTUAL-MARK.
           WRITE GRADE-HISTORY-REC.
      * the tier statistics are rebuilt from the amended master so
      * the published figures agree with the corrected marks; the
      * tier follows the recorded result, since pass marks differ
      * from subject to subject
       DERIVE-STATISTICS.
           PERFORM DERIVE-ONE-STATISTIC
               VARYING GHIST-IDX FROM 1 BY 1
               UNTIL GHIST-IDX > GHIST-COUNT.
       DERIVE-ONE-STATISTIC.
           MOVE GHT-MARK(GHIST-IDX) TO M_NUMBER.
           EVALUATE GHT-RESULT(GHIST-IDX)
               WHEN "DISTINCTION"
                   MOVE 1 TO TIER-IDX
               WHEN "PASS"
                   MOVE 2 TO TIER-IDX
               WHEN "FAIL"
                   MOVE 3 TO TIER-IDX
               WHEN OTHER
                   MOVE 4 TO TIER-IDX
           WRITE GRADE-STAT-REC.
       GET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "GRADEAMEND" TO BKR-PROGRAM.
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
       END PROGRAM GRADEAMEND.
