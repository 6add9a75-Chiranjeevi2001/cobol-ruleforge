           SELECT GRADE-HISTORY ASSIGN TO 'GRADEHIST-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-HISTORY-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT STANDING-REPORT ASSIGN TO 'STANDING-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-IN-FILE.
           02 GH-TERM-CODE PIC X(5).
           02 GH-MARK PIC 9(3).
           02 GH-RESULT PIC X(11).
           02 GH-ATTEMPT PIC 9(1).
           02 GH-ACTUAL-MARK PIC 9(3).
       FD SUBJECT-MASTER.
       01 SUBJECT-MASTER-REC.
           02 SJ-SUBJECT-CODE PIC X(4).
           02 SJ-TITLE PIC X(20).
           02 SJ-CREDITS PIC 9(2).
           02 SJ-PASS-MARK PIC 9(3).
           02 SJ-DEPARTMENT PIC X(4).
       FD STANDING-REPORT.
       01 STANDING-REC PIC X(80).
       WORKING-STORAGE SECTION.
           01 M_NUMBER PIC 9(3).
           88 M_DISTINCTION VALUES ARE 75 THRU 100.
           02 GHT-TERM-CODE PIC X(5) VALUE SPACES.
           02 GHT-MARK PIC 9(3) VALUE 0.
           02 GHT-RESULT PIC X(11) VALUE SPACES.
           02 GHT-ATTEMPT PIC 9(1) VALUE 1.
           02 GHT-ACTUAL-MARK PIC 9(3) VALUE 0.
           02 GHT-PRINTED PIC A(1) VALUE "N".
       77  GHIST-COUNT PIC 9(4) VALUE 0.
       77  GHIST-IDX PIC 9(4) VALUE 0.
       77  GRADE-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  TRANSCRIPT-STUDENT PIC 9(6) VALUE 0.
       77  REJECT-COUNT PIC 9(5) VALUE 0.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       01  SUBJECT-TABLE OCCURS 200 TIMES.
           02 SBT-SUBJECT-CODE PIC X(4).
           02 SBT-TITLE PIC X(20).
           02 SBT-CREDITS PIC 9(2).
           02 SBT-PASS-MARK PIC 9(3).
           02 SBT-DEPARTMENT PIC X(4).
       77  SUBJECT-COUNT PIC 9(3) VALUE 0.
       77  SUBJECT-IDX PIC 9(3) VALUE 0.
       77  SUBJECT-SLOT PIC 9(3) VALUE 0.
       77  SUBJECT-MASTER-STATUS PIC X(2) VALUE "00".
       77  SUBJECT-MASTER-EOF PIC A(3) VALUE SPACES.
       77  SUBJECT-PASS-MARK PIC 9(3) VALUE 40.
       77  DEFAULT-PASS-MARK PIC 9(3) VALUE 40.
       01  TERM-LIST OCCURS 100 TIMES.
           02 TL-TERM-CODE PIC X(5).
       77  TERM-COUNT PIC 9(3) VALUE 0.
       77  TERM-IDX PIC 9(3) VALUE 0.
       77  TERM-JDX PIC 9(3) VALUE 0.
       77  TERM-SLOT PIC 9(3) VALUE 0.
       77  TERM-HOLD PIC X(5) VALUE SPACES.
       77  GRADE-POINTS PIC 9V99 VALUE 0.
       77  GRADE-COUNTED PIC A(1) VALUE "N".
       77  GRADE-SUPERSEDED PIC A(1) VALUE "N".
       77  TERM-CREDITS PIC 9(3) VALUE 0.
       77  TERM-POINTS PIC 9(5)V99 VALUE 0.
       77  CUM-CREDITS PIC 9(4) VALUE 0.
       77  CUM-POINTS PIC 9(6)V99 VALUE 0.
       77  TERM-GPA PIC 9V99 VALUE 0.
       77  CUM-GPA PIC 9V99 VALUE 0.
       77  HONOURS-GPA PIC 9V99 VALUE 3.50.
       77  PROBATION-GPA PIC 9V99 VALUE 2.00.
       77  STANDING-CODE PIC X(1) VALUE SPACES.
       77  STANDING-TEXT PIC X(13) VALUE SPACES.
       77  GPA-ED PIC 9.99.
       77  GP-ED PIC 9.99.
       77  CREDIT-ED PIC ZZ9.
       77  CUM-CREDIT-ED PIC ZZZ9.
       01  STANDING-TABLE OCCURS 2000 TIMES.
           02 SDT-TERM-CODE PIC X(5).
           02 SDT-STUDENT-NUMBER PIC 9(6).
           02 SDT-CREDITS PIC 9(3).
           02 SDT-TERM-GPA PIC 9V99.
           02 SDT-CUM-GPA PIC 9V99.
           02 SDT-STANDING PIC X(1).
       77  STANDING-COUNT PIC 9(4) VALUE 0.
       77  STANDING-IDX PIC 9(4) VALUE 0.
       77  STANDING-GROUP PIC X(1) VALUE SPACES.
       77  GROUP-LISTED PIC 9(4) VALUE 0.
       77  HONOURS-COUNT PIC 9(4) VALUE 0.
       77  GOOD-COUNT PIC 9(4) VALUE 0.
       77  PROBATION-COUNT PIC 9(4) VALUE 0.
       77  UNASSESSED-COUNT PIC 9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-TIMESTAMP.
           PERFORM INITIALIZE-STATISTICS.
           PERFORM LOAD-STUDENT-TABLE.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM LOAD-GRADE-HISTORY.
           OPEN OUTPUT GRADE-AUDIT-FILE.
           OPEN OUTPUT GRADE-REJECT-FILE.
           PERFORM WRITE-STATISTICS-REPORT.
           PERFORM REWRITE-GRADE-HISTORY.
           PERFORM WRITE-TRANSCRIPTS.
           PERFORM WRITE-STANDING-REPORT.
           GOBACK.
       PROCESS-GRADE.
           PERFORM FIND-STUDENT.
           IF STUDENT-SLOT = 0
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM FIND-SUBJECT
               IF SUBJECT-SLOT = 0
                   PERFORM WRITE-SUBJECT-REJECT
               ELSE
                   PERFORM GRADE-ONE-MARK
               END-IF
           END-IF.
           PERFORM READ-NEXT-GRADE.
      * the distinction band is common to every subject; below it a
      * mark passes or fails against the subject's own pass mark
       GRADE-ONE-MARK.
           MOVE SBT-PASS-MARK(SUBJECT-SLOT) TO SUBJECT-PASS-MARK.
           EVALUATE TRUE
               WHEN M_DISTINCTION
                   MOVE "DISTINCTION" TO RESULT-TEXT
                   MOVE 1 TO TIER-IDX
                   DISPLAY 'Passed with distinction, ' M_NUMBER ' marks'
               WHEN (M_PASS OR M_FAIL)
                       AND M_NUMBER NOT LESS THAN SUBJECT-PASS-MARK
                   MOVE "PASS" TO RESULT-TEXT
                   MOVE 2 TO TIER-IDX
                   DISPLAY 'Passed with ' M_NUMBER ' marks'
               WHEN M_PASS OR M_FAIL
                   MOVE "FAIL" TO RESULT-TEXT
                   MOVE 3 TO TIER-IDX
                   DISPLAY 'FAILED with ' M_NUMBER ' marks'
               M_NUMBER DELIMITED BY SIZE
               INTO GRADE-REJECT-REC.
           WRITE GRADE-REJECT-REC.
       FIND-SUBJECT.
           MOVE 0 TO SUBJECT-SLOT.
           PERFORM VARYING SUBJECT-IDX FROM 1 BY 1
                   UNTIL SUBJECT-IDX > SUBJECT-COUNT
                       OR SUBJECT-SLOT > 0
               IF SBT-SUBJECT-CODE(SUBJECT-IDX) = SUBJECT-CODE
                   MOVE SUBJECT-IDX TO SUBJECT-SLOT
               END-IF
           END-PERFORM.
       WRITE-SUBJECT-REJECT.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO GRADE-REJECT-REC.
           STRING "UNKNOWN SUBJECT " DELIMITED BY SIZE
               SUBJECT-CODE DELIMITED BY SIZE
               " STUDENT=" DELIMITED BY SIZE
               STUDENT-NUMBER DELIMITED BY SIZE
               " MARKS=" DELIMITED BY SIZE
               M_NUMBER DELIMITED BY SIZE
               INTO GRADE-REJECT-REC.
           WRITE GRADE-REJECT-REC.
      * one first-sitting entry per student, subject, and term; a
      * second mark in the same term keeps the best mark. re-sits
      * are separate attempts added by RESITRUN
       UPDATE-GRADE-HISTORY.
           MOVE 0 TO GHIST-SLOT.
           PERFORM VARYING GHIST-IDX FROM 1 BY 1
               IF GHT-STUDENT-NUMBER(GHIST-IDX) = STUDENT-NUMBER
                       AND GHT-SUBJECT-CODE(GHIST-IDX) = SUBJECT-CODE
                       AND GHT-TERM-CODE(GHIST-IDX) = TERM-CODE
                       AND GHT-ATTEMPT(GHIST-IDX) = 1
                   MOVE GHIST-IDX TO GHIST-SLOT
               END-IF
           END-PERFORM.
                   MOVE TERM-CODE TO GHT-TERM-CODE(GHIST-SLOT)
                   MOVE M_NUMBER TO GHT-MARK(GHIST-SLOT)
                   MOVE RESULT-TEXT TO GHT-RESULT(GHIST-SLOT)
                   MOVE 1 TO GHT-ATTEMPT(GHIST-SLOT)
                   MOVE M_NUMBER TO GHT-ACTUAL-MARK(GHIST-SLOT)
               END-IF
           ELSE
               IF M_NUMBER IS GREATER THAN GHT-MARK(GHIST-SLOT)
                   MOVE M_NUMBER TO GHT-MARK(GHIST-SLOT)
                   MOVE M_NUMBER TO GHT-ACTUAL-MARK(GHIST-SLOT)
                   MOVE RESULT-TEXT TO GHT-RESULT(GHIST-SLOT)
               END-IF
           END-IF.
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
                   MOVE "N" TO GHT-PRINTED(GHIST-COUNT)
                   READ GRADE-HISTORY
                       AT END MOVE "YYY" TO GRADE-HISTORY-EOF
               CLOSE GRADE-HISTORY
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
      * transcripts come from the full master, so a student shows
      * every term on file rather than only tonight's batch
                       INTO TRANSCRIPT-REC
               END-IF
               WRITE TRANSCRIPT-REC
               MOVE 0 TO TERM-COUNT
               PERFORM VARYING GHIST-JDX FROM GHIST-IDX BY 1
                       UNTIL GHIST-JDX > GHIST-COUNT
                   IF GHT-STUDENT-NUMBER(GHIST-JDX) =
                           TRANSCRIPT-STUDENT
                       MOVE GHT-TERM-CODE(GHIST-JDX) TO TERM-HOLD
                       PERFORM ADD-TERM-TO-LIST
                   END-IF
               END-PERFORM
               MOVE 0 TO CUM-CREDITS
               MOVE 0 TO CUM-POINTS
               PERFORM WRITE-TRANSCRIPT-TERM
                   VARYING TERM-IDX FROM 1 BY 1
                   UNTIL TERM-IDX > TERM-COUNT
               MOVE SPACES TO TRANSCRIPT-REC
               WRITE TRANSCRIPT-REC
           END-IF.
      * terms are printed oldest first so the cumulative figure on
      * each term covers that term and every one before it
       WRITE-TRANSCRIPT-TERM.
           MOVE SPACES TO TRANSCRIPT-REC.
           STRING "  TERM " DELIMITED BY SIZE
               TL-TERM-CODE(TERM-IDX) DELIMITED BY SIZE
               INTO TRANSCRIPT-REC.
           WRITE TRANSCRIPT-REC.
           MOVE 0 TO TERM-CREDITS.
           MOVE 0 TO TERM-POINTS.
           PERFORM VARYING GHIST-JDX FROM GHIST-IDX BY 1
                   UNTIL GHIST-JDX > GHIST-COUNT
               IF GHT-STUDENT-NUMBER(GHIST-JDX) = TRANSCRIPT-STUDENT
                       AND GHT-TERM-CODE(GHIST-JDX) =
                           TL-TERM-CODE(TERM-IDX)
                       AND GHT-PRINTED(GHIST-JDX) = "N"
                   PERFORM DERIVE-GRADE-POINTS
                   PERFORM WRITE-TRANSCRIPT-SUBJECT
                   MOVE "Y" TO GHT-PRINTED(GHIST-JDX)
               END-IF
           END-PERFORM.
           ADD TERM-CREDITS TO CUM-CREDITS.
           ADD TERM-POINTS TO CUM-POINTS.
           PERFORM DERIVE-STANDING.
           MOVE TERM-GPA TO GPA-ED.
           MOVE TERM-CREDITS TO CREDIT-ED.
           MOVE CUM-GPA TO GP-ED.
           MOVE CUM-CREDITS TO CUM-CREDIT-ED.
           MOVE SPACES TO TRANSCRIPT-REC.
           STRING "    TERM GPA " DELIMITED BY SIZE
               GPA-ED DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               CREDIT-ED DELIMITED BY SIZE
               " CR  CUM GPA " DELIMITED BY SIZE
               GP-ED DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               CUM-CREDIT-ED DELIMITED BY SIZE
               " CR  " DELIMITED BY SIZE
               STANDING-TEXT DELIMITED BY SIZE
               INTO TRANSCRIPT-REC.
           WRITE TRANSCRIPT-REC.
           PERFORM RECORD-STANDING.
       WRITE-TRANSCRIPT-SUBJECT.
           MOVE SPACES TO TRANSCRIPT-REC.
           MOVE GRADE-POINTS TO GP-ED.
           IF SUBJECT-SLOT IS GREATER THAN 0
               MOVE SBT-CREDITS(SUBJECT-SLOT) TO CREDIT-ED
               STRING "    " DELIMITED BY SIZE
                   GHT-SUBJECT-CODE(GHIST-JDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SBT-TITLE(SUBJECT-SLOT) DELIMITED BY SIZE
                   " CR" DELIMITED BY SIZE
                   CREDIT-ED DELIMITED BY SIZE
                   INTO TRANSCRIPT-REC
           ELSE
               STRING "    " DELIMITED BY SIZE
                   GHT-SUBJECT-CODE(GHIST-JDX) DELIMITED BY SIZE
                   " *NOT ON SUBJECT MAST CR  -" DELIMITED BY SIZE
                   INTO TRANSCRIPT-REC
           END-IF.
           MOVE " MARKS=" TO TRANSCRIPT-REC(36:7).
           MOVE GHT-MARK(GHIST-JDX) TO TRANSCRIPT-REC(43:3).
           MOVE " RESULT=" TO TRANSCRIPT-REC(46:8).
           MOVE GHT-RESULT(GHIST-JDX) TO TRANSCRIPT-REC(54:11).
           IF GRADE-COUNTED = "Y"
               MOVE " GP " TO TRANSCRIPT-REC(65:4)
               MOVE GP-ED TO TRANSCRIPT-REC(69:4)
           END-IF.
           IF GRADE-SUPERSEDED = "Y"
               MOVE " RE-SAT" TO TRANSCRIPT-REC(65:7)
           END-IF.
           IF GHT-ATTEMPT(GHIST-JDX) > 1
               MOVE "R" TO TRANSCRIPT-REC(74:1)
           END-IF.
           WRITE TRANSCRIPT-REC.
      * grade points on a 4.00 scale, weighted by the subject's
      * credit value; a subject missing from the subject master or
      * a mark that could not be graded carries no credit. only the
      * latest attempt at a subject counts, so a failed sitting that
      * was later re-sat is shown but carries no credit
       DERIVE-GRADE-POINTS.
           MOVE GHT-SUBJECT-CODE(GHIST-JDX) TO SUBJECT-CODE.
           PERFORM FIND-SUBJECT.
           MOVE 0 TO GRADE-POINTS.
           MOVE "N" TO GRADE-COUNTED.
           MOVE "N" TO GRADE-SUPERSEDED.
           PERFORM VARYING GHIST-SLOT FROM GHIST-IDX BY 1
                   UNTIL GHIST-SLOT > GHIST-COUNT
               IF GHT-STUDENT-NUMBER(GHIST-SLOT) = TRANSCRIPT-STUDENT
                       AND GHT-SUBJECT-CODE(GHIST-SLOT) =
                           GHT-SUBJECT-CODE(GHIST-JDX)
                       AND GHT-TERM-CODE(GHIST-SLOT) =
                           GHT-TERM-CODE(GHIST-JDX)
                       AND GHT-ATTEMPT(GHIST-SLOT) >
                           GHT-ATTEMPT(GHIST-JDX)
                   MOVE "Y" TO GRADE-SUPERSEDED
               END-IF
           END-PERFORM.
           IF SUBJECT-SLOT IS GREATER THAN 0
                   AND GRADE-SUPERSEDED = "N"
                   AND SBT-CREDITS(SUBJECT-SLOT) IS GREATER THAN 0
               MOVE "Y" TO GRADE-COUNTED
               EVALUATE TRUE
                   WHEN GHT-RESULT(GHIST-JDX) = "DISTINCTION"
                       MOVE 4.00 TO GRADE-POINTS
                   WHEN GHT-RESULT(GHIST-JDX) = "PASS"
                           AND GHT-MARK(GHIST-JDX) NOT LESS THAN 60
                       MOVE 3.00 TO GRADE-POINTS
                   WHEN GHT-RESULT(GHIST-JDX) = "PASS"
                       MOVE 2.00 TO GRADE-POINTS
                   WHEN GHT-RESULT(GHIST-JDX) = "FAIL"
                       MOVE 0 TO GRADE-POINTS
                   WHEN OTHER
                       MOVE "N" TO GRADE-COUNTED
               END-EVALUATE
           END-IF.
           IF GRADE-COUNTED = "Y"
               ADD SBT-CREDITS(SUBJECT-SLOT) TO TERM-CREDITS
               COMPUTE TERM-POINTS = TERM-POINTS +
                   SBT-CREDITS(SUBJECT-SLOT) * GRADE-POINTS
           END-IF.
      * probation on a weak term or a weak record overall; honours
      * only for a strong term on a record that is not on probation
       DERIVE-STANDING.
           IF TERM-CREDITS IS GREATER THAN 0
               COMPUTE TERM-GPA ROUNDED = TERM-POINTS / TERM-CREDITS
           ELSE
               MOVE 0 TO TERM-GPA
           END-IF.
           IF CUM-CREDITS IS GREATER THAN 0
               COMPUTE CUM-GPA ROUNDED = CUM-POINTS / CUM-CREDITS
           ELSE
               MOVE 0 TO CUM-GPA
           END-IF.
           EVALUATE TRUE
               WHEN TERM-CREDITS = 0
                   MOVE "N" TO STANDING-CODE
                   MOVE "NOT ASSESSED" TO STANDING-TEXT
               WHEN TERM-GPA IS LESS THAN PROBATION-GPA
                       OR CUM-GPA IS LESS THAN PROBATION-GPA
                   MOVE "P" TO STANDING-CODE
                   MOVE "PROBATION" TO STANDING-TEXT
               WHEN TERM-GPA NOT LESS THAN HONOURS-GPA
                   MOVE "H" TO STANDING-CODE
                   MOVE "HONOURS" TO STANDING-TEXT
               WHEN OTHER
                   MOVE "G" TO STANDING-CODE
                   MOVE "GOOD STANDING" TO STANDING-TEXT
           END-EVALUATE.
       RECORD-STANDING.
           ADD 1 TO STANDING-COUNT.
           MOVE TL-TERM-CODE(TERM-IDX)
               TO SDT-TERM-CODE(STANDING-COUNT).
           MOVE TRANSCRIPT-STUDENT
               TO SDT-STUDENT-NUMBER(STANDING-COUNT).
           MOVE TERM-CREDITS TO SDT-CREDITS(STANDING-COUNT).
           MOVE TERM-GPA TO SDT-TERM-GPA(STANDING-COUNT).
           MOVE CUM-GPA TO SDT-CUM-GPA(STANDING-COUNT).
           MOVE STANDING-CODE TO SDT-STANDING(STANDING-COUNT).
      * keeps TERM-LIST in ascending term order without duplicates
       ADD-TERM-TO-LIST.
           MOVE 0 TO TERM-SLOT.
           PERFORM VARYING TERM-JDX FROM 1 BY 1
                   UNTIL TERM-JDX > TERM-COUNT
                       OR TERM-SLOT > 0
               IF TL-TERM-CODE(TERM-JDX) NOT LESS THAN TERM-HOLD
                   MOVE TERM-JDX TO TERM-SLOT
               END-IF
           END-PERFORM.
           IF TERM-SLOT > 0
               IF TL-TERM-CODE(TERM-SLOT) = TERM-HOLD
                   MOVE 999 TO TERM-SLOT
               END-IF
           ELSE
               COMPUTE TERM-SLOT = TERM-COUNT + 1
           END-IF.
           IF TERM-SLOT NOT = 999
               IF TERM-COUNT >= 100
                   DISPLAY "WARNING: MORE THAN 100 TERMS - TERM "
                       TERM-HOLD " LEFT OFF THE TERM LIST"
               ELSE
                   PERFORM VARYING TERM-JDX FROM TERM-COUNT BY -1
                           UNTIL TERM-JDX < TERM-SLOT
                       MOVE TL-TERM-CODE(TERM-JDX)
                           TO TL-TERM-CODE(TERM-JDX + 1)
                   END-PERFORM
                   MOVE TERM-HOLD TO TL-TERM-CODE(TERM-SLOT)
                   ADD 1 TO TERM-COUNT
               END-IF
           END-IF.
      * academic standing by term: every student-term worked out for
      * the transcripts is listed under its standing group
       WRITE-STANDING-REPORT.
           OPEN OUTPUT STANDING-REPORT.
           MOVE SPACES TO STANDING-REC.
           STRING "ACADEMIC STANDING " DELIMITED BY SIZE
               RUN-TIMESTAMP DELIMITED BY SIZE
               INTO STANDING-REC.
           WRITE STANDING-REC.
           MOVE HONOURS-GPA TO GPA-ED.
           MOVE SPACES TO STANDING-REC.
           STRING "HONOURS: TERM GPA " DELIMITED BY SIZE
               GPA-ED DELIMITED BY SIZE
               " OR MORE  PROBATION: TERM OR CUM GPA UNDER "
                   DELIMITED BY SIZE
               INTO STANDING-REC.
           MOVE PROBATION-GPA TO GPA-ED.
           MOVE GPA-ED TO STANDING-REC(66:4).
           WRITE STANDING-REC.
           MOVE 0 TO TERM-COUNT.
           PERFORM VARYING STANDING-IDX FROM 1 BY 1
                   UNTIL STANDING-IDX > STANDING-COUNT
               MOVE SDT-TERM-CODE(STANDING-IDX) TO TERM-HOLD
               PERFORM ADD-TERM-TO-LIST
           END-PERFORM.
           IF TERM-COUNT = 0
               MOVE SPACES TO STANDING-REC
               WRITE STANDING-REC
               MOVE "NO TERMS ON GRADEHIST-MST.txt" TO STANDING-REC
               WRITE STANDING-REC
           END-IF.
           PERFORM WRITE-STANDING-TERM
               VARYING TERM-IDX FROM 1 BY 1
               UNTIL TERM-IDX > TERM-COUNT.
           CLOSE STANDING-REPORT.
       WRITE-STANDING-TERM.
           MOVE SPACES TO STANDING-REC.
           WRITE STANDING-REC.
           MOVE SPACES TO STANDING-REC.
           STRING "TERM " DELIMITED BY SIZE
               TL-TERM-CODE(TERM-IDX) DELIMITED BY SIZE
               INTO STANDING-REC.
           WRITE STANDING-REC.
           MOVE 0 TO HONOURS-COUNT.
           MOVE 0 TO GOOD-COUNT.
           MOVE 0 TO PROBATION-COUNT.
           MOVE 0 TO UNASSESSED-COUNT.
           MOVE "H" TO STANDING-GROUP.
           MOVE "  HONOURS" TO STANDING-REC.
           PERFORM WRITE-STANDING-GROUP.
           MOVE GROUP-LISTED TO HONOURS-COUNT.
           MOVE "G" TO STANDING-GROUP.
           MOVE "  GOOD STANDING" TO STANDING-REC.
           PERFORM WRITE-STANDING-GROUP.
           MOVE GROUP-LISTED TO GOOD-COUNT.
           MOVE "P" TO STANDING-GROUP.
           MOVE "  PROBATION" TO STANDING-REC.
           PERFORM WRITE-STANDING-GROUP.
           MOVE GROUP-LISTED TO PROBATION-COUNT.
           PERFORM VARYING STANDING-IDX FROM 1 BY 1
                   UNTIL STANDING-IDX > STANDING-COUNT
               IF SDT-TERM-CODE(STANDING-IDX) = TL-TERM-CODE(TERM-IDX)
                       AND SDT-STANDING(STANDING-IDX) = "N"
                   ADD 1 TO UNASSESSED-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO STANDING-REC.
           STRING "  TERM TOTALS HONOURS " DELIMITED BY SIZE
               HONOURS-COUNT DELIMITED BY SIZE
               " GOOD STANDING " DELIMITED BY SIZE
               GOOD-COUNT DELIMITED BY SIZE
               " PROBATION " DELIMITED BY SIZE
               PROBATION-COUNT DELIMITED BY SIZE
               " NOT ASSESSED " DELIMITED BY SIZE
               UNASSESSED-COUNT DELIMITED BY SIZE
               INTO STANDING-REC.
           WRITE STANDING-REC.
      * the group heading is already in STANDING-REC on entry
       WRITE-STANDING-GROUP.
           WRITE STANDING-REC.
           MOVE 0 TO GROUP-LISTED.
           PERFORM VARYING STANDING-IDX FROM 1 BY 1
                   UNTIL STANDING-IDX > STANDING-COUNT
               IF SDT-TERM-CODE(STANDING-IDX) = TL-TERM-CODE(TERM-IDX)
                       AND SDT-STANDING(STANDING-IDX) = STANDING-GROUP
                   PERFORM WRITE-STANDING-STUDENT
               END-IF
           END-PERFORM.
           IF GROUP-LISTED = 0
               MOVE "    NONE" TO STANDING-REC
               WRITE STANDING-REC
           END-IF.
       WRITE-STANDING-STUDENT.
           ADD 1 TO GROUP-LISTED.
           MOVE SDT-STUDENT-NUMBER(STANDING-IDX) TO STUDENT-NUMBER.
           PERFORM FIND-STUDENT.
           MOVE SPACES TO STANDING-REC.
           STRING "    " DELIMITED BY SIZE
               STUDENT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO STANDING-REC.
           IF STUDENT-SLOT IS GREATER THAN 0
               MOVE ST-NAME(STUDENT-SLOT) TO STANDING-REC(12:20)
           ELSE
               MOVE "(NOT ON MASTER)" TO STANDING-REC(12:20)
           END-IF.
           MOVE SDT-TERM-GPA(STANDING-IDX) TO GPA-ED.
           MOVE " TERM GPA " TO STANDING-REC(32:10).
           MOVE GPA-ED TO STANDING-REC(42:4).
           MOVE SDT-CUM-GPA(STANDING-IDX) TO GPA-ED.
           MOVE "  CUM GPA " TO STANDING-REC(46:10).
           MOVE GPA-ED TO STANDING-REC(56:4).
           MOVE SDT-CREDITS(STANDING-IDX) TO CREDIT-ED.
           MOVE "  CREDITS " TO STANDING-REC(60:10).
           MOVE CREDIT-ED TO STANDING-REC(70:3).
           WRITE STANDING-REC.
       LOAD-STUDENT-TABLE.
           MOVE SPACES TO STUDENT-MASTER-EOF.
           OPEN INPUT STUDENT-MASTER.
               DISPLAY "WARNING: STUDMAST-IN.txt NOT FOUND - "
                   "ALL MARKS WILL BE REJECTED"
           END-IF.
      * a pass mark or credit value that is missing or not numeric
      * on the subject master falls back to the standard pass band
      * and no credit
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
                   MOVE SJ-TITLE TO SBT-TITLE(SUBJECT-COUNT)
                   MOVE SJ-DEPARTMENT TO SBT-DEPARTMENT(SUBJECT-COUNT)
                   IF SJ-CREDITS IS NUMERIC
                       MOVE SJ-CREDITS TO SBT-CREDITS(SUBJECT-COUNT)
                   ELSE
                       MOVE 0 TO SBT-CREDITS(SUBJECT-COUNT)
                   END-IF
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
                   "ALL MARKS WILL BE REJECTED"
           END-IF.
       ACCUMULATE-STATISTICS.
           ADD 1 TO TOTAL-GRADES.
           ADD 1 TO TS-COUNT(TIER-IDX).
           WRITE GRADE-AUDIT-REC.
       GET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "CONDITION-STATEMENT" TO BKR-PROGRAM.
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
