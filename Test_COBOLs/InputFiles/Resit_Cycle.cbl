       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESITRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HISTORY ASSIGN TO 'GRADEHIST-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-HISTORY-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-MASTER-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-MASTER-STATUS.
           SELECT RESIT-PARM ASSIGN TO 'RESITPARM-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESIT-PARM-STATUS.
           SELECT RESIT-RESULTS ASSIGN TO 'RESITRES-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESIT-RESULTS-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO 'RESITREG-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-REPORT ASSIGN TO 'RESITSUM-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-HISTORY.
       01 GRADE-HISTORY-REC.
           02 GH-STUDENT-NUMBER PIC 9(6).
           02 GH-SUBJECT-CODE PIC X(4).
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
       FD STUDENT-MASTER.
       01 STUDENT-MASTER-REC.
           02 SM-STUDENT-NUMBER PIC 9(6).
           02 SM-STUDENT-NAME PIC X(20).
       FD RESIT-PARM.
       01 RESIT-PARM-REC.
           02 RP-MAX-ATTEMPTS PIC X(1).
       FD RESIT-RESULTS.
       01 RESIT-RESULT-REC.
           02 RR-STUDENT-NUMBER PIC X(6).
           02 RR-SUBJECT-CODE PIC X(4).
           02 RR-TERM-CODE PIC X(5).
           02 RR-MARK PIC X(3).
       FD REGISTER-REPORT.
       01 REGISTER-LINE PIC X(100).
       FD SUMMARY-REPORT.
       01 SUMMARY-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77  GRADE-HISTORY-STATUS PIC X(2) VALUE "00".
       77  GRADE-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  SUBJECT-MASTER-STATUS PIC X(2) VALUE "00".
       77  SUBJECT-MASTER-EOF PIC A(3) VALUE SPACES.
       77  STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  STUDENT-MASTER-EOF PIC A(3) VALUE SPACES.
       77  RESIT-PARM-STATUS PIC X(2) VALUE "00".
       77  RESIT-RESULTS-STATUS PIC X(2) VALUE "00".
       77  RESIT-RESULTS-EOF PIC A(3) VALUE SPACES.
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  MAX-ATTEMPTS PIC 9(1) VALUE 2.
       77  DEFAULT-PASS-MARK PIC 9(3) VALUE 40.
       01  GRADE-HISTORY-TABLE OCCURS 2000 TIMES.
           02 GHT-STUDENT-NUMBER PIC 9(6) VALUE 0.
           02 GHT-SUBJECT-CODE PIC X(4) VALUE SPACES.
           02 GHT-TERM-CODE PIC X(5) VALUE SPACES.
           02 GHT-MARK PIC 9(3) VALUE 0.
           02 GHT-RESULT PIC X(11) VALUE SPACES.
           02 GHT-ATTEMPT PIC 9(1) VALUE 1.
           02 GHT-ACTUAL-MARK PIC 9(3) VALUE 0.
       77  GHIST-COUNT PIC 9(4) VALUE 0.
       77  GHIST-IDX PIC 9(4) VALUE 0.
       77  GHIST-SLOT PIC 9(4) VALUE 0.
       01  SUBJECT-TABLE OCCURS 200 TIMES.
           02 SBT-SUBJECT-CODE PIC X(4).
           02 SBT-TITLE PIC X(20).
           02 SBT-PASS-MARK PIC 9(3).
       77  SUBJECT-COUNT PIC 9(3) VALUE 0.
       77  SUBJECT-IDX PIC 9(3) VALUE 0.
       77  SUBJECT-SLOT PIC 9(3) VALUE 0.
       77  SUBJECT-CODE PIC X(4) VALUE SPACES.
       01  STUDENT-TABLE OCCURS 200 TIMES.
           02 ST-NUMBER PIC 9(6).
           02 ST-NAME PIC X(20).
       77  STUDENT-COUNT PIC 9(3) VALUE 0.
       77  STUDENT-IDX PIC 9(3) VALUE 0.
       77  STUDENT-SLOT PIC 9(3) VALUE 0.
       77  STUDENT-NUMBER PIC 9(6) VALUE 0.
      * one register entry per student, subject and term sat, showing
      * the latest attempt on the history master
       01  REGISTER-TABLE OCCURS 2000 TIMES.
           02 RGT-STUDENT-NUMBER PIC 9(6).
           02 RGT-SUBJECT-CODE PIC X(4).
           02 RGT-TERM-CODE PIC X(5).
           02 RGT-ATTEMPTS PIC 9(1).
           02 RGT-LAST-SLOT PIC 9(4).
           02 RGT-LAST-MARK PIC 9(3).
           02 RGT-LAST-RESULT PIC X(11).
           02 RGT-SAT-THIS-RUN PIC A(1).
       77  REGISTER-COUNT PIC 9(4) VALUE 0.
       77  REGISTER-IDX PIC 9(4) VALUE 0.
       77  REGISTER-SLOT PIC 9(4) VALUE 0.
       77  ELIGIBLE-COUNT PIC 9(5) VALUE 0.
       77  EXHAUSTED-COUNT PIC 9(5) VALUE 0.
       77  RESULT-VALID PIC A(1) VALUE "Y".
       77  REJECT-REASON-TEXT PIC X(30) VALUE SPACES.
       77  RESIT-MARK PIC 9(3) VALUE 0.
       77  RECORDED-MARK PIC 9(3) VALUE 0.
       77  RESULT-TEXT PIC X(11) VALUE SPACES.
       77  PASS-MARK PIC 9(3) VALUE 0.
       77  NEW-ATTEMPT PIC 9(1) VALUE 0.
       77  RESULTS-READ PIC 9(5) VALUE 0.
       77  RESULTS-ACCEPTED PIC 9(5) VALUE 0.
       77  RESULTS-REJECTED PIC 9(5) VALUE 0.
       77  RESULTS-PASSED PIC 9(5) VALUE 0.
       01  SUBJECT-STATS OCCURS 200 TIMES.
           02 SS-SUBJECT-CODE PIC X(4).
           02 SS-SAT PIC 9(5).
           02 SS-PASSED PIC 9(5).
       77  STATS-COUNT PIC 9(3) VALUE 0.
       77  STATS-IDX PIC 9(3) VALUE 0.
       77  STATS-SLOT PIC 9(3) VALUE 0.
       77  TOTAL-SAT PIC 9(5) VALUE 0.
       77  TOTAL-PASSED PIC 9(5) VALUE 0.
       77  PASS-RATE PIC 9(3)V99 VALUE 0.
       77  RATE-ED PIC ZZ9.99.
       77  COUNT-ED PIC ZZZZ9.
       77  MARK-ED PIC ZZ9.
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE 0 TO RETURN-CODE.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM LOAD-STUDENT-TABLE.
           PERFORM LOAD-GRADE-HISTORY.
           PERFORM BUILD-REGISTER.
           OPEN OUTPUT SUMMARY-REPORT.
           PERFORM APPLY-RESIT-RESULTS.
           IF RESULTS-ACCEPTED IS GREATER THAN 0
               PERFORM REWRITE-GRADE-HISTORY
           END-IF.
           PERFORM WRITE-PASS-RATES.
           CLOSE SUMMARY-REPORT.
           PERFORM WRITE-REGISTER-REPORT.
           DISPLAY "RESITRUN: " RESULTS-ACCEPTED " RE-SIT MARKS "
               "RECORDED, " RESULTS-REJECTED " REJECTED, "
               ELIGIBLE-COUNT " ON THE REGISTER".
           IF RESULTS-REJECTED IS GREATER THAN 0
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * the maximum counts every sitting, the first one included;
      * with no parameter file a student gets one re-sit
       LOAD-PARAMETERS.
           OPEN INPUT RESIT-PARM.
           IF RESIT-PARM-STATUS = "00"
               READ RESIT-PARM
                   NOT AT END
                       IF RP-MAX-ATTEMPTS IS NUMERIC
                               AND RP-MAX-ATTEMPTS > "1"
                           MOVE RP-MAX-ATTEMPTS TO MAX-ATTEMPTS
                       ELSE
                           DISPLAY "WARNING: MAXIMUM ATTEMPTS IN "
                               "RESITPARM-IN.txt NOT VALID - "
                               MAX-ATTEMPTS " USED"
                       END-IF
               END-READ
               CLOSE RESIT-PARM
           END-IF.
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
                   "ALL RE-SIT MARKS WILL BE REJECTED"
           END-IF.
       LOAD-STUDENT-TABLE.
           MOVE SPACES TO STUDENT-MASTER-EOF.
           OPEN INPUT STUDENT-MASTER.
           IF STUDENT-MASTER-STATUS = "00"
               READ STUDENT-MASTER
                   AT END MOVE "YYY" TO STUDENT-MASTER-EOF
               END-READ
               PERFORM UNTIL STUDENT-MASTER-EOF = "YYY"
                       OR STUDENT-COUNT >= 200
                   ADD 1 TO STUDENT-COUNT
                   MOVE SM-STUDENT-NUMBER TO ST-NUMBER(STUDENT-COUNT)
                   MOVE SM-STUDENT-NAME TO ST-NAME(STUDENT-COUNT)
                   READ STUDENT-MASTER
                       AT END MOVE "YYY" TO STUDENT-MASTER-EOF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.
       LOAD-GRADE-HISTORY.
           MOVE SPACES TO GRADE-HISTORY-EOF.
           OPEN INPUT GRADE-HISTORY.
           IF GRADE-HISTORY-STATUS NOT = "00"
               DISPLAY "RESITRUN: GRADEHIST-MST.txt NOT FOUND - "
                   "NO FAILURES TO REGISTER"
           ELSE
               READ GRADE-HISTORY
                   AT END MOVE "YYY" TO GRADE-HISTORY-EOF
               END-READ
               PERFORM UNTIL GRADE-HISTORY-EOF = "YYY"
                   IF GHIST-COUNT >= 2000
                       DISPLAY "RESITRUN: MORE THAN 2000 ENTRIES "
                           "IN GRADEHIST-MST.txt - RUN STOPPED "
                           "BEFORE THE MASTER COULD BE DAMAGED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO GHIST-COUNT
                   MOVE GH-STUDENT-NUMBER
                       TO GHT-STUDENT-NUMBER(GHIST-COUNT)
                   MOVE GH-SUBJECT-CODE
                       TO GHT-SUBJECT-CODE(GHIST-COUNT)
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
      * the register is rebuilt from the history master every run;
      * an entry whose latest attempt failed is open for a re-sit
      * until the maximum number of attempts has been used
       BUILD-REGISTER.
           PERFORM REGISTER-ONE-ENTRY
               VARYING GHIST-IDX FROM 1 BY 1
               UNTIL GHIST-IDX > GHIST-COUNT.
       REGISTER-ONE-ENTRY.
           PERFORM FIND-REGISTER-ENTRY.
           IF REGISTER-SLOT = 0
               ADD 1 TO REGISTER-COUNT
               MOVE REGISTER-COUNT TO REGISTER-SLOT
               MOVE GHT-STUDENT-NUMBER(GHIST-IDX)
                   TO RGT-STUDENT-NUMBER(REGISTER-SLOT)
               MOVE GHT-SUBJECT-CODE(GHIST-IDX)
                   TO RGT-SUBJECT-CODE(REGISTER-SLOT)
               MOVE GHT-TERM-CODE(GHIST-IDX)
                   TO RGT-TERM-CODE(REGISTER-SLOT)
               MOVE 0 TO RGT-ATTEMPTS(REGISTER-SLOT)
               MOVE "N" TO RGT-SAT-THIS-RUN(REGISTER-SLOT)
           END-IF.
           IF GHT-ATTEMPT(GHIST-IDX) > RGT-ATTEMPTS(REGISTER-SLOT)
               MOVE GHT-ATTEMPT(GHIST-IDX)
                   TO RGT-ATTEMPTS(REGISTER-SLOT)
               MOVE GHIST-IDX TO RGT-LAST-SLOT(REGISTER-SLOT)
               MOVE GHT-ACTUAL-MARK(GHIST-IDX)
                   TO RGT-LAST-MARK(REGISTER-SLOT)
               MOVE GHT-RESULT(GHIST-IDX)
                   TO RGT-LAST-RESULT(REGISTER-SLOT)
           END-IF.
       FIND-REGISTER-ENTRY.
           MOVE 0 TO REGISTER-SLOT.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                   UNTIL REGISTER-IDX > REGISTER-COUNT
                       OR REGISTER-SLOT > 0
               IF RGT-STUDENT-NUMBER(REGISTER-IDX) =
                       GHT-STUDENT-NUMBER(GHIST-IDX)
                       AND RGT-SUBJECT-CODE(REGISTER-IDX) =
                           GHT-SUBJECT-CODE(GHIST-IDX)
                       AND RGT-TERM-CODE(REGISTER-IDX) =
                           GHT-TERM-CODE(GHIST-IDX)
                   MOVE REGISTER-IDX TO REGISTER-SLOT
               END-IF
           END-PERFORM.
      * re-sit marks are only accepted against an open register
      * entry, one sitting per entry per run
       APPLY-RESIT-RESULTS.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "RE-SIT RESULTS " DELIMITED BY SIZE
               RUN-TIMESTAMP DELIMITED BY SIZE
               "  MAXIMUM ATTEMPTS " DELIMITED BY SIZE
               MAX-ATTEMPTS DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO RESIT-RESULTS-EOF.
           OPEN INPUT RESIT-RESULTS.
           IF RESIT-RESULTS-STATUS NOT = "00"
               MOVE "  NO RESITRES-IN.txt - NO RE-SIT MARKS THIS RUN"
                   TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           ELSE
               READ RESIT-RESULTS
                   AT END MOVE "YYY" TO RESIT-RESULTS-EOF
               END-READ
               PERFORM APPLY-ONE-RESULT
                   UNTIL RESIT-RESULTS-EOF = "YYY"
               CLOSE RESIT-RESULTS
           END-IF.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  RESULTS READ " DELIMITED BY SIZE
               RESULTS-READ DELIMITED BY SIZE
               "  RECORDED " DELIMITED BY SIZE
               RESULTS-ACCEPTED DELIMITED BY SIZE
               "  PASSED " DELIMITED BY SIZE
               RESULTS-PASSED DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               RESULTS-REJECTED DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
       APPLY-ONE-RESULT.
           ADD 1 TO RESULTS-READ.
           MOVE "Y" TO RESULT-VALID.
           MOVE SPACES TO REJECT-REASON-TEXT.
           MOVE 0 TO REGISTER-SLOT.
           IF RR-STUDENT-NUMBER IS NOT NUMERIC
                   OR RR-MARK IS NOT NUMERIC
               MOVE "N" TO RESULT-VALID
               MOVE "MALFORMED RESULT" TO REJECT-REASON-TEXT
           ELSE
               MOVE RR-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE RR-MARK TO RESIT-MARK
               PERFORM CHECK-RESIT-RESULT
           END-IF.
           IF RESULT-VALID = "Y"
               PERFORM RECORD-RESIT-ATTEMPT
           ELSE
               ADD 1 TO RESULTS-REJECTED
               MOVE SPACES TO SUMMARY-LINE
               STRING "  REJECTED " DELIMITED BY SIZE
                   RR-STUDENT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RR-SUBJECT-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RR-TERM-CODE DELIMITED BY SIZE
                   " MARK " DELIMITED BY SIZE
                   RR-MARK DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   REJECT-REASON-TEXT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.
           READ RESIT-RESULTS
               AT END MOVE "YYY" TO RESIT-RESULTS-EOF
           END-READ.
       CHECK-RESIT-RESULT.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                   UNTIL REGISTER-IDX > REGISTER-COUNT
                       OR REGISTER-SLOT > 0
               IF RGT-STUDENT-NUMBER(REGISTER-IDX) = STUDENT-NUMBER
                       AND RGT-SUBJECT-CODE(REGISTER-IDX) =
                           RR-SUBJECT-CODE
                       AND RGT-TERM-CODE(REGISTER-IDX) = RR-TERM-CODE
                   MOVE REGISTER-IDX TO REGISTER-SLOT
               END-IF
           END-PERFORM.
           MOVE RR-SUBJECT-CODE TO SUBJECT-CODE.
           PERFORM FIND-SUBJECT.
           EVALUATE TRUE
               WHEN RESIT-MARK > 100
                   MOVE "N" TO RESULT-VALID
                   MOVE "MARK OVER 100" TO REJECT-REASON-TEXT
               WHEN REGISTER-SLOT = 0
                   MOVE "N" TO RESULT-VALID
                   MOVE "NO SITTING ON FILE" TO REJECT-REASON-TEXT
               WHEN RGT-SAT-THIS-RUN(REGISTER-SLOT) = "Y"
                   MOVE "N" TO RESULT-VALID
                   MOVE "ALREADY SAT THIS RUN" TO REJECT-REASON-TEXT
               WHEN RGT-LAST-RESULT(REGISTER-SLOT) NOT = "FAIL"
                   MOVE "N" TO RESULT-VALID
                   MOVE "NOT FAILED - NO RE-SIT DUE"
                       TO REJECT-REASON-TEXT
               WHEN RGT-ATTEMPTS(REGISTER-SLOT) NOT < MAX-ATTEMPTS
                   MOVE "N" TO RESULT-VALID
                   MOVE "NO ATTEMPTS LEFT" TO REJECT-REASON-TEXT
               WHEN SUBJECT-SLOT = 0
                   MOVE "N" TO RESULT-VALID
                   MOVE "SUBJECT NOT ON SUBJECT MASTER"
                       TO REJECT-REASON-TEXT
               WHEN GHIST-COUNT >= 2000
                   MOVE "N" TO RESULT-VALID
                   MOVE "GRADE HISTORY TABLE FULL" TO REJECT-REASON-TEXT
           END-EVALUATE.
      * a re-sit pass is recorded at the subject's pass mark; the
      * mark actually achieved is kept beside it. the new attempt is
      * placed straight after the previous one so the master stays
      * in sitting order
       RECORD-RESIT-ATTEMPT.
           MOVE SBT-PASS-MARK(SUBJECT-SLOT) TO PASS-MARK.
           IF RESIT-MARK NOT LESS THAN PASS-MARK
               MOVE PASS-MARK TO RECORDED-MARK
               MOVE "PASS" TO RESULT-TEXT
               ADD 1 TO RESULTS-PASSED
           ELSE
               MOVE RESIT-MARK TO RECORDED-MARK
               MOVE "FAIL" TO RESULT-TEXT
           END-IF.
           COMPUTE NEW-ATTEMPT = RGT-ATTEMPTS(REGISTER-SLOT) + 1.
           COMPUTE GHIST-SLOT = RGT-LAST-SLOT(REGISTER-SLOT) + 1.
           PERFORM VARYING GHIST-IDX FROM GHIST-COUNT BY -1
                   UNTIL GHIST-IDX < GHIST-SLOT
               MOVE GRADE-HISTORY-TABLE(GHIST-IDX)
                   TO GRADE-HISTORY-TABLE(GHIST-IDX + 1)
           END-PERFORM.
           ADD 1 TO GHIST-COUNT.
           PERFORM VARYING REGISTER-IDX FROM 1 BY 1
                   UNTIL REGISTER-IDX > REGISTER-COUNT
               IF RGT-LAST-SLOT(REGISTER-IDX) NOT < GHIST-SLOT
                   ADD 1 TO RGT-LAST-SLOT(REGISTER-IDX)
               END-IF
           END-PERFORM.
           MOVE STUDENT-NUMBER TO GHT-STUDENT-NUMBER(GHIST-SLOT).
           MOVE RR-SUBJECT-CODE TO GHT-SUBJECT-CODE(GHIST-SLOT).
           MOVE RR-TERM-CODE TO GHT-TERM-CODE(GHIST-SLOT).
           MOVE RECORDED-MARK TO GHT-MARK(GHIST-SLOT).
           MOVE RESULT-TEXT TO GHT-RESULT(GHIST-SLOT).
           MOVE NEW-ATTEMPT TO GHT-ATTEMPT(GHIST-SLOT).
           MOVE RESIT-MARK TO GHT-ACTUAL-MARK(GHIST-SLOT).
           MOVE NEW-ATTEMPT TO RGT-ATTEMPTS(REGISTER-SLOT).
           MOVE GHIST-SLOT TO RGT-LAST-SLOT(REGISTER-SLOT).
           MOVE RESIT-MARK TO RGT-LAST-MARK(REGISTER-SLOT).
           MOVE RESULT-TEXT TO RGT-LAST-RESULT(REGISTER-SLOT).
           MOVE "Y" TO RGT-SAT-THIS-RUN(REGISTER-SLOT).
           ADD 1 TO RESULTS-ACCEPTED.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  RECORDED " DELIMITED BY SIZE
               RR-STUDENT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RR-SUBJECT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RR-TERM-CODE DELIMITED BY SIZE
               " ATTEMPT " DELIMITED BY SIZE
               NEW-ATTEMPT DELIMITED BY SIZE
               " MARK " DELIMITED BY SIZE
               RESIT-MARK DELIMITED BY SIZE
               " RECORDED " DELIMITED BY SIZE
               RECORDED-MARK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RESULT-TEXT DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           IF RECORDED-MARK NOT = RESIT-MARK
               MOVE "CAPPED AT PASS MARK" TO SUMMARY-LINE(70:19)
           END-IF.
           WRITE SUMMARY-LINE.
       FIND-SUBJECT.
           MOVE 0 TO SUBJECT-SLOT.
           PERFORM VARYING SUBJECT-IDX FROM 1 BY 1
                   UNTIL SUBJECT-IDX > SUBJECT-COUNT
                       OR SUBJECT-SLOT > 0
               IF SBT-SUBJECT-CODE(SUBJECT-IDX) = SUBJECT-CODE
                   MOVE SUBJECT-IDX TO SUBJECT-SLOT
               END-IF
           END-PERFORM.
       FIND-STUDENT.
           MOVE 0 TO STUDENT-SLOT.
           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
                   UNTIL STUDENT-IDX > STUDENT-COUNT
                       OR STUDENT-SLOT > 0
               IF ST-NUMBER(STUDENT-IDX) = STUDENT-NUMBER
                   MOVE STUDENT-IDX TO STUDENT-SLOT
               END-IF
           END-PERFORM.
      * pass rates cover every re-sit attempt on the master, not
      * only tonight's, so the figures build up over the cycles
       WRITE-PASS-RATES.
           PERFORM COUNT-ONE-RESIT
               VARYING GHIST-IDX FROM 1 BY 1
               UNTIL GHIST-IDX > GHIST-COUNT.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE "RE-SIT PASS RATES BY SUBJECT" TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "  SUBJ TITLE                   " DELIMITED BY SIZE
               "SAT PASSED FAILED PASS PCT" DELIMITED BY SIZE
               INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           IF STATS-COUNT = 0
               MOVE "  NO RE-SITS ON GRADEHIST-MST.txt" TO SUMMARY-LINE
               WRITE SUMMARY-LINE
           END-IF.
           PERFORM WRITE-PASS-RATE-LINE
               VARYING STATS-IDX FROM 1 BY 1
               UNTIL STATS-IDX > STATS-COUNT.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE "  ALL SUBJECTS" TO SUMMARY-LINE.
           MOVE TOTAL-SAT TO COUNT-ED.
           MOVE COUNT-ED TO SUMMARY-LINE(30:5).
           MOVE TOTAL-PASSED TO COUNT-ED.
           MOVE COUNT-ED TO SUMMARY-LINE(37:5).
           IF TOTAL-SAT IS GREATER THAN 0
               COMPUTE PASS-RATE ROUNDED =
                   TOTAL-PASSED * 100 / TOTAL-SAT
           ELSE
               MOVE 0 TO PASS-RATE
           END-IF.
           SUBTRACT TOTAL-PASSED FROM TOTAL-SAT GIVING COUNT-ED.
           MOVE COUNT-ED TO SUMMARY-LINE(44:5).
           MOVE PASS-RATE TO RATE-ED.
           MOVE RATE-ED TO SUMMARY-LINE(52:6).
           WRITE SUMMARY-LINE.
       COUNT-ONE-RESIT.
           IF GHT-ATTEMPT(GHIST-IDX) > 1
               MOVE 0 TO STATS-SLOT
               PERFORM VARYING STATS-IDX FROM 1 BY 1
                       UNTIL STATS-IDX > STATS-COUNT
                           OR STATS-SLOT > 0
                   IF SS-SUBJECT-CODE(STATS-IDX) =
                           GHT-SUBJECT-CODE(GHIST-IDX)
                       MOVE STATS-IDX TO STATS-SLOT
                   END-IF
               END-PERFORM
               IF STATS-SLOT = 0 AND STATS-COUNT < 200
                   ADD 1 TO STATS-COUNT
                   MOVE STATS-COUNT TO STATS-SLOT
                   MOVE GHT-SUBJECT-CODE(GHIST-IDX)
                       TO SS-SUBJECT-CODE(STATS-SLOT)
                   MOVE 0 TO SS-SAT(STATS-SLOT)
                   MOVE 0 TO SS-PASSED(STATS-SLOT)
               END-IF
               IF STATS-SLOT > 0
                   ADD 1 TO SS-SAT(STATS-SLOT)
                   ADD 1 TO TOTAL-SAT
                   IF GHT-RESULT(GHIST-IDX) NOT = "FAIL"
                       ADD 1 TO SS-PASSED(STATS-SLOT)
                       ADD 1 TO TOTAL-PASSED
                   END-IF
               END-IF
           END-IF.
       WRITE-PASS-RATE-LINE.
           MOVE SS-SUBJECT-CODE(STATS-IDX) TO SUBJECT-CODE.
           PERFORM FIND-SUBJECT.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE SUBJECT-CODE TO SUMMARY-LINE(3:4).
           IF SUBJECT-SLOT > 0
               MOVE SBT-TITLE(SUBJECT-SLOT) TO SUMMARY-LINE(8:20)
           ELSE
               MOVE "(NOT ON MASTER)" TO SUMMARY-LINE(8:20)
           END-IF.
           MOVE SS-SAT(STATS-IDX) TO COUNT-ED.
           MOVE COUNT-ED TO SUMMARY-LINE(30:5).
           MOVE SS-PASSED(STATS-IDX) TO COUNT-ED.
           MOVE COUNT-ED TO SUMMARY-LINE(37:5).
           SUBTRACT SS-PASSED(STATS-IDX) FROM SS-SAT(STATS-IDX)
               GIVING COUNT-ED.
           MOVE COUNT-ED TO SUMMARY-LINE(44:5).
           COMPUTE PASS-RATE ROUNDED =
               SS-PASSED(STATS-IDX) * 100 / SS-SAT(STATS-IDX).
           MOVE PASS-RATE TO RATE-ED.
           MOVE RATE-ED TO SUMMARY-LINE(52:6).
           WRITE SUMMARY-LINE.
      * the register lists every failure still standing on the
      * master after tonight's marks: open for a re-sit, or out of
      * attempts
       WRITE-REGISTER-REPORT.
           OPEN OUTPUT REGISTER-REPORT.
           MOVE SPACES TO REGISTER-LINE.
           STRING "RE-SIT REGISTER " DELIMITED BY SIZE
               RUN-TIMESTAMP DELIMITED BY SIZE
               "  MAXIMUM ATTEMPTS " DELIMITED BY SIZE
               MAX-ATTEMPTS DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "  STUDENT NAME                 SUBJ TERM  "
                   DELIMITED BY SIZE
               "SAT LAST PASS STATUS" DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM WRITE-REGISTER-ENTRY
               VARYING REGISTER-IDX FROM 1 BY 1
               UNTIL REGISTER-IDX > REGISTER-COUNT.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE SPACES TO REGISTER-LINE.
           STRING "ELIGIBLE FOR RE-SIT: " DELIMITED BY SIZE
               ELIGIBLE-COUNT DELIMITED BY SIZE
               "  NO ATTEMPTS LEFT: " DELIMITED BY SIZE
               EXHAUSTED-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-REPORT.
       WRITE-REGISTER-ENTRY.
           IF RGT-LAST-RESULT(REGISTER-IDX) = "FAIL"
               MOVE RGT-STUDENT-NUMBER(REGISTER-IDX) TO STUDENT-NUMBER
               PERFORM FIND-STUDENT
               MOVE RGT-SUBJECT-CODE(REGISTER-IDX) TO SUBJECT-CODE
               PERFORM FIND-SUBJECT
               MOVE SPACES TO REGISTER-LINE
               MOVE STUDENT-NUMBER TO REGISTER-LINE(3:6)
               IF STUDENT-SLOT > 0
                   MOVE ST-NAME(STUDENT-SLOT) TO REGISTER-LINE(11:20)
               ELSE
                   MOVE "(NOT ON MASTER)" TO REGISTER-LINE(11:20)
               END-IF
               MOVE SUBJECT-CODE TO REGISTER-LINE(32:4)
               MOVE RGT-TERM-CODE(REGISTER-IDX) TO REGISTER-LINE(37:5)
               MOVE RGT-ATTEMPTS(REGISTER-IDX) TO REGISTER-LINE(45:1)
               MOVE RGT-LAST-MARK(REGISTER-IDX) TO MARK-ED
               MOVE MARK-ED TO REGISTER-LINE(48:3)
               IF SUBJECT-SLOT > 0
                   MOVE SBT-PASS-MARK(SUBJECT-SLOT) TO MARK-ED
                   MOVE MARK-ED TO REGISTER-LINE(53:3)
               ELSE
                   MOVE "  -" TO REGISTER-LINE(53:3)
               END-IF
               EVALUATE TRUE
                   WHEN RGT-ATTEMPTS(REGISTER-IDX) NOT < MAX-ATTEMPTS
                       ADD 1 TO EXHAUSTED-COUNT
                       MOVE "NO ATTEMPTS LEFT" TO REGISTER-LINE(57:16)
                   WHEN SUBJECT-SLOT = 0
                       ADD 1 TO EXHAUSTED-COUNT
                       MOVE "SUBJECT NOT ON MASTER"
                           TO REGISTER-LINE(57:21)
                   WHEN OTHER
                       ADD 1 TO ELIGIBLE-COUNT
                       COMPUTE NEW-ATTEMPT =
                           RGT-ATTEMPTS(REGISTER-IDX) + 1
                       MOVE "ELIGIBLE - ATTEMPT " TO
                           REGISTER-LINE(57:19)
                       MOVE NEW-ATTEMPT TO REGISTER-LINE(76:1)
               END-EVALUATE
               WRITE REGISTER-LINE
           END-IF.
       REWRITE-GRADE-HISTORY.
           MOVE "GRADEHIST-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT GRADE-HISTORY.
           IF GRADE-HISTORY-STATUS = "00"
               PERFORM WRITE-HISTORY-ENTRY
                   VARYING GHIST-IDX FROM 1 BY 1
                   UNTIL GHIST-IDX > GHIST-COUNT
               CLOSE GRADE-HISTORY
           ELSE
               DISPLAY "RESITRUN: UNABLE TO REWRITE "
                   "GRADEHIST-MST.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
       WRITE-HISTORY-ENTRY.
           MOVE GHT-STUDENT-NUMBER(GHIST-IDX) TO GH-STUDENT-NUMBER.
           MOVE GHT-SUBJECT-CODE(GHIST-IDX) TO GH-SUBJECT-CODE.
           MOVE GHT-TERM-CODE(GHIST-IDX) TO GH-TERM-CODE.
           MOVE GHT-MARK(GHIST-IDX) TO GH-MARK.
           MOVE GHT-RESULT(GHIST-IDX) TO GH-RESULT.
           MOVE GHT-ATTEMPT(GHIST-IDX) TO GH-ATTEMPT.
           MOVE GHT-ACTUAL-MARK(GHIST-IDX) TO GH-ACTUAL-MARK.
           WRITE GRADE-HISTORY-REC.
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "RESITRUN" TO BKR-PROGRAM.
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
       END PROGRAM RESITRUN.
