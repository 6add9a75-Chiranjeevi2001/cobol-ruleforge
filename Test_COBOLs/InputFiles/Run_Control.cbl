           SELECT AUDIT-IN ASSIGN TO 'GRADEAUDIT-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-IN-STATUS.
           SELECT REFAUDIT-IN ASSIGN TO 'REFAUDIT-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFAUDIT-IN-STATUS.
           SELECT CHECKPOINT-IN ASSIGN TO 'RENTACAR-CKPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-IN-STATUS.
           SELECT GENERATION-CATALOG ASSIGN TO 'MSTGEN-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERATION-CATALOG-STATUS.
           SELECT TREND-PARM ASSIGN TO 'RUNTREND-IN.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TREND-PARM-STATUS.
           SELECT RUN-HISTORY ASSIGN TO 'RUNHIST-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO 'RUNCTL-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-REPORT ASSIGN TO 'NIGHTRUN-RPT.txt'
           02 SCH-PREDECESSOR PIC X(18).
           02 SCH-FAIL-ACTION PIC X(1).
       FD RUNMODE-FILE.
       01 RUNMODE-REC PIC X(20).
       FD PRIOR-RUNCTL.
       01 PRIOR-RUNCTL-REC.
           02 PRC-STEP-NAME PIC X(18).
       01 SUSPENSE-IN-LINE PIC X(130).
       FD AUDIT-IN.
       01 AUDIT-IN-LINE PIC X(80).
       FD REFAUDIT-IN.
       01 REFAUDIT-IN-LINE PIC X(100).
       FD CHECKPOINT-IN.
       01 CHECKPOINT-IN-REC PIC X(300).
       FD GENERATION-CATALOG.
       01 GENERATION-CATALOG-REC.
           02 GC-MASTER-NAME PIC X(20).
           02 FILLER PIC X(71).
       FD TREND-PARM.
       01 TREND-PARM-REC.
           02 TT-STEP-NAME PIC X(18).
           02 TT-TOLERANCE PIC 9(3).
           02 TT-ELAPSED PIC 9(6).
           02 TT-SEVERITY PIC X(1).
           02 TT-RUNS PIC 9(2).
       FD RUN-HISTORY.
       01 RUN-HISTORY-REC.
           02 RH-RUN-DATE PIC 9(8).
           02 RH-WEEKDAY PIC 9(1).
           02 RH-STEP-NAME PIC X(18).
           02 RH-COUNT-LABEL PIC X(16).
           02 RH-METRIC-TYPE PIC X(1).
           02 RH-STATUS PIC X(8).
           02 RH-RETURN-CODE PIC 9(4).
           02 RH-ELAPSED PIC 9(6).
           02 RH-COUNT PIC 9(7).
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           02 RC-STEP-NAME PIC X(18).
       77  SUSPENSE-IN-STATUS PIC X(2) VALUE "00".
       77  AUDIT-IN-STATUS PIC X(2) VALUE "00".
       77  CHECKPOINT-IN-STATUS PIC X(2) VALUE "00".
       77  REFAUDIT-IN-STATUS PIC X(2) VALUE "00".
       77  GENERATION-CATALOG-STATUS PIC X(2) VALUE "00".
       77  SCHEDULE-EOF PIC A(3) VALUE SPACES.
       77  PRIOR-EOF PIC A(3) VALUE SPACES.
       77  BILLED-OUT-EOF PIC A(3) VALUE SPACES.
       77  SUSPENSE-IN-EOF PIC A(3) VALUE SPACES.
       77  AUDIT-IN-EOF PIC A(3) VALUE SPACES.
       77  REFAUDIT-IN-EOF PIC A(3) VALUE SPACES.
       77  CATALOG-EOF PIC A(3) VALUE SPACES.
       01  STEP-TABLE OCCURS 20 TIMES.
           02 STEP-NAME PIC X(18) VALUE SPACES.
           02 STEP-PROGRAM PIC X(20) VALUE SPACES.
       77  BILLING-IDX PIC 9(2) VALUE 0.
       77  GLRECON-IDX PIC 9(2) VALUE 0.
       77  GRADES-IDX PIC 9(2) VALUE 0.
       77  REFAUDIT-IDX PIC 9(2) VALUE 0.
       77  REF-EXCEPTIONS PIC 9(7) VALUE 0.
       77  RERUN-MODE PIC A(1) VALUE "N".
       77  HALT-FLAG PIC A(1) VALUE "N".
       77  RUN-TIMESTAMP PIC X(21) VALUE SPACES.
       77  GRADES-COUNT-TEXT PIC X(7) VALUE SPACES.
       77  GL-RELEASE PIC A(1) VALUE "N".
       77  OVERALL-FAILURE PIC A(1) VALUE "N".
       77  ROLLBACK-MODE PIC A(1) VALUE "N".
       77  ROLLBACK-DATE PIC 9(8) VALUE 0.
       01  ROLLBACK-TABLE OCCURS 50 TIMES.
           02 RB-MASTER-NAME PIC X(20) VALUE SPACES.
           02 RB-START-TS PIC X(14) VALUE SPACES.
           02 RB-END-TS PIC X(14) VALUE SPACES.
           02 RB-RC PIC 9(4) VALUE 0.
           02 RB-STATUS PIC X(8) VALUE SPACES.
           02 RB-COUNT PIC 9(7) VALUE 0.
           02 RB-COUNT-LABEL PIC X(16) VALUE SPACES.
       77  ROLLBACK-COUNT PIC 9(2) VALUE 0.
       77  ROLLBACK-IDX PIC 9(2) VALUE 0.
       77  ROLLBACK-SLOT PIC 9(2) VALUE 0.
       77  MASTERS-RESTORED PIC 9(2) VALUE 0.
       77  ROLLBACK-START-TS PIC X(14) VALUE SPACES.
       77  CKPT-CLEARED PIC A(1) VALUE "N".
       77  TREND-PARM-STATUS PIC X(2) VALUE "00".
       77  RUN-HISTORY-STATUS PIC X(2) VALUE "00".
       77  TREND-PARM-EOF PIC A(3) VALUE SPACES.
       77  RUN-HISTORY-EOF PIC A(3) VALUE SPACES.
       77  RUN-HISTORY-OPEN PIC A(1) VALUE "N".
       77  RUN-DATE PIC 9(8) VALUE 0.
       77  RUN-WEEKDAY PIC 9(1) VALUE 0.
      * trend defaults, overridden by the DEFAULT line of
      * RUNTREND-IN.txt and then by a line for the step itself
       77  TREND-TOLERANCE PIC 9(3) VALUE 50.
       77  TREND-SEVERITY PIC X(1) VALUE "W".
       77  TREND-RUNS PIC 9(2) VALUE 4.
       01  TREND-STEP-TABLE OCCURS 20 TIMES.
           02 TS-STEP-NAME PIC X(18).
           02 TS-TOLERANCE PIC 9(3).
           02 TS-ELAPSED PIC 9(6).
           02 TS-SEVERITY PIC X(1).
       77  TREND-STEP-COUNT PIC 9(2) VALUE 0.
       77  TREND-STEP-IDX PIC 9(2) VALUE 0.
       01  METRIC-TABLE OCCURS 21 TIMES.
           02 MET-STEP-NAME PIC X(18).
           02 MET-COUNT-LABEL PIC X(16).
           02 MET-TYPE PIC X(1).
           02 MET-STATUS PIC X(8).
           02 MET-RC PIC 9(4).
           02 MET-ELAPSED PIC 9(6).
           02 MET-COUNT PIC 9(7).
           02 MET-TOLERANCE PIC 9(3).
           02 MET-EXPECTED-ELAPSED PIC 9(6).
           02 MET-SEVERITY PIC X(1).
           02 MET-RUNS-FOUND PIC 9(2).
           02 MET-PAST-COUNT PIC 9(7) OCCURS 8 TIMES.
           02 MET-PAST-ELAPSED PIC 9(6) OCCURS 8 TIMES.
       77  METRIC-COUNT PIC 9(2) VALUE 0.
       77  METRIC-IDX PIC 9(2) VALUE 0.
       77  PAST-IDX PIC 9(2) VALUE 0.
       77  METRICS-WITHOUT-HISTORY PIC 9(2) VALUE 0.
       01  TIMESTAMP-WORK.
           02 TSW-DATE PIC 9(8).
           02 TSW-HOURS PIC 9(2).
           02 TSW-MINUTES PIC 9(2).
           02 TSW-SECONDS PIC 9(2).
       77  START-SECONDS PIC 9(11) VALUE 0.
       77  END-SECONDS PIC 9(11) VALUE 0.
       77  PAST-TOTAL PIC 9(9) VALUE 0.
       77  AVERAGE-COUNT PIC 9(7) VALUE 0.
       77  AVERAGE-ELAPSED PIC 9(6) VALUE 0.
       77  LOW-LIMIT PIC 9(7) VALUE 0.
       77  HIGH-LIMIT PIC 9(7) VALUE 0.
       77  ELAPSED-LIMIT PIC 9(7) VALUE 0.
       01  EXCEPTION-TABLE OCCURS 42 TIMES.
           02 EXC-LINE PIC X(100).
       77  EXCEPTION-COUNT PIC 9(2) VALUE 0.
       77  EXCEPTION-IDX PIC 9(2) VALUE 0.
       77  EXCEPTION-WHAT PIC X(16) VALUE SPACES.
       77  EXCEPTION-VALUE PIC 9(7) VALUE 0.
       77  EXCEPTION-AVERAGE PIC 9(7) VALUE 0.
       77  EXCEPTION-LIMIT-TEXT PIC X(18) VALUE SPACES.
       77  EXCEPTION-KIND PIC X(4) VALUE SPACES.
       77  TREND-HOLD PIC A(1) VALUE "N".
       77  BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-SCHEDULE.
           END-IF.
           PERFORM FIND-KNOWN-STEPS.
           PERFORM CHECK-RERUN-MODE.
           IF ROLLBACK-MODE = "E"
               DISPLAY "RUNCTL: ROLLBACK NEEDS A VALID YYYYMMDD RUN "
                   "DATE IN COLUMNS 10-17 OF RUNMODE-IN.txt - "
                   "RUN STOPPED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ROLLBACK-MODE = "Y"
               PERFORM RUN-MASTER-ROLLBACK
               STOP RUN
           END-IF.
           IF RERUN-MODE = "Y"
               PERFORM MARK-PRIOR-COMPLETED-STEPS
           END-IF.
           PERFORM GET-RUN-DATE.
           PERFORM RUN-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-TOTAL.
           PERFORM GATHER-STEP-COUNTS.
           PERFORM CHECK-CHECKPOINT-PENDING.
           PERFORM ANALYSE-RUN-TREND.
           PERFORM DECIDE-GL-RELEASE.
           PERFORM WRITE-RUN-CONTROL-FILE.
           PERFORM WRITE-OPERATOR-REPORT.
           PERFORM APPEND-RUN-HISTORY.
           IF OVERALL-FAILURE = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       LOAD-SCHEDULE.
                       MOVE STEP-JDX TO GLRECON-IDX
                   WHEN "CONDITION-STATEMENT"
                       MOVE STEP-JDX TO GRADES-IDX
                   WHEN "REFAUDIT"
                       MOVE STEP-JDX TO REFAUDIT-IDX
               END-EVALUATE
           END-PERFORM.
       CHECK-RERUN-MODE.
                           DISPLAY "RUNCTL: RERUN MODE - COMPLETED "
                               "STEPS FROM THE PRIOR RUN ARE SKIPPED"
                       END-IF
                       IF RUNMODE-REC(1:8) = "ROLLBACK"
                           PERFORM CHECK-ROLLBACK-DATE
                       END-IF
               END-READ
               CLOSE RUNMODE-FILE
               IF RERUN-MODE = "Y" OR ROLLBACK-MODE = "Y"
                   OPEN OUTPUT RUNMODE-FILE
                   CLOSE RUNMODE-FILE
               END-IF
           END-IF.
       CHECK-ROLLBACK-DATE.
           MOVE "E" TO ROLLBACK-MODE.
           IF RUNMODE-REC(10:8) IS NUMERIC
               MOVE RUNMODE-REC(10:8) TO ROLLBACK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(ROLLBACK-DATE) = 0
                   MOVE "Y" TO ROLLBACK-MODE
                   DISPLAY "RUNCTL: ROLLBACK MODE - MASTERS ARE "
                       "RESTORED TO THEIR STATE BEFORE " ROLLBACK-DATE
               END-IF
           END-IF.
      * rerun restarts from the first step the prior RUNCTL-OUT
      * does not show as OK; everything before it is carried as
      * PRIOR OK and not executed again
                       TO STEP-COUNT-LABEL(GRADES-IDX)
               END-IF
           END-IF.
      * the integrity audit ends RC 4 when it finds orphans; the
      * step shows FAILED and its exception count is carried
           IF REFAUDIT-IDX IS GREATER THAN 0
               IF STEP-STATUS(REFAUDIT-IDX) = "OK"
                       OR STEP-STATUS(REFAUDIT-IDX) = "PRIOR OK"
                       OR STEP-RC(REFAUDIT-IDX) = 4
                   PERFORM COUNT-REFERENTIAL-EXCEPTIONS
                   MOVE REF-EXCEPTIONS TO STEP-COUNT(REFAUDIT-IDX)
                   MOVE "REF EXCEPTIONS"
                       TO STEP-COUNT-LABEL(REFAUDIT-IDX)
               ELSE
                   MOVE "COUNT N/A" TO STEP-COUNT-LABEL(REFAUDIT-IDX)
               END-IF
           END-IF.
       DECIDE-GL-RELEASE.
           MOVE "N" TO GL-RELEASE.
           IF BILLING-IDX IS GREATER THAN 0
                   AND (STEP-STATUS(GLRECON-IDX) = "OK"
                       OR STEP-STATUS(GLRECON-IDX) = "PRIOR OK")
                   AND CKPT-PENDING = "N"
                   AND TREND-HOLD = "N"
               MOVE "Y" TO GL-RELEASE
           END-IF.
       COUNT-RENTALS-BILLED.
               END-PERFORM
               CLOSE AUDIT-IN
           END-IF.
       COUNT-REFERENTIAL-EXCEPTIONS.
           MOVE SPACES TO REFAUDIT-IN-EOF.
           MOVE 0 TO REF-EXCEPTIONS.
           OPEN INPUT REFAUDIT-IN.
           IF REFAUDIT-IN-STATUS = "00"
               READ REFAUDIT-IN
                   AT END MOVE "YYY" TO REFAUDIT-IN-EOF
               END-READ
               PERFORM UNTIL REFAUDIT-IN-EOF = "YYY"
                   IF REFAUDIT-IN-LINE(1:18) = "TOTAL EXCEPTIONS: "
                       COMPUTE REF-EXCEPTIONS =
                           FUNCTION NUMVAL(REFAUDIT-IN-LINE(19:5))
                   END-IF
                   READ REFAUDIT-IN
                       AT END MOVE "YYY" TO REFAUDIT-IN-EOF
                   END-READ
               END-PERFORM
               CLOSE REFAUDIT-IN
           END-IF.
       CHECK-CHECKPOINT-PENDING.
           MOVE "N" TO CKPT-PENDING.
           OPEN INPUT CHECKPOINT-IN.
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM WRITE-TREND-EXCEPTIONS.
           PERFORM WRITE-REPORT-STEP-LINE
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-TOTAL.
               STEP-STATUS(STEP-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
      * each night's step counts and elapsed times are kept on
      * RUNHIST-MST and compared with the same weekday's recent good
      * runs, since volumes differ through the week
       GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE.
           COMPUTE RUN-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) - 1, 7) + 1.
       ANALYSE-RUN-TREND.
           MOVE 0 TO METRIC-COUNT.
           MOVE 0 TO EXCEPTION-COUNT.
           MOVE 0 TO METRICS-WITHOUT-HISTORY.
           MOVE "N" TO TREND-HOLD.
           PERFORM LOAD-TREND-PARAMETERS.
           PERFORM ADD-STEP-METRIC
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-TOTAL.
           IF BILLING-IDX IS GREATER THAN 0
               IF STEP-STATUS(BILLING-IDX) = "OK"
                   ADD 1 TO METRIC-COUNT
                   MOVE BILLING-IDX TO STEP-IDX
                   PERFORM SET-METRIC-PARAMETERS
                   MOVE STEP-NAME(BILLING-IDX)
                       TO MET-STEP-NAME(METRIC-COUNT)
                   MOVE "SUSPENSE ITEMS"
                       TO MET-COUNT-LABEL(METRIC-COUNT)
                   MOVE "C" TO MET-TYPE(METRIC-COUNT)
                   MOVE "OK" TO MET-STATUS(METRIC-COUNT)
                   MOVE 0 TO MET-RC(METRIC-COUNT)
                   MOVE 0 TO MET-ELAPSED(METRIC-COUNT)
                   MOVE SUSPENSE-COUNT TO MET-COUNT(METRIC-COUNT)
               END-IF
           END-IF.
           PERFORM LOAD-RUN-HISTORY.
           PERFORM CHECK-ONE-METRIC
               VARYING METRIC-IDX FROM 1 BY 1
               UNTIL METRIC-IDX > METRIC-COUNT.
      * RUNTREND-IN.txt: a DEFAULT line for tolerance (percent either
      * side of the average), severity (W warns, H also holds the GL
      * feed) and how many same-weekday runs to average, then optional
      * lines per step giving its own tolerance, expected elapsed
      * seconds and severity
       LOAD-TREND-PARAMETERS.
           MOVE 0 TO TREND-STEP-COUNT.
           MOVE SPACES TO TREND-PARM-EOF.
           OPEN INPUT TREND-PARM.
           IF TREND-PARM-STATUS = "00"
               READ TREND-PARM
                   AT END MOVE "YYY" TO TREND-PARM-EOF
               END-READ
               PERFORM UNTIL TREND-PARM-EOF = "YYY"
                   IF TT-STEP-NAME = "DEFAULT"
                       PERFORM SET-TREND-DEFAULTS
                   ELSE
                       IF TT-STEP-NAME NOT = SPACES
                               AND TREND-STEP-COUNT < 20
                           PERFORM ADD-TREND-STEP
                       END-IF
                   END-IF
                   READ TREND-PARM
                       AT END MOVE "YYY" TO TREND-PARM-EOF
                   END-READ
               END-PERFORM
               CLOSE TREND-PARM
           END-IF.
       SET-TREND-DEFAULTS.
           IF TT-TOLERANCE IS NUMERIC
               MOVE TT-TOLERANCE TO TREND-TOLERANCE
           END-IF.
           IF TT-SEVERITY = "H" OR TT-SEVERITY = "W"
               MOVE TT-SEVERITY TO TREND-SEVERITY
           END-IF.
           IF TT-RUNS IS NUMERIC
               IF TT-RUNS > 0 AND TT-RUNS < 9
                   MOVE TT-RUNS TO TREND-RUNS
               END-IF
           END-IF.
       ADD-TREND-STEP.
           ADD 1 TO TREND-STEP-COUNT.
           MOVE TT-STEP-NAME TO TS-STEP-NAME(TREND-STEP-COUNT).
           IF TT-TOLERANCE IS NUMERIC
               MOVE TT-TOLERANCE TO TS-TOLERANCE(TREND-STEP-COUNT)
           ELSE
               MOVE 999 TO TS-TOLERANCE(TREND-STEP-COUNT)
           END-IF.
           IF TT-ELAPSED IS NUMERIC
               MOVE TT-ELAPSED TO TS-ELAPSED(TREND-STEP-COUNT)
           ELSE
               MOVE 0 TO TS-ELAPSED(TREND-STEP-COUNT)
           END-IF.
           MOVE TT-SEVERITY TO TS-SEVERITY(TREND-STEP-COUNT).
      * only steps executed in this leg of the night are measured; a
      * PRIOR OK step was measured by the leg that ran it
       ADD-STEP-METRIC.
           IF STEP-STATUS(STEP-IDX) = "OK"
                   OR STEP-STATUS(STEP-IDX) = "FAILED"
               ADD 1 TO METRIC-COUNT
               PERFORM SET-METRIC-PARAMETERS
               MOVE STEP-NAME(STEP-IDX) TO MET-STEP-NAME(METRIC-COUNT)
               MOVE STEP-COUNT-LABEL(STEP-IDX)
                   TO MET-COUNT-LABEL(METRIC-COUNT)
               MOVE "S" TO MET-TYPE(METRIC-COUNT)
               MOVE STEP-STATUS(STEP-IDX) TO MET-STATUS(METRIC-COUNT)
               MOVE STEP-RC(STEP-IDX) TO MET-RC(METRIC-COUNT)
               MOVE STEP-COUNT(STEP-IDX) TO MET-COUNT(METRIC-COUNT)
               PERFORM COMPUTE-STEP-ELAPSED
           END-IF.
       SET-METRIC-PARAMETERS.
           MOVE 0 TO MET-RUNS-FOUND(METRIC-COUNT).
           MOVE TREND-TOLERANCE TO MET-TOLERANCE(METRIC-COUNT).
           MOVE 0 TO MET-EXPECTED-ELAPSED(METRIC-COUNT).
           MOVE TREND-SEVERITY TO MET-SEVERITY(METRIC-COUNT).
           PERFORM VARYING TREND-STEP-IDX FROM 1 BY 1
                   UNTIL TREND-STEP-IDX > TREND-STEP-COUNT
               IF TS-STEP-NAME(TREND-STEP-IDX) = STEP-NAME(STEP-IDX)
                   IF TS-TOLERANCE(TREND-STEP-IDX) NOT = 999
                       MOVE TS-TOLERANCE(TREND-STEP-IDX)
                           TO MET-TOLERANCE(METRIC-COUNT)
                   END-IF
                   MOVE TS-ELAPSED(TREND-STEP-IDX)
                       TO MET-EXPECTED-ELAPSED(METRIC-COUNT)
                   IF TS-SEVERITY(TREND-STEP-IDX) = "H"
                           OR TS-SEVERITY(TREND-STEP-IDX) = "W"
                       MOVE TS-SEVERITY(TREND-STEP-IDX)
                           TO MET-SEVERITY(METRIC-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
       COMPUTE-STEP-ELAPSED.
           MOVE 0 TO MET-ELAPSED(METRIC-COUNT).
           MOVE 0 TO START-SECONDS.
           MOVE 0 TO END-SECONDS.
           MOVE STEP-START-TS(STEP-IDX) TO TIMESTAMP-WORK.
           IF TIMESTAMP-WORK IS NUMERIC
               COMPUTE START-SECONDS =
                   FUNCTION INTEGER-OF-DATE(TSW-DATE) * 86400
                   + TSW-HOURS * 3600 + TSW-MINUTES * 60 + TSW-SECONDS
           END-IF.
           MOVE STEP-END-TS(STEP-IDX) TO TIMESTAMP-WORK.
           IF TIMESTAMP-WORK IS NUMERIC
               COMPUTE END-SECONDS =
                   FUNCTION INTEGER-OF-DATE(TSW-DATE) * 86400
                   + TSW-HOURS * 3600 + TSW-MINUTES * 60 + TSW-SECONDS
           END-IF.
           IF START-SECONDS > 0 AND END-SECONDS > START-SECONDS
               COMPUTE MET-ELAPSED(METRIC-COUNT) =
                   END-SECONDS - START-SECONDS
           END-IF.
       LOAD-RUN-HISTORY.
           MOVE SPACES TO RUN-HISTORY-EOF.
           OPEN INPUT RUN-HISTORY.
           IF RUN-HISTORY-STATUS = "00"
               READ RUN-HISTORY
                   AT END MOVE "YYY" TO RUN-HISTORY-EOF
               END-READ
               PERFORM UNTIL RUN-HISTORY-EOF = "YYY"
                   IF RH-RUN-DATE IS NUMERIC
                           AND RH-RUN-DATE < RUN-DATE
                           AND RH-WEEKDAY = RUN-WEEKDAY
                           AND RH-STATUS = "OK"
                           AND RH-COUNT IS NUMERIC
                           AND RH-ELAPSED IS NUMERIC
                       PERFORM MATCH-HISTORY-METRIC
                           VARYING METRIC-IDX FROM 1 BY 1
                           UNTIL METRIC-IDX > METRIC-COUNT
                   END-IF
                   READ RUN-HISTORY
                       AT END MOVE "YYY" TO RUN-HISTORY-EOF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY
           END-IF.
      * the history is in run order, so the last TREND-RUNS matches
      * kept are the most recent same-weekday runs
       MATCH-HISTORY-METRIC.
           IF MET-STEP-NAME(METRIC-IDX) = RH-STEP-NAME
                   AND MET-COUNT-LABEL(METRIC-IDX) = RH-COUNT-LABEL
                   AND MET-TYPE(METRIC-IDX) = RH-METRIC-TYPE
               IF MET-RUNS-FOUND(METRIC-IDX) < TREND-RUNS
                   ADD 1 TO MET-RUNS-FOUND(METRIC-IDX)
               ELSE
                   PERFORM VARYING PAST-IDX FROM 1 BY 1
                           UNTIL PAST-IDX >= TREND-RUNS
                       MOVE MET-PAST-COUNT(METRIC-IDX, PAST-IDX + 1)
                           TO MET-PAST-COUNT(METRIC-IDX, PAST-IDX)
                       MOVE MET-PAST-ELAPSED(METRIC-IDX, PAST-IDX + 1)
                           TO MET-PAST-ELAPSED(METRIC-IDX, PAST-IDX)
                   END-PERFORM
               END-IF
               MOVE RH-COUNT TO MET-PAST-COUNT(METRIC-IDX,
                   MET-RUNS-FOUND(METRIC-IDX))
               MOVE RH-ELAPSED TO MET-PAST-ELAPSED(METRIC-IDX,
                   MET-RUNS-FOUND(METRIC-IDX))
           END-IF.
      * a count is compared once two same-weekday runs are on file
      * and their average is not zero; a step's elapsed time is
      * held to the expected seconds given for it, or else to the
      * average plus the tolerance, never less than a minute over
       CHECK-ONE-METRIC.
           IF MET-STATUS(METRIC-IDX) = "OK"
               IF MET-RUNS-FOUND(METRIC-IDX) < 2
                   ADD 1 TO METRICS-WITHOUT-HISTORY
               END-IF
               IF MET-RUNS-FOUND(METRIC-IDX) >= 2
                       AND MET-COUNT-LABEL(METRIC-IDX) NOT = SPACES
                       AND MET-COUNT-LABEL(METRIC-IDX) NOT = "COUNT N/A"
                   PERFORM CHECK-METRIC-COUNT
               END-IF
               IF MET-TYPE(METRIC-IDX) = "S"
                   PERFORM CHECK-METRIC-ELAPSED
               END-IF
           END-IF.
       CHECK-METRIC-COUNT.
           MOVE 0 TO PAST-TOTAL.
           PERFORM VARYING PAST-IDX FROM 1 BY 1
                   UNTIL PAST-IDX > MET-RUNS-FOUND(METRIC-IDX)
               ADD MET-PAST-COUNT(METRIC-IDX, PAST-IDX) TO PAST-TOTAL
           END-PERFORM.
           COMPUTE AVERAGE-COUNT ROUNDED =
               PAST-TOTAL / MET-RUNS-FOUND(METRIC-IDX).
           IF AVERAGE-COUNT > 0
               IF MET-TOLERANCE(METRIC-IDX) >= 100
                   MOVE 0 TO LOW-LIMIT
               ELSE
                   COMPUTE LOW-LIMIT = AVERAGE-COUNT *
                       (100 - MET-TOLERANCE(METRIC-IDX)) / 100
               END-IF
               COMPUTE HIGH-LIMIT = AVERAGE-COUNT *
                   (100 + MET-TOLERANCE(METRIC-IDX)) / 100
               MOVE SPACES TO EXCEPTION-KIND
               IF MET-COUNT(METRIC-IDX) < LOW-LIMIT
                   MOVE "LOW" TO EXCEPTION-KIND
               END-IF
               IF MET-COUNT(METRIC-IDX) > HIGH-LIMIT
                   MOVE "HIGH" TO EXCEPTION-KIND
               END-IF
               IF EXCEPTION-KIND NOT = SPACES
                   MOVE MET-COUNT-LABEL(METRIC-IDX) TO EXCEPTION-WHAT
                   MOVE MET-COUNT(METRIC-IDX) TO EXCEPTION-VALUE
                   MOVE AVERAGE-COUNT TO EXCEPTION-AVERAGE
                   MOVE SPACES TO EXCEPTION-LIMIT-TEXT
                   STRING "OK " DELIMITED BY SIZE
                       LOW-LIMIT DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       HIGH-LIMIT DELIMITED BY SIZE
                       INTO EXCEPTION-LIMIT-TEXT
                   PERFORM ADD-TREND-EXCEPTION
               END-IF
           END-IF.
       CHECK-METRIC-ELAPSED.
           MOVE 0 TO ELAPSED-LIMIT.
           MOVE 0 TO AVERAGE-ELAPSED.
           IF MET-RUNS-FOUND(METRIC-IDX) >= 2
               MOVE 0 TO PAST-TOTAL
               PERFORM VARYING PAST-IDX FROM 1 BY 1
                       UNTIL PAST-IDX > MET-RUNS-FOUND(METRIC-IDX)
                   ADD MET-PAST-ELAPSED(METRIC-IDX, PAST-IDX)
                       TO PAST-TOTAL
               END-PERFORM
               COMPUTE AVERAGE-ELAPSED ROUNDED =
                   PAST-TOTAL / MET-RUNS-FOUND(METRIC-IDX)
           END-IF.
           IF MET-EXPECTED-ELAPSED(METRIC-IDX) > 0
               MOVE MET-EXPECTED-ELAPSED(METRIC-IDX) TO ELAPSED-LIMIT
           ELSE
               IF MET-RUNS-FOUND(METRIC-IDX) >= 2
                   COMPUTE ELAPSED-LIMIT = AVERAGE-ELAPSED *
                       (100 + MET-TOLERANCE(METRIC-IDX)) / 100
                   IF ELAPSED-LIMIT < AVERAGE-ELAPSED + 60
                       COMPUTE ELAPSED-LIMIT = AVERAGE-ELAPSED + 60
                   END-IF
               END-IF
           END-IF.
           IF ELAPSED-LIMIT > 0
                   AND MET-ELAPSED(METRIC-IDX) > ELAPSED-LIMIT
               MOVE "SLOW" TO EXCEPTION-KIND
               MOVE "ELAPSED SECONDS" TO EXCEPTION-WHAT
               MOVE MET-ELAPSED(METRIC-IDX) TO EXCEPTION-VALUE
               MOVE AVERAGE-ELAPSED TO EXCEPTION-AVERAGE
               MOVE SPACES TO EXCEPTION-LIMIT-TEXT
               STRING "LIMIT " DELIMITED BY SIZE
                   ELAPSED-LIMIT DELIMITED BY SIZE
                   INTO EXCEPTION-LIMIT-TEXT
               PERFORM ADD-TREND-EXCEPTION
           END-IF.
       ADD-TREND-EXCEPTION.
           IF MET-SEVERITY(METRIC-IDX) = "H"
               MOVE "Y" TO TREND-HOLD
           END-IF.
           IF EXCEPTION-COUNT < 42
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO EXC-LINE(EXCEPTION-COUNT)
               STRING MET-STEP-NAME(METRIC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXCEPTION-WHAT DELIMITED BY SIZE
                   " TONIGHT " DELIMITED BY SIZE
                   EXCEPTION-VALUE DELIMITED BY SIZE
                   " AVG " DELIMITED BY SIZE
                   EXCEPTION-AVERAGE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXCEPTION-LIMIT-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EXCEPTION-KIND DELIMITED BY SIZE
                   INTO EXC-LINE(EXCEPTION-COUNT)
               IF MET-SEVERITY(METRIC-IDX) = "H"
                   MOVE "HOLD" TO EXC-LINE(EXCEPTION-COUNT)(97:4)
               ELSE
                   MOVE "WARN" TO EXC-LINE(EXCEPTION-COUNT)(97:4)
               END-IF
           END-IF.
      * the exceptions open the operator report so a night whose
      * numbers look wrong is seen before its steps are read as OK
       WRITE-TREND-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE.
           IF EXCEPTION-COUNT = 0
               STRING "RUN TREND EXCEPTIONS: NONE" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "RUN TREND EXCEPTIONS: " DELIMITED BY SIZE
                   EXCEPTION-COUNT DELIMITED BY SIZE
                   " - STEP / MEASURE / TONIGHT / SAME-WEEKDAY "
                       DELIMITED BY SIZE
                   "AVERAGE / LIMIT" DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           PERFORM VARYING EXCEPTION-IDX FROM 1 BY 1
                   UNTIL EXCEPTION-IDX > EXCEPTION-COUNT
               MOVE EXC-LINE(EXCEPTION-IDX) TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF METRICS-WITHOUT-HISTORY > 0
               MOVE SPACES TO REPORT-LINE
               STRING "RUN TREND: " DELIMITED BY SIZE
                   METRICS-WITHOUT-HISTORY DELIMITED BY SIZE
                   " MEASURE(S) NOT YET COMPARED - FEWER THAN 2 "
                       DELIMITED BY SIZE
                   "SAME-WEEKDAY RUNS ON FILE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF TREND-HOLD = "Y"
               MOVE "RUN TREND: GL FEED HELD BY A SEVERITY H EXCEPTION"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       APPEND-RUN-HISTORY.
           IF METRIC-COUNT > 0
               MOVE "N" TO RUN-HISTORY-OPEN
               MOVE "RUNHIST-MST.txt" TO BKR-MASTER-NAME
               PERFORM BACKUP-MASTER
               OPEN EXTEND RUN-HISTORY
               IF RUN-HISTORY-STATUS NOT = "00"
                   OPEN OUTPUT RUN-HISTORY
               END-IF
               IF RUN-HISTORY-STATUS = "00"
                   PERFORM WRITE-RUN-HISTORY-RECORD
                       VARYING METRIC-IDX FROM 1 BY 1
                       UNTIL METRIC-IDX > METRIC-COUNT
                   CLOSE RUN-HISTORY
               ELSE
                   DISPLAY "WARNING: UNABLE TO OPEN RUNHIST-MST.txt "
                       "FOR APPEND - TONIGHT NOT KEPT FOR TRENDS"
               END-IF
           END-IF.
       WRITE-RUN-HISTORY-RECORD.
           MOVE RUN-DATE TO RH-RUN-DATE.
           MOVE RUN-WEEKDAY TO RH-WEEKDAY.
           MOVE MET-STEP-NAME(METRIC-IDX) TO RH-STEP-NAME.
           MOVE MET-COUNT-LABEL(METRIC-IDX) TO RH-COUNT-LABEL.
           MOVE MET-TYPE(METRIC-IDX) TO RH-METRIC-TYPE.
           MOVE MET-STATUS(METRIC-IDX) TO RH-STATUS.
           MOVE MET-RC(METRIC-IDX) TO RH-RETURN-CODE.
           MOVE MET-ELAPSED(METRIC-IDX) TO RH-ELAPSED.
           MOVE MET-COUNT(METRIC-IDX) TO RH-COUNT.
           WRITE RUN-HISTORY-REC.
      * a dated generation of the run history is taken before it is
      * appended so a rolled-back night leaves no trend behind
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "RUNCTL" TO BKR-PROGRAM.
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
      * rollback puts every master with a backup generation back
      * as it stood before the chosen run date; no step is run, so
      * the operator reruns the night from the clean masters
       RUN-MASTER-ROLLBACK.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:14) TO ROLLBACK-START-TS.
           PERFORM LOAD-ROLLBACK-MASTERS.
           IF ROLLBACK-COUNT = 0
               DISPLAY "RUNCTL: NO BACKUP GENERATIONS ON "
                   "MSTGEN-MST.txt - NOTHING RESTORED"
               MOVE "Y" TO OVERALL-FAILURE
           END-IF.
           PERFORM RESTORE-ONE-MASTER
               VARYING ROLLBACK-IDX FROM 1 BY 1
               UNTIL ROLLBACK-IDX > ROLLBACK-COUNT.
           PERFORM CLEAR-BILLING-CHECKPOINT.
           PERFORM WRITE-ROLLBACK-CONTROL-FILE.
           PERFORM WRITE-ROLLBACK-REPORT.
           IF OVERALL-FAILURE = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       LOAD-ROLLBACK-MASTERS.
           MOVE 0 TO ROLLBACK-COUNT.
           MOVE SPACES TO CATALOG-EOF.
           OPEN INPUT GENERATION-CATALOG.
           IF GENERATION-CATALOG-STATUS = "00"
               READ GENERATION-CATALOG
                   AT END MOVE "YYY" TO CATALOG-EOF
               END-READ
               PERFORM UNTIL CATALOG-EOF = "YYY"
                   IF GC-MASTER-NAME NOT = SPACES
                       PERFORM ADD-ROLLBACK-MASTER
                   END-IF
                   READ GENERATION-CATALOG
                       AT END MOVE "YYY" TO CATALOG-EOF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-CATALOG
           END-IF.
       ADD-ROLLBACK-MASTER.
           MOVE 0 TO ROLLBACK-SLOT.
           PERFORM VARYING ROLLBACK-IDX FROM 1 BY 1
                   UNTIL ROLLBACK-IDX > ROLLBACK-COUNT
                       OR ROLLBACK-SLOT > 0
               IF RB-MASTER-NAME(ROLLBACK-IDX) = GC-MASTER-NAME
                   MOVE ROLLBACK-IDX TO ROLLBACK-SLOT
               END-IF
           END-PERFORM.
           IF ROLLBACK-SLOT = 0
               IF ROLLBACK-COUNT >= 50
                   DISPLAY "RUNCTL: MORE THAN 50 MASTERS ON "
                       "MSTGEN-MST.txt - " GC-MASTER-NAME
                       " NOT RESTORED"
                   MOVE "Y" TO OVERALL-FAILURE
               ELSE
                   ADD 1 TO ROLLBACK-COUNT
                   MOVE GC-MASTER-NAME
                       TO RB-MASTER-NAME(ROLLBACK-COUNT)
               END-IF
           END-IF.
       RESTORE-ONE-MASTER.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:14) TO RB-START-TS(ROLLBACK-IDX).
           MOVE "R" TO BKR-FUNCTION.
           MOVE RB-MASTER-NAME(ROLLBACK-IDX) TO BKR-MASTER-NAME.
           MOVE "RUNCTL" TO BKR-PROGRAM.
           MOVE ROLLBACK-DATE TO BKR-ROLLBACK-DATE.
           CALL "MSTBKUP" USING BACKUP-REQUEST
               ON EXCEPTION
                   DISPLAY "RUNCTL: UNABLE TO CALL MSTBKUP"
                   MOVE "16" TO BKR-RESULT
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:14) TO RB-END-TS(ROLLBACK-IDX).
           MOVE SPACES TO RB-COUNT-LABEL(ROLLBACK-IDX).
           EVALUATE BKR-RESULT
               WHEN "00"
                   MOVE 0 TO RB-RC(ROLLBACK-IDX)
                   MOVE "RESTORED" TO RB-STATUS(ROLLBACK-IDX)
                   MOVE BKR-RECORD-COUNT TO RB-COUNT(ROLLBACK-IDX)
                   STRING "GEN " DELIMITED BY SIZE
                       BKR-GEN-DATE DELIMITED BY SIZE
                       INTO RB-COUNT-LABEL(ROLLBACK-IDX)
                   ADD 1 TO MASTERS-RESTORED
               WHEN "04"
                   MOVE 4 TO RB-RC(ROLLBACK-IDX)
                   MOVE "CURRENT" TO RB-STATUS(ROLLBACK-IDX)
                   MOVE 0 TO RB-COUNT(ROLLBACK-IDX)
                   MOVE "NO LATER GEN" TO RB-COUNT-LABEL(ROLLBACK-IDX)
               WHEN OTHER
                   MOVE 16 TO RB-RC(ROLLBACK-IDX)
                   MOVE "FAILED" TO RB-STATUS(ROLLBACK-IDX)
                   MOVE 0 TO RB-COUNT(ROLLBACK-IDX)
                   MOVE "COUNT N/A" TO RB-COUNT-LABEL(ROLLBACK-IDX)
                   MOVE "Y" TO OVERALL-FAILURE
           END-EVALUATE.
      * a billing checkpoint left by the night being backed out
      * would restart the rerun part way through the restored input
       CLEAR-BILLING-CHECKPOINT.
           MOVE "N" TO CKPT-CLEARED.
           PERFORM CHECK-CHECKPOINT-PENDING.
           IF CKPT-PENDING = "Y"
               OPEN OUTPUT CHECKPOINT-IN
               CLOSE CHECKPOINT-IN
               MOVE "Y" TO CKPT-CLEARED
               MOVE "N" TO CKPT-PENDING
               DISPLAY "RUNCTL: BILLING CHECKPOINT CLEARED FOR THE "
                   "RERUN"
           END-IF.
       WRITE-ROLLBACK-CONTROL-FILE.
           OPEN OUTPUT RUNCTL-FILE.
           MOVE SPACES TO RUNCTL-REC.
           MOVE "MASTER ROLLBACK" TO RC-STEP-NAME.
           MOVE ROLLBACK-START-TS TO RC-START-TS.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE RUN-TIMESTAMP(1:14) TO RC-END-TS.
           IF OVERALL-FAILURE = "Y"
               MOVE 8 TO RC-RETURN-CODE
               MOVE "FAILED" TO RC-STATUS
           ELSE
               MOVE 0 TO RC-RETURN-CODE
               MOVE "OK" TO RC-STATUS
           END-IF.
           MOVE MASTERS-RESTORED TO RC-COUNT.
           STRING "BEFORE " DELIMITED BY SIZE
               ROLLBACK-DATE DELIMITED BY SIZE
               INTO RC-COUNT-LABEL.
           WRITE RUNCTL-REC.
           PERFORM WRITE-ROLLBACK-CONTROL-RECORD
               VARYING ROLLBACK-IDX FROM 1 BY 1
               UNTIL ROLLBACK-IDX > ROLLBACK-COUNT.
           CLOSE RUNCTL-FILE.
       WRITE-ROLLBACK-CONTROL-RECORD.
           MOVE SPACES TO RUNCTL-REC.
           MOVE RB-MASTER-NAME(ROLLBACK-IDX) TO RC-STEP-NAME.
           MOVE RB-START-TS(ROLLBACK-IDX) TO RC-START-TS.
           MOVE RB-END-TS(ROLLBACK-IDX) TO RC-END-TS.
           MOVE RB-RC(ROLLBACK-IDX) TO RC-RETURN-CODE.
           MOVE RB-STATUS(ROLLBACK-IDX) TO RC-STATUS.
           MOVE RB-COUNT(ROLLBACK-IDX) TO RC-COUNT.
           MOVE RB-COUNT-LABEL(ROLLBACK-IDX) TO RC-COUNT-LABEL.
           WRITE RUNCTL-REC.
       WRITE-ROLLBACK-REPORT.
           OPEN OUTPUT OPERATOR-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "MASTER ROLLBACK REPORT " DELIMITED BY SIZE
               ROLLBACK-START-TS DELIMITED BY SIZE
               " - MASTERS RESTORED TO BEFORE " DELIMITED BY SIZE
               ROLLBACK-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-ROLLBACK-REPORT-LINE
               VARYING ROLLBACK-IDX FROM 1 BY 1
               UNTIL ROLLBACK-IDX > ROLLBACK-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CKPT-CLEARED = "Y"
               STRING "BILLING CHECKPOINT CLEARED - " DELIMITED BY SIZE
                   "RERUN BILLS FROM THE FIRST RENTAL" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
           END-IF.
           MOVE "GL FEED: HOLD - DO NOT TRANSMIT GLFEED-OUT.txt"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE OPERATOR-REPORT.
       WRITE-ROLLBACK-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING RB-MASTER-NAME(ROLLBACK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RB-STATUS(ROLLBACK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RB-COUNT(ROLLBACK-IDX) DELIMITED BY SIZE
               " RECORDS " DELIMITED BY SIZE
               RB-COUNT-LABEL(ROLLBACK-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       END PROGRAM RUNCTL.
