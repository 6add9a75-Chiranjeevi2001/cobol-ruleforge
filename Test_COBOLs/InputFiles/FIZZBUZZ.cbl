       01 FIZZ-RULE-REC.
           02 RULE-IN-DIVISOR PIC 99.
           02 RULE-IN-LABEL   PIC X(8).
           02 RULE-IN-TYPE    PIC X(1).
           02 RULE-IN-LOW     PIC X(4).
           02 RULE-IN-HIGH    PIC X(4).
       01 FIZZ-BOUND-REC.
           02 RULE-UPPER-BOUND PIC 9(4).
           02 FILLER PIC X(6).
       01 FIZZ-CAND-REC.
           02 CAND-IN-DIVISOR PIC 99.
           02 CAND-IN-LABEL   PIC X(8).
           02 CAND-IN-TYPE    PIC X(1).
           02 CAND-IN-LOW     PIC X(4).
           02 CAND-IN-HIGH    PIC X(4).
       01 FIZZ-CAND-BOUND-REC.
           02 CAND-UPPER-BOUND PIC 9(4).
           02 FILLER PIC X(6).
       01 FIZZ-LIB-RULE-REC.
           02 LIB-IN-DIVISOR PIC 99.
           02 LIB-IN-LABEL PIC X(8).
           02 LIB-IN-TYPE PIC X(1).
           02 LIB-IN-LOW PIC X(4).
           02 LIB-IN-HIGH PIC X(4).
       FD FIZZ-SEL-FILE.
       01 FIZZ-SEL-REC.
           02 SEL-SET-NAME PIC X(8).
       01 RULE-TABLE OCCURS 10 TIMES.
           02 RULE-DIVISOR PIC 99 VALUE 0.
           02 RULE-LABEL PIC X(8) VALUE SPACES.
           02 RULE-TYPE PIC X(1) VALUE "D".
           02 RULE-LOW PIC 9(4) VALUE 0.
           02 RULE-HIGH PIC 9(4) VALUE 0.
           02 RULE-MATCH-COUNT PIC 9(5) VALUE 0.
       77 RULE-COUNT PIC 9(2) VALUE 0.
       77 RULE-IDX PIC 9(2) VALUE 0.
       01 CAND-TABLE OCCURS 10 TIMES.
           02 CAND-DIVISOR PIC 99 VALUE 0.
           02 CAND-LABEL PIC X(8) VALUE SPACES.
           02 CAND-TYPE PIC X(1) VALUE "D".
           02 CAND-LOW PIC 9(4) VALUE 0.
           02 CAND-HIGH PIC 9(4) VALUE 0.
       77 CAND-COUNT PIC 9(2) VALUE 0.
       01 PAIR-TABLE OCCURS 200 TIMES.
           02 PAIR-BASE-LABEL PIC X(24) VALUE SPACES.
           02 FS-RULE OCCURS 10 TIMES.
               03 FS-DIVISOR PIC 99 VALUE 0.
               03 FS-LABEL PIC X(8) VALUE SPACES.
               03 FS-TYPE PIC X(1) VALUE "D".
               03 FS-LOW PIC 9(4) VALUE 0.
               03 FS-HIGH PIC 9(4) VALUE 0.
               03 FS-MATCH-COUNT PIC 9(5) VALUE 0.
           02 FS-PLAIN-COUNT PIC 9(5) VALUE 0.
           02 FS-SELECTED PIC A(1) VALUE "N".
       77 SET-RULE-IDX PIC 9(2) VALUE 0.
       77 SELECTED-SET PIC X(8) VALUE "ALL".
       77 SETS-RUN PIC 9(2) VALUE 0.
      * rule types: D (or blank) divisor, C contains the digit in
      * the operand, R range low-high inclusive, P prime
       77 CHECK-TYPE PIC X(1) VALUE SPACES.
       01 CHECK-OPERAND PIC X(2) VALUE SPACES.
       01 CHECK-OPERAND-NUM REDEFINES CHECK-OPERAND PIC 99.
       01 CHECK-LOW PIC X(4) VALUE SPACES.
       01 CHECK-LOW-NUM REDEFINES CHECK-LOW PIC 9(4).
       01 CHECK-HIGH PIC X(4) VALUE SPACES.
       01 CHECK-HIGH-NUM REDEFINES CHECK-HIGH PIC 9(4).
       77 CHECKED-OPERAND PIC 99 VALUE 0.
       77 CHECKED-LOW PIC 9(4) VALUE 0.
       77 CHECKED-HIGH PIC 9(4) VALUE 0.
       77 REJECT-REASON PIC X(24) VALUE SPACES.
       77 TEST-TYPE PIC X(1) VALUE "D".
       77 TEST-OPERAND PIC 99 VALUE 0.
       77 TEST-LOW PIC 9(4) VALUE 0.
       77 TEST-HIGH PIC 9(4) VALUE 0.
       77 RULE-HIT PIC A(1) VALUE "N".
       77 PRIME-DIVISOR PIC 9(5) VALUE 0.
       77 DIGIT-TEXT PIC Z(4)9.
       01 DIGIT-VALUE PIC 9 VALUE 0.
       01 DIGIT-CHAR REDEFINES DIGIT-VALUE PIC X(1).
       77 DIGIT-TALLY PIC 9(2) VALUE 0.
       77 RULE-TEXT PIC X(9) VALUE SPACES.
       77 RANGE-ED PIC Z(3)9.
       77 LIB-LINE-NO PIC 9(4) VALUE 0.
       01 LIB-REJECT-TABLE OCCURS 50 TIMES.
           02 LRJ-LINE-NO PIC 9(4) VALUE 0.
           02 LRJ-TEXT PIC X(19) VALUE SPACES.
           02 LRJ-REASON PIC X(24) VALUE SPACES.
       77 LIB-REJECT-COUNT PIC 9(4) VALUE 0.
       77 LRJ-IDX PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       100-MAIN-PARA.
           PERFORM LOAD-RULE-LIBRARY.
      * and the tallies roll up into a cross-set summary
       LOAD-RULE-LIBRARY.
           MOVE SPACES TO LIB-EOF.
           MOVE 0 TO LIB-LINE-NO.
           OPEN INPUT FIZZ-LIB-FILE.
           IF LIB-STATUS NOT = "00"
               CONTINUE
           ELSE
               READ FIZZ-LIB-FILE
                   AT END MOVE "YYY" TO LIB-EOF
                   NOT AT END ADD 1 TO LIB-LINE-NO
               END-READ
               PERFORM CLASSIFY-LIBRARY-LINE UNTIL LIB-EOF = "YYY"
               CLOSE FIZZ-LIB-FILE
           END-EVALUATE.
           READ FIZZ-LIB-FILE
               AT END MOVE "YYY" TO LIB-EOF
               NOT AT END ADD 1 TO LIB-LINE-NO
           END-READ.
       ADD-LIBRARY-RULE.
           IF SET-COUNT = 0
               DISPLAY "WARNING: RULE BEFORE FIRST SET HEADER IN "
                   "FIZZLIB-IN.txt - RULE IGNORED"
               MOVE "BEFORE FIRST SET HEADER" TO REJECT-REASON
               PERFORM LIST-LIBRARY-REJECT
           ELSE
               MOVE LIB-IN-TYPE TO CHECK-TYPE
               MOVE FIZZ-LIB-RULE-REC(1:2) TO CHECK-OPERAND
               MOVE LIB-IN-LOW TO CHECK-LOW
               MOVE LIB-IN-HIGH TO CHECK-HIGH
               PERFORM CHECK-RULE-LINE
               IF REJECT-REASON = SPACES
                   IF FS-RULE-COUNT(SET-COUNT) >= 10
                       DISPLAY "WARNING: MORE THAN 10 RULES IN SET "
                           FS-NAME(SET-COUNT) " - EXCESS IGNORED"
                   ELSE
                       ADD 1 TO FS-RULE-COUNT(SET-COUNT)
                       MOVE CHECKED-OPERAND TO FS-DIVISOR
                           (SET-COUNT, FS-RULE-COUNT(SET-COUNT))
                       MOVE LIB-IN-LABEL TO FS-LABEL
                           (SET-COUNT, FS-RULE-COUNT(SET-COUNT))
                       MOVE CHECK-TYPE TO FS-TYPE
                           (SET-COUNT, FS-RULE-COUNT(SET-COUNT))
                       MOVE CHECKED-LOW TO FS-LOW
                           (SET-COUNT, FS-RULE-COUNT(SET-COUNT))
                       MOVE CHECKED-HIGH TO FS-HIGH
                           (SET-COUNT, FS-RULE-COUNT(SET-COUNT))
                   END-IF
               ELSE
                   DISPLAY "WARNING: RULE WITH "
                       FUNCTION TRIM(REJECT-REASON)
                       " IN FIZZLIB-IN.txt IGNORED"
                   PERFORM LIST-LIBRARY-REJECT
               END-IF
           END-IF.
      * rejected library lines are held for the summary report
       LIST-LIBRARY-REJECT.
           ADD 1 TO LIB-REJECT-COUNT.
           IF LIB-REJECT-COUNT <= 50
               MOVE LIB-LINE-NO TO LRJ-LINE-NO(LIB-REJECT-COUNT)
               MOVE FIZZ-LIB-RULE-REC TO LRJ-TEXT(LIB-REJECT-COUNT)
               MOVE REJECT-REASON TO LRJ-REASON(LIB-REJECT-COUNT)
           END-IF.
      * one check for every rule file; a blank type is a divisor
      * rule so files keyed before rule types existed read as before
       CHECK-RULE-LINE.
           MOVE SPACES TO REJECT-REASON.
           MOVE 0 TO CHECKED-OPERAND.
           MOVE 0 TO CHECKED-LOW.
           MOVE 0 TO CHECKED-HIGH.
           IF CHECK-TYPE = SPACE
               MOVE "D" TO CHECK-TYPE
           END-IF.
           IF CHECK-OPERAND-NUM IS NUMERIC
               MOVE CHECK-OPERAND-NUM TO CHECKED-OPERAND
           END-IF.
           EVALUATE CHECK-TYPE
               WHEN "D"
                   IF CHECKED-OPERAND = ZERO
                       MOVE "ZERO DIVISOR" TO REJECT-REASON
                   END-IF
               WHEN "C"
                   IF CHECK-OPERAND-NUM IS NOT NUMERIC
                           OR CHECKED-OPERAND > 9
                       MOVE "DIGIT NOT 0-9" TO REJECT-REASON
                   END-IF
               WHEN "R"
                   IF CHECK-LOW-NUM IS NOT NUMERIC
                           OR CHECK-HIGH-NUM IS NOT NUMERIC
                       MOVE "INVALID RANGE" TO REJECT-REASON
                   ELSE
                       MOVE CHECK-LOW-NUM TO CHECKED-LOW
                       MOVE CHECK-HIGH-NUM TO CHECKED-HIGH
                       IF CHECKED-HIGH = ZERO
                               OR CHECKED-LOW > CHECKED-HIGH
                           MOVE "INVALID RANGE" TO REJECT-REASON
                       END-IF
                   END-IF
               WHEN "P"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO REJECT-REASON
                   STRING "UNKNOWN RULE TYPE " DELIMITED BY SIZE
                       CHECK-TYPE DELIMITED BY SIZE
                       INTO REJECT-REASON
           END-EVALUATE.
       RUN-RULE-LIBRARY.
           PERFORM READ-SET-SELECTION.
           PERFORM MARK-SELECTED-SETS.
                       TO RULE-DIVISOR(SET-RULE-IDX)
                   MOVE FS-LABEL(SET-IDX, SET-RULE-IDX)
                       TO RULE-LABEL(SET-RULE-IDX)
                   MOVE FS-TYPE(SET-IDX, SET-RULE-IDX)
                       TO RULE-TYPE(SET-RULE-IDX)
                   MOVE FS-LOW(SET-IDX, SET-RULE-IDX)
                       TO RULE-LOW(SET-RULE-IDX)
                   MOVE FS-HIGH(SET-IDX, SET-RULE-IDX)
                       TO RULE-HIGH(SET-RULE-IDX)
                   MOVE 0 TO RULE-MATCH-COUNT(SET-RULE-IDX)
               END-PERFORM
               MOVE 0 TO TALLY-PLAIN
           PERFORM WRITE-ONE-SET-SUMMARY
               VARYING SET-IDX FROM 1 BY 1
               UNTIL SET-IDX > SET-COUNT.
           IF LIB-REJECT-COUNT > 0
               PERFORM WRITE-LIBRARY-REJECTS
           END-IF.
           CLOSE FIZZ-SUMMARY-FILE.
       WRITE-LIBRARY-REJECTS.
           MOVE SPACES TO FIZZ-SUMMARY-REC.
           STRING "REJECTED LIBRARY LINES " DELIMITED BY SIZE
               LIB-REJECT-COUNT DELIMITED BY SIZE
               " - LINE / TEXT / REASON" DELIMITED BY SIZE
               INTO FIZZ-SUMMARY-REC.
           WRITE FIZZ-SUMMARY-REC.
           PERFORM VARYING LRJ-IDX FROM 1 BY 1
                   UNTIL LRJ-IDX > LIB-REJECT-COUNT
                       OR LRJ-IDX > 50
               MOVE SPACES TO FIZZ-SUMMARY-REC
               STRING "LINE " DELIMITED BY SIZE
                   LRJ-LINE-NO(LRJ-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LRJ-TEXT(LRJ-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LRJ-REASON(LRJ-IDX) DELIMITED BY SIZE
                   INTO FIZZ-SUMMARY-REC
               WRITE FIZZ-SUMMARY-REC
           END-PERFORM.
           IF LIB-REJECT-COUNT > 50
               MOVE "MORE THAN 50 REJECTED LINES - LISTING INCOMPLETE"
                   TO FIZZ-SUMMARY-REC
               WRITE FIZZ-SUMMARY-REC
           END-IF.
       WRITE-ONE-SET-SUMMARY.
           IF FS-SELECTED(SET-IDX) = "Y"
               PERFORM VARYING SET-RULE-IDX FROM 1 BY 1
                       UNTIL SET-RULE-IDX > FS-RULE-COUNT(SET-IDX)
                   MOVE FS-TYPE(SET-IDX, SET-RULE-IDX) TO TEST-TYPE
                   MOVE FS-DIVISOR(SET-IDX, SET-RULE-IDX)
                       TO TEST-OPERAND
                   MOVE FS-LOW(SET-IDX, SET-RULE-IDX) TO TEST-LOW
                   MOVE FS-HIGH(SET-IDX, SET-RULE-IDX) TO TEST-HIGH
                   PERFORM DESCRIBE-RULE
                   MOVE SPACES TO FIZZ-SUMMARY-REC
                   STRING FS-NAME(SET-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RULE-TEXT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FS-LABEL(SET-IDX, SET-RULE-IDX)
                           DELIMITED BY SIZE
           MOVE 1 TO STRING-PTR.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > CAND-COUNT
               MOVE CAND-TYPE(RULE-IDX) TO TEST-TYPE
               MOVE CAND-DIVISOR(RULE-IDX) TO TEST-OPERAND
               MOVE CAND-LOW(RULE-IDX) TO TEST-LOW
               MOVE CAND-HIGH(RULE-IDX) TO TEST-HIGH
               PERFORM TEST-RULE
               IF RULE-HIT = "Y"
                   MOVE "Y" TO ANY-MATCH
                   STRING CAND-LABEL(RULE-IDX) DELIMITED BY SPACE
                       INTO NONSENSE-CAND
               END-IF
               PERFORM UNTIL CAND-EOF = "YYY"
                       OR CAND-COUNT >= 10
                   MOVE CAND-IN-TYPE TO CHECK-TYPE
                   MOVE FIZZ-CAND-REC(1:2) TO CHECK-OPERAND
                   MOVE CAND-IN-LOW TO CHECK-LOW
                   MOVE CAND-IN-HIGH TO CHECK-HIGH
                   PERFORM CHECK-RULE-LINE
                   IF REJECT-REASON = SPACES
                       ADD 1 TO CAND-COUNT
                       MOVE CHECKED-OPERAND
                           TO CAND-DIVISOR(CAND-COUNT)
                       MOVE CAND-IN-LABEL TO CAND-LABEL(CAND-COUNT)
                       MOVE CHECK-TYPE TO CAND-TYPE(CAND-COUNT)
                       MOVE CHECKED-LOW TO CAND-LOW(CAND-COUNT)
                       MOVE CHECKED-HIGH TO CAND-HIGH(CAND-COUNT)
                   ELSE
                       DISPLAY "WARNING: CANDIDATE RULE WITH "
                           FUNCTION TRIM(REJECT-REASON) " IGNORED"
                   END-IF
                   READ FIZZ-CAND-FILE
                       AT END MOVE "YYY" TO CAND-EOF
           MOVE 1 TO STRING-PTR.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               MOVE RULE-TYPE(RULE-IDX) TO TEST-TYPE
               MOVE RULE-DIVISOR(RULE-IDX) TO TEST-OPERAND
               MOVE RULE-LOW(RULE-IDX) TO TEST-LOW
               MOVE RULE-HIGH(RULE-IDX) TO TEST-HIGH
               PERFORM TEST-RULE
               IF RULE-HIT = "Y"
                   ADD 1 TO RULE-MATCH-COUNT(RULE-IDX)
                   MOVE "Y" TO ANY-MATCH
                   STRING RULE-LABEL(RULE-IDX) DELIMITED BY SPACE
           IF COMBO-SLOT > 0
               ADD 1 TO COMBO-COUNT(COMBO-SLOT)
           END-IF.
      * baseline, candidate and library rules are all tested here
       TEST-RULE.
           MOVE "N" TO RULE-HIT.
           EVALUATE TEST-TYPE
               WHEN "C"
                   MOVE COUNTER TO DIGIT-TEXT
                   MOVE TEST-OPERAND TO DIGIT-VALUE
                   MOVE 0 TO DIGIT-TALLY
                   INSPECT DIGIT-TEXT TALLYING DIGIT-TALLY
                       FOR ALL DIGIT-CHAR
                   IF DIGIT-TALLY > 0
                       MOVE "Y" TO RULE-HIT
                   END-IF
               WHEN "R"
                   IF COUNTER >= TEST-LOW AND COUNTER <= TEST-HIGH
                       MOVE "Y" TO RULE-HIT
                   END-IF
               WHEN "P"
                   PERFORM TEST-PRIME
               WHEN OTHER
                   IF FUNCTION MOD(COUNTER, TEST-OPERAND) = ZERO
                       MOVE "Y" TO RULE-HIT
                   END-IF
           END-EVALUATE.
       TEST-PRIME.
           IF COUNTER > 1
               MOVE "Y" TO RULE-HIT
               PERFORM VARYING PRIME-DIVISOR FROM 2 BY 1
                       UNTIL PRIME-DIVISOR * PRIME-DIVISOR > COUNTER
                           OR RULE-HIT = "N"
                   IF FUNCTION MOD(COUNTER, PRIME-DIVISOR) = ZERO
                       MOVE "N" TO RULE-HIT
                   END-IF
               END-PERFORM
           END-IF.
       DESCRIBE-RULE.
           MOVE SPACES TO RULE-TEXT.
           MOVE 1 TO STRING-PTR.
           EVALUATE TEST-TYPE
               WHEN "C"
                   MOVE TEST-OPERAND TO DIGIT-VALUE
                   STRING "DIGIT " DELIMITED BY SIZE
                       DIGIT-CHAR DELIMITED BY SIZE
                       INTO RULE-TEXT
               WHEN "R"
                   MOVE TEST-LOW TO RANGE-ED
                   STRING FUNCTION TRIM(RANGE-ED) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       INTO RULE-TEXT
                       WITH POINTER STRING-PTR
                   MOVE TEST-HIGH TO RANGE-ED
                   STRING FUNCTION TRIM(RANGE-ED) DELIMITED BY SIZE
                       INTO RULE-TEXT
                       WITH POINTER STRING-PTR
               WHEN "P"
                   MOVE "PRIME" TO RULE-TEXT
               WHEN OTHER
                   STRING "DIV " DELIMITED BY SIZE
                       TEST-OPERAND DELIMITED BY SIZE
                       INTO RULE-TEXT
           END-EVALUATE.
       LOAD-FIZZ-RULES.
           MOVE SPACES TO RULE-EOF.
           OPEN INPUT FIZZ-RULE-FILE.
               END-IF
               PERFORM UNTIL RULE-EOF = "YYY"
                       OR RULE-COUNT >= 10
                   MOVE RULE-IN-TYPE TO CHECK-TYPE
                   MOVE FIZZ-RULE-REC(1:2) TO CHECK-OPERAND
                   MOVE RULE-IN-LOW TO CHECK-LOW
                   MOVE RULE-IN-HIGH TO CHECK-HIGH
                   PERFORM CHECK-RULE-LINE
                   IF REJECT-REASON = SPACES
                       ADD 1 TO RULE-COUNT
                       MOVE CHECKED-OPERAND
                           TO RULE-DIVISOR(RULE-COUNT)
                       MOVE RULE-IN-LABEL TO RULE-LABEL(RULE-COUNT)
                       MOVE CHECK-TYPE TO RULE-TYPE(RULE-COUNT)
                       MOVE CHECKED-LOW TO RULE-LOW(RULE-COUNT)
                       MOVE CHECKED-HIGH TO RULE-HIGH(RULE-COUNT)
                   ELSE
                       DISPLAY "WARNING: RULE WITH "
                           FUNCTION TRIM(REJECT-REASON) " IGNORED"
                   END-IF
                   READ FIZZ-RULE-FILE
                       AT END MOVE "YYY" TO RULE-EOF
       DISPLAY-TALLIES.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               MOVE RULE-TYPE(RULE-IDX) TO TEST-TYPE
               MOVE RULE-DIVISOR(RULE-IDX) TO TEST-OPERAND
               MOVE RULE-LOW(RULE-IDX) TO TEST-LOW
               MOVE RULE-HIGH(RULE-IDX) TO TEST-HIGH
               PERFORM DESCRIBE-RULE
               DISPLAY "RULE " RULE-TEXT " "
                   RULE-LABEL(RULE-IDX) " MATCHED: "
                   RULE-MATCH-COUNT(RULE-IDX)
           END-PERFORM.
