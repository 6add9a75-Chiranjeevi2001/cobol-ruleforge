       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRATSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAMELOG-IN ASSIGN TO 'GAMELOG-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMELOG-STATUS.
           SELECT STRATEGY-REPORT ASSIGN TO 'STRATSTAT-RPT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GAMELOG-IN.
       01 GAMELOG-REC.
           02 LOG-GAME PIC 9(2).
           02 FILLER PIC X(1).
           02 LOG-ROUND PIC 9(2).
           02 FILLER PIC X(1).
           02 LOG-PRIZE PIC 9(2).
           02 FILLER PIC X(1).
           02 LOG-PLAYER-NAME PIC X(6).
           02 FILLER PIC X(1).
           02 LOG-STRATEGY PIC 9(1).
           02 FILLER PIC X(1).
           02 LOG-BID PIC 9(2).
           02 FILLER PIC X(1).
           02 LOG-TURN-STATUS PIC 9(2).
           02 FILLER PIC X(1).
           02 LOG-ROUND-WON PIC A(1).
       FD STRATEGY-REPORT.
       01 REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       77 GAMELOG-STATUS PIC X(2) VALUE "00".
       77 GAMELOG-EOF PIC A(3) VALUE SPACES.
       77 RUN-TIMESTAMP PIC X(21) VALUE SPACES.
      * one entry per strategy code 0-9, subscripted by code + 1
       01 STRATEGY-STATS.
           02 SS-ENTRY OCCURS 10 TIMES.
               03 SS-TURNS PIC 9(6).
               03 SS-FAILED PIC 9(6).
               03 SS-BIDS PIC 9(6).
               03 SS-ROUNDS-WON PIC 9(6).
               03 SS-BID-TOTAL PIC 9(8).
               03 SS-PRIZE-TOTAL PIC 9(8).
               03 SS-DIFF-TOTAL PIC S9(8).
               03 SS-MISS-TOTAL PIC 9(8).
      * head-to-head meetings: row strategy against column strategy
      * in the same round
       01 HEAD-TO-HEAD.
           02 HH-ROW OCCURS 10 TIMES.
               03 HH-COL OCCURS 10 TIMES.
                   04 HH-MEETINGS PIC 9(6).
                   04 HH-WON PIC 9(6).
                   04 HH-LOST PIC 9(6).
      * the log is written a round at a time, so one round's turns
      * are held together before the meetings are scored
       01 ROUND-BUFFER.
           02 RB-ENTRY OCCURS 8 TIMES.
               03 RB-STRATEGY-IDX PIC 9(2).
               03 RB-WON PIC A(1).
       77 RB-COUNT PIC 9(2) VALUE 0.
       77 RB-IDX PIC 9(2) VALUE 0.
       77 RB-JDX PIC 9(2) VALUE 0.
       77 CURRENT-GAME PIC 9(2) VALUE 0.
       77 CURRENT-ROUND PIC 9(2) VALUE 0.
       77 LAST-GAME PIC 9(2) VALUE 0.
       77 STRAT-IDX PIC 9(2) VALUE 0.
       77 STRAT-JDX PIC 9(2) VALUE 0.
       77 BEST-IDX PIC 9(2) VALUE 0.
       77 NAME-IDX PIC 9(2) VALUE 0.
       77 NAME-CODE PIC 9(1) VALUE 0.
       77 NEITHER-WON PIC 9(6) VALUE 0.
       77 PAIRS-PRINTED PIC A(1) VALUE "N".
       77 BID-DIFF PIC S9(2) VALUE 0.
       77 RECORDS-READ PIC 9(6) VALUE 0.
       77 RECORDS-SKIPPED PIC 9(6) VALUE 0.
       77 ROUNDS-SEEN PIC 9(6) VALUE 0.
       77 GAMES-SEEN PIC 9(4) VALUE 0.
       77 WIN-RATE PIC 9(3)V99 VALUE 0.
       77 BEST-RATE PIC 9(3)V99 VALUE 0.
       77 AVG-BID PIC 9(3)V99 VALUE 0.
       77 AVG-PRIZE PIC 9(3)V99 VALUE 0.
       77 AVG-DIFF PIC S9(3)V99 VALUE 0.
       77 AVG-MISS PIC 9(3)V99 VALUE 0.
       77 STRATEGY-NAME PIC X(8) VALUE SPACES.
       77 OTHER-NAME PIC X(8) VALUE SPACES.
       77 COUNT-ED PIC ZZZZZ9.
       77 RATE-ED PIC ZZ9.99.
       77 AVG-ED PIC ZZ9.99.
       77 DIFF-ED PIC -ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP.
           MOVE 0 TO RETURN-CODE.
           INITIALIZE STRATEGY-STATS.
           INITIALIZE HEAD-TO-HEAD.
           OPEN OUTPUT STRATEGY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "STRATEGY PERFORMANCE " DELIMITED BY SIZE
               RUN-TIMESTAMP DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-GAME-LOG.
           IF RECORDS-READ = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO TURNS ON GAMELOG-OUT.txt - NOTHING TO REPORT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE STRATEGY-REPORT
               DISPLAY "STRATSTAT: GAMELOG-OUT.txt MISSING OR EMPTY"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-STRATEGY-TABLE.
           PERFORM WRITE-HEAD-TO-HEAD.
           PERFORM WRITE-BEST-STRATEGY.
           CLOSE STRATEGY-REPORT.
           DISPLAY "STRATSTAT: " RECORDS-READ " TURNS FROM "
               ROUNDS-SEEN " ROUNDS ANALYSED".
           GOBACK.
       READ-GAME-LOG.
           MOVE SPACES TO GAMELOG-EOF.
           OPEN INPUT GAMELOG-IN.
           IF GAMELOG-STATUS = "00"
               READ GAMELOG-IN
                   AT END MOVE "YYY" TO GAMELOG-EOF
               END-READ
               PERFORM ANALYSE-ONE-TURN UNTIL GAMELOG-EOF = "YYY"
               PERFORM SCORE-ROUND-MEETINGS
               CLOSE GAMELOG-IN
           END-IF.
       ANALYSE-ONE-TURN.
           IF LOG-GAME IS NOT NUMERIC
                   OR LOG-ROUND IS NOT NUMERIC
                   OR LOG-PRIZE IS NOT NUMERIC
                   OR LOG-STRATEGY IS NOT NUMERIC
                   OR LOG-BID IS NOT NUMERIC
                   OR LOG-TURN-STATUS IS NOT NUMERIC
               ADD 1 TO RECORDS-SKIPPED
           ELSE
               IF RB-COUNT = 0
                       OR LOG-GAME NOT = CURRENT-GAME
                       OR LOG-ROUND NOT = CURRENT-ROUND
                   PERFORM SCORE-ROUND-MEETINGS
                   MOVE LOG-GAME TO CURRENT-GAME
                   MOVE LOG-ROUND TO CURRENT-ROUND
                   ADD 1 TO ROUNDS-SEEN
                   IF LOG-GAME NOT = LAST-GAME
                       ADD 1 TO GAMES-SEEN
                       MOVE LOG-GAME TO LAST-GAME
                   END-IF
               END-IF
               PERFORM ACCUMULATE-TURN
           END-IF.
           READ GAMELOG-IN
               AT END MOVE "YYY" TO GAMELOG-EOF
           END-READ.
      * a bid is only measured against the prize when the turn was
      * played; a failed turn counts as a round played and not won
       ACCUMULATE-TURN.
           ADD 1 TO RECORDS-READ.
           COMPUTE STRAT-IDX = LOG-STRATEGY + 1.
           ADD 1 TO SS-TURNS(STRAT-IDX).
           IF LOG-TURN-STATUS NOT = 0
               ADD 1 TO SS-FAILED(STRAT-IDX)
           ELSE
               IF LOG-BID IS GREATER THAN 0
                   ADD 1 TO SS-BIDS(STRAT-IDX)
                   ADD LOG-BID TO SS-BID-TOTAL(STRAT-IDX)
                   ADD LOG-PRIZE TO SS-PRIZE-TOTAL(STRAT-IDX)
                   COMPUTE BID-DIFF = LOG-BID - LOG-PRIZE
                   ADD BID-DIFF TO SS-DIFF-TOTAL(STRAT-IDX)
                   IF BID-DIFF IS LESS THAN 0
                       SUBTRACT BID-DIFF FROM SS-MISS-TOTAL(STRAT-IDX)
                   ELSE
                       ADD BID-DIFF TO SS-MISS-TOTAL(STRAT-IDX)
                   END-IF
               END-IF
           END-IF.
           IF LOG-ROUND-WON = "Y"
               ADD 1 TO SS-ROUNDS-WON(STRAT-IDX)
           END-IF.
           IF RB-COUNT < 8
               ADD 1 TO RB-COUNT
               MOVE STRAT-IDX TO RB-STRATEGY-IDX(RB-COUNT)
               MOVE LOG-ROUND-WON TO RB-WON(RB-COUNT)
           END-IF.
      * every pair of players on different strategies in a round is
      * one meeting; it is won by the side that took the round, and
      * is neither side's when both or neither took it
       SCORE-ROUND-MEETINGS.
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > RB-COUNT
               PERFORM VARYING RB-JDX FROM 1 BY 1
                       UNTIL RB-JDX > RB-COUNT
                   IF RB-STRATEGY-IDX(RB-IDX) NOT =
                           RB-STRATEGY-IDX(RB-JDX)
                       PERFORM SCORE-ONE-MEETING
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO RB-COUNT.
       SCORE-ONE-MEETING.
           MOVE RB-STRATEGY-IDX(RB-IDX) TO STRAT-IDX.
           MOVE RB-STRATEGY-IDX(RB-JDX) TO STRAT-JDX.
           ADD 1 TO HH-MEETINGS(STRAT-IDX, STRAT-JDX).
           IF RB-WON(RB-IDX) = "Y" AND RB-WON(RB-JDX) NOT = "Y"
               ADD 1 TO HH-WON(STRAT-IDX, STRAT-JDX)
           END-IF.
           IF RB-WON(RB-JDX) = "Y" AND RB-WON(RB-IDX) NOT = "Y"
               ADD 1 TO HH-LOST(STRAT-IDX, STRAT-JDX)
           END-IF.
       SET-STRATEGY-NAME.
           EVALUATE NAME-IDX
               WHEN 2
                   MOVE "NEXT" TO STRATEGY-NAME
               WHEN 3
                   MOVE "MAX" TO STRATEGY-NAME
               WHEN 4
                   MOVE "NEAREST" TO STRATEGY-NAME
               WHEN 5
                   MOVE "MIN" TO STRATEGY-NAME
               WHEN OTHER
                   MOVE SPACES TO STRATEGY-NAME
                   MOVE "CODE " TO STRATEGY-NAME(1:5)
                   COMPUTE NAME-CODE = NAME-IDX - 1
                   MOVE NAME-CODE TO STRATEGY-NAME(6:1)
           END-EVALUATE.
       WRITE-STRATEGY-TABLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GAMES " DELIMITED BY SIZE
               GAMES-SEEN DELIMITED BY SIZE
               "  ROUNDS " DELIMITED BY SIZE
               ROUNDS-SEEN DELIMITED BY SIZE
               "  TURNS " DELIMITED BY SIZE
               RECORDS-READ DELIMITED BY SIZE
               "  UNREADABLE LOG LINES " DELIMITED BY SIZE
               RECORDS-SKIPPED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ROUNDS WON AND BIDDING BY STRATEGY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STRATEGY  PLAYED    WON  WIN PCT  AVG BID  "
                   DELIMITED BY SIZE
               "AVG PRIZE  BID-PRIZE  AVG MISS  FAILED"
                   DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-STRATEGY-LINE
               VARYING STRAT-IDX FROM 1 BY 1
               UNTIL STRAT-IDX > 10.
       WRITE-STRATEGY-LINE.
           IF SS-TURNS(STRAT-IDX) IS GREATER THAN 0
               MOVE STRAT-IDX TO NAME-IDX
               PERFORM SET-STRATEGY-NAME
               MOVE SPACES TO REPORT-LINE
               MOVE STRATEGY-NAME TO REPORT-LINE(1:8)
               MOVE SS-TURNS(STRAT-IDX) TO COUNT-ED
               MOVE COUNT-ED TO REPORT-LINE(11:6)
               MOVE SS-ROUNDS-WON(STRAT-IDX) TO COUNT-ED
               MOVE COUNT-ED TO REPORT-LINE(18:6)
               COMPUTE WIN-RATE ROUNDED =
                   SS-ROUNDS-WON(STRAT-IDX) * 100
                       / SS-TURNS(STRAT-IDX)
               MOVE WIN-RATE TO RATE-ED
               MOVE RATE-ED TO REPORT-LINE(27:6)
               IF SS-BIDS(STRAT-IDX) IS GREATER THAN 0
                   COMPUTE AVG-BID ROUNDED =
                       SS-BID-TOTAL(STRAT-IDX) / SS-BIDS(STRAT-IDX)
                   COMPUTE AVG-PRIZE ROUNDED =
                       SS-PRIZE-TOTAL(STRAT-IDX) / SS-BIDS(STRAT-IDX)
                   COMPUTE AVG-DIFF ROUNDED =
                       SS-DIFF-TOTAL(STRAT-IDX) / SS-BIDS(STRAT-IDX)
                   COMPUTE AVG-MISS ROUNDED =
                       SS-MISS-TOTAL(STRAT-IDX) / SS-BIDS(STRAT-IDX)
                   MOVE AVG-BID TO AVG-ED
                   MOVE AVG-ED TO REPORT-LINE(36:6)
                   MOVE AVG-PRIZE TO AVG-ED
                   MOVE AVG-ED TO REPORT-LINE(47:6)
                   MOVE AVG-DIFF TO DIFF-ED
                   MOVE DIFF-ED TO REPORT-LINE(57:7)
                   MOVE AVG-MISS TO AVG-ED
                   MOVE AVG-ED TO REPORT-LINE(68:6)
               ELSE
                   MOVE "NO BIDS" TO REPORT-LINE(35:7)
               END-IF
               MOVE SS-FAILED(STRAT-IDX) TO COUNT-ED
               MOVE COUNT-ED TO REPORT-LINE(76:6)
               WRITE REPORT-LINE
           END-IF.
      * each pair of strategies is printed once, lower code first
       WRITE-HEAD-TO-HEAD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HEAD TO HEAD - PLAYERS ON DIFFERENT STRATEGIES IN THE "
               TO REPORT-LINE.
           MOVE "SAME ROUND" TO REPORT-LINE(55:10).
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STRATEGY     STRATEGY   MEETINGS  FIRST WON  "
                   DELIMITED BY SIZE
               "SECOND WON  NEITHER" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO PAIRS-PRINTED.
           PERFORM VARYING STRAT-IDX FROM 1 BY 1
                   UNTIL STRAT-IDX > 10
               PERFORM VARYING STRAT-JDX FROM 1 BY 1
                       UNTIL STRAT-JDX > 10
                   IF STRAT-JDX > STRAT-IDX
                           AND HH-MEETINGS(STRAT-IDX, STRAT-JDX) > 0
                       PERFORM WRITE-HEAD-TO-HEAD-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF PAIRS-PRINTED = "N"
               MOVE "  NO ROUNDS WITH TWO STRATEGIES AT THE TABLE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       WRITE-HEAD-TO-HEAD-LINE.
           MOVE "Y" TO PAIRS-PRINTED.
           MOVE STRAT-IDX TO NAME-IDX.
           PERFORM SET-STRATEGY-NAME.
           MOVE STRATEGY-NAME TO OTHER-NAME.
           MOVE STRAT-JDX TO NAME-IDX.
           PERFORM SET-STRATEGY-NAME.
           MOVE SPACES TO REPORT-LINE.
           MOVE OTHER-NAME TO REPORT-LINE(1:8).
           MOVE "VS" TO REPORT-LINE(10:2).
           MOVE STRATEGY-NAME TO REPORT-LINE(14:8).
           MOVE HH-MEETINGS(STRAT-IDX, STRAT-JDX) TO COUNT-ED.
           MOVE COUNT-ED TO REPORT-LINE(27:6).
           MOVE HH-WON(STRAT-IDX, STRAT-JDX) TO COUNT-ED.
           MOVE COUNT-ED TO REPORT-LINE(38:6).
           MOVE HH-LOST(STRAT-IDX, STRAT-JDX) TO COUNT-ED.
           MOVE COUNT-ED TO REPORT-LINE(50:6).
           COMPUTE NEITHER-WON = HH-MEETINGS(STRAT-IDX, STRAT-JDX)
               - HH-WON(STRAT-IDX, STRAT-JDX)
               - HH-LOST(STRAT-IDX, STRAT-JDX).
           MOVE NEITHER-WON TO COUNT-ED.
           MOVE COUNT-ED TO REPORT-LINE(59:6).
           WRITE REPORT-LINE.
       WRITE-BEST-STRATEGY.
           MOVE 0 TO BEST-IDX.
           MOVE 0 TO BEST-RATE.
           PERFORM VARYING STRAT-IDX FROM 1 BY 1
                   UNTIL STRAT-IDX > 10
               IF SS-TURNS(STRAT-IDX) IS GREATER THAN 0
                   COMPUTE WIN-RATE ROUNDED =
                       SS-ROUNDS-WON(STRAT-IDX) * 100
                           / SS-TURNS(STRAT-IDX)
                   IF BEST-IDX = 0 OR WIN-RATE > BEST-RATE
                       MOVE STRAT-IDX TO BEST-IDX
                       MOVE WIN-RATE TO BEST-RATE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE BEST-IDX TO NAME-IDX.
           PERFORM SET-STRATEGY-NAME.
           MOVE BEST-RATE TO RATE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "BEST STRATEGY BY ROUNDS WON: " DELIMITED BY SIZE
               STRATEGY-NAME DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(RATE-ED) DELIMITED BY SIZE
               " PCT OF ROUNDS PLAYED)" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
       END PROGRAM STRATSTAT.
