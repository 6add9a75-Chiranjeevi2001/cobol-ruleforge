               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAMELOG-OUT ASSIGN TO 'GAMELOG-OUT.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLAYER-RATINGS ASSIGN TO 'PLAYRATE-MST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATINGS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TOURNAMENT-SETUP.
           02 LOG-TURN-STATUS PIC 9(2).
           02 FILLER PIC X(1).
           02 LOG-ROUND-WON PIC A(1).
       FD PLAYER-RATINGS.
       01 PLAYER-RATING-REC.
           02 PR-PLAYER-NAME PIC X(6).
           02 PR-RATING PIC 9(4).
           02 PR-GAMES PIC 9(5).
           02 PR-CHAMPIONSHIPS PIC 9(3).
           02 PR-TOURNAMENTS PIC 9(4).
           02 PR-LAST-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       77 SETUP-STATUS PIC X(2) VALUE "00".
       77 SETUP-EOF PIC A(3) VALUE SPACES.
               03 ST-ELIMINATED PIC A(1).
               03 ST-ELIM-GAME PIC 9(2).
               03 ST-PRINTED PIC A(1).
               03 ST-RATING-SLOT PIC 9(3).
               03 ST-GAME-START-POINTS PIC 9(4).
               03 ST-GAME-POINTS PIC 9(4).
               03 ST-RATING-DELTA PIC S9(5)V9(4).
       77 NUM-GAMES PIC 9(2) VALUE 1.
       77 GAME-NUM PIC 9(2) VALUE 0.
       77 ACTIVE-COUNT PIC 9(2) VALUE 0.
       77 HIGH-POINTS PIC 9(4) VALUE 0.
       77 PRINT-GAME PIC 9(2) VALUE 0.
       77 PRINT-IDX PIC 9(2) VALUE 0.
      * the rating master carries every player who has ever played;
      * new players start at the base rating
       01 RATING-TABLE.
           02 RT-ENTRY OCCURS 500 TIMES.
               03 RT-NAME PIC X(6).
               03 RT-RATING PIC 9(4).
               03 RT-GAMES PIC 9(5).
               03 RT-CHAMPIONSHIPS PIC 9(3).
               03 RT-TOURNAMENTS PIC 9(4).
               03 RT-LAST-DATE PIC 9(8).
               03 RT-OLD-RATING PIC 9(4).
               03 RT-PLAYED PIC A(1).
               03 RT-RANKED PIC A(1).
       77 RATINGS-STATUS PIC X(2) VALUE "00".
       77 RATINGS-EOF PIC A(3) VALUE SPACES.
       77 RATING-COUNT PIC 9(3) VALUE 0.
       77 RATING-IDX PIC 9(3) VALUE 0.
       77 RATING-SLOT PIC 9(3) VALUE 0.
       77 BASE-RATING PIC 9(4) VALUE 1500.
       77 FLOOR-RATING PIC 9(4) VALUE 100.
       77 BASE-K-FACTOR PIC 9(2) VALUE 32.
       77 K-FACTOR PIC 9(2)V9(4) VALUE 0.
       77 GAME-PLAYERS PIC 9(2) VALUE 0.
       77 OPP-IDX PIC 9(2) VALUE 0.
       77 ACTUAL-SCORE PIC 9V9 VALUE 0.
       77 EXPECTED-SCORE PIC 9V9(6) VALUE 0.
       77 RATING-GAP PIC S9(5)V9(4) VALUE 0.
       77 RATING-POWER PIC 9(9)V9(6) VALUE 0.
       77 NEW-RATING PIC S9(5) VALUE 0.
       77 RATING-CHANGE PIC S9(4) VALUE 0.
       77 RUN-DATE PIC 9(8) VALUE 0.
       77 RANK-NUM PIC 9(3) VALUE 0.
       77 BEST-SLOT PIC 9(3) VALUE 0.
       77 RANK-ED PIC ZZ9.
       77 RATING-ED PIC ZZZ9.
       77 GAMES-ED PIC ZZZZ9.
       77 CHAMPS-ED PIC ZZ9.
       77 CHANGE-ED PIC ++++9.
       77 BACKUP-SAVED-RC PIC S9(4) VALUE 0.
       COPY MSTBKUP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-TOURNAMENT-SETUP.
           IF MAX-ROUNDS IS GREATER THAN SMALLEST-HAND
               MOVE SMALLEST-HAND TO MAX-ROUNDS
           END-IF.
           PERFORM LOAD-PLAYER-RATINGS.
           PERFORM LINK-PLAYER-RATINGS.
           OPEN OUTPUT LEADERBOARD-OUT.
           OPEN OUTPUT GAMELOG-OUT.
           MOVE NUM-PLAYERS TO ACTIVE-COUNT.
                   PERFORM DEAL-PRIZE-CARD
                   PERFORM PLAY-ROUND
               END-PERFORM
               PERFORM RATE-GAME
               IF ACTIVE-COUNT IS GREATER THAN 1
                   PERFORM ELIMINATE-LOWEST-PLAYER
               END-IF
           END-PERFORM.
           PERFORM WRITE-LEADERBOARD.
           PERFORM UPDATE-PLAYER-RATINGS.
           PERFORM WRITE-RATING-TABLE.
           CLOSE LEADERBOARD-OUT.
           CLOSE GAMELOG-OUT.
           PERFORM REWRITE-PLAYER-RATINGS.
           GOBACK.
       REDEAL-HANDS.
           PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                   UNTIL PLAYER-IDX > NUM-PLAYERS
               MOVE 0 TO PT-BID(PLAYER-IDX)
               MOVE PT-POINTS(PLAYER-IDX)
                   TO ST-GAME-START-POINTS(PLAYER-IDX)
               PERFORM VARYING CARD-IDX FROM 1 BY 1
                       UNTIL CARD-IDX > NUM-CARDS
                   IF CARD-IDX IS GREATER THAN
                   END-IF
               END-PERFORM
           END-PERFORM.
      * the rating master is read in full before play starts so an
      * overflow stops the run before anything is written
       LOAD-PLAYER-RATINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE SPACES TO RATINGS-EOF.
           OPEN INPUT PLAYER-RATINGS.
           IF RATINGS-STATUS = "00"
               READ PLAYER-RATINGS
                   AT END MOVE "YYY" TO RATINGS-EOF
               END-READ
               PERFORM UNTIL RATINGS-EOF = "YYY"
                   IF RATING-COUNT >= 500
                       DISPLAY "tournament-driver: MORE THAN 500 "
                           "PLAYERS ON PLAYRATE-MST.txt - RUN "
                           "STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO RATING-COUNT
                   MOVE PR-PLAYER-NAME TO RT-NAME(RATING-COUNT)
                   IF PR-RATING IS NUMERIC
                       MOVE PR-RATING TO RT-RATING(RATING-COUNT)
                   ELSE
                       MOVE BASE-RATING TO RT-RATING(RATING-COUNT)
                   END-IF
                   IF PR-GAMES IS NUMERIC
                       MOVE PR-GAMES TO RT-GAMES(RATING-COUNT)
                   ELSE
                       MOVE 0 TO RT-GAMES(RATING-COUNT)
                   END-IF
                   IF PR-CHAMPIONSHIPS IS NUMERIC
                       MOVE PR-CHAMPIONSHIPS
                           TO RT-CHAMPIONSHIPS(RATING-COUNT)
                   ELSE
                       MOVE 0 TO RT-CHAMPIONSHIPS(RATING-COUNT)
                   END-IF
                   IF PR-TOURNAMENTS IS NUMERIC
                       MOVE PR-TOURNAMENTS
                           TO RT-TOURNAMENTS(RATING-COUNT)
                   ELSE
                       MOVE 0 TO RT-TOURNAMENTS(RATING-COUNT)
                   END-IF
                   IF PR-LAST-DATE IS NUMERIC
                       MOVE PR-LAST-DATE TO RT-LAST-DATE(RATING-COUNT)
                   ELSE
                       MOVE 0 TO RT-LAST-DATE(RATING-COUNT)
                   END-IF
                   MOVE RT-RATING(RATING-COUNT)
                       TO RT-OLD-RATING(RATING-COUNT)
                   MOVE "N" TO RT-PLAYED(RATING-COUNT)
                   READ PLAYER-RATINGS
                       AT END MOVE "YYY" TO RATINGS-EOF
                   END-READ
               END-PERFORM
               CLOSE PLAYER-RATINGS
           ELSE
               DISPLAY "WARNING: PLAYRATE-MST.txt NOT FOUND - "
                   "ALL PLAYERS START AT " BASE-RATING
           END-IF.
       LINK-PLAYER-RATINGS.
           PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                   UNTIL PLAYER-IDX > NUM-PLAYERS
               MOVE 0 TO RATING-SLOT
               PERFORM VARYING RATING-IDX FROM 1 BY 1
                       UNTIL RATING-IDX > RATING-COUNT
                           OR RATING-SLOT > 0
                   IF RT-NAME(RATING-IDX) = PT-NAME(PLAYER-IDX)
                       MOVE RATING-IDX TO RATING-SLOT
                   END-IF
               END-PERFORM
               IF RATING-SLOT = 0
                   IF RATING-COUNT >= 500
                       DISPLAY "tournament-driver: NO ROOM ON "
                           "PLAYRATE-MST.txt FOR " PT-NAME(PLAYER-IDX)
                           " - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO RATING-COUNT
                   MOVE RATING-COUNT TO RATING-SLOT
                   MOVE PT-NAME(PLAYER-IDX) TO RT-NAME(RATING-SLOT)
                   MOVE BASE-RATING TO RT-RATING(RATING-SLOT)
                   MOVE BASE-RATING TO RT-OLD-RATING(RATING-SLOT)
                   MOVE 0 TO RT-GAMES(RATING-SLOT)
                   MOVE 0 TO RT-CHAMPIONSHIPS(RATING-SLOT)
                   MOVE 0 TO RT-TOURNAMENTS(RATING-SLOT)
                   MOVE 0 TO RT-LAST-DATE(RATING-SLOT)
               END-IF
               MOVE "Y" TO RT-PLAYED(RATING-SLOT)
               MOVE RATING-SLOT TO ST-RATING-SLOT(PLAYER-IDX)
           END-PERFORM.
      * elo-style rating after each game: every player still at the
      * table is scored against every other on the points taken in
      * that game (win 1, tie 0.5, loss 0). the k-factor is shared
      * across the opponents so a big table does not swing ratings
      * harder than a head-to-head game. all changes are worked out
      * from the pre-game ratings before any is applied
       RATE-GAME.
           MOVE 0 TO GAME-PLAYERS.
           PERFORM VARYING PLAYER-IDX FROM 1 BY 1
                   UNTIL PLAYER-IDX > NUM-PLAYERS
               IF ST-ELIMINATED(PLAYER-IDX) = "N"
                   ADD 1 TO GAME-PLAYERS
                   COMPUTE ST-GAME-POINTS(PLAYER-IDX) =
                       PT-POINTS(PLAYER-IDX)
                           - ST-GAME-START-POINTS(PLAYER-IDX)
                   MOVE 0 TO ST-RATING-DELTA(PLAYER-IDX)
               END-IF
           END-PERFORM.
           IF GAME-PLAYERS IS GREATER THAN 1
               COMPUTE K-FACTOR = BASE-K-FACTOR / (GAME-PLAYERS - 1)
               PERFORM RATE-ONE-PLAYER
                   VARYING PLAYER-IDX FROM 1 BY 1
                   UNTIL PLAYER-IDX > NUM-PLAYERS
               PERFORM APPLY-RATING-CHANGE
                   VARYING PLAYER-IDX FROM 1 BY 1
                   UNTIL PLAYER-IDX > NUM-PLAYERS
           END-IF.
       RATE-ONE-PLAYER.
           IF ST-ELIMINATED(PLAYER-IDX) = "N"
               MOVE ST-RATING-SLOT(PLAYER-IDX) TO RATING-SLOT
               PERFORM VARYING OPP-IDX FROM 1 BY 1
                       UNTIL OPP-IDX > NUM-PLAYERS
                   IF OPP-IDX NOT = PLAYER-IDX
                           AND ST-ELIMINATED(OPP-IDX) = "N"
                       PERFORM SCORE-AGAINST-OPPONENT
                   END-IF
               END-PERFORM
           END-IF.
       SCORE-AGAINST-OPPONENT.
           EVALUATE TRUE
               WHEN ST-GAME-POINTS(PLAYER-IDX) IS GREATER THAN
                       ST-GAME-POINTS(OPP-IDX)
                   MOVE 1 TO ACTUAL-SCORE
               WHEN ST-GAME-POINTS(PLAYER-IDX) =
                       ST-GAME-POINTS(OPP-IDX)
                   MOVE 0.5 TO ACTUAL-SCORE
               WHEN OTHER
                   MOVE 0 TO ACTUAL-SCORE
           END-EVALUATE.
           MOVE ST-RATING-SLOT(OPP-IDX) TO RATING-IDX.
           COMPUTE RATING-GAP =
               RT-RATING(RATING-IDX) - RT-RATING(RATING-SLOT).
      * beyond 1600 points the expected score is certain either way
           IF RATING-GAP IS GREATER THAN 1600
               MOVE 1600 TO RATING-GAP
           END-IF.
           IF RATING-GAP IS LESS THAN -1600
               MOVE -1600 TO RATING-GAP
           END-IF.
           COMPUTE RATING-POWER = 10 ** (RATING-GAP / 400).
           COMPUTE EXPECTED-SCORE ROUNDED = 1 / (1 + RATING-POWER).
           COMPUTE ST-RATING-DELTA(PLAYER-IDX) =
               ST-RATING-DELTA(PLAYER-IDX)
                   + K-FACTOR * (ACTUAL-SCORE - EXPECTED-SCORE).
       APPLY-RATING-CHANGE.
           IF ST-ELIMINATED(PLAYER-IDX) = "N"
               MOVE ST-RATING-SLOT(PLAYER-IDX) TO RATING-SLOT
               COMPUTE NEW-RATING ROUNDED =
                   RT-RATING(RATING-SLOT) + ST-RATING-DELTA(PLAYER-IDX)
               IF NEW-RATING IS LESS THAN FLOOR-RATING
                   MOVE FLOOR-RATING TO NEW-RATING
               END-IF
               IF NEW-RATING IS GREATER THAN 9999
                   MOVE 9999 TO NEW-RATING
               END-IF
               MOVE NEW-RATING TO RT-RATING(RATING-SLOT)
               ADD 1 TO RT-GAMES(RATING-SLOT)
           END-IF.
       UPDATE-PLAYER-RATINGS.
           PERFORM VARYING RATING-IDX FROM 1 BY 1
                   UNTIL RATING-IDX > RATING-COUNT
               IF RT-PLAYED(RATING-IDX) = "Y"
                   ADD 1 TO RT-TOURNAMENTS(RATING-IDX)
                   MOVE RUN-DATE TO RT-LAST-DATE(RATING-IDX)
               END-IF
           END-PERFORM.
           IF CHAMP-IDX IS GREATER THAN 0
               MOVE ST-RATING-SLOT(CHAMP-IDX) TO RATING-SLOT
               ADD 1 TO RT-CHAMPIONSHIPS(RATING-SLOT)
           END-IF.
      * the all-time table follows the tournament standings, highest
      * rating first; a tie goes to more championships, then to the
      * player longer on the master
       WRITE-RATING-TABLE.
           MOVE SPACES TO LEADERBOARD-REC.
           WRITE LEADERBOARD-REC.
           MOVE "ALL-TIME RATINGS" TO LEADERBOARD-REC.
           WRITE LEADERBOARD-REC.
           MOVE SPACES TO LEADERBOARD-REC.
           MOVE "RNK" TO LEADERBOARD-REC(1:3).
           MOVE "NAME" TO LEADERBOARD-REC(5:4).
           MOVE "RATING" TO LEADERBOARD-REC(11:6).
           MOVE "GAMES" TO LEADERBOARD-REC(19:5).
           MOVE "CHMP" TO LEADERBOARD-REC(25:4).
           MOVE "CHANGE" TO LEADERBOARD-REC(30:6).
           WRITE LEADERBOARD-REC.
           PERFORM VARYING RATING-IDX FROM 1 BY 1
                   UNTIL RATING-IDX > RATING-COUNT
               MOVE "N" TO RT-RANKED(RATING-IDX)
           END-PERFORM.
           PERFORM WRITE-RATING-LINE
               VARYING RANK-NUM FROM 1 BY 1
               UNTIL RANK-NUM > RATING-COUNT.
       WRITE-RATING-LINE.
           MOVE 0 TO BEST-SLOT.
           PERFORM VARYING RATING-IDX FROM 1 BY 1
                   UNTIL RATING-IDX > RATING-COUNT
               IF RT-RANKED(RATING-IDX) = "N"
                   IF BEST-SLOT = 0
                       MOVE RATING-IDX TO BEST-SLOT
                   ELSE
                       IF RT-RATING(RATING-IDX) IS GREATER THAN
                               RT-RATING(BEST-SLOT)
                           OR (RT-RATING(RATING-IDX) =
                               RT-RATING(BEST-SLOT)
                           AND RT-CHAMPIONSHIPS(RATING-IDX)
                               IS GREATER THAN
                               RT-CHAMPIONSHIPS(BEST-SLOT))
                           MOVE RATING-IDX TO BEST-SLOT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO RT-RANKED(BEST-SLOT).
           MOVE SPACES TO LEADERBOARD-REC.
           MOVE RANK-NUM TO RANK-ED.
           MOVE RANK-ED TO LEADERBOARD-REC(1:3).
           MOVE RT-NAME(BEST-SLOT) TO LEADERBOARD-REC(5:6).
           MOVE RT-RATING(BEST-SLOT) TO RATING-ED.
           MOVE RATING-ED TO LEADERBOARD-REC(13:4).
           MOVE RT-GAMES(BEST-SLOT) TO GAMES-ED.
           MOVE GAMES-ED TO LEADERBOARD-REC(19:5).
           MOVE RT-CHAMPIONSHIPS(BEST-SLOT) TO CHAMPS-ED.
           MOVE CHAMPS-ED TO LEADERBOARD-REC(26:3).
           IF RT-PLAYED(BEST-SLOT) = "Y"
               COMPUTE RATING-CHANGE =
                   RT-RATING(BEST-SLOT) - RT-OLD-RATING(BEST-SLOT)
               MOVE RATING-CHANGE TO CHANGE-ED
               MOVE CHANGE-ED TO LEADERBOARD-REC(31:5)
           END-IF.
           WRITE LEADERBOARD-REC.
       REWRITE-PLAYER-RATINGS.
           MOVE "PLAYRATE-MST.txt" TO BKR-MASTER-NAME.
           PERFORM BACKUP-MASTER.
           OPEN OUTPUT PLAYER-RATINGS.
           IF RATINGS-STATUS = "00"
               PERFORM VARYING RATING-IDX FROM 1 BY 1
                       UNTIL RATING-IDX > RATING-COUNT
                   MOVE RT-NAME(RATING-IDX) TO PR-PLAYER-NAME
                   MOVE RT-RATING(RATING-IDX) TO PR-RATING
                   MOVE RT-GAMES(RATING-IDX) TO PR-GAMES
                   MOVE RT-CHAMPIONSHIPS(RATING-IDX)
                       TO PR-CHAMPIONSHIPS
                   MOVE RT-TOURNAMENTS(RATING-IDX) TO PR-TOURNAMENTS
                   MOVE RT-LAST-DATE(RATING-IDX) TO PR-LAST-DATE
                   WRITE PLAYER-RATING-REC
               END-PERFORM
               CLOSE PLAYER-RATINGS
           ELSE
               DISPLAY "WARNING: UNABLE TO REWRITE PLAYRATE-MST.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
      * a dated generation of each master is taken before it is
      * rewritten so RUNCTL can roll a bad night back
       BACKUP-MASTER.
           MOVE "B" TO BKR-FUNCTION.
           MOVE "tournament-driver" TO BKR-PROGRAM.
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
       END PROGRAM tournament-driver.
