           FUNCTION TRIM INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The shared keyed ladder: each result locks and rewrites only
      * the two records it rated, as CHECKERS does after a game.
           SELECT OPTIONAL PLAYER-FILE ASSIGN TO "CHECKERS.PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-KEY
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS PLAYER-STATUS.
           SELECT OPTIONAL TOURN-FILE ASSIGN TO TOURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
       01  PLAYER-LINE.
           05 PLAYER-KEY               PIC X(12).
           05 FILLER                   PIC X(19).
       FD  TOURN-FILE.
       01  TOURN-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
               10 PT-LOSSES             PIC 9(5).
               10 PT-RATING             PIC 9(4).
       77  PLAYER-COUNT                 PIC 99 VALUE 0.
      * Posting a result: the two ladder slots being rated, whether
      * each already has a record on file, and the lock retry count.
       77  POST-FAILED                  PIC X.
       77  LOCK-IDX                     PIC 99.
       77  LOCK-ON-FILE                 PIC X.
       77  ON-FILE-WIN                  PIC X.
       77  ON-FILE-LOSE                 PIC X.
       77  LOCK-TRIES                   PIC 99.
       77  LOCK-MAX-TRIES               PIC 99 VALUE 20.
       77  LOW-IDX                      PIC 99.
       77  LOW-TAKEN                    PIC X.
      * The night's entrants. EN-IDX points back into the ladder
      * table; EN-HALF counts tournament points in half-point units so
      * a draw needs no fractional picture. EN-MET remembers opponents
       77  TN-A                         PIC 99.
       77  TN-B                         PIC 99.
       77  PL-I                         PIC 99.
       77  HOLD-SLOT                    PIC 99.
       01  ENTRANT-HOLD                 PIC X(58).
       77  SCORE-SHOW                   PIC Z9.
               UNTIL ROUND-NOW > ROUND-COUNT
           PERFORM FINAL-STANDINGS
           CLOSE TOURN-FILE
           DISPLAY "RESULTS WRITTEN TO " TRIM(TOURN-NAME)
           DISPLAY "RATINGS UPDATED IN CHECKERS.PLAYERS"
           STOP RUN.
                   MOVE 3 TO ROUND-COUNT
               END-IF
           END-IF.
      * Read the ladder in name order, keeping the 50 best-rated
      * profiles, the same way CHECKERS itself loads the ladder.
       LOAD-PLAYERS.
           MOVE 0 TO PLAYER-COUNT
           OPEN INPUT PLAYER-FILE
           IF PLAYER-STATUS = "00" THEN
               PERFORM READ-ONE-PLAYER
                   UNTIL PLAYER-STATUS NOT = "00"
               CLOSE PLAYER-FILE
           END-IF.
       READ-ONE-PLAYER.
           READ PLAYER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO PLAYER-STATUS
               NOT AT END
                   MOVE PLAYER-LINE TO PLAYER-RECORD
                   IF PLAYER-COUNT < 50 THEN
                       ADD 1 TO PLAYER-COUNT
                       MOVE PLAYER-RECORD TO PLAYER-ENTRY(PLAYER-COUNT)
                   ELSE
                       PERFORM FIND-LOWEST-PLAYER
                       IF PL-RATING > PT-RATING(LOW-IDX) THEN
                           MOVE PLAYER-RECORD TO PLAYER-ENTRY(LOW-IDX)
                       END-IF
                   END-IF
           END-READ.
      * The lowest-rated ladder slot not already entered tonight, so
      * a full table can make room for a late entrant.
       FIND-LOWEST-PLAYER.
           MOVE 0 TO LOW-IDX
           PERFORM VARYING PL-I FROM 1 BY 1
                   UNTIL PL-I > PLAYER-COUNT
               MOVE "N" TO LOW-TAKEN
               PERFORM VARYING TN-I FROM 1 BY 1
                       UNTIL TN-I > ENTRANT-COUNT
                   IF EN-IDX(TN-I) = PL-I THEN
                       MOVE "Y" TO LOW-TAKEN
                   END-IF
               END-PERFORM
               IF LOW-TAKEN = "N" THEN
                   IF LOW-IDX = 0 THEN
                       MOVE PL-I TO LOW-IDX
                   ELSE
                       IF PT-RATING(PL-I) < PT-RATING(LOW-IDX) THEN
                           MOVE PL-I TO LOW-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Open the ladder for update and lock the winner's and loser's
      * records in name order, as CHECKERS does, refreshing both table
      * entries from the file so a game finished on another terminal
      * meanwhile is not overwritten.
       LOCK-PLAYER-PAIR.
           MOVE "N" TO POST-FAILED
           OPEN I-O PLAYER-FILE
           IF PLAYER-STATUS NOT = "00"
              AND PLAYER-STATUS NOT = "05" THEN
               MOVE "Y" TO POST-FAILED
               EXIT PARAGRAPH
           END-IF
           IF PT-NAME(LOSE-IDX) < PT-NAME(WIN-IDX) THEN
               MOVE LOSE-IDX TO LOCK-IDX
               PERFORM LOCK-ONE-PLAYER
               MOVE LOCK-ON-FILE TO ON-FILE-LOSE
               IF POST-FAILED = "N" THEN
                   MOVE WIN-IDX TO LOCK-IDX
                   PERFORM LOCK-ONE-PLAYER
                   MOVE LOCK-ON-FILE TO ON-FILE-WIN
               END-IF
           ELSE
               MOVE WIN-IDX TO LOCK-IDX
               PERFORM LOCK-ONE-PLAYER
               MOVE LOCK-ON-FILE TO ON-FILE-WIN
               IF POST-FAILED = "N" THEN
                   MOVE LOSE-IDX TO LOCK-IDX
                   PERFORM LOCK-ONE-PLAYER
                   MOVE LOCK-ON-FILE TO ON-FILE-LOSE
               END-IF
           END-IF
           IF POST-FAILED = "Y" THEN
               UNLOCK PLAYER-FILE
               CLOSE PLAYER-FILE
               DISPLAY "  LADDER BUSY - RESULT NOT RATED"
           END-IF.
       LOCK-ONE-PLAYER.
           MOVE 0 TO LOCK-TRIES
           MOVE "51" TO PLAYER-STATUS
           PERFORM TRY-LOCK-PLAYER
               UNTIL PLAYER-STATUS NOT = "51"
                  OR LOCK-TRIES >= LOCK-MAX-TRIES
           EVALUATE PLAYER-STATUS
               WHEN "00"
               WHEN "02"
                   MOVE "Y" TO LOCK-ON-FILE
                   MOVE PLAYER-LINE TO PLAYER-RECORD
                   MOVE PLAYER-RECORD TO PLAYER-ENTRY(LOCK-IDX)
               WHEN "23"
                   MOVE "N" TO LOCK-ON-FILE
               WHEN OTHER
                   MOVE "Y" TO POST-FAILED
           END-EVALUATE.
       TRY-LOCK-PLAYER.
           IF LOCK-TRIES > 0 THEN
               DISPLAY "  LADDER RECORD IN USE - RETRYING"
               CALL "CBL_GC_NANOSLEEP" USING 500000000
           END-IF
           ADD 1 TO LOCK-TRIES
           MOVE PT-NAME(LOCK-IDX) TO PLAYER-KEY
           READ PLAYER-FILE WITH LOCK
               KEY IS PLAYER-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
      * Rewrite (or add, for a first-time entrant) the two rated
      * records and release them.
       STORE-PLAYER-PAIR.
           MOVE WIN-IDX TO LOCK-IDX
           MOVE ON-FILE-WIN TO LOCK-ON-FILE
           PERFORM STORE-ONE-PLAYER
           MOVE LOSE-IDX TO LOCK-IDX
           MOVE ON-FILE-LOSE TO LOCK-ON-FILE
           PERFORM STORE-ONE-PLAYER
           UNLOCK PLAYER-FILE
           CLOSE PLAYER-FILE.
       STORE-ONE-PLAYER.
           MOVE PLAYER-ENTRY(LOCK-IDX) TO PLAYER-RECORD
           MOVE PLAYER-RECORD TO PLAYER-LINE
           IF LOCK-ON-FILE = "Y" THEN
               REWRITE PLAYER-LINE
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE PLAYER-LINE
                   INVALID KEY
                       REWRITE PLAYER-LINE
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF.
      * Prompt names until a blank line; a name not yet on the ladder
      * gets a fresh 1500-rated profile from FIND-OR-ADD-PLAYER.
       TAKE-ENTRIES.
           DISPLAY "ENTER TONIGHT'S PLAYERS, ONE PER LINE"
           DISPLAY "(BLANK LINE ENDS THE LIST, 16 MAXIMUM)"
                   END-PERFORM
               END-IF
           END-IF.
      * A name outside the loaded 50 is read from the ladder by key;
      * a name never seen gets 1500 and is written with its first
      * rated result.
       FIND-OR-ADD-PLAYER.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING PL-I FROM 1 BY 1
                   MOVE PL-I TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX > 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF PLAYER-COUNT < 50 THEN
               ADD 1 TO PLAYER-COUNT
               MOVE PLAYER-COUNT TO FOUND-IDX
           ELSE
               PERFORM FIND-LOWEST-PLAYER
               MOVE LOW-IDX TO FOUND-IDX
           END-IF
           MOVE PL-NAME TO PT-NAME(FOUND-IDX)
           MOVE ZERO TO PT-GAMES(FOUND-IDX)
           MOVE ZERO TO PT-WINS(FOUND-IDX)
           MOVE ZERO TO PT-LOSSES(FOUND-IDX)
           MOVE 1500 TO PT-RATING(FOUND-IDX)
           OPEN INPUT PLAYER-FILE
           IF PLAYER-STATUS = "00" THEN
               MOVE PL-NAME TO PLAYER-KEY
               READ PLAYER-FILE
                   KEY IS PLAYER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PLAYER-LINE TO PLAYER-RECORD
                       MOVE PLAYER-RECORD TO PLAYER-ENTRY(FOUND-IDX)
               END-READ
               CLOSE PLAYER-FILE
           END-IF.
      * Entrants ordered by rating so round one of either system pairs
      * neighbours in strength.
      * a stronger opponent moves more points, and the loser never
      * drops below the 100-point floor.
       UPDATE-PLAYER-RESULTS.
           PERFORM LOCK-PLAYER-PAIR
           IF POST-FAILED = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PT-GAMES(WIN-IDX)
           ADD 1 TO PT-GAMES(LOSE-IDX)
           ADD 1 TO PT-WINS(WIN-IDX)
           ADD RATING-DELTA TO PT-RATING(WIN-IDX)
           IF PT-RATING(LOSE-IDX) > RATING-DELTA + 100 THEN
               SUBTRACT RATING-DELTA FROM PT-RATING(LOSE-IDX)
           END-IF
           PERFORM STORE-PLAYER-PAIR.
      * Draws settle at half pace toward the lower-rated side, the
      * same split CHECKERS uses when a game is drawn over the board.
       UPDATE-PLAYER-DRAW.
           PERFORM LOCK-PLAYER-PAIR
           IF POST-FAILED = "Y" THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PT-GAMES(WIN-IDX)
           ADD 1 TO PT-GAMES(LOSE-IDX)
           COMPUTE RATING-DELTA =
               IF PT-RATING(WIN-IDX) > RATING-DELTA + 100 THEN
                   SUBTRACT RATING-DELTA FROM PT-RATING(WIN-IDX)
               END-IF
           END-IF
           PERFORM STORE-PLAYER-PAIR.
      * Final standings by points, on screen and in the night file,
      * with each entrant's rating change across the evening.
       FINAL-STANDINGS.
