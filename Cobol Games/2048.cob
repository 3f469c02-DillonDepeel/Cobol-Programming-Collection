      * ONE RECORD PER FINISHED HEAD-TO-HEAD MATCH (REQ 024 FOLLOW-UP) -
      * SHARED/APPENDED ACROSS THE SHOP LIKE SHOP-HIGH-SCORE-FILE.

       SELECT OPTIONAL GAME-HISTORY-FILE
           ASSIGN TO '.2048-HISTORY'
           FILE STATUS IS GAME-HISTORY-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.
      * ONE LINE FOR EVERY FINISHED GAME IN EVERY MODE, SHARED/APPENDED
      * ACROSS THE SHOP LIKE SHOP-HIGH-SCORE-FILE; THE HIST48 REPORT
      * READS IT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTEST-CONTROL-FILE.
       01  CONTEST-CONTROL-RECORD           PIC X(40).

       FD  GAME-HISTORY-FILE.
       01  GAME-HISTORY-RECORD              PIC X(82).

       WORKING-STORAGE SECTION.
       01  GAME-STATUS                      PIC X VALUE 'P'.
           88  GAME-OVER                    VALUE 'Q' 'H'.
           88  CHALLENGE-RESULTS-FILE-OK-OR-NEW VALUE 00 05.
       01  CHALLENGE-WINNER-DISPLAY         PIC 9.

      * GAME HISTORY - THE TALLIES KEPT FOR EVERY GAME AND WRITTEN TO
      * GAME-HISTORY-FILE WHEN IT ENDS.  MERGE-POINTS IS THE CLASSIC
      * 2048 SCORE, THE VALUE OF EVERY TILE A MERGE MAKES; THE HIGH-
      * SCORE TABLES STILL RANK BY HIGHEST TILE.  IN CHALLENGE MODE
      * THE INACTIVE PLAYER'S TALLIES ARE PARKED IN OTHER-PLAYER-TALLY
      * AND SWAPPED WITH THE GRIDS, AND THE HISTORY LINE IS PLAYER 1'S
      * (THE SIGNED-IN PLAYER AT THE MACHINE).
       01  GAME-HISTORY-FILE-STATUS         PIC 99.
           88  GAME-HISTORY-FILE-OK-OR-NEW  VALUE 00 05.
       01  PLAYER-TALLY.
           05  MERGE-POINTS                 PIC 9(6) VALUE ZERO.
           05  MOVE-COUNT                   PIC 9(5) VALUE ZERO.
           05  UNDO-COUNT                   PIC 9(4) VALUE ZERO.
           05  HINT-COUNT                   PIC 9(4) VALUE ZERO.
       01  OTHER-PLAYER-TALLY               PIC X(19) VALUE ZEROS.
       01  SWAP-TALLY-TEMP                  PIC X(19).
       01  PRIOR-MERGE-POINTS               PIC 9(6) VALUE ZERO.
       01  HINT-SAVE-POINTS                 PIC 9(6) VALUE ZERO.
       01  GAME-HISTORY-ENTRY.
           05  GH-PLAYER                    PIC X(12).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-DATE                      PIC 9(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-TIME                      PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-MACHINE                   PIC X(8).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-MODE                      PIC X(11).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-GRID-SIZE                 PIC 9.
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-WIN-TILE                  PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-SCORE                     PIC 9(6).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-HIGHEST-TILE              PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-MOVES                     PIC 9(5).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-UNDOS                     PIC 9(4).
           05  FILLER                       PIC X VALUE SPACE.
           05  GH-HINTS                     PIC 9(4).

      * SHOP-WIDE LEADERBOARD (REQ 025) - EVERY MACHINE IN THE SHOP
      * APPENDS ITS FINISHED GAMES, TAGGED BY MACHINE NAME, TO THIS
      * SHARED FILE INSTEAD OF OVERWRITING IT.
                   PERFORM SAVE-HIGH-SCORES
                   PERFORM SAVE-SHOP-HIGH-SCORE
           END-EVALUATE
           PERFORM SAVE-GAME-HISTORY
           IF HOLD-DISPLAY
               ACCEPT USER-INPUT
           END-IF
           MOVE GAME-GRID        TO SWAP-GRID-TEMP
           MOVE OTHER-PLAYER-GRID TO GAME-GRID
           MOVE SWAP-GRID-TEMP    TO OTHER-PLAYER-GRID
           MOVE PLAYER-TALLY       TO SWAP-TALLY-TEMP
           MOVE OTHER-PLAYER-TALLY TO PLAYER-TALLY
           MOVE SWAP-TALLY-TEMP    TO OTHER-PLAYER-TALLY
           IF PLAYER-TURN = 1
               MOVE 2 TO PLAYER-TURN
           ELSE
      * MESSAGE LINE.  A DIRECTION THAT CHANGES NOTHING IS ILLEGAL
      * AND NEVER RECOMMENDED.
       SHOW-HINT.
           ADD 1 TO HINT-COUNT
           MOVE GAME-GRID TO HINT-SAVE-GRID
           MOVE MERGE-POINTS TO HINT-SAVE-POINTS
           MOVE -99 TO HINT-BEST-SCORE
           MOVE ZERO TO HINT-BEST-DIR
           PERFORM VARYING HINT-DIR-IDX FROM 1 BY 1
               END-IF
               MOVE HINT-SAVE-GRID TO GAME-GRID
           END-PERFORM
      * THE TRIAL SLIDES MUST NOT SCORE
           MOVE HINT-SAVE-POINTS TO MERGE-POINTS
           MOVE SPACES TO GRID-MESSAGE
           EVALUATE HINT-BEST-DIR
               WHEN 1

       SAVE-UNDO-STATE.
           MOVE GAME-GRID TO PRIOR-GRID
           MOVE MERGE-POINTS TO PRIOR-MERGE-POINTS
           MOVE 'Y' TO HAVE-UNDO
           ADD 1 TO MOVE-COUNT
      * EVERY SLIDE COMES THROUGH HERE, SO THE PUZZLE MOVE COUNTER
      * LIVES HERE TOO
           IF PUZZLE-MODE-ON
       UNDO-MOVE.
           IF UNDO-AVAILABLE
               MOVE PRIOR-GRID TO GAME-GRID
               MOVE PRIOR-MERGE-POINTS TO MERGE-POINTS
               MOVE 'N' TO HAVE-UNDO
               ADD 1 TO UNDO-COUNT
           END-IF
           SET TILE-NOT-NEEDED TO TRUE
           .
                       IF GRID-CELL (ROW-INDEX, COL-INDEX) = PRIOR-TILE
                           COMPUTE UPDATED-SET(UPDATED-INDEX - 1)
                               = UPDATED-SET(UPDATED-INDEX - 1) * 2
                           ADD UPDATED-SET(UPDATED-INDEX - 1)
                             TO MERGE-POINTS
                           MOVE ZERO TO PRIOR-TILE
                       ELSE
                           MOVE GRID-CELL (ROW-INDEX, COL-INDEX)
                       IF GRID-CELL (ROW-INDEX, COL-INDEX) = PRIOR-TILE
                           COMPUTE UPDATED-SET(UPDATED-INDEX + 1)
                               = UPDATED-SET(UPDATED-INDEX + 1) * 2
                           ADD UPDATED-SET(UPDATED-INDEX + 1)
                             TO MERGE-POINTS
                           MOVE ZERO TO PRIOR-TILE
                       ELSE
                           MOVE GRID-CELL (ROW-INDEX, COL-INDEX)
                       IF GRID-CELL (ROW-INDEX, COL-INDEX) = PRIOR-TILE
                           COMPUTE UPDATED-SET(UPDATED-INDEX - 1)
                               = UPDATED-SET(UPDATED-INDEX - 1) * 2
                           ADD UPDATED-SET(UPDATED-INDEX - 1)
                             TO MERGE-POINTS
                           MOVE ZERO TO PRIOR-TILE
                       ELSE
                           MOVE GRID-CELL (ROW-INDEX, COL-INDEX)
                       IF GRID-CELL (ROW-INDEX, COL-INDEX) = PRIOR-TILE
                           COMPUTE UPDATED-SET(UPDATED-INDEX + 1)
                               = UPDATED-SET(UPDATED-INDEX + 1) * 2
                           ADD UPDATED-SET(UPDATED-INDEX + 1)
                             TO MERGE-POINTS
                           MOVE ZERO TO PRIOR-TILE
                       ELSE
                           MOVE GRID-CELL (ROW-INDEX, COL-INDEX)
           END-PERFORM
           .

      * ONE HISTORY LINE FOR THE GAME JUST FINISHED, WHATEVER THE
      * MODE.  A CHALLENGE MATCH CAN END ON PLAYER 2'S TURN, SO PLAYER
      * 1'S GRID AND TALLIES ARE SWAPPED BACK IN FIRST.
       SAVE-GAME-HISTORY.
           IF CHALLENGE-MODE-ON AND PLAYER-TURN = 2
               PERFORM SWAP-PLAYER-GRID
           END-IF
           PERFORM GET-CURRENT-SCORE
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           MOVE SHOP-PLAYER-NAME TO GH-PLAYER
           IF GH-PLAYER = SPACES
               MOVE 'ANONYMOUS' TO GH-PLAYER
           END-IF
           MOVE CURRENT-DATE TO GH-DATE
           MOVE CURRENT-TIME (1:4) TO GH-TIME
           MOVE SHOP-MACHINE-NAME TO GH-MACHINE
           EVALUATE TRUE
               WHEN PUZZLE-MODE-ON
                   IF CONTEST-PUZZLE-NAME NOT = SPACES
                    AND CONTEST-PUZZLE-NAME = PZ-NAME (PUZZLE-PICK)
                       MOVE 'CONTEST' TO GH-MODE
                   ELSE
                       MOVE 'PUZZLE' TO GH-MODE
                   END-IF
               WHEN CHALLENGE-MODE-ON
                   MOVE 'CHALLENGE' TO GH-MODE
               WHEN TIME-ATTACK-ON
                   MOVE 'TIME-ATTACK' TO GH-MODE
               WHEN OTHER
                   MOVE 'NORMAL' TO GH-MODE
           END-EVALUATE
           MOVE GRID-SIZE TO GH-GRID-SIZE
           MOVE WIN-TILE TO GH-WIN-TILE
           MOVE MERGE-POINTS TO GH-SCORE
           MOVE CURRENT-SCORE TO GH-HIGHEST-TILE
           MOVE MOVE-COUNT TO GH-MOVES
           MOVE UNDO-COUNT TO GH-UNDOS
           MOVE HINT-COUNT TO GH-HINTS
           OPEN EXTEND GAME-HISTORY-FILE
           IF NOT GAME-HISTORY-FILE-OK-OR-NEW
               DISPLAY 'UNABLE TO WRITE TO GAME HISTORY FILE'
           ELSE
               WRITE GAME-HISTORY-RECORD FROM GAME-HISTORY-ENTRY
           END-IF
           CLOSE GAME-HISTORY-FILE
           .

       CHECK-IF-WIN.
           SET ROW-INDEX TO ZERO
           PERFORM GRID-SIZE TIMES
