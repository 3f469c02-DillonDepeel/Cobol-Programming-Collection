           SELECT SCORE-FILE ASSIGN TO "CHECKERS.SCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORE-STATUS.
      * Each rule variant keeps its own ladder: CHECKERS.PLAYERS for
      * the English game, CHECKERS.PLAYERS.RUS and .BRA for the others.
      * The ladder is keyed by player name and every terminal shares
      * it, so a finished game locks and rewrites just the two records
      * it rated instead of rewriting the whole file.
           SELECT OPTIONAL PLAYER-FILE ASSIGN TO PLAYER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-KEY
               LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
               FILE STATUS IS PLAYER-STATUS.
           SELECT OPTIONAL PDN-FILE ASSIGN TO "CHECKERS.PDN"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL GAMES-FILE ASSIGN TO "CHECKERS.GAMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMES-STATUS.
      * The opening book (CHECKERS.BOOK), rebuilt weekly by CHKBOOK
      * from the recorded games: one line per position and move, with
      * how the games that played it turned out.
           SELECT OPTIONAL BOOK-FILE ASSIGN TO "CHECKERS.BOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOOK-STATUS.
      * The spectator view (CHECKERS.LIVE), rewritten at the start of
      * every turn and once more when the game stops: the board, the
      * side to move, both clocks and the move list, for CHECKWATCH to
      * follow from another terminal. It is only ever written here --
      * the viewer opens it for input and cannot touch the game. A
      * correspondence game's view is suffixed with its game ID like
      * its checkpoint, and a local game takes a board name the same
      * way from CHECKERS_BOARD, so several ladder boards can be
      * watched at once.
           SELECT OPTIONAL LIVE-FILE ASSIGN TO LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
      * This program's own spool drop file: the outgoing move is
      * queued here the way SHOPDIGEST queues the digest, and the
      * mail sender sweeps every producer's drop into DRIVER.SPL at
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-LINE             PIC X(133).
       FD  AUDIT-FILE.
       01  AUDIT-LINE                  PIC X(80).
       FD  SCORE-FILE.
       01  SCORE-LINE                  PIC X(20).
       FD  PLAYER-FILE.
       01  PLAYER-LINE.
           05 PLAYER-KEY               PIC X(12).
           05 FILLER                   PIC X(19).
       FD  PDN-FILE.
       01  PDN-LINE                    PIC X(72).
       FD  PUZ-FILE.
       FD  CORR-OUT-FILE.
       01  CORR-OUT-LINE               PIC X(132).
       FD  GAMES-FILE.
       01  GAMES-LINE                  PIC X(100).
       FD  BOOK-FILE.
       01  BOOK-LINE                   PIC X(94).
       FD  LIVE-FILE.
       01  LIVE-LINE                   PIC X(132).
       FD  SPOOL-FILE.
       01  SPOOL-RECORD                PIC X(250).
       WORKING-STORAGE SECTION.
      * board square, same SIGN LEADING SEPARATE layout as INITDATA,
      * plus whose turn it is and the game's difficulty/mode so a
      * resumed game doesn't silently reset them to the 77-level
      * defaults. The rule variant comes last; a checkpoint saved
      * before variants existed reads it as blank, which is English.
       01  CKPT-RECORD                 PIC X(133).
       01  CKPT-BOARD REDEFINES CKPT-RECORD.
           10 CKPT-ROW OCCURS 8.
               20 CKPT-S OCCURS 8      PIC S9 SIGN IS LEADING SEPARATE.
           10 CKPT-TURN-SIDE           PIC S9 SIGN IS LEADING SEPARATE.
           10 CKPT-DIFFICULTY          PIC 9.
           10 CKPT-TWO-PLAYER          PIC X.
           10 CKPT-VARIANT             PIC X.
       77  CKPT-STATUS                 PIC XX.
       77  P2                          PIC X.
       77  DIFFICULTY                  PIC 9 VALUE 1.
       77  TWO-PLAYER                  PIC X VALUE "N".
       77  TURN-SIDE                   PIC S9 VALUE 1.
      * Rule variant, settled before the ladder is loaded. English is
      * the house game. In the Russian and Brazilian games kings fly
      * any distance along a diagonal and men may capture backwards;
      * a Russian man reaching the far row in the middle of a capture
      * is crowned at once and carries on capturing as a king, where
      * a Brazilian man is only crowned if its move ends there.
       77  RULE-VARIANT                PIC X VALUE "E".
           88 ENGLISH-RULES            VALUE "E".
           88 RUSSIAN-RULES            VALUE "R".
           88 BRAZILIAN-RULES          VALUE "B".
           88 FLYING-KINGS             VALUE "R" "B".
           88 MEN-CAPTURE-BACK         VALUE "R" "B".
       77  RULE-NAME                   PIC X(9) VALUE "ENGLISH".
       77  RULE-LOG-TAG                PIC X(10) VALUE SPACES.
       77  RULES-FIXED                 PIC X VALUE "N".
       77  CORR-RULES                  PIC X.
       77  PLAYER-FILE-NAME            PIC X(30)
           VALUE "CHECKERS.PLAYERS".
      * One leg checked against the rules: from LEG-FX/FY to LEG-TX/
      * TY. SCAN-LEG-PATH counts the pieces strictly between the two
      * squares and remembers where the enemy one was; CHECK-PLAYER-
      * LEG decides from that whether the leg is legal, and whether
      * it is a capture, for the piece standing on the from square.
       77  LEG-FX                      PIC 9.
       77  LEG-FY                      PIC 9.
       77  LEG-TX                      PIC 9.
       77  LEG-TY                      PIC 9.
       77  LEG-DX                      PIC S9.
       77  LEG-DY                      PIC S9.
       77  LEG-DIST                    PIC 9.
       77  LEG-SIDE                    PIC S9.
       77  LEG-OK                      PIC X.
       77  LEG-CAPTURE                 PIC X.
       77  PATH-X                      PIC S99.
       77  PATH-Y                      PIC S99.
       77  PATH-STEPS                  PIC 9.
       77  PATH-OWN                    PIC 9.
       77  PATH-ENEMIES                PIC 9.
       77  PATH-CX                     PIC 9.
       77  PATH-CY                     PIC 9.
      * The computer's search: SEARCH-JUMP marks the candidate being
      * scored as a capture, SEARCH-CAPTURES-ONLY limits a direction
      * to captures (a man looking backwards, or a multi-jump), and
      * WALK-SW follows a flying king along its diagonal.
       77  SEARCH-JUMP                 PIC X VALUE "N".
       77  SEARCH-CAPTURES-ONLY        PIC X VALUE "N".
       77  WALK-SW                     PIC X.
           88 WALK-EMPTY               VALUE "E".
           88 WALK-OFF-BOARD           VALUE "O".
           88 WALK-AT-PIECE            VALUE "P".
      * Move-by-move audit trail (CHECKERS.LOG)
       77  AUDIT-STATUS                PIC XX.
       01  AUDIT-TIMESTAMP.
           05 SCORE-LOSSES              PIC 9(10).
       77  LOG-TY                       PIC 9.
       01  AUDIT-ENTRY                  PIC X(80).
      * The bookkeeping lines behind a result: which profiles a rated
      * game was posted to (LOG-RATED) and which way the scoreboard
      * moved (LOG-SCORED), so the counts can be rebuilt from the log.
       77  LOG-NAME-A                   PIC X(12).
       77  LOG-NAME-B                   PIC X(12).
       77  LOG-VERB                     PIC X(4).
       77  LOG-SCORE-KIND               PIC X(4).
      * Named player profiles with a simple rating (CHECKERS.PLAYERS),
      * one record per player keyed by name; CHKSTAND prints the ranked
      * standings from it. The table below holds the best-rated
      * profiles for the startup standings plus the two names in this
      * game. The computer plays under its own COMPUTER profile so
      * single-player games rate the same way.
       77  PLAYER-STATUS                PIC XX.
       01  PLAYER-RECORD.
           05 PL-NAME                   PIC X(12).
               10 PT-LOSSES             PIC 9(5).
               10 PT-RATING             PIC 9(4).
       77  PLAYER-COUNT                 PIC 99 VALUE 0.
      * Posting a result: the two table slots being rated, whether
      * each already has a record on file (REWRITE) or not (WRITE),
      * and the retry count while another terminal holds a lock.
       77  POST-IDX-A                   PIC 99.
       77  POST-IDX-B                   PIC 99.
       77  LOCK-IDX                     PIC 99.
       77  LOCK-ON-FILE                 PIC X.
       77  ON-FILE-A                    PIC X.
       77  ON-FILE-B                    PIC X.
       77  LOCK-TRIES                   PIC 99.
       77  LOCK-MAX-TRIES               PIC 99 VALUE 20.
       77  POST-FAILED                  PIC X.
       77  LOW-IDX                      PIC 99.
       77  NAME-O                       PIC X(12).
       77  NAME-X                       PIC X(12).
      * The identity signed in at the ARCADE menu, handed down in the
       77  REP-PTR                      PIC S9(4) COMP-5.
       77  REP-SQ-CH                    PIC X.
       77  PLIES-NO-CAPTURE             PIC 999 VALUE 0.
      * Opening book. While BOOK-SW is "Y" the computer looks its
      * position up in CHECKERS.BOOK before searching, and plays the
      * listed move with the best results for X (a win counts two, a
      * draw one) as long as that move at least breaks even. The first
      * position the book cannot answer switches it off for the rest
      * of the game and the ordinary search takes over.
       77  BOOK-STATUS                  PIC XX.
       77  BOOK-SW                      PIC X VALUE "Y".
           88 BOOK-IN-PLAY              VALUE "Y".
       01  BOOK-RECORD.
           05 BK-KEY                    PIC X(65).
           05 FILLER                    PIC X.
           05 BK-FX                     PIC 9.
           05 BK-FY                     PIC 9.
           05 BK-TX                     PIC 9.
           05 BK-TY                     PIC 9.
           05 FILLER                    PIC X.
           05 BK-GAMES                  PIC 9(5).
           05 FILLER                    PIC X.
           05 BK-X-WINS                 PIC 9(5).
           05 FILLER                    PIC X.
           05 BK-O-WINS                 PIC 9(5).
           05 FILLER                    PIC X.
           05 BK-DRAWS                  PIC 9(5).
       77  BOOK-EOF                     PIC X.
       77  BOOK-FOUND                   PIC X.
       77  BOOK-MOVE-OK                 PIC X.
       77  BOOK-DX                      PIC S9.
       77  BOOK-DY                      PIC S9.
       77  BOOK-SCORE                   PIC 9(4).
       77  BOOK-BEST-SCORE              PIC 9(4).
       77  BOOK-BEST-GAMES              PIC 9(5).
       01  BOOK-BEST-MOVE.
           05 BB-FX                     PIC 9.
           05 BB-FY                     PIC 9.
           05 BB-TX                     PIC 9.
           05 BB-TY                     PIC 9.
       01  DRAW-REASON                  PIC X(30).
      * Spectator view work fields. The header line carries the game
      * name, its state (PLAY, SAVED, MAILED while a correspondence
      * move is away, OVER), the side to move, both names and clocks,
      * the date and second of day the turn began so the viewer can
      * run the mover's clock down, the move count and the result.
      * The board follows in the checkpoint packing, then one line
      * per notation token of the move list.
       77  LIVE-STATUS                  PIC XX.
       77  LIVE-NAME                    PIC X(30)
           VALUE "CHECKERS.LIVE".
       77  LIVE-BOARD-NAME              PIC X(4) VALUE SPACES.
       77  LIVE-STATE                   PIC X(6) VALUE "PLAY".
       01  LIVE-RESULT                  PIC X(40) VALUE SPACES.
       01  LIVE-REASON                  PIC X(20) VALUE SPACES.
       77  LIVE-WINNER                  PIC X(12).
       01  LIVE-HEADER.
           05 LV-GAME                   PIC X(4).
           05 FILLER                    PIC X.
           05 LV-STATE                  PIC X(6).
           05 FILLER                    PIC X.
           05 LV-TURN                   PIC X.
           05 FILLER                    PIC X.
           05 LV-NAME-O                 PIC X(12).
           05 FILLER                    PIC X.
           05 LV-NAME-X                 PIC X(12).
           05 FILLER                    PIC X.
           05 LV-CLOCK-MODE             PIC X.
           05 FILLER                    PIC X.
           05 LV-CLOCK-O                PIC 9(6).
           05 FILLER                    PIC X.
           05 LV-CLOCK-X                PIC 9(6).
           05 FILLER                    PIC X.
           05 LV-TURN-DATE              PIC 9(8).
           05 FILLER                    PIC X.
           05 LV-TURN-SEC               PIC 9(5).
           05 FILLER                    PIC X.
           05 LV-MOVES                  PIC 999.
           05 FILLER                    PIC X.
           05 LV-RESULT                 PIC X(40).
       01  LIVE-BOARD.
           10 LIVE-ROW OCCURS 8.
               20 LIVE-S OCCURS 8       PIC S9 SIGN IS LEADING SEPARATE.
       01  LIVE-MOVE-LINE.
           05 LM-SIDE                   PIC X.
           05 FILLER                    PIC X.
           05 LM-TEXT                   PIC X(20).
      * Puzzle mode: a numbered puzzle from CHECKERS.PUZ is loaded
      * onto the BOARD table instead of INITVALS, the player takes
      * the side to move, and the game is judged against the puzzle's
      * game ID the player picks. The ID also suffixes that game's
      * checkpoint and move files and travels in every move record,
      * so an incoming move can never be applied to the wrong board.
      * Each record also carries the date the turn last changed hands
      * and the game's own stall limits -- days until a reminder, a
      * final warning and a forfeit -- which the nightly stalled-games
      * pass (CHKSTALL) works from, the notice it last sent, and the
      * game's state: blank while open, C once it finished on the
      * board, F once CHKSTALL recorded a forfeit. A registry written
      * before the limits existed reads them as the house defaults.
       77  GAMES-STATUS                 PIC XX.
       77  CKPT-NAME                    PIC X(30)
           VALUE "CHECKERS.SAV".
           05 GR-MY-NAME                PIC X(12).
           05 FILLER                    PIC X.
           05 GR-MAILTO                 PIC X(40).
           05 FILLER                    PIC X.
           05 GR-LAST-MOVE              PIC X(8).
           05 FILLER                    PIC X.
           05 GR-REMIND-DAYS            PIC X(2).
           05 FILLER                    PIC X.
           05 GR-WARN-DAYS              PIC X(2).
           05 FILLER                    PIC X.
           05 GR-DEADLINE-DAYS          PIC X(2).
           05 FILLER                    PIC X.
           05 GR-NOTICE                 PIC X.
           05 FILLER                    PIC X.
           05 GR-STATE                  PIC X.
       01  GAME-REG-TABLE.
           05 GAME-REG OCCURS 20.
               10 GT-ID                 PIC X(4).
               10 GT-TURN               PIC X.
               10 GT-MY-NAME            PIC X(12).
               10 GT-MAILTO             PIC X(40).
               10 GT-LAST-MOVE          PIC 9(8).
               10 GT-REMIND-DAYS        PIC 99.
               10 GT-WARN-DAYS          PIC 99.
               10 GT-DEADLINE-DAYS      PIC 99.
               10 GT-NOTICE             PIC X.
               10 GT-STATE              PIC X.
       77  GAME-REG-COUNT               PIC 99 VALUE 0.
       77  GAME-REG-IDX                 PIC 99 VALUE 0.
       77  GR-I                         PIC 99.
       77  GAME-LIST-ROW                PIC 9 VALUE 0.
       77  GAME-ID                      PIC X(4) VALUE SPACES.
       77  SPOOL-STATUS                 PIC XX.
       01  SPOOL-LINE                   PIC X(250).
       77  HINT-PTR                    PIC S9(4) COMP-5.
       77  HINT-DIGIT-X                PIC 9.
       77  HINT-DIGIT-Y                PIC 9.
       77  HINT-CAPTURE-ONLY           PIC X VALUE "N".
       77  HINT-WALK                   PIC X.
       01  HINT-LIST                   PIC X(60).
       01  HINT-TEXT                   PIC X(70) VALUE SPACE.
      * Set while scanning for the hint when the side to move has at
           ACCEPT P AT 1437
      * Kids these days -- they want everything, even lowercase letters
           IF P = "N" OR "n" STOP RUN.
           DISPLAY "CHECKERS_BOARD" UPON ENVIRONMENT-NAME.
           ACCEPT LIVE-BOARD-NAME FROM ENVIRONMENT-VALUE.
           IF LIVE-BOARD-NAME NOT = SPACES THEN
               MOVE SPACES TO LIVE-NAME
               STRING "CHECKERS.LIVE." LIVE-BOARD-NAME
                   DELIMITED BY SIZE INTO LIVE-NAME
           END-IF.
           DISPLAY "HUMAN VS HUMAN (Y/N)?" AT 1516
           ACCEPT TWO-PLAYER AT 1539
           DISPLAY "RESUME SAVED GAME (Y/N)?" AT 1616
           IF P2 = "Y" OR "y" THEN
               PERFORM LOAD-CHECKPOINT
               IF CKPT-STATUS = "00" THEN
                   PERFORM LOAD-LIVE-MOVES
                   GO TO LINE1420
               ELSE
                   DISPLAY "NO SAVED GAME FOUND - STARTING NEW GAME"
                   MOVE "0001" TO GAME-ID
               END-IF
               PERFORM FIND-GAME-IN-REGISTRY
               IF GAME-REG-IDX > 0 THEN
                   IF GT-STATE(GAME-REG-IDX) NOT = SPACE THEN
                       DISPLAY "GAME " AT 0416
                       DISPLAY GAME-ID AT 0421
                       IF GT-STATE(GAME-REG-IDX) = "F" THEN
                           DISPLAY " WAS CLOSED BY FORFEIT" AT 0425
                       ELSE
                           DISPLAY " IS FINISHED" AT 0425
                       END-IF
                       STOP RUN
                   END-IF
               END-IF
               PERFORM SET-CORR-FILE-NAMES
               IF GAME-REG-IDX > 0 THEN
                   MOVE GT-MY-SIDE(GAME-REG-IDX) TO CORR-SIDE-CH
                   MOVE -1 TO CORR-REMOTE-SIDE
               END-IF
           END-IF.
      * The rules are settled before the ladder is loaded, since each
      * variant keeps its own. A correspondence game already under
      * way keeps the rules in its checkpoint, and one the other site
      * started takes them from the incoming move; otherwise ask.
           IF CORR-GAME THEN
               PERFORM PEEK-CORR-RULES
           END-IF.
           IF RULES-FIXED NOT = "Y" THEN
               DISPLAY "RULES (E=ENGLISH R=RUSSIAN B=BRAZILIAN)?"
                   AT 1116
               ACCEPT RULE-VARIANT AT 1158
           END-IF.
           PERFORM SET-RULE-VARIANT.
           DISPLAY "ARCADE_PLAYER" UPON ENVIRONMENT-NAME.
           ACCEPT SIGNED-NAME FROM ENVIRONMENT-VALUE.
           PERFORM LOAD-PLAYERS.
               PERFORM LOAD-CHECKPOINT
               MOVE "N" TO TWO-PLAYER
               MOVE CORR-LOCAL-SIDE TO TURN-SIDE
               PERFORM LOAD-LIVE-MOVES
               PERFORM APPLY-REMOTE-MOVE
               GO TO LINE1420
           END-IF.

      * Computer calculates next move
000230 LINE0230.
      * The opening book answers first while the game is still in it.
           IF BOOK-IN-PLAY AND NOT PUZZLE-ON AND ENGLISH-RULES THEN
               PERFORM BOOK-LOOKUP
               IF BOOK-IN-PLAY THEN
                   MOVE 0 TO R(1)
                   MOVE BB-FX TO R(2)
                   MOVE BB-FY TO R(3)
                   MOVE BB-TX TO R(4)
                   MOVE BB-TY TO R(5)
                   GO TO LINE1140
               END-IF
           END-IF.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > 8
               PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 8
                   IF S(X,Y) > -1 THEN EXIT PERFORM CYCLE END-IF
                           MOVE G TO B
                           PERFORM LINE0650
                       END-PERFORM
      * Where men may capture backwards, look behind for captures too.
                       IF MEN-CAPTURE-BACK THEN
                           MOVE "Y" TO SEARCH-CAPTURES-ONLY
                           PERFORM VARYING A FROM -1 BY 2 UNTIL A > 1
                               COMPUTE B = 0 - G
                               PERFORM LINE0650
                           END-PERFORM
                           MOVE "N" TO SEARCH-CAPTURES-ONLY
                       END-IF
                   END-IF
000330             IF S(X,Y) = X-KING THEN
                       PERFORM VARYING A FROM -1 BY 2 UNTIL A > 1
                           PERFORM VARYING B FROM -1 BY 2 UNTIL B > 1
                               IF FLYING-KINGS THEN
                                   PERFORM SEARCH-FLYING-KING
                               ELSE
                                   PERFORM LINE0650
                               END-IF
                           END-PERFORM
                       END-PERFORM
                   END-IF
           ADD Y TO B GIVING V
           IF U < 1 OR U > 8 OR V < 1 OR V > 8 THEN EXIT PARAGRAPH.
000740     IF S(U,V) = EMPTY THEN
               IF SEARCH-CAPTURES-ONLY NOT = "Y" THEN
                   MOVE "N" TO SEARCH-JUMP
                   PERFORM LINE0910
               END-IF
               EXIT PARAGRAPH.
000770     IF S(U,V) < 0 THEN EXIT PARAGRAPH.
000790     ADD A TO U.
           ADD B TO V.
           IF U < 1 OR V < 1 OR U > 8 OR V > 8 THEN EXIT PARAGRAPH.
000850     IF S(U,V) = EMPTY THEN
               MOVE "Y" TO SEARCH-JUMP
               PERFORM LINE0910.

000910 LINE0910.
           IF V=1 AND S(X,Y) = X-MAN THEN ADD 2 TO Q.
000920     IF SEARCH-JUMP = "Y" THEN ADD 5 TO Q.
000960     IF Y=8 THEN SUBTRACT 2 FROM Q.
000980     IF U=1 OR U=8 THEN ADD 1 TO Q.
001030     PERFORM VARYING C FROM -1 BY 2 UNTIL C > 1
           MOVE R(5) TO LOG-TY
           PERFORM LOG-MOVE
           PERFORM RECORD-GAME-MOVE
      * A Brazilian man capturing onto the back row is only crowned
      * if the capture ends there (see 001365).
           IF R(5) = 1 AND (NOT BRAZILIAN-RULES OR PATH-ENEMIES = 0)
               THEN
               MOVE X-KING TO S(R(4),R(5))
           ELSE
001250         MOVE S(R(2),R(3)) TO S(R(4),R(5)).
001310     MOVE EMPTY TO S(R(2),R(3))
           IF PATH-ENEMIES = 0 THEN GO TO LINE1420.
001330     MOVE EMPTY TO S(PATH-CX,PATH-CY).
001340     MOVE R(4) TO X.
           MOVE R(5) TO Y.
           IF S(X,Y) = X-MAN THEN
               MOVE -2 TO B
               PERFORM LINE1370
                   VARYING A FROM -2 BY 4 UNTIL A > 2
               IF MEN-CAPTURE-BACK THEN
                   MOVE 2 TO B
                   PERFORM LINE1370
                       VARYING A FROM -2 BY 4 UNTIL A > 2
               END-IF
           ELSE
001350         IF S(X,Y) = X-KING THEN
                   IF FLYING-KINGS THEN
                       MOVE "Y" TO SEARCH-CAPTURES-ONLY
                       PERFORM VARYING A FROM -1 BY 2 UNTIL A > 1
                           PERFORM SEARCH-FLYING-KING
                               VARYING B FROM -1 BY 2 UNTIL B > 1
                       END-PERFORM
                       MOVE "N" TO SEARCH-CAPTURES-ONLY
                   ELSE
                       PERFORM VARYING A FROM -2 BY 4 UNTIL A > 2
                           PERFORM LINE1370
                               VARYING B FROM -2 BY 4 UNTIL B > 2
001360                 END-PERFORM
                   END-IF
               END-IF
           END-IF
           IF R(1) <> -99 THEN
               ADD 7 TO I
               MOVE -99 TO R(1)
               GO TO LINE1240.
           IF Y = 1 AND S(X,Y) = X-MAN THEN
               MOVE X-KING TO S(X,Y)
           END-IF.
001365     GO TO LINE1420.
      * See if there is a piece to jump over.
001370 LINE1370.
           ADD Y TO B GIVING V
           IF U<1 OR U>8 OR V<1 OR V>8 THEN EXIT PARAGRAPH.
001380     IF S(U,V) = EMPTY AND S(X + A / 2, Y + B / 2) > 0 THEN
               MOVE "Y" TO SEARCH-JUMP
               PERFORM LINE0910.
      * Display board
001420 LINE1420.
               PERFORM SHOW-CLOCKS
               PERFORM CLOCK-MARK-START
           END-IF.
           PERFORM PUBLISH-LIVE-VIEW.
      * Ask for player move
001590 LINE1590.
           DISPLAY ENTRY-SPACER
           ACCEPT FROM-ENTRY
           IF E = 9 AND H = 9 THEN
               PERFORM SAVE-CHECKPOINT
               MOVE "SAVED" TO LIVE-STATE
               PERFORM PUBLISH-LIVE-VIEW
               STOP RUN
           END-IF.
           IF E = 0 THEN PERFORM RESIGN.
           IF A = 0 THEN GO TO LINE1590.
           MOVE A TO X
           MOVE B TO Y
           MOVE E TO LEG-FX
           MOVE H TO LEG-FY
           MOVE A TO LEG-TX
           MOVE B TO LEG-TY
           PERFORM CHECK-PLAYER-LEG.
001680     IF LEG-OK = "Y"
                THEN NEXT SENTENCE
           ELSE
001690         DISPLAY MSG-ILLEGAL-MOVE
      * House rules: a capture anywhere on the board must be taken.
      * Back to the FROM prompt, since the piece picked may not be the
      * one that can jump.
           IF SIDE-MUST-JUMP AND LEG-CAPTURE NOT = "Y" THEN
               DISPLAY MSG-MUST-JUMP
               PERFORM LOG-MUST-JUMP
               GO TO LINE1590
           PERFORM RECORD-GAME-MOVE
           MOVE S(E,H) TO S(A,B)
           MOVE EMPTY TO S(E,H)
           IF PATH-ENEMIES = 0 THEN GO TO LINE1810.
      * Erase jumped-over piece
001800     MOVE EMPTY TO S(PATH-CX,PATH-CY).
      * A Russian man is crowned the moment a capture reaches the far
      * row, and goes on capturing as a king.
           IF RUSSIAN-RULES THEN
               IF TURN-SIDE = 1 AND B = 8 THEN
                   MOVE O-KING TO S(A,B)
               END-IF
               IF TURN-SIDE = -1 AND B = 1 THEN
                   MOVE X-KING TO S(A,B)
               END-IF
           END-IF.
001802 LINE1802.
      * Player jumped. Ask for second move
           DISPLAY CLEAR-MSG-LINE
           MOVE 0 TO X-INPUT OF PLUS-TO-ENTRY, Y-INPUT OF PLUS-TO-ENTRY
           ACCEPT PLUS-TO-ENTRY AT LINE 23 COLUMN I
           IF A1 < 1 THEN GO TO LINE1810.
           MOVE A TO LEG-FX
           MOVE B TO LEG-FY
           MOVE A1 TO LEG-TX
           MOVE B1 TO LEG-TY
           PERFORM CHECK-PLAYER-LEG.
001804     IF LEG-OK NOT = "Y" OR LEG-CAPTURE NOT = "Y"
                THEN GO TO LINE1802.
001806     MOVE A TO E.
           MOVE B TO H.
               PERFORM SAVE-CHECKPOINT
               IF GAME-REG-IDX > 0 THEN
                   MOVE "R" TO GT-TURN(GAME-REG-IDX)
                   PERFORM STAMP-TURN-CHANGE
                   PERFORM SAVE-GAME-REGISTRY
               END-IF
               DISPLAY "MOVE WRITTEN TO " AT 2201
               DISPLAY TRIM(CORR-OUT-NAME) AT 2218
               PERFORM QUEUE-MOVE-ON-SPOOL
               MOVE "MAILED" TO LIVE-STATE
               MOVE CORR-REMOTE-SIDE TO TURN-SIDE
               PERFORM PUBLISH-LIVE-VIEW
               STOP RUN
           END-IF.
001830     IF TWO-PLAYER = "Y" OR TWO-PLAYER = "y" THEN
           DISPLAY MSG-YOU-WIN
           MOVE "PLAYER-O" TO LOG-WHO
           PERFORM LOG-WIN
           MOVE NAME-O TO LIVE-WINNER
           PERFORM PUBLISH-RESULT
           IF PUZZLE-ON THEN
               MOVE 1 TO PUZ-WINNER
               PERFORM JUDGE-PUZZLE
               PERFORM LOAD-SCORE
               ADD 1 TO SCORE-WINS
               PERFORM SAVE-SCORE
               MOVE "WIN" TO LOG-SCORE-KIND
               PERFORM LOG-SCORED
               PERFORM DISPLAY-SCORE
           END-IF.
           MOVE IDX-O TO WIN-IDX
               MOVE "COMPUTER" TO LOG-WHO
           END-IF
           PERFORM LOG-WIN
           MOVE NAME-X TO LIVE-WINNER
           PERFORM PUBLISH-RESULT
           IF PUZZLE-ON THEN
               MOVE -1 TO PUZ-WINNER
               PERFORM JUDGE-PUZZLE
               PERFORM LOAD-SCORE
               ADD 1 TO SCORE-LOSSES
               PERFORM SAVE-SCORE
               MOVE "LOSS" TO LOG-SCORE-KIND
               PERFORM LOG-SCORED
               PERFORM DISPLAY-SCORE
           END-IF.
           MOVE IDX-X TO WIN-IDX
001890 LINE1890.
           DISPLAY MSG-DRAW
           PERFORM LOG-DRAW.
           MOVE SPACES TO LIVE-RESULT
           STRING "DRAWN - " DRAW-REASON
               DELIMITED BY SIZE INTO LIVE-RESULT
           MOVE "OVER" TO LIVE-STATE
           PERFORM PUBLISH-LIVE-VIEW.
           PERFORM CLOSE-CORR-GAME.
           IF PUZZLE-ON THEN
               MOVE 0 TO PUZ-WINNER
               PERFORM JUDGE-PUZZLE
      * Does the piece at (X,Y) have a legal simple move or jump?
      * Kings (abs value 2) may move/jump along any of the 4 diagonals;
      * men may only move/jump toward TURN-SIDE's forward direction,
      * the same restriction the computer's own move search applies --
      * except that where men capture backwards, the two diagonals
      * behind are looked at for captures only.
       CHECK-SQUARE-FOR-MOVE.
           MOVE "N" TO HINT-FOUND
      * Every direction is examined even after a move has been found,
                       UNTIL HINT-DIR-A > 1
                   PERFORM CHECK-ONE-DIRECTION
               END-PERFORM
               IF MEN-CAPTURE-BACK THEN
                   COMPUTE HINT-DIR-B = 0 - TURN-SIDE
                   MOVE "Y" TO HINT-CAPTURE-ONLY
                   PERFORM VARYING HINT-DIR-A FROM -1 BY 2
                           UNTIL HINT-DIR-A > 1
                       PERFORM CHECK-ONE-DIRECTION
                   END-PERFORM
                   MOVE "N" TO HINT-CAPTURE-ONLY
               END-IF
           END-IF.
      * One diagonal step from (X,Y) in direction HINT-DIR-A/HINT-DIR-B:
      * legal if the landing square is empty, or if it holds an enemy
      * piece that can be jumped into an empty square beyond it. A
      * flying king slides on over empty squares and may still jump
      * the first piece it meets.
       CHECK-ONE-DIRECTION.
           ADD X TO HINT-DIR-A GIVING HINT-U
           ADD Y TO HINT-DIR-B GIVING HINT-V
               EXIT PARAGRAPH
           END-IF
           IF S(HINT-U,HINT-V) = EMPTY THEN
               IF HINT-CAPTURE-ONLY NOT = "Y" THEN
                   SET HINT-SQUARE-HAS-MOVE TO TRUE
               END-IF
               IF ABS(S(X,Y)) NOT = 2 OR NOT FLYING-KINGS THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE "E" TO HINT-WALK
               PERFORM UNTIL HINT-WALK NOT = "E"
                   ADD HINT-DIR-A TO HINT-U
                   ADD HINT-DIR-B TO HINT-V
                   IF HINT-U < 1 OR HINT-U > 8
                      OR HINT-V < 1 OR HINT-V > 8 THEN
                       MOVE "O" TO HINT-WALK
                   ELSE
                       IF S(HINT-U,HINT-V) NOT = EMPTY THEN
                           MOVE "P" TO HINT-WALK
                       END-IF
                   END-IF
               END-PERFORM
               IF HINT-WALK = "O" THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF (TURN-SIDE = 1 AND S(HINT-U,HINT-V) < 0)
              OR (TURN-SIDE = -1 AND S(HINT-U,HINT-V) > 0) THEN
                   END-IF
               END-IF
           END-IF.
      * Walk the squares strictly between (LEG-FX,LEG-FY) and (LEG-TX,
      * LEG-TY), counting the mover's own pieces and the enemy's and
      * noting where the last enemy piece stood. A leg that is not a
      * diagonal leaves LEG-DIST zero and nothing counted.
       SCAN-LEG-PATH.
           MOVE 0 TO LEG-DIST PATH-OWN PATH-ENEMIES PATH-CX PATH-CY
           COMPUTE LEG-DX = LEG-TX - LEG-FX
           COMPUTE LEG-DY = LEG-TY - LEG-FY
           IF LEG-DX = 0 OR ABS(LEG-DX) NOT = ABS(LEG-DY) THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ABS(LEG-DX) TO LEG-DIST
           IF S(LEG-FX,LEG-FY) > 0 THEN
               MOVE 1 TO LEG-SIDE
           ELSE
               MOVE -1 TO LEG-SIDE
           END-IF
           MOVE LEG-FX TO PATH-X
           MOVE LEG-FY TO PATH-Y
           COMPUTE PATH-STEPS = LEG-DIST - 1
           PERFORM PATH-STEPS TIMES
               COMPUTE PATH-X = PATH-X + LEG-DX / LEG-DIST
               COMPUTE PATH-Y = PATH-Y + LEG-DY / LEG-DIST
               IF S(PATH-X,PATH-Y) NOT = EMPTY THEN
                   IF S(PATH-X,PATH-Y) * LEG-SIDE > 0 THEN
                       ADD 1 TO PATH-OWN
                   ELSE
                       ADD 1 TO PATH-ENEMIES
                       MOVE PATH-X TO PATH-CX
                       MOVE PATH-Y TO PATH-CY
                   END-IF
               END-IF
           END-PERFORM.
      * Is the leg (LEG-FX,LEG-FY) to (LEG-TX,LEG-TY) legal for the
      * piece on the from square under the rules in play? The landing
      * square must be empty and on a diagonal, with none of the
      * mover's own pieces and at most one enemy piece in between --
      * that enemy piece makes it a capture. A man steps one square
      * forward or captures over an adjacent piece (forward only in
      * the English game); an English king goes one square or
      * captures over an adjacent piece in any direction; a flying
      * king goes any distance.
       CHECK-PLAYER-LEG.
           MOVE "N" TO LEG-OK
           MOVE "N" TO LEG-CAPTURE
           IF LEG-FX < 1 OR LEG-FX > 8 OR LEG-FY < 1 OR LEG-FY > 8
              OR LEG-TX < 1 OR LEG-TX > 8
              OR LEG-TY < 1 OR LEG-TY > 8 THEN
               EXIT PARAGRAPH
           END-IF
           IF S(LEG-TX,LEG-TY) NOT = EMPTY THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-LEG-PATH
           IF LEG-DIST = 0 OR PATH-OWN > 0 OR PATH-ENEMIES > 1 THEN
               EXIT PARAGRAPH
           END-IF
           IF PATH-ENEMIES = 1 THEN
               MOVE "Y" TO LEG-CAPTURE
           END-IF
           IF ABS(S(LEG-FX,LEG-FY)) = 2 THEN
               IF FLYING-KINGS OR LEG-DIST = 1
                  OR (LEG-DIST = 2 AND LEG-CAPTURE = "Y") THEN
                   MOVE "Y" TO LEG-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LEG-DIST = 1 AND LEG-DY = LEG-SIDE THEN
               MOVE "Y" TO LEG-OK
           END-IF
           IF LEG-DIST = 2 AND LEG-CAPTURE = "Y" THEN
               IF LEG-DY = 2 * LEG-SIDE OR MEN-CAPTURE-BACK THEN
                   MOVE "Y" TO LEG-OK
               END-IF
           END-IF.
      * Write the current BOARD out to CHECKERS.SAV so the game can
      * be resumed later instead of replaying from the fixed INITVALS
      * setup.
           MOVE TURN-SIDE TO CKPT-TURN-SIDE
           MOVE DIFFICULTY TO CKPT-DIFFICULTY
           MOVE TWO-PLAYER TO CKPT-TWO-PLAYER
           MOVE RULE-VARIANT TO CKPT-VARIANT
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE CKPT-RECORD TO CHECKPOINT-LINE
           WRITE CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE
           DISPLAY "GAME SAVED TO CHECKERS.SAV" AT 2410.
      * Rewrite the spectator view from the game as it stands. A view
      * that cannot be written is simply skipped -- spectators never
      * hold up play -- and puzzles are private and not shown.
       PUBLISH-LIVE-VIEW.
           IF PUZZLE-ON THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LIVE-HEADER
           MOVE LIVE-BOARD-NAME TO LV-GAME
           MOVE LIVE-STATE TO LV-STATE
           IF TURN-SIDE = 1 THEN
               MOVE "O" TO LV-TURN
           ELSE
               MOVE "X" TO LV-TURN
           END-IF
           MOVE NAME-O TO LV-NAME-O
           MOVE NAME-X TO LV-NAME-X
           MOVE CLOCK-MODE TO LV-CLOCK-MODE
           MOVE 0 TO LV-CLOCK-O LV-CLOCK-X
           IF CLOCK-O-LEFT > 0 THEN
               MOVE CLOCK-O-LEFT TO LV-CLOCK-O
           END-IF
           IF CLOCK-X-LEFT > 0 THEN
               MOVE CLOCK-X-LEFT TO LV-CLOCK-X
           END-IF
           ACCEPT LV-TURN-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME-NOW FROM TIME
           COMPUTE LV-TURN-SEC =
               CLK-HH * 3600 + CLK-MM * 60 + CLK-SS
           MOVE MH-COUNT TO LV-MOVES
           MOVE LIVE-RESULT TO LV-RESULT
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > 8
               PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 8
                   MOVE S(X,Y) TO LIVE-S(X,Y)
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT LIVE-FILE
           IF LIVE-STATUS NOT = "00" AND LIVE-STATUS NOT = "05" THEN
               EXIT PARAGRAPH
           END-IF
           WRITE LIVE-LINE FROM LIVE-HEADER
           WRITE LIVE-LINE FROM LIVE-BOARD
           PERFORM VARYING MH-I FROM 1 BY 1 UNTIL MH-I > MH-COUNT
               MOVE SPACES TO LIVE-MOVE-LINE
               MOVE MH-SIDE(MH-I) TO LM-SIDE
               MOVE MH-TEXT(MH-I) TO LM-TEXT
               WRITE LIVE-LINE FROM LIVE-MOVE-LINE
           END-PERFORM
           CLOSE LIVE-FILE.
      * The finished game's last view: "NAME WINS" for LIVE-WINNER,
      * with how the game was won when it was not on the board.
       PUBLISH-RESULT.
           MOVE SPACES TO LIVE-RESULT
           IF LIVE-REASON = SPACES THEN
               STRING TRIM(LIVE-WINNER) " WINS"
                   DELIMITED BY SIZE INTO LIVE-RESULT
           ELSE
               STRING TRIM(LIVE-WINNER) " WINS - "
                   TRIM(LIVE-REASON)
                   DELIMITED BY SIZE INTO LIVE-RESULT
           END-IF
           MOVE "OVER" TO LIVE-STATE
           PERFORM PUBLISH-LIVE-VIEW
           PERFORM CLOSE-CORR-GAME.
      * A resumed game picks its move list (and, since resuming skips
      * the sign-in, its player names) back up from the view it left
      * behind, as long as that view was of a game set aside rather
      * than one already finished.
       LOAD-LIVE-MOVES.
           OPEN INPUT LIVE-FILE
           IF LIVE-STATUS NOT = "00" THEN
               IF LIVE-STATUS = "05" THEN
                   CLOSE LIVE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LIVE-HEADER
           READ LIVE-FILE INTO LIVE-HEADER
               AT END MOVE "10" TO LIVE-STATUS
           END-READ
           IF LIVE-STATUS = "00" AND LV-GAME = LIVE-BOARD-NAME
              AND (LV-STATE = "SAVED" OR LV-STATE = "MAILED") THEN
               IF NAME-O = SPACES THEN
                   MOVE LV-NAME-O TO NAME-O
                   MOVE LV-NAME-X TO NAME-X
               END-IF
               READ LIVE-FILE
                   AT END MOVE "10" TO LIVE-STATUS
               END-READ
               MOVE 0 TO MH-COUNT
               PERFORM UNTIL LIVE-STATUS NOT = "00"
                          OR MH-COUNT >= 200
                   READ LIVE-FILE INTO LIVE-MOVE-LINE
                       AT END
                           MOVE "10" TO LIVE-STATUS
                       NOT AT END
                           ADD 1 TO MH-COUNT
                           MOVE LM-SIDE TO MH-SIDE(MH-COUNT)
                           MOVE LM-TEXT TO MH-TEXT(MH-COUNT)
                           MOVE 0 TO MH-PTR
                           INSPECT LM-TEXT TALLYING MH-PTR
                               FOR ALL "-" ALL "x"
                           COMPUTE MH-LEN(MH-COUNT) = 2 + 3 * MH-PTR
                   END-READ
               END-PERFORM
           END-IF
           CLOSE LIVE-FILE.
      * A flying X king's moves along the diagonal A,B from (X,Y):
      * every empty square up to the first piece, then -- when that
      * piece is O's -- every empty square beyond it up to the next
      * piece, as captures. Each is scored through LINE0910 like any
      * other candidate. With SEARCH-CAPTURES-ONLY set (a multi-jump)
      * only the captures are looked at.
       SEARCH-FLYING-KING.
           MOVE X TO U
           MOVE Y TO V
           MOVE "N" TO SEARCH-JUMP
           PERFORM STEP-ALONG-DIAGONAL
           PERFORM UNTIL NOT WALK-EMPTY
               IF SEARCH-CAPTURES-ONLY NOT = "Y" THEN
                   PERFORM LINE0910
               END-IF
               PERFORM STEP-ALONG-DIAGONAL
           END-PERFORM
           IF WALK-OFF-BOARD THEN
               EXIT PARAGRAPH
           END-IF
           IF S(U,V) < 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SEARCH-JUMP
           PERFORM STEP-ALONG-DIAGONAL
           PERFORM UNTIL NOT WALK-EMPTY
               PERFORM LINE0910
               PERFORM STEP-ALONG-DIAGONAL
           END-PERFORM.
      * One square further along A,B from (U,V).
       STEP-ALONG-DIAGONAL.
           ADD A TO U
           ADD B TO V
           IF U < 1 OR U > 8 OR V < 1 OR V > 8 THEN
               SET WALK-OFF-BOARD TO TRUE
           ELSE
               IF S(U,V) = EMPTY THEN
                   SET WALK-EMPTY TO TRUE
               ELSE
                   SET WALK-AT-PIECE TO TRUE
               END-IF
           END-IF.
      * Extra lookahead plies for higher DIFFICULTY settings. 001030-
      * 001080 above already checks one diagonal past the candidate
      * landing square (U,V) for support/exposure; this extends that
                   END-IF
               END-PERFORM
           END-IF.
      * Look the position, X to move, up in CHECKERS.BOOK. Every line
      * for it whose move is still playable on this board is scored
      * (X wins twice, draws once, per game played, out of 1000) and
      * the best kept, more games breaking a tie. No playable move, or
      * a best move that loses more than it wins, ends the book.
       BOOK-LOOKUP.
           PERFORM PACK-POSITION
           MOVE "X" TO REP-WORK-KEY(65:1)
           MOVE "N" TO BOOK-FOUND
           MOVE 0 TO BOOK-BEST-SCORE
           MOVE 0 TO BOOK-BEST-GAMES
           OPEN INPUT BOOK-FILE
           IF BOOK-STATUS NOT = "00" THEN
               IF BOOK-STATUS = "05" THEN
                   CLOSE BOOK-FILE
               END-IF
               MOVE "N" TO BOOK-SW
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BOOK-EOF
           PERFORM UNTIL BOOK-EOF = "Y"
               READ BOOK-FILE INTO BOOK-RECORD
                   AT END
                       MOVE "Y" TO BOOK-EOF
                   NOT AT END
                       IF BK-KEY = REP-WORK-KEY AND BK-GAMES > 0 THEN
                           PERFORM BOOK-CHECK-MOVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           IF BOOK-FOUND NOT = "Y" OR BOOK-BEST-SCORE < 500 THEN
               MOVE "N" TO BOOK-SW
           END-IF.
      * One book line for this position: is its move legal for X here
      * (an X piece on the from square, an empty landing square one or
      * two diagonals away, men moving down the board, an O piece
      * under any jump), and does it beat the best so far?
       BOOK-CHECK-MOVE.
           IF BK-FX < 1 OR BK-FX > 8 OR BK-FY < 1 OR BK-FY > 8
              OR BK-TX < 1 OR BK-TX > 8 OR BK-TY < 1 OR BK-TY > 8 THEN
               EXIT PARAGRAPH
           END-IF
           IF S(BK-FX,BK-FY) >= 0 OR S(BK-TX,BK-TY) NOT = EMPTY THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE BOOK-DX = BK-TX - BK-FX
           COMPUTE BOOK-DY = BK-TY - BK-FY
           IF ABS(BOOK-DX) NOT = ABS(BOOK-DY) OR ABS(BOOK-DX) > 2 THEN
               EXIT PARAGRAPH
           END-IF
           IF S(BK-FX,BK-FY) = X-MAN AND BOOK-DY > 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF ABS(BOOK-DX) = 2 THEN
               IF S(BK-FX + BOOK-DX / 2, BK-FY + BOOK-DY / 2) <= 0 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE BOOK-SCORE =
               (BK-X-WINS * 2 + BK-DRAWS) * 500 / BK-GAMES
           IF BOOK-FOUND = "Y" THEN
               IF BOOK-SCORE < BOOK-BEST-SCORE THEN
                   EXIT PARAGRAPH
               END-IF
               IF BOOK-SCORE = BOOK-BEST-SCORE
                  AND BK-GAMES NOT > BOOK-BEST-GAMES THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO BOOK-FOUND
           MOVE BOOK-SCORE TO BOOK-BEST-SCORE
           MOVE BK-GAMES TO BOOK-BEST-GAMES
           MOVE BK-FX TO BB-FX
           MOVE BK-FY TO BB-FY
           MOVE BK-TX TO BB-TX
           MOVE BK-TY TO BB-TY.
      * Append one line to CHECKERS.LOG for the move in LOG-WHO/
      * LOG-FX/LOG-FY/LOG-TX/LOG-TY. Used for both computer moves
      * (LINE1240) and human moves (LINE1750), including jump legs.
      * A game under Russian or Brazilian rules names them after the
      * move, so nothing reading the log mistakes it for English.
       LOG-MOVE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-ENTRY
           STRING AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-TIME DELIMITED BY SIZE
               LOG-TX DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               LOG-TY DELIMITED BY SIZE
               RULE-LOG-TAG DELIMITED BY SIZE
               INTO AUDIT-ENTRY
           END-STRING
           OPEN EXTEND AUDIT-FILE
               MOVE "PLAYER-X" TO LOG-WHO
           END-IF.
           PERFORM LOG-RESIGN.
           MOVE "RESIGNED" TO LIVE-REASON
           IF TURN-SIDE = 1 THEN
               DISPLAY MSG-I-WIN
               MOVE "0-1" TO PDN-RESULT
               MOVE NAME-X TO LIVE-WINNER
           ELSE
               DISPLAY MSG-YOU-WIN
               MOVE "1-0" TO PDN-RESULT
               MOVE NAME-O TO LIVE-WINNER
           END-IF.
           PERFORM PUBLISH-RESULT.
           PERFORM OFFER-PDN-EXPORT.
           STOP RUN.
      * Append one line to CHECKERS.LOG noting LOG-WHO was blocked with
               " BLOCKED - NO LEGAL MOVES - LOSES" DELIMITED BY SIZE
               INTO AUDIT-ENTRY
           END-STRING
           MOVE "BLOCKED" TO LIVE-REASON
           OPEN EXTEND AUDIT-FILE
           MOVE AUDIT-ENTRY TO AUDIT-LINE
           WRITE AUDIT-LINE
      * simply stops collecting new keys, which can only delay a
      * repetition draw, never invent one.
       RECORD-POSITION.
           PERFORM PACK-POSITION
           IF TURN-SIDE = 1 THEN
               MOVE "O" TO REP-WORK-KEY(65:1)
           ELSE
               MOVE 1 TO REP-HITS(REP-COUNT)
               MOVE 1 TO REP-HITS-NOW
           END-IF.
      * The 64 squares packed into REP-WORK-KEY, one letter each,
      * column by column; the caller puts the side to move in 65. The
      * opening book keys its positions exactly the same way.
       PACK-POSITION.
           MOVE SPACES TO REP-WORK-KEY
           MOVE 1 TO REP-PTR
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > 8
               PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 8
                   EVALUATE S(X,Y)
                       WHEN -2 MOVE "A" TO REP-SQ-CH
                       WHEN -1 MOVE "B" TO REP-SQ-CH
                       WHEN  0 MOVE "C" TO REP-SQ-CH
                       WHEN  1 MOVE "D" TO REP-SQ-CH
                       WHEN OTHER MOVE "E" TO REP-SQ-CH
                   END-EVALUATE
                   MOVE REP-SQ-CH TO REP-WORK-KEY(REP-PTR:1)
                   ADD 1 TO REP-PTR
               END-PERFORM
           END-PERFORM.
      * A draw splits the adjustment UPDATE-PLAYER-RESULTS would have
      * forced onto a winner: both profiles play a game, neither gets
      * a win or a loss, and rating points flow from the higher-rated
           IF IDX-O = 0 OR IDX-X = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE IDX-O TO POST-IDX-A
           MOVE IDX-X TO POST-IDX-B
           PERFORM LOCK-PLAYER-PAIR
           IF POST-FAILED = "Y" THEN
               DISPLAY "LADDER BUSY - GAME NOT RATED" AT 2310
               EXIT PARAGRAPH
           END-IF
           MOVE PT-NAME(IDX-O) TO LOG-NAME-A
           MOVE PT-NAME(IDX-X) TO LOG-NAME-B
           MOVE "DREW" TO LOG-VERB
           ADD 1 TO PT-GAMES(IDX-O)
           ADD 1 TO PT-GAMES(IDX-X)
           COMPUTE RATING-DELTA =
                   SUBTRACT RATING-DELTA FROM PT-RATING(IDX-O)
               END-IF
           END-IF
           PERFORM STORE-PLAYER-PAIR
           PERFORM LOG-RATED
           DISPLAY "RATINGS UPDATED IN " AT 2310
           DISPLAY TRIM(PLAYER-FILE-NAME) AT 2329.
      * Append one line to CHECKERS.LOG naming the two profiles a rated
      * game was just posted to -- LOG-NAME-A OVER (or DREW) LOG-NAME-B
      * at fixed columns, with the rules tag for the variant ladders --
      * so the reconciliation job can rebuild every profile's games,
      * wins and losses from the log alone.
       LOG-RATED.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-ENTRY
           STRING AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-TIME DELIMITED BY SIZE
               "  RATED    " DELIMITED BY SIZE
               LOG-NAME-A DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOG-VERB DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOG-NAME-B DELIMITED BY SIZE
               RULE-LOG-TAG DELIMITED BY SIZE
               INTO AUDIT-ENTRY
           END-STRING
           OPEN EXTEND AUDIT-FILE
           MOVE AUDIT-ENTRY TO AUDIT-LINE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
      * Append one line to CHECKERS.LOG each time CHECKERS.SCR takes a
      * win or a loss, so the scoreboard can be rebuilt from the log;
      * puzzles and resignations never reach the scoreboard and so
      * never write one. After the WIN/LOSS (cols 29-32) come the
      * difficulty the game was played at (col 40) and the two sides'
      * names (O at cols 42-53, X at 55-66), so a win over the
      * computer at a given lookahead can be credited to the player.
       LOG-SCORED.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-ENTRY
           STRING AUDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-TIME DELIMITED BY SIZE
               "  SCORED   " DELIMITED BY SIZE
               LOG-SCORE-KIND DELIMITED BY SIZE
               " LEVEL " DELIMITED BY SIZE
               DIFFICULTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAME-O DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NAME-X DELIMITED BY SIZE
               INTO AUDIT-ENTRY
           END-STRING
           OPEN EXTEND AUDIT-FILE
           MOVE AUDIT-ENTRY TO AUDIT-LINE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
      * Append one line to CHECKERS.LOG noting LOG-WHO resigned, in the
      * same style LOG-MOVE uses for ordinary moves.
       LOG-RESIGN.
                   AT 2501
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CORR-TX CORR-TY
           PERFORM READ-REMOTE-LINE
               UNTIL CORR-IN-STATUS NOT = "00"
           CLOSE CORR-IN-FILE
           IF CORR-TX > 0 THEN
               IF CORR-REMOTE-SIDE = 1 AND CORR-TY = 8 THEN
                   MOVE O-KING TO S(CORR-TX,CORR-TY)
               END-IF
               IF CORR-REMOTE-SIDE = -1 AND CORR-TY = 1 THEN
                   MOVE X-KING TO S(CORR-TX,CORR-TY)
               END-IF
           END-IF
      * Empty the incoming file so a rerun cannot apply it twice.
           OPEN OUTPUT CORR-IN-FILE
           CLOSE CORR-IN-FILE
           IF GAME-REG-IDX > 0 THEN
               MOVE "L" TO GT-TURN(GAME-REG-IDX)
               PERFORM STAMP-TURN-CHANGE
               PERFORM SAVE-GAME-REGISTRY
           END-IF.
      * Read every open-game record from CHECKERS.GAMES; a missing
                         TO GT-MY-NAME(GAME-REG-COUNT)
                       MOVE GR-MAILTO
                         TO GT-MAILTO(GAME-REG-COUNT)
                       PERFORM TAKE-GAME-REG-LIMITS
                   END-IF
           END-READ.
      * The stall fields of the record just read. A date never stamped
      * reads as zero, which CHKSTALL takes as "start counting now".
       TAKE-GAME-REG-LIMITS.
           MOVE 0 TO GT-LAST-MOVE(GAME-REG-COUNT)
           IF GR-LAST-MOVE IS NUMERIC THEN
               MOVE GR-LAST-MOVE TO GT-LAST-MOVE(GAME-REG-COUNT)
           END-IF
           IF GR-REMIND-DAYS IS NUMERIC AND GR-WARN-DAYS IS NUMERIC
              AND GR-DEADLINE-DAYS IS NUMERIC THEN
               MOVE GR-REMIND-DAYS TO GT-REMIND-DAYS(GAME-REG-COUNT)
               MOVE GR-WARN-DAYS TO GT-WARN-DAYS(GAME-REG-COUNT)
               MOVE GR-DEADLINE-DAYS
                 TO GT-DEADLINE-DAYS(GAME-REG-COUNT)
           ELSE
               MOVE 7 TO GT-REMIND-DAYS(GAME-REG-COUNT)
               MOVE 14 TO GT-WARN-DAYS(GAME-REG-COUNT)
               MOVE 21 TO GT-DEADLINE-DAYS(GAME-REG-COUNT)
           END-IF
           MOVE GR-NOTICE TO GT-NOTICE(GAME-REG-COUNT)
           MOVE GR-STATE TO GT-STATE(GAME-REG-COUNT).
      * Rewrite CHECKERS.GAMES from the table.
       SAVE-GAME-REGISTRY.
           OPEN OUTPUT GAMES-FILE
               MOVE GT-TURN(GR-I) TO GR-TURN
               MOVE GT-MY-NAME(GR-I) TO GR-MY-NAME
               MOVE GT-MAILTO(GR-I) TO GR-MAILTO
               MOVE GT-LAST-MOVE(GR-I) TO GR-LAST-MOVE
               MOVE GT-REMIND-DAYS(GR-I) TO GR-REMIND-DAYS
               MOVE GT-WARN-DAYS(GR-I) TO GR-WARN-DAYS
               MOVE GT-DEADLINE-DAYS(GR-I) TO GR-DEADLINE-DAYS
               MOVE GT-NOTICE(GR-I) TO GR-NOTICE
               MOVE GT-STATE(GR-I) TO GR-STATE
               MOVE GAME-REG-RECORD TO GAMES-LINE
               WRITE GAMES-LINE
           END-PERFORM
           CLOSE GAMES-FILE.
      * Open games beside the startup prompts: ID, opponent, and
      * whose turn it is (YOU or THEM). Finished and forfeited games
      * stay on file but are not listed.
       SHOW-OPEN-GAMES.
           MOVE 0 TO GAME-LIST-ROW
           PERFORM VARYING GR-I FROM 1 BY 1
                   UNTIL GR-I > GAME-REG-COUNT OR GAME-LIST-ROW >= 6
               IF GT-STATE(GR-I) = SPACE THEN
                   PERFORM SHOW-ONE-OPEN-GAME
               END-IF
           END-PERFORM
           IF GAME-LIST-ROW = 0 THEN
               DISPLAY "NO OPEN GAMES ON FILE" AT 0250
           ELSE
               DISPLAY "OPEN GAMES (ID/OPPONENT/TURN):" AT 0250
           END-IF.
       SHOW-ONE-OPEN-GAME.
           ADD 1 TO GAME-LIST-ROW
           MOVE SPACES TO GAME-LIST-LINE
           IF GT-TURN(GR-I) = "L" THEN
               STRING GT-ID(GR-I) " " GT-OPPONENT(GR-I) " YOU"
                   DELIMITED BY SIZE INTO GAME-LIST-LINE
           ELSE
               STRING GT-ID(GR-I) " " GT-OPPONENT(GR-I) " THEM"
                   DELIMITED BY SIZE INTO GAME-LIST-LINE
           END-IF
           COMPUTE GAME-LIST-POS = 0250 + (GAME-LIST-ROW * 100)
           DISPLAY GAME-LIST-LINE AT GAME-LIST-POS.
       FIND-GAME-IN-REGISTRY.
           MOVE 0 TO GAME-REG-IDX
           PERFORM VARYING GR-I FROM 1 BY 1
               DELIMITED BY SIZE INTO CORR-IN-NAME
           MOVE SPACES TO CORR-OUT-NAME
           STRING "CHECKMOVE.OUT." GAME-ID
               DELIMITED BY SIZE INTO CORR-OUT-NAME
           MOVE GAME-ID TO LIVE-BOARD-NAME
           MOVE SPACES TO LIVE-NAME
           STRING "CHECKERS.LIVE." GAME-ID
               DELIMITED BY SIZE INTO LIVE-NAME.
      * Normalise the variant just chosen or loaded -- anything but R
      * or B is the English game -- and point the ladder, the log and
      * the correspondence header at it.
       SET-RULE-VARIANT.
           INSPECT RULE-VARIANT CONVERTING "rb" TO "RB"
           IF NOT RUSSIAN-RULES AND NOT BRAZILIAN-RULES THEN
               MOVE "E" TO RULE-VARIANT
           END-IF
           EVALUATE TRUE
               WHEN RUSSIAN-RULES
                   MOVE "RUSSIAN" TO RULE-NAME
                   MOVE " RUSSIAN" TO RULE-LOG-TAG
                   MOVE "CHECKERS.PLAYERS.RUS" TO PLAYER-FILE-NAME
               WHEN BRAZILIAN-RULES
                   MOVE "BRAZILIAN" TO RULE-NAME
                   MOVE " BRAZILIAN" TO RULE-LOG-TAG
                   MOVE "CHECKERS.PLAYERS.BRA" TO PLAYER-FILE-NAME
               WHEN OTHER
                   MOVE "ENGLISH" TO RULE-NAME
                   MOVE SPACES TO RULE-LOG-TAG
                   MOVE "CHECKERS.PLAYERS" TO PLAYER-FILE-NAME
           END-EVALUATE
           MOVE "Y" TO RULES-FIXED.
      * The rules of a correspondence game, read ahead of the sign-in:
      * from the game's checkpoint once it is under way, or from the
      * header of the first move when the other site started it.
       PEEK-CORR-RULES.
           IF GAME-REG-IDX > 0 THEN
               OPEN INPUT CHECKPOINT-FILE
               IF CKPT-STATUS = "00" THEN
                   MOVE SPACES TO CKPT-RECORD
                   READ CHECKPOINT-FILE
                       NOT AT END MOVE CHECKPOINT-LINE TO CKPT-RECORD
                   END-READ
                   CLOSE CHECKPOINT-FILE
                   MOVE CKPT-VARIANT TO RULE-VARIANT
                   MOVE "Y" TO RULES-FIXED
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CORR-IN-FILE
           IF CORR-IN-STATUS NOT = "00" THEN
               IF CORR-IN-STATUS = "05" THEN
                   CLOSE CORR-IN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CORR-REC
           READ CORR-IN-FILE INTO CORR-REC
               AT END MOVE SPACES TO CORR-REC
           END-READ
           CLOSE CORR-IN-FILE
           IF CORR-REC(1:29) = "CHECKERS CORRESPONDENCE GAME "
              AND CORR-REC(30:4) = GAME-ID THEN
               PERFORM TAKE-CORR-RULES
               MOVE CORR-RULES TO RULE-VARIANT
               MOVE "Y" TO RULES-FIXED
           END-IF.
      * The rules named in the correspondence header in CORR-REC; a
      * header from before variants were played is English.
       TAKE-CORR-RULES.
           MOVE "E" TO CORR-RULES
           IF CORR-REC(50:9) = " - RULES " THEN
               MOVE CORR-REC(59:1) TO CORR-RULES
           END-IF
           IF CORR-RULES NOT = "R" AND CORR-RULES NOT = "B" THEN
               MOVE "E" TO CORR-RULES
           END-IF.
      * A fresh registry entry for the game just set up; the local
      * side moves first until a mailed move says otherwise.
       REGISTER-NEW-GAME.
      * stays inside the 80-column screen
           DISPLAY "REMOTE MAIL ADDRESS (BLANK=HAND-OFF)?" AT 1416
           ACCEPT GT-MAILTO(GAME-REG-COUNT) AT 1516
      * How long this game may sit on one turn: a reminder, a final
      * warning, then a forfeit, each so many days after the turn
      * last changed hands. Anything but three rising limits is the
      * house 7/14/21.
           MOVE 0 TO GT-REMIND-DAYS(GAME-REG-COUNT)
               GT-WARN-DAYS(GAME-REG-COUNT)
               GT-DEADLINE-DAYS(GAME-REG-COUNT)
           DISPLAY "DAYS TO REMIND, WARN, FORFEIT (00=7 14 21)?"
               AT 1616
           ACCEPT GT-REMIND-DAYS(GAME-REG-COUNT) AT 1716
           ACCEPT GT-WARN-DAYS(GAME-REG-COUNT) AT 1719
           ACCEPT GT-DEADLINE-DAYS(GAME-REG-COUNT) AT 1722
           IF GT-REMIND-DAYS(GAME-REG-COUNT) = 0
              OR GT-WARN-DAYS(GAME-REG-COUNT)
                 NOT > GT-REMIND-DAYS(GAME-REG-COUNT)
              OR GT-DEADLINE-DAYS(GAME-REG-COUNT)
                 NOT > GT-WARN-DAYS(GAME-REG-COUNT) THEN
               MOVE 7 TO GT-REMIND-DAYS(GAME-REG-COUNT)
               MOVE 14 TO GT-WARN-DAYS(GAME-REG-COUNT)
               MOVE 21 TO GT-DEADLINE-DAYS(GAME-REG-COUNT)
           END-IF
           MOVE SPACE TO GT-STATE(GAME-REG-COUNT)
           MOVE GAME-REG-COUNT TO GAME-REG-IDX
           PERFORM STAMP-TURN-CHANGE
           PERFORM SAVE-GAME-REGISTRY.
      * The turn just changed hands: the stall count starts over and
      * any reminder already sent no longer applies.
       STAMP-TURN-CHANGE.
           ACCEPT GT-LAST-MOVE(GAME-REG-IDX) FROM DATE YYYYMMDD
           MOVE SPACE TO GT-NOTICE(GAME-REG-IDX).
      * A correspondence game that has just finished on the board is
      * marked so in the registry, leaving the open-games list and the
      * nightly stalled-games pass.
       CLOSE-CORR-GAME.
           IF CORR-GAME AND GAME-REG-IDX > 0 THEN
               MOVE "C" TO GT-STATE(GAME-REG-IDX)
               PERFORM SAVE-GAME-REGISTRY
           END-IF.
      * Queue the just-written move file on the mail sender's spool,
      * one pending request the way SHOPDIGEST queues the digest. A
      * game registered without a mail address keeps the old manual
                           CLOSE CORR-IN-FILE
                           STOP RUN
                       END-IF
      * So must its rules: a move played under other rules than this
      * board's is refused the same way.
                       PERFORM TAKE-CORR-RULES
                       IF CORR-RULES NOT = RULE-VARIANT THEN
                           DISPLAY "INCOMING MOVE IS UNDER OTHER RULES"
                               AT 2501
                           DISPLAY " - NOT APPLIED" AT 2535
                           CLOSE CORR-IN-FILE
                           STOP RUN
                       END-IF
                   END-IF
                   IF CORR-REC(1:10) = "MOVE FROM " THEN
                       PERFORM APPLY-ONE-REMOTE-LEG
                   MOVE "Y" TO CORR-BAD
               END-IF
           END-IF
      * The leg itself is held to the same rules as a local player's.
           IF CORR-BAD = "N" THEN
               MOVE CORR-FX TO LEG-FX
               MOVE CORR-FY TO LEG-FY
               MOVE CORR-TX TO LEG-TX
               MOVE CORR-TY TO LEG-TY
               PERFORM CHECK-PLAYER-LEG
               IF LEG-OK NOT = "Y" THEN
                   MOVE "Y" TO CORR-BAD
               END-IF
           END-IF
                   AT 2501
               STOP RUN
           END-IF
           IF CORR-REMOTE-SIDE = 1 THEN
               MOVE "REMOTE-O" TO LOG-WHO
           ELSE
           MOVE CORR-TX TO LOG-TX
           MOVE CORR-TY TO LOG-TY
           PERFORM LOG-MOVE
           PERFORM RECORD-GAME-MOVE
           MOVE S(CORR-FX,CORR-FY) TO S(CORR-TX,CORR-TY)
           MOVE EMPTY TO S(CORR-FX,CORR-FY)
           IF PATH-ENEMIES > 0 THEN
               MOVE EMPTY TO S(PATH-CX,PATH-CY)
           END-IF
      * A Brazilian man capturing across the far row is crowned only
      * if the move ends there, once all its legs are in.
           IF BRAZILIAN-RULES AND PATH-ENEMIES > 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF CORR-REMOTE-SIDE = 1 AND CORR-TY = 8 THEN
               MOVE O-KING TO S(CORR-TX,CORR-TY)
           END-IF
           IF CORR-REMOTE-SIDE = -1 AND CORR-TY = 1 THEN
               MOVE X-KING TO S(CORR-TX,CORR-TY)
           END-IF.
      * One "MOVE FROM" line per local leg this turn, plus the board
      * snapshot in the checkpoint layout so the message body itself
      * documents the position the move was played from. The header
      * names the rules the game is played under.
       WRITE-CORR-MOVE-FILE.
           OPEN OUTPUT CORR-OUT-FILE
           MOVE SPACES TO CORR-OUT-LINE
           IF CORR-LOCAL-SIDE = 1 THEN
               STRING "CHECKERS CORRESPONDENCE GAME " GAME-ID
                   " - SIDE O PLAYED - RULES " RULE-NAME
                   DELIMITED BY SIZE INTO CORR-OUT-LINE
           ELSE
               STRING "CHECKERS CORRESPONDENCE GAME " GAME-ID
                   " - SIDE X PLAYED - RULES " RULE-NAME
                   DELIMITED BY SIZE INTO CORR-OUT-LINE
           END-IF
           WRITE CORR-OUT-LINE
           MOVE CORR-REMOTE-SIDE TO CKPT-TURN-SIDE
           MOVE DIFFICULTY TO CKPT-DIFFICULTY
           MOVE TWO-PLAYER TO CKPT-TWO-PLAYER
           MOVE RULE-VARIANT TO CKPT-VARIANT
           MOVE "BOARD" TO CORR-OUT-LINE
           WRITE CORR-OUT-LINE
           MOVE CKPT-RECORD TO CORR-OUT-LINE
           COMPUTE SQ-NO = (8 - SQ-Y) * 4 + (SQ-X + 1) / 2.
      * Append the move in LOG-FX/FY/TX/TY to the notation history.
      * A capture leg by the side that also made the previous entry is
      * a multi-jump continuation and extends that entry's token. It
      * is called before the board is changed, so the captured piece
      * is still on the path -- and left in PATH-CX/PATH-CY for the
      * caller to remove.
       RECORD-GAME-MOVE.
           IF LOG-WHO = "PLAYER-O" OR LOG-WHO = "REMOTE-O" THEN
               MOVE "O" TO MH-NEW-SIDE
           MOVE LOG-TY TO SQ-Y
           PERFORM COMPUTE-SQUARE-NO
           MOVE SQ-NO TO MH-TO-SQ
           MOVE LOG-FX TO LEG-FX
           MOVE LOG-FY TO LEG-FY
           MOVE LOG-TX TO LEG-TX
           MOVE LOG-TY TO LEG-TY
           PERFORM SCAN-LEG-PATH
           IF PATH-ENEMIES > 0 THEN
               MOVE "x" TO MH-SEP
           ELSE
               MOVE "-" TO MH-SEP
           END-IF.
      * The PDN header tags and one numbered full move per line. The
      * X side (top of the board) always moves first in this program,
      * in both one- and two-player modes. GameType is the standard
      * PDN code for the rules: 21 English, 25 Russian, 26 Brazilian.
       WRITE-PDN-FILE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT PDN-FILE
           MOVE '[Event "LUNCHTIME LADDER"]' TO PDN-LINE
           WRITE PDN-LINE
           EVALUATE TRUE
               WHEN RUSSIAN-RULES
                   MOVE '[GameType "25"]' TO PDN-LINE
               WHEN BRAZILIAN-RULES
                   MOVE '[GameType "26"]' TO PDN-LINE
               WHEN OTHER
                   MOVE '[GameType "21"]' TO PDN-LINE
           END-EVALUATE
           WRITE PDN-LINE
           MOVE SPACES TO PDN-BUF
           STRING '[Date "' AUDIT-DATE(1:4) "." AUDIT-DATE(5:2) "."
               AUDIT-DATE(7:2) '"]' DELIMITED BY SIZE INTO PDN-BUF
               " OUT OF TIME - FORFEITS" DELIMITED BY SIZE
               INTO AUDIT-ENTRY
           END-STRING
           MOVE "OUT OF TIME" TO LIVE-REASON
           OPEN EXTEND AUDIT-FILE
           MOVE AUDIT-ENTRY TO AUDIT-LINE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.
      * Read the ladder in name order into the player table, keeping
      * the 50 best-rated profiles for the startup standings; a
      * missing file just means an empty ladder.
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
      * The lowest-rated table slot, never the slot already holding
      * player O, so a full table can make room for the next name.
       FIND-LOWEST-PLAYER.
           MOVE 0 TO LOW-IDX
           PERFORM VARYING PL-I FROM 1 BY 1
                   UNTIL PL-I > PLAYER-COUNT
               IF PL-I NOT = IDX-O THEN
                   IF LOW-IDX = 0 THEN
                       MOVE PL-I TO LOW-IDX
                   ELSE
                       IF PT-RATING(PL-I) < PT-RATING(LOW-IDX) THEN
                           MOVE PL-I TO LOW-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Open the ladder for update and lock both records of a result
      * in name order, so two terminals posting games between the same
      * players never each hold one lock and wait on the other. Each
      * record read replaces the table copy, so the rating arithmetic
      * starts from what is on file now rather than what was loaded
      * when this game began. A name with no record yet keeps its
      * fresh 1500 profile and is written new by STORE-PLAYER-PAIR.
       LOCK-PLAYER-PAIR.
           MOVE "N" TO POST-FAILED
           OPEN I-O PLAYER-FILE
           IF PLAYER-STATUS NOT = "00"
              AND PLAYER-STATUS NOT = "05" THEN
               MOVE "Y" TO POST-FAILED
               EXIT PARAGRAPH
           END-IF
           IF PT-NAME(POST-IDX-B) < PT-NAME(POST-IDX-A) THEN
               MOVE POST-IDX-B TO LOCK-IDX
               PERFORM LOCK-ONE-PLAYER
               MOVE LOCK-ON-FILE TO ON-FILE-B
               IF POST-FAILED = "N" THEN
                   MOVE POST-IDX-A TO LOCK-IDX
                   PERFORM LOCK-ONE-PLAYER
                   MOVE LOCK-ON-FILE TO ON-FILE-A
               END-IF
           ELSE
               MOVE POST-IDX-A TO LOCK-IDX
               PERFORM LOCK-ONE-PLAYER
               MOVE LOCK-ON-FILE TO ON-FILE-A
               MOVE LOCK-ON-FILE TO ON-FILE-B
               IF POST-FAILED = "N"
                  AND POST-IDX-B NOT = POST-IDX-A THEN
                   MOVE POST-IDX-B TO LOCK-IDX
                   PERFORM LOCK-ONE-PLAYER
                   MOVE LOCK-ON-FILE TO ON-FILE-B
               END-IF
           END-IF
           IF POST-FAILED = "Y" THEN
               UNLOCK PLAYER-FILE
               CLOSE PLAYER-FILE
           END-IF.
      * Another terminal posting a game for the same player holds the
      * record only for the moment of its rewrite, so wait and retry
      * rather than give up on the first locked read.
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
               DISPLAY "LADDER RECORD IN USE - RETRYING" AT 2310
               CALL "CBL_GC_NANOSLEEP" USING 500000000
           END-IF
           ADD 1 TO LOCK-TRIES
           MOVE PT-NAME(LOCK-IDX) TO PLAYER-KEY
           READ PLAYER-FILE WITH LOCK
               KEY IS PLAYER-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
      * Rewrite (or add) just the two rated records, then release the
      * locks and the file for the next terminal.
       STORE-PLAYER-PAIR.
           MOVE POST-IDX-A TO LOCK-IDX
           MOVE ON-FILE-A TO LOCK-ON-FILE
           PERFORM STORE-ONE-PLAYER
           IF POST-IDX-B NOT = POST-IDX-A THEN
               MOVE POST-IDX-B TO LOCK-IDX
               MOVE ON-FILE-B TO LOCK-ON-FILE
               PERFORM STORE-ONE-PLAYER
           END-IF
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
      * Simple exchange sort, descending on rating. The table never
      * exceeds 50 rows so nothing fancier is called for.
       SORT-PLAYERS.
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Locate PL-NAME in the table; a name outside the loaded top 50
      * is read from the ladder by key, and a name never seen before
      * gets a fresh 1500-rated profile, on file once its first game
      * is rated. A full table gives up its lowest-rated slot.
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
      * Ranked ladder shown at startup, replacing the paper chart.
       SHOW-STANDINGS.
           IF WIN-IDX = 0 OR LOSE-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WIN-IDX TO POST-IDX-A
           MOVE LOSE-IDX TO POST-IDX-B
           PERFORM LOCK-PLAYER-PAIR
           IF POST-FAILED = "Y" THEN
               DISPLAY "LADDER BUSY - GAME NOT RATED" AT 2310
               EXIT PARAGRAPH
           END-IF
           MOVE PT-NAME(WIN-IDX) TO LOG-NAME-A
           MOVE PT-NAME(LOSE-IDX) TO LOG-NAME-B
           MOVE "OVER" TO LOG-VERB
           ADD 1 TO PT-GAMES(WIN-IDX)
           ADD 1 TO PT-GAMES(LOSE-IDX)
           ADD 1 TO PT-WINS(WIN-IDX)
           IF PT-RATING(LOSE-IDX) > RATING-DELTA + 100 THEN
               SUBTRACT RATING-DELTA FROM PT-RATING(LOSE-IDX)
           END-IF
           PERFORM STORE-PLAYER-PAIR
           PERFORM LOG-RATED
           DISPLAY "RATINGS UPDATED IN " AT 2310
           DISPLAY TRIM(PLAYER-FILE-NAME) AT 2329.
      * Find puzzle number PUZ-PICK in CHECKERS.PUZ: three lines per
      * puzzle (name, goal, packed board). An unknown number just
      * falls back to a normal game.
               MOVE CKPT-TURN-SIDE TO TURN-SIDE
               MOVE CKPT-DIFFICULTY TO DIFFICULTY
               MOVE CKPT-TWO-PLAYER TO TWO-PLAYER
               MOVE CKPT-VARIANT TO RULE-VARIANT
               PERFORM SET-RULE-VARIANT
           END-IF.
