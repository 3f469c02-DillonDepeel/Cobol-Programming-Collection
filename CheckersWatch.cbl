       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKWATCH.
      * Spectator view of a checkers game in progress. CHECKERS
      * rewrites its view file (CHECKERS.LIVE, or CHECKERS.LIVE.name
      * for a correspondence game ID or a board named through
      * CHECKERS_BOARD) at the start of every turn; this program
      * rereads it once a second and redraws the board on the same
      * display CHECKERS draws whenever a move lands, with both player
      * names, whose turn it is, the clocks -- the side to move's
      * running down live -- and the latest moves of the game. The
      * view file is only ever opened for input, so watching can never
      * change the game.
      * The game to watch is given on the command line (checkwatch T1);
      * with none, the open correspondence games are listed and the
      * name asked for, a blank answer meaning this site's local game.
      * Any key stops the view. Started as "checkwatch KIOSK name" by
      * KIOSK on the break-room glass, it needs no keyboard at all and
      * hands the glass back once the game it was showing is over, or
      * when a turn has sat unplayed for half an hour -- a game walked
      * away from is not worth holding the glass for.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT
           CRT STATUS IS WATCH-CRT-STATUS.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIVE-FILE ASSIGN TO LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
           SELECT OPTIONAL GAMES-FILE ASSIGN TO "CHECKERS.GAMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAMES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-FILE.
       01  LIVE-LINE                   PIC X(132).
       FD  GAMES-FILE.
       01  GAMES-LINE                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  X-KING CONSTANT AS -2.
       01  X-MAN  CONSTANT AS -1.
       01  EMPTY  CONSTANT AS 0.
       01  O-MAN  CONSTANT AS 1.
       01  O-KING CONSTANT AS 2.
      * The board exactly as the view file packs it: one signed digit
      * per square, the checkpoint layout.
       01  BOARD.
           10  ROW OCCURS 8.
               20 S OCCURS 8           PIC S9 SIGN IS LEADING SEPARATE.
       77  LIVE-STATUS                 PIC XX.
       77  LIVE-NAME                   PIC X(30) VALUE "CHECKERS.LIVE".
       77  GAMES-STATUS                PIC XX.
      * The view file's header line, laid out as CHECKERS writes it.
       01  LIVE-HEADER.
           05 LV-GAME                  PIC X(4).
           05 FILLER                   PIC X.
           05 LV-STATE                 PIC X(6).
           05 FILLER                   PIC X.
           05 LV-TURN                  PIC X.
           05 FILLER                   PIC X.
           05 LV-NAME-O                PIC X(12).
           05 FILLER                   PIC X.
           05 LV-NAME-X                PIC X(12).
           05 FILLER                   PIC X.
           05 LV-CLOCK-MODE            PIC X.
           05 FILLER                   PIC X.
           05 LV-CLOCK-O               PIC 9(6).
           05 FILLER                   PIC X.
           05 LV-CLOCK-X               PIC 9(6).
           05 FILLER                   PIC X.
           05 LV-TURN-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 LV-TURN-SEC              PIC 9(5).
           05 FILLER                   PIC X.
           05 LV-MOVES                 PIC 999.
           05 FILLER                   PIC X.
           05 LV-RESULT                PIC X(40).
      * The header last drawn; a different header means the game has
      * moved on and the whole view is redrawn.
       01  SHOWN-HEADER                PIC X(132) VALUE SPACES.
       01  READ-HEADER                 PIC X(132).
       77  VIEW-FOUND                  PIC X VALUE "N".
       77  VIEW-COMPLETE               PIC X VALUE "N".
       01  LIVE-MOVE-LINE.
           05 LM-SIDE                  PIC X.
           05 FILLER                   PIC X.
           05 LM-TEXT                  PIC X(20).
       01  MOVE-LIST.
           05 MOVE-ENTRY OCCURS 200.
               10 MV-SIDE              PIC X.
               10 MV-TEXT              PIC X(20).
       77  MOVE-COUNT                  PIC 999 VALUE 0.
       77  MOVE-FIRST                  PIC 999.
       77  MOVE-IDX                    PIC 999.
       77  MOVE-NO-SHOW                PIC ZZ9.
       01  MOVE-SHOW-LINE              PIC X(16).
       01  GAME-REG-RECORD.
           05 GR-ID                    PIC X(4).
           05 FILLER                   PIC X.
           05 GR-OPPONENT              PIC X(12).
           05 FILLER                   PIC X.
           05 GR-MY-SIDE               PIC X.
           05 FILLER                   PIC X.
           05 GR-TURN                  PIC X.
           05 FILLER                   PIC X.
           05 GR-MY-NAME               PIC X(12).
           05 FILLER                   PIC X(62).
           05 GR-STATE                 PIC X.
       77  GAME-LIST-ROW               PIC 99.
       01  GAME-LIST-LINE              PIC X(40).
      * Command line: the game to watch, or KIOSK and then the game.
       01  WATCH-ARGS                  PIC X(40) VALUE SPACES.
       77  WATCH-WORD-1                PIC X(10).
       77  WATCH-WORD-2                PIC X(10).
       77  WATCH-GAME                  PIC X(4) VALUE SPACES.
       77  WATCH-MODE-SW               PIC X VALUE "N".
           88 KIOSK-MODE               VALUE "Y".
      * Seconds the finished result stays on the kiosk glass.
       77  OVER-SECONDS                PIC 99 VALUE 0.
       78  STALE-TURN-SECONDS          VALUE 1800.
       77  WATCH-CRT-STATUS            PIC 9(4) VALUE 9999.
       78  K-TIMEOUT                   VALUE 8001.
       77  WAIT-KEY                    PIC X VALUE SPACE.
      * Clock work fields: the side to move is charged the seconds
      * since its turn began, the same arithmetic CHECKERS uses.
       01  CLOCK-TIME-NOW.
           05 CLK-HH                   PIC 99.
           05 CLK-MM                   PIC 99.
           05 CLK-SS                   PIC 99.
           05 CLK-HS                   PIC 99.
       77  TODAY-YMD                   PIC 9(8).
       77  CLOCK-NOW-SEC               PIC 9(5).
       77  CLOCK-ELAPSED               PIC S9(6).
       77  CLOCK-LEFT                  PIC S9(6).
       77  CLOCK-MIN-SHOW              PIC 99.
       77  CLOCK-SEC-SHOW              PIC 99.
       01  CLOCK-TEXT                  PIC X(16).
       01  TITLE-TEXT                  PIC X(40).
       01  NAMES-TEXT                  PIC X(60).
       01  STATUS-TEXT                 PIC X(70) VALUE SPACE.
       77  I                           PIC S99.
       77  J                           PIC S99.
       77  X                           PIC 99.
       77  Y                           PIC 9.

       SCREEN SECTION.
       01 X-LEGEND VALUE "    1    2    3    4    5    6    7    8    "
               REVERSE-VIDEO.
       01 Y-SPACER VALUE " " REVERSE-VIDEO.
       01 Y-LEGEND                     PIC 9 FROM Y REVERSE-VIDEO.
       01 STATUS-DISPLAY LINE 22 COL 1 BLANK LINE.
           05 STATUS-SHOW              PIC X(70) FROM STATUS-TEXT.

       PROCEDURE DIVISION.
       CHECKWATCH.
           ACCEPT WATCH-ARGS FROM COMMAND-LINE
           MOVE SPACES TO WATCH-WORD-1 WATCH-WORD-2
           UNSTRING WATCH-ARGS DELIMITED BY ALL SPACE
               INTO WATCH-WORD-1 WATCH-WORD-2
           IF WATCH-WORD-1 = "KIOSK" OR WATCH-WORD-1 = "kiosk" THEN
               MOVE "Y" TO WATCH-MODE-SW
               MOVE WATCH-WORD-2 TO WATCH-GAME
           ELSE
               MOVE WATCH-WORD-1 TO WATCH-GAME
           END-IF
           DISPLAY " " BLANK SCREEN
           IF WATCH-ARGS = SPACES THEN
               DISPLAY "CHECKERS - SPECTATOR VIEW" AT 0128
               PERFORM SHOW-OPEN-GAMES
               DISPLAY "GAME TO WATCH (BLANK = LOCAL GAME)?" AT 1516
               ACCEPT WATCH-GAME AT 1552
           END-IF
           IF WATCH-GAME NOT = SPACES THEN
               MOVE SPACES TO LIVE-NAME
               STRING "CHECKERS.LIVE." WATCH-GAME
                   DELIMITED BY SIZE INTO LIVE-NAME
           END-IF
           DISPLAY " " BLANK SCREEN.
       WATCH-LOOP.
           PERFORM READ-LIVE-VIEW
           IF VIEW-FOUND = "N" THEN
               IF KIOSK-MODE THEN
                   STOP RUN
               END-IF
               IF SHOWN-HEADER NOT = SPACES THEN
                   DISPLAY " " BLANK SCREEN
                   MOVE SPACES TO SHOWN-HEADER
               END-IF
               PERFORM SHOW-TITLE
               DISPLAY "NO GAME IN PROGRESS - WAITING FOR ONE TO START"
                   AT 0316
           ELSE
               IF VIEW-COMPLETE = "Y"
                  AND READ-HEADER NOT = SHOWN-HEADER THEN
                   MOVE READ-HEADER TO SHOWN-HEADER
                   PERFORM DRAW-VIEW
               END-IF
               IF SHOWN-HEADER NOT = SPACES THEN
                   PERFORM SHOW-CLOCKS
               END-IF
           END-IF
      * On the kiosk a finished or set-aside game stays up for a few
      * seconds and then the glass goes back to the rotation.
           IF KIOSK-MODE AND LV-STATE NOT = "PLAY" THEN
               ADD 1 TO OVER-SECONDS
               IF OVER-SECONDS > 15 THEN
                   STOP RUN
               END-IF
           END-IF
           IF KIOSK-MODE AND LV-STATE = "PLAY" THEN
               PERFORM COMPUTE-TURN-ELAPSED
               IF CLOCK-ELAPSED > STALE-TURN-SECONDS THEN
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACE TO WAIT-KEY
           ACCEPT WAIT-KEY AT 2478 WITH AUTO TIME-OUT 1000
           IF WATCH-CRT-STATUS NOT = K-TIMEOUT THEN
               DISPLAY " " BLANK SCREEN
               DISPLAY "SPECTATOR VIEW STOPPED" AT 0101
               IF KIOSK-MODE THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           GO TO WATCH-LOOP.
      * Read the whole view: header, board, then the move list. A file
      * caught half rewritten comes up short of the header's move
      * count and is left for the next second's read.
       READ-LIVE-VIEW.
           MOVE "N" TO VIEW-FOUND
           MOVE "N" TO VIEW-COMPLETE
           OPEN INPUT LIVE-FILE
           IF LIVE-STATUS NOT = "00" THEN
               IF LIVE-STATUS = "05" THEN
                   CLOSE LIVE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ LIVE-FILE
               AT END
                   CLOSE LIVE-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO VIEW-FOUND
           MOVE LIVE-LINE TO READ-HEADER
           MOVE LIVE-LINE TO LIVE-HEADER
           READ LIVE-FILE
               AT END
                   CLOSE LIVE-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE LIVE-LINE TO BOARD
           MOVE 0 TO MOVE-COUNT
           PERFORM UNTIL LIVE-STATUS NOT = "00" OR MOVE-COUNT >= 200
               READ LIVE-FILE INTO LIVE-MOVE-LINE
                   AT END
                       MOVE "10" TO LIVE-STATUS
                   NOT AT END
                       ADD 1 TO MOVE-COUNT
                       MOVE LM-SIDE TO MV-SIDE(MOVE-COUNT)
                       MOVE LM-TEXT TO MV-TEXT(MOVE-COUNT)
               END-READ
           END-PERFORM
           CLOSE LIVE-FILE
           IF LV-MOVES IS NUMERIC AND MOVE-COUNT >= LV-MOVES THEN
               MOVE "Y" TO VIEW-COMPLETE
           END-IF.
       SHOW-TITLE.
           MOVE SPACES TO TITLE-TEXT
           IF WATCH-GAME = SPACES THEN
               MOVE "CHECKERS - WATCHING THE LOCAL GAME" TO TITLE-TEXT
           ELSE
               STRING "CHECKERS - WATCHING GAME " WATCH-GAME
                   DELIMITED BY SIZE INTO TITLE-TEXT
           END-IF
           DISPLAY TITLE-TEXT AT 0101
           IF NOT KIOSK-MODE THEN
               DISPLAY "ANY KEY STOPS THE VIEW" AT 2450
           END-IF.
      * The whole view: names, board, moves and the state of play.
       DRAW-VIEW.
           DISPLAY " " BLANK SCREEN
           PERFORM SHOW-TITLE
           MOVE SPACES TO NAMES-TEXT
           STRING "O " LV-NAME-O "   X " LV-NAME-X
               DELIMITED BY SIZE INTO NAMES-TEXT
           DISPLAY NAMES-TEXT AT 0201
           PERFORM DRAW-BOARD
           PERFORM SHOW-MOVE-LIST
           MOVE SPACES TO STATUS-TEXT
           EVALUATE LV-STATE
               WHEN "PLAY"
                   IF LV-TURN = "O" THEN
                       STRING TRIM(LV-NAME-O) " (O) TO MOVE"
                           DELIMITED BY SIZE INTO STATUS-TEXT
                   ELSE
                       STRING TRIM(LV-NAME-X) " (X) TO MOVE"
                           DELIMITED BY SIZE INTO STATUS-TEXT
                   END-IF
               WHEN "SAVED"
                   MOVE "GAME SAVED - PLAY WILL RESUME LATER"
                     TO STATUS-TEXT
               WHEN "MAILED"
                   STRING "MOVE MAILED - WAITING FOR "
                       LV-TURN " TO REPLY"
                       DELIMITED BY SIZE INTO STATUS-TEXT
               WHEN OTHER
                   STRING "GAME OVER - " LV-RESULT
                       DELIMITED BY SIZE INTO STATUS-TEXT
           END-EVALUATE
           DISPLAY STATUS-DISPLAY.
      * Same board rendering CHECKERS uses at its display paragraph.
       DRAW-BOARD.
           DISPLAY X-LEGEND AT LINE 4 COLUMN 19
           PERFORM VARYING Y FROM 8 BY -1 UNTIL Y < 1
               MULTIPLY Y BY 2 GIVING J
               SUBTRACT J FROM 21 GIVING J
               DISPLAY Y-LEGEND AT LINE J COLUMN 19
               PERFORM VARYING X FROM 1 BY 1 UNTIL X > 8
                   MULTIPLY X BY 5 GIVING I
                   ADD 18 TO I
                   IF S(X,Y) = EMPTY THEN DISPLAY ". "
                                      AT LINE J COLUMN I
                   END-IF
                   IF S(X,Y) = O-MAN THEN DISPLAY "O "
                                      AT LINE J COLUMN I
                   END-IF
                   IF S(X,Y) = X-MAN THEN DISPLAY "X "
                                      AT LINE J COLUMN I
                   END-IF
                   IF S(X,Y) = X-KING THEN DISPLAY "X*"
                                      AT LINE J COLUMN I
                   END-IF
                   IF S(X,Y) = O-KING THEN DISPLAY "O*"
                                      AT LINE J COLUMN I
                   END-IF
               END-PERFORM
               ADD 4 TO I
               DISPLAY Y-LEGEND AT LINE J COLUMN I
               ADD 1 TO J
               DISPLAY Y-SPACER AT LINE J COLUMN 19
               DISPLAY Y-SPACER AT LINE J COLUMN I
               DISPLAY X-LEGEND AT LINE 21 COLUMN 19
           END-PERFORM.
      * The latest 17 notation tokens down the right of the board,
      * numbered from the start of the game.
       SHOW-MOVE-LIST.
           DISPLAY "MOVES" AT 0466
           MOVE 1 TO MOVE-FIRST
           IF MOVE-COUNT > 17 THEN
               COMPUTE MOVE-FIRST = MOVE-COUNT - 16
           END-IF
           MOVE 5 TO J
           PERFORM VARYING MOVE-IDX FROM MOVE-FIRST BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT
               MOVE MOVE-IDX TO MOVE-NO-SHOW
               MOVE SPACES TO MOVE-SHOW-LINE
               STRING MOVE-NO-SHOW " " MV-SIDE(MOVE-IDX) " "
                   MV-TEXT(MOVE-IDX)(1:10)
                   DELIMITED BY SIZE INTO MOVE-SHOW-LINE
               DISPLAY MOVE-SHOW-LINE AT LINE J COLUMN 65
               ADD 1 TO J
           END-PERFORM.
      * Both clocks on line 3 where CHECKERS shows them; while the game
      * is in play the side to move is charged the seconds since its
      * turn began, crossing midnight adding a day's worth.
       SHOW-CLOCKS.
           IF LV-CLOCK-MODE NOT = "Y" THEN
               DISPLAY "NO CLOCK" AT 0301
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-TURN-ELAPSED
           MOVE LV-CLOCK-O TO CLOCK-LEFT
           IF LV-TURN = "O" THEN
               SUBTRACT CLOCK-ELAPSED FROM CLOCK-LEFT
           END-IF
           MOVE "O CLOCK " TO CLOCK-TEXT
           PERFORM FORMAT-CLOCK
           DISPLAY CLOCK-TEXT AT 0301
           MOVE LV-CLOCK-X TO CLOCK-LEFT
           IF LV-TURN = "X" THEN
               SUBTRACT CLOCK-ELAPSED FROM CLOCK-LEFT
           END-IF
           MOVE "X CLOCK " TO CLOCK-TEXT
           PERFORM FORMAT-CLOCK
           DISPLAY CLOCK-TEXT AT 0318.
      * Seconds the side to move has been thinking; nothing is running
      * while the game is saved, mailed away or over.
       COMPUTE-TURN-ELAPSED.
           MOVE 0 TO CLOCK-ELAPSED
           IF LV-STATE NOT = "PLAY" THEN
               EXIT PARAGRAPH
           END-IF
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME-NOW FROM TIME
           COMPUTE CLOCK-NOW-SEC =
               CLK-HH * 3600 + CLK-MM * 60 + CLK-SS
           COMPUTE CLOCK-ELAPSED = CLOCK-NOW-SEC - LV-TURN-SEC
           IF TODAY-YMD NOT = LV-TURN-DATE THEN
               ADD 86400 TO CLOCK-ELAPSED
           END-IF
           IF CLOCK-ELAPSED < 0 THEN
               MOVE 0 TO CLOCK-ELAPSED
           END-IF.
       FORMAT-CLOCK.
           IF CLOCK-LEFT < 0 THEN
               MOVE 0 TO CLOCK-LEFT
           END-IF
           DIVIDE CLOCK-LEFT BY 60
               GIVING CLOCK-MIN-SHOW REMAINDER CLOCK-SEC-SHOW
           STRING CLOCK-MIN-SHOW ":" CLOCK-SEC-SHOW
               DELIMITED BY SIZE INTO CLOCK-TEXT(9:5).
      * The open correspondence games from CHECKERS.GAMES, as CHECKERS
      * itself lists them, so the ID can be picked from the screen.
      * Finished and forfeited games are left off.
       SHOW-OPEN-GAMES.
           MOVE 3 TO GAME-LIST-ROW
           OPEN INPUT GAMES-FILE
           IF GAMES-STATUS NOT = "00" THEN
               IF GAMES-STATUS = "05" THEN
                   CLOSE GAMES-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OPEN CORRESPONDENCE GAMES:" AT 0316
           PERFORM UNTIL GAMES-STATUS NOT = "00"
                      OR GAME-LIST-ROW >= 13
               READ GAMES-FILE
                   AT END
                       MOVE "10" TO GAMES-STATUS
                   NOT AT END
                       MOVE GAMES-LINE TO GAME-REG-RECORD
                       IF GR-STATE = SPACE THEN
                           ADD 1 TO GAME-LIST-ROW
                           MOVE SPACES TO GAME-LIST-LINE
                           STRING GR-ID "  " GR-MY-NAME " V "
                               GR-OPPONENT
                               DELIMITED BY SIZE INTO GAME-LIST-LINE
                           DISPLAY GAME-LIST-LINE
                               AT LINE GAME-LIST-ROW COLUMN 18
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAMES-FILE.
