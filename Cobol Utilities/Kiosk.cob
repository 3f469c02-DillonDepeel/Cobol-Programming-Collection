      * Rotating leaderboard display for the spare break-room
      * terminal: cycles through the merged Tetris leaderboard
      * (TTS.RPT, as the TTS.NODES fold prints it), the
      * checkers ladder (CHECKERS.STANDINGS, the ranked extract
      * CHKSTAND prints from the keyed CHECKERS.PLAYERS), the 2048
      * shop scores, snake's per-maze records, the next three shop
      * events still to come from
      * the event calendar (EVENTS.DAT), the Tetris daily challenge
      * board (TTS.DAILY.RPT, as TTSDAILY prints it), yesterday's
      * digest highlights (DIGEST.MAI), and who is next for a
      * terminal on ARCADE's shared waitlist (ARCADE.WAIT): players
      * called to a terminal, the line in order, and today's booked
      * slots still to come; and the hall of fame (HALLFAME.DAT, as
      * the quarterly SEASON rollover keeps it), each game's all-time
      * record beside this season's leader so far, with the champions
      * of the season last rolled over.
      * Every file is reread on each cycle so the glass is always
      * current, and the loop runs unattended until a key is
      * pressed. KIOSK.CFG line 1 is the seconds per screen
      * (default 8).
      * On tournament nights KIOSK.CFG line 2 reads WATCH, followed in
      * column 7 by the board name or correspondence game ID when it
      * is not the local game (WATCH T1). Whenever that checkers game
      * is in play the glass is handed to the spectator view
      * (checkwatch) until the game is over, and the rotation then
      * carries on. A turn left unplayed for half an hour is taken to
      * be a game walked away from and the rotation keeps the glass.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO "KIOSK.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
           SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-STATUS.
           SELECT OPTIONAL LIVE-FILE ASSIGN TO LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
           SELECT OPTIONAL WAIT-FILE ASSIGN TO "ARCADE.WAIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIT-STATUS.
           SELECT OPTIONAL HALL-FILE ASSIGN TO "HALLFAME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HALL-STATUS.
           SELECT OPTIONAL SCORE-FILE ASSIGN TO "TTS.SCORE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHOW-FILE.
       01  SHOW-RECORD                 PIC X(100).
       FD  CONFIG-FILE.
       01  CONFIG-RECORD               PIC X(20).
      * The calendar line as the EVENTS maintenance screen keeps it;
      * only the fields the glass shows are named.
       FD  EVENTS-FILE.
       01  EVENTS-RECORD.
           05  FILLER                  PIC X(07).
           05  EV-STATUS               PIC X(01).
           05  FILLER                  PIC X(01).
           05  EV-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  EV-TIME                 PIC 9(04).
           05  FILLER                  PIC X(01).
           05  EV-GAME                 PIC X(10).
           05  FILLER                  PIC X(29).
           05  EV-TITLE                PIC X(50).
      * The header line of CHECKERS' spectator view; only the state
      * of play and when the current turn began are needed here.
       FD  LIVE-FILE.
       01  LIVE-RECORD.
           05  FILLER                  PIC X(05).
           05  LIVE-STATE              PIC X(06).
           05  FILLER                  PIC X(45).
           05  LIVE-TURN-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  LIVE-TURN-SEC           PIC 9(05).
           05  FILLER                  PIC X(62).
      * ARCADE's waitlist line: a place in line (Q) or a booked slot
      * (R), and its state - W waiting, C called to a terminal, S
      * seated, X lost as a no-show, D dropped.
       FD  WAIT-FILE.
       01  WAIT-RECORD.
           05  WT-TYPE                 PIC X(01).
           05  FILLER                  PIC X(01).
           05  WT-PLAYER               PIC X(12).
           05  FILLER                  PIC X(01).
           05  WT-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01).
           05  WT-SLOT                 PIC 9(04).
           05  FILLER                  PIC X(08).
           05  WT-STATE                PIC X(01).
           05  FILLER                  PIC X(01).
           05  WT-CALLED-AT            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  WT-TERMINAL             PIC X(10).
      * A hall of fame line: one season's final place in one game
      * (S) or that season's champion (C).
       FD  HALL-FILE.
       01  HALL-RECORD.
           05  HF-SEASON               PIC X(06).
           05  FILLER                  PIC X(01).
           05  HF-GAME                 PIC X(08).
           05  FILLER                  PIC X(01).
           05  HF-TYPE                 PIC X(01).
           05  FILLER                  PIC X(06).
           05  HF-PLAYER               PIC X(12).
           05  FILLER                  PIC X(01).
           05  HF-SCORE                PIC 9(18).
           05  FILLER                  PIC X(47).
      * Tetris' own high score table; only name and points are used.
       FD  SCORE-FILE.
       01  SHIGH.
           05  HIGH-NAME               PIC X(20).
           05  HIGH-POINTS             PIC 9(18) COMP.
           05  HIGH-LINES              PIC 9(09) COMP.
           05  HIGH-ENTRY              PIC 9(04) COMP.
           05  HIGH-LEVEL              PIC 9(04) COMP.
           05  HIGH-BONUS              PIC 9(04) COMP.
           05  HIGH-CPU                PIC 9(09) COMP.
           05  HIGH-NODE               PIC X(08).
       WORKING-STORAGE SECTION.
       77  SHOW-STATUS                 PIC XX.
       77  CONFIG-STATUS               PIC XX.
       77  EVENTS-STATUS               PIC XX.
       77  SHOW-NAME                   PIC X(40) VALUE SPACES.
       77  LIVE-STATUS                 PIC XX.
       77  LIVE-NAME                   PIC X(30) VALUE "CHECKERS.LIVE".
       77  WATCH-SW                    PIC X VALUE "N".
           88  WATCH-ON                VALUE "Y".
       77  WATCH-GAME                  PIC X(4) VALUE SPACES.
       77  WATCH-COMMAND               PIC X(40)
           VALUE "checkwatch KIOSK".
       77  LIVE-IN-PLAY                PIC X VALUE "N".
       77  WAIT-STATUS                 PIC XX.
       77  WAIT-PASS                   PIC 9.
       77  QUEUE-POS                   PIC 99.
       77  QUEUE-POS-ED                PIC Z9.
       01  NOW-CLOCK.
           05  NOW-HH                  PIC 9(2).
           05  NOW-MM                  PIC 9(2).
           05  NOW-SS                  PIC 9(2).
           05  FILLER                  PIC 9(2).
       77  NOW-SEC                     PIC 9(5).
       77  TURN-AGE                    PIC S9(6).
       78  STALE-TURN-SECONDS          VALUE 1800.
       77  KIOSK-CRT-STATUS            PIC 9(4) VALUE 9999.
      * The CRT status an expired timed ACCEPT leaves behind.
       78  K-TIMEOUT                   VALUE 8001.
       77  SHOWN-LINES                 PIC 99.
       77  WAIT-KEY                    PIC X VALUE SPACE.
       01  SCREEN-TITLE                PIC X(60).
      * The three soonest events not yet started, earliest first.
      * A slot's key is date and time run together, so one compare
      * orders them.
       77  NOW-KEY                     PIC 9(12).
       77  EVENT-KEY                   PIC 9(12).
       77  SLOTS-USED                  PIC 9 VALUE 0.
       77  SLOT-IX                     PIC 9.
       77  DAYS-AWAY                   PIC S9(5).
       77  DAYS-AWAY-ED                PIC ZZZZ9.
       01  CLOCK-NOW.
           05  CLOCK-HHMM              PIC 9(4).
           05  FILLER                  PIC 9(4).
       01  TODAY-YMD                   PIC 9(8).
       01  EVENT-SLOTS.
           05  EVENT-SLOT OCCURS 3 TIMES.
               10  SLOT-KEY            PIC 9(12).
               10  SLOT-DATE           PIC 9(8).
               10  SLOT-TIME           PIC 9(4).
               10  SLOT-GAME           PIC X(10).
               10  SLOT-TITLE          PIC X(50).
       01  SLOT-HOLD                   PIC X(84).
       01  EVENT-LINE                  PIC X(78).
      * The hall of fame screen: each game's best season standing and
      * the leader of the season under way, then the champions of the
      * newest season on file.
       77  HALL-STATUS                 PIC XX.
       77  SCORE-STATUS                PIC XX.
       77  HG-IX                       PIC 9.
       77  CHAMP-IX                    PIC 9.
       77  CHAMP-COUNT                 PIC 9 VALUE 0.
       77  LAST-SEASON                 PIC X(6).
       77  NOW-WORK                    PIC 9(18).
       77  SCORE-ED                    PIC Z(11)9.
       01  HALL-GAMES.
           05  HALL-GAME OCCURS 4 TIMES.
               10  HG-GAME             PIC X(8).
               10  HG-REC-PLAYER       PIC X(12).
               10  HG-REC-SCORE        PIC 9(18).
               10  HG-REC-SEASON       PIC X(6).
               10  HG-NOW-PLAYER       PIC X(12).
               10  HG-NOW-SCORE        PIC 9(18).
       01  LAST-CHAMPS.
           05  LAST-CHAMP OCCURS 6 TIMES.
               10  LC-GAME             PIC X(8).
               10  LC-PLAYER           PIC X(12).
               10  LC-SCORE            PIC 9(18).

       PROCEDURE DIVISION.
       KIOSK.
           PERFORM LOAD-CONFIG
           DISPLAY " " BLANK SCREEN.
       CYCLE-LOOP.
           IF WATCH-ON THEN
               PERFORM WATCH-LIVE-GAME
           END-IF
           EVALUATE SCREEN-NO
               WHEN 1
                   MOVE "TETRIS - MERGED SHOP LEADERBOARD"
                   MOVE "TTS.RPT" TO SHOW-NAME
               WHEN 2
                   MOVE "CHECKERS - FRIDAY LADDER" TO SCREEN-TITLE
                   MOVE "CHECKERS.STANDINGS" TO SHOW-NAME
               WHEN 3
                   MOVE "2048 - SHOP SCORES" TO SCREEN-TITLE
                   MOVE ".2048-HIGH-SCORES-SHOP" TO SHOW-NAME
               WHEN 4
                   MOVE "SNAKE - MAZE RECORDS" TO SCREEN-TITLE
                   MOVE "SNAKE.RECORDS" TO SHOW-NAME
               WHEN 5
                   MOVE "COMING UP - SHOP EVENTS" TO SCREEN-TITLE
               WHEN 6
                   MOVE "TETRIS - DAILY CHALLENGE" TO SCREEN-TITLE
                   MOVE "TTS.DAILY.RPT" TO SHOW-NAME
               WHEN 8
                   MOVE "WHO'S NEXT - TERMINAL WAITLIST"
                     TO SCREEN-TITLE
               WHEN 9
                   MOVE "HALL OF FAME - ALL-TIME RECORDS"
                     TO SCREEN-TITLE
               WHEN OTHER
                   MOVE "SHOP DIGEST HIGHLIGHTS" TO SCREEN-TITLE
                   MOVE "DIGEST.MAI" TO SHOW-NAME
           END-EVALUATE
           EVALUATE SCREEN-NO
               WHEN 5
                   PERFORM SHOW-EVENTS-SCREEN
               WHEN 8
                   PERFORM SHOW-WAIT-SCREEN
               WHEN 9
                   PERFORM SHOW-HALL-SCREEN
               WHEN OTHER
                   PERFORM SHOW-ONE-SCREEN
           END-EVALUATE
           MOVE SPACE TO WAIT-KEY
           ACCEPT WAIT-KEY AT 2478 WITH AUTO TIME-OUT CYCLE-MS
           IF KIOSK-CRT-STATUS NOT = K-TIMEOUT THEN
               STOP RUN
           END-IF
           ADD 1 TO SCREEN-NO
           IF SCREEN-NO > 9 THEN
               MOVE 1 TO SCREEN-NO
           END-IF
           GO TO CYCLE-LOOP.
      * A watched game in play takes the glass until it is over; a
      * key pressed in the spectator view stops the kiosk as well.
       WATCH-LIVE-GAME.
           PERFORM CHECK-LIVE-GAME
           IF LIVE-IN-PLAY = "Y" THEN
               CALL "SYSTEM" USING WATCH-COMMAND
               IF RETURN-CODE NOT = 0 THEN
                   DISPLAY " " BLANK SCREEN
                   DISPLAY "KIOSK STOPPED" AT 0101
                   STOP RUN
               END-IF
               DISPLAY " " BLANK SCREEN
           END-IF.
       CHECK-LIVE-GAME.
           MOVE "N" TO LIVE-IN-PLAY
           OPEN INPUT LIVE-FILE
           IF LIVE-STATUS NOT = "00" THEN
               IF LIVE-STATUS = "05" THEN
                   CLOSE LIVE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ LIVE-FILE
               NOT AT END
                   IF LIVE-STATE = "PLAY"
                      AND LIVE-TURN-SEC IS NUMERIC THEN
                       MOVE "Y" TO LIVE-IN-PLAY
                   END-IF
           END-READ
           CLOSE LIVE-FILE
           IF LIVE-IN-PLAY = "N" THEN
               EXIT PARAGRAPH
           END-IF
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD
           ACCEPT NOW-CLOCK FROM TIME
           COMPUTE NOW-SEC = NOW-HH * 3600 + NOW-MM * 60 + NOW-SS
           COMPUTE TURN-AGE = NOW-SEC - LIVE-TURN-SEC
           IF TODAY-YMD NOT = LIVE-TURN-DATE THEN
               ADD 86400 TO TURN-AGE
           END-IF
           IF TURN-AGE > STALE-TURN-SECONDS THEN
               MOVE "N" TO LIVE-IN-PLAY
           END-IF.
      * One screen: the title, then up to 20 lines of the file as it
      * stands right now. A missing file says so instead of showing
      * yesterday's glass.
                   DISPLAY SHOW-RECORD(1:78)
                       AT LINE LINE-NO COLUMN 2
           END-READ.
      * The events screen: the calendar as it stands right now,
      * cancelled events and ones already under way left out, the
      * three soonest shown with how far off they are.
       SHOW-EVENTS-SCREEN.
           DISPLAY " " BLANK SCREEN
           DISPLAY SCREEN-TITLE AT 0110
           DISPLAY "ANY KEY STOPS THE KIOSK" AT 2450
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD
           ACCEPT CLOCK-NOW FROM TIME
           COMPUTE NOW-KEY = TODAY-YMD * 10000 + CLOCK-HHMM
           MOVE 0 TO SLOTS-USED
           OPEN INPUT EVENTS-FILE
           IF EVENTS-STATUS = "00" THEN
               PERFORM PICK-ONE-EVENT
                   UNTIL EVENTS-STATUS NOT = "00"
               CLOSE EVENTS-FILE
           ELSE
               IF EVENTS-STATUS = "05" THEN
                   CLOSE EVENTS-FILE
               END-IF
           END-IF
           IF SLOTS-USED = 0 THEN
               DISPLAY "(NOTHING ON THE CALENDAR)" AT 0310
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-EVENT
               VARYING SLOT-IX FROM 1 BY 1 UNTIL SLOT-IX > SLOTS-USED.
       PICK-ONE-EVENT.
           READ EVENTS-FILE
               AT END
                   MOVE "10" TO EVENTS-STATUS
               NOT AT END
                   IF EV-STATUS = "A" AND EV-DATE IS NUMERIC
                      AND EV-TIME IS NUMERIC THEN
                       COMPUTE EVENT-KEY = EV-DATE * 10000 + EV-TIME
                       IF EVENT-KEY >= NOW-KEY THEN
                           PERFORM SLOT-ONE-EVENT
                       END-IF
                   END-IF
           END-READ.
      * Drop the candidate into the last slot if it beats what is
      * there (or the table is not full yet), then let it rise past
      * any later event ahead of it.
       SLOT-ONE-EVENT.
           IF SLOTS-USED < 3 THEN
               ADD 1 TO SLOTS-USED
           ELSE
               IF EVENT-KEY NOT < SLOT-KEY(3) THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE EVENT-KEY TO SLOT-KEY(SLOTS-USED)
           MOVE EV-DATE TO SLOT-DATE(SLOTS-USED)
           MOVE EV-TIME TO SLOT-TIME(SLOTS-USED)
           MOVE EV-GAME TO SLOT-GAME(SLOTS-USED)
           MOVE EV-TITLE TO SLOT-TITLE(SLOTS-USED)
           PERFORM RAISE-ONE-SLOT
               VARYING SLOT-IX FROM SLOTS-USED BY -1
               UNTIL SLOT-IX < 2.
       RAISE-ONE-SLOT.
           IF SLOT-KEY(SLOT-IX) < SLOT-KEY(SLOT-IX - 1) THEN
               MOVE EVENT-SLOT(SLOT-IX) TO SLOT-HOLD
               MOVE EVENT-SLOT(SLOT-IX - 1) TO EVENT-SLOT(SLOT-IX)
               MOVE SLOT-HOLD TO EVENT-SLOT(SLOT-IX - 1)
           END-IF.
      * Three lines an event: when, what, and a blank between.
       SHOW-ONE-EVENT.
           COMPUTE DAYS-AWAY =
               FUNCTION INTEGER-OF-DATE(SLOT-DATE(SLOT-IX))
             - FUNCTION INTEGER-OF-DATE(TODAY-YMD)
           MOVE SPACES TO EVENT-LINE
           EVALUATE DAYS-AWAY
               WHEN 0
                   MOVE "TODAY" TO EVENT-LINE
               WHEN 1
                   MOVE "TOMORROW" TO EVENT-LINE
               WHEN OTHER
                   MOVE DAYS-AWAY TO DAYS-AWAY-ED
                   STRING "IN " FUNCTION TRIM(DAYS-AWAY-ED) " DAYS"
                       DELIMITED BY SIZE INTO EVENT-LINE
           END-EVALUATE
           MOVE SLOT-DATE(SLOT-IX)(1:4) TO EVENT-LINE(15:4)
           MOVE "-" TO EVENT-LINE(19:1)
           MOVE SLOT-DATE(SLOT-IX)(5:2) TO EVENT-LINE(20:2)
           MOVE "-" TO EVENT-LINE(22:1)
           MOVE SLOT-DATE(SLOT-IX)(7:2) TO EVENT-LINE(23:2)
           MOVE "AT" TO EVENT-LINE(26:2)
           MOVE SLOT-TIME(SLOT-IX)(1:2) TO EVENT-LINE(29:2)
           MOVE ":" TO EVENT-LINE(31:1)
           MOVE SLOT-TIME(SLOT-IX)(3:2) TO EVENT-LINE(32:2)
           MOVE SLOT-GAME(SLOT-IX) TO EVENT-LINE(36:10)
           COMPUTE LINE-NO = SLOT-IX * 3
           DISPLAY EVENT-LINE AT LINE LINE-NO COLUMN 2
           MOVE SPACES TO EVENT-LINE
           MOVE SLOT-TITLE(SLOT-IX) TO EVENT-LINE(5:50)
           ADD 1 TO LINE-NO
           DISPLAY EVENT-LINE AT LINE LINE-NO COLUMN 2.
      * The waitlist screen: the file is read once for each part -
      * the players called to a terminal, who should go and sign in
      * there now; the line, in the order it will be served; and the
      * slots booked for later today.  Only today's lines count.
       SHOW-WAIT-SCREEN.
           DISPLAY " " BLANK SCREEN
           DISPLAY SCREEN-TITLE AT 0110
           DISPLAY "ANY KEY STOPS THE KIOSK" AT 2450
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD
           MOVE 2 TO LINE-NO
           MOVE 0 TO SHOWN-LINES QUEUE-POS
           PERFORM SCAN-WAIT-FILE
               VARYING WAIT-PASS FROM 1 BY 1 UNTIL WAIT-PASS > 3
           IF SHOWN-LINES = 0 THEN
               DISPLAY "(NOBODY IS WAITING FOR A TERMINAL)" AT 0310
           END-IF.
       SCAN-WAIT-FILE.
           OPEN INPUT WAIT-FILE
           IF WAIT-STATUS NOT = "00" THEN
               IF WAIT-STATUS = "05" THEN
                   CLOSE WAIT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-ONE-WAIT
               UNTIL WAIT-STATUS NOT = "00" OR LINE-NO >= 22
           CLOSE WAIT-FILE.
       SHOW-ONE-WAIT.
           READ WAIT-FILE
               AT END
                   MOVE "10" TO WAIT-STATUS
               NOT AT END
                   IF WT-DATE = TODAY-YMD THEN
                       PERFORM FORMAT-ONE-WAIT
                   END-IF
           END-READ.
       FORMAT-ONE-WAIT.
           MOVE SPACES TO EVENT-LINE
           EVALUATE TRUE
               WHEN WAIT-PASS = 1 AND WT-STATE = "C"
                   STRING "NOW  " WT-PLAYER " GO TO TERMINAL "
                          WT-TERMINAL " (CALLED "
                          WT-CALLED-AT(1:2) ":" WT-CALLED-AT(3:2) ")"
                       DELIMITED BY SIZE INTO EVENT-LINE
               WHEN WAIT-PASS = 2 AND WT-TYPE = "Q" AND WT-STATE = "W"
                   ADD 1 TO QUEUE-POS
                   MOVE QUEUE-POS TO QUEUE-POS-ED
                   STRING "  " QUEUE-POS-ED " " WT-PLAYER " IN LINE"
                       DELIMITED BY SIZE INTO EVENT-LINE
               WHEN WAIT-PASS = 3 AND WT-TYPE = "R" AND WT-STATE = "W"
                   STRING WT-SLOT(1:2) ":" WT-SLOT(3:2) " "
                          WT-PLAYER " BOOKED"
                       DELIMITED BY SIZE INTO EVENT-LINE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO SHOWN-LINES
           ADD 1 TO LINE-NO
           DISPLAY EVENT-LINE AT LINE LINE-NO COLUMN 2.
      * The hall of fame screen.  A season's final standings are in
      * HALLFAME.DAT once SEASON has rolled it over; the live files
      * hold only the season under way.  The checkers ladder is not
      * emptied at a rollover, so its leader now is simply the top of
      * the main ladder in CHECKERS.STANDINGS.
       SHOW-HALL-SCREEN.
           DISPLAY " " BLANK SCREEN
           DISPLAY SCREEN-TITLE AT 0110
           DISPLAY "ANY KEY STOPS THE KIOSK" AT 2450
           INITIALIZE HALL-GAMES LAST-CHAMPS
           MOVE "TETRIS" TO HG-GAME(1)
           MOVE "CHECKERS" TO HG-GAME(2)
           MOVE "2048" TO HG-GAME(3)
           MOVE "SNAKE" TO HG-GAME(4)
           MOVE SPACES TO LAST-SEASON
           MOVE 0 TO CHAMP-COUNT
           OPEN INPUT HALL-FILE
           IF HALL-STATUS = "00" THEN
               PERFORM PICK-ONE-RECORD
                   UNTIL HALL-STATUS NOT = "00"
               CLOSE HALL-FILE
           ELSE
               IF HALL-STATUS = "05" THEN
                   CLOSE HALL-FILE
               END-IF
           END-IF
           PERFORM FIND-TETRIS-LEADER
           MOVE 2 TO HG-IX
           MOVE "CHECKERS.STANDINGS" TO SHOW-NAME
           PERFORM FIND-FILE-LEADER
           MOVE 3 TO HG-IX
           MOVE ".2048-HIGH-SCORES-SHOP" TO SHOW-NAME
           PERFORM FIND-FILE-LEADER
           MOVE 4 TO HG-IX
           MOVE "SNAKE.SCORE" TO SHOW-NAME
           PERFORM FIND-FILE-LEADER
           MOVE SPACES TO EVENT-LINE
           MOVE "GAME" TO EVENT-LINE(1:4)
           MOVE "ALL-TIME RECORD" TO EVENT-LINE(10:15)
           MOVE "THIS SEASON" TO EVENT-LINE(45:11)
           DISPLAY EVENT-LINE AT 0302
           PERFORM SHOW-ONE-RECORD
               VARYING HG-IX FROM 1 BY 1 UNTIL HG-IX > 4
           IF CHAMP-COUNT = 0 THEN
               DISPLAY "(NO SEASON ROLLED OVER YET)" AT 1402
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EVENT-LINE
           STRING "SEASON " LAST-SEASON " CHAMPIONS"
               DELIMITED BY SIZE INTO EVENT-LINE
           DISPLAY EVENT-LINE AT 1402
           PERFORM SHOW-ONE-CHAMP
               VARYING CHAMP-IX FROM 1 BY 1
               UNTIL CHAMP-IX > CHAMP-COUNT.
       PICK-ONE-RECORD.
           READ HALL-FILE
               AT END
                   MOVE "10" TO HALL-STATUS
               NOT AT END
                   IF HF-SCORE IS NUMERIC THEN
                       PERFORM TAKE-ONE-RECORD
                   END-IF
           END-READ.
      * The file grows a season at a time, so a champion of a newer
      * season than the last one seen starts the list afresh.
       TAKE-ONE-RECORD.
           IF HF-TYPE = "C" THEN
               IF HF-SEASON > LAST-SEASON THEN
                   MOVE HF-SEASON TO LAST-SEASON
                   MOVE 0 TO CHAMP-COUNT
               END-IF
               IF HF-SEASON = LAST-SEASON AND CHAMP-COUNT < 6 THEN
                   ADD 1 TO CHAMP-COUNT
                   MOVE HF-GAME TO LC-GAME(CHAMP-COUNT)
                   MOVE HF-PLAYER TO LC-PLAYER(CHAMP-COUNT)
                   MOVE HF-SCORE TO LC-SCORE(CHAMP-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF HF-TYPE NOT = "S" THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE HF-GAME
               WHEN "TETRIS"
                   MOVE 1 TO HG-IX
               WHEN "CHECKERS"
                   MOVE 2 TO HG-IX
               WHEN "2048"
                   MOVE 3 TO HG-IX
               WHEN "SNAKE"
                   MOVE 4 TO HG-IX
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF HF-SCORE > HG-REC-SCORE(HG-IX)
              OR HG-REC-SEASON(HG-IX) = SPACES THEN
               MOVE HF-PLAYER TO HG-REC-PLAYER(HG-IX)
               MOVE HF-SCORE TO HG-REC-SCORE(HG-IX)
               MOVE HF-SEASON TO HG-REC-SEASON(HG-IX)
           END-IF.
       FIND-TETRIS-LEADER.
           OPEN INPUT SCORE-FILE
           IF SCORE-STATUS NOT = "00" THEN
               IF SCORE-STATUS = "05" THEN
                   CLOSE SCORE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-TETRIS
               UNTIL SCORE-STATUS NOT = "00"
           CLOSE SCORE-FILE.
       READ-ONE-TETRIS.
           READ SCORE-FILE
               AT END
                   MOVE "10" TO SCORE-STATUS
               NOT AT END
                   IF HIGH-POINTS > HG-NOW-SCORE(1) THEN
                       MOVE HIGH-NAME TO HG-NOW-PLAYER(1)
                       MOVE HIGH-POINTS TO HG-NOW-SCORE(1)
                   END-IF
           END-READ.
      * The other three leaders come from files the glass already
      * knows how to read; HG-IX says which game SHOW-NAME is.
       FIND-FILE-LEADER.
           OPEN INPUT SHOW-FILE
           IF SHOW-STATUS NOT = "00" THEN
               IF SHOW-STATUS = "05" THEN
                   CLOSE SHOW-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-ONE-LEADER
               UNTIL SHOW-STATUS NOT = "00"
           CLOSE SHOW-FILE.
       READ-ONE-LEADER.
           READ SHOW-FILE
               AT END
                   MOVE "10" TO SHOW-STATUS
                   EXIT PARAGRAPH
           END-READ
           EVALUATE HG-IX
      * the first number 1 in the standings heads the main ladder
               WHEN 2
                   IF SHOW-RECORD(1:3) = "  1"
                      AND SHOW-RECORD(19:4) IS NUMERIC
                      AND HG-NOW-PLAYER(2) = SPACES THEN
                       MOVE SHOW-RECORD(5:12) TO HG-NOW-PLAYER(2)
                       MOVE SHOW-RECORD(19:4) TO HG-NOW-SCORE(2)
                   END-IF
               WHEN 3
                   IF SHOW-RECORD(1:4) IS NUMERIC THEN
                       MOVE SHOW-RECORD(1:4) TO NOW-WORK
                       IF NOW-WORK > HG-NOW-SCORE(3) THEN
                           MOVE SHOW-RECORD(33:12) TO HG-NOW-PLAYER(3)
                           MOVE NOW-WORK TO HG-NOW-SCORE(3)
                       END-IF
                   END-IF
               WHEN 4
                   IF SHOW-RECORD(21:4) IS NUMERIC THEN
                       MOVE SHOW-RECORD(21:4) TO NOW-WORK
                       IF NOW-WORK > HG-NOW-SCORE(4) THEN
                           MOVE SHOW-RECORD(33:8) TO HG-NOW-PLAYER(4)
                           MOVE NOW-WORK TO HG-NOW-SCORE(4)
                       END-IF
                   END-IF
           END-EVALUATE.
      * Two lines a game: the record and the season it was set in,
      * this season's leader beside it, and a blank between.
       SHOW-ONE-RECORD.
           MOVE SPACES TO EVENT-LINE
           MOVE HG-GAME(HG-IX) TO EVENT-LINE(1:8)
           IF HG-REC-SEASON(HG-IX) = SPACES THEN
               MOVE "(NONE YET)" TO EVENT-LINE(10:10)
           ELSE
               MOVE HG-REC-PLAYER(HG-IX) TO EVENT-LINE(10:12)
               MOVE HG-REC-SCORE(HG-IX) TO SCORE-ED
               MOVE SCORE-ED TO EVENT-LINE(22:12)
               MOVE HG-REC-SEASON(HG-IX) TO EVENT-LINE(36:6)
           END-IF
           IF HG-NOW-PLAYER(HG-IX) = SPACES THEN
               MOVE "(NONE YET)" TO EVENT-LINE(45:10)
           ELSE
               MOVE HG-NOW-PLAYER(HG-IX) TO EVENT-LINE(45:12)
               MOVE HG-NOW-SCORE(HG-IX) TO SCORE-ED
               MOVE SCORE-ED TO EVENT-LINE(57:12)
           END-IF
           COMPUTE LINE-NO = HG-IX * 2 + 3
           DISPLAY EVENT-LINE AT LINE LINE-NO COLUMN 2.
       SHOW-ONE-CHAMP.
           MOVE SPACES TO EVENT-LINE
           MOVE LC-GAME(CHAMP-IX) TO EVENT-LINE(1:8)
           MOVE LC-PLAYER(CHAMP-IX) TO EVENT-LINE(10:12)
           MOVE LC-SCORE(CHAMP-IX) TO SCORE-ED
           MOVE SCORE-ED TO EVENT-LINE(22:12)
           COMPUTE LINE-NO = CHAMP-IX + 15
           DISPLAY EVENT-LINE AT LINE LINE-NO COLUMN 2.
       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF CONFIG-STATUS = "00" THEN
                               FUNCTION NUMVAL(CONFIG-RECORD)
                       END-IF
               END-READ
               READ CONFIG-FILE
                   NOT AT END
                       IF CONFIG-RECORD(1:5) = "WATCH" THEN
                           MOVE "Y" TO WATCH-SW
                           MOVE CONFIG-RECORD(7:4) TO WATCH-GAME
                       END-IF
               END-READ
               CLOSE CONFIG-FILE
           ELSE
               IF CONFIG-STATUS = "05" THEN
           IF CYCLE-SECONDS = 0 THEN
               MOVE 8 TO CYCLE-SECONDS
           END-IF
           COMPUTE CYCLE-MS = CYCLE-SECONDS * 1000
           IF WATCH-GAME NOT = SPACES THEN
               MOVE SPACES TO LIVE-NAME WATCH-COMMAND
               STRING "CHECKERS.LIVE." WATCH-GAME
                   DELIMITED BY SIZE INTO LIVE-NAME
               STRING "checkwatch KIOSK " WATCH-GAME
                   DELIMITED BY SIZE INTO WATCH-COMMAND
           END-IF.
       END PROGRAM KIOSK.
