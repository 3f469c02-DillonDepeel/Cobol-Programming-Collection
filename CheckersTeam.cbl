       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKTEAM.
      * Team-match manager for checkers between sites -- the branch
      * office against headquarters on four boards, say. The sites are
      * this terminal and the terminals CHECKERS.NODES names, the same
      * list CHKMERGE folds into the one merged ladder. A new match
      * picks each site's top N players by their merged rating, sets
      * the board order from it and pairs board 1 with board 1 and so
      * on down, each board a correspondence game under its own game
      * ID (T + match number + board), played over the mail the way
      * any correspondence game is. The pairings go to both sites'
      * mailing lists.
      * Results are collected as the games finish: each board's game
      * ID names its spectator view (CHECKERS.LIVE.id), which CHECKERS
      * leaves marked OVER with the winner once the game ends, and the
      * view is looked for here and at both sites. A result that never
      * shows up here -- the game ended on a terminal whose files this
      * one cannot see -- can be entered by hand. Every run reports
      * the running team score of every match to CHKTEAM.RPT; once a
      * match's last board is decided the final team-match report is
      * mailed to both lists.
      * The games rate the two players exactly as any correspondence
      * game does, in CHECKERS at the end of the game, so nothing here
      * touches CHECKERS.PLAYERS -- rating them again would count
      * every board twice.
      * A node's own files (its PLAYERS.REG and spectator views) are
      * looked for in the directory its CHECKERS.PLAYERS line names.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNUCOBOL.
       OBJECT-COMPUTER. GNUCOBOL.
       REPOSITORY.
           FUNCTION TRIM INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NODES-FILE ASSIGN TO "CHECKERS.NODES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NODES-STATUS.
      * Every site's ladder is the keyed CHECKERS.PLAYERS, read here
      * front to back in name order.
           SELECT OPTIONAL PLAYER-FILE ASSIGN TO PLAYER-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLAYER-KEY
               FILE STATUS IS PLAYER-STATUS.
           SELECT OPTIONAL TEAM-FILE ASSIGN TO "CHECKERS.TEAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEAM-STATUS.
           SELECT OPTIONAL LIVE-FILE ASSIGN TO LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
           SELECT OPTIONAL REG-FILE ASSIGN TO REG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT OPTIONAL BODY-FILE ASSIGN TO BODY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BODY-STATUS.
           SELECT OPTIONAL REPORT-FILE ASSIGN TO "CHKTEAM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
      * CHECKERS' own spool drop file; the mail sender sweeps it into
      * DRIVER.SPL at the start of its run.
           SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.CHECKERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NODES-FILE.
       01  NODES-LINE                  PIC X(80).
       FD  PLAYER-FILE.
       01  PLAYER-LINE.
           05 PLAYER-KEY               PIC X(12).
           05 FILLER                   PIC X(19).
       FD  TEAM-FILE.
       01  TEAM-LINE                   PIC X(120).
       FD  LIVE-FILE.
       01  LIVE-LINE                   PIC X(132).
       FD  REG-FILE.
       01  REG-LINE                    PIC X(93).
       FD  BODY-FILE.
       01  BODY-LINE                   PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(80).
       FD  SPOOL-FILE.
       01  SPOOL-RECORD                PIC X(250).
       WORKING-STORAGE SECTION.
       77  NODES-STATUS                 PIC XX.
       77  PLAYER-STATUS                PIC XX.
       77  TEAM-STATUS                  PIC XX.
       77  LIVE-STATUS                  PIC XX.
       77  REG-STATUS                   PIC XX.
       77  BODY-STATUS                  PIC XX.
       77  REPORT-STATUS                PIC XX.
       77  SPOOL-STATUS                 PIC XX.
       77  PLAYER-FILE-NAME             PIC X(80)
           VALUE "CHECKERS.PLAYERS".
       77  LIVE-NAME                    PIC X(100).
       77  REG-NAME                     PIC X(100).
       77  BODY-NAME                    PIC X(20).
      * The sites: 0 is this terminal, 1 up the CHECKERS.NODES lines
      * in order. ND-DIR is the directory a node's CHECKERS.PLAYERS
      * line names, where its other files are looked for.
       01  NODE-TABLE.
           05 NODE-ENTRY OCCURS 20.
               10 ND-PATH               PIC X(80).
               10 ND-DIR                PIC X(80).
       77  NODE-COUNT                   PIC 99 VALUE 0.
       77  PATH-LEN                     PIC 99.
      * The merged ladder, same record layout CHECKERS keeps in
      * CHECKERS.PLAYERS: name, games, wins, losses, rating.
       01  PLAYER-RECORD.
           05 PL-NAME                   PIC X(12).
           05 PL-GAMES                  PIC 9(5).
           05 PL-WINS                   PIC 9(5).
           05 PL-LOSSES                 PIC 9(5).
           05 PL-RATING                 PIC 9(4).
       01  PLAYER-TABLE.
           05 PLAYER-ENTRY OCCURS 100.
               10 PT-NAME               PIC X(12).
               10 PT-RATING             PIC 9(4).
       77  PLAYER-COUNT                 PIC 999 VALUE 0.
      * One site's roster, best rated first, while a match is set up.
      * The away roster is kept apart so the home pick can leave its
      * names out.
       01  ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 100.
               10 RO-NAME               PIC X(12).
               10 RO-RATING             PIC 9(4).
       77  ROSTER-COUNT                 PIC 999 VALUE 0.
       01  ROSTER-HOLD                  PIC X(16).
       01  AWAY-FILE-NAMES.
           05 AWAY-FILE-NAME OCCURS 100 PIC X(12).
       77  AWAY-FILE-COUNT              PIC 999 VALUE 0.
       01  PICK-TABLE.
           05 PICK-SITE OCCURS 2.
               10 PICK-NAME OCCURS 9    PIC X(12).
               10 PICK-RATING OCCURS 9  PIC 9(4).
       77  PICK-COUNT-H                 PIC 9 VALUE 0.
       77  PICK-COUNT-A                 PIC 9 VALUE 0.
      * CHECKERS.TEAM: a match line, then one line per board.
       01  TEAM-MATCH-REC.
           05 TR-TYPE                   PIC X.
           05 FILLER                    PIC X.
           05 TR-MATCH                  PIC 99.
           05 FILLER                    PIC X.
           05 TR-DATE                   PIC 9(8).
           05 FILLER                    PIC X.
           05 TR-STATE                  PIC X.
           05 FILLER                    PIC X.
           05 TR-BOARDS                 PIC 9.
           05 FILLER                    PIC X.
           05 TR-HOME-SITE              PIC 99.
           05 FILLER                    PIC X.
           05 TR-AWAY-SITE              PIC 99.
           05 FILLER                    PIC X.
           05 TR-HOME-NAME              PIC X(16).
           05 FILLER                    PIC X.
           05 TR-HOME-LIST              PIC X(20).
           05 FILLER                    PIC X.
           05 TR-AWAY-NAME              PIC X(16).
           05 FILLER                    PIC X.
           05 TR-AWAY-LIST              PIC X(20).
           05 FILLER                    PIC X(19).
       01  TEAM-BOARD-REC REDEFINES TEAM-MATCH-REC.
           05 TB-TYPE                   PIC X.
           05 FILLER                    PIC X.
           05 TB-MATCH                  PIC 99.
           05 FILLER                    PIC X.
           05 TB-BOARD                  PIC 9.
           05 FILLER                    PIC X.
           05 TB-GAME                   PIC X(4).
           05 FILLER                    PIC X.
           05 TB-HOME                   PIC X(12).
           05 FILLER                    PIC X.
           05 TB-AWAY                   PIC X(12).
           05 FILLER                    PIC X.
           05 TB-HOME-SIDE              PIC X.
           05 FILLER                    PIC X.
           05 TB-RESULT                 PIC X.
           05 FILLER                    PIC X.
           05 TB-DATE                   PIC 9(8).
           05 FILLER                    PIC X(70).
      * Every match on file. MT-STATE O while boards are still being
      * played, F once the final report has gone out.
       01  MATCH-TABLE.
           05 MATCH-ENTRY OCCURS 20.
               10 MT-NO                 PIC 99.
               10 MT-DATE               PIC 9(8).
               10 MT-STATE              PIC X.
               10 MT-BOARDS             PIC 9.
               10 MT-HOME-SITE          PIC 99.
               10 MT-AWAY-SITE          PIC 99.
               10 MT-HOME-NAME          PIC X(16).
               10 MT-HOME-LIST          PIC X(20).
               10 MT-AWAY-NAME          PIC X(16).
               10 MT-AWAY-LIST          PIC X(20).
       77  MATCH-COUNT                  PIC 99 VALUE 0.
      * Every board. BD-RESULT H home player won, A away player won,
      * D drawn, space still being played.
       01  BOARD-TABLE.
           05 BOARD-ENTRY OCCURS 180.
               10 BD-MATCH              PIC 99.
               10 BD-BOARD              PIC 9.
               10 BD-GAME               PIC X(4).
               10 BD-HOME               PIC X(12).
               10 BD-AWAY               PIC X(12).
               10 BD-HOME-SIDE          PIC X.
               10 BD-RESULT             PIC X.
               10 BD-DATE               PIC 9(8).
       77  BOARD-COUNT                  PIC 999 VALUE 0.
      * The spectator view's header line, laid out as CHECKERS writes
      * it.
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
       01  LIVE-WINNER                  PIC X(40).
      * A player's mail address from PLAYERS.REG, as ARCADE keeps it.
       01  REG-RECORD.
           05 REG-NAME-IN               PIC X(12).
           05 FILLER                    PIC X.
           05 REG-CREATED               PIC X(8).
           05 FILLER                    PIC X.
           05 REG-EMAIL                 PIC X(60).
           05 FILLER                    PIC X.
           05 REG-OPTIN                 PIC X.
           05 FILLER                    PIC X.
           05 REG-DEPT                  PIC X(8).
       01  FOUND-EMAIL                  PIC X(60).
       77  LOOK-NAME                    PIC X(12).
       77  LOOK-SITE                    PIC 99.
       77  TODAY-YMD                    PIC 9(8).
       77  RUN-MODE                     PIC X.
       77  ANSWER                       PIC X(20).
       77  HOME-SITE                    PIC 99.
       77  AWAY-SITE                    PIC 99.
       77  BOARDS-WANTED                PIC 9.
       77  NEW-MATCH-NO                 PIC 99.
       77  MATCH-IDX                    PIC 99.
       77  BOARD-IDX                    PIC 999.
       77  FOUND-IDX                    PIC 999.
       77  SITE-NOW                     PIC 99.
       77  SITE-SLOT                    PIC 9.
       77  RESULT-CH                    PIC X.
       77  HOME-HALF                    PIC 99.
       77  AWAY-HALF                    PIC 99.
       77  BOARDS-LEFT                  PIC 9.
       77  TM-I                         PIC 999.
       77  TM-J                         PIC 999.
       77  TM-K                         PIC 999.
       77  SCORE-SHOW                   PIC Z9.
       77  HALF-SHOW                    PIC X(2).
       77  SCORE-SHOW-B                 PIC Z9.
       77  HALF-SHOW-B                  PIC X(2).
       77  BOARD-SHOW                   PIC 9.
       77  SITE-SHOW                    PIC Z9.
       01  SCORE-TEXT                   PIC X(40).
       01  OUT-LINE                     PIC X(80).
       01  SPOOL-LINE                   PIC X(250).
       01  MAIL-SUBJECT                 PIC X(40).
      * Where MATCH-LINES goes: the mail body, or the running report.
       77  LINES-TO                     PIC X VALUE "B".
           88 LINES-TO-BODY             VALUE "B".
           88 LINES-TO-REPORT           VALUE "R".

       PROCEDURE DIVISION.
       CHECKTEAM.
           DISPLAY "CHECKERS TEAM MATCH MANAGER"
           ACCEPT TODAY-YMD FROM DATE YYYYMMDD
           PERFORM LOAD-NODES
           PERFORM LOAD-MATCHES
           DISPLAY "N=NEW MATCH, C=COLLECT RESULTS, E=ENTER A RESULT?"
           ACCEPT RUN-MODE
           MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE
           EVALUATE RUN-MODE
               WHEN "N"
                   PERFORM NEW-MATCH
               WHEN "E"
                   PERFORM ENTER-RESULT
               WHEN OTHER
                   PERFORM COLLECT-RESULTS
           END-EVALUATE
           PERFORM CLOSE-FINISHED-MATCH
               VARYING MATCH-IDX FROM 1 BY 1
               UNTIL MATCH-IDX > MATCH-COUNT
           PERFORM SAVE-MATCHES
           PERFORM WRITE-RUNNING-SCORES
           DISPLAY "RUNNING SCORES WRITTEN TO CHKTEAM.RPT"
           STOP RUN.
      * The other sites, one CHECKERS.PLAYERS path per line, and the
      * directory each one sits in.
       LOAD-NODES.
           MOVE 0 TO NODE-COUNT
           OPEN INPUT NODES-FILE
           IF NODES-STATUS NOT = "00" THEN
               IF NODES-STATUS = "05" THEN
                   CLOSE NODES-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NODES-STATUS NOT = "00" OR NODE-COUNT >= 20
               READ NODES-FILE
                   AT END
                       MOVE "10" TO NODES-STATUS
                   NOT AT END
                       IF NODES-LINE NOT = SPACES THEN
                           ADD 1 TO NODE-COUNT
                           MOVE NODES-LINE TO ND-PATH(NODE-COUNT)
                           PERFORM SET-NODE-DIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NODES-FILE.
       SET-NODE-DIR.
           MOVE SPACES TO ND-DIR(NODE-COUNT)
           MOVE FUNCTION LENGTH(TRIM(NODES-LINE)) TO PATH-LEN
           IF PATH-LEN > 16 THEN
               IF NODES-LINE(PATH-LEN - 15:16) = "CHECKERS.PLAYERS"
                   MOVE NODES-LINE(1:PATH-LEN - 16)
                     TO ND-DIR(NODE-COUNT)
               END-IF
           END-IF.
      * Every match and board on file.
       LOAD-MATCHES.
           MOVE 0 TO MATCH-COUNT BOARD-COUNT
           OPEN INPUT TEAM-FILE
           IF TEAM-STATUS NOT = "00" THEN
               IF TEAM-STATUS = "05" THEN
                   CLOSE TEAM-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TEAM-STATUS NOT = "00"
               READ TEAM-FILE INTO TEAM-MATCH-REC
                   AT END
                       MOVE "10" TO TEAM-STATUS
                   NOT AT END
                       PERFORM TAKE-ONE-TEAM-LINE
               END-READ
           END-PERFORM
           CLOSE TEAM-FILE.
       TAKE-ONE-TEAM-LINE.
           IF TR-TYPE = "M" AND MATCH-COUNT < 20 THEN
               ADD 1 TO MATCH-COUNT
               MOVE TR-MATCH TO MT-NO(MATCH-COUNT)
               MOVE TR-DATE TO MT-DATE(MATCH-COUNT)
               MOVE TR-STATE TO MT-STATE(MATCH-COUNT)
               MOVE TR-BOARDS TO MT-BOARDS(MATCH-COUNT)
               MOVE TR-HOME-SITE TO MT-HOME-SITE(MATCH-COUNT)
               MOVE TR-AWAY-SITE TO MT-AWAY-SITE(MATCH-COUNT)
               MOVE TR-HOME-NAME TO MT-HOME-NAME(MATCH-COUNT)
               MOVE TR-HOME-LIST TO MT-HOME-LIST(MATCH-COUNT)
               MOVE TR-AWAY-NAME TO MT-AWAY-NAME(MATCH-COUNT)
               MOVE TR-AWAY-LIST TO MT-AWAY-LIST(MATCH-COUNT)
           END-IF
           IF TB-TYPE = "B" AND BOARD-COUNT < 180 THEN
               ADD 1 TO BOARD-COUNT
               MOVE TB-MATCH TO BD-MATCH(BOARD-COUNT)
               MOVE TB-BOARD TO BD-BOARD(BOARD-COUNT)
               MOVE TB-GAME TO BD-GAME(BOARD-COUNT)
               MOVE TB-HOME TO BD-HOME(BOARD-COUNT)
               MOVE TB-AWAY TO BD-AWAY(BOARD-COUNT)
               MOVE TB-HOME-SIDE TO BD-HOME-SIDE(BOARD-COUNT)
               MOVE TB-RESULT TO BD-RESULT(BOARD-COUNT)
               MOVE TB-DATE TO BD-DATE(BOARD-COUNT)
           END-IF.
      * Rewrite CHECKERS.TEAM from the tables, each match followed by
      * its boards.
       SAVE-MATCHES.
           OPEN OUTPUT TEAM-FILE
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
                   UNTIL MATCH-IDX > MATCH-COUNT
               MOVE SPACES TO TEAM-MATCH-REC
               MOVE "M" TO TR-TYPE
               MOVE MT-NO(MATCH-IDX) TO TR-MATCH
               MOVE MT-DATE(MATCH-IDX) TO TR-DATE
               MOVE MT-STATE(MATCH-IDX) TO TR-STATE
               MOVE MT-BOARDS(MATCH-IDX) TO TR-BOARDS
               MOVE MT-HOME-SITE(MATCH-IDX) TO TR-HOME-SITE
               MOVE MT-AWAY-SITE(MATCH-IDX) TO TR-AWAY-SITE
               MOVE MT-HOME-NAME(MATCH-IDX) TO TR-HOME-NAME
               MOVE MT-HOME-LIST(MATCH-IDX) TO TR-HOME-LIST
               MOVE MT-AWAY-NAME(MATCH-IDX) TO TR-AWAY-NAME
               MOVE MT-AWAY-LIST(MATCH-IDX) TO TR-AWAY-LIST
               WRITE TEAM-LINE FROM TEAM-MATCH-REC
               PERFORM VARYING BOARD-IDX FROM 1 BY 1
                       UNTIL BOARD-IDX > BOARD-COUNT
                   IF BD-MATCH(BOARD-IDX) = MT-NO(MATCH-IDX) THEN
                       MOVE SPACES TO TEAM-BOARD-REC
                       MOVE "B" TO TB-TYPE
                       MOVE BD-MATCH(BOARD-IDX) TO TB-MATCH
                       MOVE BD-BOARD(BOARD-IDX) TO TB-BOARD
                       MOVE BD-GAME(BOARD-IDX) TO TB-GAME
                       MOVE BD-HOME(BOARD-IDX) TO TB-HOME
                       MOVE BD-AWAY(BOARD-IDX) TO TB-AWAY
                       MOVE BD-HOME-SIDE(BOARD-IDX) TO TB-HOME-SIDE
                       MOVE BD-RESULT(BOARD-IDX) TO TB-RESULT
                       MOVE BD-DATE(BOARD-IDX) TO TB-DATE
                       WRITE TEAM-LINE FROM TEAM-BOARD-REC
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE TEAM-FILE.
      * Set up a match: the two sites, their names and mailing lists,
      * the number of boards, then each site's best N by merged
      * rating, paired board for board.
       NEW-MATCH.
           IF MATCH-COUNT >= 20 OR BOARD-COUNT > 171 THEN
               DISPLAY "CHECKERS.TEAM IS FULL - NO NEW MATCH"
               EXIT PARAGRAPH
           END-IF
           IF NODE-COUNT = 0 THEN
               DISPLAY "NO OTHER SITES IN CHECKERS.NODES - NO MATCH"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SITES:"
           DISPLAY "   0 THIS SITE"
           PERFORM VARYING TM-I FROM 1 BY 1 UNTIL TM-I > NODE-COUNT
               MOVE TM-I TO SITE-SHOW
               DISPLAY "  " SITE-SHOW " " TRIM(ND-PATH(TM-I))
           END-PERFORM
           DISPLAY "HOME SITE NUMBER?"
           ACCEPT HOME-SITE
           DISPLAY "AWAY SITE NUMBER?"
           ACCEPT AWAY-SITE
           IF HOME-SITE > NODE-COUNT OR AWAY-SITE > NODE-COUNT
              OR HOME-SITE = AWAY-SITE THEN
               DISPLAY "TWO DIFFERENT SITES ARE NEEDED - NO MATCH"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MATCH-COUNT
           MOVE 0 TO NEW-MATCH-NO
           PERFORM VARYING TM-I FROM 1 BY 1 UNTIL TM-I >= MATCH-COUNT
               IF MT-NO(TM-I) > NEW-MATCH-NO THEN
                   MOVE MT-NO(TM-I) TO NEW-MATCH-NO
               END-IF
           END-PERFORM
           ADD 1 TO NEW-MATCH-NO
           MOVE MATCH-COUNT TO MATCH-IDX
           MOVE NEW-MATCH-NO TO MT-NO(MATCH-IDX)
           MOVE TODAY-YMD TO MT-DATE(MATCH-IDX)
           MOVE "O" TO MT-STATE(MATCH-IDX)
           MOVE HOME-SITE TO MT-HOME-SITE(MATCH-IDX)
           MOVE AWAY-SITE TO MT-AWAY-SITE(MATCH-IDX)
           DISPLAY "HOME TEAM NAME?"
           ACCEPT MT-HOME-NAME(MATCH-IDX)
           IF MT-HOME-NAME(MATCH-IDX) = SPACES THEN
               MOVE "HOME" TO MT-HOME-NAME(MATCH-IDX)
           END-IF
           DISPLAY "HOME MAILING LIST?"
           ACCEPT MT-HOME-LIST(MATCH-IDX)
           IF MT-HOME-LIST(MATCH-IDX) = SPACES THEN
               MOVE "CHECKERS" TO MT-HOME-LIST(MATCH-IDX)
           END-IF
           DISPLAY "AWAY TEAM NAME?"
           ACCEPT MT-AWAY-NAME(MATCH-IDX)
           IF MT-AWAY-NAME(MATCH-IDX) = SPACES THEN
               MOVE "AWAY" TO MT-AWAY-NAME(MATCH-IDX)
           END-IF
           DISPLAY "AWAY MAILING LIST?"
           ACCEPT MT-AWAY-LIST(MATCH-IDX)
           IF MT-AWAY-LIST(MATCH-IDX) = SPACES THEN
               MOVE "CHECKERS" TO MT-AWAY-LIST(MATCH-IDX)
           END-IF
           DISPLAY "BOARDS (1-9)?"
           ACCEPT BOARDS-WANTED
           IF BOARDS-WANTED < 1 THEN
               MOVE 4 TO BOARDS-WANTED
           END-IF
           PERFORM LOAD-MERGED-LADDER
           PERFORM PICK-TEAMS
           IF PICK-COUNT-H < BOARDS-WANTED THEN
               MOVE PICK-COUNT-H TO BOARDS-WANTED
           END-IF
           IF PICK-COUNT-A < BOARDS-WANTED THEN
               MOVE PICK-COUNT-A TO BOARDS-WANTED
           END-IF
           IF BOARDS-WANTED = 0 THEN
               DISPLAY "A SITE HAS NO RATED PLAYERS - NO MATCH"
               SUBTRACT 1 FROM MATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE BOARDS-WANTED TO MT-BOARDS(MATCH-IDX)
           PERFORM ADD-ONE-BOARD
               VARYING TM-K FROM 1 BY 1 UNTIL TM-K > BOARDS-WANTED
           PERFORM MAIL-PAIRINGS.
      * One board: the game ID is T, the match number and the board
      * number. The home player has X, which moves first, on the odd
      * boards and O on the even ones.
       ADD-ONE-BOARD.
           ADD 1 TO BOARD-COUNT
           MOVE NEW-MATCH-NO TO BD-MATCH(BOARD-COUNT)
           MOVE TM-K TO BD-BOARD(BOARD-COUNT)
           MOVE TM-K TO BOARD-SHOW
           MOVE SPACES TO BD-GAME(BOARD-COUNT)
           STRING "T" NEW-MATCH-NO BOARD-SHOW
               DELIMITED BY SIZE INTO BD-GAME(BOARD-COUNT)
           MOVE PICK-NAME(1, TM-K) TO BD-HOME(BOARD-COUNT)
           MOVE PICK-NAME(2, TM-K) TO BD-AWAY(BOARD-COUNT)
           IF FUNCTION MOD(TM-K, 2) = 1 THEN
               MOVE "X" TO BD-HOME-SIDE(BOARD-COUNT)
           ELSE
               MOVE "O" TO BD-HOME-SIDE(BOARD-COUNT)
           END-IF
           MOVE SPACE TO BD-RESULT(BOARD-COUNT)
           MOVE 0 TO BD-DATE(BOARD-COUNT).
      * The merged ladder CHKMERGE leaves in this site's
      * CHECKERS.PLAYERS.
       LOAD-MERGED-LADDER.
           MOVE 0 TO PLAYER-COUNT
           MOVE "CHECKERS.PLAYERS" TO PLAYER-FILE-NAME
           OPEN INPUT PLAYER-FILE
           IF PLAYER-STATUS NOT = "00" THEN
               IF PLAYER-STATUS = "05" THEN
                   CLOSE PLAYER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PLAYER-STATUS NOT = "00"
                      OR PLAYER-COUNT >= 100
               READ PLAYER-FILE
                   AT END
                       MOVE "10" TO PLAYER-STATUS
                   NOT AT END
                       MOVE PLAYER-LINE TO PLAYER-RECORD
                       ADD 1 TO PLAYER-COUNT
                       MOVE PL-NAME TO PT-NAME(PLAYER-COUNT)
                       MOVE PL-RATING TO PT-RATING(PLAYER-COUNT)
               END-READ
           END-PERFORM
           CLOSE PLAYER-FILE.
      * A node site's players are the names in its own
      * CHECKERS.PLAYERS; this site's file is the merged ladder
      * itself, so its players are the merged names the opposing
      * site does not claim. The computer's profile never plays.
      * Each roster is ranked by the merged rating and the top N
      * taken; the home pick comes first and the away pick passes
      * over anyone already on the home team.
       PICK-TEAMS.
           MOVE SPACES TO PICK-TABLE
           MOVE 0 TO AWAY-FILE-COUNT
           IF AWAY-SITE > 0 THEN
               MOVE AWAY-SITE TO SITE-NOW
               PERFORM LOAD-NODE-ROSTER
               PERFORM VARYING TM-I FROM 1 BY 1
                       UNTIL TM-I > ROSTER-COUNT
                   ADD 1 TO AWAY-FILE-COUNT
                   MOVE RO-NAME(TM-I) TO AWAY-FILE-NAME(AWAY-FILE-COUNT)
               END-PERFORM
           END-IF
           MOVE HOME-SITE TO SITE-NOW
           MOVE 1 TO SITE-SLOT
           PERFORM BUILD-SITE-ROSTER
           PERFORM TAKE-TOP-N
           MOVE TM-J TO PICK-COUNT-H
           MOVE AWAY-SITE TO SITE-NOW
           MOVE 2 TO SITE-SLOT
           PERFORM BUILD-SITE-ROSTER
           PERFORM TAKE-TOP-N
           MOVE TM-J TO PICK-COUNT-A.
       BUILD-SITE-ROSTER.
           MOVE 0 TO ROSTER-COUNT
           IF SITE-NOW > 0 THEN
               PERFORM LOAD-NODE-ROSTER
           ELSE
               PERFORM VARYING TM-I FROM 1 BY 1
                       UNTIL TM-I > PLAYER-COUNT
                   MOVE 0 TO FOUND-IDX
                   PERFORM VARYING TM-J FROM 1 BY 1
                           UNTIL TM-J > AWAY-FILE-COUNT
                       IF AWAY-FILE-NAME(TM-J) = PT-NAME(TM-I) THEN
                           MOVE TM-J TO FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF FOUND-IDX = 0 THEN
                       ADD 1 TO ROSTER-COUNT
                       MOVE PT-NAME(TM-I) TO RO-NAME(ROSTER-COUNT)
                       MOVE PT-RATING(TM-I) TO RO-RATING(ROSTER-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           PERFORM SORT-ROSTER.
      * The names in node SITE-NOW's CHECKERS.PLAYERS, each carrying
      * its merged rating (the node's own when the merged ladder has
      * not caught up with it yet).
       LOAD-NODE-ROSTER.
           MOVE 0 TO ROSTER-COUNT
           MOVE ND-PATH(SITE-NOW) TO PLAYER-FILE-NAME
           OPEN INPUT PLAYER-FILE
           IF PLAYER-STATUS NOT = "00" THEN
               DISPLAY "CANNOT READ " TRIM(PLAYER-FILE-NAME)
               IF PLAYER-STATUS = "05" THEN
                   CLOSE PLAYER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PLAYER-STATUS NOT = "00"
                      OR ROSTER-COUNT >= 100
               READ PLAYER-FILE
                   AT END
                       MOVE "10" TO PLAYER-STATUS
                   NOT AT END
                       MOVE PLAYER-LINE TO PLAYER-RECORD
                       ADD 1 TO ROSTER-COUNT
                       MOVE PL-NAME TO RO-NAME(ROSTER-COUNT)
                       MOVE PL-RATING TO RO-RATING(ROSTER-COUNT)
                       PERFORM VARYING TM-J FROM 1 BY 1
                               UNTIL TM-J > PLAYER-COUNT
                           IF PT-NAME(TM-J) = PL-NAME THEN
                               MOVE PT-RATING(TM-J)
                                 TO RO-RATING(ROSTER-COUNT)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE PLAYER-FILE.
       SORT-ROSTER.
           PERFORM VARYING TM-I FROM 1 BY 1
                   UNTIL TM-I >= ROSTER-COUNT
               PERFORM VARYING TM-J FROM 1 BY 1
                       UNTIL TM-J >= ROSTER-COUNT
                   IF RO-RATING(TM-J) < RO-RATING(TM-J + 1) THEN
                       MOVE ROSTER-ENTRY(TM-J) TO ROSTER-HOLD
                       MOVE ROSTER-ENTRY(TM-J + 1)
                         TO ROSTER-ENTRY(TM-J)
                       MOVE ROSTER-HOLD TO ROSTER-ENTRY(TM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * The top BOARDS-WANTED of the roster into PICK-SITE(SITE-SLOT),
      * leaving TM-J at the number taken.
       TAKE-TOP-N.
           MOVE 0 TO TM-J
           PERFORM VARYING TM-I FROM 1 BY 1
                   UNTIL TM-I > ROSTER-COUNT OR TM-J >= BOARDS-WANTED
               MOVE 0 TO FOUND-IDX
               IF RO-NAME(TM-I) = "COMPUTER" OR RO-NAME(TM-I) = SPACES
                   MOVE 1 TO FOUND-IDX
               END-IF
               IF SITE-SLOT = 2 THEN
                   PERFORM VARYING TM-K FROM 1 BY 1
                           UNTIL TM-K > PICK-COUNT-H
                       IF PICK-NAME(1, TM-K) = RO-NAME(TM-I) THEN
                           MOVE 1 TO FOUND-IDX
                       END-IF
                   END-PERFORM
               END-IF
               IF FOUND-IDX = 0 THEN
                   ADD 1 TO TM-J
                   MOVE RO-NAME(TM-I) TO PICK-NAME(SITE-SLOT, TM-J)
                   MOVE RO-RATING(TM-I)
                     TO PICK-RATING(SITE-SLOT, TM-J)
               END-IF
           END-PERFORM.
      * The pairings, with each player's mail address where the
      * player left one in PLAYERS.REG, to both sites' lists.
       MAIL-PAIRINGS.
           MOVE SPACES TO BODY-NAME
           STRING "TEAM" NEW-MATCH-NO ".MAI"
               DELIMITED BY SIZE INTO BODY-NAME
           OPEN OUTPUT BODY-FILE
           MOVE SPACES TO OUT-LINE
           STRING "CHECKERS TEAM MATCH " NEW-MATCH-NO " - "
               TRIM(MT-HOME-NAME(MATCH-IDX)) " V "
               TRIM(MT-AWAY-NAME(MATCH-IDX))
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM PUT-BODY-LINE
           MOVE SPACES TO OUT-LINE
           STRING "PLAYED BY MAIL AS CORRESPONDENCE GAMES; START EACH "
               "GAME UNDER ITS GAME ID"
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM PUT-BODY-LINE
           MOVE SPACES TO OUT-LINE
           PERFORM PUT-BODY-LINE
           PERFORM VARYING BOARD-IDX FROM 1 BY 1
                   UNTIL BOARD-IDX > BOARD-COUNT
               IF BD-MATCH(BOARD-IDX) = NEW-MATCH-NO THEN
                   PERFORM PAIRING-LINES
               END-IF
           END-PERFORM
           CLOSE BODY-FILE
           MOVE SPACES TO MAIL-SUBJECT
           STRING "CHECKERS TEAM MATCH " NEW-MATCH-NO " PAIRINGS"
               DELIMITED BY SIZE INTO MAIL-SUBJECT
           PERFORM QUEUE-TO-BOTH-LISTS
           DISPLAY "PAIRINGS IN " TRIM(BODY-NAME) ", MAIL QUEUED".
       PAIRING-LINES.
           MOVE SPACES TO OUT-LINE
           IF BD-HOME-SIDE(BOARD-IDX) = "X" THEN
               STRING "BOARD " BD-BOARD(BOARD-IDX) "  GAME "
                   BD-GAME(BOARD-IDX) "  " BD-HOME(BOARD-IDX)
                   " (X) V " BD-AWAY(BOARD-IDX) " (O)"
                   DELIMITED BY SIZE INTO OUT-LINE
           ELSE
               STRING "BOARD " BD-BOARD(BOARD-IDX) "  GAME "
                   BD-GAME(BOARD-IDX) "  " BD-HOME(BOARD-IDX)
                   " (O) V " BD-AWAY(BOARD-IDX) " (X)"
                   DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           PERFORM PUT-BODY-LINE
           MOVE BD-HOME(BOARD-IDX) TO LOOK-NAME
           MOVE MT-HOME-SITE(MATCH-IDX) TO LOOK-SITE
           PERFORM ADDRESS-LINE
           MOVE BD-AWAY(BOARD-IDX) TO LOOK-NAME
           MOVE MT-AWAY-SITE(MATCH-IDX) TO LOOK-SITE
           PERFORM ADDRESS-LINE.
       ADDRESS-LINE.
           PERFORM FIND-EMAIL
           IF FOUND-EMAIL NOT = SPACES THEN
               MOVE SPACES TO OUT-LINE
               STRING "          " LOOK-NAME " MAIL " FOUND-EMAIL
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM PUT-BODY-LINE
           END-IF.
      * LOOK-NAME's address in the PLAYERS.REG of site LOOK-SITE.
       FIND-EMAIL.
           MOVE SPACES TO FOUND-EMAIL REG-NAME
           IF LOOK-SITE = 0 THEN
               MOVE "PLAYERS.REG" TO REG-NAME
           ELSE
               IF ND-DIR(LOOK-SITE) = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
               STRING TRIM(ND-DIR(LOOK-SITE)) "PLAYERS.REG"
                   DELIMITED BY SIZE INTO REG-NAME
           END-IF
           OPEN INPUT REG-FILE
           IF REG-STATUS NOT = "00" THEN
               IF REG-STATUS = "05" THEN
                   CLOSE REG-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REG-STATUS NOT = "00"
               READ REG-FILE INTO REG-RECORD
                   AT END
                       MOVE "10" TO REG-STATUS
                   NOT AT END
                       IF REG-NAME-IN = LOOK-NAME THEN
                           MOVE REG-EMAIL TO FOUND-EMAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.
      * Every board still being played: has its game finished? The
      * spectator view is looked for here, then at the home and away
      * sites.
       COLLECT-RESULTS.
           PERFORM VARYING BOARD-IDX FROM 1 BY 1
                   UNTIL BOARD-IDX > BOARD-COUNT
               IF BD-RESULT(BOARD-IDX) = SPACE THEN
                   PERFORM FIND-BOARD-MATCH
                   IF MATCH-IDX > 0 THEN
                       PERFORM LOOK-FOR-RESULT
                   END-IF
               END-IF
           END-PERFORM.
       FIND-BOARD-MATCH.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING TM-I FROM 1 BY 1
                   UNTIL TM-I > MATCH-COUNT OR MATCH-IDX > 0
               IF MT-NO(TM-I) = BD-MATCH(BOARD-IDX) THEN
                   MOVE TM-I TO MATCH-IDX
               END-IF
           END-PERFORM.
       LOOK-FOR-RESULT.
           MOVE 0 TO SITE-NOW
           PERFORM READ-BOARD-VIEW
           IF BD-RESULT(BOARD-IDX) = SPACE
              AND MT-HOME-SITE(MATCH-IDX) > 0 THEN
               MOVE MT-HOME-SITE(MATCH-IDX) TO SITE-NOW
               PERFORM READ-BOARD-VIEW
           END-IF
           IF BD-RESULT(BOARD-IDX) = SPACE
              AND MT-AWAY-SITE(MATCH-IDX) > 0 THEN
               MOVE MT-AWAY-SITE(MATCH-IDX) TO SITE-NOW
               PERFORM READ-BOARD-VIEW
           END-IF
           IF BD-RESULT(BOARD-IDX) NOT = SPACE THEN
               DISPLAY "GAME " BD-GAME(BOARD-IDX) " FINISHED - "
                   TRIM(LV-RESULT)
           END-IF.
      * CHECKERS.LIVE.id at site SITE-NOW. A view marked OVER names
      * the winner ("NAME WINS ...") or says the game was drawn; the
      * winner is matched against the board's two players.
       READ-BOARD-VIEW.
           MOVE SPACES TO LIVE-NAME
           IF SITE-NOW = 0 THEN
               STRING "CHECKERS.LIVE." BD-GAME(BOARD-IDX)
                   DELIMITED BY SIZE INTO LIVE-NAME
           ELSE
               IF ND-DIR(SITE-NOW) = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
               STRING TRIM(ND-DIR(SITE-NOW)) "CHECKERS.LIVE."
                   BD-GAME(BOARD-IDX)
                   DELIMITED BY SIZE INTO LIVE-NAME
           END-IF
           OPEN INPUT LIVE-FILE
           IF LIVE-STATUS NOT = "00" THEN
               IF LIVE-STATUS = "05" THEN
                   CLOSE LIVE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LIVE-HEADER
           READ LIVE-FILE INTO LIVE-HEADER
               AT END MOVE SPACES TO LIVE-HEADER
           END-READ
           CLOSE LIVE-FILE
           IF LV-GAME NOT = BD-GAME(BOARD-IDX) OR LV-STATE NOT = "OVER"
               EXIT PARAGRAPH
           END-IF
           IF LV-RESULT(1:5) = "DRAWN" THEN
               MOVE "D" TO BD-RESULT(BOARD-IDX)
           ELSE
               MOVE SPACES TO LIVE-WINNER
               UNSTRING LV-RESULT DELIMITED BY " WINS"
                   INTO LIVE-WINNER
               EVALUATE TRUE
                   WHEN LIVE-WINNER = BD-HOME(BOARD-IDX)
                       MOVE "H" TO BD-RESULT(BOARD-IDX)
                   WHEN LIVE-WINNER = BD-AWAY(BOARD-IDX)
                       MOVE "A" TO BD-RESULT(BOARD-IDX)
               END-EVALUATE
           END-IF
           IF BD-RESULT(BOARD-IDX) NOT = SPACE THEN
               MOVE LV-TURN-DATE TO BD-DATE(BOARD-IDX)
           END-IF.
      * A result by hand, for a game whose view this terminal cannot
      * see.
       ENTER-RESULT.
           PERFORM COLLECT-RESULTS
           MOVE SPACES TO ANSWER
           DISPLAY "GAME ID?"
           ACCEPT ANSWER
           MOVE FUNCTION UPPER-CASE(ANSWER) TO ANSWER
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING BOARD-IDX FROM 1 BY 1
                   UNTIL BOARD-IDX > BOARD-COUNT
               IF BD-GAME(BOARD-IDX) = ANSWER(1:4) THEN
                   MOVE BOARD-IDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0 THEN
               DISPLAY "NO TEAM-MATCH BOARD PLAYS GAME " TRIM(ANSWER)
               EXIT PARAGRAPH
           END-IF
           MOVE FOUND-IDX TO BOARD-IDX
           IF BD-RESULT(BOARD-IDX) NOT = SPACE THEN
               DISPLAY "GAME " BD-GAME(BOARD-IDX)
                   " ALREADY HAS ITS RESULT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " TRIM(BD-HOME(BOARD-IDX)) " V "
               TRIM(BD-AWAY(BOARD-IDX))
           MOVE SPACE TO RESULT-CH
           PERFORM UNTIL RESULT-CH = "H" OR RESULT-CH = "A"
                      OR RESULT-CH = "D"
               DISPLAY "  RESULT - H HOME WINS, A AWAY WINS, D DRAW?"
               ACCEPT RESULT-CH
               MOVE FUNCTION UPPER-CASE(RESULT-CH) TO RESULT-CH
           END-PERFORM
           MOVE RESULT-CH TO BD-RESULT(BOARD-IDX)
           MOVE TODAY-YMD TO BD-DATE(BOARD-IDX).
      * The team score of match MATCH-IDX in half points (a win 2, a
      * draw 1 each) and the boards still to finish.
       SCORE-MATCH.
           MOVE 0 TO HOME-HALF AWAY-HALF BOARDS-LEFT
           PERFORM VARYING BOARD-IDX FROM 1 BY 1
                   UNTIL BOARD-IDX > BOARD-COUNT
               IF BD-MATCH(BOARD-IDX) = MT-NO(MATCH-IDX) THEN
                   EVALUATE BD-RESULT(BOARD-IDX)
                       WHEN "H"
                           ADD 2 TO HOME-HALF
                       WHEN "A"
                           ADD 2 TO AWAY-HALF
                       WHEN "D"
                           ADD 1 TO HOME-HALF
                           ADD 1 TO AWAY-HALF
                       WHEN OTHER
                           ADD 1 TO BOARDS-LEFT
                   END-EVALUATE
               END-IF
           END-PERFORM
           DIVIDE HOME-HALF BY 2 GIVING TM-J REMAINDER TM-K
           MOVE TM-J TO SCORE-SHOW
           IF TM-K = 1 THEN
               MOVE ".5" TO HALF-SHOW
           ELSE
               MOVE "  " TO HALF-SHOW
           END-IF
           DIVIDE AWAY-HALF BY 2 GIVING TM-J REMAINDER TM-K
           MOVE TM-J TO SCORE-SHOW-B
           IF TM-K = 1 THEN
               MOVE ".5" TO HALF-SHOW-B
           ELSE
               MOVE "  " TO HALF-SHOW-B
           END-IF
           MOVE SPACES TO SCORE-TEXT
           STRING TRIM(SCORE-SHOW) DELIMITED BY SIZE
                  HALF-SHOW DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  TRIM(SCORE-SHOW-B) DELIMITED BY SIZE
                  HALF-SHOW-B DELIMITED BY SPACE
               INTO SCORE-TEXT.
      * A match whose every board is decided gets its final report,
      * mailed to both sites' lists, and is closed.
       CLOSE-FINISHED-MATCH.
           IF MT-STATE(MATCH-IDX) NOT = "O" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SCORE-MATCH
           IF BOARDS-LEFT > 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BODY-NAME
           STRING "TEAM" MT-NO(MATCH-IDX) "F.MAI"
               DELIMITED BY SIZE INTO BODY-NAME
           OPEN OUTPUT BODY-FILE
           IF BODY-STATUS NOT = "00" AND BODY-STATUS NOT = "05" THEN
               DISPLAY "CANNOT WRITE " TRIM(BODY-NAME)
                   " - MATCH LEFT OPEN"
               EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-LINES
           CLOSE BODY-FILE
           MOVE SPACES TO MAIL-SUBJECT
           STRING "CHECKERS TEAM MATCH " MT-NO(MATCH-IDX) " RESULT"
               DELIMITED BY SIZE INTO MAIL-SUBJECT
           PERFORM QUEUE-TO-BOTH-LISTS
           MOVE "F" TO MT-STATE(MATCH-IDX)
           DISPLAY "MATCH " MT-NO(MATCH-IDX) " IS OVER - REPORT IN "
               TRIM(BODY-NAME) ", MAIL QUEUED".
      * The match, its team score and each board's result, into the
      * body file.
       MATCH-LINES.
           MOVE SPACES TO OUT-LINE
           STRING "CHECKERS TEAM MATCH " MT-NO(MATCH-IDX) " OF "
               MT-DATE(MATCH-IDX) " - "
               TRIM(MT-HOME-NAME(MATCH-IDX)) " V "
               TRIM(MT-AWAY-NAME(MATCH-IDX))
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM PUT-BODY-LINE
           MOVE SPACES TO OUT-LINE
           IF MT-STATE(MATCH-IDX) = "O" AND BOARDS-LEFT > 0 THEN
               STRING "TEAM SCORE " TRIM(SCORE-TEXT) "  ("
                   BOARDS-LEFT " STILL PLAYING)"
                   DELIMITED BY SIZE INTO OUT-LINE
           ELSE
               STRING "FINAL SCORE " TRIM(SCORE-TEXT)
                   DELIMITED BY SIZE INTO OUT-LINE
           END-IF
           PERFORM PUT-BODY-LINE
           PERFORM VARYING BOARD-IDX FROM 1 BY 1
                   UNTIL BOARD-IDX > BOARD-COUNT
               IF BD-MATCH(BOARD-IDX) = MT-NO(MATCH-IDX) THEN
                   PERFORM BOARD-RESULT-LINE
               END-IF
           END-PERFORM.
       BOARD-RESULT-LINE.
           MOVE SPACES TO OUT-LINE
           STRING "  BOARD " BD-BOARD(BOARD-IDX) "  "
               BD-GAME(BOARD-IDX) "  " BD-HOME(BOARD-IDX) " V "
               BD-AWAY(BOARD-IDX) "  "
               DELIMITED BY SIZE INTO OUT-LINE
           EVALUATE BD-RESULT(BOARD-IDX)
               WHEN "H"
                   MOVE "1 - 0" TO OUT-LINE(44:5)
               WHEN "A"
                   MOVE "0 - 1" TO OUT-LINE(44:5)
               WHEN "D"
                   MOVE "DRAWN" TO OUT-LINE(44:5)
               WHEN OTHER
                   MOVE "PLAYING" TO OUT-LINE(44:7)
           END-EVALUATE
           IF BD-DATE(BOARD-IDX) > 0 THEN
               MOVE BD-DATE(BOARD-IDX) TO OUT-LINE(53:8)
           END-IF
           PERFORM PUT-BODY-LINE.
      * Every match's running score, on screen and in CHKTEAM.RPT.
       WRITE-RUNNING-SCORES.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO OUT-LINE
           STRING "CHECKERS TEAM MATCHES AS OF " TODAY-YMD
               DELIMITED BY SIZE INTO OUT-LINE
           PERFORM PUT-REPORT-LINE
           IF MATCH-COUNT = 0 THEN
               MOVE "NO TEAM MATCHES ON FILE" TO OUT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
                   UNTIL MATCH-IDX > MATCH-COUNT
               MOVE SPACES TO OUT-LINE
               PERFORM PUT-REPORT-LINE
               PERFORM SCORE-MATCH
               SET LINES-TO-REPORT TO TRUE
               PERFORM MATCH-LINES
               SET LINES-TO-BODY TO TRUE
           END-PERFORM
           CLOSE REPORT-FILE.
       PUT-BODY-LINE.
           IF LINES-TO-REPORT THEN
               PERFORM PUT-REPORT-LINE
           ELSE
               MOVE OUT-LINE TO BODY-LINE
               WRITE BODY-LINE
           END-IF.
       PUT-REPORT-LINE.
           DISPLAY OUT-LINE
           IF REPORT-STATUS = "00" OR REPORT-STATUS = "05" THEN
               MOVE OUT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      * One list-addressed send request per site's mailing list; the
      * mail sender expands LIST:name from the named-list store. The
      * same list for both sites is queued once.
       QUEUE-TO-BOTH-LISTS.
           OPEN EXTEND SPOOL-FILE
           IF SPOOL-STATUS NOT = "00" AND SPOOL-STATUS NOT = "05" THEN
               DISPLAY "CANNOT QUEUE THE TEAM-MATCH MAIL"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SPOOL-LINE
           STRING "P|LIST:" TRIM(MT-HOME-LIST(MATCH-IDX)) "|"
               TRIM(MAIL-SUBJECT) "|@" TRIM(BODY-NAME) "|"
               DELIMITED BY SIZE INTO SPOOL-LINE
           WRITE SPOOL-RECORD FROM SPOOL-LINE
           IF MT-AWAY-LIST(MATCH-IDX) NOT = MT-HOME-LIST(MATCH-IDX)
               MOVE SPACES TO SPOOL-LINE
               STRING "P|LIST:" TRIM(MT-AWAY-LIST(MATCH-IDX)) "|"
                   TRIM(MAIL-SUBJECT) "|@" TRIM(BODY-NAME) "|"
                   DELIMITED BY SIZE INTO SPOOL-LINE
               WRITE SPOOL-RECORD FROM SPOOL-LINE
           END-IF
           CLOSE SPOOL-FILE.
