000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SEASON.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SEASON - THE QUARTERLY LEADERBOARD ROLLOVER.  AT THE END OF   *
000900*  EACH QUARTER THE FINAL STANDINGS OF EVERY GAME ARE ARCHIVED   *
001000*  FOR GOOD IN THE HALL OF FAME (HALLFAME.DAT) WITH THE SEASON   *
001100*  CHAMPION OF EACH, THE LIVE LEADERBOARDS ARE EMPTIED FOR THE   *
001200*  NEW SEASON, AND THE CHECKERS RATINGS - WHICH ARE A LADDER,    *
001300*  NOT A SCOREBOARD - ARE PULLED PART OF THE WAY TOWARD THE      *
001400*  LADDER AVERAGE INSTEAD OF BEING WIPED.                        *
001500*                                                                *
001600*  THE SEASON ROLLED OVER IS NAMED YYYYQN.  BY DEFAULT IT IS THE *
001700*  QUARTER BEFORE TODAY'S; THE SEASON_ID ENVIRONMENT VARIABLE    *
001800*  NAMES ANOTHER.  THE STEP RUNS IN THE NIGHT RUN ON THE FIRST   *
001900*  BUSINESS DAY OF EVERY MONTH (RUNBOOK.CFG CALENDAR "FIRSTBD"); *
002000*  THE FIRST NIGHT OF A QUARTER DOES THE ROLLOVER AND THE OTHER  *
002100*  TWO MONTHS FIND THE SEASON ALREADY DONE AND DO NOTHING.  THE  *
002200*  TERMINALS MUST BE IDLE, AS THEY ARE FOR THE NIGHT RUN.        *
002300*                                                                *
002400*  THE STEPS, EACH JOURNALLED TO SEASON.JNL AS IT COMPLETES:     *
002500*    1 ARCHIVE   EVERY GAME'S STANDINGS INTO SEASON.WRK          *
002600*    2 HALL      SEASON.WRK APPENDED TO HALLFAME.DAT             *
002700*    3 TETRIS    TTS.SCORE BACK TO ITS 20 EMPTY PLACES           *
002800*    4 SNAKE     SNAKE.SCORE EMPTIED                             *
002900*    5 2048      .2048-HIGH-SCORES-SHOP EMPTIED                  *
003000*    6 CHECKERS  THE THREE LADDERS' RATINGS PULLED TO THE MEAN   *
003100*    7 MAIL      THE CHAMPIONS MAILED TO LIST:SHOP               *
003200*  A RERUN AFTER A FAILURE RESUMES AFTER THE LAST STEP THE       *
003300*  JOURNAL SHOWS DONE.  STEP 1 REBUILDS SEASON.WRK WHOLE (OPEN   *
003400*  OUTPUT); STEP 2 SKIPS THE LINES OF THIS SEASON HALLFAME.DAT   *
003500*  ALREADY HOLDS, SO A HALF-FINISHED APPEND IS NEVER DOUBLED;    *
003600*  STEP 6 WORKS FROM THE RATINGS ARCHIVED IN SEASON.WRK, SO A    *
003700*  PROFILE ALREADY PULLED IS ONLY REWRITTEN WITH THE SAME VALUE. *
003800*  A SEASON LEFT UNFINISHED IS RESUMED BEFORE ANY OTHER IS       *
003900*  STARTED, AND A SEASON THE HALL OF FAME ALREADY HOLDS, OR ONE  *
004000*  OLDER THAN THE NEWEST THERE, IS REFUSED.                      *
004100*                                                                *
004200*  HALLFAME.DAT, ONE LINE PER PLACE:                             *
004300*    COLS  1-6   SEASON        COLS  8-15  GAME                  *
004400*    COL  17     S = SEASON STANDING, C = SEASON CHAMPION        *
004500*    COLS 19-22  RANK          COLS 24-35  PLAYER                *
004600*    COLS 37-54  SCORE (POINTS, LENGTH, SCORE OR RATING)         *
004700*    COLS 56-60  LADDER GAMES ON FILE (CHECKERS ONLY)            *
004800*    COLS 62-101 DETAIL                                          *
004900*  THE GAMES ARE TETRIS, SNAKE, 2048, AND CHECKERS, CHKRUS AND   *
005000*  CHKBRA FOR THE THREE LADDERS.  A PLAYER'S BEST ENTRY ONLY IS  *
005100*  RANKED.  A LADDER'S CHAMPION IS ITS HIGHEST RATING AMONG THE  *
005200*  PLAYERS WHO PLAYED THAT SEASON - LADDER GAMES ON FILE BEYOND  *
005300*  THOSE IN THEIR LAST HALL OF FAME STANDING.                    *
005400*                                                                *
005500*  SEASON.CFG (OPTIONAL): "PULL NNN" IN COLS 1-8 IS THE PERCENT  *
005600*  OF ITS DISTANCE FROM THE LADDER MEAN A RATING LOSES (DEFAULT  *
005700*  50).  THE MEAN IS TAKEN OVER THE PROFILES WITH GAMES ON FILE; *
005800*  A PROFILE THAT HAS NEVER PLAYED KEEPS ITS RATING.             *
005900*                                                                *
006000*  THE RUN IS LOGGED IN SEASON.RPT.  RETURN CODE 8 WHEN A STEP   *
006100*  FAILS OR THE SEASON IS REFUSED, 4 WHEN AN UNFINISHED EARLIER  *
006200*  SEASON WAS COMPLETED INSTEAD AND THE RUN MUST BE REPEATED.    *
006300******************************************************************
006400*  MODIFICATION HISTORY                                          *
006500*  10/15/26 OSG  INITIAL VERSION.                                *
006600******************************************************************
006700 ENVIRONMENT DIVISION.
006800 CONFIGURATION SECTION.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT OPTIONAL CONFIG-FILE ASSIGN TO "SEASON.CFG"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CONFIG-STATUS.
007400     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "SEASON.JNL"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS JOURNAL-STATUS.
007700     SELECT OPTIONAL WORK-FILE ASSIGN TO "SEASON.WRK"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WORK-STATUS.
008000     SELECT OPTIONAL HALL-FILE ASSIGN TO "HALLFAME.DAT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS HALL-STATUS.
008300     SELECT OPTIONAL TTS-FILE ASSIGN TO "TTS.SCORE"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS TTS-STATUS.
008600     SELECT OPTIONAL SNAKE-FILE ASSIGN TO "SNAKE.SCORE"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS SNAKE-STATUS.
008900     SELECT OPTIONAL SHOP48-FILE ASSIGN TO SHOP48-NAME
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS SHOP48-STATUS.
009200     SELECT OPTIONAL PLAYER-FILE ASSIGN TO PLAYER-NAME
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS PL-NAME
009600         LOCK MODE IS MANUAL
009700         FILE STATUS IS PLAYER-STATUS.
009800     SELECT OPTIONAL MAIL-FILE ASSIGN TO "SEASON.MAI"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS MAIL-STATUS.
010100*    THIS PROGRAM'S OWN SPOOL DROP FILE; THE MAIL SENDER SWEEPS
010200*    IT INTO DRIVER.SPL AT THE START OF ITS RUN.
010300     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.SEASON"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS SPOOL-STATUS.
010600     SELECT OPTIONAL REPORT-FILE ASSIGN TO "SEASON.RPT"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS REPORT-STATUS.
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  CONFIG-FILE.
011200 01  CONFIG-RECORD.
011300     05  CFG-WORD            PIC X(04).
011400     05  FILLER              PIC X(01).
011500     05  CFG-VALUE           PIC X(03).
011600     05  FILLER              PIC X(72).
011700 FD  JOURNAL-FILE.
011800 01  JOURNAL-RECORD.
011900     05  JNL-SEASON          PIC X(06).
012000     05  FILLER              PIC X(01).
012100     05  JNL-STEP            PIC 9(02).
012200     05  FILLER              PIC X(01).
012300     05  JNL-STEP-NAME       PIC X(08).
012400     05  FILLER              PIC X(01).
012500     05  JNL-DATE            PIC 9(08).
012600     05  FILLER              PIC X(01).
012700     05  JNL-TIME            PIC 9(06).
012800******************************************************************
012900*  SEASON.WRK AND HALLFAME.DAT SHARE ONE LAYOUT (SEE ABOVE).     *
013000******************************************************************
013100 FD  WORK-FILE.
013200 01  WORK-RECORD.
013300     05  SW-SEASON           PIC X(06).
013400     05  FILLER              PIC X(01).
013500     05  SW-GAME             PIC X(08).
013600     05  FILLER              PIC X(01).
013700     05  SW-TYPE             PIC X(01).
013800     05  FILLER              PIC X(01).
013900     05  SW-RANK             PIC 9(04).
014000     05  FILLER              PIC X(01).
014100     05  SW-PLAYER           PIC X(12).
014200     05  FILLER              PIC X(01).
014300     05  SW-SCORE            PIC 9(18).
014400     05  FILLER              PIC X(01).
014500     05  SW-GAMES            PIC 9(05).
014600     05  FILLER              PIC X(01).
014700     05  SW-DETAIL           PIC X(40).
014800 FD  HALL-FILE.
014900 01  HALL-RECORD.
015000     05  HF-SEASON           PIC X(06).
015100     05  FILLER              PIC X(01).
015200     05  HF-GAME             PIC X(08).
015300     05  FILLER              PIC X(01).
015400     05  HF-TYPE             PIC X(01).
015500     05  FILLER              PIC X(01).
015600     05  HF-RANK             PIC 9(04).
015700     05  FILLER              PIC X(01).
015800     05  HF-PLAYER           PIC X(12).
015900     05  FILLER              PIC X(01).
016000     05  HF-SCORE            PIC 9(18).
016100     05  FILLER              PIC X(01).
016200     05  HF-GAMES            PIC 9(05).
016300     05  FILLER              PIC X(01).
016400     05  HF-DETAIL           PIC X(40).
016500 FD  TTS-FILE.
016600 01  SHIGH.
016700     05  HIGH-NAME           PIC X(20).
016800     05  HIGH-POINTS         PIC 9(18) COMP.
016900     05  HIGH-LINES          PIC 9(09) COMP.
017000     05  HIGH-ENTRY          PIC 9(04) COMP.
017100     05  HIGH-LEVEL          PIC 9(04) COMP.
017200     05  HIGH-BONUS          PIC 9(04) COMP.
017300     05  HIGH-CPU            PIC 9(09) COMP.
017400     05  HIGH-NODE           PIC X(08).
017500 FD  SNAKE-FILE.
017600 01  SNAKE-RECORD.
017700     05  SN-DATE             PIC X(10).
017800     05  FILLER              PIC X(01).
017900     05  SN-TIME             PIC X(08).
018000     05  FILLER              PIC X(01).
018100     05  SN-SCORE            PIC X(04).
018200     05  FILLER              PIC X(01).
018300     05  SN-POINTS           PIC X(06).
018400     05  FILLER              PIC X(01).
018500     05  SN-PLAYER           PIC X(08).
018600 FD  SHOP48-FILE.
018700 01  SHOP48-RECORD.
018800     05  S48-SCORE           PIC X(04).
018900     05  FILLER              PIC X(03).
019000     05  S48-MACHINE         PIC X(08).
019100     05  FILLER              PIC X(01).
019200     05  S48-TEXT            PIC X(16).
019300     05  S48-PLAYER          PIC X(12).
019400 FD  PLAYER-FILE.
019500 01  PLAYER-RECORD.
019600     05  PL-NAME             PIC X(12).
019700     05  PL-GAMES            PIC 9(05).
019800     05  PL-WINS             PIC 9(05).
019900     05  PL-LOSSES           PIC 9(05).
020000     05  PL-RATING           PIC 9(04).
020100 FD  MAIL-FILE.
020200 01  MAIL-RECORD             PIC X(80).
020300 FD  SPOOL-FILE.
020400 01  SPOOL-RECORD            PIC X(250).
020500 FD  REPORT-FILE.
020600 01  REPORT-RECORD           PIC X(100).
020700 WORKING-STORAGE SECTION.
020800 77  CONFIG-STATUS           PIC X(02).
020900 77  JOURNAL-STATUS          PIC X(02).
021000 77  WORK-STATUS             PIC X(02).
021100 77  HALL-STATUS             PIC X(02).
021200 77  TTS-STATUS              PIC X(02).
021300 77  SNAKE-STATUS            PIC X(02).
021400 77  SHOP48-STATUS           PIC X(02).
021500 77  PLAYER-STATUS           PIC X(02).
021600 77  MAIL-STATUS             PIC X(02).
021700 77  SPOOL-STATUS            PIC X(02).
021800 77  REPORT-STATUS           PIC X(02).
021900 77  SHOP48-NAME             PIC X(25)
022000     VALUE ".2048-HIGH-SCORES-SHOP".
022100 77  PLAYER-NAME             PIC X(40) VALUE SPACES.
022200 77  EOF-SW                  PIC X(01) VALUE "N".
022300     88  FILE-AT-END         VALUE "Y".
022400 77  REPORT-SW               PIC X(01) VALUE "N".
022500     88  REPORT-IS-OPEN      VALUE "Y".
022600 77  TODAY-YMD               PIC 9(08).
022700 01  CLOCK-NOW.
022800     05  CLOCK-HHMMSS        PIC 9(06).
022900     05  FILLER              PIC 9(02).
023000******************************************************************
023100*  THE SEASON BEING ROLLED OVER.                                 *
023200******************************************************************
023300 77  SEASON-ID               PIC X(06) VALUE SPACES.
023400 77  WANTED-SEASON           PIC X(06) VALUE SPACES.
023500 01  SEASON-ENV              PIC X(20).
023600 77  SEASON-YEAR             PIC 9(04).
023700 77  SEASON-MONTH            PIC 9(02).
023800 77  SEASON-Q                PIC 9(01).
023900 77  PULL-PERCENT            PIC 9(03) VALUE 50.
024000******************************************************************
024100*  WHERE THE JOURNAL LEFT OFF, AND THIS RUN'S STEPS.             *
024200******************************************************************
024300 77  LAST-SEASON             PIC X(06) VALUE SPACES.
024400 77  LAST-STEP               PIC 9(02) VALUE ZERO.
024500 77  SEASON-DONE-SW          PIC X(01) VALUE "N".
024600 77  START-STEP              PIC 9(02) VALUE 1.
024700 77  STEP-NO                 PIC 9(02).
024800 77  STEPS-RUN               PIC 9(02) VALUE ZERO.
024900 77  STEP-FAILED-SW          PIC X(01) VALUE "N".
025000     88  STEP-FAILED         VALUE "Y".
025100 01  STEP-NAMES.
025200     05  FILLER              PIC X(08) VALUE "ARCHIVE".
025300     05  FILLER              PIC X(08) VALUE "HALL".
025400     05  FILLER              PIC X(08) VALUE "TETRIS".
025500     05  FILLER              PIC X(08) VALUE "SNAKE".
025600     05  FILLER              PIC X(08) VALUE "2048".
025700     05  FILLER              PIC X(08) VALUE "CHECKERS".
025800     05  FILLER              PIC X(08) VALUE "MAIL".
025900 01  STEP-TABLE REDEFINES STEP-NAMES.
026000     05  STEP-NAME           OCCURS 7 TIMES PIC X(08).
026100******************************************************************
026200*  THE GAMES THE HALL OF FAME KEEPS, THE TITLE EACH IS MAILED    *
026300*  UNDER AND WHAT ITS SCORE COUNTS.  ENTRIES 4-6 ARE THE THREE   *
026400*  CHECKERS LADDERS, IN LADDER-NAMES ORDER.                      *
026500******************************************************************
026600 01  GAME-NAMES.
026700     05  FILLER    PIC X(08) VALUE "TETRIS".
026800     05  FILLER    PIC X(20) VALUE "TETRIS".
026900     05  FILLER    PIC X(06) VALUE "POINTS".
027000     05  FILLER    PIC X(08) VALUE "SNAKE".
027100     05  FILLER    PIC X(20) VALUE "SNAKE".
027200     05  FILLER    PIC X(06) VALUE "LENGTH".
027300     05  FILLER    PIC X(08) VALUE "2048".
027400     05  FILLER    PIC X(20) VALUE "2048".
027500     05  FILLER    PIC X(06) VALUE "SCORE".
027600     05  FILLER    PIC X(08) VALUE "CHECKERS".
027700     05  FILLER    PIC X(20) VALUE "ENGLISH DRAUGHTS".
027800     05  FILLER    PIC X(06) VALUE "RATING".
027900     05  FILLER    PIC X(08) VALUE "CHKRUS".
028000     05  FILLER    PIC X(20) VALUE "RUSSIAN DRAUGHTS".
028100     05  FILLER    PIC X(06) VALUE "RATING".
028200     05  FILLER    PIC X(08) VALUE "CHKBRA".
028300     05  FILLER    PIC X(20) VALUE "BRAZILIAN DRAUGHTS".
028400     05  FILLER    PIC X(06) VALUE "RATING".
028500 01  GAME-TABLE REDEFINES GAME-NAMES.
028600     05  GAME-ENTRY          OCCURS 6 TIMES.
028700         10  GM-CODE         PIC X(08).
028800         10  GM-TITLE        PIC X(20).
028900         10  GM-UNIT         PIC X(06).
029000 77  GM-IX                   PIC 9(01) COMP.
029100 01  LADDER-NAMES.
029200     05  FILLER    PIC X(20) VALUE "CHECKERS.PLAYERS".
029300     05  FILLER    PIC X(20) VALUE "CHECKERS.PLAYERS.RUS".
029400     05  FILLER    PIC X(20) VALUE "CHECKERS.PLAYERS.BRA".
029500 01  LADDER-TABLE REDEFINES LADDER-NAMES.
029600     05  LADDER-FILE         OCCURS 3 TIMES PIC X(20).
029700 77  LADDER-IX               PIC 9(01) COMP.
029800******************************************************************
029900*  ONE GAME'S STANDINGS IN MEMORY, BEST ENTRY PER PLAYER.        *
030000******************************************************************
030100 77  STAND-MAX               PIC 9(04) COMP VALUE 500.
030200 77  STAND-COUNT             PIC 9(04) COMP VALUE ZERO.
030300 77  STAND-SKIPPED           PIC 9(05) VALUE ZERO.
030400 77  ST-IX                   PIC 9(04) COMP.
030500 77  ST-JX                   PIC 9(04) COMP.
030600 77  ST-HIT                  PIC 9(04) COMP.
030700 01  STAND-TABLE.
030800     05  STAND-ENTRY         OCCURS 500 TIMES.
030900         10  ST-PLAYER       PIC X(12).
031000         10  ST-SCORE        PIC 9(18).
031100         10  ST-GAMES        PIC 9(05).
031200         10  ST-SEASON-GAMES PIC 9(05).
031300         10  ST-DETAIL       PIC X(40).
031400 01  STAND-HOLD              PIC X(80).
031500 01  CANDIDATE.
031600     05  CAND-PLAYER         PIC X(12).
031700     05  CAND-SCORE          PIC 9(18).
031800     05  CAND-GAMES          PIC 9(05).
031900     05  CAND-SEASON-GAMES   PIC 9(05).
032000     05  CAND-DETAIL         PIC X(40).
032100 77  CHAMP-IX                PIC 9(04) COMP.
032200 77  LINE-TYPE               PIC X(01).
032300******************************************************************
032400*  LADDER GAMES ON FILE AT EACH PLAYER'S LAST ARCHIVED STANDING, *
032500*  TO TELL WHO PLAYED THIS SEASON.                               *
032600******************************************************************
032700 01  PRIOR-TABLE.
032800     05  PRIOR-ENTRY         OCCURS 1500 TIMES.
032900         10  PR-GAME         PIC X(08).
033000         10  PR-PLAYER       PIC X(12).
033100         10  PR-SEASON       PIC X(06).
033200         10  PR-GAMES        PIC 9(05).
033300 77  PRIOR-COUNT             PIC 9(04) COMP VALUE ZERO.
033400 77  PR-IX                   PIC 9(04) COMP.
033500 77  PR-HIT                  PIC 9(04) COMP.
033600 77  PRIOR-GAMES             PIC 9(05).
033700 77  MATCH-GAME              PIC X(08).
033800 77  MATCH-PLAYER            PIC X(12).
033900 77  PRIOR-SKIPPED           PIC 9(05) VALUE ZERO.
034000******************************************************************
034100*  THE HALL OF FAME AS IT STANDS.                                *
034200******************************************************************
034300 77  HALL-ALREADY            PIC 9(05) COMP VALUE ZERO.
034400 77  HALL-LATEST             PIC X(06) VALUE SPACES.
034500 77  HALL-ADDED              PIC 9(05) VALUE ZERO.
034600 77  WORK-READ               PIC 9(05) COMP VALUE ZERO.
034700 77  WORK-WRITTEN            PIC 9(05) VALUE ZERO.
034800******************************************************************
034900*  THE RATING PULL.                                              *
035000******************************************************************
035100 77  RATING-SUM              PIC 9(09).
035200 77  RATING-N                PIC 9(05).
035300 77  RATING-MEAN             PIC 9(04)V9(04).
035400 77  NEW-RATING              PIC 9(04).
035500 77  REGRESSED               PIC 9(05).
035600 77  LOCK-FAILED             PIC 9(05) VALUE ZERO.
035700 77  LOCK-TRIES              PIC 9(02) COMP.
035800 77  LOCK-MAX-TRIES          PIC 9(02) COMP VALUE 20.
035900 77  LOCK-WAIT-NS            PIC 9(09) COMP VALUE 500000000.
036000*    THE PLACES TETRIS KEEPS IN TTS.SCORE.
036100 77  TTS-PLACES              PIC 9(02) VALUE 20.
036200******************************************************************
036300*  THE SEASON'S CHAMPIONS, FOR THE MAIL.                         *
036400******************************************************************
036500 01  CHAMP-TABLE.
036600     05  CHAMP-ENTRY         OCCURS 6 TIMES.
036700         10  CH-PLAYER       PIC X(12).
036800         10  CH-SCORE        PIC 9(18).
036900 77  CHAMP-COUNT             PIC 9(01) VALUE ZERO.
037000******************************************************************
037100*  EDITING AND OUTPUT LINES.                                     *
037200******************************************************************
037300 77  ED-2                    PIC Z9.
037400 77  ED-4                    PIC ZZZ9.
037500 77  ED-5                    PIC ZZZZ9.
037600 77  ED-5B                   PIC ZZZZ9.
037700 77  ED-9                    PIC ZZZZZZZZ9.
037800 01  REPORT-LINE             PIC X(100).
037900 01  MAIL-LINE               PIC X(80).
038000 01  SPOOL-LINE              PIC X(250).
038100 01  CHAMP-LINE.
038200     05  FILLER              PIC X(02) VALUE SPACES.
038300     05  CL-TITLE            PIC X(20).
038400     05  FILLER              PIC X(02) VALUE SPACES.
038500     05  CL-PLAYER           PIC X(12).
038600     05  FILLER              PIC X(02) VALUE SPACES.
038700     05  CL-SCORE            PIC Z(11)9.
038800     05  FILLER              PIC X(01) VALUE SPACES.
038900     05  CL-UNIT             PIC X(06).
039000     05  FILLER              PIC X(23) VALUE SPACES.
039100 PROCEDURE DIVISION.
039200******************************************************************
039300*  0000-MAINLINE - WHICH SEASON, WHERE THE JOURNAL LEFT IT, THEN *
039400*  THE STEPS STILL TO DO, IN ORDER, STOPPING AT A FAILURE.       *
039500******************************************************************
039600 0000-MAINLINE.
039700     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
039800     OPEN OUTPUT REPORT-FILE.
039900     IF REPORT-STATUS = "00" OR REPORT-STATUS = "05"
040000         MOVE "Y" TO REPORT-SW.
040100     PERFORM 1000-PICK-SEASON THRU 1000-EXIT.
040200     IF SEASON-ID = SPACES
040300         MOVE 8 TO RETURN-CODE
040400         GO TO 0000-FINISH.
040500     PERFORM 1100-LOAD-CONFIG THRU 1100-EXIT.
040600     PERFORM 1200-READ-JOURNAL THRU 1200-EXIT.
040700     PERFORM 1500-DECIDE-START THRU 1500-EXIT.
040800     MOVE SPACES TO REPORT-LINE.
040900     STRING "SEASON ROLLOVER " SEASON-ID " - RUN "
041000            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
041100         DELIMITED BY SIZE INTO REPORT-LINE.
041200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
041300     MOVE SPACES TO REPORT-LINE.
041400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
041500     IF SEASON-DONE-SW = "Y"
041600         MOVE SPACES TO REPORT-LINE
041700         STRING "SEASON " SEASON-ID
041800                " IS ALREADY ROLLED OVER - NOTHING TO DO"
041900             DELIMITED BY SIZE INTO REPORT-LINE
042000         PERFORM 8900-PUT-LINE THRU 8900-EXIT
042100         GO TO 0000-FINISH.
042200     PERFORM 1300-SCAN-HALL THRU 1300-EXIT.
042300     IF START-STEP = 1
042400         PERFORM 1600-CHECK-NEW-SEASON THRU 1600-EXIT.
042500     IF STEP-FAILED
042600         MOVE 8 TO RETURN-CODE
042700         GO TO 0000-FINISH.
042800     IF START-STEP > 1
042900         MOVE START-STEP TO ED-2
043000         MOVE SPACES TO REPORT-LINE
043100         STRING "RESUMING AT STEP " ED-2 " "
043200                STEP-NAME(START-STEP)
043300             DELIMITED BY SIZE INTO REPORT-LINE
043400         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
043500     PERFORM 2000-RUN-STEP THRU 2000-EXIT
043600         VARYING STEP-NO FROM START-STEP BY 1
043700         UNTIL STEP-NO > 7 OR STEP-FAILED.
043800     MOVE SPACES TO REPORT-LINE.
043900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
044000     IF STEP-FAILED
044100         SUBTRACT 1 FROM STEP-NO
044200         MOVE STEP-NO TO ED-2
044300         STRING "** STOPPED AT STEP " ED-2 " "
044400                STEP-NAME(STEP-NO)
044500                " - RERUN TO RESUME FROM THERE"
044600             DELIMITED BY SIZE INTO REPORT-LINE
044700         PERFORM 8900-PUT-LINE THRU 8900-EXIT
044800         MOVE 8 TO RETURN-CODE
044900         GO TO 0000-FINISH.
045000     STRING "SEASON " SEASON-ID " ROLLED OVER"
045100         DELIMITED BY SIZE INTO REPORT-LINE.
045200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
045300     IF WANTED-SEASON NOT = SPACES
045400         MOVE SPACES TO REPORT-LINE
045500         STRING "** SEASON " WANTED-SEASON
045600                " IS STILL TO ROLL OVER - RUN AGAIN"
045700             DELIMITED BY SIZE INTO REPORT-LINE
045800         PERFORM 8900-PUT-LINE THRU 8900-EXIT
045900         MOVE 4 TO RETURN-CODE.
046000 0000-FINISH.
046100     IF REPORT-IS-OPEN
046200         CLOSE REPORT-FILE.
046300     STOP RUN.
046400******************************************************************
046500*  1000-PICK-SEASON - SEASON_ID WHEN IT IS SET, OTHERWISE THE    *
046600*  QUARTER BEFORE TODAY'S.                                       *
046700******************************************************************
046800 1000-PICK-SEASON.
046900     MOVE SPACES TO SEASON-ENV.
047000     DISPLAY "SEASON_ID" UPON ENVIRONMENT-NAME.
047100     ACCEPT SEASON-ENV FROM ENVIRONMENT-VALUE.
047200     IF SEASON-ENV = SPACES
047300         GO TO 1000-DEFAULT.
047400     MOVE FUNCTION UPPER-CASE(SEASON-ENV) TO SEASON-ENV.
047500     IF SEASON-ENV(1:4) NOT NUMERIC OR SEASON-ENV(5:1) NOT = "Q"
047600        OR SEASON-ENV(6:1) < "1" OR SEASON-ENV(6:1) > "4"
047700        OR SEASON-ENV(7:14) NOT = SPACES
047800         MOVE SPACES TO REPORT-LINE
047900         STRING "** SEASON_ID " FUNCTION TRIM(SEASON-ENV)
048000                " IS NOT A SEASON (YYYYQN) - NOTHING DONE"
048100             DELIMITED BY SIZE INTO REPORT-LINE
048200         PERFORM 8900-PUT-LINE THRU 8900-EXIT
048300         GO TO 1000-EXIT.
048400     MOVE SEASON-ENV(1:6) TO SEASON-ID.
048500     GO TO 1000-EXIT.
048600 1000-DEFAULT.
048700     MOVE TODAY-YMD(1:4) TO SEASON-YEAR.
048800     MOVE TODAY-YMD(5:2) TO SEASON-MONTH.
048900     COMPUTE SEASON-Q = (SEASON-MONTH - 1) / 3.
049000     IF SEASON-Q = ZERO
049100         SUBTRACT 1 FROM SEASON-YEAR
049200         MOVE 4 TO SEASON-Q.
049300     STRING SEASON-YEAR "Q" SEASON-Q
049400         DELIMITED BY SIZE INTO SEASON-ID.
049500 1000-EXIT.
049600     EXIT.
049700******************************************************************
049800*  1100-LOAD-CONFIG - THE RATING PULL, IF SEASON.CFG GIVES ONE.  *
049900******************************************************************
050000 1100-LOAD-CONFIG.
050100     MOVE "N" TO EOF-SW.
050200     OPEN INPUT CONFIG-FILE.
050300     IF CONFIG-STATUS NOT = "00"
050400         IF CONFIG-STATUS = "05"
050500             CLOSE CONFIG-FILE
050600         END-IF
050700         GO TO 1100-EXIT.
050800     PERFORM 1110-ONE-CONFIG-LINE THRU 1110-EXIT
050900         UNTIL FILE-AT-END.
051000     CLOSE CONFIG-FILE.
051100 1100-EXIT.
051200     EXIT.
051300 1110-ONE-CONFIG-LINE.
051400     READ CONFIG-FILE
051500         AT END
051600             MOVE "Y" TO EOF-SW
051700             GO TO 1110-EXIT
051800     END-READ.
051900     IF CFG-WORD NOT = "PULL"
052000         GO TO 1110-EXIT.
052100     IF CFG-VALUE NOT NUMERIC OR CFG-VALUE > "100"
052200         DISPLAY "SEASON.CFG PULL " CFG-VALUE
052300                 " IS NOT A PERCENT - 50 USED"
052400         GO TO 1110-EXIT.
052500     MOVE CFG-VALUE TO PULL-PERCENT.
052600 1110-EXIT.
052700     EXIT.
052800******************************************************************
052900*  1200-READ-JOURNAL - THE LAST STEP JOURNALLED, AND WHETHER THE *
053000*  SEASON ASKED FOR WAS EVER FINISHED.                           *
053100******************************************************************
053200 1200-READ-JOURNAL.
053300     MOVE "N" TO EOF-SW.
053400     OPEN INPUT JOURNAL-FILE.
053500     IF JOURNAL-STATUS NOT = "00"
053600         IF JOURNAL-STATUS = "05"
053700             CLOSE JOURNAL-FILE
053800         END-IF
053900         GO TO 1200-EXIT.
054000     PERFORM 1210-ONE-JOURNAL-LINE THRU 1210-EXIT
054100         UNTIL FILE-AT-END.
054200     CLOSE JOURNAL-FILE.
054300 1200-EXIT.
054400     EXIT.
054500 1210-ONE-JOURNAL-LINE.
054600     READ JOURNAL-FILE
054700         AT END
054800             MOVE "Y" TO EOF-SW
054900             GO TO 1210-EXIT
055000     END-READ.
055100     IF JNL-SEASON = SPACES OR JNL-STEP NOT NUMERIC
055200         GO TO 1210-EXIT.
055300     MOVE JNL-SEASON TO LAST-SEASON.
055400     MOVE JNL-STEP TO LAST-STEP.
055500     IF JNL-SEASON = SEASON-ID AND JNL-STEP = 7
055600         MOVE "Y" TO SEASON-DONE-SW.
055700 1210-EXIT.
055800     EXIT.
055900******************************************************************
056000*  1300-SCAN-HALL - HOW MANY LINES OF THIS SEASON HALLFAME.DAT   *
056100*  ALREADY HOLDS, AND THE NEWEST SEASON IN IT.                   *
056200******************************************************************
056300 1300-SCAN-HALL.
056400     MOVE ZERO TO HALL-ALREADY.
056500     MOVE SPACES TO HALL-LATEST.
056600     MOVE "N" TO EOF-SW.
056700     OPEN INPUT HALL-FILE.
056800     IF HALL-STATUS NOT = "00"
056900         IF HALL-STATUS = "05"
057000             CLOSE HALL-FILE
057100         END-IF
057200         GO TO 1300-EXIT.
057300     PERFORM 1310-ONE-HALL-LINE THRU 1310-EXIT
057400         UNTIL FILE-AT-END.
057500     CLOSE HALL-FILE.
057600 1300-EXIT.
057700     EXIT.
057800 1310-ONE-HALL-LINE.
057900     READ HALL-FILE
058000         AT END
058100             MOVE "Y" TO EOF-SW
058200             GO TO 1310-EXIT
058300     END-READ.
058400     IF HF-SEASON = SEASON-ID
058500         ADD 1 TO HALL-ALREADY.
058600     IF HF-SEASON > HALL-LATEST
058700         MOVE HF-SEASON TO HALL-LATEST.
058800 1310-EXIT.
058900     EXIT.
059000******************************************************************
059100*  1500-DECIDE-START - A SEASON THE JOURNAL SHOWS UNFINISHED IS  *
059200*  RESUMED AFTER ITS LAST STEP, WHATEVER SEASON WAS ASKED FOR.   *
059300******************************************************************
059400 1500-DECIDE-START.
059500     MOVE 1 TO START-STEP.
059600     IF LAST-SEASON = SPACES OR LAST-STEP >= 7
059700         GO TO 1500-EXIT.
059800     IF LAST-SEASON NOT = SEASON-ID
059900         DISPLAY "SEASON " LAST-SEASON
060000                 " WAS LEFT UNFINISHED - COMPLETING IT FIRST"
060100         MOVE SEASON-ID TO WANTED-SEASON
060200         MOVE LAST-SEASON TO SEASON-ID
060300         MOVE "N" TO SEASON-DONE-SW.
060400     COMPUTE START-STEP = LAST-STEP + 1.
060500 1500-EXIT.
060600     EXIT.
060700******************************************************************
060800*  1600-CHECK-NEW-SEASON - A FRESH ROLLOVER IS REFUSED FOR A     *
060900*  SEASON ALREADY IN THE HALL OF FAME OR OLDER THAN ITS NEWEST.  *
061000******************************************************************
061100 1600-CHECK-NEW-SEASON.
061200     IF HALL-ALREADY > ZERO
061300         MOVE SPACES TO REPORT-LINE
061400         STRING "** HALLFAME.DAT ALREADY HOLDS SEASON " SEASON-ID
061500                " - NOT ROLLED OVER AGAIN"
061600             DELIMITED BY SIZE INTO REPORT-LINE
061700         PERFORM 8900-PUT-LINE THRU 8900-EXIT
061800         MOVE "Y" TO STEP-FAILED-SW
061900         GO TO 1600-EXIT.
062000     IF HALL-LATEST > SEASON-ID
062100         MOVE SPACES TO REPORT-LINE
062200         STRING "** SEASON " SEASON-ID " IS OLDER THAN "
062300                HALL-LATEST ", ALREADY IN HALLFAME.DAT"
062400             DELIMITED BY SIZE INTO REPORT-LINE
062500         PERFORM 8900-PUT-LINE THRU 8900-EXIT
062600         MOVE "Y" TO STEP-FAILED-SW.
062700 1600-EXIT.
062800     EXIT.
062900******************************************************************
063000*  2000-RUN-STEP - ONE STEP, JOURNALLED ONLY IF IT SUCCEEDED.    *
063100******************************************************************
063200 2000-RUN-STEP.
063300     MOVE STEP-NO TO ED-2.
063400     MOVE SPACES TO REPORT-LINE.
063500     STRING "STEP " ED-2 " " STEP-NAME(STEP-NO)
063600         DELIMITED BY SIZE INTO REPORT-LINE.
063700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
063800     EVALUATE STEP-NO
063900         WHEN 1
064000             PERFORM 3000-ARCHIVE THRU 3000-EXIT
064100         WHEN 2
064200             PERFORM 4000-APPEND-HALL THRU 4000-EXIT
064300         WHEN 3
064400             PERFORM 4100-RESET-TETRIS THRU 4100-EXIT
064500         WHEN 4
064600             PERFORM 4200-RESET-SNAKE THRU 4200-EXIT
064700         WHEN 5
064800             PERFORM 4300-RESET-2048 THRU 4300-EXIT
064900         WHEN 6
065000             PERFORM 5000-REGRESS-LADDERS THRU 5000-EXIT
065100         WHEN 7
065200             PERFORM 6000-MAIL-CHAMPIONS THRU 6000-EXIT
065300     END-EVALUATE.
065400     IF STEP-FAILED
065500         GO TO 2000-EXIT.
065600     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
065700     ADD 1 TO STEPS-RUN.
065800 2000-EXIT.
065900     EXIT.
066000******************************************************************
066100*  3000-ARCHIVE - EVERY GAME'S FINAL STANDINGS, RANKED, WITH ITS *
066200*  CHAMPION, INTO SEASON.WRK.                                    *
066300******************************************************************
066400 3000-ARCHIVE.
066500     OPEN OUTPUT WORK-FILE.
066600     IF WORK-STATUS NOT = "00" AND WORK-STATUS NOT = "05"
066700         MOVE "   CANNOT WRITE SEASON.WRK" TO REPORT-LINE
066800         PERFORM 8900-PUT-LINE THRU 8900-EXIT
066900         MOVE "Y" TO STEP-FAILED-SW
067000         GO TO 3000-EXIT.
067100     MOVE ZERO TO WORK-WRITTEN STAND-SKIPPED.
067200     PERFORM 3050-LOAD-PRIOR THRU 3050-EXIT.
067300     PERFORM 3100-ARCHIVE-TETRIS THRU 3100-EXIT.
067400     PERFORM 3200-ARCHIVE-SNAKE THRU 3200-EXIT.
067500     PERFORM 3300-ARCHIVE-2048 THRU 3300-EXIT.
067600     PERFORM 3400-ARCHIVE-LADDER THRU 3400-EXIT
067700         VARYING LADDER-IX FROM 1 BY 1
067800         UNTIL LADDER-IX > 3.
067900     CLOSE WORK-FILE.
068000     MOVE WORK-WRITTEN TO ED-5.
068100     MOVE SPACES TO REPORT-LINE.
068200     STRING "   " ED-5 " LINE(S) ARCHIVED TO SEASON.WRK"
068300         DELIMITED BY SIZE INTO REPORT-LINE.
068400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
068500     IF STAND-SKIPPED > ZERO
068600         MOVE STAND-SKIPPED TO ED-5
068700         MOVE SPACES TO REPORT-LINE
068800         STRING "   ** PLAYERS PAST THE STANDINGS TABLE " ED-5
068900             DELIMITED BY SIZE INTO REPORT-LINE
069000         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
069100     IF PRIOR-SKIPPED > ZERO
069200         MOVE PRIOR-SKIPPED TO ED-5
069300         MOVE SPACES TO REPORT-LINE
069400         STRING "   ** LADDER STANDINGS PAST THE HISTORY TABLE "
069500                ED-5
069600             DELIMITED BY SIZE INTO REPORT-LINE
069700         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
069800 3000-EXIT.
069900     EXIT.
070000******************************************************************
070100*  3050-LOAD-PRIOR - EACH LADDER PLAYER'S GAMES ON FILE AT THEIR *
070200*  NEWEST STANDING FROM AN EARLIER SEASON.                       *
070300******************************************************************
070400 3050-LOAD-PRIOR.
070500     MOVE ZERO TO PRIOR-COUNT PRIOR-SKIPPED.
070600     MOVE "N" TO EOF-SW.
070700     OPEN INPUT HALL-FILE.
070800     IF HALL-STATUS NOT = "00"
070900         IF HALL-STATUS = "05"
071000             CLOSE HALL-FILE
071100         END-IF
071200         GO TO 3050-EXIT.
071300     PERFORM 3060-ONE-PRIOR THRU 3060-EXIT
071400         UNTIL FILE-AT-END.
071500     CLOSE HALL-FILE.
071600 3050-EXIT.
071700     EXIT.
071800 3060-ONE-PRIOR.
071900     READ HALL-FILE
072000         AT END
072100             MOVE "Y" TO EOF-SW
072200             GO TO 3060-EXIT
072300     END-READ.
072400     IF HF-TYPE NOT = "S" OR HF-SEASON NOT < SEASON-ID
072500         GO TO 3060-EXIT.
072600     IF HF-GAME NOT = GM-CODE(4) AND HF-GAME NOT = GM-CODE(5)
072700        AND HF-GAME NOT = GM-CODE(6)
072800         GO TO 3060-EXIT.
072900     IF HF-GAMES NOT NUMERIC
073000         GO TO 3060-EXIT.
073100     MOVE HF-GAME TO MATCH-GAME.
073200     MOVE HF-PLAYER TO MATCH-PLAYER.
073300     MOVE ZERO TO PR-HIT.
073400     PERFORM 3070-MATCH-PRIOR THRU 3070-EXIT
073500         VARYING PR-IX FROM 1 BY 1
073600         UNTIL PR-IX > PRIOR-COUNT OR PR-HIT > ZERO.
073700     IF PR-HIT > ZERO
073800         IF HF-SEASON NOT < PR-SEASON(PR-HIT)
073900             MOVE HF-SEASON TO PR-SEASON(PR-HIT)
074000             MOVE HF-GAMES TO PR-GAMES(PR-HIT)
074100         END-IF
074200         GO TO 3060-EXIT.
074300     IF PRIOR-COUNT >= 1500
074400         ADD 1 TO PRIOR-SKIPPED
074500         GO TO 3060-EXIT.
074600     ADD 1 TO PRIOR-COUNT.
074700     MOVE HF-GAME TO PR-GAME(PRIOR-COUNT).
074800     MOVE HF-PLAYER TO PR-PLAYER(PRIOR-COUNT).
074900     MOVE HF-SEASON TO PR-SEASON(PRIOR-COUNT).
075000     MOVE HF-GAMES TO PR-GAMES(PRIOR-COUNT).
075100 3060-EXIT.
075200     EXIT.
075300 3070-MATCH-PRIOR.
075400     IF PR-GAME(PR-IX) = MATCH-GAME
075500        AND PR-PLAYER(PR-IX) = MATCH-PLAYER
075600         MOVE PR-IX TO PR-HIT.
075700 3070-EXIT.
075800     EXIT.
075900******************************************************************
076000*  3100-ARCHIVE-TETRIS - THIS TERMINAL'S TTS.SCORE.  UNUSED      *
076100*  PLACES CARRY NO NAME AND ARE PASSED OVER.                     *
076200******************************************************************
076300 3100-ARCHIVE-TETRIS.
076400     MOVE 1 TO GM-IX.
076500     MOVE ZERO TO STAND-COUNT.
076600     MOVE "N" TO EOF-SW.
076700     OPEN INPUT TTS-FILE.
076800     IF TTS-STATUS = "00"
076900         PERFORM 3110-ONE-TTS THRU 3110-EXIT
077000             UNTIL FILE-AT-END
077100         CLOSE TTS-FILE
077200     ELSE
077300         IF TTS-STATUS = "05"
077400             CLOSE TTS-FILE
077500         END-IF
077600     END-IF.
077700     PERFORM 3800-RANK-AND-WRITE THRU 3800-EXIT.
077800 3100-EXIT.
077900     EXIT.
078000 3110-ONE-TTS.
078100     READ TTS-FILE
078200         AT END
078300             MOVE "Y" TO EOF-SW
078400             GO TO 3110-EXIT
078500     END-READ.
078600     IF HIGH-NAME = SPACES
078700         GO TO 3110-EXIT.
078800     INITIALIZE CANDIDATE.
078900     MOVE HIGH-NAME TO CAND-PLAYER.
079000     MOVE HIGH-POINTS TO CAND-SCORE.
079100     MOVE HIGH-LINES TO ED-9.
079200     MOVE HIGH-LEVEL TO ED-4.
079300     STRING "LINES " FUNCTION TRIM(ED-9)
079400            " LEVEL " FUNCTION TRIM(ED-4) " " HIGH-NODE
079500         DELIMITED BY SIZE INTO CAND-DETAIL.
079600     PERFORM 3700-NOTE-BEST THRU 3700-EXIT.
079700 3110-EXIT.
079800     EXIT.
079900******************************************************************
080000*  3200-ARCHIVE-SNAKE - SNAKE.SCORE, RANKED BY LENGTH.           *
080100******************************************************************
080200 3200-ARCHIVE-SNAKE.
080300     MOVE 2 TO GM-IX.
080400     MOVE ZERO TO STAND-COUNT.
080500     MOVE "N" TO EOF-SW.
080600     OPEN INPUT SNAKE-FILE.
080700     IF SNAKE-STATUS = "00"
080800         PERFORM 3210-ONE-SNAKE THRU 3210-EXIT
080900             UNTIL FILE-AT-END
081000         CLOSE SNAKE-FILE
081100     ELSE
081200         IF SNAKE-STATUS = "05"
081300             CLOSE SNAKE-FILE
081400         END-IF
081500     END-IF.
081600     PERFORM 3800-RANK-AND-WRITE THRU 3800-EXIT.
081700 3200-EXIT.
081800     EXIT.
081900 3210-ONE-SNAKE.
082000     READ SNAKE-FILE
082100         AT END
082200             MOVE "Y" TO EOF-SW
082300             GO TO 3210-EXIT
082400     END-READ.
082500     IF SN-PLAYER = SPACES OR SN-SCORE NOT NUMERIC
082600         GO TO 3210-EXIT.
082700     INITIALIZE CANDIDATE.
082800     MOVE SN-PLAYER TO CAND-PLAYER.
082900     MOVE SN-SCORE TO CAND-SCORE.
083000     STRING "POINTS " SN-POINTS " ON " SN-DATE
083100         DELIMITED BY SIZE INTO CAND-DETAIL.
083200     PERFORM 3700-NOTE-BEST THRU 3700-EXIT.
083300 3210-EXIT.
083400     EXIT.
083500******************************************************************
083600*  3300-ARCHIVE-2048 - THE SHOP SCORES.  OLDER LINES WITHOUT A   *
083700*  PLAYER NAME DO NOT RANK.                                      *
083800******************************************************************
083900 3300-ARCHIVE-2048.
084000     MOVE 3 TO GM-IX.
084100     MOVE ZERO TO STAND-COUNT.
084200     MOVE "N" TO EOF-SW.
084300     OPEN INPUT SHOP48-FILE.
084400     IF SHOP48-STATUS = "00"
084500         PERFORM 3310-ONE-2048 THRU 3310-EXIT
084600             UNTIL FILE-AT-END
084700         CLOSE SHOP48-FILE
084800     ELSE
084900         IF SHOP48-STATUS = "05"
085000             CLOSE SHOP48-FILE
085100         END-IF
085200     END-IF.
085300     PERFORM 3800-RANK-AND-WRITE THRU 3800-EXIT.
085400 3300-EXIT.
085500     EXIT.
085600 3310-ONE-2048.
085700     READ SHOP48-FILE
085800         AT END
085900             MOVE "Y" TO EOF-SW
086000             GO TO 3310-EXIT
086100     END-READ.
086200     IF S48-PLAYER = SPACES OR S48-SCORE NOT NUMERIC
086300         GO TO 3310-EXIT.
086400     INITIALIZE CANDIDATE.
086500     MOVE S48-PLAYER TO CAND-PLAYER.
086600     MOVE S48-SCORE TO CAND-SCORE.
086700     STRING "ON " S48-MACHINE
086800         DELIMITED BY SIZE INTO CAND-DETAIL.
086900     PERFORM 3700-NOTE-BEST THRU 3700-EXIT.
087000 3310-EXIT.
087100     EXIT.
087200******************************************************************
087300*  3400-ARCHIVE-LADDER - EVERY PROFILE ON ONE LADDER, RANKED BY  *
087400*  RATING, WITH THE GAMES IT PLAYED THIS SEASON.                 *
087500******************************************************************
087600 3400-ARCHIVE-LADDER.
087700     COMPUTE GM-IX = LADDER-IX + 3.
087800     MOVE ZERO TO STAND-COUNT.
087900     MOVE "N" TO EOF-SW.
088000     MOVE LADDER-FILE(LADDER-IX) TO PLAYER-NAME.
088100     OPEN INPUT PLAYER-FILE.
088200     IF PLAYER-STATUS = "00"
088300         PERFORM 3410-ONE-PROFILE THRU 3410-EXIT
088400             UNTIL FILE-AT-END
088500         CLOSE PLAYER-FILE
088600     ELSE
088700         IF PLAYER-STATUS = "05"
088800             CLOSE PLAYER-FILE
088900         END-IF
089000     END-IF.
089100     PERFORM 3800-RANK-AND-WRITE THRU 3800-EXIT.
089200 3400-EXIT.
089300     EXIT.
089400 3410-ONE-PROFILE.
089500     READ PLAYER-FILE NEXT RECORD
089600         AT END
089700             MOVE "Y" TO EOF-SW
089800             GO TO 3410-EXIT
089900     END-READ.
090000     IF PL-NAME = SPACES
090100         GO TO 3410-EXIT.
090200     INITIALIZE CANDIDATE.
090300     MOVE PL-NAME TO CAND-PLAYER.
090400     MOVE PL-RATING TO CAND-SCORE.
090500     MOVE PL-GAMES TO CAND-GAMES.
090600     MOVE ZERO TO PRIOR-GAMES PR-HIT.
090700     MOVE GM-CODE(GM-IX) TO MATCH-GAME.
090800     MOVE PL-NAME TO MATCH-PLAYER.
090900     PERFORM 3070-MATCH-PRIOR THRU 3070-EXIT
091000         VARYING PR-IX FROM 1 BY 1
091100         UNTIL PR-IX > PRIOR-COUNT OR PR-HIT > ZERO.
091200     IF PR-HIT > ZERO
091300         MOVE PR-GAMES(PR-HIT) TO PRIOR-GAMES.
091400*    FEWER GAMES THAN LAST SEASON MEANS THE PROFILE WAS STARTED
091500*    AGAIN (A RENAME OR A MERGE) - ALL OF IT IS THIS SEASON'S.
091600     IF PL-GAMES < PRIOR-GAMES
091700         MOVE PL-GAMES TO CAND-SEASON-GAMES
091800     ELSE
091900         COMPUTE CAND-SEASON-GAMES = PL-GAMES - PRIOR-GAMES.
092000     MOVE PL-WINS TO ED-5.
092100     MOVE PL-LOSSES TO ED-5B.
092200     MOVE CAND-SEASON-GAMES TO ED-4.
092300     STRING "W/L " FUNCTION TRIM(ED-5) "/" FUNCTION TRIM(ED-5B)
092400            "  SEASON GAMES " FUNCTION TRIM(ED-4)
092500         DELIMITED BY SIZE INTO CAND-DETAIL.
092600     PERFORM 3700-NOTE-BEST THRU 3700-EXIT.
092700 3410-EXIT.
092800     EXIT.
092900******************************************************************
093000*  3700-NOTE-BEST - THE CANDIDATE INTO THE STANDINGS, OR OVER    *
093100*  THE PLAYER'S ENTRY THERE WHEN IT BEATS IT.                    *
093200******************************************************************
093300 3700-NOTE-BEST.
093400     MOVE ZERO TO ST-HIT.
093500     PERFORM 3710-MATCH-PLAYER THRU 3710-EXIT
093600         VARYING ST-IX FROM 1 BY 1
093700         UNTIL ST-IX > STAND-COUNT OR ST-HIT > ZERO.
093800     IF ST-HIT > ZERO
093900         IF CAND-SCORE > ST-SCORE(ST-HIT)
094000             MOVE CANDIDATE TO STAND-ENTRY(ST-HIT)
094100         END-IF
094200         GO TO 3700-EXIT.
094300     IF STAND-COUNT >= STAND-MAX
094400         ADD 1 TO STAND-SKIPPED
094500         GO TO 3700-EXIT.
094600     ADD 1 TO STAND-COUNT.
094700     MOVE CANDIDATE TO STAND-ENTRY(STAND-COUNT).
094800 3700-EXIT.
094900     EXIT.
095000 3710-MATCH-PLAYER.
095100     IF ST-PLAYER(ST-IX) = CAND-PLAYER
095200         MOVE ST-IX TO ST-HIT.
095300 3710-EXIT.
095400     EXIT.
095500******************************************************************
095600*  3800-RANK-AND-WRITE - HIGHEST SCORE FIRST (EQUAL SCORES STAY  *
095700*  IN FILE ORDER), ONE STANDING LINE EACH, THEN THE CHAMPION.    *
095800*  ON A LADDER THE CHAMPION IS THE BEST WHO PLAYED THIS SEASON.  *
095900******************************************************************
096000 3800-RANK-AND-WRITE.
096100     MOVE SPACES TO REPORT-LINE.
096200     IF STAND-COUNT = ZERO
096300         STRING "   " GM-TITLE(GM-IX) " NO STANDINGS"
096400             DELIMITED BY SIZE INTO REPORT-LINE
096500         PERFORM 8900-PUT-LINE THRU 8900-EXIT
096600         GO TO 3800-EXIT.
096700     PERFORM 3810-RANK-PASS THRU 3810-EXIT
096800         VARYING ST-IX FROM 1 BY 1
096900         UNTIL ST-IX >= STAND-COUNT.
097000     MOVE ZERO TO CHAMP-IX.
097100     MOVE "S" TO LINE-TYPE.
097200     PERFORM 3830-WRITE-STANDING THRU 3830-EXIT
097300         VARYING ST-IX FROM 1 BY 1
097400         UNTIL ST-IX > STAND-COUNT.
097500     MOVE STAND-COUNT TO ED-5.
097600     IF CHAMP-IX = ZERO
097700         STRING "   " GM-TITLE(GM-IX) ED-5
097800                " STANDING(S), NO CHAMPION"
097900             DELIMITED BY SIZE INTO REPORT-LINE
098000         PERFORM 8900-PUT-LINE THRU 8900-EXIT
098100         GO TO 3800-EXIT.
098200     MOVE CHAMP-IX TO ST-IX.
098300     MOVE "C" TO LINE-TYPE.
098400     PERFORM 3840-PUT-WORK THRU 3840-EXIT.
098500     STRING "   " GM-TITLE(GM-IX) ED-5
098600            " STANDING(S), CHAMPION " ST-PLAYER(CHAMP-IX)
098700         DELIMITED BY SIZE INTO REPORT-LINE.
098800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
098900 3800-EXIT.
099000     EXIT.
099100 3810-RANK-PASS.
099200     PERFORM 3820-RANK-PAIR THRU 3820-EXIT
099300         VARYING ST-JX FROM 1 BY 1
099400         UNTIL ST-JX >= STAND-COUNT.
099500 3810-EXIT.
099600     EXIT.
099700 3820-RANK-PAIR.
099800     IF ST-SCORE(ST-JX) < ST-SCORE(ST-JX + 1)
099900         MOVE STAND-ENTRY(ST-JX) TO STAND-HOLD
100000         MOVE STAND-ENTRY(ST-JX + 1) TO STAND-ENTRY(ST-JX)
100100         MOVE STAND-HOLD TO STAND-ENTRY(ST-JX + 1).
100200 3820-EXIT.
100300     EXIT.
100400 3830-WRITE-STANDING.
100500     IF CHAMP-IX = ZERO
100600         IF GM-IX < 4 OR ST-SEASON-GAMES(ST-IX) > ZERO
100700             MOVE ST-IX TO CHAMP-IX
100800         END-IF
100900     END-IF.
101000     PERFORM 3840-PUT-WORK THRU 3840-EXIT.
101100 3830-EXIT.
101200     EXIT.
101300 3840-PUT-WORK.
101400     MOVE SPACES TO WORK-RECORD.
101500     MOVE SEASON-ID TO SW-SEASON.
101600     MOVE GM-CODE(GM-IX) TO SW-GAME.
101700     MOVE LINE-TYPE TO SW-TYPE.
101800     MOVE ST-IX TO SW-RANK.
101900     MOVE ST-PLAYER(ST-IX) TO SW-PLAYER.
102000     MOVE ST-SCORE(ST-IX) TO SW-SCORE.
102100     MOVE ST-GAMES(ST-IX) TO SW-GAMES.
102200     MOVE ST-DETAIL(ST-IX) TO SW-DETAIL.
102300     WRITE WORK-RECORD.
102400     IF WORK-STATUS NOT = "00"
102500         MOVE "Y" TO STEP-FAILED-SW
102600         GO TO 3840-EXIT.
102700     ADD 1 TO WORK-WRITTEN.
102800 3840-EXIT.
102900     EXIT.
103000******************************************************************
103100*  4000-APPEND-HALL - SEASON.WRK ONTO THE END OF HALLFAME.DAT,   *
103200*  LESS THE LINES A HALF-FINISHED EARLIER APPEND GOT THERE.      *
103300******************************************************************
103400 4000-APPEND-HALL.
103500     PERFORM 1300-SCAN-HALL THRU 1300-EXIT.
103600     MOVE ZERO TO WORK-READ HALL-ADDED.
103700     MOVE "N" TO EOF-SW.
103800     OPEN INPUT WORK-FILE.
103900     IF WORK-STATUS NOT = "00"
104000         IF WORK-STATUS = "05"
104100             CLOSE WORK-FILE
104200         END-IF
104300         MOVE "   CANNOT READ SEASON.WRK" TO REPORT-LINE
104400         PERFORM 8900-PUT-LINE THRU 8900-EXIT
104500         MOVE "Y" TO STEP-FAILED-SW
104600         GO TO 4000-EXIT.
104700     OPEN EXTEND HALL-FILE.
104800     IF HALL-STATUS NOT = "00" AND HALL-STATUS NOT = "05"
104900         CLOSE WORK-FILE
105000         MOVE SPACES TO REPORT-LINE
105100         STRING "   CANNOT WRITE HALLFAME.DAT STATUS "
105200                HALL-STATUS
105300             DELIMITED BY SIZE INTO REPORT-LINE
105400         PERFORM 8900-PUT-LINE THRU 8900-EXIT
105500         MOVE "Y" TO STEP-FAILED-SW
105600         GO TO 4000-EXIT.
105700     PERFORM 4010-COPY-ONE THRU 4010-EXIT
105800         UNTIL FILE-AT-END OR STEP-FAILED.
105900     CLOSE HALL-FILE.
106000     CLOSE WORK-FILE.
106100     MOVE HALL-ADDED TO ED-5.
106200     MOVE HALL-ALREADY TO ED-5B.
106300     MOVE SPACES TO REPORT-LINE.
106400     STRING "   " ED-5 " LINE(S) ADDED TO HALLFAME.DAT, " ED-5B
106500            " ALREADY THERE"
106600         DELIMITED BY SIZE INTO REPORT-LINE.
106700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
106800 4000-EXIT.
106900     EXIT.
107000 4010-COPY-ONE.
107100     READ WORK-FILE
107200         AT END
107300             MOVE "Y" TO EOF-SW
107400             GO TO 4010-EXIT
107500     END-READ.
107600     ADD 1 TO WORK-READ.
107700     IF WORK-READ NOT > HALL-ALREADY
107800         GO TO 4010-EXIT.
107900     WRITE HALL-RECORD FROM WORK-RECORD.
108000     IF HALL-STATUS NOT = "00"
108100         MOVE "   CANNOT APPEND TO HALLFAME.DAT" TO REPORT-LINE
108200         PERFORM 8900-PUT-LINE THRU 8900-EXIT
108300         MOVE "Y" TO STEP-FAILED-SW
108400         GO TO 4010-EXIT.
108500     ADD 1 TO HALL-ADDED.
108600 4010-EXIT.
108700     EXIT.
108800******************************************************************
108900*  4100-RESET-TETRIS - TTS.SCORE AS TETRIS FIRST CREATES IT: ITS *
109000*  20 PLACES, EACH EMPTY.  QUEUED SCORES IN TTS.PEND ARE NOT     *
109100*  TOUCHED; TETRIS FILES THEM INTO THE NEW SEASON.               *
109200******************************************************************
109300 4100-RESET-TETRIS.
109400     OPEN OUTPUT TTS-FILE.
109500     IF TTS-STATUS NOT = "00" AND TTS-STATUS NOT = "05"
109600         MOVE SPACES TO REPORT-LINE
109700         STRING "   CANNOT REWRITE TTS.SCORE STATUS " TTS-STATUS
109800             DELIMITED BY SIZE INTO REPORT-LINE
109900         PERFORM 8900-PUT-LINE THRU 8900-EXIT
110000         MOVE "Y" TO STEP-FAILED-SW
110100         GO TO 4100-EXIT.
110200     INITIALIZE SHIGH.
110300     PERFORM 4110-WRITE-PLACE THRU 4110-EXIT
110400         TTS-PLACES TIMES.
110500     CLOSE TTS-FILE.
110600     MOVE "   TTS.SCORE RESET" TO REPORT-LINE.
110700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
110800 4100-EXIT.
110900     EXIT.
111000 4110-WRITE-PLACE.
111100     WRITE SHIGH.
111200 4110-EXIT.
111300     EXIT.
111400******************************************************************
111500*  4200-RESET-SNAKE - SNAKE.SCORE EMPTIED; SNAKE APPENDS TO IT.  *
111600******************************************************************
111700 4200-RESET-SNAKE.
111800     OPEN OUTPUT SNAKE-FILE.
111900     IF SNAKE-STATUS NOT = "00" AND SNAKE-STATUS NOT = "05"
112000         MOVE SPACES TO REPORT-LINE
112100         STRING "   CANNOT EMPTY SNAKE.SCORE STATUS "
112200                SNAKE-STATUS
112300             DELIMITED BY SIZE INTO REPORT-LINE
112400         PERFORM 8900-PUT-LINE THRU 8900-EXIT
112500         MOVE "Y" TO STEP-FAILED-SW
112600         GO TO 4200-EXIT.
112700     CLOSE SNAKE-FILE.
112800     MOVE "   SNAKE.SCORE RESET" TO REPORT-LINE.
112900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
113000 4200-EXIT.
113100     EXIT.
113200******************************************************************
113300*  4300-RESET-2048 - THE SHOP SCORES EMPTIED; 2048 APPENDS.      *
113400******************************************************************
113500 4300-RESET-2048.
113600     OPEN OUTPUT SHOP48-FILE.
113700     IF SHOP48-STATUS NOT = "00" AND SHOP48-STATUS NOT = "05"
113800         MOVE SPACES TO REPORT-LINE
113900         STRING "   CANNOT EMPTY " FUNCTION TRIM(SHOP48-NAME)
114000                " STATUS " SHOP48-STATUS
114100             DELIMITED BY SIZE INTO REPORT-LINE
114200         PERFORM 8900-PUT-LINE THRU 8900-EXIT
114300         MOVE "Y" TO STEP-FAILED-SW
114400         GO TO 4300-EXIT.
114500     CLOSE SHOP48-FILE.
114600     MOVE SPACES TO REPORT-LINE.
114700     STRING "   " FUNCTION TRIM(SHOP48-NAME) " RESET"
114800         DELIMITED BY SIZE INTO REPORT-LINE.
114900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
115000 4300-EXIT.
115100     EXIT.
115200******************************************************************
115300*  5000-REGRESS-LADDERS - EACH LADDER'S RATINGS PULLED TOWARD    *
115400*  ITS MEAN.  A PROFILE THAT CANNOT BE LOCKED FAILS THE STEP SO  *
115500*  A RERUN TRIES AGAIN; THE ONES ALREADY DONE COME OUT THE SAME. *
115600******************************************************************
115700 5000-REGRESS-LADDERS.
115800     MOVE ZERO TO LOCK-FAILED.
115900     PERFORM 5100-ONE-LADDER THRU 5100-EXIT
116000         VARYING LADDER-IX FROM 1 BY 1
116100         UNTIL LADDER-IX > 3 OR STEP-FAILED.
116200     IF LOCK-FAILED > ZERO
116300         MOVE LOCK-FAILED TO ED-5
116400         MOVE SPACES TO REPORT-LINE
116500         STRING "   " ED-5 " PROFILE(S) COULD NOT BE LOCKED"
116600             DELIMITED BY SIZE INTO REPORT-LINE
116700         PERFORM 8900-PUT-LINE THRU 8900-EXIT
116800         MOVE "Y" TO STEP-FAILED-SW.
116900 5000-EXIT.
117000     EXIT.
117100******************************************************************
117200*  5100-ONE-LADDER - THE RATINGS AS ARCHIVED, THEIR MEAN OVER    *
117300*  THE PLAYERS WITH GAMES ON FILE, AND EACH OF THOSE REWRITTEN.  *
117400*  ONLY THE RATING CHANGES.                                      *
117500******************************************************************
117600 5100-ONE-LADDER.
117700     COMPUTE GM-IX = LADDER-IX + 3.
117800     MOVE ZERO TO STAND-COUNT RATING-SUM RATING-N REGRESSED.
117900     MOVE "N" TO EOF-SW.
118000     OPEN INPUT WORK-FILE.
118100     IF WORK-STATUS NOT = "00"
118200         IF WORK-STATUS = "05"
118300             CLOSE WORK-FILE
118400         END-IF
118500         MOVE "   CANNOT READ SEASON.WRK" TO REPORT-LINE
118600         PERFORM 8900-PUT-LINE THRU 8900-EXIT
118700         MOVE "Y" TO STEP-FAILED-SW
118800         GO TO 5100-EXIT.
118900     PERFORM 5110-ONE-ARCHIVED THRU 5110-EXIT
119000         UNTIL FILE-AT-END.
119100     CLOSE WORK-FILE.
119200     MOVE SPACES TO REPORT-LINE.
119300     IF RATING-N = ZERO
119400         STRING "   " GM-TITLE(GM-IX) " NOBODY RATED"
119500             DELIMITED BY SIZE INTO REPORT-LINE
119600         PERFORM 8900-PUT-LINE THRU 8900-EXIT
119700         GO TO 5100-EXIT.
119800     COMPUTE RATING-MEAN ROUNDED = RATING-SUM / RATING-N.
119900     MOVE LADDER-FILE(LADDER-IX) TO PLAYER-NAME.
120000     OPEN I-O PLAYER-FILE.
120100     IF PLAYER-STATUS NOT = "00"
120200         IF PLAYER-STATUS = "05"
120300             CLOSE PLAYER-FILE
120400         END-IF
120500         STRING "   CANNOT UPDATE " FUNCTION TRIM(PLAYER-NAME)
120600                " STATUS " PLAYER-STATUS
120700             DELIMITED BY SIZE INTO REPORT-LINE
120800         PERFORM 8900-PUT-LINE THRU 8900-EXIT
120900         MOVE "Y" TO STEP-FAILED-SW
121000         GO TO 5100-EXIT.
121100     PERFORM 5200-REGRESS-ONE THRU 5200-EXIT
121200         VARYING ST-IX FROM 1 BY 1
121300         UNTIL ST-IX > STAND-COUNT.
121400     CLOSE PLAYER-FILE.
121500     COMPUTE NEW-RATING ROUNDED = RATING-MEAN.
121600     MOVE REGRESSED TO ED-5.
121700     MOVE PULL-PERCENT TO ED-4.
121800     STRING "   " GM-TITLE(GM-IX) " MEAN " NEW-RATING ", "
121900            FUNCTION TRIM(ED-5) " RATING(S) PULLED "
122000            FUNCTION TRIM(ED-4) "% TOWARD IT"
122100         DELIMITED BY SIZE INTO REPORT-LINE.
122200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
122300 5100-EXIT.
122400     EXIT.
122500 5110-ONE-ARCHIVED.
122600     READ WORK-FILE
122700         AT END
122800             MOVE "Y" TO EOF-SW
122900             GO TO 5110-EXIT
123000     END-READ.
123100     IF SW-TYPE NOT = "S" OR SW-GAME NOT = GM-CODE(GM-IX)
123200         GO TO 5110-EXIT.
123300     IF SW-GAMES NOT NUMERIC OR SW-SCORE NOT NUMERIC
123400         GO TO 5110-EXIT.
123500     IF SW-GAMES = ZERO OR STAND-COUNT >= STAND-MAX
123600         GO TO 5110-EXIT.
123700     ADD 1 TO STAND-COUNT.
123800     MOVE SW-PLAYER TO ST-PLAYER(STAND-COUNT).
123900     MOVE SW-SCORE TO ST-SCORE(STAND-COUNT).
124000     ADD SW-SCORE TO RATING-SUM.
124100     ADD 1 TO RATING-N.
124200 5110-EXIT.
124300     EXIT.
124400 5200-REGRESS-ONE.
124500     COMPUTE NEW-RATING ROUNDED = RATING-MEAN
124600         + (ST-SCORE(ST-IX) - RATING-MEAN)
124700         * (100 - PULL-PERCENT) / 100.
124800     MOVE ZERO TO LOCK-TRIES.
124900     MOVE "51" TO PLAYER-STATUS.
125000     PERFORM 5210-TRY-LOCK THRU 5210-EXIT
125100         UNTIL PLAYER-STATUS NOT = "51"
125200            OR LOCK-TRIES >= LOCK-MAX-TRIES.
125300     IF PLAYER-STATUS = "00" OR PLAYER-STATUS = "02"
125400         MOVE NEW-RATING TO PL-RATING
125500         REWRITE PLAYER-RECORD
125600             INVALID KEY
125700                 DISPLAY "CANNOT REWRITE " ST-PLAYER(ST-IX)
125800         END-REWRITE
125900         UNLOCK PLAYER-FILE
126000         ADD 1 TO REGRESSED
126100         GO TO 5200-EXIT.
126200*    A PROFILE RETIRED SINCE THE ARCHIVE HAS NOTHING TO PULL.
126300     IF PLAYER-STATUS = "23"
126400         GO TO 5200-EXIT.
126500     DISPLAY "CANNOT LOCK " ST-PLAYER(ST-IX)
126600             " STATUS " PLAYER-STATUS.
126700     ADD 1 TO LOCK-FAILED.
126800 5200-EXIT.
126900     EXIT.
127000 5210-TRY-LOCK.
127100     IF LOCK-TRIES > ZERO
127200         CALL "CBL_GC_NANOSLEEP" USING LOCK-WAIT-NS.
127300     ADD 1 TO LOCK-TRIES.
127400     MOVE ST-PLAYER(ST-IX) TO PL-NAME.
127500     READ PLAYER-FILE WITH LOCK
127600         KEY IS PL-NAME
127700         INVALID KEY
127800             CONTINUE
127900     END-READ.
128000 5210-EXIT.
128100     EXIT.
128200******************************************************************
128300*  6000-MAIL-CHAMPIONS - THE SEASON'S CHAMPIONS FROM SEASON.WRK  *
128400*  INTO SEASON.MAI, MAILED TO THE SHOP LIST.                     *
128500******************************************************************
128600 6000-MAIL-CHAMPIONS.
128700     INITIALIZE CHAMP-TABLE.
128800     MOVE ZERO TO CHAMP-COUNT.
128900     MOVE "N" TO EOF-SW.
129000     OPEN INPUT WORK-FILE.
129100     IF WORK-STATUS NOT = "00"
129200         IF WORK-STATUS = "05"
129300             CLOSE WORK-FILE
129400         END-IF
129500         MOVE "   CANNOT READ SEASON.WRK" TO REPORT-LINE
129600         PERFORM 8900-PUT-LINE THRU 8900-EXIT
129700         MOVE "Y" TO STEP-FAILED-SW
129800         GO TO 6000-EXIT.
129900     PERFORM 6010-ONE-CHAMPION THRU 6010-EXIT
130000         UNTIL FILE-AT-END.
130100     CLOSE WORK-FILE.
130200     OPEN OUTPUT MAIL-FILE.
130300     IF MAIL-STATUS NOT = "00" AND MAIL-STATUS NOT = "05"
130400         MOVE "   CANNOT WRITE SEASON.MAI" TO REPORT-LINE
130500         PERFORM 8900-PUT-LINE THRU 8900-EXIT
130600         MOVE "Y" TO STEP-FAILED-SW
130700         GO TO 6000-EXIT.
130800     MOVE SPACES TO MAIL-LINE.
130900     STRING "SEASON " SEASON-ID " CHAMPIONS"
131000         DELIMITED BY SIZE INTO MAIL-LINE.
131100     WRITE MAIL-RECORD FROM MAIL-LINE.
131200     MOVE SPACES TO MAIL-LINE.
131300     WRITE MAIL-RECORD FROM MAIL-LINE.
131400     PERFORM 6100-MAIL-ONE THRU 6100-EXIT
131500         VARYING GM-IX FROM 1 BY 1
131600         UNTIL GM-IX > 6.
131700     MOVE SPACES TO MAIL-LINE.
131800     WRITE MAIL-RECORD FROM MAIL-LINE.
131900     MOVE "THE LEADERBOARDS START AGAIN EMPTY FOR THE NEW"
132000         TO MAIL-LINE.
132100     WRITE MAIL-RECORD FROM MAIL-LINE.
132200     MOVE "SEASON, AND EVERY CHECKERS RATING HAS BEEN PULLED"
132300         TO MAIL-LINE.
132400     WRITE MAIL-RECORD FROM MAIL-LINE.
132500     MOVE "PART OF THE WAY TOWARD ITS LADDER'S AVERAGE."
132600         TO MAIL-LINE.
132700     WRITE MAIL-RECORD FROM MAIL-LINE.
132800     MOVE "ALL-TIME RECORDS ARE KEPT IN THE HALL OF FAME, ON"
132900         TO MAIL-LINE.
133000     WRITE MAIL-RECORD FROM MAIL-LINE.
133100     MOVE "THE KIOSK AND IN PLAYERRPT."
133200         TO MAIL-LINE.
133300     WRITE MAIL-RECORD FROM MAIL-LINE.
133400     CLOSE MAIL-FILE.
133500     OPEN EXTEND SPOOL-FILE.
133600     IF SPOOL-STATUS NOT = "00" AND SPOOL-STATUS NOT = "05"
133700         MOVE SPACES TO REPORT-LINE
133800         STRING "   CANNOT QUEUE THE MAIL STATUS " SPOOL-STATUS
133900             DELIMITED BY SIZE INTO REPORT-LINE
134000         PERFORM 8900-PUT-LINE THRU 8900-EXIT
134100         MOVE "Y" TO STEP-FAILED-SW
134200         GO TO 6000-EXIT.
134300     MOVE SPACES TO SPOOL-LINE.
134400     STRING "P|LIST:SHOP|SEASON " SEASON-ID
134500            " CHAMPIONS|@SEASON.MAI|"
134600         DELIMITED BY SIZE INTO SPOOL-LINE.
134700     WRITE SPOOL-RECORD FROM SPOOL-LINE.
134800     CLOSE SPOOL-FILE.
134900     MOVE CHAMP-COUNT TO ED-2.
135000     MOVE SPACES TO REPORT-LINE.
135100     STRING "   " ED-2 " CHAMPION(S) MAILED TO LIST:SHOP"
135200         DELIMITED BY SIZE INTO REPORT-LINE.
135300     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
135400 6000-EXIT.
135500     EXIT.
135600 6010-ONE-CHAMPION.
135700     READ WORK-FILE
135800         AT END
135900             MOVE "Y" TO EOF-SW
136000             GO TO 6010-EXIT
136100     END-READ.
136200     IF SW-TYPE NOT = "C"
136300         GO TO 6010-EXIT.
136400     PERFORM 6020-MATCH-GAME THRU 6020-EXIT
136500         VARYING GM-IX FROM 1 BY 1
136600         UNTIL GM-IX > 6.
136700 6010-EXIT.
136800     EXIT.
136900 6020-MATCH-GAME.
137000     IF GM-CODE(GM-IX) = SW-GAME
137100         MOVE SW-PLAYER TO CH-PLAYER(GM-IX)
137200         MOVE SW-SCORE TO CH-SCORE(GM-IX)
137300         ADD 1 TO CHAMP-COUNT.
137400 6020-EXIT.
137500     EXIT.
137600 6100-MAIL-ONE.
137700     MOVE GM-TITLE(GM-IX) TO CL-TITLE.
137800     IF CH-PLAYER(GM-IX) = SPACES
137900         MOVE "NO CHAMPION" TO CL-PLAYER
138000         MOVE ZERO TO CL-SCORE
138100         MOVE SPACES TO CL-UNIT
138200     ELSE
138300         MOVE CH-PLAYER(GM-IX) TO CL-PLAYER
138400         MOVE CH-SCORE(GM-IX) TO CL-SCORE
138500         MOVE GM-UNIT(GM-IX) TO CL-UNIT.
138600     MOVE CHAMP-LINE TO MAIL-LINE.
138700     IF CH-PLAYER(GM-IX) = SPACES
138800         MOVE SPACES TO MAIL-LINE(37:21).
138900     WRITE MAIL-RECORD FROM MAIL-LINE.
139000     MOVE MAIL-LINE TO REPORT-LINE.
139100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
139200 6100-EXIT.
139300     EXIT.
139400******************************************************************
139500*  7000-WRITE-JOURNAL - THE STEP JUST FINISHED, APPENDED.  A     *
139600*  STEP THAT CANNOT BE JOURNALLED COUNTS AS NOT DONE.            *
139700******************************************************************
139800 7000-WRITE-JOURNAL.
139900     ACCEPT CLOCK-NOW FROM TIME.
140000     OPEN EXTEND JOURNAL-FILE.
140100     IF JOURNAL-STATUS NOT = "00" AND JOURNAL-STATUS NOT = "05"
140200         MOVE "   CANNOT WRITE SEASON.JNL" TO REPORT-LINE
140300         PERFORM 8900-PUT-LINE THRU 8900-EXIT
140400         MOVE "Y" TO STEP-FAILED-SW
140500         GO TO 7000-EXIT.
140600     MOVE SPACES TO JOURNAL-RECORD.
140700     MOVE SEASON-ID TO JNL-SEASON.
140800     MOVE STEP-NO TO JNL-STEP.
140900     MOVE STEP-NAME(STEP-NO) TO JNL-STEP-NAME.
141000     MOVE TODAY-YMD TO JNL-DATE.
141100     MOVE CLOCK-HHMMSS TO JNL-TIME.
141200     WRITE JOURNAL-RECORD.
141300     CLOSE JOURNAL-FILE.
141400 7000-EXIT.
141500     EXIT.
141600******************************************************************
141700*  8900-PUT-LINE - ONE LINE TO SEASON.RPT AND THE CONSOLE.       *
141800******************************************************************
141900 8900-PUT-LINE.
142000     IF REPORT-IS-OPEN
142100         WRITE REPORT-RECORD FROM REPORT-LINE.
142200     DISPLAY REPORT-LINE.
142300     MOVE SPACES TO REPORT-LINE.
142400 8900-EXIT.
142500     EXIT.
142600 END PROGRAM SEASON.
