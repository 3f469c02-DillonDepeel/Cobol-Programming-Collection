000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACHIEVE.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  ACHIEVE - THE SHOP-WIDE ACHIEVEMENTS LEDGER.  EACH NIGHT THE  *
000900*  GAME FILES ARE READ AGAINST THE DEFINITIONS IN ACHIEVE.DEF    *
001000*  AND ANY ACHIEVEMENT A REGISTERED PLAYER HAS NOW EARNED AND    *
001100*  DOES NOT YET HOLD IS AWARDED ONCE, FOR GOOD, IN ACHIEVE.LDG.  *
001200*                                                                *
001300*  ACHIEVE.DEF, ONE ACHIEVEMENT PER LINE ("*" IN COL 1 IS A      *
001400*  COMMENT):                                                     *
001500*    COLS  1-8   CODE          COLS 10-17  KIND                  *
001600*    COLS 19-24  THRESHOLD     COLS 26-65  TITLE                 *
001700*  THE KINDS, AND WHERE THE EVIDENCE COMES FROM:                 *
001800*    CHKLEVEL  A WIN AGAINST THE COMPUTER AT THIS DIFFICULTY OR  *
001900*              HIGHER (3 = THE DEEPEST LOOKAHEAD) - THE SCORED   *
002000*              LINES OF CHECKERS.LOG                             *
002100*    TILE      THIS TILE OR HIGHER REACHED IN A 2048 GAME -      *
002200*              .2048-HISTORY; PUZZLE AND CONTEST GAMES START     *
002300*              FROM A PREPARED POSITION AND DO NOT COUNT         *
002400*    TTSLINES  THIS MANY LINES IN ONE TETRIS GAME - TTS.SCORE    *
002500*    SNKCAMP   A SNAKE CAMPAIGN OF AT LEAST THIS MANY LEVELS     *
002600*              COMPLETED - SNAKE.CAMPAIGN                        *
002700*    ALLGAMES  THIS MANY OF THE FIVE ARCADE GAMES PLAYED IN ONE  *
002800*              MONDAY-TO-SUNDAY WEEK - ARCADE.USE                *
002900*  WITH NO ACHIEVE.DEF THE FIVE BUILT-IN DEFINITIONS BELOW ARE   *
003000*  USED.                                                         *
003100*                                                                *
003200*  ONLY NAMES IN PLAYERS.REG ARE AWARDED.  ACHIEVE.LDG, ONE LINE *
003300*  PER AWARD:                                                    *
003400*    COLS  1-12  PLAYER        COLS 14-21  CODE                  *
003500*    COLS 23-30  DATE AWARDED  COLS 32-39  DATE EARNED (BLANK    *
003600*                              WHEN THE EVIDENCE IS UNDATED)     *
003700*    COLS 41-80  TITLE         COLS 82-161 EVIDENCE RECORD       *
003800*                                                                *
003900*  TONIGHT'S NEW AWARDS ARE ANNOUNCED IN ARCADE.ANN AND MAILED   *
004000*  TO LIST:SHOP THROUGH THIS PROGRAM'S SPOOL DROP FILE, AND      *
004100*  SHOPDIGEST PICKS THEM UP FROM THE LEDGER.  THE STEP RUNS IN   *
004200*  THE NIGHT RUN BEFORE SHOPDIGEST AND BEFORE LOGKEEP ROLLS      *
004300*  CHECKERS.LOG.  THE RUN IS SUMMARIZED IN ACHIEVE.RPT.  RETURN  *
004400*  CODE 8 WHEN THE LEDGER CANNOT BE WRITTEN.                     *
004500******************************************************************
004600*  MODIFICATION HISTORY                                          *
004700*  10/15/26 OSG  INITIAL VERSION.                                *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT OPTIONAL DEF-FILE ASSIGN TO "ACHIEVE.DEF"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS DEF-STATUS.
005600     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "PLAYERS.REG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS REGISTRY-STATUS.
005900     SELECT OPTIONAL LEDGER-FILE ASSIGN TO "ACHIEVE.LDG"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS LEDGER-STATUS.
006200     SELECT OPTIONAL CHKLOG-FILE ASSIGN TO "CHECKERS.LOG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS CHKLOG-STATUS.
006500     SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTORY-NAME
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS HISTORY-STATUS.
006800     SELECT OPTIONAL TTS-FILE ASSIGN TO "TTS.SCORE"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS TTS-STATUS.
007100     SELECT OPTIONAL CAMPAIGN-FILE ASSIGN TO "SNAKE.CAMPAIGN"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CAMPAIGN-STATUS.
007400     SELECT OPTIONAL USAGE-FILE ASSIGN TO "ARCADE.USE"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS USAGE-STATUS.
007700     SELECT OPTIONAL ANN-FILE ASSIGN TO "ARCADE.ANN"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS ANN-STATUS.
008000*    THIS PROGRAM'S OWN SPOOL DROP FILE; THE MAIL SENDER SWEEPS
008100*    IT INTO DRIVER.SPL AT THE START OF ITS RUN.
008200     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.ACHIEVE"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS SPOOL-STATUS.
008500     SELECT OPTIONAL REPORT-FILE ASSIGN TO "ACHIEVE.RPT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS REPORT-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  DEF-FILE.
009100 01  DEF-RECORD.
009200     05  DEF-CODE            PIC X(08).
009300     05  FILLER              PIC X(01).
009400     05  DEF-KIND            PIC X(08).
009500     05  FILLER              PIC X(01).
009600     05  DEF-LIMIT           PIC X(06).
009700     05  FILLER              PIC X(01).
009800     05  DEF-TITLE           PIC X(40).
009900 FD  REGISTRY-FILE.
010000 01  REGISTRY-RECORD.
010100     05  REG-NAME            PIC X(12).
010200     05  FILLER              PIC X(81).
010300 FD  LEDGER-FILE.
010400 01  LEDGER-RECORD.
010500     05  AL-PLAYER           PIC X(12).
010600     05  FILLER              PIC X(01).
010700     05  AL-CODE             PIC X(08).
010800     05  FILLER              PIC X(01).
010900     05  AL-AWARDED          PIC X(08).
011000     05  FILLER              PIC X(01).
011100     05  AL-EARNED           PIC X(08).
011200     05  FILLER              PIC X(01).
011300     05  AL-TITLE            PIC X(40).
011400     05  FILLER              PIC X(01).
011500     05  AL-EVIDENCE         PIC X(80).
011600******************************************************************
011700*  CHECKERS.LOG: THE SCORED LINE CHECKERS WRITES WHEN A GAME     *
011800*  AGAINST THE COMPUTER ENDS - DIFFICULTY IN COL 40, THE O SIDE  *
011900*  (THE PLAYER) AT 42-53 AND THE X SIDE AT 55-66.                *
012000******************************************************************
012100 FD  CHKLOG-FILE.
012200 01  CHKLOG-RECORD.
012300     05  CL-DATE             PIC X(08).
012400     05  FILLER              PIC X(01).
012500     05  CL-TIME             PIC X(08).
012600     05  FILLER              PIC X(02).
012700     05  CL-WHO              PIC X(08).
012800     05  FILLER              PIC X(01).
012900     05  CL-KIND             PIC X(04).
013000     05  FILLER              PIC X(01).
013100     05  CL-LEVEL-WORD       PIC X(05).
013200     05  FILLER              PIC X(01).
013300     05  CL-LEVEL            PIC X(01).
013400     05  FILLER              PIC X(01).
013500     05  CL-NAME-O           PIC X(12).
013600     05  FILLER              PIC X(01).
013700     05  CL-NAME-X           PIC X(12).
013800     05  FILLER              PIC X(14).
013900******************************************************************
014000*  .2048-HISTORY, AS 2048-GAME WRITES IT (SEE HIST48).           *
014100******************************************************************
014200 FD  HISTORY-FILE.
014300 01  HISTORY-RECORD.
014400     05  GH-PLAYER           PIC X(12).
014500     05  FILLER              PIC X(01).
014600     05  GH-DATE             PIC X(08).
014700     05  FILLER              PIC X(01).
014800     05  GH-TIME             PIC X(04).
014900     05  FILLER              PIC X(01).
015000     05  GH-MACHINE          PIC X(08).
015100     05  FILLER              PIC X(01).
015200     05  GH-MODE             PIC X(11).
015300     05  FILLER              PIC X(01).
015400     05  GH-GRID-SIZE        PIC X(01).
015500     05  FILLER              PIC X(01).
015600     05  GH-WIN-TILE         PIC X(04).
015700     05  FILLER              PIC X(01).
015800     05  GH-SCORE            PIC X(06).
015900     05  FILLER              PIC X(01).
016000     05  GH-HIGHEST-TILE     PIC X(04).
016100     05  FILLER              PIC X(01).
016200     05  GH-MOVES            PIC X(05).
016300     05  FILLER              PIC X(01).
016400     05  GH-UNDOS            PIC X(04).
016500     05  FILLER              PIC X(01).
016600     05  GH-HINTS            PIC X(04).
016700 FD  TTS-FILE.
016800 01  SHIGH.
016900     05  HIGH-NAME           PIC X(20).
017000     05  HIGH-POINTS         PIC 9(18) COMP.
017100     05  HIGH-LINES          PIC 9(09) COMP.
017200     05  HIGH-ENTRY          PIC 9(04) COMP.
017300     05  HIGH-LEVEL          PIC 9(04) COMP.
017400     05  HIGH-BONUS          PIC 9(04) COMP.
017500     05  HIGH-CPU            PIC 9(09) COMP.
017600     05  HIGH-NODE           PIC X(08).
017700******************************************************************
017800*  SNAKE.CAMPAIGN, AS GC99SNAKE WRITES IT.                       *
017900******************************************************************
018000 FD  CAMPAIGN-FILE.
018100 01  CAMPAIGN-RECORD.
018200     05  SC-DATE             PIC X(10).
018300     05  FILLER              PIC X(01).
018400     05  SC-TIME             PIC X(08).
018500     05  FILLER              PIC X(01).
018600     05  SC-RESULT           PIC X(01).
018700     05  FILLER              PIC X(01).
018800     05  SC-LEVEL            PIC X(02).
018900     05  FILLER              PIC X(01).
019000     05  SC-LEVELS           PIC X(02).
019100     05  FILLER              PIC X(01).
019200     05  SC-PLAYER           PIC X(12).
019300     05  FILLER              PIC X(01).
019400     05  SC-FILE             PIC X(40).
019500 FD  USAGE-FILE.
019600 01  USAGE-RECORD.
019700     05  USE-GAME            PIC X(10).
019800     05  FILLER              PIC X(01).
019900     05  USE-DATE            PIC X(08).
020000     05  FILLER              PIC X(01).
020100     05  USE-START           PIC X(06).
020200     05  FILLER              PIC X(01).
020300     05  USE-END             PIC X(06).
020400     05  FILLER              PIC X(01).
020500     05  USE-TERMINAL        PIC X(10).
020600     05  FILLER              PIC X(01).
020700     05  USE-MINUTES         PIC X(04).
020800     05  FILLER              PIC X(01).
020900     05  USE-PLAYER          PIC X(12).
021000 FD  ANN-FILE.
021100 01  ANN-RECORD              PIC X(80).
021200 FD  SPOOL-FILE.
021300 01  SPOOL-RECORD            PIC X(250).
021400 FD  REPORT-FILE.
021500 01  REPORT-RECORD           PIC X(100).
021600 WORKING-STORAGE SECTION.
021700 77  DEF-STATUS              PIC X(02).
021800 77  REGISTRY-STATUS         PIC X(02).
021900 77  LEDGER-STATUS           PIC X(02).
022000 77  CHKLOG-STATUS           PIC X(02).
022100 77  HISTORY-STATUS          PIC X(02).
022200 77  TTS-STATUS              PIC X(02).
022300 77  CAMPAIGN-STATUS         PIC X(02).
022400 77  USAGE-STATUS            PIC X(02).
022500 77  ANN-STATUS              PIC X(02).
022600 77  SPOOL-STATUS            PIC X(02).
022700 77  REPORT-STATUS           PIC X(02).
022800 77  HISTORY-NAME            PIC X(20) VALUE ".2048-HISTORY".
022900 77  EOF-SW                  PIC X(01) VALUE "N".
023000     88  FILE-AT-END         VALUE "Y".
023100 77  LEDGER-SW               PIC X(01) VALUE "N".
023200     88  LEDGER-IS-OPEN      VALUE "Y".
023300 77  TODAY-YMD               PIC 9(08).
023400******************************************************************
023500*  THE BUILT-IN DEFINITIONS, IN ACHIEVE.DEF LAYOUT.              *
023600******************************************************************
023700 01  DEFAULT-DEFS.
023800     05  FILLER              PIC X(65) VALUE
023900         "CHKHARD  CHKLEVEL 000003 BEAT THE COMPUTER ON HARD".
024000     05  FILLER              PIC X(65) VALUE
024100         "TILE2048 TILE     002048 REACHED THE 2048 TILE".
024200     05  FILLER              PIC X(65) VALUE
024300         "TTS100   TTSLINES 000100 100 TETRIS LINES IN ONE GAME".
024400     05  FILLER              PIC X(65) VALUE
024500         "SNKCAMP  SNKCAMP  000001 COMPLETED A SNAKE CAMPAIGN".
024600     05  FILLER              PIC X(65) VALUE
024700         "ALLFIVE  ALLGAMES 000005 ALL FIVE GAMES IN ONE WEEK".
024800 01  DEFAULT-TABLE REDEFINES DEFAULT-DEFS.
024900     05  DEFAULT-DEF OCCURS 5 TIMES PIC X(65).
025000 77  DEFAULT-COUNT           PIC 9(02) VALUE 5.
025100******************************************************************
025200*  THE DEFINITIONS IN FORCE, WITH TONIGHT'S COUNTS.              *
025300******************************************************************
025400 01  DEFINITION-TABLE.
025500     05  DEFINITION-ENTRY OCCURS 50 TIMES.
025600         10  DT-CODE         PIC X(08).
025700         10  DT-KIND         PIC X(08).
025800         10  DT-LIMIT        PIC 9(06).
025900         10  DT-TITLE        PIC X(40).
026000         10  DT-HELD         PIC 9(05).
026100         10  DT-NEW          PIC 9(05).
026200 77  DEFINITION-COUNT        PIC 9(02) VALUE ZERO.
026300 77  DT-IX                   PIC 9(02).
026400 77  DEFS-REFUSED            PIC 9(03) VALUE ZERO.
026500 01  DEF-WORK                PIC X(65).
026600******************************************************************
026700*  THE REGISTRY NAMES.                                           *
026800******************************************************************
026900 01  REGISTRY-TABLE.
027000     05  RG-NAME OCCURS 500 TIMES PIC X(12).
027100 77  REGISTRY-COUNT          PIC 9(03) COMP VALUE ZERO.
027200 77  RG-IX                   PIC 9(03) COMP.
027300 77  REGISTERED-SW           PIC X(01).
027400******************************************************************
027500*  EVERY AWARD ALREADY IN THE LEDGER, PLUS TONIGHT'S.            *
027600******************************************************************
027700 01  HELD-TABLE.
027800     05  HELD-ENTRY OCCURS 5000 TIMES.
027900         10  HD-PLAYER       PIC X(12).
028000         10  HD-CODE         PIC X(08).
028100 77  HELD-COUNT              PIC 9(04) COMP VALUE ZERO.
028200 77  HD-IX                   PIC 9(04) COMP.
028300 77  HELD-SW                 PIC X(01).
028400******************************************************************
028500*  TONIGHT'S NEW AWARDS, FOR THE ANNOUNCEMENT AND THE REPORT.    *
028600******************************************************************
028700 01  NEW-TABLE.
028800     05  NEW-ENTRY OCCURS 200 TIMES.
028900         10  NW-PLAYER       PIC X(12).
029000         10  NW-TITLE        PIC X(40).
029100         10  NW-EVIDENCE     PIC X(80).
029200 77  NEW-COUNT               PIC 9(03) COMP VALUE ZERO.
029300 77  NW-IX                   PIC 9(03) COMP.
029400******************************************************************
029500*  ONE CANDIDATE FROM A GAME FILE: WHO, WHICH KIND, THE VALUE    *
029600*  MEASURED AGAINST EACH THRESHOLD, WHEN, AND THE EVIDENCE.      *
029700******************************************************************
029800 01  CANDIDATE.
029900     05  CAND-PLAYER         PIC X(12).
030000     05  CAND-KIND           PIC X(08).
030100     05  CAND-VALUE          PIC 9(09).
030200     05  CAND-DATE           PIC X(08).
030300     05  CAND-EVIDENCE       PIC X(80).
030400******************************************************************
030500*  ARCADE.USE: THE GAMES EACH PLAYER HAS PLAYED IN EACH WEEK.    *
030600*  WEEK NUMBERS COUNT MONDAYS FROM THE START OF THE DATE         *
030700*  INTEGERS (DAY 1, 01/01/1601, WAS A MONDAY).                   *
030800******************************************************************
030900 01  ARCADE-GAMES.
031000     05  FILLER              PIC X(10) VALUE "CHECKERS".
031100     05  FILLER              PIC X(10) VALUE "TETRIS".
031200     05  FILLER              PIC X(10) VALUE "2048".
031300     05  FILLER              PIC X(10) VALUE "SNAKE".
031400     05  FILLER              PIC X(10) VALUE "PONG".
031500 01  FILLER REDEFINES ARCADE-GAMES.
031600     05  ARCADE-GAME OCCURS 5 TIMES PIC X(10).
031700 77  AG-IX                   PIC 9(01).
031800 77  AG-HIT                  PIC 9(01).
031900 01  WEEK-TABLE.
032000     05  WEEK-ENTRY OCCURS 3000 TIMES.
032100         10  WK-PLAYER       PIC X(12).
032200         10  WK-NUMBER       PIC 9(06).
032300         10  WK-PLAYED       PIC X(01) OCCURS 5 TIMES.
032400         10  WK-GAMES        PIC 9(01).
032500 77  WEEK-COUNT              PIC 9(04) COMP VALUE ZERO.
032600 77  WK-IX                   PIC 9(04) COMP.
032700 77  WK-HIT                  PIC 9(04) COMP.
032800 77  WEEKS-SKIPPED           PIC 9(05) VALUE ZERO.
032900 77  DAY-NUMBER              PIC 9(07).
033000 77  WEEK-NUMBER             PIC 9(06).
033100 77  WEEK-START              PIC 9(08).
033200******************************************************************
033300*  COUNTS AND EDITING.                                           *
033400******************************************************************
033500 77  RECORDS-READ            PIC 9(07) VALUE ZERO.
033600 77  UNREGISTERED            PIC 9(05) VALUE ZERO.
033700 77  HELD-OVERFLOW           PIC X(01) VALUE "N".
033800 77  ED-2                    PIC Z9.
033900 77  ED-4                    PIC ZZZ9.
034000 77  ED-5                    PIC ZZZZ9.
034100 77  ED-6                    PIC ZZZZZ9.
034200 77  ED-9                    PIC ZZZZZZZZ9.
034300 77  ED-18                   PIC Z(17)9.
034400 01  DASHED-DATE             PIC X(10).
034500 01  REPORT-LINE             PIC X(100).
034600 01  ANN-LINE                PIC X(80).
034700 01  SPOOL-LINE              PIC X(250).
034800 01  DETAIL-LINE.
034900     05  DL-PLAYER           PIC X(12).
035000     05  FILLER              PIC X(02) VALUE SPACES.
035100     05  DL-TITLE            PIC X(40).
035200     05  FILLER              PIC X(46) VALUE SPACES.
035300 01  COUNT-LINE.
035400     05  CT-CODE             PIC X(08).
035500     05  FILLER              PIC X(02) VALUE SPACES.
035600     05  CT-KIND             PIC X(08).
035700     05  FILLER              PIC X(01) VALUE SPACES.
035800     05  CT-LIMIT            PIC ZZZZZ9.
035900     05  FILLER              PIC X(02) VALUE SPACES.
036000     05  CT-HELD             PIC ZZZZ9.
036100     05  FILLER              PIC X(02) VALUE SPACES.
036200     05  CT-NEW              PIC ZZZZ9.
036300     05  FILLER              PIC X(02) VALUE SPACES.
036400     05  CT-TITLE            PIC X(40).
036500 PROCEDURE DIVISION.
036600******************************************************************
036700*  0000-MAINLINE - LOAD, SCAN EACH GAME FILE, ANNOUNCE, REPORT.  *
036800******************************************************************
036900 0000-MAINLINE.
037000     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
037100     PERFORM 1000-LOAD-DEFINITIONS THRU 1000-EXIT.
037200     PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT.
037300     PERFORM 1400-LOAD-LEDGER THRU 1400-EXIT.
037400     OPEN EXTEND LEDGER-FILE.
037500     IF LEDGER-STATUS NOT = "00" AND LEDGER-STATUS NOT = "05"
037600         DISPLAY "CANNOT WRITE ACHIEVE.LDG STATUS " LEDGER-STATUS
037700         MOVE 8 TO RETURN-CODE
037800         STOP RUN.
037900     MOVE "Y" TO LEDGER-SW.
038000     PERFORM 2000-SCAN-CHECKERS THRU 2000-EXIT.
038100     PERFORM 2200-SCAN-2048 THRU 2200-EXIT.
038200     PERFORM 2400-SCAN-TETRIS THRU 2400-EXIT.
038300     PERFORM 2600-SCAN-SNAKE THRU 2600-EXIT.
038400     PERFORM 2800-SCAN-ARCADE THRU 2800-EXIT.
038500     CLOSE LEDGER-FILE.
038600     IF NEW-COUNT > ZERO
038700         PERFORM 6000-ANNOUNCE THRU 6000-EXIT.
038800     PERFORM 7000-REPORT THRU 7000-EXIT.
038900     MOVE NEW-COUNT TO ED-4.
039000     DISPLAY "ACHIEVE DONE -" ED-4 " NEW AWARD(S)".
039100     STOP RUN.
039200******************************************************************
039300*  1000-LOAD-DEFINITIONS - ACHIEVE.DEF, OR THE BUILT-IN SET WHEN *
039400*  THERE IS NONE.  A LINE WITH AN UNKNOWN KIND OR A THRESHOLD    *
039500*  THAT IS NOT A NUMBER IS REFUSED AND COUNTED.                  *
039600******************************************************************
039700 1000-LOAD-DEFINITIONS.
039800     MOVE "N" TO EOF-SW.
039900     OPEN INPUT DEF-FILE.
040000     IF DEF-STATUS NOT = "00"
040100         IF DEF-STATUS = "05"
040200             CLOSE DEF-FILE
040300         END-IF
040400         GO TO 1000-DEFAULTS.
040500     PERFORM 1100-ONE-DEFINITION THRU 1100-EXIT
040600         UNTIL FILE-AT-END.
040700     CLOSE DEF-FILE.
040800 1000-DEFAULTS.
040900     IF DEFINITION-COUNT = ZERO
041000         PERFORM 1150-ONE-DEFAULT THRU 1150-EXIT
041100             VARYING DT-IX FROM 1 BY 1
041200             UNTIL DT-IX > DEFAULT-COUNT.
041300 1000-EXIT.
041400     EXIT.
041500 1100-ONE-DEFINITION.
041600     READ DEF-FILE
041700         AT END
041800             MOVE "Y" TO EOF-SW
041900             GO TO 1100-EXIT
042000     END-READ.
042100     IF DEF-RECORD = SPACES OR DEF-CODE(1:1) = "*"
042200         GO TO 1100-EXIT.
042300     MOVE DEF-RECORD TO DEF-WORK.
042400     PERFORM 1180-ADD-DEFINITION THRU 1180-EXIT.
042500 1100-EXIT.
042600     EXIT.
042700 1150-ONE-DEFAULT.
042800     MOVE DEFAULT-DEF(DT-IX) TO DEF-WORK.
042900     PERFORM 1180-ADD-DEFINITION THRU 1180-EXIT.
043000 1150-EXIT.
043100     EXIT.
043200 1180-ADD-DEFINITION.
043300     MOVE DEF-WORK TO DEF-RECORD.
043400     IF DEF-CODE = SPACES OR DEF-LIMIT NOT NUMERIC
043500         DISPLAY "DEFINITION REFUSED: " DEF-WORK
043600         ADD 1 TO DEFS-REFUSED
043700         GO TO 1180-EXIT.
043800     IF DEF-KIND NOT = "CHKLEVEL" AND DEF-KIND NOT = "TILE"
043900        AND DEF-KIND NOT = "TTSLINES" AND DEF-KIND NOT = "SNKCAMP"
044000        AND DEF-KIND NOT = "ALLGAMES"
044100         DISPLAY "UNKNOWN KIND, DEFINITION REFUSED: " DEF-WORK
044200         ADD 1 TO DEFS-REFUSED
044300         GO TO 1180-EXIT.
044400     IF DEFINITION-COUNT >= 50
044500         DISPLAY "MORE THAN 50 DEFINITIONS - " DEF-CODE
044600                 " IGNORED"
044700         ADD 1 TO DEFS-REFUSED
044800         GO TO 1180-EXIT.
044900     ADD 1 TO DEFINITION-COUNT.
045000     MOVE DEF-CODE TO DT-CODE(DEFINITION-COUNT).
045100     MOVE DEF-KIND TO DT-KIND(DEFINITION-COUNT).
045200     MOVE DEF-LIMIT TO DT-LIMIT(DEFINITION-COUNT).
045300     MOVE DEF-TITLE TO DT-TITLE(DEFINITION-COUNT).
045400     MOVE ZERO TO DT-HELD(DEFINITION-COUNT).
045500     MOVE ZERO TO DT-NEW(DEFINITION-COUNT).
045600 1180-EXIT.
045700     EXIT.
045800******************************************************************
045900*  1200-LOAD-REGISTRY - THE NAMES THAT CAN BE AWARDED.           *
046000******************************************************************
046100 1200-LOAD-REGISTRY.
046200     MOVE "N" TO EOF-SW.
046300     OPEN INPUT REGISTRY-FILE.
046400     IF REGISTRY-STATUS NOT = "00"
046500         IF REGISTRY-STATUS = "05"
046600             CLOSE REGISTRY-FILE
046700         END-IF
046800         DISPLAY "NO PLAYERS.REG - NOBODY CAN BE AWARDED"
046900         GO TO 1200-EXIT.
047000     PERFORM 1210-ONE-PLAYER THRU 1210-EXIT
047100         UNTIL FILE-AT-END.
047200     CLOSE REGISTRY-FILE.
047300 1200-EXIT.
047400     EXIT.
047500 1210-ONE-PLAYER.
047600     READ REGISTRY-FILE
047700         AT END
047800             MOVE "Y" TO EOF-SW
047900             GO TO 1210-EXIT
048000     END-READ.
048100     IF REG-NAME = SPACES
048200         GO TO 1210-EXIT.
048300     IF REGISTRY-COUNT >= 500
048400         DISPLAY "MORE THAN 500 REGISTERED PLAYERS - "
048500                 REG-NAME " NOT CONSIDERED"
048600         GO TO 1210-EXIT.
048700     ADD 1 TO REGISTRY-COUNT.
048800     MOVE REG-NAME TO RG-NAME(REGISTRY-COUNT).
048900 1210-EXIT.
049000     EXIT.
049100******************************************************************
049200*  1400-LOAD-LEDGER - WHAT HAS ALREADY BEEN AWARDED.  AN AWARD   *
049300*  IS NEVER TAKEN BACK, EVEN IF ITS DEFINITION IS LATER DROPPED. *
049400******************************************************************
049500 1400-LOAD-LEDGER.
049600     MOVE "N" TO EOF-SW.
049700     OPEN INPUT LEDGER-FILE.
049800     IF LEDGER-STATUS NOT = "00"
049900         IF LEDGER-STATUS = "05"
050000             CLOSE LEDGER-FILE
050100         END-IF
050200         GO TO 1400-EXIT.
050300     PERFORM 1410-ONE-AWARD THRU 1410-EXIT
050400         UNTIL FILE-AT-END.
050500     CLOSE LEDGER-FILE.
050600 1400-EXIT.
050700     EXIT.
050800 1410-ONE-AWARD.
050900     READ LEDGER-FILE
051000         AT END
051100             MOVE "Y" TO EOF-SW
051200             GO TO 1410-EXIT
051300     END-READ.
051400     IF AL-PLAYER = SPACES
051500         GO TO 1410-EXIT.
051600     PERFORM 5300-NOTE-HELD THRU 5300-EXIT
051700         VARYING DT-IX FROM 1 BY 1
051800         UNTIL DT-IX > DEFINITION-COUNT.
051900     IF HELD-COUNT >= 5000
052000         MOVE "Y" TO HELD-OVERFLOW
052100         GO TO 1410-EXIT.
052200     ADD 1 TO HELD-COUNT.
052300     MOVE AL-PLAYER TO HD-PLAYER(HELD-COUNT).
052400     MOVE AL-CODE TO HD-CODE(HELD-COUNT).
052500 1410-EXIT.
052600     EXIT.
052700******************************************************************
052800*  2000-SCAN-CHECKERS - EVERY WIN AGAINST THE COMPUTER THE LOG   *
052900*  HAS A SCORED LINE FOR.  LINES FROM BEFORE THE DIFFICULTY WAS  *
053000*  LOGGED CARRY NO LEVEL AND ARE PASSED OVER.                    *
053100******************************************************************
053200 2000-SCAN-CHECKERS.
053300     MOVE "N" TO EOF-SW.
053400     OPEN INPUT CHKLOG-FILE.
053500     IF CHKLOG-STATUS NOT = "00"
053600         IF CHKLOG-STATUS = "05"
053700             CLOSE CHKLOG-FILE
053800         END-IF
053900         GO TO 2000-EXIT.
054000     PERFORM 2100-ONE-LOG-LINE THRU 2100-EXIT
054100         UNTIL FILE-AT-END.
054200     CLOSE CHKLOG-FILE.
054300 2000-EXIT.
054400     EXIT.
054500 2100-ONE-LOG-LINE.
054600     READ CHKLOG-FILE
054700         AT END
054800             MOVE "Y" TO EOF-SW
054900             GO TO 2100-EXIT
055000     END-READ.
055100     IF CL-WHO NOT = "SCORED" OR CL-KIND NOT = "WIN"
055200         GO TO 2100-EXIT.
055300     IF CL-LEVEL-WORD NOT = "LEVEL" OR CL-LEVEL NOT NUMERIC
055400        OR CL-NAME-X NOT = "COMPUTER"
055500         GO TO 2100-EXIT.
055600     ADD 1 TO RECORDS-READ.
055700     MOVE SPACES TO CANDIDATE.
055800     MOVE CL-NAME-O TO CAND-PLAYER.
055900     MOVE "CHKLEVEL" TO CAND-KIND.
056000     MOVE CL-LEVEL TO CAND-VALUE.
056100     MOVE CL-DATE TO CAND-DATE.
056200     STRING "CHECKERS.LOG " CL-DATE " " CL-TIME
056300            " WIN AGAINST THE COMPUTER AT LEVEL " CL-LEVEL
056400         DELIMITED BY SIZE INTO CAND-EVIDENCE.
056500     PERFORM 5000-OFFER THRU 5000-EXIT.
056600 2100-EXIT.
056700     EXIT.
056800******************************************************************
056900*  2200-SCAN-2048 - THE HIGHEST TILE OF EVERY FINISHED GAME      *
057000*  PLAYED FROM AN EMPTY GRID BY A SIGNED-IN PLAYER.              *
057100******************************************************************
057200 2200-SCAN-2048.
057300     MOVE "N" TO EOF-SW.
057400     OPEN INPUT HISTORY-FILE.
057500     IF HISTORY-STATUS NOT = "00"
057600         IF HISTORY-STATUS = "05"
057700             CLOSE HISTORY-FILE
057800         END-IF
057900         GO TO 2200-EXIT.
058000     PERFORM 2300-ONE-2048 THRU 2300-EXIT
058100         UNTIL FILE-AT-END.
058200     CLOSE HISTORY-FILE.
058300 2200-EXIT.
058400     EXIT.
058500 2300-ONE-2048.
058600     READ HISTORY-FILE
058700         AT END
058800             MOVE "Y" TO EOF-SW
058900             GO TO 2300-EXIT
059000     END-READ.
059100     IF GH-PLAYER = SPACES OR GH-PLAYER = "ANONYMOUS"
059200        OR GH-MODE = "PUZZLE" OR GH-MODE = "CONTEST"
059300        OR GH-HIGHEST-TILE NOT NUMERIC
059400         GO TO 2300-EXIT.
059500     ADD 1 TO RECORDS-READ.
059600     MOVE SPACES TO CANDIDATE.
059700     MOVE GH-PLAYER TO CAND-PLAYER.
059800     MOVE "TILE" TO CAND-KIND.
059900     MOVE GH-HIGHEST-TILE TO CAND-VALUE.
060000     MOVE GH-DATE TO CAND-DATE.
060100     STRING ".2048-HISTORY " GH-DATE " " GH-TIME " "
060200            FUNCTION TRIM(GH-MODE) " HIGHEST TILE "
060300            GH-HIGHEST-TILE
060400            " SCORE " GH-SCORE " ON " GH-MACHINE
060500         DELIMITED BY SIZE INTO CAND-EVIDENCE.
060600     PERFORM 5000-OFFER THRU 5000-EXIT.
060700 2300-EXIT.
060800     EXIT.
060900******************************************************************
061000*  2400-SCAN-TETRIS - LINES CLEARED IN EACH GAME ON TTS.SCORE.   *
061100*  THE TABLE KEEPS NO DATE, SO THESE AWARDS ARE UNDATED.  A NAME *
061200*  LONGER THAN THE REGISTRY'S 12 LETTERS IS NOT A REGISTERED     *
061300*  PLAYER.                                                       *
061400******************************************************************
061500 2400-SCAN-TETRIS.
061600     MOVE "N" TO EOF-SW.
061700     OPEN INPUT TTS-FILE.
061800     IF TTS-STATUS NOT = "00"
061900         IF TTS-STATUS = "05"
062000             CLOSE TTS-FILE
062100         END-IF
062200         GO TO 2400-EXIT.
062300     PERFORM 2500-ONE-TETRIS THRU 2500-EXIT
062400         UNTIL FILE-AT-END.
062500     CLOSE TTS-FILE.
062600 2400-EXIT.
062700     EXIT.
062800 2500-ONE-TETRIS.
062900     READ TTS-FILE
063000         AT END
063100             MOVE "Y" TO EOF-SW
063200             GO TO 2500-EXIT
063300     END-READ.
063400     IF HIGH-NAME = SPACES OR HIGH-NAME(13:8) NOT = SPACES
063500         GO TO 2500-EXIT.
063600     ADD 1 TO RECORDS-READ.
063700     MOVE SPACES TO CANDIDATE.
063800     MOVE HIGH-NAME(1:12) TO CAND-PLAYER.
063900     MOVE "TTSLINES" TO CAND-KIND.
064000     MOVE HIGH-LINES TO CAND-VALUE.
064100     MOVE HIGH-LINES TO ED-9.
064200     MOVE HIGH-POINTS TO ED-18.
064300     MOVE HIGH-LEVEL TO ED-4.
064400     STRING "TTS.SCORE " FUNCTION TRIM(ED-9) " LINES "
064500            FUNCTION TRIM(ED-18) " POINTS LEVEL "
064600            FUNCTION TRIM(ED-4) " ON " HIGH-NODE
064700         DELIMITED BY SIZE INTO CAND-EVIDENCE.
064800     PERFORM 5000-OFFER THRU 5000-EXIT.
064900 2500-EXIT.
065000     EXIT.
065100******************************************************************
065200*  2600-SCAN-SNAKE - EVERY CAMPAIGN PLAYED THROUGH TO THE WIN.   *
065300******************************************************************
065400 2600-SCAN-SNAKE.
065500     MOVE "N" TO EOF-SW.
065600     OPEN INPUT CAMPAIGN-FILE.
065700     IF CAMPAIGN-STATUS NOT = "00"
065800         IF CAMPAIGN-STATUS = "05"
065900             CLOSE CAMPAIGN-FILE
066000         END-IF
066100         GO TO 2600-EXIT.
066200     PERFORM 2700-ONE-CAMPAIGN THRU 2700-EXIT
066300         UNTIL FILE-AT-END.
066400     CLOSE CAMPAIGN-FILE.
066500 2600-EXIT.
066600     EXIT.
066700 2700-ONE-CAMPAIGN.
066800     READ CAMPAIGN-FILE
066900         AT END
067000             MOVE "Y" TO EOF-SW
067100             GO TO 2700-EXIT
067200     END-READ.
067300     IF SC-RESULT NOT = "C" OR SC-PLAYER = SPACES
067400        OR SC-LEVELS NOT NUMERIC
067500         GO TO 2700-EXIT.
067600     ADD 1 TO RECORDS-READ.
067700     MOVE SPACES TO CANDIDATE.
067800     MOVE SC-PLAYER TO CAND-PLAYER.
067900     MOVE "SNKCAMP" TO CAND-KIND.
068000     MOVE SC-LEVELS TO CAND-VALUE.
068100     STRING SC-DATE(1:4) SC-DATE(6:2) SC-DATE(9:2)
068200         DELIMITED BY SIZE INTO CAND-DATE.
068300     STRING "SNAKE.CAMPAIGN " SC-DATE " " SC-TIME
068400            " COMPLETED " SC-LEVELS " LEVELS OF "
068500            FUNCTION TRIM(SC-FILE)
068600         DELIMITED BY SIZE INTO CAND-EVIDENCE.
068700     PERFORM 5000-OFFER THRU 5000-EXIT.
068800 2700-EXIT.
068900     EXIT.
069000******************************************************************
069100*  2800-SCAN-ARCADE - EACH SIGNED-IN SESSION MARKS ITS GAME FOR  *
069200*  THE PLAYER'S WEEK; EACH TIME A WEEK GAINS A NEW GAME THE      *
069300*  COUNT SO FAR IS OFFERED, DATED THE DAY IT WAS REACHED.        *
069400******************************************************************
069500 2800-SCAN-ARCADE.
069600     MOVE "N" TO EOF-SW.
069700     OPEN INPUT USAGE-FILE.
069800     IF USAGE-STATUS NOT = "00"
069900         IF USAGE-STATUS = "05"
070000             CLOSE USAGE-FILE
070100         END-IF
070200         GO TO 2800-EXIT.
070300     PERFORM 2900-ONE-SESSION THRU 2900-EXIT
070400         UNTIL FILE-AT-END.
070500     CLOSE USAGE-FILE.
070600 2800-EXIT.
070700     EXIT.
070800 2900-ONE-SESSION.
070900     READ USAGE-FILE
071000         AT END
071100             MOVE "Y" TO EOF-SW
071200             GO TO 2900-EXIT
071300     END-READ.
071400     IF USE-PLAYER = SPACES OR USE-DATE NOT NUMERIC
071500         GO TO 2900-EXIT.
071600     MOVE ZERO TO AG-HIT.
071700     PERFORM 2910-MATCH-GAME THRU 2910-EXIT
071800         VARYING AG-IX FROM 1 BY 1
071900         UNTIL AG-IX > 5 OR AG-HIT > ZERO.
072000     IF AG-HIT = ZERO
072100         GO TO 2900-EXIT.
072200     ADD 1 TO RECORDS-READ.
072300     COMPUTE DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
072400         FUNCTION NUMVAL(USE-DATE)).
072500     COMPUTE WEEK-NUMBER = (DAY-NUMBER - 1) / 7.
072600     MOVE ZERO TO WK-HIT.
072700     PERFORM 2920-MATCH-WEEK THRU 2920-EXIT
072800         VARYING WK-IX FROM 1 BY 1
072900         UNTIL WK-IX > WEEK-COUNT OR WK-HIT > ZERO.
073000     IF WK-HIT = ZERO
073100         IF WEEK-COUNT >= 3000
073200             ADD 1 TO WEEKS-SKIPPED
073300             GO TO 2900-EXIT
073400         END-IF
073500         ADD 1 TO WEEK-COUNT
073600         MOVE WEEK-COUNT TO WK-HIT
073700         MOVE SPACES TO WEEK-ENTRY(WK-HIT)
073800         MOVE USE-PLAYER TO WK-PLAYER(WK-HIT)
073900         MOVE WEEK-NUMBER TO WK-NUMBER(WK-HIT)
074000         MOVE ZERO TO WK-GAMES(WK-HIT).
074100     IF WK-PLAYED(WK-HIT AG-HIT) = "Y"
074200         GO TO 2900-EXIT.
074300     MOVE "Y" TO WK-PLAYED(WK-HIT AG-HIT).
074400     ADD 1 TO WK-GAMES(WK-HIT).
074500     COMPUTE WEEK-START = FUNCTION DATE-OF-INTEGER(
074600         WEEK-NUMBER * 7 + 1).
074700     MOVE SPACES TO CANDIDATE.
074800     MOVE USE-PLAYER TO CAND-PLAYER.
074900     MOVE "ALLGAMES" TO CAND-KIND.
075000     MOVE WK-GAMES(WK-HIT) TO CAND-VALUE.
075100     MOVE USE-DATE TO CAND-DATE.
075200     STRING "ARCADE.USE WEEK OF " WEEK-START " "
075300            WK-GAMES(WK-HIT) " GAMES, LAST "
075400            FUNCTION TRIM(USE-GAME) " " USE-DATE " " USE-START
075500            " ON " FUNCTION TRIM(USE-TERMINAL)
075600         DELIMITED BY SIZE INTO CAND-EVIDENCE.
075700     PERFORM 5000-OFFER THRU 5000-EXIT.
075800 2900-EXIT.
075900     EXIT.
076000 2910-MATCH-GAME.
076100     IF USE-GAME = ARCADE-GAME(AG-IX)
076200         MOVE AG-IX TO AG-HIT.
076300 2910-EXIT.
076400     EXIT.
076500 2920-MATCH-WEEK.
076600     IF WK-NUMBER(WK-IX) = WEEK-NUMBER
076700        AND WK-PLAYER(WK-IX) = USE-PLAYER
076800         MOVE WK-IX TO WK-HIT.
076900 2920-EXIT.
077000     EXIT.
077100******************************************************************
077200*  5000-OFFER - THE CANDIDATE AGAINST EVERY DEFINITION OF ITS    *
077300*  KIND.  ONLY A REGISTERED NAME IS CONSIDERED.                  *
077400******************************************************************
077500 5000-OFFER.
077600     MOVE "N" TO REGISTERED-SW.
077700     PERFORM 5010-MATCH-REGISTRY THRU 5010-EXIT
077800         VARYING RG-IX FROM 1 BY 1
077900         UNTIL RG-IX > REGISTRY-COUNT OR REGISTERED-SW = "Y".
078000     IF REGISTERED-SW NOT = "Y"
078100         ADD 1 TO UNREGISTERED
078200         GO TO 5000-EXIT.
078300     PERFORM 5100-TRY-DEFINITION THRU 5100-EXIT
078400         VARYING DT-IX FROM 1 BY 1
078500         UNTIL DT-IX > DEFINITION-COUNT.
078600 5000-EXIT.
078700     EXIT.
078800 5010-MATCH-REGISTRY.
078900     IF RG-NAME(RG-IX) = CAND-PLAYER
079000         MOVE "Y" TO REGISTERED-SW.
079100 5010-EXIT.
079200     EXIT.
079300******************************************************************
079400*  5100-TRY-DEFINITION - AWARD IT IF THE THRESHOLD IS MET AND    *
079500*  THE PLAYER DOES NOT ALREADY HOLD IT.                          *
079600******************************************************************
079700 5100-TRY-DEFINITION.
079800     IF DT-KIND(DT-IX) NOT = CAND-KIND
079900        OR CAND-VALUE < DT-LIMIT(DT-IX)
080000         GO TO 5100-EXIT.
080100     MOVE "N" TO HELD-SW.
080200     PERFORM 5110-MATCH-HELD THRU 5110-EXIT
080300         VARYING HD-IX FROM 1 BY 1
080400         UNTIL HD-IX > HELD-COUNT OR HELD-SW = "Y".
080500     IF HELD-SW = "Y"
080600         GO TO 5100-EXIT.
080700     IF HELD-COUNT >= 5000
080800         MOVE "Y" TO HELD-OVERFLOW
080900         GO TO 5100-EXIT.
081000     ADD 1 TO HELD-COUNT.
081100     MOVE CAND-PLAYER TO HD-PLAYER(HELD-COUNT).
081200     MOVE DT-CODE(DT-IX) TO HD-CODE(HELD-COUNT).
081300     ADD 1 TO DT-HELD(DT-IX).
081400     ADD 1 TO DT-NEW(DT-IX).
081500     MOVE SPACES TO LEDGER-RECORD.
081600     MOVE CAND-PLAYER TO AL-PLAYER.
081700     MOVE DT-CODE(DT-IX) TO AL-CODE.
081800     MOVE TODAY-YMD TO AL-AWARDED.
081900     MOVE CAND-DATE TO AL-EARNED.
082000     MOVE DT-TITLE(DT-IX) TO AL-TITLE.
082100     MOVE CAND-EVIDENCE TO AL-EVIDENCE.
082200     WRITE LEDGER-RECORD.
082300     IF NEW-COUNT < 200
082400         ADD 1 TO NEW-COUNT
082500         MOVE CAND-PLAYER TO NW-PLAYER(NEW-COUNT)
082600         MOVE DT-TITLE(DT-IX) TO NW-TITLE(NEW-COUNT)
082700         MOVE CAND-EVIDENCE TO NW-EVIDENCE(NEW-COUNT).
082800 5100-EXIT.
082900     EXIT.
083000 5110-MATCH-HELD.
083100     IF HD-PLAYER(HD-IX) = CAND-PLAYER
083200        AND HD-CODE(HD-IX) = DT-CODE(DT-IX)
083300         MOVE "Y" TO HELD-SW.
083400 5110-EXIT.
083500     EXIT.
083600******************************************************************
083700*  5300-NOTE-HELD - A LEDGER LINE COUNTS TOWARD ITS DEFINITION'S *
083800*  HOLDERS ON THE REPORT.                                        *
083900******************************************************************
084000 5300-NOTE-HELD.
084100     IF DT-CODE(DT-IX) = AL-CODE
084200         ADD 1 TO DT-HELD(DT-IX).
084300 5300-EXIT.
084400     EXIT.
084500******************************************************************
084600*  6000-ANNOUNCE - TONIGHT'S AWARDS INTO ARCADE.ANN AND A MAIL   *
084700*  TO THE SHOP LIST WITH IT AS THE BODY, AS ARCADE ANNOUNCES A   *
084800*  NEW SHOP RECORD.                                              *
084900******************************************************************
085000 6000-ANNOUNCE.
085100     OPEN OUTPUT ANN-FILE.
085200     IF ANN-STATUS NOT = "00" AND ANN-STATUS NOT = "05"
085300         DISPLAY "CANNOT WRITE ARCADE.ANN - NO ANNOUNCEMENT"
085400         GO TO 6000-EXIT.
085500     MOVE SPACES TO DASHED-DATE.
085600     STRING TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
085700         DELIMITED BY SIZE INTO DASHED-DATE.
085800     MOVE SPACES TO ANN-LINE.
085900     STRING "NEW SHOP ACHIEVEMENTS " DASHED-DATE
086000         DELIMITED BY SIZE INTO ANN-LINE.
086100     WRITE ANN-RECORD FROM ANN-LINE.
086200     MOVE SPACES TO ANN-LINE.
086300     WRITE ANN-RECORD FROM ANN-LINE.
086400     PERFORM 6100-ANNOUNCE-ONE THRU 6100-EXIT
086500         VARYING NW-IX FROM 1 BY 1
086600         UNTIL NW-IX > NEW-COUNT.
086700     CLOSE ANN-FILE.
086800     OPEN EXTEND SPOOL-FILE.
086900     IF SPOOL-STATUS = "00" OR SPOOL-STATUS = "05"
087000         MOVE NEW-COUNT TO ED-4
087100         MOVE SPACES TO SPOOL-LINE
087200         STRING "P|LIST:SHOP|NEW SHOP ACHIEVEMENTS ("
087300                FUNCTION TRIM(ED-4) ")|@ARCADE.ANN|"
087400             DELIMITED BY SIZE INTO SPOOL-LINE
087500         WRITE SPOOL-RECORD FROM SPOOL-LINE
087600         CLOSE SPOOL-FILE
087700     ELSE
087800         DISPLAY "CANNOT QUEUE THE ANNOUNCEMENT STATUS "
087900                 SPOOL-STATUS.
088000 6000-EXIT.
088100     EXIT.
088200 6100-ANNOUNCE-ONE.
088300     MOVE SPACES TO DETAIL-LINE.
088400     MOVE NW-PLAYER(NW-IX) TO DL-PLAYER.
088500     MOVE NW-TITLE(NW-IX) TO DL-TITLE.
088600     WRITE ANN-RECORD FROM DETAIL-LINE.
088700 6100-EXIT.
088800     EXIT.
088900******************************************************************
089000*  7000-REPORT - TONIGHT'S AWARDS WITH THEIR EVIDENCE, THEN THE  *
089100*  HOLDERS OF EACH DEFINITION.                                   *
089200******************************************************************
089300 7000-REPORT.
089400     OPEN OUTPUT REPORT-FILE.
089500     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
089600         DISPLAY "CANNOT WRITE ACHIEVE.RPT"
089700         GO TO 7000-EXIT.
089800     MOVE SPACES TO REPORT-LINE.
089900     STRING "SHOP ACHIEVEMENTS - NIGHTLY PASS "
090000            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
090100         DELIMITED BY SIZE INTO REPORT-LINE.
090200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
090300     MOVE SPACES TO REPORT-LINE.
090400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
090500     IF NEW-COUNT = ZERO
090600         MOVE "NO NEW AWARDS TONIGHT" TO REPORT-LINE
090700         PERFORM 8900-PUT-LINE THRU 8900-EXIT
090800     ELSE
090900         MOVE "NEW AWARDS" TO REPORT-LINE
091000         PERFORM 8900-PUT-LINE THRU 8900-EXIT
091100         PERFORM 7100-REPORT-AWARD THRU 7100-EXIT
091200             VARYING NW-IX FROM 1 BY 1
091300             UNTIL NW-IX > NEW-COUNT.
091400     MOVE SPACES TO REPORT-LINE.
091500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
091600     MOVE "CODE      KIND     THRESH   HELD    NEW  TITLE"
091700         TO REPORT-LINE.
091800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
091900     PERFORM 7200-REPORT-DEFINITION THRU 7200-EXIT
092000         VARYING DT-IX FROM 1 BY 1
092100         UNTIL DT-IX > DEFINITION-COUNT.
092200     MOVE SPACES TO REPORT-LINE.
092300     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
092400     MOVE RECORDS-READ TO ED-9.
092500     STRING "GAME RECORDS CONSIDERED " ED-9
092600         DELIMITED BY SIZE INTO REPORT-LINE.
092700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
092800     MOVE UNREGISTERED TO ED-5.
092900     MOVE SPACES TO REPORT-LINE.
093000     STRING "RECORDS UNDER NAMES NOT IN PLAYERS.REG " ED-5
093100         DELIMITED BY SIZE INTO REPORT-LINE.
093200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
093300     IF DEFS-REFUSED > ZERO
093400         MOVE DEFS-REFUSED TO ED-5
093500         MOVE SPACES TO REPORT-LINE
093600         STRING "** ACHIEVE.DEF LINES REFUSED " ED-5
093700             DELIMITED BY SIZE INTO REPORT-LINE
093800         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
093900     IF WEEKS-SKIPPED > ZERO
094000         MOVE WEEKS-SKIPPED TO ED-5
094100         MOVE SPACES TO REPORT-LINE
094200         STRING "** ARCADE SESSIONS PAST THE WEEK TABLE " ED-5
094300             DELIMITED BY SIZE INTO REPORT-LINE
094400         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
094500     IF HELD-OVERFLOW = "Y"
094600         MOVE "** LEDGER TABLE FULL - SOME AWARDS NOT CONSIDERED"
094700             TO REPORT-LINE
094800         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
094900     IF NEW-COUNT >= 200
095000         MOVE "** OVER 200 NEW AWARDS - ANNOUNCEMENT SHORTENED"
095100             TO REPORT-LINE
095200         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
095300     CLOSE REPORT-FILE.
095400 7000-EXIT.
095500     EXIT.
095600 7100-REPORT-AWARD.
095700     MOVE SPACES TO DETAIL-LINE.
095800     MOVE NW-PLAYER(NW-IX) TO DL-PLAYER.
095900     MOVE NW-TITLE(NW-IX) TO DL-TITLE.
096000     MOVE DETAIL-LINE TO REPORT-LINE.
096100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
096200     MOVE SPACES TO REPORT-LINE.
096300     STRING "    " NW-EVIDENCE(NW-IX)
096400         DELIMITED BY SIZE INTO REPORT-LINE.
096500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
096600 7100-EXIT.
096700     EXIT.
096800 7200-REPORT-DEFINITION.
096900     MOVE SPACES TO COUNT-LINE.
097000     MOVE DT-CODE(DT-IX) TO CT-CODE.
097100     MOVE DT-KIND(DT-IX) TO CT-KIND.
097200     MOVE DT-LIMIT(DT-IX) TO CT-LIMIT.
097300     MOVE DT-HELD(DT-IX) TO CT-HELD.
097400     MOVE DT-NEW(DT-IX) TO CT-NEW.
097500     MOVE DT-TITLE(DT-IX) TO CT-TITLE.
097600     MOVE COUNT-LINE TO REPORT-LINE.
097700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
097800 7200-EXIT.
097900     EXIT.
098000 8900-PUT-LINE.
098100     WRITE REPORT-RECORD FROM REPORT-LINE.
098200     MOVE SPACES TO REPORT-LINE.
098300 8900-EXIT.
098400     EXIT.
098500 END PROGRAM ACHIEVE.
