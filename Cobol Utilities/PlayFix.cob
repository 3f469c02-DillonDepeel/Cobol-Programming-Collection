000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PLAYFIX.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PLAYFIX - PUTS ONE PLAYER'S NAME RIGHT IN EVERY FILE THAT     *
000900*  HOLDS ONE.  THE SAME PERSON TURNS UP UNDER TWO SPELLINGS FROM *
001000*  BEFORE SIGN-IN ("JSMITH" AND "J SMITH"), AND PEOPLE LEAVE.    *
001100*  THE SUPERVISED SCREEN OFFERS:                                 *
001200*    R - RENAME A PLAYER TO A NAME NOT YET USED ANYWHERE         *
001300*    M - MERGE ONE PLAYER INTO ANOTHER                           *
001400*    T - RETIRE A PLAYER WHO HAS LEFT                            *
001500*                                                                *
001600*  NAMES ARE MATCHED EXACTLY AS THE GAMES FILED THEM, SO A NAME  *
001700*  TYPED IN TWO CASES IS TWO SPELLINGS - MERGE EACH IN TURN.  THE*
001800*  FILES, AND WHERE THE NAME SITS IN EACH:                       *
001900*    PLAYERS.REG             COLS 1-12 (THE REGISTRY ENTRY)      *
002000*    CHECKERS.PLAYERS        THE KEY (THE RATING LADDER)         *
002033*    CHECKERS.PLAYERS.RUS    THE KEY (THE RUSSIAN LADDER)        *
002066*    CHECKERS.PLAYERS.BRA    THE KEY (THE BRAZILIAN LADDER)      *
002100*    CHECKERS.GAMES          OPPONENT 6-17, MY NAME 23-34        *
002200*    CHECKERS.TEAM           BOARD LINES, HOME 13-24, AWAY 26-37 *
002300*    CHECKERS.TRN.YYYYMMDD   PAIRINGS, BYES AND FINAL STANDINGS  *
002400*    TTS.SCORE, TTS.PEND     HIGH-NAME                           *
002450*    TTS.DAILY               COLS 17-36 (THE DAILY ATTEMPTS)     *
002500*    .2048-HIGH-SCORES-SHOP  COLS 33-44                          *
002600*    .2048-HISTORY           COLS 1-12                           *
002700*    SNAKE.SCORE             COLS 33-40 (THE 8-LETTER NAME)      *
002800*    PONG.RESULTS            PLAYERS 10-21 AND 23-34             *
002900*    PONG.BRACKET            HEADER CHAMPION 31-42; MATCH LINES  *
003000*                            8-19, 24-35 AND WINNER 42-53        *
003100*    ARCADE.USE              COLS 51-62                          *
003200*    ARCADE.WAIT             COLS 3-14                           *
003300*    SCORECARD.DAT           COLS 8-19                           *
003310*    SNAKE.CAMPAIGN          COLS 29-40                          *
003320*    ACHIEVE.LDG             COLS 1-12                           *
003330*    HALLFAME.DAT            COLS 24-35                          *
003400*  .2048-HIGH-SCORES AND SNAKE.RECORDS ARE LISTED TOO, BUT HOLD  *
003500*  NO PLAYER NAMES.                                              *
003600*                                                                *
003700*  A RENAME OR MERGE CHANGES THE NAME EVERYWHERE.  A MERGE ALSO  *
003800*  DROPS THE OLD REGISTRY ENTRY (ITS E-MAIL, OPT-IN AND          *
003900*  DEPARTMENT FILL ANY THE SURVIVING ENTRY LACKS) AND COMBINES   *
004000*  THE TWO LADDER RECORDS: GAMES, WINS AND LOSSES ADDED, THE     *
004100*  RATING THE GAMES-WEIGHTED AVERAGE.  A RETIREMENT REMOVES THE  *
004200*  PLAYER FROM THE REGISTRY, THE LADDER, THE TTS AND 2048 SHOP   *
004300*  TABLES AND THE WAITLIST; THE HISTORY FILES KEEP THE NAME, AND *
004400*  OPEN CORRESPONDENCE GAMES ARE LEFT TO BE FINISHED OR          *
004500*  FORFEITED.  SNAKE.SCORE KEEPS ONLY 8 LETTERS, SO IT IS LEFT   *
004600*  ALONE WHEN ANOTHER REGISTERED PLAYER SHARES THEM.             *
004620*                                                                *
004640*  A RENAME OR MERGE IS REFUSED WHEN THERE ARE MORE THAN 58      *
004660*  TOURNAMENT NIGHTS, AS THE ONES NOT SURVEYED WOULD KEEP THE    *
004680*  OLD NAME.                                                     *
004700*                                                                *
004800*  EVERY FILE IS SURVEYED FIRST AND THE COUNTS SHOWN.  NOTHING   *
004900*  CHANGES UNTIL THE OPERATOR SAYS Y, AND THEN ONLY AFTER A      *
005000*  PRE-CHANGE BUNDLE, BACKUP.YYYYMMDD.HHMMSS, HOLDS A VERIFIED   *
005100*  COPY OF EVERY FILE ABOUT TO BE REWRITTEN; "SHOPSAVE R" WITH   *
005200*  FILE * AND THAT BUNDLE PUTS THEM ALL BACK.  THE BEFORE-AND-   *
005300*  AFTER COUNTS GO TO PLAYFIX.RPT AND EACH REWRITTEN FILE TO THE *
005400*  OPERATOR JOURNAL.  RUN IT WHILE THE TERMINALS ARE IDLE.       *
005500******************************************************************
005600*  MODIFICATION HISTORY                                          *
005700*  10/15/26 OSG  INITIAL VERSION.                                *
005750*  10/15/26 OSG  SNAKE.CAMPAIGN AND ACHIEVE.LDG INCLUDED.        *
005775*  10/15/26 OSG  HALLFAME.DAT INCLUDED.                          *
005787*  10/15/26 OSG  RENAME OR MERGE REFUSED IF A NIGHT UNSURVEYED.  *
005793*  10/15/26 OSG  VARIANT CHECKERS LADDERS AND TTS.DAILY INCLUDED.*
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT OPTIONAL TEXT-FILE ASSIGN TO TEXT-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS TEXT-STATUS.
006600     SELECT OPTIONAL TEMP-FILE ASSIGN TO "PLAYFIX.TMP"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS TEMP-STATUS.
006900     SELECT OPTIONAL PLAYER-FILE ASSIGN TO LADDER-NAME
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS PL-NAME
007300         LOCK MODE IS MANUAL
007400         FILE STATUS IS PLAYER-STATUS.
007500     SELECT OPTIONAL TTS-FILE ASSIGN TO TTS-NAME
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS TTS-STATUS.
007800     SELECT OPTIONAL DIR-FILE ASSIGN TO "PLAYFIX.DIR"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS DIR-STATUS.
008100     SELECT OPTIONAL MANIFEST-FILE ASSIGN TO MANIFEST-NAME
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS MANIFEST-STATUS.
008400     SELECT OPTIONAL CATALOG-FILE ASSIGN TO "BACKUP.CAT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS CATALOG-STATUS.
008700     SELECT OPTIONAL REPORT-FILE ASSIGN TO "PLAYFIX.RPT"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS REPORT-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  TEXT-FILE.
009300 01  TEXT-RECORD             PIC X(250).
009400 FD  TEMP-FILE.
009500 01  TEMP-RECORD             PIC X(250).
009600 FD  PLAYER-FILE.
009700 01  PLAYER-RECORD.
009800     05  PL-NAME             PIC X(12).
009900     05  PL-GAMES            PIC 9(05).
010000     05  PL-WINS             PIC 9(05).
010100     05  PL-LOSSES           PIC 9(05).
010200     05  PL-RATING           PIC 9(04).
010300 FD  TTS-FILE.
010400 01  SHIGH.
010500     05  HIGH-NAME           PIC X(20).
010600     05  HIGH-POINTS         PIC 9(18) COMP.
010700     05  HIGH-LINES          PIC 9(09) COMP.
010800     05  HIGH-ENTRY          PIC 9(04) COMP.
010900     05  HIGH-LEVEL          PIC 9(04) COMP.
011000     05  HIGH-BONUS          PIC 9(04) COMP.
011100     05  HIGH-CPU            PIC 9(09) COMP.
011200     05  HIGH-NODE           PIC X(08).
011300 FD  DIR-FILE.
011400 01  DIR-RECORD              PIC X(80).
011500 FD  MANIFEST-FILE.
011600 01  MANIFEST-RECORD         PIC X(80).
011700 FD  CATALOG-FILE.
011800 01  CATALOG-RECORD          PIC X(20).
011900 FD  REPORT-FILE.
012000 01  REPORT-RECORD           PIC X(100).
012100 WORKING-STORAGE SECTION.
012200 77  TEXT-STATUS             PIC X(02).
012300 77  TEMP-STATUS             PIC X(02).
012400 77  PLAYER-STATUS           PIC X(02).
012500 77  TTS-STATUS              PIC X(02).
012600 77  DIR-STATUS              PIC X(02).
012700 77  MANIFEST-STATUS         PIC X(02).
012800 77  CATALOG-STATUS          PIC X(02).
012900 77  REPORT-STATUS           PIC X(02).
013000 77  TEXT-NAME               PIC X(60) VALUE SPACES.
013100 77  TTS-NAME                PIC X(20) VALUE SPACES.
013150 77  LADDER-NAME             PIC X(40) VALUE SPACES.
013200 77  MANIFEST-NAME           PIC X(60) VALUE SPACES.
013300 01  LIST-COMMAND            PIC X(80)
013400         VALUE "ls -1 CHECKERS.TRN.* > PLAYFIX.DIR 2>/dev/null".
013500 77  EOF-SW                  PIC X(01) VALUE "N".
013600     88  FILE-AT-END         VALUE "Y".
013700 77  TEMP-EOF-SW             PIC X(01) VALUE "N".
013800     88  TEMP-AT-END         VALUE "Y".
013900 77  OPERATOR-ID             PIC X(12) VALUE SPACES.
014000 77  TODAY-YMD               PIC 9(08).
014100 77  NOW-TIME                PIC 9(08).
014200******************************************************************
014300*  THE CHANGE THE OPERATOR ASKED FOR.                            *
014400******************************************************************
014500 77  FIX-MODE                PIC X(01).
014600     88  MODE-IS-RENAME      VALUE "R" "r".
014700     88  MODE-IS-MERGE       VALUE "M" "m".
014800     88  MODE-IS-RETIRE      VALUE "T" "t".
014900     88  MODE-IS-QUIT        VALUE "Q" "q".
015000 77  MODE-WORD               PIC X(08) VALUE SPACES.
015100 01  FROM-NAME               PIC X(12) VALUE SPACES.
015200 01  INTO-NAME               PIC X(12) VALUE SPACES.
015300 01  FROM-LONG               PIC X(20).
015400 01  INTO-LONG               PIC X(20).
015500 01  CHECK-NAME              PIC X(12).
015600 77  ENTRY-ANSWER            PIC X(01).
015700 77  PLAN-OK                 PIC X(01) VALUE "N".
015800     88  PLAN-IS-OK          VALUE "Y".
015900 77  APPLY-SW                PIC X(01) VALUE "N".
016000     88  APPLYING-CHANGES    VALUE "Y".
016100 77  SURVEY-PASS             PIC X(01) VALUE "B".
016200     88  SURVEY-IS-BEFORE    VALUE "B".
016300******************************************************************
016400*  EVERY FILE THAT MAY HOLD A NAME.  FT-KIND SAYS HOW IT IS READ:*
016500*    R PLAYERS.REG         C A CHECKERS LADDER   G CHECKERS.GAMES*
016600*    M CHECKERS.TEAM       N A TOURNAMENT NIGHT  T TTS.SCORE     *
016700*    U TTS.PEND            S 2048 SHOP SCORES    X 2048 SCORES   *
016800*    H 2048 HISTORY        K SNAKE.SCORE         Q SNAKE.RECORDS *
016900*    P PONG.RESULTS        B PONG.BRACKET        A ARCADE.USE    *
017000*    W ARCADE.WAIT         D SCORECARD.DAT       L ACHIEVE.LDG   *
017050*    J SNAKE.CAMPAIGN      F HALLFAME.DAT        V TTS.DAILY     *
017100*  FT-ACTION Y MARKS A FILE THE CHANGE WILL REWRITE.             *
017200******************************************************************
017300 01  FIXED-FILE-VALUES.
017400     05  FILLER  PIC X(41) VALUE "RPLAYERS.REG".
017500     05  FILLER  PIC X(41) VALUE "CCHECKERS.PLAYERS".
017533     05  FILLER  PIC X(41) VALUE "CCHECKERS.PLAYERS.RUS".
017566     05  FILLER  PIC X(41) VALUE "CCHECKERS.PLAYERS.BRA".
017600     05  FILLER  PIC X(41) VALUE "GCHECKERS.GAMES".
017700     05  FILLER  PIC X(41) VALUE "MCHECKERS.TEAM".
017800     05  FILLER  PIC X(41) VALUE "TTTS.SCORE".
017900     05  FILLER  PIC X(41) VALUE "UTTS.PEND".
017950     05  FILLER  PIC X(41) VALUE "VTTS.DAILY".
018000     05  FILLER  PIC X(41) VALUE "S.2048-HIGH-SCORES-SHOP".
018100     05  FILLER  PIC X(41) VALUE "X.2048-HIGH-SCORES".
018200     05  FILLER  PIC X(41) VALUE "H.2048-HISTORY".
018300     05  FILLER  PIC X(41) VALUE "KSNAKE.SCORE".
018400     05  FILLER  PIC X(41) VALUE "QSNAKE.RECORDS".
018500     05  FILLER  PIC X(41) VALUE "PPONG.RESULTS".
018600     05  FILLER  PIC X(41) VALUE "BPONG.BRACKET".
018700     05  FILLER  PIC X(41) VALUE "AARCADE.USE".
018800     05  FILLER  PIC X(41) VALUE "WARCADE.WAIT".
018900     05  FILLER  PIC X(41) VALUE "DSCORECARD.DAT".
018910     05  FILLER  PIC X(41) VALUE "JSNAKE.CAMPAIGN".
018920     05  FILLER  PIC X(41) VALUE "LACHIEVE.LDG".
018930     05  FILLER  PIC X(41) VALUE "FHALLFAME.DAT".
019000 01  FIXED-FILE-LIST REDEFINES FIXED-FILE-VALUES.
019100     05  FIXED-FILE OCCURS 22 TIMES.
019200         10  FF-KIND         PIC X(01).
019300         10  FF-NAME         PIC X(40).
019400 77  FIXED-COUNT             PIC 9(03) VALUE 22.
019500 01  FILE-TABLE.
019600     05  FILE-ENTRY OCCURS 80 TIMES.
019700         10  FT-NAME         PIC X(40).
019800         10  FT-KIND         PIC X(01).
019900         10  FT-FOUND        PIC X(01).
020000         10  FT-ACTION       PIC X(01).
020100         10  FT-FROM-BEFORE  PIC 9(05).
020200         10  FT-INTO-BEFORE  PIC 9(05).
020300         10  FT-FROM-AFTER   PIC 9(05).
020400         10  FT-INTO-AFTER   PIC 9(05).
020500         10  FT-CHANGED      PIC 9(05).
020600         10  FT-NOTE         PIC X(34).
020700 77  FILE-COUNT              PIC 9(03) VALUE ZERO.
020800 77  FT-IX                   PIC 9(03).
020900 77  FROM-HITS               PIC 9(05).
021000 77  INTO-HITS               PIC 9(05).
021100 77  FROM-TOTAL              PIC 9(06).
021200 77  INTO-TOTAL              PIC 9(06).
021300 77  ACTION-COUNT            PIC 9(03).
021350 77  NIGHTS-LEFT-OUT         PIC 9(03) VALUE ZERO.
021400 77  OPEN-GAMES              PIC 9(05) VALUE ZERO.
021500******************************************************************
021600*  ONE LINE OF A TEXT FILE, AND WHERE ITS NAMES SIT.             *
021700******************************************************************
021800 01  LINE-WORK               PIC X(250).
021900 01  FIELD-TABLE.
022000     05  FIELD-SPOT OCCURS 3 TIMES.
022100         10  FIELD-POS       PIC 9(03).
022200         10  FIELD-LEN       PIC 9(02).
022300 77  FIELD-COUNT             PIC 9(01).
022400 77  FLD-IX                  PIC 9(01).
022500 77  FIELD-AT                PIC 9(03).
022600 77  FIELD-SIZE              PIC 9(02).
022700 77  LINE-FROM               PIC 9(01).
022800 77  LINE-INTO               PIC 9(01).
022900 77  LINE-CHANGED            PIC X(01).
023000 77  LINE-DROP               PIC X(01).
023100 01  PAIR-A                  PIC X(40).
023200 01  PAIR-B                  PIC X(40).
023300 01  PAIR-RESULT             PIC X(10).
023400 01  PAIR-NAME               PIC X(40).
023500 77  PAIR-HITS               PIC 9(03) COMP.
023600******************************************************************
023700*  THE REGISTRY: EACH ENTRY AS PLAYERS.REG HOLDS IT, AND THE     *
023800*  ENTRY BEING MERGED AWAY.                                      *
023900******************************************************************
024000 01  REG-VIEW.
024100     05  RV-NAME             PIC X(12).
024200     05  FILLER              PIC X(01).
024300     05  RV-CREATED          PIC X(08).
024400     05  FILLER              PIC X(01).
024500     05  RV-EMAIL            PIC X(60).
024600     05  FILLER              PIC X(01).
024700     05  RV-OPTIN            PIC X(01).
024800     05  FILLER              PIC X(01).
024900     05  RV-DEPT             PIC X(08).
025000 01  FROM-REG-VIEW.
025100     05  FV-NAME             PIC X(12).
025200     05  FILLER              PIC X(01).
025300     05  FV-CREATED          PIC X(08).
025400     05  FILLER              PIC X(01).
025500     05  FV-EMAIL            PIC X(60).
025600     05  FILLER              PIC X(01).
025700     05  FV-OPTIN            PIC X(01).
025800     05  FILLER              PIC X(01).
025900     05  FV-DEPT             PIC X(08).
026000 77  INTO-REGISTERED         PIC X(01) VALUE "N".
026100 77  SHORT-SHARED            PIC X(01) VALUE "N".
026200 77  SHARED-WITH             PIC X(12) VALUE SPACES.
026300******************************************************************
026400*  THE CHECKERS LADDER: BOTH RECORDS AS FOUND, AND THE LOCK.     *
026500******************************************************************
026600 01  FROM-LADDER.
026700     05  FL-GAMES            PIC 9(05).
026800     05  FL-WINS             PIC 9(05).
026900     05  FL-LOSSES           PIC 9(05).
027000     05  FL-RATING           PIC 9(04).
027100 01  INTO-LADDER.
027200     05  IL-GAMES            PIC 9(05).
027300     05  IL-WINS             PIC 9(05).
027400     05  IL-LOSSES           PIC 9(05).
027500     05  IL-RATING           PIC 9(04).
027600 77  TOTAL-GAMES             PIC 9(06).
027700 77  LOCK-NAME               PIC X(12).
027800 77  LOCK-TRIES              PIC 9(02) COMP.
027900 77  LOCK-MAX-TRIES          PIC 9(02) COMP VALUE 20.
028000 77  LOCK-WAIT-NS            PIC 9(09) COMP VALUE 500000000.
028100******************************************************************
028200*  TTS.SCORE OR TTS.PEND IN MEMORY WHILE IT IS REWRITTEN.        *
028300******************************************************************
028400 01  TTS-TABLE.
028500     05  TTS-ROW OCCURS 200 TIMES.
028600         10  TR-NAME         PIC X(20).
028700         10  TR-POINTS       PIC 9(18) COMP.
028800         10  TR-LINES        PIC 9(09) COMP.
028900         10  TR-ENTRY        PIC 9(04) COMP.
029000         10  TR-LEVEL        PIC 9(04) COMP.
029100         10  TR-BONUS        PIC 9(04) COMP.
029200         10  TR-CPU          PIC 9(09) COMP.
029300         10  TR-NODE         PIC X(08).
029400 77  TTS-COUNT               PIC 9(03) VALUE ZERO.
029500 77  TTS-KEPT                PIC 9(03) VALUE ZERO.
029600 77  TTS-OVERFLOW            PIC X(01) VALUE "N".
029700 77  TR-IX                   PIC 9(03).
029800******************************************************************
029900*  THE PRE-CHANGE BUNDLE, LAID OUT AS SHOPSAVE LAYS OUT ITS OWN. *
030000******************************************************************
030100 01  BUNDLE-TAG.
030200     05  BT-DATE             PIC 9(08).
030300     05  FILLER              PIC X(01) VALUE ".".
030400     05  BT-TIME             PIC 9(06).
030500 77  BUNDLE-DIR              PIC X(30) VALUE SPACES.
030600 77  BUNDLE-OK               PIC X(01) VALUE "N".
030700 77  BUNDLE-COPIED           PIC 9(03) VALUE ZERO.
030800 77  BUNDLE-FAILED           PIC 9(03) VALUE ZERO.
030900 77  BUNDLE-FILE             PIC X(40).
031000 01  MANIFEST-LINE           PIC X(80).
031100 77  SIZE-ED                 PIC Z(11)9.
031200 01  FILE-INFO.
031300     05  FI-SIZE             PIC X(08) COMP-X.
031400     05  FI-DAY              PIC X(01) COMP-X.
031500     05  FI-MONTH            PIC X(01) COMP-X.
031600     05  FI-YEAR             PIC X(02) COMP-X.
031700     05  FI-HOUR             PIC X(01) COMP-X.
031800     05  FI-MIN              PIC X(01) COMP-X.
031900     05  FI-SEC              PIC X(01) COMP-X.
032000     05  FI-CENTI            PIC X(01) COMP-X.
032100******************************************************************
032200*  BYTE-COPY WORK, AS IN SHOPSAVE.                               *
032300******************************************************************
032400 01  SRC-HANDLE              PIC X(04).
032500 01  DST-HANDLE              PIC X(04).
032600 01  BS-ACCESS-IN            PIC X(01) COMP-X VALUE 1.
032700 01  BS-ACCESS-OUT           PIC X(01) COMP-X VALUE 2.
032800 01  BS-DENY                 PIC X(01) COMP-X VALUE 3.
032900 01  BS-DEVICE               PIC X(01) COMP-X VALUE 0.
033000 01  BS-OFFSET               PIC X(08) COMP-X.
033100 01  BS-NBYTES               PIC X(04) COMP-X.
033200 01  BS-FLAG-SIZE            PIC X(01) COMP-X VALUE 128.
033300 01  BS-FLAG-NONE            PIC X(01) COMP-X VALUE 0.
033400 01  BS-BUFFER               PIC X(4096).
033500 01  BS-SRC-NAME             PIC X(60).
033600 01  BS-DST-NAME             PIC X(60).
033700 01  BS-SRC-SIZE             PIC 9(12) COMP VALUE ZERO.
033800 01  BS-DST-SIZE             PIC 9(12) COMP VALUE ZERO.
033900 01  BS-LEFT                 PIC S9(12) COMP VALUE ZERO.
034000 01  BS-CHUNK                PIC 9(05) COMP VALUE ZERO.
034100 01  BS-RC                   PIC S9(09) COMP VALUE ZERO.
034200 01  COPY-OK                 PIC X(01).
034300******************************************************************
034400*  REPORT AND SCREEN LINES.                                      *
034500******************************************************************
034600 01  REPORT-LINE             PIC X(100).
034700 01  DETAIL-LINE.
034800     05  DL-NAME             PIC X(22).
034900     05  FILLER              PIC X(01).
035000     05  DL-FROM-BEFORE      PIC ZZZZ9.
035100     05  FILLER              PIC X(01).
035200     05  DL-INTO-BEFORE      PIC ZZZZ9.
035300     05  FILLER              PIC X(02).
035400     05  DL-FROM-AFTER       PIC ZZZZ9.
035500     05  FILLER              PIC X(01).
035600     05  DL-INTO-AFTER       PIC ZZZZ9.
035700     05  FILLER              PIC X(02).
035800     05  DL-CHANGED          PIC ZZZZ9.
035900     05  FILLER              PIC X(02).
036000     05  DL-NOTE             PIC X(34).
036100 01  RULE-LINE               PIC X(90) VALUE ALL "-".
036200 77  ED-5                    PIC ZZZZ9.
036300******************************************************************
036400*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
036500*  AS OPJNL DECLARES IT.                                         *
036600******************************************************************
036700 01  OPJNL-AREA.
036800     05  OPJ-PROGRAM         PIC X(08).
036900     05  OPJ-MODE            PIC X(08).
037000     05  OPJ-FILE            PIC X(30).
037100     05  OPJ-BEFORE          PIC 9(09).
037200     05  OPJ-AFTER           PIC 9(09).
037300     05  OPJ-UNIT            PIC X(05).
037400     05  OPJ-PARAMS          PIC X(60).
037500 PROCEDURE DIVISION.
037600******************************************************************
037700*  0000-MAINLINE - ONE CHANGE PER RUN: ASK, SURVEY, SHOW,        *
037800*  CONFIRM, BUNDLE, APPLY, SURVEY AGAIN, REPORT.                 *
037900******************************************************************
038000 0000-MAINLINE.
038100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038200     PERFORM 2000-ASK-CHANGE THRU 2000-EXIT.
038300     IF NOT PLAN-IS-OK
038400         GO TO 0900-WRAP-UP.
038500     MOVE "B" TO SURVEY-PASS.
038600     PERFORM 3000-SURVEY THRU 3000-EXIT.
038700     PERFORM 4000-PLAN THRU 4000-EXIT.
038800     IF NOT PLAN-IS-OK
038900         GO TO 0900-WRAP-UP.
039000     PERFORM 4500-SHOW-PLAN THRU 4500-EXIT.
039100     DISPLAY "APPLY THIS CHANGE (Y/N)? " WITH NO ADVANCING.
039200     MOVE SPACE TO ENTRY-ANSWER.
039300     ACCEPT ENTRY-ANSWER.
039400     IF ENTRY-ANSWER NOT = "Y" AND ENTRY-ANSWER NOT = "y"
039500         DISPLAY "NOTHING CHANGED"
039600         GO TO 0900-WRAP-UP.
039700     PERFORM 5000-TAKE-BUNDLE THRU 5000-EXIT.
039800     IF BUNDLE-OK NOT = "Y"
039900         DISPLAY "PRE-CHANGE BUNDLE INCOMPLETE - NOTHING CHANGED"
040000         GO TO 0900-WRAP-UP.
040100     PERFORM 6000-APPLY THRU 6000-EXIT.
040200     MOVE "A" TO SURVEY-PASS.
040300     PERFORM 3000-SURVEY THRU 3000-EXIT.
040400     PERFORM 7000-REPORT THRU 7000-EXIT.
040500     PERFORM 8000-JOURNAL THRU 8000-EXIT.
040600     DISPLAY "TO UNDO: SHOPSAVE R, FILE *, BUNDLE " BUNDLE-TAG.
040700 0900-WRAP-UP.
040800     DISPLAY "PLAYFIX DONE".
040900     STOP RUN.
041000******************************************************************
041100*  1000-INITIALIZE - WHO IS AT THE TERMINAL, THE CLOCK, AND THE  *
041200*  LIST OF FILES: THE FIXED ONES, THEN EVERY TOURNAMENT NIGHT.   *
041300******************************************************************
041400 1000-INITIALIZE.
041500     DISPLAY "SHOP_OPERATOR" UPON ENVIRONMENT-NAME.
041600     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
041700     IF OPERATOR-ID = SPACES
041800         DISPLAY "USER" UPON ENVIRONMENT-NAME
041900         ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
042000     IF OPERATOR-ID = SPACES
042100         MOVE "UNKNOWN" TO OPERATOR-ID.
042200     MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.
042300     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
042400     ACCEPT NOW-TIME FROM TIME.
042500     MOVE ZERO TO FILE-COUNT.
042600     PERFORM 1100-ADD-FIXED THRU 1100-EXIT
042700         VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FIXED-COUNT.
042800     CALL "SYSTEM" USING LIST-COMMAND.
042900     MOVE ZERO TO RETURN-CODE.
043000     MOVE "N" TO EOF-SW.
043100     OPEN INPUT DIR-FILE.
043200     IF DIR-STATUS NOT = "00"
043300         IF DIR-STATUS = "05"
043400             CLOSE DIR-FILE
043500         END-IF
043600         GO TO 1000-EXIT.
043700     PERFORM 1200-ADD-NIGHT THRU 1200-EXIT
043800         UNTIL FILE-AT-END.
043900     CLOSE DIR-FILE.
044000 1000-EXIT.
044100     EXIT.
044200 1100-ADD-FIXED.
044300     ADD 1 TO FILE-COUNT.
044400     MOVE SPACES TO FILE-ENTRY(FILE-COUNT).
044500     MOVE FF-NAME(FT-IX) TO FT-NAME(FILE-COUNT).
044600     MOVE FF-KIND(FT-IX) TO FT-KIND(FILE-COUNT).
044700 1100-EXIT.
044800     EXIT.
044900 1200-ADD-NIGHT.
045000     READ DIR-FILE
045100         AT END
045200             MOVE "Y" TO EOF-SW
045300             GO TO 1200-EXIT
045400     END-READ.
045500     IF DIR-RECORD = SPACES
045600         GO TO 1200-EXIT.
045700     IF FILE-COUNT >= 80
045800         DISPLAY "MORE THAN 58 TOURNAMENT NIGHTS - "
045900                 FUNCTION TRIM(DIR-RECORD) " NOT SURVEYED"
045950         ADD 1 TO NIGHTS-LEFT-OUT
046000         GO TO 1200-EXIT.
046100     ADD 1 TO FILE-COUNT.
046200     MOVE SPACES TO FILE-ENTRY(FILE-COUNT).
046300     MOVE DIR-RECORD TO FT-NAME(FILE-COUNT).
046400     MOVE "N" TO FT-KIND(FILE-COUNT).
046500 1200-EXIT.
046600     EXIT.
046700******************************************************************
046800*  2000-ASK-CHANGE - THE MODE AND THE NAME(S), AS THE GAMES FILED*
046900*  THEM.  A BLANK NAME, THE SAME NAME TWICE, OR ONE OF THE NAMES *
047000*  THE GAMES KEEP FOR THEMSELVES IS REFUSED.                     *
047100******************************************************************
047200 2000-ASK-CHANGE.
047300     MOVE "N" TO PLAN-OK.
047400     DISPLAY " ".
047500     DISPLAY "*** PLAYER RENAME / MERGE / RETIRE ***".
047600     DISPLAY "  R - RENAME A PLAYER (TO AN UNUSED NAME)".
047700     DISPLAY "  M - MERGE ONE PLAYER INTO ANOTHER".
047800     DISPLAY "  T - RETIRE A PLAYER WHO HAS LEFT".
047900     DISPLAY "  Q - QUIT".
048000     DISPLAY "CHOICE: " WITH NO ADVANCING.
048100     MOVE SPACE TO FIX-MODE.
048200     ACCEPT FIX-MODE.
048300     IF MODE-IS-QUIT OR FIX-MODE = SPACE
048400         GO TO 2000-EXIT.
048500     IF MODE-IS-RENAME
048600         MOVE "RENAME" TO MODE-WORD
048700     ELSE
048800         IF MODE-IS-MERGE
048900             MOVE "MERGE" TO MODE-WORD
049000         ELSE
049100             IF MODE-IS-RETIRE
049200                 MOVE "RETIRE" TO MODE-WORD
049300             ELSE
049400                 DISPLAY "PLEASE PICK R, M, T OR Q"
049500                 GO TO 2000-EXIT.
049600     IF MODE-IS-MERGE
049700         DISPLAY "MERGE AWAY (OLD SPELLING): " WITH NO ADVANCING
049800     ELSE
049900         DISPLAY "PLAYER NAME: " WITH NO ADVANCING.
050000     MOVE SPACES TO FROM-NAME.
050100     ACCEPT FROM-NAME.
050200     MOVE FUNCTION TRIM(FROM-NAME) TO FROM-NAME.
050300     MOVE FROM-NAME TO CHECK-NAME.
050400     PERFORM 2100-CHECK-NAME THRU 2100-EXIT.
050500     IF CHECK-NAME = SPACES
050600         GO TO 2000-EXIT.
050700     MOVE SPACES TO INTO-NAME.
050800     IF MODE-IS-RETIRE
050900         GO TO 2000-NAMES-DONE.
051000     IF MODE-IS-MERGE
051100         DISPLAY "MERGE INTO (SURVIVING NAME): " WITH NO ADVANCING
051200     ELSE
051300         DISPLAY "NEW NAME: " WITH NO ADVANCING.
051400     ACCEPT INTO-NAME.
051500     MOVE FUNCTION TRIM(INTO-NAME) TO INTO-NAME.
051600     MOVE INTO-NAME TO CHECK-NAME.
051700     PERFORM 2100-CHECK-NAME THRU 2100-EXIT.
051800     IF CHECK-NAME = SPACES
051900         GO TO 2000-EXIT.
052000     IF INTO-NAME = FROM-NAME
052100         DISPLAY "THE TWO NAMES ARE THE SAME - NOTHING TO DO"
052200         GO TO 2000-EXIT.
052300 2000-NAMES-DONE.
052400     MOVE FROM-NAME TO FROM-LONG.
052500     MOVE INTO-NAME TO INTO-LONG.
052600     MOVE "Y" TO PLAN-OK.
052700 2000-EXIT.
052800     EXIT.
052900******************************************************************
053000*  2100-CHECK-NAME - CHECK-NAME COMES BACK BLANK WHEN IT CANNOT  *
053100*  BE USED.                                                      *
053200******************************************************************
053300 2100-CHECK-NAME.
053400     IF CHECK-NAME = SPACES
053500         DISPLAY "A NAME IS NEEDED - NOTHING CHANGED"
053600         GO TO 2100-EXIT.
053700     IF FUNCTION UPPER-CASE(CHECK-NAME) = "COMPUTER"
053800        OR FUNCTION UPPER-CASE(CHECK-NAME) = "ANONYMOUS"
053900         DISPLAY FUNCTION TRIM(CHECK-NAME)
054000                 " IS KEPT BY THE GAMES - NOT A PLAYER NAME"
054100         MOVE SPACES TO CHECK-NAME.
054200 2100-EXIT.
054300     EXIT.
054400******************************************************************
054500*  3000-SURVEY - HOW MANY RECORDS IN EACH FILE NAME EACH PLAYER, *
054600*  BEFORE THE CHANGE OR (SURVEY-PASS A) AFTER IT.                *
054700******************************************************************
054800 3000-SURVEY.
054900     MOVE "N" TO APPLY-SW.
054950     MOVE "N" TO TTS-OVERFLOW.
055000     IF SURVEY-IS-BEFORE
055100         MOVE "N" TO INTO-REGISTERED
055200         MOVE "N" TO SHORT-SHARED
055300         MOVE SPACES TO FROM-REG-VIEW SHARED-WITH.
055400     PERFORM 3100-SURVEY-ONE THRU 3100-EXIT
055500         VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FILE-COUNT.
055600 3000-EXIT.
055700     EXIT.
055800 3100-SURVEY-ONE.
055900     MOVE ZERO TO FROM-HITS INTO-HITS.
056000     MOVE "Y" TO FT-FOUND(FT-IX).
056100     IF FT-KIND(FT-IX) = "C"
056200         PERFORM 3300-SURVEY-LADDER THRU 3300-EXIT
056300     ELSE
056400         IF FT-KIND(FT-IX) = "T" OR FT-KIND(FT-IX) = "U"
056500             PERFORM 3400-SURVEY-TTS THRU 3400-EXIT
056600         ELSE
056700             PERFORM 3200-SURVEY-TEXT THRU 3200-EXIT.
056800     IF SURVEY-IS-BEFORE
056900         MOVE FROM-HITS TO FT-FROM-BEFORE(FT-IX)
057000         MOVE INTO-HITS TO FT-INTO-BEFORE(FT-IX)
057100     ELSE
057200         MOVE FROM-HITS TO FT-FROM-AFTER(FT-IX)
057300         MOVE INTO-HITS TO FT-INTO-AFTER(FT-IX).
057400 3100-EXIT.
057500     EXIT.
057600******************************************************************
057700*  3200-SURVEY-TEXT - A LINE-SEQUENTIAL FILE, LINE BY LINE.  THE *
057800*  REGISTRY PASS ALSO NOTES THE ENTRY BEING MERGED AWAY, WHETHER *
057900*  THE SURVIVING NAME IS REGISTERED, AND ANY OTHER PLAYER WHOSE  *
058000*  FIRST 8 LETTERS MATCH (THE SNAKE NAME).                       *
058100******************************************************************
058200 3200-SURVEY-TEXT.
058300     MOVE FT-NAME(FT-IX) TO TEXT-NAME.
058400     MOVE "N" TO EOF-SW.
058500     OPEN INPUT TEXT-FILE.
058600     IF TEXT-STATUS NOT = "00"
058700         IF TEXT-STATUS = "05"
058800             CLOSE TEXT-FILE
058900         END-IF
059000         MOVE "N" TO FT-FOUND(FT-IX)
059100         GO TO 3200-EXIT.
059200     PERFORM 3210-SURVEY-LINE THRU 3210-EXIT
059300         UNTIL FILE-AT-END.
059400     CLOSE TEXT-FILE.
059500 3200-EXIT.
059600     EXIT.
059700 3210-SURVEY-LINE.
059800     READ TEXT-FILE
059900         AT END
060000             MOVE "Y" TO EOF-SW
060100             GO TO 3210-EXIT
060200     END-READ.
060300     MOVE TEXT-RECORD TO LINE-WORK.
060400     PERFORM 5200-EXAMINE-LINE THRU 5200-EXIT.
060500     ADD LINE-FROM TO FROM-HITS.
060600     ADD LINE-INTO TO INTO-HITS.
060700     IF FT-KIND(FT-IX) NOT = "R" OR NOT SURVEY-IS-BEFORE
060800         GO TO 3210-EXIT.
060900     IF LINE-FROM > ZERO
061000         MOVE LINE-WORK(1:93) TO FROM-REG-VIEW
061100         GO TO 3210-EXIT.
061200     IF LINE-INTO > ZERO
061300         MOVE "Y" TO INTO-REGISTERED
061400         GO TO 3210-EXIT.
061500     IF LINE-WORK(1:12) NOT = SPACES
061600        AND LINE-WORK(1:8) = FROM-NAME(1:8)
061700         MOVE "Y" TO SHORT-SHARED
061800         MOVE LINE-WORK(1:12) TO SHARED-WITH.
061900 3210-EXIT.
062000     EXIT.
062100******************************************************************
062200*  3300-SURVEY-LADDER - A KEYED CHECKERS LADDER, READ BY NAME.   *
062300******************************************************************
062400 3300-SURVEY-LADDER.
062450     MOVE FT-NAME(FT-IX) TO LADDER-NAME.
062500     OPEN INPUT PLAYER-FILE.
062600     IF PLAYER-STATUS NOT = "00"
062700         IF PLAYER-STATUS = "05"
062800             CLOSE PLAYER-FILE
062900         END-IF
063000         MOVE "N" TO FT-FOUND(FT-IX)
063100         GO TO 3300-EXIT.
063200     MOVE FROM-NAME TO PL-NAME.
063300     READ PLAYER-FILE
063400         KEY IS PL-NAME
063500         INVALID KEY
063600             CONTINUE
063700     END-READ.
063800     IF PLAYER-STATUS = "00" OR PLAYER-STATUS = "02"
063900         MOVE 1 TO FROM-HITS
064000         IF SURVEY-IS-BEFORE
064100             MOVE PL-GAMES TO FL-GAMES
064200             MOVE PL-WINS TO FL-WINS
064300             MOVE PL-LOSSES TO FL-LOSSES
064400             MOVE PL-RATING TO FL-RATING.
064500     IF INTO-NAME = SPACES
064600         GO TO 3300-CLOSE.
064700     MOVE INTO-NAME TO PL-NAME.
064800     READ PLAYER-FILE
064900         KEY IS PL-NAME
065000         INVALID KEY
065100             CONTINUE
065200     END-READ.
065300     IF PLAYER-STATUS = "00" OR PLAYER-STATUS = "02"
065400         MOVE 1 TO INTO-HITS
065500         IF SURVEY-IS-BEFORE
065600             MOVE PL-GAMES TO IL-GAMES
065700             MOVE PL-WINS TO IL-WINS
065800             MOVE PL-LOSSES TO IL-LOSSES
065900             MOVE PL-RATING TO IL-RATING.
066000 3300-CLOSE.
066100     CLOSE PLAYER-FILE.
066200 3300-EXIT.
066300     EXIT.
066400******************************************************************
066500*  3400-SURVEY-TTS - THE BINARY TTS TABLES, ROW BY ROW.          *
066600******************************************************************
066700 3400-SURVEY-TTS.
066800     PERFORM 3450-LOAD-TTS THRU 3450-EXIT.
066900     PERFORM 3410-COUNT-ROW THRU 3410-EXIT
067000         VARYING TR-IX FROM 1 BY 1 UNTIL TR-IX > TTS-COUNT.
067100 3400-EXIT.
067200     EXIT.
067300 3410-COUNT-ROW.
067400     IF TR-NAME(TR-IX) = FROM-LONG
067500         ADD 1 TO FROM-HITS
067600         GO TO 3410-EXIT.
067700     IF INTO-NAME NOT = SPACES AND TR-NAME(TR-IX) = INTO-LONG
067800         ADD 1 TO INTO-HITS.
067900 3410-EXIT.
068000     EXIT.
068100 3450-LOAD-TTS.
068200     MOVE ZERO TO TTS-COUNT.
068400     MOVE FT-NAME(FT-IX) TO TTS-NAME.
068500     MOVE "N" TO EOF-SW.
068600     OPEN INPUT TTS-FILE.
068700     IF TTS-STATUS NOT = "00"
068800         IF TTS-STATUS = "05"
068900             CLOSE TTS-FILE
069000         END-IF
069100         MOVE "N" TO FT-FOUND(FT-IX)
069200         GO TO 3450-EXIT.
069300     PERFORM 3460-LOAD-ROW THRU 3460-EXIT
069400         UNTIL FILE-AT-END.
069500     CLOSE TTS-FILE.
069600 3450-EXIT.
069700     EXIT.
069800 3460-LOAD-ROW.
069900     READ TTS-FILE
070000         AT END
070100             MOVE "Y" TO EOF-SW
070200             GO TO 3460-EXIT
070300     END-READ.
070400     IF TTS-COUNT >= 200
070500         MOVE "Y" TO TTS-OVERFLOW
070600         GO TO 3460-EXIT.
070700     ADD 1 TO TTS-COUNT.
070800     MOVE SHIGH TO TTS-ROW(TTS-COUNT).
070900 3460-EXIT.
071000     EXIT.
071100******************************************************************
071200*  4000-PLAN - REFUSE WHAT CANNOT BE DONE, THEN DECIDE FILE BY   *
071300*  FILE WHAT THE CHANGE WILL DO.                                 *
071400******************************************************************
071500 4000-PLAN.
071600     MOVE "N" TO PLAN-OK.
071700     MOVE ZERO TO FROM-TOTAL INTO-TOTAL ACTION-COUNT.
071800     PERFORM 4010-ADD-UP THRU 4010-EXIT
071900         VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FILE-COUNT.
072000     IF FROM-TOTAL = ZERO
072100         DISPLAY FUNCTION TRIM(FROM-NAME)
072200                 " IS NOT IN ANY FILE - NOTHING TO DO"
072300         GO TO 4000-EXIT.
072314     IF NIGHTS-LEFT-OUT > ZERO AND NOT MODE-IS-RETIRE
072328         MOVE NIGHTS-LEFT-OUT TO ED-5
072342         DISPLAY FUNCTION TRIM(ED-5)
072356                 " TOURNAMENT NIGHT(S) NOT SURVEYED - "
072370                 "NOTHING CHANGED"
072384         GO TO 4000-EXIT.
072400     IF MODE-IS-RENAME AND INTO-TOTAL > ZERO
072500         DISPLAY FUNCTION TRIM(INTO-NAME)
072600                 " IS ALREADY IN USE - USE M TO MERGE"
072700         PERFORM 4500-SHOW-PLAN THRU 4500-EXIT
072800         GO TO 4000-EXIT.
072900     PERFORM 4100-PLAN-ONE THRU 4100-EXIT
073000         VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FILE-COUNT.
073100     IF ACTION-COUNT = ZERO
073200         PERFORM 4500-SHOW-PLAN THRU 4500-EXIT
073300         DISPLAY "NO FILE NEEDS CHANGING - NOTHING TO DO"
073400         GO TO 4000-EXIT.
073500     MOVE "Y" TO PLAN-OK.
073600 4000-EXIT.
073700     EXIT.
073800 4010-ADD-UP.
073900     ADD FT-FROM-BEFORE(FT-IX) TO FROM-TOTAL.
074000     IF FT-KIND(FT-IX) NOT = "K"
074100         ADD FT-INTO-BEFORE(FT-IX) TO INTO-TOTAL.
074200 4010-EXIT.
074300     EXIT.
074400 4100-PLAN-ONE.
074500     MOVE "N" TO FT-ACTION(FT-IX).
074600     MOVE SPACES TO FT-NOTE(FT-IX).
074700     IF FT-KIND(FT-IX) = "X" OR FT-KIND(FT-IX) = "Q"
074800         MOVE "NO PLAYER NAMES KEPT" TO FT-NOTE(FT-IX)
074900         GO TO 4100-EXIT.
075000     IF FT-FOUND(FT-IX) = "N"
075100         MOVE "NOT ON FILE" TO FT-NOTE(FT-IX)
075200         GO TO 4100-EXIT.
075300     IF FT-FROM-BEFORE(FT-IX) = ZERO
075400         GO TO 4100-EXIT.
075500     IF MODE-IS-RETIRE
075600         PERFORM 4200-PLAN-RETIRE THRU 4200-EXIT
075700         GO TO 4100-EXIT.
075800     IF FT-KIND(FT-IX) = "K"
075900         IF FROM-NAME(1:8) = INTO-NAME(1:8)
076000             MOVE "SAME 8-LETTER NAME - NO CHANGE"
076100                 TO FT-NOTE(FT-IX)
076200             GO TO 4100-EXIT
076300         END-IF
076400         IF SHORT-SHARED = "Y"
076500             MOVE SPACES TO FT-NOTE(FT-IX)
076600             STRING "8 LETTERS SHARED WITH "
076700                    FUNCTION TRIM(SHARED-WITH)
076800                 DELIMITED BY SIZE INTO FT-NOTE(FT-IX)
076900             GO TO 4100-EXIT
077000         END-IF
077100         IF MODE-IS-RENAME AND FT-INTO-BEFORE(FT-IX) > ZERO
077200             MOVE "8-LETTER NAME IN USE - NO CHANGE"
077300                 TO FT-NOTE(FT-IX)
077400             GO TO 4100-EXIT.
077500     MOVE "Y" TO FT-ACTION(FT-IX).
077600     ADD 1 TO ACTION-COUNT.
077700     MOVE "RENAME" TO FT-NOTE(FT-IX).
077800     IF NOT MODE-IS-MERGE
077900         GO TO 4100-EXIT.
078000     IF FT-KIND(FT-IX) = "R" AND INTO-REGISTERED = "Y"
078100         MOVE "MERGE INTO THE EXISTING ENTRY" TO FT-NOTE(FT-IX).
078200     IF FT-KIND(FT-IX) = "C" AND FT-INTO-BEFORE(FT-IX) > ZERO
078300         MOVE "COMBINE THE TWO LADDER RECORDS" TO FT-NOTE(FT-IX).
078400 4100-EXIT.
078500     EXIT.
078600******************************************************************
078700*  4200-PLAN-RETIRE - A LEAVER COMES OFF THE REGISTRY, THE       *
078800*  LADDER, THE SCORE TABLES AND THE WAITLIST.  WHAT HAPPENED     *
078900*  STAYS IN THE HISTORY FILES UNDER THE NAME PLAYED.             *
079000******************************************************************
079100 4200-PLAN-RETIRE.
079200     IF FT-KIND(FT-IX) = "R" OR FT-KIND(FT-IX) = "C"
079300        OR FT-KIND(FT-IX) = "T" OR FT-KIND(FT-IX) = "U"
079400        OR FT-KIND(FT-IX) = "S" OR FT-KIND(FT-IX) = "W"
079500         MOVE "Y" TO FT-ACTION(FT-IX)
079600         ADD 1 TO ACTION-COUNT
079700         MOVE "REMOVE" TO FT-NOTE(FT-IX)
079800         GO TO 4200-EXIT.
079900     IF FT-KIND(FT-IX) = "G"
080000         MOVE FT-FROM-BEFORE(FT-IX) TO OPEN-GAMES
080100         MOVE "OPEN GAMES - FINISH OR FORFEIT" TO FT-NOTE(FT-IX)
080200         GO TO 4200-EXIT.
080300     MOVE "KEPT AS HISTORY" TO FT-NOTE(FT-IX).
080400 4200-EXIT.
080500     EXIT.
080600******************************************************************
080700*  4500-SHOW-PLAN - THE SURVEY ON THE SCREEN, FILE BY FILE.      *
080800******************************************************************
080900 4500-SHOW-PLAN.
081000     DISPLAY " ".
081100     MOVE SPACES TO REPORT-LINE.
081200     STRING MODE-WORD " " FUNCTION TRIM(FROM-NAME)
081300         DELIMITED BY SIZE INTO REPORT-LINE.
081400     IF INTO-NAME NOT = SPACES
081500         MOVE SPACES TO REPORT-LINE
081600         STRING MODE-WORD " " FUNCTION TRIM(FROM-NAME)
081700                " INTO " FUNCTION TRIM(INTO-NAME)
081800             DELIMITED BY SIZE INTO REPORT-LINE.
081900     DISPLAY REPORT-LINE(1:79).
082000     DISPLAY "FILE                    FROM  INTO  PLAN".
082100     PERFORM 4510-SHOW-ONE THRU 4510-EXIT
082200         VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FILE-COUNT.
082300     IF OPEN-GAMES > ZERO
082400         DISPLAY "OPEN CHECKERS.GAMES ARE LEFT FOR THE "
082500                 "PLAYERS TO FINISH OR FORFEIT".
082600     IF TTS-OVERFLOW = "Y"
082700         DISPLAY "A TTS FILE HOLDS MORE THAN 200 ROWS - "
082800                 "ONLY THE FIRST 200 ARE KEPT ON REWRITE".
082900 4500-EXIT.
083000     EXIT.
083100 4510-SHOW-ONE.
083200     IF FT-FROM-BEFORE(FT-IX) = ZERO
083300        AND FT-INTO-BEFORE(FT-IX) = ZERO
083400        AND FT-KIND(FT-IX) = "N"
083500         GO TO 4510-EXIT.
083600     MOVE SPACES TO REPORT-LINE.
083700     MOVE FT-NAME(FT-IX) TO REPORT-LINE(1:22).
083800     MOVE FT-FROM-BEFORE(FT-IX) TO ED-5.
083900     MOVE ED-5 TO REPORT-LINE(24:5).
084000     MOVE FT-INTO-BEFORE(FT-IX) TO ED-5.
084100     MOVE ED-5 TO REPORT-LINE(30:5).
084200     MOVE FT-NOTE(FT-IX) TO REPORT-LINE(36:34).
084300     DISPLAY REPORT-LINE(1:79).
084400 4510-EXIT.
084500     EXIT.
084600******************************************************************
084700*  5000-TAKE-BUNDLE - A VERIFIED COPY OF EVERY FILE ABOUT TO BE  *
084800*  REWRITTEN, IN BACKUP.YYYYMMDD.HHMMSS WITH A SHOPSAVE MANIFEST,*
084900*  CATALOGUED IN BACKUP.CAT SO SHOPSAVE PRUNES IT IN ITS TURN.  A*
085000*  COPY THAT FAILS TO VERIFY STOPS THE CHANGE.                   *
085100******************************************************************
085200 5000-TAKE-BUNDLE.
085300     MOVE "N" TO BUNDLE-OK.
085400     MOVE ZERO TO BUNDLE-COPIED BUNDLE-FAILED.
085500     MOVE TODAY-YMD TO BT-DATE.
085600     MOVE NOW-TIME(1:6) TO BT-TIME.
085700     MOVE SPACES TO BUNDLE-DIR.
085800     STRING "BACKUP." BUNDLE-TAG
085900         DELIMITED BY SIZE INTO BUNDLE-DIR.
086000     CALL "CBL_CREATE_DIR" USING BUNDLE-DIR.
086100     MOVE ZERO TO RETURN-CODE.
086200     MOVE SPACES TO MANIFEST-NAME.
086300     STRING FUNCTION TRIM(BUNDLE-DIR) "/MANIFEST"
086400         DELIMITED BY SIZE INTO MANIFEST-NAME.
086500     OPEN OUTPUT MANIFEST-FILE.
086600     IF MANIFEST-STATUS NOT = "00" AND MANIFEST-STATUS NOT = "05"
086700         DISPLAY "CANNOT WRITE " FUNCTION TRIM(MANIFEST-NAME)
086800         GO TO 5000-EXIT.
086900     PERFORM 5100-BUNDLE-ONE THRU 5100-EXIT
087000         VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FILE-COUNT.
087100     CLOSE MANIFEST-FILE.
087200     OPEN EXTEND CATALOG-FILE.
087300     IF CATALOG-STATUS = "00" OR CATALOG-STATUS = "05"
087400         MOVE SPACES TO CATALOG-RECORD
087500         MOVE BUNDLE-TAG TO CATALOG-RECORD(1:15)
087600         WRITE CATALOG-RECORD.
087700     CLOSE CATALOG-FILE.
087800     DISPLAY "BUNDLE " FUNCTION TRIM(BUNDLE-DIR) ": "
087900             BUNDLE-COPIED " COPIED, " BUNDLE-FAILED " FAILED".
088000     MOVE SPACES TO OPJNL-AREA.
088100     MOVE "PLAYFIX" TO OPJ-PROGRAM.
088200     MOVE "BUNDLE" TO OPJ-MODE.
088300     MOVE BUNDLE-DIR TO OPJ-FILE.
088400     MOVE ACTION-COUNT TO OPJ-BEFORE.
088500     MOVE BUNDLE-COPIED TO OPJ-AFTER.
088600     MOVE "FILES" TO OPJ-UNIT.
088700     STRING "BEFORE " FUNCTION TRIM(MODE-WORD) " "
088800            FUNCTION TRIM(FROM-NAME) ", " BUNDLE-FAILED " FAILED"
088900         DELIMITED BY SIZE INTO OPJ-PARAMS.
089000     CALL "OPJNL" USING OPJNL-AREA.
089100     IF BUNDLE-FAILED = ZERO AND BUNDLE-COPIED > ZERO
089200         MOVE "Y" TO BUNDLE-OK.
089300 5000-EXIT.
089400     EXIT.
089500******************************************************************
089600*  5100-BUNDLE-ONE - THE KEYED LADDER MAY BE ONE FILE OR A DATA  *
089700*  AND AN INDEX PART; WHICHEVER ARE THERE GO INTO THE BUNDLE.    *
089800******************************************************************
089900 5100-BUNDLE-ONE.
090000     IF FT-ACTION(FT-IX) NOT = "Y"
090100         GO TO 5100-EXIT.
090200     IF FT-KIND(FT-IX) NOT = "C"
090300         MOVE FT-NAME(FT-IX) TO BUNDLE-FILE
090400         PERFORM 5150-BUNDLE-FILE THRU 5150-EXIT
090500         GO TO 5100-EXIT.
090600     MOVE FT-NAME(FT-IX) TO BUNDLE-FILE.
090700     PERFORM 5150-BUNDLE-FILE THRU 5150-EXIT.
090800     MOVE SPACES TO BUNDLE-FILE.
090833     STRING FUNCTION TRIM(FT-NAME(FT-IX)) ".dat"
090866         DELIMITED BY SIZE INTO BUNDLE-FILE.
090900     PERFORM 5150-BUNDLE-FILE THRU 5150-EXIT.
091000     MOVE SPACES TO BUNDLE-FILE.
091033     STRING FUNCTION TRIM(FT-NAME(FT-IX)) ".idx"
091066         DELIMITED BY SIZE INTO BUNDLE-FILE.
091100     PERFORM 5150-BUNDLE-FILE THRU 5150-EXIT.
091200 5100-EXIT.
091300     EXIT.
091400 5150-BUNDLE-FILE.
091500     MOVE SPACES TO BS-SRC-NAME.
091600     MOVE BUNDLE-FILE TO BS-SRC-NAME.
091700     CALL "CBL_CHECK_FILE_EXIST" USING BS-SRC-NAME FILE-INFO.
091800     IF RETURN-CODE NOT = ZERO
091900         MOVE ZERO TO RETURN-CODE
092000         GO TO 5150-EXIT.
092100     MOVE SPACES TO BS-DST-NAME.
092200     STRING FUNCTION TRIM(BUNDLE-DIR) "/"
092300            FUNCTION TRIM(BUNDLE-FILE)
092400         DELIMITED BY SIZE INTO BS-DST-NAME.
092500     PERFORM 5800-COPY-BYTES THRU 5800-EXIT.
092600     MOVE SPACES TO MANIFEST-LINE.
092700     MOVE BS-SRC-SIZE TO SIZE-ED.
092800     IF COPY-OK = "Y"
092900         ADD 1 TO BUNDLE-COPIED
093000         STRING FUNCTION TRIM(BUNDLE-FILE)
093100                " " SIZE-ED " BYTES VERIFIED"
093200             DELIMITED BY SIZE INTO MANIFEST-LINE
093300     ELSE
093400         ADD 1 TO BUNDLE-FAILED
093500         STRING FUNCTION TRIM(BUNDLE-FILE)
093600                " ** NOT COPIED OR VERIFY FAILED **"
093700             DELIMITED BY SIZE INTO MANIFEST-LINE
093800         DISPLAY MANIFEST-LINE.
093900     WRITE MANIFEST-RECORD FROM MANIFEST-LINE.
094000 5150-EXIT.
094100     EXIT.
094200******************************************************************
094300*  5200-EXAMINE-LINE - LINE-FROM / LINE-INTO = 1 WHEN LINE-WORK  *
094400*  NAMES THAT PLAYER.  WHILE CHANGES ARE BEING APPLIED THE NAME  *
094500*  IS ALSO REPLACED (LINE-CHANGED) OR THE LINE MARKED FOR REMOVAL*
094600*  (LINE-DROP).                                                  *
094700******************************************************************
094800 5200-EXAMINE-LINE.
094900     MOVE ZERO TO LINE-FROM LINE-INTO.
095000     MOVE "N" TO LINE-CHANGED LINE-DROP.
095100     IF FT-KIND(FT-IX) = "N" AND LINE-WORK(1:2) = SPACES
095200         PERFORM 5300-PAIRING-LINE THRU 5300-EXIT
095300         GO TO 5200-EXIT.
095400     IF FT-KIND(FT-IX) = "R" AND APPLYING-CHANGES
095500        AND MODE-IS-MERGE
095600         PERFORM 5400-MERGE-REG-LINE THRU 5400-EXIT
095700         GO TO 5200-EXIT.
095800     PERFORM 5250-SET-FIELDS THRU 5250-EXIT.
095900     PERFORM 5210-ONE-FIELD THRU 5210-EXIT
096000         VARYING FLD-IX FROM 1 BY 1 UNTIL FLD-IX > FIELD-COUNT.
096100     IF APPLYING-CHANGES AND MODE-IS-RETIRE AND LINE-FROM > ZERO
096200         MOVE "Y" TO LINE-DROP.
096300 5200-EXIT.
096400     EXIT.
096500 5210-ONE-FIELD.
096600     MOVE FIELD-POS(FLD-IX) TO FIELD-AT.
096700     MOVE FIELD-LEN(FLD-IX) TO FIELD-SIZE.
096800     IF LINE-WORK(FIELD-AT:FIELD-SIZE) = FROM-LONG(1:FIELD-SIZE)
096900         MOVE 1 TO LINE-FROM
097000         IF APPLYING-CHANGES AND NOT MODE-IS-RETIRE
097100             MOVE INTO-LONG(1:FIELD-SIZE)
097200                 TO LINE-WORK(FIELD-AT:FIELD-SIZE)
097300             MOVE "Y" TO LINE-CHANGED
097400         END-IF
097500         GO TO 5210-EXIT.
097600     IF INTO-NAME NOT = SPACES
097700        AND LINE-WORK(FIELD-AT:FIELD-SIZE) =
097800            INTO-LONG(1:FIELD-SIZE)
097900         MOVE 1 TO LINE-INTO.
098000 5210-EXIT.
098100     EXIT.
098200******************************************************************
098300*  5250-SET-FIELDS - WHERE THE NAMES SIT ON THIS LINE OF THIS    *
098400*  KIND OF FILE.                                                 *
098500******************************************************************
098600 5250-SET-FIELDS.
098700     MOVE ZERO TO FIELD-COUNT.
098800     IF FT-KIND(FT-IX) = "R" OR FT-KIND(FT-IX) = "H"
098850        OR FT-KIND(FT-IX) = "L"
098900         MOVE 1 TO FIELD-AT
099000         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
099100     IF FT-KIND(FT-IX) = "G"
099200         MOVE 6 TO FIELD-AT
099300         PERFORM 5260-ADD-FIELD THRU 5260-EXIT
099400         MOVE 23 TO FIELD-AT
099500         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
099600     IF FT-KIND(FT-IX) = "M" AND LINE-WORK(1:1) = "B"
099700         MOVE 13 TO FIELD-AT
099800         PERFORM 5260-ADD-FIELD THRU 5260-EXIT
099900         MOVE 26 TO FIELD-AT
100000         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
100100     IF FT-KIND(FT-IX) = "N" AND LINE-WORK(1:2) IS NUMERIC
100200        AND LINE-WORK(3:2) = ". "
100300         MOVE 5 TO FIELD-AT
100400         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
100500     IF FT-KIND(FT-IX) = "S"
100600         MOVE 33 TO FIELD-AT
100700         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
100800     IF FT-KIND(FT-IX) = "P"
100900         MOVE 10 TO FIELD-AT
101000         PERFORM 5260-ADD-FIELD THRU 5260-EXIT
101100         MOVE 23 TO FIELD-AT
101200         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
101300     IF FT-KIND(FT-IX) = "B" AND LINE-WORK(1:1) = "H"
101400         MOVE 31 TO FIELD-AT
101500         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
101600     IF FT-KIND(FT-IX) = "B" AND LINE-WORK(1:1) = "M"
101700         MOVE 8 TO FIELD-AT
101800         PERFORM 5260-ADD-FIELD THRU 5260-EXIT
101900         MOVE 24 TO FIELD-AT
102000         PERFORM 5260-ADD-FIELD THRU 5260-EXIT
102100         MOVE 42 TO FIELD-AT
102200         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
102300     IF FT-KIND(FT-IX) = "A"
102400         MOVE 51 TO FIELD-AT
102500         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
102600     IF FT-KIND(FT-IX) = "W"
102700         MOVE 3 TO FIELD-AT
102800         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
102900     IF FT-KIND(FT-IX) = "D"
103000         MOVE 8 TO FIELD-AT
103100         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
103110     IF FT-KIND(FT-IX) = "J"
103120         MOVE 29 TO FIELD-AT
103130         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
103140     IF FT-KIND(FT-IX) = "F"
103150         MOVE 24 TO FIELD-AT
103160         PERFORM 5260-ADD-FIELD THRU 5260-EXIT.
103168     IF FT-KIND(FT-IX) = "V"
103176         MOVE 17 TO FIELD-AT
103184         PERFORM 5260-ADD-FIELD THRU 5260-EXIT
103192         MOVE 20 TO FIELD-LEN(FIELD-COUNT).
103200     IF FT-KIND(FT-IX) = "K"
103300         MOVE 33 TO FIELD-AT
103400         PERFORM 5260-ADD-FIELD THRU 5260-EXIT
103500         MOVE 8 TO FIELD-LEN(FIELD-COUNT).
103600 5250-EXIT.
103700     EXIT.
103800 5260-ADD-FIELD.
103900     ADD 1 TO FIELD-COUNT.
104000     MOVE FIELD-AT TO FIELD-POS(FIELD-COUNT).
104100     MOVE 12 TO FIELD-LEN(FIELD-COUNT).
104200 5260-EXIT.
104300     EXIT.
104400******************************************************************
104500*  5300-PAIRING-LINE - A TOURNAMENT NIGHT'S "  A VS B : R" AND   *
104600*  "  A - BYE" LINES CARRY THE NAMES TRIMMED, SO THEY ARE TAKEN  *
104700*  APART AND PUT BACK TOGETHER THE WAY CHECKERS TOURNEY WRITES   *
104800*  THEM.                                                         *
104900******************************************************************
105000 5300-PAIRING-LINE.
105100     MOVE ZERO TO PAIR-HITS.
105200     INSPECT LINE-WORK TALLYING PAIR-HITS FOR ALL " VS ".
105300     IF PAIR-HITS > ZERO
105400         MOVE SPACES TO PAIR-A PAIR-B PAIR-RESULT
105500         UNSTRING LINE-WORK(3:) DELIMITED BY " VS " OR " : "
105600             INTO PAIR-A PAIR-B PAIR-RESULT
105700         MOVE PAIR-A TO PAIR-NAME
105800         PERFORM 5350-PAIR-NAME THRU 5350-EXIT
105900         MOVE PAIR-NAME TO PAIR-A
106000         MOVE PAIR-B TO PAIR-NAME
106100         PERFORM 5350-PAIR-NAME THRU 5350-EXIT
106200         MOVE PAIR-NAME TO PAIR-B
106300         IF LINE-CHANGED = "Y"
106400             MOVE SPACES TO LINE-WORK
106500             STRING "  " FUNCTION TRIM(PAIR-A) " VS "
106600                    FUNCTION TRIM(PAIR-B) " : "
106700                    FUNCTION TRIM(PAIR-RESULT)
106800                 DELIMITED BY SIZE INTO LINE-WORK
106900         END-IF
107000         GO TO 5300-EXIT.
107100     MOVE ZERO TO PAIR-HITS.
107200     INSPECT LINE-WORK TALLYING PAIR-HITS FOR ALL " - BYE".
107300     IF PAIR-HITS = ZERO
107400         GO TO 5300-EXIT.
107500     MOVE SPACES TO PAIR-A.
107600     UNSTRING LINE-WORK(3:) DELIMITED BY " - BYE" INTO PAIR-A.
107700     MOVE PAIR-A TO PAIR-NAME.
107800     PERFORM 5350-PAIR-NAME THRU 5350-EXIT.
107900     IF LINE-CHANGED = "Y"
108000         MOVE SPACES TO LINE-WORK
108100         STRING "  " FUNCTION TRIM(PAIR-NAME) " - BYE"
108200             DELIMITED BY SIZE INTO LINE-WORK.
108300 5300-EXIT.
108400     EXIT.
108500 5350-PAIR-NAME.
108600     IF PAIR-NAME = FROM-NAME
108700         MOVE 1 TO LINE-FROM
108800         IF APPLYING-CHANGES AND NOT MODE-IS-RETIRE
108900             MOVE INTO-NAME TO PAIR-NAME
109000             MOVE "Y" TO LINE-CHANGED
109100         END-IF
109200         GO TO 5350-EXIT.
109300     IF INTO-NAME NOT = SPACES AND PAIR-NAME = INTO-NAME
109400         MOVE 1 TO LINE-INTO.
109500 5350-EXIT.
109600     EXIT.
109700******************************************************************
109800*  5400-MERGE-REG-LINE - IN A MERGE THE OLD REGISTRY ENTRY GOES  *
109900*  WHEN THE SURVIVING NAME IS ALREADY REGISTERED (AND IS RENAMED *
110000*  WHEN IT IS NOT).  THE SURVIVOR KEEPS ITS OWN DETAILS, TAKING  *
110100*  FROM THE OLD ENTRY ONLY WHAT IT LACKS, AND THE EARLIER OF THE *
110200*  TWO REGISTRATION DATES.                                       *
110300******************************************************************
110400 5400-MERGE-REG-LINE.
110500     IF LINE-WORK(1:12) = FROM-NAME
110600         MOVE 1 TO LINE-FROM
110700         IF INTO-REGISTERED = "Y"
110800             MOVE "Y" TO LINE-DROP
110900         ELSE
111000             MOVE INTO-NAME TO LINE-WORK(1:12)
111100             MOVE "Y" TO LINE-CHANGED
111200         END-IF
111300         GO TO 5400-EXIT.
111400     IF LINE-WORK(1:12) NOT = INTO-NAME
111500         GO TO 5400-EXIT.
111600     MOVE 1 TO LINE-INTO.
111700     IF FV-NAME = SPACES
111800         GO TO 5400-EXIT.
111900     MOVE LINE-WORK(1:93) TO REG-VIEW.
112000     IF RV-EMAIL = SPACES AND FV-EMAIL NOT = SPACES
112100         MOVE FV-EMAIL TO RV-EMAIL
112200         MOVE FV-OPTIN TO RV-OPTIN
112300         MOVE "Y" TO LINE-CHANGED.
112400     IF RV-DEPT = SPACES AND FV-DEPT NOT = SPACES
112500         MOVE FV-DEPT TO RV-DEPT
112600         MOVE "Y" TO LINE-CHANGED.
112700     IF FV-CREATED IS NUMERIC AND FV-CREATED < RV-CREATED
112800         MOVE FV-CREATED TO RV-CREATED
112900         MOVE "Y" TO LINE-CHANGED.
113000     MOVE REG-VIEW TO LINE-WORK(1:93).
113100 5400-EXIT.
113200     EXIT.
113300******************************************************************
113400*  5800-COPY-BYTES - BYTE-FOR-BYTE COPY OF BS-SRC-NAME TO        *
113500*  BS-DST-NAME, VERIFIED BY COMPARING BYTE COUNTS AFTERWARDS.    *
113600******************************************************************
113700 5800-COPY-BYTES.
113800     MOVE "N" TO COPY-OK.
113900     MOVE ZERO TO BS-SRC-SIZE.
114000     CALL "CBL_OPEN_FILE" USING BS-SRC-NAME BS-ACCESS-IN
114100         BS-DENY BS-DEVICE SRC-HANDLE.
114200     IF RETURN-CODE NOT = ZERO
114300         MOVE ZERO TO RETURN-CODE
114400         GO TO 5800-EXIT.
114500     MOVE ZERO TO BS-OFFSET.
114600     MOVE ZERO TO BS-NBYTES.
114700     CALL "CBL_READ_FILE" USING SRC-HANDLE BS-OFFSET
114800         BS-NBYTES BS-FLAG-SIZE BS-BUFFER.
114900     MOVE BS-OFFSET TO BS-SRC-SIZE.
115000     MOVE ZERO TO RETURN-CODE.
115100     CALL "CBL_CREATE_FILE" USING BS-DST-NAME BS-ACCESS-OUT
115200         BS-DENY BS-DEVICE DST-HANDLE.
115300     IF RETURN-CODE NOT = ZERO
115400         MOVE ZERO TO RETURN-CODE
115500         CALL "CBL_CLOSE_FILE" USING SRC-HANDLE
115600         MOVE ZERO TO RETURN-CODE
115700         GO TO 5800-EXIT.
115800     MOVE ZERO TO BS-OFFSET.
115900     MOVE BS-SRC-SIZE TO BS-LEFT.
116000     PERFORM 5810-ONE-CHUNK THRU 5810-EXIT
116100         UNTIL BS-LEFT <= ZERO.
116200     CALL "CBL_CLOSE_FILE" USING DST-HANDLE.
116300     CALL "CBL_CLOSE_FILE" USING SRC-HANDLE.
116400     MOVE ZERO TO RETURN-CODE.
116500     CALL "CBL_OPEN_FILE" USING BS-DST-NAME BS-ACCESS-IN
116600         BS-DENY BS-DEVICE DST-HANDLE.
116700     IF RETURN-CODE NOT = ZERO
116800         MOVE ZERO TO RETURN-CODE
116900         GO TO 5800-EXIT.
117000     MOVE ZERO TO BS-OFFSET.
117100     MOVE ZERO TO BS-NBYTES.
117200     CALL "CBL_READ_FILE" USING DST-HANDLE BS-OFFSET
117300         BS-NBYTES BS-FLAG-SIZE BS-BUFFER.
117400     MOVE BS-OFFSET TO BS-DST-SIZE.
117500     CALL "CBL_CLOSE_FILE" USING DST-HANDLE.
117600     MOVE ZERO TO RETURN-CODE.
117700     IF BS-DST-SIZE = BS-SRC-SIZE
117800         MOVE "Y" TO COPY-OK.
117900 5800-EXIT.
118000     EXIT.
118100 5810-ONE-CHUNK.
118200     IF BS-LEFT > 4096
118300         MOVE 4096 TO BS-CHUNK
118400     ELSE
118500         MOVE BS-LEFT TO BS-CHUNK.
118600     MOVE BS-CHUNK TO BS-NBYTES.
118700     CALL "CBL_READ_FILE" USING SRC-HANDLE BS-OFFSET
118800         BS-NBYTES BS-FLAG-NONE BS-BUFFER.
118900     MOVE RETURN-CODE TO BS-RC.
119000     MOVE ZERO TO RETURN-CODE.
119100     IF BS-RC NOT = ZERO
119200         MOVE ZERO TO BS-LEFT
119300         GO TO 5810-EXIT.
119400     CALL "CBL_WRITE_FILE" USING DST-HANDLE BS-OFFSET
119500         BS-NBYTES BS-FLAG-NONE BS-BUFFER.
119600     MOVE ZERO TO RETURN-CODE.
119700     COMPUTE BS-OFFSET = BS-OFFSET + BS-CHUNK.
119800     COMPUTE BS-LEFT = BS-LEFT - BS-CHUNK.
119900 5810-EXIT.
120000     EXIT.
120100******************************************************************
120200*  6000-APPLY - EVERY FILE THE PLAN MARKED, EACH IN ITS OWN WAY. *
120300******************************************************************
120400 6000-APPLY.
120500     MOVE "Y" TO APPLY-SW.
120600     PERFORM 6010-APPLY-ONE THRU 6010-EXIT
120700         VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FILE-COUNT.
120800     MOVE "N" TO APPLY-SW.
120900 6000-EXIT.
121000     EXIT.
121100 6010-APPLY-ONE.
121200     MOVE ZERO TO FT-CHANGED(FT-IX).
121300     IF FT-ACTION(FT-IX) NOT = "Y"
121400         GO TO 6010-EXIT.
121500     IF FT-KIND(FT-IX) = "C"
121600         PERFORM 6300-APPLY-LADDER THRU 6300-EXIT
121700         GO TO 6010-EXIT.
121800     IF FT-KIND(FT-IX) = "T" OR FT-KIND(FT-IX) = "U"
121900         PERFORM 6400-APPLY-TTS THRU 6400-EXIT
122000         GO TO 6010-EXIT.
122100     PERFORM 6100-APPLY-TEXT THRU 6100-EXIT.
122200 6010-EXIT.
122300     EXIT.
122400******************************************************************
122500*  6100-APPLY-TEXT - THE FILE THROUGH PLAYFIX.TMP WITH THE NAMES *
122600*  CHANGED, THEN COPIED BACK OVER THE LIVE FILE.                 *
122700******************************************************************
122800 6100-APPLY-TEXT.
122900     MOVE FT-NAME(FT-IX) TO TEXT-NAME.
123000     MOVE "N" TO EOF-SW.
123100     OPEN INPUT TEXT-FILE.
123200     IF TEXT-STATUS NOT = "00"
123300         IF TEXT-STATUS = "05"
123400             CLOSE TEXT-FILE
123500         END-IF
123600         MOVE "** COULD NOT BE READ **" TO FT-NOTE(FT-IX)
123700         GO TO 6100-EXIT.
123800     OPEN OUTPUT TEMP-FILE.
123900     IF TEMP-STATUS NOT = "00" AND TEMP-STATUS NOT = "05"
124000         CLOSE TEXT-FILE
124100         MOVE "** PLAYFIX.TMP NOT WRITABLE **" TO FT-NOTE(FT-IX)
124200         GO TO 6100-EXIT.
124300     PERFORM 6110-APPLY-LINE THRU 6110-EXIT
124400         UNTIL FILE-AT-END.
124500     CLOSE TEXT-FILE.
124600     CLOSE TEMP-FILE.
124700     IF FT-CHANGED(FT-IX) = ZERO
124800         GO TO 6100-EXIT.
124900     OPEN INPUT TEMP-FILE.
125000     OPEN OUTPUT TEXT-FILE.
125100     IF TEXT-STATUS NOT = "00" AND TEXT-STATUS NOT = "05"
125200         CLOSE TEMP-FILE
125300         MOVE ZERO TO FT-CHANGED(FT-IX)
125400         MOVE "** COULD NOT BE REWRITTEN **" TO FT-NOTE(FT-IX)
125500         GO TO 6100-EXIT.
125600     MOVE "N" TO TEMP-EOF-SW.
125700     PERFORM 6120-COPY-BACK THRU 6120-EXIT
125800         UNTIL TEMP-AT-END.
125900     CLOSE TEMP-FILE.
126000     CLOSE TEXT-FILE.
126100 6100-EXIT.
126200     EXIT.
126300 6110-APPLY-LINE.
126400     READ TEXT-FILE
126500         AT END
126600             MOVE "Y" TO EOF-SW
126700             GO TO 6110-EXIT
126800     END-READ.
126900     MOVE TEXT-RECORD TO LINE-WORK.
127000     PERFORM 5200-EXAMINE-LINE THRU 5200-EXIT.
127100     IF LINE-DROP = "Y"
127200         ADD 1 TO FT-CHANGED(FT-IX)
127300         GO TO 6110-EXIT.
127400     IF LINE-CHANGED = "Y"
127500         ADD 1 TO FT-CHANGED(FT-IX).
127600     WRITE TEMP-RECORD FROM LINE-WORK.
127700 6110-EXIT.
127800     EXIT.
127900 6120-COPY-BACK.
128000     READ TEMP-FILE
128100         AT END
128200             MOVE "Y" TO TEMP-EOF-SW
128300             GO TO 6120-EXIT
128400     END-READ.
128500     WRITE TEXT-RECORD FROM TEMP-RECORD.
128600 6120-EXIT.
128700     EXIT.
128800******************************************************************
128900*  6300-APPLY-LADDER - A CHECKERS LADDER, ONE LOCKED RECORD AT A *
129000*  TIME AS CHKRECON DOES IT.  THE OLD RECORD IS READ AFRESH, THE *
129100*  SURVIVOR WRITTEN (OR, IN A MERGE, COMBINED AND REWRITTEN), AND*
129200*  ONLY THEN IS THE OLD RECORD DELETED.                          *
129300******************************************************************
129400 6300-APPLY-LADDER.
129450     MOVE FT-NAME(FT-IX) TO LADDER-NAME.
129500     OPEN I-O PLAYER-FILE.
129600     IF PLAYER-STATUS NOT = "00" AND PLAYER-STATUS NOT = "05"
129700         DISPLAY "CANNOT UPDATE " FUNCTION TRIM(LADDER-NAME)
129800                 " STATUS " PLAYER-STATUS
129900         MOVE "** COULD NOT BE OPENED **" TO FT-NOTE(FT-IX)
130000         GO TO 6300-EXIT.
130100     MOVE FROM-NAME TO LOCK-NAME.
130200     PERFORM 6350-LOCK-RECORD THRU 6350-EXIT.
130300     IF PLAYER-STATUS NOT = "00" AND PLAYER-STATUS NOT = "02"
130400         DISPLAY "CANNOT LOCK " FROM-NAME " STATUS " PLAYER-STATUS
130500         MOVE "** RECORD BUSY - NOT CHANGED **" TO FT-NOTE(FT-IX)
130600         GO TO 6300-CLOSE.
130700     MOVE PL-GAMES TO FL-GAMES.
130800     MOVE PL-WINS TO FL-WINS.
130900     MOVE PL-LOSSES TO FL-LOSSES.
131000     MOVE PL-RATING TO FL-RATING.
131100     UNLOCK PLAYER-FILE.
131200     IF MODE-IS-RETIRE
131300         GO TO 6300-DELETE-OLD.
131400     IF MODE-IS-MERGE AND FT-INTO-BEFORE(FT-IX) > ZERO
131500         PERFORM 6320-COMBINE THRU 6320-EXIT
131600     ELSE
131700         MOVE INTO-NAME TO PL-NAME
131800         MOVE FL-GAMES TO PL-GAMES
131900         MOVE FL-WINS TO PL-WINS
132000         MOVE FL-LOSSES TO PL-LOSSES
132100         MOVE FL-RATING TO PL-RATING
132200         WRITE PLAYER-RECORD
132300             INVALID KEY
132400                 DISPLAY "CANNOT ADD " INTO-NAME
132500                 MOVE "** SURVIVOR NOT WRITTEN **"
132600                     TO FT-NOTE(FT-IX)
132700                 GO TO 6300-CLOSE
132800         END-WRITE
132900         ADD 1 TO FT-CHANGED(FT-IX).
133000     IF FT-CHANGED(FT-IX) = ZERO
133100         GO TO 6300-CLOSE.
133200 6300-DELETE-OLD.
133300     MOVE FROM-NAME TO LOCK-NAME.
133400     PERFORM 6350-LOCK-RECORD THRU 6350-EXIT.
133500     IF PLAYER-STATUS NOT = "00" AND PLAYER-STATUS NOT = "02"
133600         DISPLAY "CANNOT LOCK " FROM-NAME " STATUS " PLAYER-STATUS
133700         MOVE "** OLD RECORD NOT REMOVED **" TO FT-NOTE(FT-IX)
133800         GO TO 6300-CLOSE.
133900     DELETE PLAYER-FILE RECORD
134000         INVALID KEY
134100             DISPLAY "CANNOT DELETE " FROM-NAME
134200             MOVE "** OLD RECORD NOT REMOVED **" TO FT-NOTE(FT-IX)
134300             UNLOCK PLAYER-FILE
134400             GO TO 6300-CLOSE
134500     END-DELETE.
134600     UNLOCK PLAYER-FILE.
134700     ADD 1 TO FT-CHANGED(FT-IX).
134800 6300-CLOSE.
134900     CLOSE PLAYER-FILE.
135000 6300-EXIT.
135100     EXIT.
135200******************************************************************
135300*  6320-COMBINE - THE SURVIVOR TAKES BOTH RECORDS' GAMES, WINS   *
135400*  AND LOSSES; ITS RATING IS THE TWO RATINGS WEIGHTED BY GAMES   *
135500*  PLAYED.                                                       *
135600******************************************************************
135700 6320-COMBINE.
135800     MOVE INTO-NAME TO LOCK-NAME.
135900     PERFORM 6350-LOCK-RECORD THRU 6350-EXIT.
136000     IF PLAYER-STATUS NOT = "00" AND PLAYER-STATUS NOT = "02"
136100         DISPLAY "CANNOT LOCK " INTO-NAME " STATUS " PLAYER-STATUS
136200         MOVE "** RECORD BUSY - NOT CHANGED **" TO FT-NOTE(FT-IX)
136300         GO TO 6320-EXIT.
136400     COMPUTE TOTAL-GAMES = PL-GAMES + FL-GAMES.
136500     IF TOTAL-GAMES > ZERO
136600         COMPUTE PL-RATING ROUNDED =
136700             (PL-RATING * PL-GAMES + FL-RATING * FL-GAMES)
136800             / TOTAL-GAMES.
136900     ADD FL-GAMES TO PL-GAMES.
137000     ADD FL-WINS TO PL-WINS.
137100     ADD FL-LOSSES TO PL-LOSSES.
137200     REWRITE PLAYER-RECORD
137300         INVALID KEY
137400             DISPLAY "CANNOT REWRITE " INTO-NAME
137500             MOVE "** SURVIVOR NOT REWRITTEN **" TO FT-NOTE(FT-IX)
137600             UNLOCK PLAYER-FILE
137700             GO TO 6320-EXIT
137800     END-REWRITE.
137900     UNLOCK PLAYER-FILE.
138000     ADD 1 TO FT-CHANGED(FT-IX).
138100 6320-EXIT.
138200     EXIT.
138300 6350-LOCK-RECORD.
138400     MOVE ZERO TO LOCK-TRIES.
138500     MOVE "51" TO PLAYER-STATUS.
138600     PERFORM 6360-TRY-LOCK THRU 6360-EXIT
138700         UNTIL PLAYER-STATUS NOT = "51"
138800            OR LOCK-TRIES >= LOCK-MAX-TRIES.
138900 6350-EXIT.
139000     EXIT.
139100 6360-TRY-LOCK.
139200     IF LOCK-TRIES > ZERO
139300         CALL "CBL_GC_NANOSLEEP" USING LOCK-WAIT-NS.
139400     ADD 1 TO LOCK-TRIES.
139500     MOVE LOCK-NAME TO PL-NAME.
139600     READ PLAYER-FILE WITH LOCK
139700         KEY IS PL-NAME
139800         INVALID KEY
139900             CONTINUE
140000     END-READ.
140100 6360-EXIT.
140200     EXIT.
140300******************************************************************
140400*  6400-APPLY-TTS - TTS.SCORE OR TTS.PEND IN MEMORY, THE NAME    *
140500*  CHANGED OR ITS ROWS TAKEN OUT, THEN WRITTEN BACK WHOLE.       *
140600*  TTS.SCORE KEEPS ITS SIZE: THE TABLE CLOSES UP AND EMPTY ROWS  *
140700*  (NO NAME, NO POINTS) FILL THE BOTTOM, AS TTSFIX LEAVES THEM.  *
140800******************************************************************
140900 6400-APPLY-TTS.
141000     PERFORM 3450-LOAD-TTS THRU 3450-EXIT.
141100     IF FT-FOUND(FT-IX) = "N"
141200         MOVE "** COULD NOT BE READ **" TO FT-NOTE(FT-IX)
141300         GO TO 6400-EXIT.
141400     MOVE ZERO TO TTS-KEPT.
141500     PERFORM 6410-ONE-ROW THRU 6410-EXIT
141600         VARYING TR-IX FROM 1 BY 1 UNTIL TR-IX > TTS-COUNT.
141700     IF FT-KIND(FT-IX) = "U"
141800         MOVE TTS-KEPT TO TTS-COUNT
141900     ELSE
142000         PERFORM 6420-EMPTY-ROW THRU 6420-EXIT
142100             VARYING TR-IX FROM TTS-KEPT BY 1
142200             UNTIL TR-IX >= TTS-COUNT.
142300     IF FT-CHANGED(FT-IX) = ZERO
142400         GO TO 6400-EXIT.
142500     OPEN OUTPUT TTS-FILE.
142600     IF TTS-STATUS NOT = "00" AND TTS-STATUS NOT = "05"
142700         MOVE ZERO TO FT-CHANGED(FT-IX)
142800         MOVE "** COULD NOT BE REWRITTEN **" TO FT-NOTE(FT-IX)
142900         GO TO 6400-EXIT.
143000     PERFORM 6430-WRITE-ROW THRU 6430-EXIT
143100         VARYING TR-IX FROM 1 BY 1 UNTIL TR-IX > TTS-COUNT.
143200     CLOSE TTS-FILE.
143300 6400-EXIT.
143400     EXIT.
143500 6410-ONE-ROW.
143600     IF TR-NAME(TR-IX) = FROM-LONG
143700         ADD 1 TO FT-CHANGED(FT-IX)
143800         IF MODE-IS-RETIRE
143900             GO TO 6410-EXIT
144000         END-IF
144100         MOVE INTO-LONG TO TR-NAME(TR-IX).
144200     ADD 1 TO TTS-KEPT.
144300     IF TTS-KEPT NOT = TR-IX
144400         MOVE TTS-ROW(TR-IX) TO TTS-ROW(TTS-KEPT).
144500 6410-EXIT.
144600     EXIT.
144700 6420-EMPTY-ROW.
144800     MOVE SPACES TO TR-NAME(TR-IX + 1) TR-NODE(TR-IX + 1).
144900     MOVE ZERO TO TR-POINTS(TR-IX + 1) TR-LINES(TR-IX + 1)
145000                  TR-ENTRY(TR-IX + 1) TR-LEVEL(TR-IX + 1)
145100                  TR-BONUS(TR-IX + 1) TR-CPU(TR-IX + 1).
145200 6420-EXIT.
145300     EXIT.
145400 6430-WRITE-ROW.
145500     MOVE TTS-ROW(TR-IX) TO SHIGH.
145600     WRITE SHIGH.
145700 6430-EXIT.
145800     EXIT.
145900******************************************************************
146000*  7000-REPORT - THE BEFORE-AND-AFTER COUNTS, ADDED TO           *
146100*  PLAYFIX.RPT SO EVERY CHANGE EVER MADE STAYS ON FILE.          *
146200******************************************************************
146300 7000-REPORT.
146400     OPEN EXTEND REPORT-FILE.
146500     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
146600         DISPLAY "CANNOT WRITE PLAYFIX.RPT, STATUS " REPORT-STATUS
146700         GO TO 7000-EXIT.
146800     MOVE SPACES TO REPORT-LINE.
146900     STRING "PLAYFIX " TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-"
147000            TODAY-YMD(7:2) " " NOW-TIME(1:2) ":" NOW-TIME(3:2)
147100            "  OPERATOR " FUNCTION TRIM(OPERATOR-ID)
147200         DELIMITED BY SIZE INTO REPORT-LINE.
147300     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
147400     MOVE SPACES TO REPORT-LINE.
147500     STRING FUNCTION TRIM(MODE-WORD) " " FUNCTION TRIM(FROM-NAME)
147600         DELIMITED BY SIZE INTO REPORT-LINE.
147700     IF INTO-NAME NOT = SPACES
147800         MOVE SPACES TO REPORT-LINE
147900         STRING FUNCTION TRIM(MODE-WORD) " "
148000                FUNCTION TRIM(FROM-NAME) " INTO "
148100                FUNCTION TRIM(INTO-NAME)
148200             DELIMITED BY SIZE INTO REPORT-LINE.
148300     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
148400     MOVE SPACES TO REPORT-LINE.
148500     STRING "PRE-CHANGE BUNDLE " FUNCTION TRIM(BUNDLE-DIR)
148600         DELIMITED BY SIZE INTO REPORT-LINE.
148700     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
148800     MOVE SPACES TO REPORT-LINE.
148900     MOVE "-- BEFORE --" TO REPORT-LINE(24:12).
149000     MOVE "-- AFTER ---" TO REPORT-LINE(37:12).
149100     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
149200     MOVE SPACES TO REPORT-LINE.
149300     MOVE "FILE" TO REPORT-LINE(1:4).
149400     MOVE "FROM  INTO" TO REPORT-LINE(25:10).
149500     MOVE "FROM  INTO" TO REPORT-LINE(38:10).
149600     MOVE "CHANGED" TO REPORT-LINE(49:7).
149700     MOVE "NOTE" TO REPORT-LINE(57:4).
149800     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
149900     MOVE RULE-LINE TO REPORT-LINE.
150000     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
150100     PERFORM 7100-REPORT-ONE THRU 7100-EXIT
150200         VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FILE-COUNT.
150300     MOVE RULE-LINE TO REPORT-LINE.
150400     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
150500     IF OPEN-GAMES > ZERO
150600         MOVE SPACES TO REPORT-LINE
150700         MOVE OPEN-GAMES TO ED-5
150800         STRING "OPEN CHECKERS.GAMES (" FUNCTION TRIM(ED-5)
150900                ") ARE LEFT FOR THE PLAYERS TO FINISH OR FORFEIT."
151000             DELIMITED BY SIZE INTO REPORT-LINE
151100         PERFORM 7900-PUT-LINE THRU 7900-EXIT.
151200     MOVE "CHECKERS.LOG AND CHKRECON.BAL ARE LEFT AS LOGGED."
151300         TO REPORT-LINE.
151400     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
151500     STRING "TTS.SCOREX, TTS.DAILY.RPT, CHECKERS.STANDINGS AND "
151600            "PONGLADDER.RPT CATCH UP ON THEIR NEXT RUNS."
151700         DELIMITED BY SIZE INTO REPORT-LINE.
151800     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
151900     MOVE SPACES TO REPORT-LINE.
152000     STRING "TO UNDO: SHOPSAVE R, FILE *, BUNDLE " BUNDLE-TAG
152100         DELIMITED BY SIZE INTO REPORT-LINE.
152200     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
152300     MOVE SPACES TO REPORT-LINE.
152400     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
152500     CLOSE REPORT-FILE.
152600     DISPLAY "BEFORE-AND-AFTER COUNTS ADDED TO PLAYFIX.RPT".
152700 7000-EXIT.
152800     EXIT.
152900 7100-REPORT-ONE.
153000     IF FT-KIND(FT-IX) = "N" AND FT-FROM-BEFORE(FT-IX) = ZERO
153100        AND FT-INTO-BEFORE(FT-IX) = ZERO
153200        AND FT-FROM-AFTER(FT-IX) = ZERO
153300        AND FT-INTO-AFTER(FT-IX) = ZERO
153400         GO TO 7100-EXIT.
153500     MOVE SPACES TO DETAIL-LINE.
153600     MOVE FT-NAME(FT-IX) TO DL-NAME.
153700     MOVE FT-FROM-BEFORE(FT-IX) TO DL-FROM-BEFORE.
153800     MOVE FT-INTO-BEFORE(FT-IX) TO DL-INTO-BEFORE.
153900     MOVE FT-FROM-AFTER(FT-IX) TO DL-FROM-AFTER.
154000     MOVE FT-INTO-AFTER(FT-IX) TO DL-INTO-AFTER.
154100     MOVE FT-CHANGED(FT-IX) TO DL-CHANGED.
154200     MOVE FT-NOTE(FT-IX) TO DL-NOTE.
154300     IF FT-ACTION(FT-IX) = "Y" AND FT-CHANGED(FT-IX) = ZERO
154400        AND FT-NOTE(FT-IX)(1:2) NOT = "**"
154500         MOVE "** NOTHING CHANGED **" TO DL-NOTE.
154600     MOVE DETAIL-LINE TO REPORT-LINE.
154700     PERFORM 7900-PUT-LINE THRU 7900-EXIT.
154800 7100-EXIT.
154900     EXIT.
155000 7900-PUT-LINE.
155100     WRITE REPORT-RECORD FROM REPORT-LINE.
155200     MOVE SPACES TO REPORT-LINE.
155300 7900-EXIT.
155400     EXIT.
155500******************************************************************
155600*  8000-JOURNAL - ONE OPERATOR JOURNAL LINE PER FILE REWRITTEN:  *
155700*  RECORDS NAMING THE OLD NAME BEFORE AND AFTER, AND THE BUNDLE  *
155800*  THAT UNDOES IT.                                               *
155900******************************************************************
156000 8000-JOURNAL.
156100     PERFORM 8010-JOURNAL-ONE THRU 8010-EXIT
156200         VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FILE-COUNT.
156300 8000-EXIT.
156400     EXIT.
156500 8010-JOURNAL-ONE.
156600     IF FT-CHANGED(FT-IX) = ZERO
156700         GO TO 8010-EXIT.
156800     MOVE SPACES TO OPJNL-AREA.
156900     MOVE "PLAYFIX" TO OPJ-PROGRAM.
157000     MOVE MODE-WORD TO OPJ-MODE.
157100     MOVE FT-NAME(FT-IX) TO OPJ-FILE.
157200     MOVE FT-FROM-BEFORE(FT-IX) TO OPJ-BEFORE.
157300     MOVE FT-FROM-AFTER(FT-IX) TO OPJ-AFTER.
157400     MOVE "RECS" TO OPJ-UNIT.
157500     STRING FUNCTION TRIM(FROM-NAME) " " FUNCTION TRIM(INTO-NAME)
157600            " BUNDLE " BUNDLE-TAG
157700         DELIMITED BY SIZE INTO OPJ-PARAMS.
157800     CALL "OPJNL" USING OPJNL-AREA.
157900 8010-EXIT.
158000     EXIT.
158100 END PROGRAM PLAYFIX.
