000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHKRECON.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CHKRECON - RECONCILIATION OF THE CHECKERS RESULT COUNTS.  THE *
000900*  SAME GAMES ARE COUNTED IN FOUR PLACES: CHECKERS.SCR (THE      *
001000*  RUNNING TALLY AGAINST THE COMPUTER), CHECKERS.PLAYERS (EACH   *
001100*  PROFILE'S GAMES, WINS AND LOSSES), THE RESULT LINES IN        *
001200*  CHECKERS.LOG AND THE TOURNAMENT NIGHTS CHECKERS.TRN.YYYYMMDD. *
001300*  THIS JOB REBUILDS THE EXPECTED COUNTS FROM THE LOGS AND THE   *
001400*  TOURNAMENT FILES, COMPARES THEM WITH CHECKERS.SCR AND         *
001500*  CHECKERS.PLAYERS, AND REPORTS EVERY PLAYER WHOSE TOTALS       *
001600*  DIFFER, AND BY HOW MUCH, IN CHKRECON.RPT.                     *
001700*                                                                *
001800*  WHERE THE COUNTS COME FROM:                                   *
001900*    RATED   - CHECKERS (AND CHKSTALL'S FORFEITS) LOG ONE        *
002000*              "RATED" LINE FOR EVERY GAME POSTED TO A LADDER:   *
002100*              COLS 29-40 WINNER, 42-45 OVER/DREW, 47-58 LOSER,  *
002200*              59-68 THE RULES TAG.  ONLY THE ENGLISH LADDER     *
002300*              (BLANK TAG) IS RECONCILED HERE.                   *
002400*    SCORED  - ONE "SCORED" LINE (WIN/LOSS IN COLS 29-32) EACH   *
002500*              TIME CHECKERS.SCR MOVES.  OLDER STRETCHES OF THE  *
002600*              LOG, WRITTEN BEFORE THESE LINES EXISTED, ARE READ *
002700*              THE WAY CHKSTATS READS THEM: A GAME WITH COMPUTER *
002800*              MOVES THAT ENDS "PLAYER-O WINS" IS A SCOREBOARD   *
002900*              WIN, "COMPUTER WINS" A LOSS.  THEIR PLAYER        *
003000*              RESULTS CARRY NO NAMES AND ARE ONLY COUNTED.      *
003100*    TRN     - EVERY "A VS B : R" LINE OF EVERY TOURNAMENT NIGHT *
003200*              (R = A, B OR D), AS CHECKTOURNEY RATED IT.        *
003300*  THE LOCAL CHECKERS.LOG IS READ WITH ITS LOGKEEP ARCHIVES      *
003400*  (FROM LOGKEEP.JNL, AS TRENDDIG FINDS THEM), THEN THE SAME FOR *
003500*  EVERY TERMINAL IN CHECKERS.NODES, WHOSE GAMES CHKMERGE FOLDS  *
003600*  INTO THE LOCAL LADDER.  THE SCOREBOARD IS THIS TERMINAL'S     *
003700*  OWN, SO ONLY THE LOCAL LOG COUNTS TOWARD IT.                  *
003800*                                                                *
003900*  OPENING BALANCE: CHKRECON.BAL HOLDS THE FIGURES AGREED AT THE *
004000*  LAST CORRECTION RUN AND THE DATE AND TIME THEY WERE AGREED.   *
004100*  WHEN IT IS ON FILE THE EXPECTED COUNTS ARE THE BALANCE PLUS   *
004200*  EVERY LOG LINE STAMPED AFTER IT AND EVERY TOURNAMENT NIGHT    *
004300*  DATED AFTER IT; WITHOUT ONE, ALL HISTORY IS READ.  THE        *
004400*  TOURNAMENT NIGHTS ARE LOOKED FOR DAY BY DAY FROM THE DAY      *
004500*  AFTER THE BALANCE (OR THE EARLIEST LOGGED DAY, OR RECON_FROM  *
004600*  IF IT IS SET TO A YYYYMMDD) TO TODAY.                         *
004700*                                                                *
004800*  SUPERVISED CORRECTION: WITH RECON_FIX=Y THE JOB SHOWS EACH    *
004900*  DIFFERING PLAYER AT THE TERMINAL AND ASKS WHETHER TO REWRITE  *
005000*  THE PROFILE TO THE RECONCILED FIGURES (RATINGS ARE LEFT AS    *
005100*  THEY ARE), THEN THE SAME FOR THE SCOREBOARD.  THE PROFILES    *
005200*  AND THE SCOREBOARD ARE REWRITTEN, THE FIGURES NOW ON FILE -   *
005300*  CORRECTED OR DELIBERATELY LEFT - BECOME THE NEW OPENING       *
005400*  BALANCE, AND THE RUN GOES TO THE OPERATOR JOURNAL.            *
005500******************************************************************
005600*  MODIFICATION HISTORY                                          *
005700*  10/15/26 OSG  INITIAL VERSION.                                *
005725*  10/15/26 OSG  CHECKERS.PLAYERS READ AS THE KEYED LADDER; A    *
005750*                CORRECTION LOCKS AND REWRITES ONLY THE PROFILES *
005775*                IT CHANGES.                                     *
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006250     SELECT OPTIONAL PLAYER-FILE ASSIGN TO "CHECKERS.PLAYERS"
006300         ORGANIZATION IS INDEXED
006350         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS PL-NAME
006450         LOCK MODE IS MANUAL
006500         FILE STATUS IS PLAYER-STATUS.
006600     SELECT OPTIONAL SCORE-FILE ASSIGN TO "CHECKERS.SCR"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS SCORE-STATUS.
006900     SELECT OPTIONAL BALANCE-FILE ASSIGN TO "CHKRECON.BAL"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS BALANCE-STATUS.
007200     SELECT OPTIONAL NODES-FILE ASSIGN TO "CHECKERS.NODES"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS NODES-STATUS.
007500     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO JOURNAL-NAME
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS JOURNAL-STATUS.
007800     SELECT OPTIONAL LOG-FILE ASSIGN TO LOG-NAME
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS LOG-STATUS.
008100     SELECT OPTIONAL TOURN-FILE ASSIGN TO TOURN-NAME
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS TOURN-STATUS.
008400     SELECT OPTIONAL REPORT-FILE ASSIGN TO "CHKRECON.RPT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS REPORT-STATUS.
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  PLAYER-FILE.
009000 01  PLAYER-RECORD.
009100     05  PL-NAME             PIC X(12).
009200     05  PL-GAMES            PIC 9(05).
009300     05  PL-WINS             PIC 9(05).
009400     05  PL-LOSSES           PIC 9(05).
009500     05  PL-RATING           PIC 9(04).
009600 FD  SCORE-FILE.
009700 01  SCORE-RECORD.
009800     05  SCORE-WINS          PIC 9(10).
009900     05  SCORE-LOSSES        PIC 9(10).
010000******************************************************************
010100*  CHKRECON.BAL: ONE HEADER LINE, THEN ONE LINE PER PROFILE.     *
010200*    HEADER  COLS  1- 8  "BALANCE "    COLS  9-16  YYYYMMDD      *
010300*            COLS 18-25  HHMMSSCC      COLS 27-36  SCR WINS      *
010400*            COLS 38-47  SCR LOSSES                              *
010500*    PLAYER  COLS  1-12  NAME, THEN GAMES, WINS, LOSSES 9(05)    *
010600******************************************************************
010700 FD  BALANCE-FILE.
010800 01  BALANCE-RECORD          PIC X(50).
010900 FD  NODES-FILE.
011000 01  NODES-RECORD            PIC X(80).
011100 FD  JOURNAL-FILE.
011200 01  JOURNAL-RECORD.
011300     05  JNL-PHASE           PIC X(08).
011400     05  FILLER              PIC X(01).
011500     05  JNL-FILE-NAME       PIC X(20).
011600     05  FILLER              PIC X(01).
011700     05  JNL-ARCH-NAME       PIC X(30).
011800 FD  LOG-FILE.
011900 01  LOG-RECORD              PIC X(80).
012000 FD  TOURN-FILE.
012100 01  TOURN-RECORD            PIC X(80).
012200 FD  REPORT-FILE.
012300 01  REPORT-RECORD           PIC X(100).
012400 WORKING-STORAGE SECTION.
012500 77  PLAYER-STATUS           PIC X(02).
012600 77  SCORE-STATUS            PIC X(02).
012700 77  BALANCE-STATUS          PIC X(02).
012800 77  NODES-STATUS            PIC X(02).
012900 77  JOURNAL-STATUS          PIC X(02).
013000 77  LOG-STATUS              PIC X(02).
013100 77  TOURN-STATUS            PIC X(02).
013200 77  REPORT-STATUS           PIC X(02).
013300 77  JOURNAL-NAME            PIC X(120) VALUE SPACES.
013400 77  LOG-NAME                PIC X(120) VALUE SPACES.
013500 77  TOURN-NAME              PIC X(120) VALUE SPACES.
013600 77  EOF-SW                  PIC X(01) VALUE "N".
013700     88  FILE-AT-END         VALUE "Y".
013800 77  JNL-EOF-SW              PIC X(01) VALUE "N".
013900     88  JOURNAL-AT-END      VALUE "Y".
014000 77  FIX-MODE                PIC X(01) VALUE SPACES.
014100 77  FROM-TEXT               PIC X(08) VALUE SPACES.
014200 77  ANSWER                  PIC X(01).
014300 77  TODAY-YMD               PIC 9(08).
014400 77  NOW-TIME                PIC 9(08).
014500 77  FROM-YMD                PIC 9(08) VALUE ZERO.
014600 77  EARLIEST-YMD            PIC 9(08) VALUE ZERO.
014700 77  WALK-YMD                PIC 9(08).
014800 77  WALK-DAYS               PIC 9(07).
014900 77  TODAY-DAYS              PIC 9(07).
015000 77  PATH-LEN                PIC 9(03) COMP.
015100******************************************************************
015200*  THE OPENING BALANCE.  BAL-STAMP IS DATE AND TIME RUN TOGETHER *
015300*  SO IT COMPARES DIRECTLY WITH A LOG LINE'S STAMP.              *
015400******************************************************************
015500 77  BALANCE-FOUND           PIC X(01) VALUE "N".
015600 01  BAL-STAMP.
015700     05  BAL-DATE            PIC 9(08) VALUE ZERO.
015800     05  BAL-TIME            PIC 9(08) VALUE ZERO.
015900 01  BAL-HEADER.
016000     05  BH-TAG              PIC X(08).
016100     05  BH-DATE             PIC 9(08).
016200     05  FILLER              PIC X(01).
016300     05  BH-TIME             PIC 9(08).
016400     05  FILLER              PIC X(01).
016500     05  BH-SCR-WINS         PIC 9(10).
016600     05  FILLER              PIC X(01).
016700     05  BH-SCR-LOSSES       PIC 9(10).
016800     05  FILLER              PIC X(03).
016900 01  BAL-PLAYER REDEFINES BAL-HEADER.
017000     05  BP-NAME             PIC X(12).
017100     05  BP-GAMES            PIC 9(05).
017200     05  BP-WINS             PIC 9(05).
017300     05  BP-LOSSES           PIC 9(05).
017400     05  FILLER              PIC X(23).
017500******************************************************************
017600*  ONE LOG LINE: DATE(8) SP TIME(8) SP SP WHO(8) THEN THE TEXT.  *
017700******************************************************************
017800 01  LINE-STAMP.
017900     05  LINE-DATE           PIC X(08).
018000     05  LINE-TIME           PIC X(08).
018100 77  LINE-WHO                PIC X(08).
018200 77  LINE-REST               PIC X(53).
018300******************************************************************
018400*  THE STATE OF ONE TERMINAL'S LOG AS IT IS READ.  LEGACY-SW     *
018500*  STAYS Y UNTIL THE FIRST RATED OR SCORED LINE; A RESULT SEEN   *
018600*  WHILE IT IS Y WAITS AS PENDING UNTIL THE NEXT LINE SHOWS      *
018700*  WHETHER BOOKKEEPING LINES FOLLOWED IT.                        *
018800******************************************************************
018900 77  LOCAL-SITE              PIC X(01).
019000 77  LEGACY-SW               PIC X(01).
019100 77  GAME-CLOSED             PIC X(01).
019200 77  GAME-VS-CPU             PIC X(01).
019300 77  PEND-UNNAMED            PIC X(01).
019400 77  PEND-SCORE              PIC X(01).
019500 77  SITE-DIR                PIC X(80) VALUE SPACES.
019600 77  SITE-IX                 PIC 9(03) COMP.
019700 77  SITE-COUNT              PIC 9(03) COMP VALUE ZERO.
019800 01  SITE-TABLE.
019900     05  SITE-ENTRY OCCURS 21 TIMES.
020000         10  ST-DIR          PIC X(80).
020100******************************************************************
020200*  ONE ROW PER NAME SEEN ON FILE, IN THE BALANCE, THE LOGS OR    *
020300*  THE TOURNAMENTS.  RC-ON-FILE MARKS A PROFILE IN               *
020400*  CHECKERS.PLAYERS; RC-FIX MARKS ONE THE SUPERVISOR CORRECTED.  *
020500******************************************************************
020600 77  RECON-COUNT             PIC 9(03) COMP VALUE ZERO.
020700 77  RECON-OVERFLOW          PIC X(01) VALUE "N".
020800 77  RC-IX                   PIC 9(03) COMP.
020900 77  RC-JX                   PIC 9(03) COMP.
021000 77  FOUND-IX                PIC 9(03) COMP.
021100 77  WANT-NAME               PIC X(12).
021200 01  RECON-TABLE.
021300     05  RECON-ENTRY OCCURS 200 TIMES.
021400         10  RC-NAME         PIC X(12).
021500         10  RC-ON-FILE      PIC X(01).
021600         10  RC-FIX          PIC X(01).
021700         10  RC-DIFFERS      PIC X(01).
021800         10  RC-FILE-GAMES   PIC 9(05).
021900         10  RC-FILE-WINS    PIC 9(05).
022000         10  RC-FILE-LOSSES  PIC 9(05).
022100         10  RC-RATING       PIC 9(04).
022200         10  RC-EXP-GAMES    PIC 9(05).
022300         10  RC-EXP-WINS     PIC 9(05).
022400         10  RC-EXP-LOSSES   PIC 9(05).
022450 77  LOCK-TRIES              PIC 9(02) COMP.
022500 77  LOCK-MAX-TRIES          PIC 9(02) COMP VALUE 20.
022550 77  LOCK-WAIT-NS            PIC 9(09) COMP VALUE 500000000.
022600******************************************************************
022700*  THE SCOREBOARD: AS ON FILE, AND AS REBUILT.                   *
022800******************************************************************
022900 77  FILE-SCR-WINS           PIC 9(10) VALUE ZERO.
023000 77  FILE-SCR-LOSSES         PIC 9(10) VALUE ZERO.
023100 77  EXP-SCR-WINS            PIC 9(10) VALUE ZERO.
023200 77  EXP-SCR-LOSSES          PIC 9(10) VALUE ZERO.
023300 77  SCORE-DIFFERS           PIC X(01) VALUE "N".
023400******************************************************************
023500*  COUNTS FOR THE REPORT.                                        *
023600******************************************************************
023700 77  LOG-FILES               PIC 9(05) VALUE ZERO.
023800 77  FILE-RATED              PIC 9(07) VALUE ZERO.
023900 77  RATED-COUNT             PIC 9(07) VALUE ZERO.
024000 77  UNNAMED-COUNT           PIC 9(07) VALUE ZERO.
024100 77  VARIANT-COUNT           PIC 9(07) VALUE ZERO.
024200 77  LEGACY-SCORE-COUNT      PIC 9(07) VALUE ZERO.
024300 77  NIGHT-COUNT             PIC 9(05) VALUE ZERO.
024400 77  NIGHT-GAMES             PIC 9(05) VALUE ZERO.
024500 77  TRN-GAMES               PIC 9(07) VALUE ZERO.
024600 77  PROFILE-COUNT           PIC 9(05) VALUE ZERO.
024700 77  BEFORE-COUNT            PIC 9(05) VALUE ZERO.
024800 77  DIFFER-COUNT            PIC 9(05) VALUE ZERO.
024900 77  FIXED-COUNT             PIC 9(05) VALUE ZERO.
025000 77  TRN-NAME-A              PIC X(12).
025100 77  TRN-NAME-B              PIC X(12).
025200 77  TRN-RESULT              PIC X(04).
025300 77  ED-COUNT                PIC ZZZZZZ9.
025400 77  ED-5                    PIC ZZZZ9.
025500 77  ED-5B                   PIC ZZZZ9.
025600 77  ED-10                   PIC Z(09)9.
025700 77  ED-DIFF                 PIC +(05)9.
025800 77  DIFF-WORK               PIC S9(10).
025900 01  REPORT-LINE             PIC X(100).
026000 01  SCREEN-LINE             PIC X(80).
026100******************************************************************
026200*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
026300*  AS OPJNL DECLARES IT.                                         *
026400******************************************************************
026500 01  OPJNL-AREA.
026600     05  OPJ-PROGRAM         PIC X(08).
026700     05  OPJ-MODE            PIC X(08).
026800     05  OPJ-FILE            PIC X(30).
026900     05  OPJ-BEFORE          PIC 9(09).
027000     05  OPJ-AFTER           PIC 9(09).
027100     05  OPJ-UNIT            PIC X(05).
027200     05  OPJ-PARAMS          PIC X(60).
027300 PROCEDURE DIVISION.
027400******************************************************************
027500*  0000-MAINLINE - WHAT IS ON FILE, WHAT THE LOGS AND TOURNAMENTS*
027600*  SAY, THE COMPARISON, AND (ON REQUEST) THE CORRECTION.         *
027700******************************************************************
027800 0000-MAINLINE.
027900     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
028000     ACCEPT NOW-TIME FROM TIME.
028100     COMPUTE TODAY-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-YMD).
028200     DISPLAY "RECON_FIX" UPON ENVIRONMENT-NAME.
028300     ACCEPT FIX-MODE FROM ENVIRONMENT-VALUE.
028400     DISPLAY "RECON_FROM" UPON ENVIRONMENT-NAME.
028500     ACCEPT FROM-TEXT FROM ENVIRONMENT-VALUE.
028600     IF FIX-MODE = "y"
028700         MOVE "Y" TO FIX-MODE.
028800     OPEN OUTPUT REPORT-FILE.
028900     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
029000         DISPLAY "CANNOT WRITE CHKRECON.RPT"
029100         STOP RUN.
029200     MOVE SPACES TO REPORT-LINE.
029300     STRING "CHECKERS RESULTS RECONCILIATION - "
029400            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
029500         DELIMITED BY SIZE INTO REPORT-LINE.
029600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
029700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
029800     MOVE "SOURCES READ" TO REPORT-LINE.
029900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
030000     PERFORM 1000-LOAD-PROFILES THRU 1000-EXIT.
030100     PERFORM 1100-LOAD-SCORE THRU 1100-EXIT.
030200     PERFORM 1200-LOAD-BALANCE THRU 1200-EXIT.
030300     PERFORM 1300-LOAD-SITES THRU 1300-EXIT.
030400     PERFORM 2000-READ-SITE-LOGS THRU 2000-EXIT
030500         VARYING SITE-IX FROM 1 BY 1
030600         UNTIL SITE-IX > SITE-COUNT.
030700     PERFORM 3000-READ-TOURNAMENTS THRU 3000-EXIT.
030800     PERFORM 4000-COMPARE THRU 4000-EXIT.
030900     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
031000     IF FIX-MODE = "Y"
031100         PERFORM 6000-CORRECT THRU 6000-EXIT.
031200     CLOSE REPORT-FILE.
031300     DISPLAY "CHKRECON - " DIFFER-COUNT " PLAYER(S) DIFFER, "
031400             FIXED-COUNT " CORRECTED - SEE CHKRECON.RPT".
031500     STOP RUN.
031600******************************************************************
031700*  1000-LOAD-PROFILES - CHECKERS.PLAYERS INTO THE TABLE, IN NAME *
031800*  ORDER.                                                        *
031900******************************************************************
032000 1000-LOAD-PROFILES.
032100     MOVE "N" TO EOF-SW.
032200     OPEN INPUT PLAYER-FILE.
032300     IF PLAYER-STATUS NOT = "00"
032400         IF PLAYER-STATUS = "05"
032500             CLOSE PLAYER-FILE
032600         END-IF
032700         GO TO 1000-EXIT.
032800     PERFORM 1010-ONE-PROFILE THRU 1010-EXIT
032900         UNTIL FILE-AT-END.
033000     CLOSE PLAYER-FILE.
033100     MOVE PROFILE-COUNT TO BEFORE-COUNT.
033200 1000-EXIT.
033300     EXIT.
033400 1010-ONE-PROFILE.
033500     READ PLAYER-FILE NEXT RECORD
033600         AT END
033700             MOVE "Y" TO EOF-SW
033800             GO TO 1010-EXIT
033900     END-READ.
034000     IF PL-NAME = SPACES
034100         GO TO 1010-EXIT.
034200     MOVE PL-NAME TO WANT-NAME.
034300     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT.
034400     IF FOUND-IX = ZERO
034500         GO TO 1010-EXIT.
034600     MOVE "Y" TO RC-ON-FILE(FOUND-IX).
034700     MOVE PL-GAMES TO RC-FILE-GAMES(FOUND-IX).
034800     MOVE PL-WINS TO RC-FILE-WINS(FOUND-IX).
034900     MOVE PL-LOSSES TO RC-FILE-LOSSES(FOUND-IX).
035000     MOVE PL-RATING TO RC-RATING(FOUND-IX).
035100     ADD 1 TO PROFILE-COUNT.
035200 1010-EXIT.
035300     EXIT.
035400******************************************************************
035500*  1100-LOAD-SCORE - THE SCOREBOARD AS CHECKERS LEFT IT.         *
035600******************************************************************
035700 1100-LOAD-SCORE.
035800     OPEN INPUT SCORE-FILE.
035900     IF SCORE-STATUS NOT = "00"
036000         IF SCORE-STATUS = "05"
036100             CLOSE SCORE-FILE
036200         END-IF
036300         GO TO 1100-EXIT.
036400     READ SCORE-FILE
036500         NOT AT END
036600             IF SCORE-WINS IS NUMERIC AND SCORE-LOSSES IS NUMERIC
036700                 MOVE SCORE-WINS TO FILE-SCR-WINS
036800                 MOVE SCORE-LOSSES TO FILE-SCR-LOSSES
036900             END-IF
037000     END-READ.
037100     CLOSE SCORE-FILE.
037200 1100-EXIT.
037300     EXIT.
037400******************************************************************
037500*  1200-LOAD-BALANCE - THE FIGURES AGREED AT THE LAST CORRECTION *
037600*  RUN START THE EXPECTED COUNTS.  A FILE WITHOUT A GOOD HEADER  *
037700*  IS IGNORED AND ALL HISTORY IS READ INSTEAD.                   *
037800******************************************************************
037900 1200-LOAD-BALANCE.
038000     MOVE "N" TO EOF-SW.
038100     OPEN INPUT BALANCE-FILE.
038200     IF BALANCE-STATUS NOT = "00"
038300         IF BALANCE-STATUS = "05"
038400             CLOSE BALANCE-FILE
038500         END-IF
038600         GO TO 1200-EXIT.
038700     READ BALANCE-FILE INTO BAL-HEADER
038800         AT END
038900             MOVE "Y" TO EOF-SW
039000     END-READ.
039100     IF FILE-AT-END OR BH-TAG NOT = "BALANCE "
039200        OR BH-DATE IS NOT NUMERIC OR BH-TIME IS NOT NUMERIC
039300        OR BH-SCR-WINS IS NOT NUMERIC
039400        OR BH-SCR-LOSSES IS NOT NUMERIC
039500         CLOSE BALANCE-FILE
039600         GO TO 1200-EXIT.
039700     MOVE "Y" TO BALANCE-FOUND.
039800     MOVE BH-DATE TO BAL-DATE.
039900     MOVE BH-TIME TO BAL-TIME.
040000     MOVE BH-SCR-WINS TO EXP-SCR-WINS.
040100     MOVE BH-SCR-LOSSES TO EXP-SCR-LOSSES.
040200     PERFORM 1210-ONE-BALANCE THRU 1210-EXIT
040300         UNTIL FILE-AT-END.
040400     CLOSE BALANCE-FILE.
040500 1200-EXIT.
040600     EXIT.
040700 1210-ONE-BALANCE.
040800     READ BALANCE-FILE INTO BAL-PLAYER
040900         AT END
041000             MOVE "Y" TO EOF-SW
041100             GO TO 1210-EXIT
041200     END-READ.
041300     IF BP-NAME = SPACES OR BP-GAMES IS NOT NUMERIC
041400        OR BP-WINS IS NOT NUMERIC OR BP-LOSSES IS NOT NUMERIC
041500         GO TO 1210-EXIT.
041600     MOVE BP-NAME TO WANT-NAME.
041700     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT.
041800     IF FOUND-IX = ZERO
041900         GO TO 1210-EXIT.
042000     ADD BP-GAMES TO RC-EXP-GAMES(FOUND-IX).
042100     ADD BP-WINS TO RC-EXP-WINS(FOUND-IX).
042200     ADD BP-LOSSES TO RC-EXP-LOSSES(FOUND-IX).
042300 1210-EXIT.
042400     EXIT.
042500******************************************************************
042600*  1300-LOAD-SITES - THIS TERMINAL (NO DIRECTORY), THEN EACH     *
042700*  CHECKERS.NODES LINE CUT BACK TO THE DIRECTORY ITS             *
042800*  CHECKERS.PLAYERS SITS IN, AS CHECKTEAM DOES IT.               *
042900******************************************************************
043000 1300-LOAD-SITES.
043100     MOVE 1 TO SITE-COUNT.
043200     MOVE SPACES TO ST-DIR(1).
043300     MOVE "N" TO EOF-SW.
043400     OPEN INPUT NODES-FILE.
043500     IF NODES-STATUS NOT = "00"
043600         IF NODES-STATUS = "05"
043700             CLOSE NODES-FILE
043800         END-IF
043900         GO TO 1300-EXIT.
044000     PERFORM 1310-ONE-NODE THRU 1310-EXIT
044100         UNTIL FILE-AT-END.
044200     CLOSE NODES-FILE.
044300 1300-EXIT.
044400     EXIT.
044500 1310-ONE-NODE.
044600     READ NODES-FILE
044700         AT END
044800             MOVE "Y" TO EOF-SW
044900             GO TO 1310-EXIT
045000     END-READ.
045100     IF NODES-RECORD = SPACES OR SITE-COUNT >= 21
045200         GO TO 1310-EXIT.
045300     MOVE FUNCTION LENGTH(FUNCTION TRIM(NODES-RECORD))
045400       TO PATH-LEN.
045500     IF PATH-LEN NOT > 16
045600         GO TO 1310-EXIT.
045700     IF NODES-RECORD(PATH-LEN - 15:16) NOT = "CHECKERS.PLAYERS"
045800         GO TO 1310-EXIT.
045900     ADD 1 TO SITE-COUNT.
046000     MOVE SPACES TO ST-DIR(SITE-COUNT).
046100     MOVE NODES-RECORD(1:PATH-LEN - 16) TO ST-DIR(SITE-COUNT).
046200 1310-EXIT.
046300     EXIT.
046400******************************************************************
046500*  2000-READ-SITE-LOGS - ONE TERMINAL'S ARCHIVED LOGS, OLDEST    *
046600*  FIRST AS LOGKEEP JOURNALED THEM, THEN ITS LIVE CHECKERS.LOG.  *
046700******************************************************************
046800 2000-READ-SITE-LOGS.
046900     MOVE ST-DIR(SITE-IX) TO SITE-DIR.
047000     IF SITE-IX = 1
047100         MOVE "Y" TO LOCAL-SITE
047200     ELSE
047300         MOVE "N" TO LOCAL-SITE.
047400     MOVE "Y" TO LEGACY-SW.
047500     MOVE SPACES TO JOURNAL-NAME.
047600     STRING FUNCTION TRIM(SITE-DIR) "LOGKEEP.JNL"
047700         DELIMITED BY SIZE INTO JOURNAL-NAME.
047800     MOVE "N" TO JNL-EOF-SW.
047900     OPEN INPUT JOURNAL-FILE.
048000     IF JOURNAL-STATUS = "00"
048100         PERFORM 2010-ONE-JOURNAL THRU 2010-EXIT
048200             UNTIL JOURNAL-AT-END
048300         CLOSE JOURNAL-FILE
048400     ELSE
048500         IF JOURNAL-STATUS = "05"
048600             CLOSE JOURNAL-FILE
048700         END-IF
048800     END-IF.
048900     MOVE SPACES TO LOG-NAME.
049000     STRING FUNCTION TRIM(SITE-DIR) "CHECKERS.LOG"
049100         DELIMITED BY SIZE INTO LOG-NAME.
049200     PERFORM 2100-READ-ONE-LOG THRU 2100-EXIT.
049300 2000-EXIT.
049400     EXIT.
049500 2010-ONE-JOURNAL.
049600     READ JOURNAL-FILE
049700         AT END
049800             MOVE "Y" TO JNL-EOF-SW
049900             GO TO 2010-EXIT
050000     END-READ.
050100     IF JNL-PHASE NOT = "DONE"
050200        OR JNL-FILE-NAME NOT = "CHECKERS.LOG"
050300         GO TO 2010-EXIT.
050400     MOVE SPACES TO LOG-NAME.
050500     STRING FUNCTION TRIM(SITE-DIR) FUNCTION TRIM(JNL-ARCH-NAME)
050600         DELIMITED BY SIZE INTO LOG-NAME.
050700     PERFORM 2100-READ-ONE-LOG THRU 2100-EXIT.
050800 2010-EXIT.
050900     EXIT.
051000******************************************************************
051100*  2100-READ-ONE-LOG - EVERY LINE OF THE FILE IN LOG-NAME, AND   *
051200*  ONE SOURCES LINE ON THE REPORT.                               *
051300******************************************************************
051400 2100-READ-ONE-LOG.
051500     MOVE "N" TO EOF-SW.
051600     OPEN INPUT LOG-FILE.
051700     IF LOG-STATUS NOT = "00"
051800         IF LOG-STATUS = "05"
051900             CLOSE LOG-FILE
052000         END-IF
052100         GO TO 2100-EXIT.
052200     ADD 1 TO LOG-FILES.
052300     MOVE ZERO TO FILE-RATED.
052400     MOVE "Y" TO GAME-CLOSED.
052500     MOVE "N" TO GAME-VS-CPU.
052600     MOVE SPACES TO PEND-UNNAMED PEND-SCORE.
052700     PERFORM 2200-ONE-LINE THRU 2200-EXIT
052800         UNTIL FILE-AT-END.
052900     CLOSE LOG-FILE.
053000     PERFORM 2900-SETTLE-PENDING THRU 2900-EXIT.
053100     MOVE FILE-RATED TO ED-COUNT.
053200     STRING "  LOG   " LOG-NAME(1:60) ED-COUNT " RATED"
053300         DELIMITED BY SIZE INTO REPORT-LINE.
053400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
053500 2100-EXIT.
053600     EXIT.
053700 2200-ONE-LINE.
053800     READ LOG-FILE
053900         AT END
054000             MOVE "Y" TO EOF-SW
054100             GO TO 2200-EXIT
054200     END-READ.
054300     IF LOG-RECORD(1:8) IS NOT NUMERIC
054400         GO TO 2200-EXIT.
054500     IF EARLIEST-YMD = ZERO OR LOG-RECORD(1:8) < EARLIEST-YMD
054600         MOVE LOG-RECORD(1:8) TO EARLIEST-YMD.
054700     MOVE LOG-RECORD(1:8) TO LINE-DATE.
054800     MOVE LOG-RECORD(10:8) TO LINE-TIME.
054900     IF BALANCE-FOUND = "Y" AND LINE-STAMP NOT > BAL-STAMP
055000         GO TO 2200-EXIT.
055100     MOVE LOG-RECORD(20:8) TO LINE-WHO.
055200     MOVE LOG-RECORD(28:53) TO LINE-REST.
055300     EVALUATE TRUE
055400         WHEN LINE-REST(1:6) = " FROM "
055500             PERFORM 2300-MOVE-LINE THRU 2300-EXIT
055600         WHEN LINE-WHO = "RATED   "
055700             PERFORM 2400-RATED-LINE THRU 2400-EXIT
055800         WHEN LINE-WHO = "SCORED  "
055900             PERFORM 2500-SCORED-LINE THRU 2500-EXIT
056000         WHEN LINE-REST(1:15) = " MANDATORY JUMP"
056100             CONTINUE
056200         WHEN LINE-WHO = "GAME DRA"
056300          OR LINE-REST(1:5) = " WINS"
056400             PERFORM 2600-RESULT-LINE THRU 2600-EXIT
056500         WHEN OTHER
056600             PERFORM 2900-SETTLE-PENDING THRU 2900-EXIT
056700             MOVE "Y" TO GAME-CLOSED
056800     END-EVALUATE.
056900 2200-EXIT.
057000     EXIT.
057100******************************************************************
057200*  2300-MOVE-LINE - THE FIRST MOVE AFTER A RESULT STARTS A NEW   *
057300*  GAME; A COMPUTER MOVE MAKES IT A GAME AGAINST THE COMPUTER.   *
057400******************************************************************
057500 2300-MOVE-LINE.
057600     PERFORM 2900-SETTLE-PENDING THRU 2900-EXIT.
057700     IF GAME-CLOSED = "Y"
057800         MOVE "N" TO GAME-CLOSED
057900         MOVE "N" TO GAME-VS-CPU.
058000     IF LINE-WHO = "COMPUTER"
058100         MOVE "Y" TO GAME-VS-CPU.
058200 2300-EXIT.
058300     EXIT.
058400******************************************************************
058500*  2400-RATED-LINE - WINNER OVER LOSER, OR TWO PLAYERS WHO DREW, *
058600*  POSTED TO THE LADDER NAMED BY THE RULES TAG.                  *
058700******************************************************************
058800 2400-RATED-LINE.
058900     MOVE "N" TO LEGACY-SW.
059000     MOVE SPACES TO PEND-UNNAMED PEND-SCORE.
059100     IF LOG-RECORD(59:10) NOT = SPACES
059200         ADD 1 TO VARIANT-COUNT
059300         GO TO 2400-EXIT.
059400     IF LOG-RECORD(42:4) NOT = "OVER" AND NOT = "DREW"
059500         GO TO 2400-EXIT.
059600     ADD 1 TO FILE-RATED.
059700     ADD 1 TO RATED-COUNT.
059800     MOVE LOG-RECORD(29:12) TO WANT-NAME.
059900     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT.
060000     IF FOUND-IX NOT = ZERO
060100         ADD 1 TO RC-EXP-GAMES(FOUND-IX)
060200         IF LOG-RECORD(42:4) = "OVER"
060300             ADD 1 TO RC-EXP-WINS(FOUND-IX)
060400         END-IF
060500     END-IF.
060600     MOVE LOG-RECORD(47:12) TO WANT-NAME.
060700     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT.
060800     IF FOUND-IX NOT = ZERO
060900         ADD 1 TO RC-EXP-GAMES(FOUND-IX)
061000         IF LOG-RECORD(42:4) = "OVER"
061100             ADD 1 TO RC-EXP-LOSSES(FOUND-IX)
061200         END-IF
061300     END-IF.
061400 2400-EXIT.
061500     EXIT.
061600******************************************************************
061700*  2500-SCORED-LINE - THE SCOREBOARD MOVED.  ANOTHER TERMINAL'S  *
061800*  SCOREBOARD IS ITS OWN AFFAIR.                                 *
061900******************************************************************
062000 2500-SCORED-LINE.
062100     MOVE "N" TO LEGACY-SW.
062200     MOVE SPACES TO PEND-UNNAMED PEND-SCORE.
062300     IF LOCAL-SITE NOT = "Y"
062400         GO TO 2500-EXIT.
062500     IF LOG-RECORD(29:4) = "WIN "
062600         ADD 1 TO EXP-SCR-WINS.
062700     IF LOG-RECORD(29:4) = "LOSS"
062800         ADD 1 TO EXP-SCR-LOSSES.
062900 2500-EXIT.
063000     EXIT.
063100******************************************************************
063200*  2600-RESULT-LINE - A WIN OR A DRAW.  IN THE OLDER STRETCH OF  *
063300*  THE LOG IT IS HELD AS PENDING: IF RATED OR SCORED LINES       *
063400*  FOLLOW, THEY COUNT IT INSTEAD.                                *
063500******************************************************************
063600 2600-RESULT-LINE.
063700     PERFORM 2900-SETTLE-PENDING THRU 2900-EXIT.
063800     MOVE "Y" TO GAME-CLOSED.
063900     IF LEGACY-SW NOT = "Y"
064000         GO TO 2600-EXIT.
064100     MOVE "Y" TO PEND-UNNAMED.
064200     IF LOCAL-SITE = "Y" AND GAME-VS-CPU = "Y"
064300        AND LINE-REST(1:5) = " WINS"
064400         IF LINE-WHO = "PLAYER-O"
064500             MOVE "W" TO PEND-SCORE
064600         END-IF
064700         IF LINE-WHO = "COMPUTER"
064800             MOVE "L" TO PEND-SCORE
064900         END-IF
065000     END-IF.
065100 2600-EXIT.
065200     EXIT.
065300 2900-SETTLE-PENDING.
065400     IF PEND-UNNAMED = "Y"
065500         ADD 1 TO UNNAMED-COUNT.
065600     IF PEND-SCORE = "W"
065700         ADD 1 TO EXP-SCR-WINS
065800         ADD 1 TO LEGACY-SCORE-COUNT.
065900     IF PEND-SCORE = "L"
066000         ADD 1 TO EXP-SCR-LOSSES
066100         ADD 1 TO LEGACY-SCORE-COUNT.
066200     MOVE SPACES TO PEND-UNNAMED PEND-SCORE.
066300 2900-EXIT.
066400     EXIT.
066500******************************************************************
066600*  3000-READ-TOURNAMENTS - EVERY CHECKERS.TRN.YYYYMMDD AT EVERY  *
066700*  SITE, DAY BY DAY FROM THE FIRST DAY NOT IN THE BALANCE.       *
066800******************************************************************
066900 3000-READ-TOURNAMENTS.
067000     IF FROM-TEXT IS NUMERIC
067100         MOVE FROM-TEXT TO FROM-YMD
067200     ELSE
067300         IF BALANCE-FOUND = "Y"
067400             COMPUTE WALK-DAYS =
067500                 FUNCTION INTEGER-OF-DATE(BAL-DATE) + 1
067600             COMPUTE FROM-YMD =
067700                 FUNCTION DATE-OF-INTEGER(WALK-DAYS)
067800         ELSE
067900             IF EARLIEST-YMD NOT = ZERO
068000                 MOVE EARLIEST-YMD TO FROM-YMD
068100             ELSE
068200                 MOVE TODAY-YMD TO FROM-YMD
068300             END-IF
068400         END-IF
068500     END-IF.
068600     IF FROM-YMD > TODAY-YMD
068700         GO TO 3000-EXIT.
068800     COMPUTE WALK-DAYS = FUNCTION INTEGER-OF-DATE(FROM-YMD).
068900     PERFORM 3100-ONE-DAY THRU 3100-EXIT
069000         UNTIL WALK-DAYS > TODAY-DAYS.
069100 3000-EXIT.
069200     EXIT.
069300 3100-ONE-DAY.
069400     COMPUTE WALK-YMD = FUNCTION DATE-OF-INTEGER(WALK-DAYS).
069500     PERFORM 3200-ONE-NIGHT THRU 3200-EXIT
069600         VARYING SITE-IX FROM 1 BY 1
069700         UNTIL SITE-IX > SITE-COUNT.
069800     ADD 1 TO WALK-DAYS.
069900 3100-EXIT.
070000     EXIT.
070100 3200-ONE-NIGHT.
070200     MOVE SPACES TO TOURN-NAME.
070300     STRING FUNCTION TRIM(ST-DIR(SITE-IX)) "CHECKERS.TRN."
070400            WALK-YMD
070500         DELIMITED BY SIZE INTO TOURN-NAME.
070600     MOVE "N" TO EOF-SW.
070700     OPEN INPUT TOURN-FILE.
070800     IF TOURN-STATUS NOT = "00"
070900         IF TOURN-STATUS = "05"
071000             CLOSE TOURN-FILE
071100         END-IF
071200         GO TO 3200-EXIT.
071300     ADD 1 TO NIGHT-COUNT.
071400     MOVE ZERO TO NIGHT-GAMES.
071500     PERFORM 3300-ONE-PAIRING THRU 3300-EXIT
071600         UNTIL FILE-AT-END.
071700     CLOSE TOURN-FILE.
071800     MOVE NIGHT-GAMES TO ED-COUNT.
071900     STRING "  TRN   " TOURN-NAME(1:60) ED-COUNT " GAMES"
072000         DELIMITED BY SIZE INTO REPORT-LINE.
072100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
072200 3200-EXIT.
072300     EXIT.
072400******************************************************************
072500*  3300-ONE-PAIRING - "  A VS B : R" AS CHECKTOURNEY WRITES IT;  *
072600*  BYES, ROUND HEADINGS AND STANDINGS ARE PASSED OVER.           *
072700******************************************************************
072800 3300-ONE-PAIRING.
072900     READ TOURN-FILE
073000         AT END
073100             MOVE "Y" TO EOF-SW
073200             GO TO 3300-EXIT
073300     END-READ.
073400     IF TOURN-RECORD(1:2) NOT = SPACES
073500        OR TOURN-RECORD(3:1) = SPACE
073600         GO TO 3300-EXIT.
073700     MOVE SPACES TO TRN-NAME-A TRN-NAME-B TRN-RESULT.
073800     UNSTRING TOURN-RECORD(3:78) DELIMITED BY " VS " OR " : "
073900         INTO TRN-NAME-A TRN-NAME-B TRN-RESULT.
074000     IF TRN-NAME-A = SPACES OR TRN-NAME-B = SPACES
074100        OR TRN-RESULT(2:3) NOT = SPACES
074200         GO TO 3300-EXIT.
074300     IF TRN-RESULT(1:1) NOT = "A" AND NOT = "B" AND NOT = "D"
074400         GO TO 3300-EXIT.
074500     ADD 1 TO NIGHT-GAMES.
074600     ADD 1 TO TRN-GAMES.
074700     MOVE TRN-NAME-A TO WANT-NAME.
074800     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT.
074900     IF FOUND-IX NOT = ZERO
075000         ADD 1 TO RC-EXP-GAMES(FOUND-IX)
075100         IF TRN-RESULT(1:1) = "A"
075200             ADD 1 TO RC-EXP-WINS(FOUND-IX)
075300         END-IF
075400         IF TRN-RESULT(1:1) = "B"
075500             ADD 1 TO RC-EXP-LOSSES(FOUND-IX)
075600         END-IF
075700     END-IF.
075800     MOVE TRN-NAME-B TO WANT-NAME.
075900     PERFORM 7000-FIND-OR-ADD THRU 7000-EXIT.
076000     IF FOUND-IX NOT = ZERO
076100         ADD 1 TO RC-EXP-GAMES(FOUND-IX)
076200         IF TRN-RESULT(1:1) = "B"
076300             ADD 1 TO RC-EXP-WINS(FOUND-IX)
076400         END-IF
076500         IF TRN-RESULT(1:1) = "A"
076600             ADD 1 TO RC-EXP-LOSSES(FOUND-IX)
076700         END-IF
076800     END-IF.
076900 3300-EXIT.
077000     EXIT.
077100******************************************************************
077200*  4000-COMPARE - A PLAYER DIFFERS WHEN ANY OF GAMES, WINS OR    *
077300*  LOSSES ON FILE IS NOT THE RECONCILED FIGURE.  A NAME WITH NO  *
077400*  PROFILE COUNTS AS ZEROES ON FILE.                             *
077500******************************************************************
077600 4000-COMPARE.
077700     PERFORM 4100-ONE-PLAYER THRU 4100-EXIT
077800         VARYING RC-IX FROM 1 BY 1
077900         UNTIL RC-IX > RECON-COUNT.
078000     IF EXP-SCR-WINS NOT = FILE-SCR-WINS
078100        OR EXP-SCR-LOSSES NOT = FILE-SCR-LOSSES
078200         MOVE "Y" TO SCORE-DIFFERS.
078300 4000-EXIT.
078400     EXIT.
078500 4100-ONE-PLAYER.
078600     MOVE "N" TO RC-DIFFERS(RC-IX).
078700     IF RC-EXP-GAMES(RC-IX) NOT = RC-FILE-GAMES(RC-IX)
078800        OR RC-EXP-WINS(RC-IX) NOT = RC-FILE-WINS(RC-IX)
078900        OR RC-EXP-LOSSES(RC-IX) NOT = RC-FILE-LOSSES(RC-IX)
079000         MOVE "Y" TO RC-DIFFERS(RC-IX)
079100         ADD 1 TO DIFFER-COUNT.
079200 4100-EXIT.
079300     EXIT.
079400******************************************************************
079500*  5000-WRITE-REPORT - SOURCES (ALREADY LISTED AS THEY WERE      *
079600*  READ), THE SCOREBOARD, THEN EVERY PLAYER WHO DIFFERS.  EACH   *
079700*  DIFFERENCE IS THE FIGURE ON FILE LESS THE RECONCILED ONE.     *
079800******************************************************************
079900 5000-WRITE-REPORT.
080000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
080100     IF BALANCE-FOUND = "Y"
080200         STRING "OPENING BALANCE FROM CHKRECON.BAL AS OF "
080300                BAL-DATE(1:4) "-" BAL-DATE(5:2) "-" BAL-DATE(7:2)
080400                " " BAL-TIME(1:2) ":" BAL-TIME(3:2) ":"
080500                BAL-TIME(5:2)
080600             DELIMITED BY SIZE INTO REPORT-LINE
080700     ELSE
080800         MOVE "NO OPENING BALANCE - ALL HISTORY READ"
080900           TO REPORT-LINE.
081000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
081100     MOVE RATED-COUNT TO ED-COUNT.
081200     MOVE LOG-FILES TO ED-5.
081300     STRING ED-COUNT " RATED RESULT(S) FROM " FUNCTION TRIM(ED-5)
081400            " LOG FILE(S)"
081500         DELIMITED BY SIZE INTO REPORT-LINE.
081600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
081700     MOVE TRN-GAMES TO ED-COUNT.
081800     MOVE NIGHT-COUNT TO ED-5.
081900     STRING ED-COUNT " TOURNAMENT GAME(S) FROM "
082000            FUNCTION TRIM(ED-5)
082100            " NIGHT(S)"
082200         DELIMITED BY SIZE INTO REPORT-LINE.
082300     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
082400     IF VARIANT-COUNT > ZERO
082500         MOVE VARIANT-COUNT TO ED-COUNT
082600         STRING ED-COUNT " RUSSIAN/BRAZILIAN RESULT(S) LEFT TO "
082700                "THEIR OWN LADDERS"
082800             DELIMITED BY SIZE INTO REPORT-LINE
082900         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
083000     IF UNNAMED-COUNT > ZERO
083100         MOVE UNNAMED-COUNT TO ED-COUNT
083200         STRING ED-COUNT " RESULT(S) LOGGED BEFORE RATED LINES "
083300                "BEGAN - NOT ATTRIBUTABLE TO A PLAYER"
083400             DELIMITED BY SIZE INTO REPORT-LINE
083500         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
083600     IF RECON-OVERFLOW = "Y"
083700         MOVE "MORE THAN 200 NAMES - THE REST WERE NOT RECONCILED"
083800           TO REPORT-LINE
083900         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
084000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
084100     MOVE "SCOREBOARD (CHECKERS.SCR)" TO REPORT-LINE.
084200     MOVE "ON FILE" TO REPORT-LINE(29:7).
084300     MOVE "RECONCILED" TO REPORT-LINE(38:10).
084400     MOVE "DIFF" TO REPORT-LINE(52:4).
084500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
084600     MOVE "  WINS" TO REPORT-LINE.
084700     MOVE FILE-SCR-WINS TO ED-10.
084800     MOVE ED-10 TO REPORT-LINE(26:10).
084900     MOVE EXP-SCR-WINS TO ED-10.
085000     MOVE ED-10 TO REPORT-LINE(38:10).
085100     COMPUTE DIFF-WORK = FILE-SCR-WINS - EXP-SCR-WINS.
085200     MOVE DIFF-WORK TO ED-DIFF.
085300     MOVE ED-DIFF TO REPORT-LINE(50:6).
085400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
085500     MOVE "  LOSSES" TO REPORT-LINE.
085600     MOVE FILE-SCR-LOSSES TO ED-10.
085700     MOVE ED-10 TO REPORT-LINE(26:10).
085800     MOVE EXP-SCR-LOSSES TO ED-10.
085900     MOVE ED-10 TO REPORT-LINE(38:10).
086000     COMPUTE DIFF-WORK = FILE-SCR-LOSSES - EXP-SCR-LOSSES.
086100     MOVE DIFF-WORK TO ED-DIFF.
086200     MOVE ED-DIFF TO REPORT-LINE(50:6).
086300     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
086400     IF LEGACY-SCORE-COUNT > ZERO
086500         MOVE LEGACY-SCORE-COUNT TO ED-COUNT
086600         STRING "  (" FUNCTION TRIM(ED-COUNT)
086700                " OF THEM READ FROM OLDER LOG LINES)"
086800             DELIMITED BY SIZE INTO REPORT-LINE
086900         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
087000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
087100     MOVE "PLAYER        ---- ON FILE ----  --- RECONCILED ---"
087200       TO REPORT-LINE.
087300     MOVE "--- DIFFERENCE ---" TO REPORT-LINE(54:18).
087400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
087500     MOVE "GAMES  WINS  LOSS  GAMES  WINS  LOSS"
087600       TO REPORT-LINE(15:36).
087700     MOVE "GAMES   WINS   LOSS" TO REPORT-LINE(53:19).
087800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
087900     PERFORM 5100-ONE-PLAYER THRU 5100-EXIT
088000         VARYING RC-IX FROM 1 BY 1
088100         UNTIL RC-IX > RECON-COUNT.
088200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
088300     MOVE RECON-COUNT TO ED-5.
088400     MOVE DIFFER-COUNT TO ED-5B.
088500     STRING ED-5 " PLAYER(S) RECONCILED, " FUNCTION TRIM(ED-5B)
088600            " DIFFER"
088700         DELIMITED BY SIZE INTO REPORT-LINE.
088800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
088900 5000-EXIT.
089000     EXIT.
089100 5100-ONE-PLAYER.
089200     IF RC-DIFFERS(RC-IX) NOT = "Y"
089300         GO TO 5100-EXIT.
089400     PERFORM 8100-FORMAT-PLAYER THRU 8100-EXIT.
089500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
089600 5100-EXIT.
089700     EXIT.
089800******************************************************************
089900*  6000-CORRECT - THE SUPERVISED RUN.  EACH DIFFERING PLAYER IS  *
090000*  SHOWN AND CONFIRMED ONE BY ONE; ONLY A "Y" TOUCHES THE        *
090100*  PROFILE.  A NAME WITH NO PROFILE IS GIVEN ONE AT THE RATING   *
090200*  CHECKERS STARTS NEWCOMERS ON.                                 *
090400******************************************************************
090500 6000-CORRECT.
090600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
090700     MOVE "SUPERVISED CORRECTION" TO REPORT-LINE.
090800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
090900     DISPLAY "CHKRECON - SUPERVISED CORRECTION OF "
091000             "CHECKERS.PLAYERS".
091100     IF UNNAMED-COUNT > ZERO
091200         MOVE UNNAMED-COUNT TO ED-COUNT
091300         DISPLAY "NOTE:" ED-COUNT
091400                 " EARLY RESULT(S) CARRY NO NAMES"
091500                 " AND ARE NOT IN THE RECONCILED FIGURES".
091600     DISPLAY "PLAYER        ON FILE G/W/L      RECONCILED G/W/L".
091700     PERFORM 6100-CONFIRM-PLAYER THRU 6100-EXIT
091800         VARYING RC-IX FROM 1 BY 1
091900         UNTIL RC-IX > RECON-COUNT.
092000     IF SCORE-DIFFERS = "Y"
092100         PERFORM 6200-CONFIRM-SCORE THRU 6200-EXIT.
092200     PERFORM 6300-SAVE-PROFILES THRU 6300-EXIT.
092300     PERFORM 6500-SAVE-BALANCE THRU 6500-EXIT.
092400     MOVE FIXED-COUNT TO ED-5.
092500     STRING ED-5 " PROFILE(S) CORRECTED" DELIMITED BY SIZE
092600         INTO REPORT-LINE.
092700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
092800     STRING "CHKRECON.BAL NOW AS OF "
092900            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
093000            " " NOW-TIME(1:2) ":" NOW-TIME(3:2) ":" NOW-TIME(5:2)
093100         DELIMITED BY SIZE INTO REPORT-LINE.
093200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
093300     PERFORM 8000-JOURNAL THRU 8000-EXIT.
093400 6000-EXIT.
093500     EXIT.
093600 6100-CONFIRM-PLAYER.
093700     IF RC-DIFFERS(RC-IX) NOT = "Y"
093800         GO TO 6100-EXIT.
094500     MOVE SPACES TO SCREEN-LINE.
094600     STRING RC-NAME(RC-IX) "  "
094700            RC-FILE-GAMES(RC-IX) "/" RC-FILE-WINS(RC-IX) "/"
094800            RC-FILE-LOSSES(RC-IX) "  "
094900            RC-EXP-GAMES(RC-IX) "/" RC-EXP-WINS(RC-IX) "/"
095000            RC-EXP-LOSSES(RC-IX)
095100         DELIMITED BY SIZE INTO SCREEN-LINE.
095200     IF RC-ON-FILE(RC-IX) NOT = "Y"
095300         MOVE "(NO PROFILE)" TO SCREEN-LINE(56:12).
095400     DISPLAY SCREEN-LINE.
095500     DISPLAY "REWRITE TO THE RECONCILED FIGURES (Y/N)? "
095600         WITH NO ADVANCING.
095700     MOVE SPACE TO ANSWER.
095800     ACCEPT ANSWER.
095900     IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
096000         STRING "  LEFT AS IS       " RC-NAME(RC-IX)
096100             DELIMITED BY SIZE INTO REPORT-LINE
096200         PERFORM 8900-PUT-LINE THRU 8900-EXIT
096300         GO TO 6100-EXIT.
096400     IF RC-ON-FILE(RC-IX) NOT = "Y"
096500         MOVE "Y" TO RC-ON-FILE(RC-IX)
096600         MOVE 1500 TO RC-RATING(RC-IX)
096700         ADD 1 TO PROFILE-COUNT.
096800     MOVE "Y" TO RC-FIX(RC-IX).
096900     STRING "  CORRECTED        " RC-NAME(RC-IX) "  WAS "
097000            RC-FILE-GAMES(RC-IX) "/" RC-FILE-WINS(RC-IX) "/"
097100            RC-FILE-LOSSES(RC-IX) "  NOW "
097200            RC-EXP-GAMES(RC-IX) "/" RC-EXP-WINS(RC-IX) "/"
097300            RC-EXP-LOSSES(RC-IX)
097400         DELIMITED BY SIZE INTO REPORT-LINE.
097500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
097600     MOVE RC-EXP-GAMES(RC-IX) TO RC-FILE-GAMES(RC-IX).
097700     MOVE RC-EXP-WINS(RC-IX) TO RC-FILE-WINS(RC-IX).
097800     MOVE RC-EXP-LOSSES(RC-IX) TO RC-FILE-LOSSES(RC-IX).
097900     ADD 1 TO FIXED-COUNT.
098000 6100-EXIT.
098100     EXIT.
098200 6200-CONFIRM-SCORE.
098300     MOVE SPACES TO SCREEN-LINE.
098400     STRING "SCOREBOARD    " FILE-SCR-WINS "/" FILE-SCR-LOSSES
098500            "  " EXP-SCR-WINS "/" EXP-SCR-LOSSES
098600         DELIMITED BY SIZE INTO SCREEN-LINE.
098700     DISPLAY SCREEN-LINE.
098800     DISPLAY "REWRITE CHECKERS.SCR TO THE RECONCILED FIGURES"
098900             " (Y/N)? "
099000         WITH NO ADVANCING.
099100     MOVE SPACE TO ANSWER.
099200     ACCEPT ANSWER.
099300     IF ANSWER NOT = "Y" AND ANSWER NOT = "y"
099400         MOVE "  LEFT AS IS       CHECKERS.SCR" TO REPORT-LINE
099500         PERFORM 8900-PUT-LINE THRU 8900-EXIT
099600         GO TO 6200-EXIT.
099700     MOVE EXP-SCR-WINS TO SCORE-WINS FILE-SCR-WINS.
099800     MOVE EXP-SCR-LOSSES TO SCORE-LOSSES FILE-SCR-LOSSES.
099900     OPEN OUTPUT SCORE-FILE.
100000     IF SCORE-STATUS NOT = "00" AND SCORE-STATUS NOT = "05"
100100         DISPLAY "CANNOT REWRITE CHECKERS.SCR"
100200         GO TO 6200-EXIT.
100300     WRITE SCORE-RECORD.
100400     CLOSE SCORE-FILE.
100500     MOVE "  CORRECTED        CHECKERS.SCR" TO REPORT-LINE.
100600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
100700 6200-EXIT.
100800     EXIT.
100850******************************************************************
100900*  6300-SAVE-PROFILES - EACH CORRECTED PROFILE BACK TO THE KEYED *
100950*  CHECKERS.PLAYERS, ONE LOCKED RECORD AT A TIME SO THE GAME CAN *
101000*  STAY IN PLAY.  ONLY GAMES, WINS AND LOSSES ARE REPLACED; THE  *
101050*  RATING ON FILE IS LEFT AS THE GAME LAST POSTED IT.  A NAME    *
101100*  NEW TO THE LADDER IS ADDED AT 1500.                           *
101150******************************************************************
101200 6300-SAVE-PROFILES.
101250     IF FIXED-COUNT = ZERO
101300         GO TO 6300-EXIT.
101350     OPEN I-O PLAYER-FILE.
101400     IF PLAYER-STATUS NOT = "00" AND PLAYER-STATUS NOT = "05"
101450         DISPLAY "CANNOT UPDATE CHECKERS.PLAYERS STATUS "
101500                 PLAYER-STATUS
101550         GO TO 6300-EXIT.
101600     PERFORM 6330-SAVE-ONE THRU 6330-EXIT
101650         VARYING RC-IX FROM 1 BY 1
101700         UNTIL RC-IX > RECON-COUNT.
101750     CLOSE PLAYER-FILE.
101800 6300-EXIT.
101850     EXIT.
101900 6330-SAVE-ONE.
101950     IF RC-FIX(RC-IX) NOT = "Y"
102000         GO TO 6330-EXIT.
102050     MOVE ZERO TO LOCK-TRIES.
102100     MOVE "51" TO PLAYER-STATUS.
102150     PERFORM 6340-TRY-LOCK THRU 6340-EXIT
102200         UNTIL PLAYER-STATUS NOT = "51"
102250            OR LOCK-TRIES >= LOCK-MAX-TRIES.
102300     IF PLAYER-STATUS = "00" OR PLAYER-STATUS = "02"
102350         MOVE RC-FILE-GAMES(RC-IX) TO PL-GAMES
102400         MOVE RC-FILE-WINS(RC-IX) TO PL-WINS
102450         MOVE RC-FILE-LOSSES(RC-IX) TO PL-LOSSES
102500         MOVE PL-RATING TO RC-RATING(RC-IX)
102550         REWRITE PLAYER-RECORD
102600             INVALID KEY
102650                 DISPLAY "CANNOT REWRITE " RC-NAME(RC-IX)
102700         END-REWRITE
102750         UNLOCK PLAYER-FILE
102800         GO TO 6330-EXIT.
102850     IF PLAYER-STATUS NOT = "23"
102900         DISPLAY "CANNOT LOCK " RC-NAME(RC-IX)
102950                 " STATUS " PLAYER-STATUS
103000         GO TO 6330-EXIT.
103050     MOVE RC-NAME(RC-IX) TO PL-NAME.
103100     MOVE RC-FILE-GAMES(RC-IX) TO PL-GAMES.
103150     MOVE RC-FILE-WINS(RC-IX) TO PL-WINS.
103200     MOVE RC-FILE-LOSSES(RC-IX) TO PL-LOSSES.
103250     MOVE RC-RATING(RC-IX) TO PL-RATING.
103300     WRITE PLAYER-RECORD
103350         INVALID KEY
103400             DISPLAY "CANNOT ADD " RC-NAME(RC-IX)
103450     END-WRITE.
103500 6330-EXIT.
103550     EXIT.
103600 6340-TRY-LOCK.
103650     IF LOCK-TRIES > ZERO
103700         CALL "CBL_GC_NANOSLEEP" USING LOCK-WAIT-NS.
103750     ADD 1 TO LOCK-TRIES.
103800     MOVE RC-NAME(RC-IX) TO PL-NAME.
103850     READ PLAYER-FILE WITH LOCK
103900         KEY IS PL-NAME
103950         INVALID KEY
104000             CONTINUE
104050     END-READ.
104100 6340-EXIT.
104150     EXIT.
105400******************************************************************
105500*  6500-SAVE-BALANCE - THE FIGURES NOW ON FILE, AS OF THE START  *
105600*  OF THIS RUN, BECOME THE NEXT RUN'S OPENING BALANCE.           *
105700******************************************************************
105800 6500-SAVE-BALANCE.
105900     OPEN OUTPUT BALANCE-FILE.
106000     IF BALANCE-STATUS NOT = "00" AND BALANCE-STATUS NOT = "05"
106100         DISPLAY "CANNOT WRITE CHKRECON.BAL"
106200         GO TO 6500-EXIT.
106300     MOVE SPACES TO BAL-HEADER.
106400     MOVE "BALANCE " TO BH-TAG.
106500     MOVE TODAY-YMD TO BH-DATE.
106600     MOVE NOW-TIME TO BH-TIME.
106700     MOVE FILE-SCR-WINS TO BH-SCR-WINS.
106800     MOVE FILE-SCR-LOSSES TO BH-SCR-LOSSES.
106900     WRITE BALANCE-RECORD FROM BAL-HEADER.
107000     PERFORM 6510-ONE-BALANCE THRU 6510-EXIT
107100         VARYING RC-IX FROM 1 BY 1
107200         UNTIL RC-IX > RECON-COUNT.
107300     CLOSE BALANCE-FILE.
107400 6500-EXIT.
107500     EXIT.
107600 6510-ONE-BALANCE.
107700     IF RC-ON-FILE(RC-IX) NOT = "Y"
107800         GO TO 6510-EXIT.
107900     MOVE SPACES TO BAL-PLAYER.
108000     MOVE RC-NAME(RC-IX) TO BP-NAME.
108100     MOVE RC-FILE-GAMES(RC-IX) TO BP-GAMES.
108200     MOVE RC-FILE-WINS(RC-IX) TO BP-WINS.
108300     MOVE RC-FILE-LOSSES(RC-IX) TO BP-LOSSES.
108400     WRITE BALANCE-RECORD FROM BAL-PLAYER.
108500 6510-EXIT.
108600     EXIT.
108700******************************************************************
108800*  7000-FIND-OR-ADD - WANT-NAME'S ROW, ADDED WITH ZERO COUNTS IF *
108900*  IT IS NEW.  FOUND-IX IS ZERO WHEN THE TABLE IS FULL.          *
109000******************************************************************
109100 7000-FIND-OR-ADD.
109200     MOVE ZERO TO FOUND-IX.
109300     PERFORM 7010-LOOK THRU 7010-EXIT
109400         VARYING RC-JX FROM 1 BY 1
109500         UNTIL RC-JX > RECON-COUNT OR FOUND-IX NOT = ZERO.
109600     IF FOUND-IX NOT = ZERO
109700         GO TO 7000-EXIT.
109800     IF RECON-COUNT >= 200
109900         MOVE "Y" TO RECON-OVERFLOW
110000         GO TO 7000-EXIT.
110100     ADD 1 TO RECON-COUNT.
110200     MOVE RECON-COUNT TO FOUND-IX.
110300     MOVE WANT-NAME TO RC-NAME(FOUND-IX).
110400     MOVE "N" TO RC-ON-FILE(FOUND-IX) RC-FIX(FOUND-IX)
110500                 RC-DIFFERS(FOUND-IX).
110600     MOVE ZERO TO RC-FILE-GAMES(FOUND-IX) RC-FILE-WINS(FOUND-IX)
110700                  RC-FILE-LOSSES(FOUND-IX) RC-RATING(FOUND-IX)
110800                  RC-EXP-GAMES(FOUND-IX) RC-EXP-WINS(FOUND-IX)
110900                  RC-EXP-LOSSES(FOUND-IX).
111000 7000-EXIT.
111100     EXIT.
111200 7010-LOOK.
111300     IF RC-NAME(RC-JX) = WANT-NAME
111400         MOVE RC-JX TO FOUND-IX.
111500 7010-EXIT.
111600     EXIT.
111700******************************************************************
111800*  8000-JOURNAL - ONE OPERATOR JOURNAL LINE FOR THE CORRECTION:  *
111900*  THE PROFILES BEFORE AND AFTER, AND HOW MANY WERE CORRECTED.   *
112000******************************************************************
112100 8000-JOURNAL.
112200     MOVE SPACES TO OPJNL-AREA.
112300     MOVE "CHKRECON" TO OPJ-PROGRAM.
112400     MOVE "CORRECT" TO OPJ-MODE.
112500     MOVE "CHECKERS.PLAYERS" TO OPJ-FILE.
112600     MOVE BEFORE-COUNT TO OPJ-BEFORE.
112700     MOVE PROFILE-COUNT TO OPJ-AFTER.
112800     MOVE "RECS" TO OPJ-UNIT.
112900     STRING FIXED-COUNT " OF " DIFFER-COUNT
113000            " DIFFERING PROFILES CORRECTED"
113100         DELIMITED BY SIZE INTO OPJ-PARAMS.
113200     CALL "OPJNL" USING OPJNL-AREA.
113300 8000-EXIT.
113400     EXIT.
113500******************************************************************
113600*  8100-FORMAT-PLAYER - ONE PLAYER'S LINE OF THE COMPARISON.     *
113700******************************************************************
113800 8100-FORMAT-PLAYER.
113900     MOVE RC-NAME(RC-IX) TO REPORT-LINE(1:12).
114000     MOVE RC-FILE-GAMES(RC-IX) TO ED-5.
114100     MOVE ED-5 TO REPORT-LINE(15:5).
114200     MOVE RC-FILE-WINS(RC-IX) TO ED-5.
114300     MOVE ED-5 TO REPORT-LINE(21:5).
114400     MOVE RC-FILE-LOSSES(RC-IX) TO ED-5.
114500     MOVE ED-5 TO REPORT-LINE(27:5).
114600     MOVE RC-EXP-GAMES(RC-IX) TO ED-5.
114700     MOVE ED-5 TO REPORT-LINE(34:5).
114800     MOVE RC-EXP-WINS(RC-IX) TO ED-5.
114900     MOVE ED-5 TO REPORT-LINE(40:5).
115000     MOVE RC-EXP-LOSSES(RC-IX) TO ED-5.
115100     MOVE ED-5 TO REPORT-LINE(46:5).
115200     COMPUTE DIFF-WORK =
115300         RC-FILE-GAMES(RC-IX) - RC-EXP-GAMES(RC-IX).
115400     MOVE DIFF-WORK TO ED-DIFF.
115500     MOVE ED-DIFF TO REPORT-LINE(52:6).
115600     COMPUTE DIFF-WORK = RC-FILE-WINS(RC-IX) - RC-EXP-WINS(RC-IX).
115700     MOVE DIFF-WORK TO ED-DIFF.
115800     MOVE ED-DIFF TO REPORT-LINE(59:6).
115900     COMPUTE DIFF-WORK =
116000         RC-FILE-LOSSES(RC-IX) - RC-EXP-LOSSES(RC-IX).
116100     MOVE DIFF-WORK TO ED-DIFF.
116200     MOVE ED-DIFF TO REPORT-LINE(66:6).
116300     IF RC-ON-FILE(RC-IX) NOT = "Y"
116400         MOVE "NO PROFILE" TO REPORT-LINE(74:10).
116500 8100-EXIT.
116600     EXIT.
116700 8900-PUT-LINE.
116800     WRITE REPORT-RECORD FROM REPORT-LINE.
116900     MOVE SPACES TO REPORT-LINE.
117000 8900-EXIT.
117100     EXIT.
117200 END PROGRAM CHKRECON.
