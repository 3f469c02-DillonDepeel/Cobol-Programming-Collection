000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHKBENCH.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CHKBENCH - ENGINE-VERSUS-ENGINE BENCHMARK FOR CHECKERS.  THE  *
000900*  COMPUTER PLAYER'S SEARCH (THE X SIDE OF CHECKERS, ENGLISH     *
001000*  RULES, NO OPENING BOOK) IS PLAYED AGAINST ITSELF AT TWO       *
001100*  SETTINGS, ENGINE A AND ENGINE B, AND THE MATCH IS REPORTED TO *
001200*  CHKBENCH.RPT (AND THE OPERATOR CONSOLE):                      *
001300*    - WINS, LOSSES AND DRAWS FOR EACH ENGINE, BY COLOUR         *
001400*    - AVERAGE GAME LENGTH IN MOVES (ONE SIDE'S TURN EACH)       *
001500*    - AVERAGE THINK TIME PER MOVE FOR EACH ENGINE               *
001600*    - ENGINE A'S SCORE AND THE ESTIMATED RATING DIFFERENCE      *
001700*                                                                *
001800*  STARTING POSITIONS: THE STANDARD OPENING, THEN EVERY POSITION *
001900*  IN CHECKERS.PUZ (NAME LINE, "SIDE S WIN IN NN" LINE, BOARD    *
002000*  LINE IN THE CHECKPOINT PACKING), WITH THE PUZZLE'S SIDE TO    *
002100*  MOVE FIRST.  EVERY START IS PLAYED TWICE, ENGINE A TAKING X   *
002200*  IN ONE GAME AND O IN THE OTHER.  THE SEARCH ONLY KNOWS HOW TO *
002300*  PLAY X; FOR O THE BOARD IS TURNED ROUND AND THE COLOURS       *
002400*  SWAPPED, THE SEARCH RUN, AND ITS MOVE TURNED BACK.            *
002500*                                                                *
002600*  A GAME IS LOST BY THE SIDE TO MOVE WITH NO PIECES OR NO MOVE, *
002700*  AND DRAWN AS CHECKERS DRAWS IT (THIRD OCCURRENCE OF A         *
002800*  POSITION, 40 MOVES EACH WITHOUT A CAPTURE) OR AT THE MOVE     *
002900*  LIMIT.  THE ENGINE IS DETERMINISTIC, SO A START IS NEVER      *
003000*  PLAYED MORE THAN ONCE EACH WAY ROUND.                         *
003100*                                                                *
003200*  CHKBENCH.CFG, ONE SETTING PER LINE (ANY LEFT OUT DEFAULTS):   *
003300*    A-DEPTH N     ENGINE A LOOKAHEAD, 1-5 (DEFAULT 3)           *
003400*    A-JUMP NN     ENGINE A SCORE FOR A CAPTURE (DEFAULT 05)     *
003500*    B-DEPTH N     ENGINE B LOOKAHEAD, 1-5 (DEFAULT 1)           *
003600*    B-JUMP NN     ENGINE B SCORE FOR A CAPTURE (DEFAULT 05)     *
003700*    GAMES NNN     GAMES TO PLAY (DEFAULT EVERY START BOTH WAYS) *
003800*    MAX-MOVES NNN MOVES BEFORE A GAME IS CALLED DRAWN (200)     *
003900*  DEPTHS 1-3 ARE CHECKERS' OWN DIFFICULTY LEVELS; 4 AND 5 CARRY *
004000*  THE LEVEL 3 LOOK FOR SUPPORTING MEN ONE AND TWO SQUARES       *
004100*  FURTHER OUT, FOR TRYING A DEEPER SETTING BEFORE CHECKERS      *
004200*  IS CHANGED.  THE CAPTURE SCORE IS CHECKERS' FIXED 5.          *
004300*                                                                *
004400*  THE RATING DIFFERENCE IS READ FROM A TABLE OF THE USUAL       *
004500*  LOGISTIC CURVE BY ENGINE A'S WHOLE-PERCENT SCORE, CAPPED AT   *
004600*  800 POINTS EITHER WAY.  RETURN CODE 8 WHEN THE REPORT CANNOT  *
004700*  BE WRITTEN.                                                   *
004800******************************************************************
004900*  MODIFICATION HISTORY                                          *
005000*  10/15/26 OSG  INITIAL VERSION.                                *
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT OPTIONAL CONFIG-FILE ASSIGN TO "CHKBENCH.CFG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CONFIG-STATUS.
005900     SELECT OPTIONAL PUZ-FILE ASSIGN TO "CHECKERS.PUZ"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS PUZ-STATUS.
006200     SELECT OPTIONAL REPORT-FILE ASSIGN TO "CHKBENCH.RPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS REPORT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CONFIG-FILE.
006800 01  CONFIG-RECORD           PIC X(80).
006900 FD  PUZ-FILE.
007000 01  PUZ-RECORD              PIC X(132).
007100 FD  REPORT-FILE.
007200 01  REPORT-RECORD           PIC X(80).
007300 WORKING-STORAGE SECTION.
007400 77  CONFIG-STATUS           PIC X(02).
007500 77  PUZ-STATUS              PIC X(02).
007600 77  REPORT-STATUS           PIC X(02).
007700 77  EOF-SW                  PIC X(01) VALUE "N".
007800     88  FILE-AT-END         VALUE "Y".
007900******************************************************************
008000*  THE TWO ENGINE SETTINGS AND THE MATCH LIMITS.                 *
008100******************************************************************
008200 77  A-DEPTH                 PIC 9(01) VALUE 3.
008300 77  A-JUMP                  PIC 9(02) VALUE 5.
008400 77  B-DEPTH                 PIC 9(01) VALUE 1.
008500 77  B-JUMP                  PIC 9(02) VALUE 5.
008600 77  GAMES-WANTED            PIC 9(03) VALUE ZERO.
008700 77  MAX-MOVES               PIC 9(03) VALUE 200.
008800******************************************************************
008900*  THE STARTING POSITIONS, EACH IN THE CHECKPOINT PACKING (ONE   *
009000*  SIGNED DIGIT PER SQUARE, COLUMN BY COLUMN) WITH ITS SIDE TO   *
009100*  MOVE, X OR O.                                                 *
009200******************************************************************
009300 01  START-TABLE.
009400     05  START-ENTRY OCCURS 50 TIMES.
009500         10  ST-NAME         PIC X(20).
009600         10  ST-SIDE         PIC X(01).
009700         10  ST-BOARD        PIC X(128).
009800 77  START-COUNT             PIC 9(02) VALUE ZERO.
009900 77  START-IX                PIC 9(02).
010000 77  PUZ-NAME                PIC X(20).
010100 77  PUZ-SIDE                PIC X(01).
010200 01  PACKED-BOARD.
010300     05  PK-COL OCCURS 8 TIMES.
010400         10  PK-SQ OCCURS 8 TIMES
010500                             PIC S9(01) SIGN IS LEADING SEPARATE.
010600 01  INIT-VALUES             PIC X(32)
010700     VALUE "+1+0+1+0+0+0-1+0+0+1+0+0+0-1+0-1".
010800 01  INIT-TABLE REDEFINES INIT-VALUES.
010900     05  INIT-SQ OCCURS 16 TIMES
011000                             PIC S9(01) SIGN IS LEADING SEPARATE.
011100 77  INIT-IX                 PIC 9(02).
011200******************************************************************
011300*  THE GAME BOARD AND THE SEARCH BOARD.  SQUARE VALUES AS IN     *
011400*  CHECKERS: -2 X KING, -1 X MAN, 0 EMPTY, 1 O MAN, 2 O KING.    *
011500*  THE SEARCH BOARD ALWAYS HAS THE SIDE TO MOVE AS X, MOVING     *
011600*  DOWN THE BOARD.                                               *
011700******************************************************************
011800 01  BOARD.
011900     05  BOARD-COL OCCURS 8 TIMES.
012000         10  BOARD-SQ OCCURS 8 TIMES PIC S9(01).
012100 01  WORK-BOARD.
012200     05  WORK-COL OCCURS 8 TIMES.
012300         10  WORK-SQ OCCURS 8 TIMES PIC S9(01).
012400 77  BD-X                    PIC 9(02).
012500 77  BD-Y                    PIC 9(02).
012600 77  MIRROR-X                PIC 9(02).
012700 77  MIRROR-Y                PIC 9(02).
012800******************************************************************
012900*  THE SEARCH.  SRCH-X/Y IS THE PIECE, DIR-A/B THE DIRECTION,    *
013000*  TO-U/V THE LANDING SQUARE, MOVE-SCORE THE MOVE'S VALUE AND    *
013100*  BEST-* THE BEST FOUND (-99 WHEN THERE IS NO MOVE).            *
013200******************************************************************
013300 77  CUR-DEPTH               PIC 9(01).
013400 77  CUR-JUMP                PIC 9(02).
013500 77  SRCH-X                  PIC S9(02).
013600 77  SRCH-Y                  PIC S9(02).
013700 77  DIR-A                   PIC S9(01).
013800 77  DIR-B                   PIC S9(01).
013900 77  DIR-C                   PIC S9(01).
014000 77  TO-U                    PIC S9(02).
014100 77  TO-V                    PIC S9(02).
014200 77  CHK-X                   PIC S9(02).
014300 77  CHK-Y                   PIC S9(02).
014400 77  BACK-X                  PIC S9(02).
014500 77  BACK-Y                  PIC S9(02).
014600 77  MID-X                   PIC S9(02).
014700 77  MID-Y                   PIC S9(02).
014800 77  LOOK-STEP               PIC 9(01).
014900 77  JUMP-FLAG               PIC X(01).
015000 77  MOVE-SCORE              PIC S9(03) VALUE ZERO.
015100 77  BEST-SCORE              PIC S9(03).
015200 77  BEST-FX                 PIC S9(02).
015300 77  BEST-FY                 PIC S9(02).
015400 77  BEST-TX                 PIC S9(02).
015500 77  BEST-TY                 PIC S9(02).
015600 77  LEG-DONE                PIC X(01).
015700 77  TURN-CAPTURES           PIC 9(02).
015800******************************************************************
015900*  THE GAME IN PROGRESS.  SIDE-TO-MOVE IS X OR O; A-SIDE IS THE  *
016000*  COLOUR ENGINE A HAS IN THIS GAME.                             *
016100******************************************************************
016200 77  SIDE-TO-MOVE            PIC X(01).
016300 77  A-SIDE                  PIC X(01).
016400 77  GAME-OVER               PIC X(01).
016500 77  GAME-RESULT             PIC X(01).
016600 77  DRAW-KIND               PIC X(01).
016700 77  GAME-MOVES              PIC 9(03).
016800 77  MOVES-NO-CAPTURE        PIC 9(03).
016900 77  X-PIECES                PIC 9(02).
017000 77  O-PIECES                PIC 9(02).
017100 01  POSITION-KEY.
017200     05  KEY-BOARD           PIC X(128).
017300     05  KEY-SIDE            PIC X(01).
017400 01  POSITION-TABLE.
017500     05  POSITION-ENTRY OCCURS 400 TIMES
017600                             PIC X(129).
017700 77  POSITION-COUNT          PIC 9(03).
017800 77  POSITION-IX             PIC 9(03).
017900 77  POSITION-HITS           PIC 9(03).
018000 01  CLOCK-NOW.
018100     05  CLOCK-HH            PIC 9(02).
018200     05  CLOCK-MM            PIC 9(02).
018300     05  CLOCK-SS            PIC 9(02).
018400     05  CLOCK-CC            PIC 9(02).
018500 77  START-HUNDS             PIC 9(08).
018600 77  END-HUNDS               PIC 9(08).
018700******************************************************************
018800*  MATCH TOTALS.  ONE ROW PER ENGINE AND COLOUR: 1 A AS X,       *
018900*  2 A AS O, 3 B AS X, 4 B AS O.                                 *
019000******************************************************************
019100 01  RESULT-TABLE.
019200     05  RESULT-ENTRY OCCURS 4 TIMES.
019300         10  RS-WINS         PIC 9(05).
019400         10  RS-LOSSES       PIC 9(05).
019500         10  RS-DRAWS        PIC 9(05).
019600 77  RS-IX                   PIC 9(01).
019700 77  GAMES-PLAYED            PIC 9(05) VALUE ZERO.
019800 77  MOVES-TOTAL             PIC 9(07) VALUE ZERO.
019900 77  A-MOVES                 PIC 9(07) VALUE ZERO.
020000 77  B-MOVES                 PIC 9(07) VALUE ZERO.
020100 77  A-THINK                 PIC 9(09) VALUE ZERO.
020200 77  B-THINK                 PIC 9(09) VALUE ZERO.
020300 77  DRAWS-REPEAT            PIC 9(05) VALUE ZERO.
020400 77  DRAWS-NO-CAPTURE        PIC 9(05) VALUE ZERO.
020500 77  DRAWS-LIMIT             PIC 9(05) VALUE ZERO.
020600******************************************************************
020700*  RATING POINTS BY SCORE PERCENT, 51 THROUGH 100.               *
020800******************************************************************
020900 01  ELO-VALUES.
021000     05  FILLER              PIC X(30)
021100         VALUE "007014021028035042049056063070".
021200     05  FILLER              PIC X(30)
021300         VALUE "078085092100108115123131139147".
021400     05  FILLER              PIC X(30)
021500         VALUE "156164173182191200210220230241".
021600     05  FILLER              PIC X(30)
021700         VALUE "252263275288301315330346363382".
021800     05  FILLER              PIC X(30)
021900         VALUE "402424449478512552604676798800".
022000 01  ELO-TABLE REDEFINES ELO-VALUES.
022100     05  ELO-POINTS OCCURS 50 TIMES PIC 9(03).
022200 77  SCORE-HALVES            PIC 9(07).
022300 77  SCORE-PCT               PIC 9(03)V9(01).
022400 77  SCORE-WHOLE             PIC 9(03).
022500 77  ELO-DIFF                PIC S9(03).
022600 77  AVG-MOVES               PIC 9(05)V9(01).
022700 77  AVG-THINK               PIC 9(05)V9(04).
022800 77  ED-DIFF                 PIC +++9.
022900 77  ED-PCT                  PIC ZZ9.9.
023000 77  ED-AVG                  PIC ZZZZ9.9.
023100 77  ED-THINK                PIC ZZZZ9.9999.
023200 77  ED-5                    PIC ZZZZ9.
023300 77  ED-5B                   PIC ZZZZ9.
023400 77  ED-5C                   PIC ZZZZ9.
023500 77  ED-1                    PIC 9.
023600 77  ED-2                    PIC Z9.
023700 01  REPORT-LINE             PIC X(80).
023800 PROCEDURE DIVISION.
023900******************************************************************
024000*  0000-MAINLINE - SETTINGS, STARTS, THE MATCH, THE REPORT.      *
024100******************************************************************
024200 0000-MAINLINE.
024300     PERFORM 1000-LOAD-CONFIG THRU 1000-EXIT.
024400     PERFORM 1500-LOAD-STARTS THRU 1500-EXIT.
024500     IF GAMES-WANTED = ZERO
024600         COMPUTE GAMES-WANTED = START-COUNT * 2.
024700     INITIALIZE RESULT-TABLE.
024800     PERFORM 2000-PLAY-START THRU 2000-EXIT
024900         VARYING START-IX FROM 1 BY 1
025000         UNTIL START-IX > START-COUNT
025100            OR GAMES-PLAYED NOT < GAMES-WANTED.
025200     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
025300     DISPLAY "BENCHMARK COMPLETE - REPORT IN CHKBENCH.RPT".
025400     STOP RUN.
025500******************************************************************
025600*  1000-LOAD-CONFIG - CHKBENCH.CFG, IF THERE IS ONE.             *
025700******************************************************************
025800 1000-LOAD-CONFIG.
025900     MOVE "N" TO EOF-SW.
026000     OPEN INPUT CONFIG-FILE.
026100     IF CONFIG-STATUS NOT = "00"
026200         DISPLAY "NO CHKBENCH.CFG - DEFAULT SETTINGS"
026300         IF CONFIG-STATUS = "05"
026400             CLOSE CONFIG-FILE
026500         END-IF
026600         GO TO 1000-EXIT.
026700     PERFORM 1100-ONE-CONFIG THRU 1100-EXIT
026800         UNTIL FILE-AT-END.
026900     CLOSE CONFIG-FILE.
027000 1000-EXIT.
027100     EXIT.
027200 1100-ONE-CONFIG.
027300     READ CONFIG-FILE
027400         AT END
027500             MOVE "Y" TO EOF-SW
027600             GO TO 1100-EXIT
027700     END-READ.
027800     IF CONFIG-RECORD(1:8) = "A-DEPTH "
027900        AND CONFIG-RECORD(9:1) IS NUMERIC
028000        AND CONFIG-RECORD(9:1) > "0" AND CONFIG-RECORD(9:1) < "6"
028100         MOVE CONFIG-RECORD(9:1) TO A-DEPTH
028200         GO TO 1100-EXIT.
028300     IF CONFIG-RECORD(1:8) = "B-DEPTH "
028400        AND CONFIG-RECORD(9:1) IS NUMERIC
028500        AND CONFIG-RECORD(9:1) > "0" AND CONFIG-RECORD(9:1) < "6"
028600         MOVE CONFIG-RECORD(9:1) TO B-DEPTH
028700         GO TO 1100-EXIT.
028800     IF CONFIG-RECORD(1:7) = "A-JUMP "
028900        AND CONFIG-RECORD(8:2) IS NUMERIC
029000         MOVE CONFIG-RECORD(8:2) TO A-JUMP
029100         GO TO 1100-EXIT.
029200     IF CONFIG-RECORD(1:7) = "B-JUMP "
029300        AND CONFIG-RECORD(8:2) IS NUMERIC
029400         MOVE CONFIG-RECORD(8:2) TO B-JUMP
029500         GO TO 1100-EXIT.
029600     IF CONFIG-RECORD(1:6) = "GAMES "
029700        AND CONFIG-RECORD(7:3) IS NUMERIC
029800         MOVE CONFIG-RECORD(7:3) TO GAMES-WANTED
029900         GO TO 1100-EXIT.
030000     IF CONFIG-RECORD(1:10) = "MAX-MOVES "
030100        AND CONFIG-RECORD(11:3) IS NUMERIC
030200         MOVE CONFIG-RECORD(11:3) TO MAX-MOVES
030300         IF MAX-MOVES > 399 OR MAX-MOVES = ZERO
030400             MOVE 399 TO MAX-MOVES
030500         END-IF
030600         GO TO 1100-EXIT.
030700     IF CONFIG-RECORD NOT = SPACES
030800         DISPLAY "CHKBENCH.CFG LINE IGNORED: "
030900             CONFIG-RECORD(1:40).
031000 1100-EXIT.
031100     EXIT.
031200******************************************************************
031300*  1500-LOAD-STARTS - THE STANDARD OPENING, X TO MOVE, THEN THE  *
031400*  CHECKERS.PUZ POSITIONS.                                       *
031500******************************************************************
031600 1500-LOAD-STARTS.
031700     MOVE 1 TO INIT-IX.
031800     PERFORM 1510-OPENING-COLUMN THRU 1510-EXIT
031900         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
032000     MOVE 1 TO START-COUNT.
032100     MOVE "STANDARD OPENING" TO ST-NAME(1).
032200     MOVE "X" TO ST-SIDE(1).
032300     MOVE PACKED-BOARD TO ST-BOARD(1).
032400     MOVE "N" TO EOF-SW.
032500     OPEN INPUT PUZ-FILE.
032600     IF PUZ-STATUS NOT = "00"
032700         DISPLAY "NO CHECKERS.PUZ - STANDARD OPENING ONLY"
032800         IF PUZ-STATUS = "05"
032900             CLOSE PUZ-FILE
033000         END-IF
033100         GO TO 1500-EXIT.
033200     PERFORM 1600-ONE-PUZZLE THRU 1600-EXIT
033300         UNTIL FILE-AT-END.
033400     CLOSE PUZ-FILE.
033500 1500-EXIT.
033600     EXIT.
033700 1510-OPENING-COLUMN.
033800     PERFORM 1520-OPENING-SQUARE THRU 1520-EXIT
033900         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
034000 1510-EXIT.
034100     EXIT.
034200 1520-OPENING-SQUARE.
034300     MOVE INIT-SQ(INIT-IX) TO PK-SQ(BD-X, BD-Y).
034400     ADD 1 TO INIT-IX.
034500     IF INIT-IX > 16
034600         MOVE 1 TO INIT-IX.
034700 1520-EXIT.
034800     EXIT.
034900******************************************************************
035000*  1600-ONE-PUZZLE - NAME, SIDE AND BOARD LINES.  A GROUP CUT    *
035100*  SHORT BY THE END OF THE FILE, OR A FULL TABLE, IS DROPPED.    *
035200******************************************************************
035300 1600-ONE-PUZZLE.
035400     READ PUZ-FILE
035500         AT END
035600             MOVE "Y" TO EOF-SW
035700             GO TO 1600-EXIT
035800     END-READ.
035900     MOVE PUZ-RECORD(1:20) TO PUZ-NAME.
036000     READ PUZ-FILE
036100         AT END
036200             MOVE "Y" TO EOF-SW
036300             GO TO 1600-EXIT
036400     END-READ.
036500     MOVE PUZ-RECORD(6:1) TO PUZ-SIDE.
036600     READ PUZ-FILE
036700         AT END
036800             MOVE "Y" TO EOF-SW
036900             GO TO 1600-EXIT
037000     END-READ.
037100     IF START-COUNT NOT < 50
037200         GO TO 1600-EXIT.
037300     IF PUZ-SIDE NOT = "X" AND PUZ-SIDE NOT = "O"
037400         GO TO 1600-EXIT.
037500     ADD 1 TO START-COUNT.
037600     MOVE PUZ-NAME TO ST-NAME(START-COUNT).
037700     MOVE PUZ-SIDE TO ST-SIDE(START-COUNT).
037800     MOVE PUZ-RECORD(1:128) TO ST-BOARD(START-COUNT).
037900 1600-EXIT.
038000     EXIT.
038100******************************************************************
038200*  2000-PLAY-START - ONE START, ENGINE A AS X THEN AS O.         *
038300******************************************************************
038400 2000-PLAY-START.
038500     MOVE "X" TO A-SIDE.
038600     PERFORM 2100-PLAY-GAME THRU 2100-EXIT.
038700     IF GAMES-PLAYED NOT < GAMES-WANTED
038800         GO TO 2000-EXIT.
038900     MOVE "O" TO A-SIDE.
039000     PERFORM 2100-PLAY-GAME THRU 2100-EXIT.
039100 2000-EXIT.
039200     EXIT.
039300******************************************************************
039400*  2100-PLAY-GAME - SET THE START UP AND PLAY IT OUT.            *
039500******************************************************************
039600 2100-PLAY-GAME.
039700     MOVE ST-BOARD(START-IX) TO PACKED-BOARD.
039800     PERFORM 2110-UNPACK-COLUMN THRU 2110-EXIT
039900         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
040000     MOVE ST-SIDE(START-IX) TO SIDE-TO-MOVE.
040100     MOVE "N" TO GAME-OVER.
040200     MOVE SPACE TO GAME-RESULT.
040300     MOVE SPACE TO DRAW-KIND.
040400     MOVE ZERO TO GAME-MOVES.
040500     MOVE ZERO TO MOVES-NO-CAPTURE.
040600     MOVE ZERO TO POSITION-COUNT.
040700     PERFORM 2200-ONE-TURN THRU 2200-EXIT
040800         UNTIL GAME-OVER = "Y".
040900     PERFORM 5000-TALLY-GAME THRU 5000-EXIT.
041000 2100-EXIT.
041100     EXIT.
041200 2110-UNPACK-COLUMN.
041300     PERFORM 2120-UNPACK-SQUARE THRU 2120-EXIT
041400         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
041500 2110-EXIT.
041600     EXIT.
041700 2120-UNPACK-SQUARE.
041800     MOVE PK-SQ(BD-X, BD-Y) TO BOARD-SQ(BD-X, BD-Y).
041900 2120-EXIT.
042000     EXIT.
042100******************************************************************
042200*  2200-ONE-TURN - THE SIDE TO MOVE LOSES WITH NO PIECES; THE    *
042300*  DRAW RULES ARE CHECKED ON THE POSITION ABOUT TO BE PLAYED;    *
042400*  THEN THE SIDE'S ENGINE SEARCHES AND MOVES, AGAINST THE CLOCK. *
042500******************************************************************
042600 2200-ONE-TURN.
042700     PERFORM 4100-COUNT-PIECES THRU 4100-EXIT.
042800     IF SIDE-TO-MOVE = "X" AND X-PIECES = ZERO
042900         MOVE "O" TO GAME-RESULT
043000         MOVE "Y" TO GAME-OVER
043100         GO TO 2200-EXIT.
043200     IF SIDE-TO-MOVE = "O" AND O-PIECES = ZERO
043300         MOVE "X" TO GAME-RESULT
043400         MOVE "Y" TO GAME-OVER
043500         GO TO 2200-EXIT.
043600     PERFORM 4200-NOTE-POSITION THRU 4200-EXIT.
043700     IF POSITION-HITS NOT < 3
043800         MOVE "D" TO GAME-RESULT
043900         MOVE "R" TO DRAW-KIND
044000         MOVE "Y" TO GAME-OVER
044100         GO TO 2200-EXIT.
044200     IF MOVES-NO-CAPTURE NOT < 80
044300         MOVE "D" TO GAME-RESULT
044400         MOVE "C" TO DRAW-KIND
044500         MOVE "Y" TO GAME-OVER
044600         GO TO 2200-EXIT.
044700     IF GAME-MOVES NOT < MAX-MOVES
044800         MOVE "D" TO GAME-RESULT
044900         MOVE "L" TO DRAW-KIND
045000         MOVE "Y" TO GAME-OVER
045100         GO TO 2200-EXIT.
045200     IF SIDE-TO-MOVE = A-SIDE
045300         MOVE A-DEPTH TO CUR-DEPTH
045400         MOVE A-JUMP TO CUR-JUMP
045500     ELSE
045600         MOVE B-DEPTH TO CUR-DEPTH
045700         MOVE B-JUMP TO CUR-JUMP.
045800     PERFORM 2300-LOAD-WORK-COLUMN THRU 2300-EXIT
045900         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
046000     ACCEPT CLOCK-NOW FROM TIME.
046100     COMPUTE START-HUNDS = CLOCK-HH * 360000 + CLOCK-MM * 6000
046200                         + CLOCK-SS * 100 + CLOCK-CC.
046300     PERFORM 3000-ENGINE-SEARCH THRU 3000-EXIT.
046400     IF BEST-SCORE = -99
046500         IF SIDE-TO-MOVE = "X"
046600             MOVE "O" TO GAME-RESULT
046700         ELSE
046800             MOVE "X" TO GAME-RESULT
046900         END-IF
047000         MOVE "Y" TO GAME-OVER
047100         GO TO 2200-EXIT.
047200     PERFORM 3600-APPLY-TURN THRU 3600-EXIT.
047300     ACCEPT CLOCK-NOW FROM TIME.
047400     COMPUTE END-HUNDS = CLOCK-HH * 360000 + CLOCK-MM * 6000
047500                       + CLOCK-SS * 100 + CLOCK-CC.
047600*    A MOVE THOUGHT OVER ACROSS MIDNIGHT ENDS "BEFORE" IT STARTED.
047700     IF END-HUNDS < START-HUNDS
047800         ADD 8640000 TO END-HUNDS.
047900     IF SIDE-TO-MOVE = A-SIDE
048000         ADD 1 TO A-MOVES
048100         COMPUTE A-THINK = A-THINK + END-HUNDS - START-HUNDS
048200     ELSE
048300         ADD 1 TO B-MOVES
048400         COMPUTE B-THINK = B-THINK + END-HUNDS - START-HUNDS.
048500     PERFORM 2400-SAVE-WORK-COLUMN THRU 2400-EXIT
048600         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
048700     ADD 1 TO GAME-MOVES.
048800     IF TURN-CAPTURES > ZERO
048900         MOVE ZERO TO MOVES-NO-CAPTURE
049000     ELSE
049100         ADD 1 TO MOVES-NO-CAPTURE.
049200     IF SIDE-TO-MOVE = "X"
049300         MOVE "O" TO SIDE-TO-MOVE
049400     ELSE
049500         MOVE "X" TO SIDE-TO-MOVE.
049600 2200-EXIT.
049700     EXIT.
049800******************************************************************
049900*  2300-LOAD-WORK-COLUMN - THE GAME BOARD ONTO THE SEARCH BOARD, *
050000*  TURNED ROUND WITH THE COLOURS SWAPPED WHEN O IS TO MOVE.      *
050100******************************************************************
050200 2300-LOAD-WORK-COLUMN.
050300     PERFORM 2310-LOAD-WORK-SQUARE THRU 2310-EXIT
050400         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
050500 2300-EXIT.
050600     EXIT.
050700 2310-LOAD-WORK-SQUARE.
050800     IF SIDE-TO-MOVE = "X"
050900         MOVE BOARD-SQ(BD-X, BD-Y) TO WORK-SQ(BD-X, BD-Y)
051000         GO TO 2310-EXIT.
051100     COMPUTE MIRROR-X = 9 - BD-X.
051200     COMPUTE MIRROR-Y = 9 - BD-Y.
051300     COMPUTE WORK-SQ(BD-X, BD-Y) =
051400         0 - BOARD-SQ(MIRROR-X, MIRROR-Y).
051500 2310-EXIT.
051600     EXIT.
051700******************************************************************
051800*  2400-SAVE-WORK-COLUMN - THE SEARCH BOARD BACK, THE SAME WAY.  *
051900******************************************************************
052000 2400-SAVE-WORK-COLUMN.
052100     PERFORM 2410-SAVE-WORK-SQUARE THRU 2410-EXIT
052200         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
052300 2400-EXIT.
052400     EXIT.
052500 2410-SAVE-WORK-SQUARE.
052600     IF SIDE-TO-MOVE = "X"
052700         MOVE WORK-SQ(BD-X, BD-Y) TO BOARD-SQ(BD-X, BD-Y)
052800         GO TO 2410-EXIT.
052900     COMPUTE MIRROR-X = 9 - BD-X.
053000     COMPUTE MIRROR-Y = 9 - BD-Y.
053100     COMPUTE BOARD-SQ(MIRROR-X, MIRROR-Y) =
053200         0 - WORK-SQ(BD-X, BD-Y).
053300 2410-EXIT.
053400     EXIT.
053500******************************************************************
053600*  3000-ENGINE-SEARCH - CHECKERS' COMPUTER MOVE SEARCH (LINE0230 *
053700*  ONWARD): EVERY X MAN TRIES BOTH FORWARD DIAGONALS, EVERY X    *
053800*  KING ALL FOUR, A STEP TO AN EMPTY SQUARE OR A JUMP OVER AN O  *
053900*  PIECE.  THE FIRST MOVE WITH THE HIGHEST SCORE IS KEPT.        *
054000******************************************************************
054100 3000-ENGINE-SEARCH.
054200     MOVE -99 TO BEST-SCORE.
054300     MOVE ZERO TO MOVE-SCORE.
054400     PERFORM 3100-SEARCH-COLUMN THRU 3100-EXIT
054500         VARYING SRCH-X FROM 1 BY 1 UNTIL SRCH-X > 8.
054600 3000-EXIT.
054700     EXIT.
054800 3100-SEARCH-COLUMN.
054900     PERFORM 3200-SEARCH-SQUARE THRU 3200-EXIT
055000         VARYING SRCH-Y FROM 1 BY 1 UNTIL SRCH-Y > 8.
055100 3100-EXIT.
055200     EXIT.
055300 3200-SEARCH-SQUARE.
055400     IF WORK-SQ(SRCH-X, SRCH-Y) > -1
055500         GO TO 3200-EXIT.
055600     IF WORK-SQ(SRCH-X, SRCH-Y) = -1
055700         MOVE -1 TO DIR-B
055800         PERFORM 3300-TRY-DIRECTION THRU 3300-EXIT
055900             VARYING DIR-A FROM -1 BY 2 UNTIL DIR-A > 1
056000     ELSE
056100         PERFORM 3250-KING-DIRECTIONS THRU 3250-EXIT
056200             VARYING DIR-A FROM -1 BY 2 UNTIL DIR-A > 1.
056300 3200-EXIT.
056400     EXIT.
056500 3250-KING-DIRECTIONS.
056600     PERFORM 3300-TRY-DIRECTION THRU 3300-EXIT
056700         VARYING DIR-B FROM -1 BY 2 UNTIL DIR-B > 1.
056800 3250-EXIT.
056900     EXIT.
057000******************************************************************
057100*  3300-TRY-DIRECTION - A STEP, OR A JUMP OVER AN O PIECE.       *
057200******************************************************************
057300 3300-TRY-DIRECTION.
057400     COMPUTE TO-U = SRCH-X + DIR-A.
057500     COMPUTE TO-V = SRCH-Y + DIR-B.
057600     IF TO-U < 1 OR TO-U > 8 OR TO-V < 1 OR TO-V > 8
057700         GO TO 3300-EXIT.
057800     IF WORK-SQ(TO-U, TO-V) = ZERO
057900         MOVE "N" TO JUMP-FLAG
058000         PERFORM 3400-SCORE-MOVE THRU 3400-EXIT
058100         GO TO 3300-EXIT.
058200     IF WORK-SQ(TO-U, TO-V) < ZERO
058300         GO TO 3300-EXIT.
058400     ADD DIR-A TO TO-U.
058500     ADD DIR-B TO TO-V.
058600     IF TO-U < 1 OR TO-U > 8 OR TO-V < 1 OR TO-V > 8
058700         GO TO 3300-EXIT.
058800     IF WORK-SQ(TO-U, TO-V) = ZERO
058900         MOVE "Y" TO JUMP-FLAG
059000         PERFORM 3400-SCORE-MOVE THRU 3400-EXIT.
059100 3300-EXIT.
059200     EXIT.
059300******************************************************************
059400*  3400-SCORE-MOVE - CHECKERS' MOVE SCORE (LINE0910): CROWNING   *
059500*  +2, A CAPTURE +CUR-JUMP, LEAVING THE BACK ROW -2, LANDING ON  *
059600*  AN EDGE +1, THEN THE LANDING SQUARE'S SUPPORT AND EXPOSURE    *
059700*  AND THE LOOKAHEAD FOR THE ENGINE'S DEPTH.                     *
059800******************************************************************
059900 3400-SCORE-MOVE.
060000     IF TO-V = 1 AND WORK-SQ(SRCH-X, SRCH-Y) = -1
060100         ADD 2 TO MOVE-SCORE.
060200     IF JUMP-FLAG = "Y"
060300         ADD CUR-JUMP TO MOVE-SCORE.
060400     IF SRCH-Y = 8
060500         SUBTRACT 2 FROM MOVE-SCORE.
060600     IF TO-U = 1 OR TO-U = 8
060700         ADD 1 TO MOVE-SCORE.
060800     PERFORM 3450-GUARD-CHECK THRU 3450-EXIT
060900         VARYING DIR-C FROM -1 BY 2 UNTIL DIR-C > 1.
061000     IF CUR-DEPTH > 1
061100         PERFORM 3500-LOOKAHEAD THRU 3500-EXIT.
061200     IF MOVE-SCORE > BEST-SCORE
061300         MOVE MOVE-SCORE TO BEST-SCORE
061400         MOVE SRCH-X TO BEST-FX
061500         MOVE SRCH-Y TO BEST-FY
061600         MOVE TO-U TO BEST-TX
061700         MOVE TO-V TO BEST-TY.
061800     MOVE ZERO TO MOVE-SCORE.
061900 3400-EXIT.
062000     EXIT.
062100 3450-GUARD-CHECK.
062200     COMPUTE CHK-X = TO-U + DIR-C.
062300     COMPUTE CHK-Y = TO-V - 1.
062400     IF CHK-X < 1 OR CHK-X > 8 OR CHK-Y < 1
062500         GO TO 3450-EXIT.
062600     IF WORK-SQ(CHK-X, CHK-Y) < ZERO
062700         ADD 1 TO MOVE-SCORE
062800         GO TO 3450-EXIT.
062900     COMPUTE BACK-X = TO-U - DIR-C.
063000     COMPUTE BACK-Y = TO-V + 1.
063100     IF BACK-X < 1 OR BACK-X > 8 OR BACK-Y > 8
063200         GO TO 3450-EXIT.
063300     IF WORK-SQ(CHK-X, CHK-Y) > ZERO
063400        AND (WORK-SQ(BACK-X, BACK-Y) = ZERO
063500             OR (BACK-X = SRCH-X AND BACK-Y = SRCH-Y))
063600         SUBTRACT 2 FROM MOVE-SCORE.
063700 3450-EXIT.
063800     EXIT.
063900******************************************************************
064000*  3500-LOOKAHEAD - CHECKERS' LOOKAHEAD-PLY: TWO SQUARES OUT ON  *
064100*  EACH FORWARD DIAGONAL, OWN PIECE +1 AND O PIECE -1; FROM      *
064200*  DEPTH 3, EACH FURTHER SQUARE OUT TO THE DEPTH, OWN PIECE +1.  *
064300******************************************************************
064400 3500-LOOKAHEAD.
064500     PERFORM 3510-LOOK-TWO-OUT THRU 3510-EXIT
064600         VARYING DIR-C FROM -1 BY 2 UNTIL DIR-C > 1.
064700     IF CUR-DEPTH > 2
064800         PERFORM 3520-LOOK-FURTHER THRU 3520-EXIT
064900             VARYING LOOK-STEP FROM 3 BY 1
065000             UNTIL LOOK-STEP > CUR-DEPTH.
065100 3500-EXIT.
065200     EXIT.
065300 3510-LOOK-TWO-OUT.
065400     COMPUTE CHK-X = TO-U + 2 * DIR-C.
065500     COMPUTE CHK-Y = TO-V - 2.
065600     IF CHK-X < 1 OR CHK-X > 8 OR CHK-Y < 1 OR CHK-Y > 8
065700         GO TO 3510-EXIT.
065800     IF WORK-SQ(CHK-X, CHK-Y) < ZERO
065900         ADD 1 TO MOVE-SCORE.
066000     IF WORK-SQ(CHK-X, CHK-Y) > ZERO
066100         SUBTRACT 1 FROM MOVE-SCORE.
066200 3510-EXIT.
066300     EXIT.
066400 3520-LOOK-FURTHER.
066500     PERFORM 3530-LOOK-ONE-SIDE THRU 3530-EXIT
066600         VARYING DIR-C FROM -1 BY 2 UNTIL DIR-C > 1.
066700 3520-EXIT.
066800     EXIT.
066900 3530-LOOK-ONE-SIDE.
067000     COMPUTE CHK-X = TO-U + LOOK-STEP * DIR-C.
067100     COMPUTE CHK-Y = TO-V - LOOK-STEP.
067200     IF CHK-X < 1 OR CHK-X > 8 OR CHK-Y < 1 OR CHK-Y > 8
067300         GO TO 3530-EXIT.
067400     IF WORK-SQ(CHK-X, CHK-Y) < ZERO
067500         ADD 1 TO MOVE-SCORE.
067600 3530-EXIT.
067700     EXIT.
067800******************************************************************
067900*  3600-APPLY-TURN - CHECKERS' LINE1240: PLAY THE BEST MOVE,     *
068000*  CROWNING ON ROW 1; AFTER A CAPTURE LOOK FOR ANOTHER JUMP FROM *
068100*  THE LANDING SQUARE AND KEEP GOING WHILE THERE IS ONE.         *
068200******************************************************************
068300 3600-APPLY-TURN.
068400     MOVE ZERO TO TURN-CAPTURES.
068500     MOVE "N" TO LEG-DONE.
068600     PERFORM 3610-APPLY-LEG THRU 3610-EXIT
068700         UNTIL LEG-DONE = "Y".
068800 3600-EXIT.
068900     EXIT.
069000 3610-APPLY-LEG.
069100     MOVE "Y" TO LEG-DONE.
069200     IF BEST-TY = 1
069300         MOVE -2 TO WORK-SQ(BEST-TX, BEST-TY)
069400     ELSE
069500         MOVE WORK-SQ(BEST-FX, BEST-FY)
069600             TO WORK-SQ(BEST-TX, BEST-TY).
069700     MOVE ZERO TO WORK-SQ(BEST-FX, BEST-FY).
069800     IF BEST-TX - BEST-FX NOT = 2 AND BEST-TX - BEST-FX NOT = -2
069900         GO TO 3610-EXIT.
070000     COMPUTE MID-X = (BEST-FX + BEST-TX) / 2.
070100     COMPUTE MID-Y = (BEST-FY + BEST-TY) / 2.
070200     MOVE ZERO TO WORK-SQ(MID-X, MID-Y).
070300     ADD 1 TO TURN-CAPTURES.
070400     MOVE BEST-TX TO SRCH-X.
070500     MOVE BEST-TY TO SRCH-Y.
070600     MOVE -99 TO BEST-SCORE.
070700     IF WORK-SQ(SRCH-X, SRCH-Y) = -1
070800         MOVE -2 TO DIR-B
070900         PERFORM 3700-TRY-NEXT-JUMP THRU 3700-EXIT
071000             VARYING DIR-A FROM -2 BY 4 UNTIL DIR-A > 2
071100     ELSE
071200         PERFORM 3650-KING-NEXT-JUMPS THRU 3650-EXIT
071300             VARYING DIR-A FROM -2 BY 4 UNTIL DIR-A > 2.
071400     IF BEST-SCORE NOT = -99
071500         MOVE "N" TO LEG-DONE
071600         GO TO 3610-EXIT.
071700     IF SRCH-Y = 1 AND WORK-SQ(SRCH-X, SRCH-Y) = -1
071800         MOVE -2 TO WORK-SQ(SRCH-X, SRCH-Y).
071900 3610-EXIT.
072000     EXIT.
072100 3650-KING-NEXT-JUMPS.
072200     PERFORM 3700-TRY-NEXT-JUMP THRU 3700-EXIT
072300         VARYING DIR-B FROM -2 BY 4 UNTIL DIR-B > 2.
072400 3650-EXIT.
072500     EXIT.
072600******************************************************************
072700*  3700-TRY-NEXT-JUMP - CHECKERS' LINE1370.                      *
072800******************************************************************
072900 3700-TRY-NEXT-JUMP.
073000     COMPUTE TO-U = SRCH-X + DIR-A.
073100     COMPUTE TO-V = SRCH-Y + DIR-B.
073200     IF TO-U < 1 OR TO-U > 8 OR TO-V < 1 OR TO-V > 8
073300         GO TO 3700-EXIT.
073400     COMPUTE MID-X = SRCH-X + DIR-A / 2.
073500     COMPUTE MID-Y = SRCH-Y + DIR-B / 2.
073600     IF WORK-SQ(TO-U, TO-V) = ZERO
073700        AND WORK-SQ(MID-X, MID-Y) > ZERO
073800         MOVE "Y" TO JUMP-FLAG
073900         PERFORM 3400-SCORE-MOVE THRU 3400-EXIT.
074000 3700-EXIT.
074100     EXIT.
074200******************************************************************
074300*  4100-COUNT-PIECES - PIECES LEFT ON EACH SIDE.                 *
074400******************************************************************
074500 4100-COUNT-PIECES.
074600     MOVE ZERO TO X-PIECES.
074700     MOVE ZERO TO O-PIECES.
074800     PERFORM 4110-COUNT-COLUMN THRU 4110-EXIT
074900         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
075000 4100-EXIT.
075100     EXIT.
075200 4110-COUNT-COLUMN.
075300     PERFORM 4120-COUNT-SQUARE THRU 4120-EXIT
075400         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
075500 4110-EXIT.
075600     EXIT.
075700 4120-COUNT-SQUARE.
075800     IF BOARD-SQ(BD-X, BD-Y) < ZERO
075900         ADD 1 TO X-PIECES.
076000     IF BOARD-SQ(BD-X, BD-Y) > ZERO
076100         ADD 1 TO O-PIECES.
076200 4120-EXIT.
076300     EXIT.
076400******************************************************************
076500*  4200-NOTE-POSITION - THE POSITION AND SIDE TO MOVE ARE ADDED  *
076600*  TO THE GAME'S LIST; POSITION-HITS IS HOW OFTEN IT HAS NOW     *
076700*  OCCURRED.                                                     *
076800******************************************************************
076900 4200-NOTE-POSITION.
077000     PERFORM 4210-PACK-COLUMN THRU 4210-EXIT
077100         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
077200     MOVE PACKED-BOARD TO KEY-BOARD.
077300     MOVE SIDE-TO-MOVE TO KEY-SIDE.
077400     ADD 1 TO POSITION-COUNT.
077500     MOVE POSITION-KEY TO POSITION-ENTRY(POSITION-COUNT).
077600     MOVE ZERO TO POSITION-HITS.
077700     PERFORM 4230-COUNT-HIT THRU 4230-EXIT
077800         VARYING POSITION-IX FROM 1 BY 1
077900         UNTIL POSITION-IX > POSITION-COUNT.
078000 4200-EXIT.
078100     EXIT.
078200 4210-PACK-COLUMN.
078300     PERFORM 4220-PACK-SQUARE THRU 4220-EXIT
078400         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
078500 4210-EXIT.
078600     EXIT.
078700 4220-PACK-SQUARE.
078800     MOVE BOARD-SQ(BD-X, BD-Y) TO PK-SQ(BD-X, BD-Y).
078900 4220-EXIT.
079000     EXIT.
079100 4230-COUNT-HIT.
079200     IF POSITION-ENTRY(POSITION-IX) = POSITION-KEY
079300         ADD 1 TO POSITION-HITS.
079400 4230-EXIT.
079500     EXIT.
079600******************************************************************
079700*  5000-TALLY-GAME - THE RESULT AGAINST EACH ENGINE'S COLOUR.    *
079800******************************************************************
079900 5000-TALLY-GAME.
080000     ADD 1 TO GAMES-PLAYED.
080100     ADD GAME-MOVES TO MOVES-TOTAL.
080200     IF A-SIDE = "X"
080300         MOVE 1 TO RS-IX
080400     ELSE
080500         MOVE 2 TO RS-IX.
080600     PERFORM 5100-TALLY-ONE THRU 5100-EXIT.
080700     IF A-SIDE = "X"
080800         MOVE 4 TO RS-IX
080900     ELSE
081000         MOVE 3 TO RS-IX.
081100     PERFORM 5100-TALLY-ONE THRU 5100-EXIT.
081200     IF DRAW-KIND = "R"
081300         ADD 1 TO DRAWS-REPEAT.
081400     IF DRAW-KIND = "C"
081500         ADD 1 TO DRAWS-NO-CAPTURE.
081600     IF DRAW-KIND = "L"
081700         ADD 1 TO DRAWS-LIMIT.
081800 5000-EXIT.
081900     EXIT.
082000*    ROWS 1 AND 3 PLAY X, ROWS 2 AND 4 PLAY O.
082100 5100-TALLY-ONE.
082200     IF GAME-RESULT = "D"
082300         ADD 1 TO RS-DRAWS(RS-IX)
082400         GO TO 5100-EXIT.
082500     IF (GAME-RESULT = "X" AND (RS-IX = 1 OR RS-IX = 3))
082600        OR (GAME-RESULT = "O" AND (RS-IX = 2 OR RS-IX = 4))
082700         ADD 1 TO RS-WINS(RS-IX)
082800     ELSE
082900         ADD 1 TO RS-LOSSES(RS-IX).
083000 5100-EXIT.
083100     EXIT.
083200******************************************************************
083300*  6000-WRITE-REPORT - THE MATCH REPORT, CHKSTATS STYLE, TO      *
083400*  CHKBENCH.RPT AND THE CONSOLE.                                 *
083500******************************************************************
083600 6000-WRITE-REPORT.
083700     OPEN OUTPUT REPORT-FILE.
083800     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
083900         DISPLAY "CANNOT WRITE CHKBENCH.RPT, STATUS "
084000             REPORT-STATUS
084100         MOVE 8 TO RETURN-CODE
084200         GO TO 6000-EXIT.
084300     MOVE ALL "-" TO REPORT-LINE.
084400     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
084500     MOVE "CHECKERS ENGINE BENCHMARK" TO REPORT-LINE.
084600     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
084700     MOVE ALL "-" TO REPORT-LINE.
084800     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
084900     MOVE A-DEPTH TO ED-1.
085000     MOVE A-JUMP TO ED-2.
085100     MOVE SPACES TO REPORT-LINE.
085200     STRING "ENGINE A: DEPTH " ED-1 "  CAPTURE SCORE " ED-2
085300         DELIMITED BY SIZE INTO REPORT-LINE.
085400     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
085500     MOVE B-DEPTH TO ED-1.
085600     MOVE B-JUMP TO ED-2.
085700     MOVE SPACES TO REPORT-LINE.
085800     STRING "ENGINE B: DEPTH " ED-1 "  CAPTURE SCORE " ED-2
085900         DELIMITED BY SIZE INTO REPORT-LINE.
086000     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
086100     MOVE START-COUNT TO ED-5.
086200     MOVE GAMES-PLAYED TO ED-5B.
086300     MOVE SPACES TO REPORT-LINE.
086400     STRING "STARTING POSITIONS: " ED-5 "   GAMES PLAYED: " ED-5B
086500         DELIMITED BY SIZE INTO REPORT-LINE.
086600     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
086700     MOVE SPACES TO REPORT-LINE.
086800     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
086900     MOVE "ENGINE  COLOUR   WINS  LOSSES  DRAWS" TO REPORT-LINE.
087000     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
087100     PERFORM 6100-ONE-RESULT THRU 6100-EXIT
087200         VARYING RS-IX FROM 1 BY 1 UNTIL RS-IX > 4.
087300     MOVE SPACES TO REPORT-LINE.
087400     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
087500     IF GAMES-PLAYED > ZERO
087600         COMPUTE AVG-MOVES ROUNDED = MOVES-TOTAL / GAMES-PLAYED
087700     ELSE
087800         MOVE ZERO TO AVG-MOVES.
087900     MOVE AVG-MOVES TO ED-AVG.
088000     MOVE SPACES TO REPORT-LINE.
088100     STRING "AVERAGE GAME LENGTH: " ED-AVG " MOVES"
088200         DELIMITED BY SIZE INTO REPORT-LINE.
088300     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
088400     MOVE DRAWS-REPEAT TO ED-5.
088500     MOVE DRAWS-NO-CAPTURE TO ED-5B.
088600     MOVE DRAWS-LIMIT TO ED-5C.
088700     MOVE SPACES TO REPORT-LINE.
088800     STRING "DRAWS: REPETITION " ED-5 "  NO CAPTURE " ED-5B
088900            "  MOVE LIMIT " ED-5C
089000         DELIMITED BY SIZE INTO REPORT-LINE.
089100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
089200     IF A-MOVES > ZERO
089300         COMPUTE AVG-THINK ROUNDED = A-THINK / A-MOVES / 100
089400     ELSE
089500         MOVE ZERO TO AVG-THINK.
089600     MOVE AVG-THINK TO ED-THINK.
089700     MOVE SPACES TO REPORT-LINE.
089800     STRING "AVERAGE THINK TIME PER MOVE, ENGINE A: " ED-THINK
089900            " SECONDS"
090000         DELIMITED BY SIZE INTO REPORT-LINE.
090100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
090200     IF B-MOVES > ZERO
090300         COMPUTE AVG-THINK ROUNDED = B-THINK / B-MOVES / 100
090400     ELSE
090500         MOVE ZERO TO AVG-THINK.
090600     MOVE AVG-THINK TO ED-THINK.
090700     MOVE SPACES TO REPORT-LINE.
090800     STRING "AVERAGE THINK TIME PER MOVE, ENGINE B: " ED-THINK
090900            " SECONDS"
091000         DELIMITED BY SIZE INTO REPORT-LINE.
091100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
091200     PERFORM 6200-RATING THRU 6200-EXIT.
091300     MOVE ALL "-" TO REPORT-LINE.
091400     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
091500     CLOSE REPORT-FILE.
091600 6000-EXIT.
091700     EXIT.
091800 6100-ONE-RESULT.
091900     MOVE SPACES TO REPORT-LINE.
092000     IF RS-IX < 3
092100         MOVE "A" TO REPORT-LINE(1:1)
092200     ELSE
092300         MOVE "B" TO REPORT-LINE(1:1).
092400     IF RS-IX = 1 OR RS-IX = 3
092500         MOVE "X" TO REPORT-LINE(9:1)
092600     ELSE
092700         MOVE "O" TO REPORT-LINE(9:1).
092800     MOVE RS-WINS(RS-IX) TO ED-5.
092900     MOVE RS-LOSSES(RS-IX) TO ED-5B.
093000     MOVE RS-DRAWS(RS-IX) TO ED-5C.
093100     STRING ED-5 "   " ED-5B "  " ED-5C
093200         DELIMITED BY SIZE INTO REPORT-LINE(16:20).
093300     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
093400 6100-EXIT.
093500     EXIT.
093600******************************************************************
093700*  6200-RATING - ENGINE A'S SCORE (A WIN 1, A DRAW HALF) AND THE *
093800*  RATING DIFFERENCE IT IMPLIES, FROM ELO-TABLE.                 *
093900******************************************************************
094000 6200-RATING.
094100     IF GAMES-PLAYED = ZERO
094200         GO TO 6200-EXIT.
094300     COMPUTE SCORE-HALVES = (RS-WINS(1) + RS-WINS(2)) * 2
094400                          + RS-DRAWS(1) + RS-DRAWS(2).
094500     COMPUTE SCORE-PCT ROUNDED =
094600         SCORE-HALVES * 50 / GAMES-PLAYED.
094700     COMPUTE SCORE-WHOLE ROUNDED =
094800         SCORE-HALVES * 50 / GAMES-PLAYED.
094900     IF SCORE-WHOLE > 50
095000         MOVE ELO-POINTS(SCORE-WHOLE - 50) TO ELO-DIFF
095100     ELSE
095200         IF SCORE-WHOLE < 50
095300             COMPUTE ELO-DIFF = 0 - ELO-POINTS(50 - SCORE-WHOLE)
095400         ELSE
095500             MOVE ZERO TO ELO-DIFF
095600         END-IF
095700     END-IF.
095800     MOVE SCORE-PCT TO ED-PCT.
095900     MOVE SPACES TO REPORT-LINE.
096000     STRING "ENGINE A SCORE: " ED-PCT " PERCENT"
096100         DELIMITED BY SIZE INTO REPORT-LINE.
096200     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
096300     MOVE ELO-DIFF TO ED-DIFF.
096400     MOVE SPACES TO REPORT-LINE.
096500     STRING "ESTIMATED RATING DIFFERENCE, A OVER B: " ED-DIFF
096600         DELIMITED BY SIZE INTO REPORT-LINE.
096700     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
096800 6200-EXIT.
096900     EXIT.
097000 6900-PUT-LINE.
097100     WRITE REPORT-RECORD FROM REPORT-LINE.
097200     DISPLAY REPORT-LINE.
097300 6900-EXIT.
097400     EXIT.
097500 END PROGRAM CHKBENCH.
