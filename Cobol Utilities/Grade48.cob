000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRADE48.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GRADE48 - 2048 PUZZLE DIFFICULTY GRADING.  EVERY PUZZLE IN    *
000900*  .2048-PUZZLES IS PLAYED HEADLESSLY MANY TIMES (200 UNLESS     *
001000*  TOLD OTHERWISE) UNDER THE GAME'S OWN RULES: A NEW TILE EACH   *
001100*  TURN (A 4 ONE TIME IN FIVE), SOLVED WHEN A TILE REACHES THE   *
001200*  GOAL WITHIN THE MOVE LIMIT.  EACH MOVE IS THE GAME'S HINT     *
001300*  (EMPTY CELLS AFTER THE SLIDE TIMES 10, PLUS 20 WITH THE       *
001400*  HIGHEST TILE IN A CORNER) THREE TIMES IN FOUR, OTHERWISE A    *
001500*  RANDOM LEGAL SLIDE.  FROM THE SOLVED PLAYS COME THE SOLVE     *
001600*  RATE, THE FEWEST MOVES FOUND AND THE TYPICAL (MEDIAN) MOVES.  *
001700*                                                                *
001800*  GRADES, BY SOLVE RATE:                                        *
001900*    A  75% AND UP       B  40% TO 74%      C  15% TO 39%        *
002000*    D  SOLVED, UNDER 15%                   U  NEVER SOLVED      *
002100*                                                                *
002200*  THE GRADE IS STORED WITH THE PUZZLE ON ITS GOAL LINE, WHICH   *
002300*  THE GAME READS ONLY TO COLUMN 19:                             *
002400*    COLS 21-26 'GRADE '   COL  27    GRADE LETTER               *
002500*    COLS 29-31 RATE %     COLS 33-35 FEWEST   COLS 37-39 MEDIAN *
002600*  N REGRADES ONLY THE PUZZLES WITH NO GRADE YET, A REGRADES     *
002700*  THEM ALL.  THE PLAYS ARE SEEDED BY PUZZLE POSITION SO A       *
002800*  REGRADE OF AN UNCHANGED FILE GIVES THE SAME GRADES.  A BLOCK  *
002900*  THAT DOES NOT LINT IS LEFT ALONE.  REPORT IN GRADE48.RPT;     *
003000*  THE REWRITE IS RECORDED IN THE OPERATOR JOURNAL.  CONTEST48   *
003100*  PUBLISHES BY GRADE FROM WHAT IS STORED HERE.                  *
003200******************************************************************
003300*  MODIFICATION HISTORY                                          *
003400*  10/15/26 OSG  INITIAL VERSION.                                *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL PUZZLE-FILE ASSIGN TO PUZZLE-NAME-X
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS PUZZLE-STATUS.
004300     SELECT REPORT-FILE ASSIGN TO "GRADE48.RPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS REPORT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PUZZLE-FILE.
004900 01  PUZZLE-RECORD           PIC X(40).
005000 FD  REPORT-FILE.
005100 01  REPORT-RECORD           PIC X(80).
005200 WORKING-STORAGE SECTION.
005300 77  PUZZLE-STATUS           PIC X(02).
005400 77  REPORT-STATUS           PIC X(02).
005500 77  PUZZLE-NAME-X           PIC X(20) VALUE ".2048-PUZZLES".
005600 77  EOF-SW                  PIC X(01) VALUE "N".
005700     88  FILE-AT-END         VALUE "Y".
005800 77  RUN-MODE                PIC X(01).
005900     88  REGRADE-ALL         VALUE "A".
006000 77  TRIALS-ANSWER           PIC X(03).
006100 77  TODAY-YMD               PIC 9(08).
006200******************************************************************
006300*  THE WHOLE PUZZLE FILE, SIX LINES PER PUZZLE.                  *
006400******************************************************************
006500 77  LINE-MAX                PIC 9(04) COMP VALUE 1200.
006600 77  LINE-COUNT              PIC 9(04) COMP VALUE ZERO.
006700 77  LINE-IX                 PIC 9(04) COMP.
006800 77  BLOCK-START             PIC 9(04) COMP.
006900 77  GOAL-IX                 PIC 9(04) COMP.
007000 01  LINE-TABLE.
007100     05  LINE-ENTRY          OCCURS 1200 TIMES PIC X(40).
007200 01  GOAL-LINE.
007300     05  GL-TAG              PIC X(05).
007400     05  GL-GOAL             PIC 9(04).
007500     05  GL-MOVES-TAG        PIC X(07).
007600     05  GL-LIMIT            PIC 9(03).
007700     05  FILLER              PIC X(01).
007800     05  GL-GRADE-TAG        PIC X(06).
007900     05  GL-GRADE            PIC X(01).
008000     05  FILLER              PIC X(01).
008100     05  GL-RATE             PIC 9(03).
008200     05  FILLER              PIC X(01).
008300     05  GL-BEST             PIC 9(03).
008400     05  FILLER              PIC X(01).
008500     05  GL-TYPICAL          PIC 9(03).
008600     05  FILLER              PIC X(01).
008700 01  CELL-LINE.
008800     05  CL-CELL-GROUP       OCCURS 4 TIMES.
008900         10  CL-CELL         PIC X(04).
009000         10  FILLER          PIC X(01).
009100     05  FILLER              PIC X(20).
009200******************************************************************
009300*  GRADING STATE FOR ONE PUZZLE.                                 *
009400******************************************************************
009500 77  PUZZLE-NO               PIC 9(04) COMP VALUE ZERO.
009600 77  BLOCK-OK                PIC X(01).
009700 77  KEPT-SW                 PIC X(01).
009800     88  GRADE-KEPT          VALUE "Y".
009900 77  TRIAL-LIMIT             PIC 9(03) VALUE 200.
010000 77  TRIAL-NO                PIC 9(03).
010100 77  SOLVE-COUNT             PIC 9(03).
010200 77  BEST-MOVES              PIC 9(03).
010300 77  TYPICAL-MOVES           PIC 9(03).
010400 77  SOLVE-RATE              PIC 9(03).
010500 77  MEDIAN-RANK             PIC 9(03).
010600 77  RUNNING-SOLVES          PIC 9(03).
010700 77  HIST-IX                 PIC 9(04) COMP.
010800 01  MOVES-HISTOGRAM.
010900     05  SOLVED-AT           OCCURS 999 TIMES PIC 9(03) COMP.
011000 77  GRADED-COUNT            PIC 9(04) VALUE ZERO.
011100 77  KEPT-COUNT              PIC 9(04) VALUE ZERO.
011200 77  SKIPPED-COUNT           PIC 9(04) VALUE ZERO.
011300 77  GRADE-TALLY-IX          PIC 9(01) COMP.
011400 01  GRADE-LETTERS           PIC X(05) VALUE "ABCDU".
011500 01  GRADE-TALLIES.
011600     05  GRADE-TALLY         OCCURS 5 TIMES PIC 9(04).
011700******************************************************************
011800*  HEADLESS PLAY.  THE HINT IS FOLLOWED WHEN THE DRAW IS UNDER   *
011900*  HINT-SHARE.  DIRECTIONS NUMBER AS THE GAME'S HINT DOES:       *
012000*  1 UP, 2 DOWN, 3 LEFT, 4 RIGHT.                                *
012100******************************************************************
012200 77  HINT-SHARE              PIC V99 VALUE .75.
012300 77  RANDOM-FRACTION         PIC V9(09).
012400 77  RANDOM-SEED             PIC 9(09).
012500 77  RANDOM-PICK             PIC 9(02).
012600 77  PLAY-STATE              PIC X(01).
012700     88  PLAY-GOING          VALUE "P".
012800     88  PLAY-SOLVED         VALUE "S".
012900     88  PLAY-FAILED         VALUE "F".
013000 77  MOVES-USED              PIC 9(03).
013100 77  GOAL-TILE               PIC 9(04).
013200 77  MOVE-LIMIT              PIC 9(03).
013300 01  START-GRID.
013400     05  SG-ROW              OCCURS 4 TIMES.
013500         10  SG-CELL         OCCURS 4 TIMES PIC 9(04).
013600 01  PLAY-GRID.
013700     05  PG-ROW              OCCURS 4 TIMES.
013800         10  PG-CELL         OCCURS 4 TIMES PIC 9(04).
013900 01  SAVE-GRID               PIC X(64).
014000 77  ROW-IX                  PIC 9(01) COMP.
014100 77  COL-IX                  PIC 9(01) COMP.
014200 77  EMPTY-COUNT             PIC 9(02).
014300 77  CELL-COUNT              PIC 9(02).
014400 77  SLIDE-DIR               PIC 9(01).
014500 77  CHOSEN-DIR              PIC 9(01).
014600 77  HINT-DIR                PIC 9(01).
014700 77  HINT-SCORE              PIC S9(04).
014800 77  BEST-SCORE              PIC S9(04).
014900 77  BEST-DIR                PIC 9(01).
015000 77  MAX-TILE                PIC 9(04).
015100 77  MAX-ROW                 PIC 9(01).
015200 77  MAX-COL                 PIC 9(01).
015300 77  LEGAL-COUNT             PIC 9(01).
015400 01  LEGAL-DIRS.
015500     05  LEGAL-DIR           OCCURS 4 TIMES PIC 9(01).
015600 77  LINE-NO                 PIC 9(01) COMP.
015700 77  LINE-POS                PIC 9(01) COMP.
015800 77  OUT-POS                 PIC 9(01) COMP.
015900 77  PRIOR-TILE              PIC 9(04).
016000 01  SLIDE-IN.
016100     05  SLIDE-IN-CELL       OCCURS 4 TIMES PIC 9(04).
016200 01  SLIDE-OUT.
016300     05  SLIDE-OUT-CELL      OCCURS 5 TIMES PIC 9(04).
016400******************************************************************
016500*  REPORT.                                                       *
016600******************************************************************
016700 77  ED-NO                   PIC ZZ9.
016800 77  ED-GOAL                 PIC ZZZ9.
016900 77  ED-LIMIT                PIC ZZ9.
017000 77  ED-SOLVED               PIC ZZ9.
017100 77  ED-TRIALS               PIC ZZ9.
017200 77  ED-RATE                 PIC ZZ9.
017300 77  ED-BEST                 PIC ZZ9.
017400 77  ED-TYPICAL              PIC ZZ9.
017500 77  ED-4                    PIC ZZZ9.
017600 01  REPORT-LINE             PIC X(80).
017700******************************************************************
017800*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
017900*  AS OPJNL DECLARES IT.                                         *
018000******************************************************************
018100 01  OPJNL-AREA.
018200     05  OPJ-PROGRAM         PIC X(08).
018300     05  OPJ-MODE            PIC X(08).
018400     05  OPJ-FILE            PIC X(30).
018500     05  OPJ-BEFORE          PIC 9(09).
018600     05  OPJ-AFTER           PIC 9(09).
018700     05  OPJ-UNIT            PIC X(05).
018800     05  OPJ-PARAMS          PIC X(60).
018900 PROCEDURE DIVISION.
019000******************************************************************
019100*  0000-MAINLINE - LOAD, GRADE EACH BLOCK, WRITE BACK.           *
019200******************************************************************
019300 0000-MAINLINE.
019400     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
019500     DISPLAY "2048 PUZZLE GRADING - N=UNGRADED ONLY, A=ALL?".
019600     ACCEPT RUN-MODE.
019700     MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE.
019800     DISPLAY "PLAYS PER PUZZLE (BLANK = 200, MAXIMUM 999)?".
019900     ACCEPT TRIALS-ANSWER.
020000     IF TRIALS-ANSWER NOT = SPACES
020100         COMPUTE TRIAL-LIMIT =
020200             FUNCTION NUMVAL(TRIALS-ANSWER).
020300     IF TRIAL-LIMIT = ZERO
020400         MOVE 200 TO TRIAL-LIMIT.
020500     PERFORM 1000-LOAD-PUZZLES THRU 1000-EXIT.
020600     IF LINE-COUNT < 6
020700         DISPLAY "NO PUZZLES TO GRADE IN .2048-PUZZLES"
020800         STOP RUN.
020900     OPEN OUTPUT REPORT-FILE.
021000     IF REPORT-STATUS NOT = "00"
021100         DISPLAY "CANNOT WRITE GRADE48.RPT STATUS " REPORT-STATUS
021200         STOP RUN.
021300     PERFORM 6000-REPORT-HEADING THRU 6000-EXIT.
021400     PERFORM 2000-ONE-BLOCK THRU 2000-EXIT
021500         VARYING BLOCK-START FROM 1 BY 6
021600         UNTIL BLOCK-START + 5 > LINE-COUNT.
021700     PERFORM 6500-REPORT-TOTALS THRU 6500-EXIT.
021800     CLOSE REPORT-FILE.
021900     IF GRADED-COUNT > ZERO
022000         PERFORM 7000-WRITE-PUZZLES THRU 7000-EXIT
022100         PERFORM 8000-JOURNAL THRU 8000-EXIT.
022200     MOVE GRADED-COUNT TO ED-4.
022300     DISPLAY "GRADE48 COMPLETE - " FUNCTION TRIM(ED-4)
022400             " GRADED - SEE GRADE48.RPT".
022500     STOP RUN.
022600******************************************************************
022700*  1000-LOAD-PUZZLES - THE FILE INTO LINE-TABLE.                 *
022800******************************************************************
022900 1000-LOAD-PUZZLES.
023000     OPEN INPUT PUZZLE-FILE.
023100     IF PUZZLE-STATUS NOT = "00"
023200         IF PUZZLE-STATUS = "05"
023300             CLOSE PUZZLE-FILE
023400         END-IF
023500         GO TO 1000-EXIT.
023600     PERFORM 1100-ONE-LINE THRU 1100-EXIT
023700         UNTIL FILE-AT-END.
023800     CLOSE PUZZLE-FILE.
023900 1000-EXIT.
024000     EXIT.
024100 1100-ONE-LINE.
024200     READ PUZZLE-FILE
024300         AT END
024400             MOVE "Y" TO EOF-SW
024500             GO TO 1100-EXIT
024600     END-READ.
024700     IF LINE-COUNT >= LINE-MAX
024800         DISPLAY "MORE THAN 200 PUZZLES - THE REST ARE NOT GRADED"
024900         MOVE "Y" TO EOF-SW
025000         GO TO 1100-EXIT.
025100     ADD 1 TO LINE-COUNT.
025200     MOVE PUZZLE-RECORD TO LINE-ENTRY(LINE-COUNT).
025300 1100-EXIT.
025400     EXIT.
025500******************************************************************
025600*  2000-ONE-BLOCK - CHECK ONE SIX-LINE PUZZLE, GRADE IT AND PUT  *
025700*  THE GRADE BACK ON ITS GOAL LINE.                              *
025800******************************************************************
025900 2000-ONE-BLOCK.
026000     ADD 1 TO PUZZLE-NO.
026100     COMPUTE GOAL-IX = BLOCK-START + 1.
026200     MOVE LINE-ENTRY(GOAL-IX) TO GOAL-LINE.
026300     MOVE "N" TO KEPT-SW.
026400     PERFORM 2100-CHECK-BLOCK THRU 2100-EXIT.
026500     IF BLOCK-OK NOT = "Y"
026600         ADD 1 TO SKIPPED-COUNT
026700         MOVE "SKIPPED - DOES NOT LINT" TO REPORT-LINE(50:31)
026800         PERFORM 6100-PUZZLE-LINE THRU 6100-EXIT
026900         GO TO 2000-EXIT.
027000     IF GL-GRADE-TAG = "GRADE " AND NOT REGRADE-ALL
027100         ADD 1 TO KEPT-COUNT
027200         MOVE "Y" TO KEPT-SW
027300         PERFORM 6200-GRADE-COLUMNS THRU 6200-EXIT
027400         MOVE "KEPT" TO REPORT-LINE(77:4)
027500         PERFORM 6100-PUZZLE-LINE THRU 6100-EXIT
027600         GO TO 2000-EXIT.
027700     PERFORM 3000-GRADE-PUZZLE THRU 3000-EXIT.
027800     MOVE "GRADE " TO GL-GRADE-TAG.
027900     MOVE SOLVE-RATE TO GL-RATE.
028000     MOVE BEST-MOVES TO GL-BEST.
028100     MOVE TYPICAL-MOVES TO GL-TYPICAL.
028200     MOVE GOAL-LINE TO LINE-ENTRY(GOAL-IX).
028300     ADD 1 TO GRADED-COUNT.
028400     PERFORM 6200-GRADE-COLUMNS THRU 6200-EXIT.
028500     PERFORM 6100-PUZZLE-LINE THRU 6100-EXIT.
028600 2000-EXIT.
028700     EXIT.
028800******************************************************************
028900*  2100-CHECK-BLOCK - THE SAME CHECKS 2048-PUZZLE-EDIT'S LINT    *
029000*  MAKES, AND THE STARTING GRID INTO START-GRID.                 *
029100******************************************************************
029200 2100-CHECK-BLOCK.
029300     MOVE "N" TO BLOCK-OK.
029400     IF LINE-ENTRY(BLOCK-START)(1:20) = SPACES
029500         GO TO 2100-EXIT.
029600     IF GL-TAG NOT = "GOAL " OR GL-GOAL IS NOT NUMERIC
029700      OR GL-MOVES-TAG NOT = " MOVES " OR GL-LIMIT IS NOT NUMERIC
029800         GO TO 2100-EXIT.
029900     IF GL-GOAL = ZERO OR GL-LIMIT = ZERO
030000         GO TO 2100-EXIT.
030100     MOVE GL-GOAL TO GOAL-TILE.
030200     MOVE GL-LIMIT TO MOVE-LIMIT.
030300     MOVE "Y" TO BLOCK-OK.
030400     PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > 4
030500         MOVE LINE-ENTRY(GOAL-IX + ROW-IX) TO CELL-LINE
030600         PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 4
030700             IF CL-CELL(COL-IX) IS NUMERIC
030800                 MOVE CL-CELL(COL-IX) TO SG-CELL(ROW-IX, COL-IX)
030900             ELSE
031000                 MOVE "N" TO BLOCK-OK
031100             END-IF
031200         END-PERFORM
031300     END-PERFORM.
031400 2100-EXIT.
031500     EXIT.
031600******************************************************************
031700*  3000-GRADE-PUZZLE - TRIAL-LIMIT PLAYS, THEN THE FIGURES AND   *
031800*  THE GRADE.  THE MEDIAN COMES FROM A COUNT OF SOLVED PLAYS BY  *
031900*  MOVES USED, SO NOTHING NEEDS SORTING.                         *
032000******************************************************************
032100 3000-GRADE-PUZZLE.
032200     MOVE ZERO TO SOLVE-COUNT TYPICAL-MOVES SOLVE-RATE.
032300     MOVE ZERO TO BEST-MOVES.
032400     PERFORM VARYING HIST-IX FROM 1 BY 1 UNTIL HIST-IX > 999
032500         MOVE ZERO TO SOLVED-AT(HIST-IX)
032600     END-PERFORM.
032700     COMPUTE RANDOM-SEED = PUZZLE-NO * 7919 + 48.
032800     COMPUTE RANDOM-FRACTION = FUNCTION RANDOM(RANDOM-SEED).
032900     PERFORM 3100-ONE-PLAY THRU 3100-EXIT
033000         VARYING TRIAL-NO FROM 1 BY 1
033100         UNTIL TRIAL-NO > TRIAL-LIMIT.
033200     IF SOLVE-COUNT = ZERO
033300         MOVE "U" TO GL-GRADE
033400         GO TO 3000-EXIT.
033500     COMPUTE SOLVE-RATE = SOLVE-COUNT * 100 / TRIAL-LIMIT.
033600     COMPUTE MEDIAN-RANK = (SOLVE-COUNT + 1) / 2.
033700     MOVE ZERO TO RUNNING-SOLVES.
033800     PERFORM VARYING HIST-IX FROM 1 BY 1
033900         UNTIL RUNNING-SOLVES >= MEDIAN-RANK
034000         ADD SOLVED-AT(HIST-IX) TO RUNNING-SOLVES
034100         MOVE HIST-IX TO TYPICAL-MOVES
034200     END-PERFORM.
034300     EVALUATE TRUE
034400         WHEN SOLVE-RATE >= 75
034500             MOVE "A" TO GL-GRADE
034600         WHEN SOLVE-RATE >= 40
034700             MOVE "B" TO GL-GRADE
034800         WHEN SOLVE-RATE >= 15
034900             MOVE "C" TO GL-GRADE
035000         WHEN OTHER
035100             MOVE "D" TO GL-GRADE
035200     END-EVALUATE.
035300 3000-EXIT.
035400     EXIT.
035500******************************************************************
035600*  3100-ONE-PLAY - ONE HEADLESS GAME FROM THE STARTING GRID.     *
035700******************************************************************
035800 3100-ONE-PLAY.
035900     MOVE START-GRID TO PLAY-GRID.
036000     MOVE ZERO TO MOVES-USED.
036100     MOVE "P" TO PLAY-STATE.
036200     PERFORM 3200-ONE-TURN THRU 3200-EXIT
036300         UNTIL NOT PLAY-GOING.
036400     IF NOT PLAY-SOLVED
036500         GO TO 3100-EXIT.
036600     ADD 1 TO SOLVE-COUNT.
036700     ADD 1 TO SOLVED-AT(MOVES-USED).
036800     IF BEST-MOVES = ZERO OR MOVES-USED < BEST-MOVES
036900         MOVE MOVES-USED TO BEST-MOVES.
037000 3100-EXIT.
037100     EXIT.
037200******************************************************************
037300*  3200-ONE-TURN - AS THE GAME TAKES A PUZZLE TURN: NEW TILE,    *
037400*  ONE SLIDE, THEN THE GOAL AND THE MOVE LIMIT.                  *
037500******************************************************************
037600 3200-ONE-TURN.
037700     PERFORM 4000-PLACE-TILE THRU 4000-EXIT.
037800     IF PLAY-FAILED
037900         GO TO 3200-EXIT.
038000     PERFORM 4100-CHOOSE-MOVE THRU 4100-EXIT.
038100     IF CHOSEN-DIR = ZERO
038200         MOVE "F" TO PLAY-STATE
038300         GO TO 3200-EXIT.
038400     MOVE CHOSEN-DIR TO SLIDE-DIR.
038500     PERFORM 5000-SLIDE-GRID THRU 5000-EXIT.
038600     ADD 1 TO MOVES-USED.
038700     PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > 4
038800         PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 4
038900             IF PG-CELL(ROW-IX, COL-IX) >= GOAL-TILE
039000                 MOVE "S" TO PLAY-STATE
039100             END-IF
039200         END-PERFORM
039300     END-PERFORM.
039400     IF PLAY-GOING AND MOVES-USED >= MOVE-LIMIT
039500         MOVE "F" TO PLAY-STATE.
039600 3200-EXIT.
039700     EXIT.
039800******************************************************************
039900*  4000-PLACE-TILE - A 2, OR A 4 ONE TIME IN FIVE, ON A RANDOM   *
040000*  EMPTY CELL.  NO EMPTY CELL ENDS THE PLAY.                     *
040100******************************************************************
040200 4000-PLACE-TILE.
040300     PERFORM 4900-COUNT-EMPTY THRU 4900-EXIT.
040400     IF EMPTY-COUNT = ZERO
040500         MOVE "F" TO PLAY-STATE
040600         GO TO 4000-EXIT.
040700     COMPUTE RANDOM-PICK = FUNCTION RANDOM * EMPTY-COUNT + 1.
040800     MOVE ZERO TO CELL-COUNT.
040900     PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > 4
041000         PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 4
041100             IF PG-CELL(ROW-IX, COL-IX) = ZERO
041200                 ADD 1 TO CELL-COUNT
041300                 IF CELL-COUNT = RANDOM-PICK
041400                     MOVE ROW-IX TO MAX-ROW
041500                     MOVE COL-IX TO MAX-COL
041600                 END-IF
041700             END-IF
041800         END-PERFORM
041900     END-PERFORM.
042000     COMPUTE RANDOM-PICK = FUNCTION RANDOM * 10 + 1.
042100     IF RANDOM-PICK > 8
042200         MOVE 4 TO PG-CELL(MAX-ROW, MAX-COL)
042300     ELSE
042400         MOVE 2 TO PG-CELL(MAX-ROW, MAX-COL).
042500 4000-EXIT.
042600     EXIT.
042700******************************************************************
042800*  4100-CHOOSE-MOVE - TRY ALL FOUR SLIDES AND SCORE EACH THE WAY *
042900*  THE GAME'S HINT DOES (FIRST BEST WINS A TIE).  FOLLOW THE     *
043000*  HINT OR TAKE A RANDOM LEGAL SLIDE.  ZERO WHEN NONE IS LEGAL.  *
043100******************************************************************
043200 4100-CHOOSE-MOVE.
043300     MOVE PLAY-GRID TO SAVE-GRID.
043400     MOVE -99 TO BEST-SCORE.
043500     MOVE ZERO TO BEST-DIR LEGAL-COUNT CHOSEN-DIR.
043600     PERFORM 4200-TRY-ONE-SLIDE THRU 4200-EXIT
043700         VARYING HINT-DIR FROM 1 BY 1
043800         UNTIL HINT-DIR > 4.
043900     IF LEGAL-COUNT = ZERO
044000         GO TO 4100-EXIT.
044100     COMPUTE RANDOM-FRACTION = FUNCTION RANDOM.
044200     IF RANDOM-FRACTION < HINT-SHARE
044300         MOVE BEST-DIR TO CHOSEN-DIR
044400         GO TO 4100-EXIT.
044500     COMPUTE RANDOM-PICK = FUNCTION RANDOM * LEGAL-COUNT + 1.
044600     MOVE LEGAL-DIR(RANDOM-PICK) TO CHOSEN-DIR.
044700 4100-EXIT.
044800     EXIT.
044900 4200-TRY-ONE-SLIDE.
045000     MOVE HINT-DIR TO SLIDE-DIR.
045100     PERFORM 5000-SLIDE-GRID THRU 5000-EXIT.
045200     PERFORM 4300-SCORE-POSITION THRU 4300-EXIT.
045300     IF HINT-SCORE NOT < ZERO
045400         ADD 1 TO LEGAL-COUNT
045500         MOVE HINT-DIR TO LEGAL-DIR(LEGAL-COUNT).
045600     IF HINT-SCORE > BEST-SCORE
045700         MOVE HINT-SCORE TO BEST-SCORE
045800         MOVE HINT-DIR TO BEST-DIR.
045900     MOVE SAVE-GRID TO PLAY-GRID.
046000 4200-EXIT.
046100     EXIT.
046200 4300-SCORE-POSITION.
046300     IF PLAY-GRID = SAVE-GRID
046400         MOVE -1 TO HINT-SCORE
046500         GO TO 4300-EXIT.
046600     PERFORM 4900-COUNT-EMPTY THRU 4900-EXIT.
046700     COMPUTE HINT-SCORE = EMPTY-COUNT * 10.
046800     MOVE ZERO TO MAX-TILE MAX-ROW MAX-COL.
046900     PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > 4
047000         PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 4
047100             IF PG-CELL(ROW-IX, COL-IX) > MAX-TILE
047200                 MOVE PG-CELL(ROW-IX, COL-IX) TO MAX-TILE
047300                 MOVE ROW-IX TO MAX-ROW
047400                 MOVE COL-IX TO MAX-COL
047500             END-IF
047600         END-PERFORM
047700     END-PERFORM.
047800     IF (MAX-ROW = 1 OR MAX-ROW = 4)
047900      AND (MAX-COL = 1 OR MAX-COL = 4)
048000         ADD 20 TO HINT-SCORE.
048100 4300-EXIT.
048200     EXIT.
048300 4900-COUNT-EMPTY.
048400     MOVE ZERO TO EMPTY-COUNT.
048500     PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > 4
048600         PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 4
048700             IF PG-CELL(ROW-IX, COL-IX) = ZERO
048800                 ADD 1 TO EMPTY-COUNT
048900             END-IF
049000         END-PERFORM
049100     END-PERFORM.
049200 4900-EXIT.
049300     EXIT.
049400******************************************************************
049500*  5000-SLIDE-GRID - SLIDE PLAY-GRID IN SLIDE-DIR.  EACH LINE IS *
049600*  LIFTED OUT LEADING EDGE FIRST, CLOSED UP WITH EQUAL           *
049700*  NEIGHBOURS MERGED ONCE (AS THE GAME'S SLIDE PARAGRAPHS DO)    *
049800*  AND PUT BACK.                                                 *
049900******************************************************************
050000 5000-SLIDE-GRID.
050100     PERFORM 5100-SLIDE-ONE-LINE THRU 5100-EXIT
050200         VARYING LINE-NO FROM 1 BY 1
050300         UNTIL LINE-NO > 4.
050400 5000-EXIT.
050500     EXIT.
050600 5100-SLIDE-ONE-LINE.
050700     PERFORM VARYING LINE-POS FROM 1 BY 1 UNTIL LINE-POS > 4
050800         PERFORM 5200-LOCATE-CELL THRU 5200-EXIT
050900         MOVE PG-CELL(ROW-IX, COL-IX) TO SLIDE-IN-CELL(LINE-POS)
051000     END-PERFORM.
051100     MOVE ZERO TO SLIDE-OUT PRIOR-TILE.
051200     MOVE 1 TO OUT-POS.
051300     PERFORM VARYING LINE-POS FROM 1 BY 1 UNTIL LINE-POS > 4
051400         IF SLIDE-IN-CELL(LINE-POS) NOT = ZERO
051500             IF SLIDE-IN-CELL(LINE-POS) = PRIOR-TILE
051600                 COMPUTE SLIDE-OUT-CELL(OUT-POS - 1) =
051700                     SLIDE-OUT-CELL(OUT-POS - 1) * 2
051800                 MOVE ZERO TO PRIOR-TILE
051900             ELSE
052000                 MOVE SLIDE-IN-CELL(LINE-POS)
052100                   TO SLIDE-OUT-CELL(OUT-POS) PRIOR-TILE
052200                 ADD 1 TO OUT-POS
052300             END-IF
052400         END-IF
052500     END-PERFORM.
052600     PERFORM VARYING LINE-POS FROM 1 BY 1 UNTIL LINE-POS > 4
052700         PERFORM 5200-LOCATE-CELL THRU 5200-EXIT
052800         MOVE SLIDE-OUT-CELL(LINE-POS) TO PG-CELL(ROW-IX, COL-IX)
052900     END-PERFORM.
053000 5100-EXIT.
053100     EXIT.
053200 5200-LOCATE-CELL.
053300     EVALUATE SLIDE-DIR
053400         WHEN 1
053500             MOVE LINE-POS TO ROW-IX
053600             MOVE LINE-NO TO COL-IX
053700         WHEN 2
053800             COMPUTE ROW-IX = 5 - LINE-POS
053900             MOVE LINE-NO TO COL-IX
054000         WHEN 3
054100             MOVE LINE-NO TO ROW-IX
054200             MOVE LINE-POS TO COL-IX
054300         WHEN OTHER
054400             MOVE LINE-NO TO ROW-IX
054500             COMPUTE COL-IX = 5 - LINE-POS
054600     END-EVALUATE.
054700 5200-EXIT.
054800     EXIT.
054900******************************************************************
055000*  6000-REPORT-HEADING / 6100-PUZZLE-LINE / 6500-REPORT-TOTALS.  *
055100******************************************************************
055200 6000-REPORT-HEADING.
055300     MOVE ALL "=" TO REPORT-LINE.
055400     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
055500     MOVE TRIAL-LIMIT TO ED-TRIALS.
055600     STRING "2048 PUZZLE GRADES  "
055700            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
055800            "  " ED-TRIALS " PLAYS PER PUZZLE"
055900         DELIMITED BY SIZE INTO REPORT-LINE.
056000     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
056100     MOVE ALL "=" TO REPORT-LINE.
056200     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
056300     STRING "  # PUZZLE               GOAL LIM"
056400            "   SOLVED RATE FEWEST MEDIAN GRADE"
056500         DELIMITED BY SIZE INTO REPORT-LINE.
056600     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
056700 6000-EXIT.
056800     EXIT.
056900 6100-PUZZLE-LINE.
057000     MOVE PUZZLE-NO TO ED-NO.
057100     MOVE ED-NO TO REPORT-LINE(1:3).
057200     MOVE LINE-ENTRY(BLOCK-START)(1:20) TO REPORT-LINE(5:20).
057300     IF BLOCK-OK = "Y"
057400         MOVE GL-GOAL TO ED-GOAL
057500         MOVE GL-LIMIT TO ED-LIMIT
057600         MOVE ED-GOAL TO REPORT-LINE(26:4)
057700         MOVE ED-LIMIT TO REPORT-LINE(31:3).
057800     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
057900 6100-EXIT.
058000     EXIT.
058100 6200-GRADE-COLUMNS.
058200     IF GRADE-KEPT
058300         MOVE "   -" TO REPORT-LINE(35:8)
058400     ELSE
058500         MOVE SOLVE-COUNT TO ED-SOLVED
058600         MOVE TRIAL-LIMIT TO ED-TRIALS
058700         STRING ED-SOLVED "/" ED-TRIALS
058800             DELIMITED BY SIZE INTO REPORT-LINE(35:7).
058900     IF GL-RATE IS NUMERIC
059000         MOVE GL-RATE TO ED-RATE
059100         MOVE ED-RATE TO REPORT-LINE(43:3)
059200         MOVE "%" TO REPORT-LINE(46:1).
059300     IF GL-BEST IS NUMERIC AND GL-BEST > ZERO
059400         MOVE GL-BEST TO ED-BEST
059500         MOVE GL-TYPICAL TO ED-TYPICAL
059600         MOVE ED-BEST TO REPORT-LINE(51:3)
059700         MOVE ED-TYPICAL TO REPORT-LINE(58:3)
059800     ELSE
059900         MOVE "  -" TO REPORT-LINE(51:3)
060000         MOVE "  -" TO REPORT-LINE(58:3).
060100     MOVE GL-GRADE TO REPORT-LINE(65:1).
060200     PERFORM VARYING GRADE-TALLY-IX FROM 1 BY 1
060300         UNTIL GRADE-TALLY-IX > 5
060400         IF GL-GRADE = GRADE-LETTERS(GRADE-TALLY-IX:1)
060500             ADD 1 TO GRADE-TALLY(GRADE-TALLY-IX)
060600         END-IF
060700     END-PERFORM.
060800 6200-EXIT.
060900     EXIT.
061000 6500-REPORT-TOTALS.
061100     MOVE ALL "-" TO REPORT-LINE.
061200     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
061300     MOVE GRADED-COUNT TO ED-4.
061400     STRING "GRADED " ED-4 DELIMITED BY SIZE INTO REPORT-LINE.
061500     MOVE KEPT-COUNT TO ED-4.
061600     STRING "   KEPT " ED-4
061700         DELIMITED BY SIZE INTO REPORT-LINE(12:13).
061800     MOVE SKIPPED-COUNT TO ED-4.
061900     STRING "   SKIPPED " ED-4
062000         DELIMITED BY SIZE INTO REPORT-LINE(25:15).
062100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
062200     MOVE "ON FILE BY GRADE:" TO REPORT-LINE.
062300     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
062400     PERFORM VARYING GRADE-TALLY-IX FROM 1 BY 1
062500         UNTIL GRADE-TALLY-IX > 5
062600         MOVE GRADE-TALLY(GRADE-TALLY-IX) TO ED-4
062700         STRING "  " GRADE-LETTERS(GRADE-TALLY-IX:1) " " ED-4
062800             DELIMITED BY SIZE INTO REPORT-LINE
062900         PERFORM 6900-PUT-LINE THRU 6900-EXIT
063000     END-PERFORM.
063100 6500-EXIT.
063200     EXIT.
063300 6900-PUT-LINE.
063400     WRITE REPORT-RECORD FROM REPORT-LINE.
063500     MOVE SPACES TO REPORT-LINE.
063600 6900-EXIT.
063700     EXIT.
063800******************************************************************
063900*  7000-WRITE-PUZZLES - THE FILE BACK WITH THE NEW GRADES.       *
064000******************************************************************
064100 7000-WRITE-PUZZLES.
064200     OPEN OUTPUT PUZZLE-FILE.
064300     IF PUZZLE-STATUS NOT = "00"
064400         DISPLAY "CANNOT REWRITE .2048-PUZZLES STATUS "
064500                 PUZZLE-STATUS
064600         GO TO 7000-EXIT.
064700     PERFORM VARYING LINE-IX FROM 1 BY 1
064800         UNTIL LINE-IX > LINE-COUNT
064900         WRITE PUZZLE-RECORD FROM LINE-ENTRY(LINE-IX)
065000     END-PERFORM.
065100     CLOSE PUZZLE-FILE.
065200 7000-EXIT.
065300     EXIT.
065400******************************************************************
065500*  8000-JOURNAL - ONE OPERATOR JOURNAL LINE FOR THE REWRITE.     *
065600******************************************************************
065700 8000-JOURNAL.
065800     MOVE SPACES TO OPJNL-AREA.
065900     MOVE "GRADE48" TO OPJ-PROGRAM.
066000     MOVE "GRADE" TO OPJ-MODE.
066100     MOVE ".2048-PUZZLES" TO OPJ-FILE.
066200     MOVE LINE-COUNT TO OPJ-BEFORE.
066300     MOVE LINE-COUNT TO OPJ-AFTER.
066400     MOVE "RECS" TO OPJ-UNIT.
066500     MOVE GRADED-COUNT TO ED-4.
066600     MOVE TRIAL-LIMIT TO ED-TRIALS.
066700     STRING FUNCTION TRIM(ED-4) " PUZZLES GRADED, "
066800            FUNCTION TRIM(ED-TRIALS)
066900            " PLAYS EACH"
067000         DELIMITED BY SIZE INTO OPJ-PARAMS.
067100     CALL "OPJNL" USING OPJNL-AREA.
067200 8000-EXIT.
067300     EXIT.
067400 END PROGRAM GRADE48.
