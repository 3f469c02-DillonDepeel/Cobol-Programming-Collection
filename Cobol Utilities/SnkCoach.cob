000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SNKCOACH.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  SNKCOACH - RUN ANALYSIS OF A SNAKE.REPLAY RECORDING, THE      *
000900*  SNAKE COUNTERPART OF TTSCOACH.  THE RECORDED RUN IS RE-RUN    *
001000*  HEADLESSLY AGAINST ITS MAZE FILE (NAMED IN THE H HEADER) AND  *
001100*  THE WALL MODE IN THE C HEADER, WITH THE SAME MOVEMENT, FOOD   *
001200*  AND COLLISION RULES GC99SNAKE PLAYS BACK WITH.  THE REPORT    *
001300*  SNAKE.COACH.RPT SHOWS:                                        *
001400*    - EACH FOOD CHASE: TICKS AND TURNS TAKEN AGAINST THE        *
001500*      SHORTEST PATH FROM WHERE THE HEAD WAS WHEN THE FOOD       *
001600*      APPEARED (AROUND MAZE WALLS, NO REVERSING, BODY IGNORED)  *
001700*    - HOW OFTEN THE HEAD PASSED WITHIN ONE SQUARE OF A WALL     *
001800*      OR OF ITS OWN BODY                                        *
001900*    - THE SHARE OF THE RUN SPENT IN EACH NINTH OF THE BOARD     *
002000*    - EACH FOOD TYPE SPAWNED, EATEN, LET EXPIRE OR LEFT         *
002100*    - HOW THE RUN ENDED, AND WHERE                              *
002200*  THE FATAL MOVE ITSELF IS NEVER PLAYED BACK BY THE GAME; HERE  *
002300*  IT IS TRIED ON THE RECORDED END TICK, SO A DEATH CAN BE TOLD  *
002400*  FROM A RUN THE PLAYER QUIT.                                   *
002500******************************************************************
002600*  MODIFICATION HISTORY                                          *
002700*  10/15/26 OSG  INITIAL VERSION.                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL REPLAY-FILE ASSIGN TO "SNAKE.REPLAY"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS REPLAY-STATUS.
003600     SELECT OPTIONAL MAZE-FILE ASSIGN TO MAZE-NAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS MAZE-STATUS.
003900     SELECT OPTIONAL REPORT-FILE ASSIGN TO "SNAKE.COACH.RPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS REPORT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  REPLAY-FILE.
004500 01  REPLAY-RECORD           PIC X(48).
004600 FD  MAZE-FILE.
004700 01  MAZE-RECORD             PIC X(25).
004800 FD  REPORT-FILE.
004900 01  REPORT-RECORD           PIC X(100).
005000 WORKING-STORAGE SECTION.
005100 77  REPLAY-STATUS           PIC X(02).
005200 77  MAZE-STATUS             PIC X(02).
005300 77  REPORT-STATUS           PIC X(02).
005400 77  MAZE-NAME               PIC X(40) VALUE SPACES.
005500 77  MAZE-MISSING            PIC X(01) VALUE "N".
005600 77  WALL-MODE               PIC X(01) VALUE "N".
005700     88  HARD-WALLS          VALUE "Y" "y".
005800******************************************************************
005900*  THE BOARD, 13 ROWS BY 25 COLUMNS AS IN THE GAME.  A CELL IS   *
006000*  0 OPEN, 1 SNAKE, 2 FOOD OR 3 MAZE WALL.                       *
006100******************************************************************
006200 77  SIZE-ROW                PIC 9(02) VALUE 13.
006300 77  SIZE-COL                PIC 9(02) VALUE 25.
006400 01  BOARD-TABLE.
006500     05  BRD-ROW OCCURS 13 TIMES.
006600         10  CELL OCCURS 25 TIMES PIC 9(01).
006700 01  SNAKE-BODY.
006800     05  SNAKE-PART OCCURS 325 TIMES.
006900         10  SN-ROW          PIC 9(02).
007000         10  SN-COL          PIC 9(02).
007100 77  SNAKE-LEN               PIC 9(04) COMP VALUE 1.
007200 77  SNAKE-MAX               PIC 9(04) COMP VALUE 325.
007300 77  SN-IX                   PIC 9(04) COMP.
007400 77  MR-IX                   PIC 9(04) COMP.
007500 77  MC-IX                   PIC 9(04) COMP.
007600******************************************************************
007700*  THE REPLAYED RUN.  DIRECTIONS ARE THE GAME'S: 1 UP, 2 LEFT,   *
007800*  3 DOWN, 4 RIGHT.                                              *
007900******************************************************************
008000 77  TICK                    PIC 9(06) VALUE ZERO.
008100 77  CUR-DIR                 PIC 9(01) VALUE 3.
008200 77  FOOD-ROW                PIC 9(02) VALUE 99.
008300 77  FOOD-COL                PIC 9(02) VALUE 99.
008400 77  FOOD-KIND               PIC 9(01) VALUE 1.
008500 77  FOOD-AGE                PIC 9(04) VALUE ZERO.
008600 77  BONUS-LIFE              PIC 9(04) VALUE 40.
008700 77  CREATE-FOOD             PIC X(01) VALUE "Y".
008800 77  SNAKE-GREW              PIC X(01).
008900 77  SLOW-TICKS              PIC 9(04) VALUE ZERO.
009000 77  POINTS                  PIC 9(06) VALUE ZERO.
009100 77  SPEED-MS                PIC S9(05) VALUE ZERO.
009200 77  TOTAL-MS                PIC 9(09) VALUE ZERO.
009300 77  TURN-COUNT              PIC 9(06) VALUE ZERO.
009400 77  LAST-TURN-TICK          PIC 9(06) VALUE ZERO.
009500 77  FINAL-TICK              PIC X(01) VALUE "N".
009600 77  RUN-DONE                PIC X(01) VALUE "N".
009700 77  END-CAUSE               PIC X(01) VALUE SPACE.
009800     88  DIED-ON-EDGE        VALUE "W".
009900     88  DIED-ON-MAZE        VALUE "M".
010000     88  DIED-ON-SELF        VALUE "S".
010100     88  PLAYER-QUIT         VALUE "Q".
010200     88  NO-END-MARKER       VALUE "N".
010300 77  END-ROW                 PIC 9(02) VALUE ZERO.
010400 77  END-COL                 PIC 9(02) VALUE ZERO.
010500 77  END-DIR                 PIC 9(01) VALUE ZERO.
010600 77  MOVES-TOTAL             PIC 9(06) VALUE ZERO.
010700 01  DIR-NAMES.
010800     05  FILLER              PIC X(05) VALUE "UP".
010900     05  FILLER              PIC X(05) VALUE "LEFT".
011000     05  FILLER              PIC X(05) VALUE "DOWN".
011100     05  FILLER              PIC X(05) VALUE "RIGHT".
011200 01  FILLER REDEFINES DIR-NAMES.
011300     05  DIR-NAME OCCURS 4 TIMES PIC X(05).
011400******************************************************************
011500*  THE PENDING RECORDING EVENT, AS THE GAME HOLDS IT.            *
011600******************************************************************
011700 77  EV-PENDING              PIC X(01) VALUE "N".
011800 77  EV-TYPE                 PIC X(01).
011900 77  EV-TICK                 PIC 9(06).
012000 77  EV-A                    PIC 9(02).
012100 77  EV-B                    PIC 9(02).
012200 77  EV-C                    PIC 9(01).
012300******************************************************************
012400*  ONE STEP FROM A CELL: WRAPS AROUND THE EDGE, OR IS OFF THE    *
012500*  BOARD IN HARD-WALL MODE.                                      *
012600******************************************************************
012700 77  STEP-ROW                PIC 9(02).
012800 77  STEP-COL                PIC 9(02).
012900 77  STEP-DIR                PIC 9(01).
013000 77  STEP-NROW               PIC 9(02).
013100 77  STEP-NCOL               PIC 9(02).
013200 77  STEP-OFF                PIC X(01).
013300 77  NEXT-ROW                PIC 9(02).
013400 77  NEXT-COL                PIC 9(02).
013500******************************************************************
013600*  FOOD CHASES.  FO-OUTCOME E EATEN, X EXPIRED, U STILL ON THE   *
013700*  BOARD WHEN THE RUN ENDED.  FO-BEST 9999 IS UNREACHABLE.       *
013800******************************************************************
013900 77  FOOD-MAX                PIC 9(04) COMP VALUE 300.
014000 77  FOOD-COUNT              PIC 9(05) VALUE ZERO.
014100 77  CUR-FOOD                PIC 9(04) COMP VALUE ZERO.
014200 77  FO-IX                   PIC 9(04) COMP.
014300 01  FOOD-TABLE.
014400     05  FOOD-ENTRY OCCURS 300 TIMES.
014500         10  FO-KIND         PIC 9(01).
014600         10  FO-SPAWN        PIC 9(06).
014700         10  FO-TURNS-AT     PIC 9(06).
014800         10  FO-TICKS        PIC 9(06).
014900         10  FO-TURNS        PIC 9(04).
015000         10  FO-BEST         PIC 9(04).
015100         10  FO-BEST-TURNS   PIC 9(04).
015200         10  FO-OUTCOME      PIC X(01).
015300 01  KIND-NAMES.
015400     05  FILLER              PIC X(10) VALUE "PLAIN".
015500     05  FILLER              PIC X(10) VALUE "BONUS $".
015600     05  FILLER              PIC X(10) VALUE "SHRINK -".
015700     05  FILLER              PIC X(10) VALUE "SLOW ~".
015800 01  FILLER REDEFINES KIND-NAMES.
015900     05  KIND-NAME OCCURS 4 TIMES PIC X(10).
016000 01  KIND-TALLIES.
016100     05  KIND-TALLY OCCURS 4 TIMES.
016200         10  KIND-SPAWNED    PIC 9(05).
016300         10  KIND-EATEN      PIC 9(05).
016400         10  KIND-EXPIRED    PIC 9(05).
016500         10  KIND-LEFT       PIC 9(05).
016600 77  KD-IX                   PIC 9(04) COMP.
016700 77  CHASE-COUNT             PIC 9(05) VALUE ZERO.
016800 77  CHASE-TICKS             PIC 9(07) VALUE ZERO.
016900 77  CHASE-BEST              PIC 9(07) VALUE ZERO.
017000 77  CHASE-TURNS             PIC 9(07) VALUE ZERO.
017100 77  CHASE-BEST-TURNS        PIC 9(07) VALUE ZERO.
017200******************************************************************
017300*  THE SHORTEST-PATH SEARCH: A BREADTH-FIRST SEARCH OVER CELL    *
017400*  AND HEADING, FEWEST MOVES FIRST AND THEN FEWEST TURNS.        *
017500*  BG-STEP IS THE MOVE COUNT PLUS ONE, ZERO WHILE UNVISITED.     *
017600******************************************************************
017700 01  BFS-GRID.
017800     05  BG-ROW OCCURS 13 TIMES.
017900         10  BG-COL OCCURS 25 TIMES.
018000             15  BG-HEAD OCCURS 4 TIMES.
018100                 20  BG-STEP     PIC 9(04) COMP.
018200                 20  BG-TURNS    PIC 9(04) COMP.
018300 01  BFS-QUEUE.
018400     05  BFS-ENTRY OCCURS 1300 TIMES.
018500         10  BQ-ROW          PIC 9(02).
018600         10  BQ-COL          PIC 9(02).
018700         10  BQ-DIR          PIC 9(01).
018800 77  Q-HEAD                  PIC 9(04) COMP.
018900 77  Q-TAIL                  PIC 9(04) COMP.
019000 77  BQ-STEP                 PIC 9(04) COMP.
019100 77  BQ-TURNS                PIC 9(04) COMP.
019200 77  NEW-TURNS               PIC 9(04) COMP.
019300 77  ND-IX                   PIC 9(01).
019400 77  REVERSE-DIR             PIC 9(01).
019500******************************************************************
019600*  CLOSE CALLS AND WHERE THE HEAD SPENT ITS TIME.  THE BOARD IS  *
019700*  CUT INTO THIRDS EACH WAY: ROWS 1-4, 5-9, 10-13 AND COLUMNS    *
019800*  1-8, 9-17, 18-25.                                             *
019900******************************************************************
020000 77  NEAR-WALL-TICKS         PIC 9(06) VALUE ZERO.
020100 77  NEAR-SELF-TICKS         PIC 9(06) VALUE ZERO.
020200 77  NEAR-WALL               PIC X(01).
020300 77  NEAR-SELF               PIC X(01).
020400 01  REGION-TABLE.
020500     05  REGION-ROW OCCURS 3 TIMES.
020600         10  REGION-TICKS OCCURS 3 TIMES PIC 9(06).
020700 77  RG-ROW                  PIC 9(01).
020800 77  RG-COL                  PIC 9(01).
020900 01  REGION-ROW-NAMES.
021000     05  FILLER              PIC X(08) VALUE "TOP".
021100     05  FILLER              PIC X(08) VALUE "MIDDLE".
021200     05  FILLER              PIC X(08) VALUE "BOTTOM".
021300 01  FILLER REDEFINES REGION-ROW-NAMES.
021400     05  REGION-ROW-NAME OCCURS 3 TIMES PIC X(08).
021500******************************************************************
021600*  REPORT EDITING.                                               *
021700******************************************************************
021800 77  ED-3                    PIC ZZ9.
021900 77  ED-4                    PIC ZZZ9.
022000 77  ED-4B                   PIC ZZZ9.
022100 77  ED-4C                   PIC ZZZ9.
022200 77  ED-4D                   PIC ZZZ9.
022300 77  ED-5                    PIC ZZZZ9.
022400 77  ED-5B                   PIC ZZZZ9.
022500 77  ED-5C                   PIC ZZZZ9.
022600 77  ED-5D                   PIC ZZZZ9.
022700 77  ED-6                    PIC ZZZZZ9.
022800 77  ED-6B                   PIC ZZZZZ9.
022900 77  ED-PCT                  PIC ZZ9.
023000 77  ED-PCT-B                PIC ZZ9.
023100 77  ED-PCT-C                PIC ZZ9.
023200 77  ED-SECS                 PIC ZZZZZ9.
023300 77  ED-BEST                 PIC X(04).
023400 77  ED-EXTRA                PIC X(05).
023500 77  ED-BEST-TURNS           PIC X(04).
023600 77  ED-OUTCOME              PIC X(10).
023700 77  PCT-WORK                PIC 9(03).
023800 77  EXTRA-WORK              PIC 9(06).
023900 01  REPORT-LINE             PIC X(100).
024000 PROCEDURE DIVISION.
024100******************************************************************
024200*  0000-MAINLINE.                                                *
024300******************************************************************
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     PERFORM 3000-RUN-REPLAY THRU 3000-EXIT.
024700     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
024800     DISPLAY "RUN ANALYSIS WRITTEN TO SNAKE.COACH.RPT".
024900     STOP RUN.
025000******************************************************************
025100*  1000-INITIALIZE - THE TWO HEADER LINES, THE MAZE, AND THE     *
025200*  SNAKE ON ITS START SQUARE HEADING DOWN, AS THE GAME STARTS.   *
025300******************************************************************
025400 1000-INITIALIZE.
025500     MOVE ZEROS TO BOARD-TABLE.
025600     MOVE ZEROS TO KIND-TALLIES.
025700     MOVE ZEROS TO REGION-TABLE.
025800     OPEN INPUT REPLAY-FILE.
025900     IF REPLAY-STATUS NOT = "00"
026000         DISPLAY "NO SNAKE.REPLAY RECORDING TO ANALYZE"
026100         IF REPLAY-STATUS = "05"
026200             CLOSE REPLAY-FILE
026300         END-IF
026400         STOP RUN.
026500     READ REPLAY-FILE
026600         AT END
026700             MOVE SPACES TO REPLAY-RECORD
026800     END-READ.
026900     IF REPLAY-RECORD(1:1) = "H"
027000         MOVE REPLAY-RECORD(3:40) TO MAZE-NAME.
027100     READ REPLAY-FILE
027200         AT END
027300             MOVE SPACES TO REPLAY-RECORD
027400     END-READ.
027500     IF REPLAY-RECORD(1:1) = "C"
027600         MOVE REPLAY-RECORD(6:1) TO WALL-MODE.
027700     IF MAZE-NAME NOT = SPACES
027800         PERFORM 1100-LOAD-MAZE THRU 1100-EXIT.
027900     MOVE 1 TO SN-ROW(1).
028000     MOVE 1 TO SN-COL(1).
028100     MOVE 1 TO CELL(1, 1).
028200     PERFORM 3900-READ-EVENT THRU 3900-EXIT.
028300 1000-EXIT.
028400     EXIT.
028500 1100-LOAD-MAZE.
028600     OPEN INPUT MAZE-FILE.
028700     IF MAZE-STATUS NOT = "00"
028800         MOVE "Y" TO MAZE-MISSING
028900         IF MAZE-STATUS = "05"
029000             CLOSE MAZE-FILE
029100         END-IF
029200         GO TO 1100-EXIT.
029300     PERFORM 1110-ONE-MAZE-ROW THRU 1110-EXIT
029400         VARYING MR-IX FROM 1 BY 1
029500         UNTIL MR-IX > SIZE-ROW OR MAZE-STATUS NOT = "00".
029600     CLOSE MAZE-FILE.
029700 1100-EXIT.
029800     EXIT.
029900 1110-ONE-MAZE-ROW.
030000     READ MAZE-FILE
030100         AT END
030200             MOVE "10" TO MAZE-STATUS
030300             GO TO 1110-EXIT
030400     END-READ.
030500     PERFORM VARYING MC-IX FROM 1 BY 1 UNTIL MC-IX > SIZE-COL
030600         IF MAZE-RECORD(MC-IX:1) = "#"
030700             MOVE 3 TO CELL(MR-IX, MC-IX)
030800         END-IF
030900     END-PERFORM.
031000 1110-EXIT.
031100     EXIT.
031200******************************************************************
031300*  3000-RUN-REPLAY - ONE GAME LOOP PASS PER TICK UNTIL THE RUN   *
031400*  ENDS, THEN THE FOOD STILL ON THE BOARD IS BOOKED AS LEFT.     *
031500******************************************************************
031600 3000-RUN-REPLAY.
031700     PERFORM 3100-ONE-TICK THRU 3100-EXIT
031800         UNTIL RUN-DONE = "Y".
031900     CLOSE REPLAY-FILE.
032000     IF CREATE-FOOD = "N"
032100      AND FOOD-ROW <= SIZE-ROW AND FOOD-COL <= SIZE-COL
032200         ADD 1 TO KIND-LEFT(FOOD-KIND)
032300         IF CUR-FOOD > ZERO
032400             MOVE "U" TO FO-OUTCOME(CUR-FOOD)
032500             COMPUTE FO-TICKS(CUR-FOOD) =
032600                 TICK - FO-SPAWN(CUR-FOOD)
032700             COMPUTE FO-TURNS(CUR-FOOD) =
032800                 TURN-COUNT - FO-TURNS-AT(CUR-FOOD)
032900         END-IF
033000     END-IF.
033100 3000-EXIT.
033200     EXIT.
033300******************************************************************
033400*  3100-ONE-TICK - IN THE GAME'S ORDER: FOOD, BONUS AGEING, PACE,*
033500*  THE TURNS DUE, THEN THE MOVE.  ON THE RECORDED END TICK THE   *
033600*  MOVE IS ONLY TRIED, TO FIND WHAT ENDED THE RUN.               *
033700******************************************************************
033800 3100-ONE-TICK.
033900     ADD 1 TO TICK.
034000     IF CREATE-FOOD = "Y"
034100         PERFORM 3200-PLACE-FOOD THRU 3200-EXIT.
034200     IF FOOD-KIND = 2 AND CREATE-FOOD = "N"
034300         ADD 1 TO FOOD-AGE
034400         IF FOOD-AGE > BONUS-LIFE
034500             PERFORM 3250-BONUS-EXPIRES THRU 3250-EXIT
034600         END-IF
034700     END-IF.
034800     COMPUTE SPEED-MS = 500 - (SNAKE-LEN * 5).
034900     IF SPEED-MS < 100
035000         MOVE 100 TO SPEED-MS.
035100     IF SLOW-TICKS > ZERO
035200         SUBTRACT 1 FROM SLOW-TICKS
035300         ADD 200 TO SPEED-MS.
035400     ADD SPEED-MS TO TOTAL-MS.
035500     IF EV-PENDING NOT = "Y"
035600         MOVE "N" TO END-CAUSE
035700         MOVE SN-ROW(1) TO END-ROW
035800         MOVE SN-COL(1) TO END-COL
035900         MOVE CUR-DIR TO END-DIR
036000         MOVE "Y" TO RUN-DONE
036100         GO TO 3100-EXIT.
036200     PERFORM 3300-APPLY-TURN THRU 3300-EXIT
036300         UNTIL EV-PENDING NOT = "Y" OR EV-TYPE NOT = "D"
036400            OR EV-TICK > TICK.
036500     MOVE "N" TO FINAL-TICK.
036600     IF EV-PENDING = "Y" AND EV-TYPE = "Q" AND EV-TICK <= TICK
036700         MOVE "Y" TO FINAL-TICK.
036800     MOVE SN-ROW(1) TO STEP-ROW.
036900     MOVE SN-COL(1) TO STEP-COL.
037000     MOVE CUR-DIR TO STEP-DIR.
037100     PERFORM 3800-STEP-CELL THRU 3800-EXIT.
037200     MOVE SN-ROW(1) TO END-ROW.
037300     MOVE SN-COL(1) TO END-COL.
037400     MOVE CUR-DIR TO END-DIR.
037500     IF STEP-OFF = "Y"
037600         MOVE "W" TO END-CAUSE
037700         MOVE "Y" TO RUN-DONE
037800         GO TO 3100-EXIT.
037900     MOVE STEP-NROW TO NEXT-ROW.
038000     MOVE STEP-NCOL TO NEXT-COL.
038100     IF CELL(NEXT-ROW, NEXT-COL) = 1
038200         MOVE "S" TO END-CAUSE
038300         MOVE "Y" TO RUN-DONE
038400         GO TO 3100-EXIT.
038500     IF CELL(NEXT-ROW, NEXT-COL) = 3
038600         MOVE "M" TO END-CAUSE
038700         MOVE "Y" TO RUN-DONE
038800         GO TO 3100-EXIT.
038900     IF FINAL-TICK = "Y"
039000         MOVE "Q" TO END-CAUSE
039100         MOVE "Y" TO RUN-DONE
039200         GO TO 3100-EXIT.
039300     PERFORM 3400-MOVE-SNAKE THRU 3400-EXIT.
039400 3100-EXIT.
039500     EXIT.
039600******************************************************************
039700*  3200-PLACE-FOOD - THE RECORDED SPAWN, OR A FOODLESS FIELD     *
039800*  ONCE THE RECORDING HAS NO MORE.  A CHASE STARTS HERE.         *
039900******************************************************************
040000 3200-PLACE-FOOD.
040100     IF EV-PENDING = "Y" AND EV-TYPE = "S"
040200         MOVE EV-A TO FOOD-ROW
040300         MOVE EV-B TO FOOD-COL
040400         MOVE EV-C TO FOOD-KIND
040500         PERFORM 3900-READ-EVENT THRU 3900-EXIT
040600     ELSE
040700         MOVE 99 TO FOOD-ROW
040800         MOVE 99 TO FOOD-COL
040900         MOVE 1 TO FOOD-KIND.
041000     IF FOOD-KIND < 1 OR FOOD-KIND > 4
041100         MOVE 1 TO FOOD-KIND.
041200     MOVE ZERO TO FOOD-AGE.
041300     MOVE "N" TO CREATE-FOOD.
041400     MOVE ZERO TO CUR-FOOD.
041500     IF FOOD-ROW < 1 OR FOOD-ROW > SIZE-ROW
041600      OR FOOD-COL < 1 OR FOOD-COL > SIZE-COL
041700         GO TO 3200-EXIT.
041800     MOVE 2 TO CELL(FOOD-ROW, FOOD-COL).
041900     ADD 1 TO KIND-SPAWNED(FOOD-KIND).
042000     ADD 1 TO FOOD-COUNT.
042100     IF FOOD-COUNT > FOOD-MAX
042200         GO TO 3200-EXIT.
042300     MOVE FOOD-COUNT TO CUR-FOOD.
042400     MOVE FOOD-KIND TO FO-KIND(CUR-FOOD).
042500     MOVE TICK TO FO-SPAWN(CUR-FOOD).
042600     MOVE TURN-COUNT TO FO-TURNS-AT(CUR-FOOD).
042700     MOVE ZERO TO FO-TICKS(CUR-FOOD).
042800     MOVE ZERO TO FO-TURNS(CUR-FOOD).
042900     MOVE "U" TO FO-OUTCOME(CUR-FOOD).
043000     PERFORM 3600-SHORTEST-PATH THRU 3600-EXIT.
043100 3200-EXIT.
043200     EXIT.
043300 3250-BONUS-EXPIRES.
043400     IF FOOD-ROW <= SIZE-ROW AND FOOD-COL <= SIZE-COL
043500         MOVE 0 TO CELL(FOOD-ROW, FOOD-COL)
043600         ADD 1 TO KIND-EXPIRED(2).
043700     IF CUR-FOOD > ZERO
043800         MOVE "X" TO FO-OUTCOME(CUR-FOOD)
043900         COMPUTE FO-TICKS(CUR-FOOD) = TICK - FO-SPAWN(CUR-FOOD)
044000         COMPUTE FO-TURNS(CUR-FOOD) =
044100             TURN-COUNT - FO-TURNS-AT(CUR-FOOD).
044200     MOVE "Y" TO CREATE-FOOD.
044300 3250-EXIT.
044400     EXIT.
044500******************************************************************
044600*  3300-APPLY-TURN - ONE RECORDED DIRECTION CHANGE.              *
044700******************************************************************
044800 3300-APPLY-TURN.
044900     IF EV-A >= 1 AND EV-A <= 4
045000         MOVE EV-A TO CUR-DIR
045100         ADD 1 TO TURN-COUNT
045200         MOVE TICK TO LAST-TURN-TICK.
045300     PERFORM 3900-READ-EVENT THRU 3900-EXIT.
045400 3300-EXIT.
045500     EXIT.
045600******************************************************************
045700*  3400-MOVE-SNAKE - FOOD EFFECTS EXACTLY AS THE GAME APPLIES    *
045800*  THEM, THE BODY SHIFT, THEN THE TALLIES FOR THE NEW HEAD.      *
045900******************************************************************
046000 3400-MOVE-SNAKE.
046100     MOVE "N" TO SNAKE-GREW.
046200     IF NEXT-ROW = FOOD-ROW AND NEXT-COL = FOOD-COL
046300         PERFORM 3450-EAT-FOOD THRU 3450-EXIT.
046400     MOVE 1 TO CELL(NEXT-ROW, NEXT-COL).
046500     IF SNAKE-GREW = "N"
046600         MOVE 0 TO CELL(SN-ROW(SNAKE-LEN), SN-COL(SNAKE-LEN)).
046700     PERFORM VARYING SN-IX FROM SNAKE-LEN BY -1 UNTIL SN-IX = 1
046800         MOVE SNAKE-PART(SN-IX - 1) TO SNAKE-PART(SN-IX)
046900     END-PERFORM.
047000     MOVE NEXT-ROW TO SN-ROW(1).
047100     MOVE NEXT-COL TO SN-COL(1).
047200     ADD 1 TO MOVES-TOTAL.
047300     EVALUATE TRUE
047400         WHEN NEXT-ROW <= 4 MOVE 1 TO RG-ROW
047500         WHEN NEXT-ROW <= 9 MOVE 2 TO RG-ROW
047600         WHEN OTHER         MOVE 3 TO RG-ROW
047700     END-EVALUATE.
047800     EVALUATE TRUE
047900         WHEN NEXT-COL <= 8  MOVE 1 TO RG-COL
048000         WHEN NEXT-COL <= 17 MOVE 2 TO RG-COL
048100         WHEN OTHER          MOVE 3 TO RG-COL
048200     END-EVALUATE.
048300     ADD 1 TO REGION-TICKS(RG-ROW, RG-COL).
048400     PERFORM 3500-CLOSE-CALLS THRU 3500-EXIT.
048500 3400-EXIT.
048600     EXIT.
048700 3450-EAT-FOOD.
048800     EVALUATE FOOD-KIND
048900         WHEN 2
049000             PERFORM 3460-GROW-ONE THRU 3460-EXIT 3 TIMES
049100             MOVE "Y" TO SNAKE-GREW
049200             ADD 50 TO POINTS
049300         WHEN 3
049400             IF SNAKE-LEN >= 3
049500                 MOVE 0 TO CELL(SN-ROW(SNAKE-LEN),
049600                                SN-COL(SNAKE-LEN))
049700                 MOVE 0 TO CELL(SN-ROW(SNAKE-LEN - 1),
049800                                SN-COL(SNAKE-LEN - 1))
049900                 SUBTRACT 2 FROM SNAKE-LEN
050000             END-IF
050100             ADD 5 TO POINTS
050200         WHEN 4
050300             MOVE 30 TO SLOW-TICKS
050400             ADD 20 TO POINTS
050500         WHEN OTHER
050600             PERFORM 3460-GROW-ONE THRU 3460-EXIT
050700             MOVE "Y" TO SNAKE-GREW
050800             ADD 10 TO POINTS
050900     END-EVALUATE.
051000     ADD 1 TO KIND-EATEN(FOOD-KIND).
051100     IF CUR-FOOD > ZERO
051200         MOVE "E" TO FO-OUTCOME(CUR-FOOD)
051300         COMPUTE FO-TICKS(CUR-FOOD) =
051400             TICK - FO-SPAWN(CUR-FOOD) + 1
051500         COMPUTE FO-TURNS(CUR-FOOD) =
051600             TURN-COUNT - FO-TURNS-AT(CUR-FOOD).
051700     MOVE "Y" TO CREATE-FOOD.
051800 3450-EXIT.
051900     EXIT.
052000 3460-GROW-ONE.
052100     IF SNAKE-LEN < SNAKE-MAX
052200         ADD 1 TO SNAKE-LEN
052300         MOVE SNAKE-PART(SNAKE-LEN - 1) TO SNAKE-PART(SNAKE-LEN).
052400 3460-EXIT.
052500     EXIT.
052600******************************************************************
052700*  3500-CLOSE-CALLS - A WALL (OR, WITH HARD WALLS, THE EDGE) OR  *
052800*  A PIECE OF THE BODY OTHER THAN THE NECK ONE SQUARE FROM THE   *
052900*  NEW HEAD.  EACH IS COUNTED AT MOST ONCE A MOVE.               *
053000******************************************************************
053100 3500-CLOSE-CALLS.
053200     MOVE "N" TO NEAR-WALL.
053300     MOVE "N" TO NEAR-SELF.
053400     PERFORM 3510-LOOK-ONE-WAY THRU 3510-EXIT
053500         VARYING ND-IX FROM 1 BY 1 UNTIL ND-IX > 4.
053600     IF NEAR-WALL = "Y"
053700         ADD 1 TO NEAR-WALL-TICKS.
053800     IF NEAR-SELF = "Y"
053900         ADD 1 TO NEAR-SELF-TICKS.
054000 3500-EXIT.
054100     EXIT.
054200 3510-LOOK-ONE-WAY.
054300     MOVE SN-ROW(1) TO STEP-ROW.
054400     MOVE SN-COL(1) TO STEP-COL.
054500     MOVE ND-IX TO STEP-DIR.
054600     PERFORM 3800-STEP-CELL THRU 3800-EXIT.
054700     IF STEP-OFF = "Y"
054800         MOVE "Y" TO NEAR-WALL
054900         GO TO 3510-EXIT.
055000     IF CELL(STEP-NROW, STEP-NCOL) = 3
055100         MOVE "Y" TO NEAR-WALL
055200         GO TO 3510-EXIT.
055300     IF CELL(STEP-NROW, STEP-NCOL) NOT = 1
055400         GO TO 3510-EXIT.
055500     IF SNAKE-LEN > 1
055600      AND STEP-NROW = SN-ROW(2) AND STEP-NCOL = SN-COL(2)
055700         GO TO 3510-EXIT.
055800     MOVE "Y" TO NEAR-SELF.
055900 3510-EXIT.
056000     EXIT.
056100******************************************************************
056200*  3600-SHORTEST-PATH - FROM THE HEAD AND ITS HEADING WHEN THE   *
056300*  FOOD APPEARED.  THE QUEUE IS TAKEN IN ORDER, SO EVERY STATE   *
056400*  AT ONE DISTANCE IS SETTLED BEFORE THE NEXT DISTANCE STARTS.   *
056500******************************************************************
056600 3600-SHORTEST-PATH.
056700     INITIALIZE BFS-GRID.
056800     MOVE SN-ROW(1) TO BQ-ROW(1).
056900     MOVE SN-COL(1) TO BQ-COL(1).
057000     MOVE CUR-DIR TO BQ-DIR(1).
057100     MOVE 1 TO BG-STEP(SN-ROW(1), SN-COL(1), CUR-DIR).
057200     MOVE 0 TO BG-TURNS(SN-ROW(1), SN-COL(1), CUR-DIR).
057300     MOVE 1 TO Q-HEAD.
057400     MOVE 1 TO Q-TAIL.
057500     PERFORM 3610-EXPAND-ONE THRU 3610-EXIT
057600         UNTIL Q-HEAD > Q-TAIL.
057700     MOVE 9999 TO FO-BEST(CUR-FOOD).
057800     MOVE 9999 TO FO-BEST-TURNS(CUR-FOOD).
057900     PERFORM 3650-BEST-ARRIVAL THRU 3650-EXIT
058000         VARYING ND-IX FROM 1 BY 1 UNTIL ND-IX > 4.
058100 3600-EXIT.
058200     EXIT.
058300 3610-EXPAND-ONE.
058400     MOVE BQ-ROW(Q-HEAD) TO STEP-ROW.
058500     MOVE BQ-COL(Q-HEAD) TO STEP-COL.
058600     MOVE BQ-DIR(Q-HEAD) TO STEP-DIR.
058700     ADD 1 TO Q-HEAD.
058800     IF STEP-ROW = FOOD-ROW AND STEP-COL = FOOD-COL
058900         GO TO 3610-EXIT.
059000     MOVE BG-STEP(STEP-ROW, STEP-COL, STEP-DIR) TO BQ-STEP.
059100     MOVE BG-TURNS(STEP-ROW, STEP-COL, STEP-DIR) TO BQ-TURNS.
059200     EVALUATE STEP-DIR
059300         WHEN 1 MOVE 3 TO REVERSE-DIR
059400         WHEN 2 MOVE 4 TO REVERSE-DIR
059500         WHEN 3 MOVE 1 TO REVERSE-DIR
059600         WHEN OTHER MOVE 2 TO REVERSE-DIR
059700     END-EVALUATE.
059800     PERFORM 3620-TRY-HEADING THRU 3620-EXIT
059900         VARYING ND-IX FROM 1 BY 1 UNTIL ND-IX > 4.
060000 3610-EXIT.
060100     EXIT.
060200 3620-TRY-HEADING.
060300     IF ND-IX = REVERSE-DIR
060400         GO TO 3620-EXIT.
060500     MOVE BQ-ROW(Q-HEAD - 1) TO STEP-ROW.
060600     MOVE BQ-COL(Q-HEAD - 1) TO STEP-COL.
060700     MOVE ND-IX TO STEP-DIR.
060800     PERFORM 3800-STEP-CELL THRU 3800-EXIT.
060900     IF STEP-OFF = "Y"
061000         GO TO 3620-EXIT.
061100     IF CELL(STEP-NROW, STEP-NCOL) = 3
061200         GO TO 3620-EXIT.
061300     MOVE BQ-TURNS TO NEW-TURNS.
061400     IF ND-IX NOT = BQ-DIR(Q-HEAD - 1)
061500         ADD 1 TO NEW-TURNS.
061600     IF BG-STEP(STEP-NROW, STEP-NCOL, ND-IX) = ZERO
061700         COMPUTE BG-STEP(STEP-NROW, STEP-NCOL, ND-IX) =
061800             BQ-STEP + 1
061900         MOVE NEW-TURNS TO BG-TURNS(STEP-NROW, STEP-NCOL, ND-IX)
062000         ADD 1 TO Q-TAIL
062100         MOVE STEP-NROW TO BQ-ROW(Q-TAIL)
062200         MOVE STEP-NCOL TO BQ-COL(Q-TAIL)
062300         MOVE ND-IX TO BQ-DIR(Q-TAIL)
062400         GO TO 3620-EXIT.
062500     IF BG-STEP(STEP-NROW, STEP-NCOL, ND-IX) = BQ-STEP + 1
062600      AND NEW-TURNS < BG-TURNS(STEP-NROW, STEP-NCOL, ND-IX)
062700         MOVE NEW-TURNS TO BG-TURNS(STEP-NROW, STEP-NCOL, ND-IX).
062800 3620-EXIT.
062900     EXIT.
063000 3650-BEST-ARRIVAL.
063100     IF BG-STEP(FOOD-ROW, FOOD-COL, ND-IX) = ZERO
063200         GO TO 3650-EXIT.
063300     IF BG-STEP(FOOD-ROW, FOOD-COL, ND-IX) - 1 < FO-BEST(CUR-FOOD)
063400         COMPUTE FO-BEST(CUR-FOOD) =
063500             BG-STEP(FOOD-ROW, FOOD-COL, ND-IX) - 1
063600         MOVE BG-TURNS(FOOD-ROW, FOOD-COL, ND-IX)
063700           TO FO-BEST-TURNS(CUR-FOOD)
063800         GO TO 3650-EXIT.
063900     IF BG-STEP(FOOD-ROW, FOOD-COL, ND-IX) - 1 = FO-BEST(CUR-FOOD)
064000      AND BG-TURNS(FOOD-ROW, FOOD-COL, ND-IX)
064100          < FO-BEST-TURNS(CUR-FOOD)
064200         MOVE BG-TURNS(FOOD-ROW, FOOD-COL, ND-IX)
064300           TO FO-BEST-TURNS(CUR-FOOD).
064400 3650-EXIT.
064500     EXIT.
064600******************************************************************
064700*  3800-STEP-CELL - THE CELL ONE STEP FROM STEP-ROW/STEP-COL IN  *
064800*  STEP-DIR, WRAPPING AS THE GAME DOES UNLESS WALLS ARE HARD.    *
064900******************************************************************
065000 3800-STEP-CELL.
065100     MOVE "N" TO STEP-OFF.
065200     MOVE STEP-ROW TO STEP-NROW.
065300     MOVE STEP-COL TO STEP-NCOL.
065400     EVALUATE STEP-DIR
065500         WHEN 1
065600             IF STEP-ROW = 1
065700                 IF HARD-WALLS
065800                     MOVE "Y" TO STEP-OFF
065900                 ELSE
066000                     MOVE SIZE-ROW TO STEP-NROW
066100                 END-IF
066200             ELSE
066300                 SUBTRACT 1 FROM STEP-ROW GIVING STEP-NROW
066400             END-IF
066500         WHEN 2
066600             IF STEP-COL = 1
066700                 IF HARD-WALLS
066800                     MOVE "Y" TO STEP-OFF
066900                 ELSE
067000                     MOVE SIZE-COL TO STEP-NCOL
067100                 END-IF
067200             ELSE
067300                 SUBTRACT 1 FROM STEP-COL GIVING STEP-NCOL
067400             END-IF
067500         WHEN 3
067600             IF STEP-ROW = SIZE-ROW
067700                 IF HARD-WALLS
067800                     MOVE "Y" TO STEP-OFF
067900                 ELSE
068000                     MOVE 1 TO STEP-NROW
068100                 END-IF
068200             ELSE
068300                 ADD 1 TO STEP-ROW GIVING STEP-NROW
068400             END-IF
068500         WHEN OTHER
068600             IF STEP-COL = SIZE-COL
068700                 IF HARD-WALLS
068800                     MOVE "Y" TO STEP-OFF
068900                 ELSE
069000                     MOVE 1 TO STEP-NCOL
069100                 END-IF
069200             ELSE
069300                 ADD 1 TO STEP-COL GIVING STEP-NCOL
069400             END-IF
069500     END-EVALUATE.
069600 3800-EXIT.
069700     EXIT.
069800******************************************************************
069900*  3900-READ-EVENT - THE NEXT RECORDED EVENT INTO THE PENDING    *
070000*  SLOT, LAID OUT AS THE GAME WRITES IT.                         *
070100******************************************************************
070200 3900-READ-EVENT.
070300     MOVE "N" TO EV-PENDING.
070400     READ REPLAY-FILE
070500         AT END
070600             GO TO 3900-EXIT
070700     END-READ.
070800     MOVE REPLAY-RECORD(1:1) TO EV-TYPE.
070900     MOVE REPLAY-RECORD(3:6) TO EV-TICK.
071000     MOVE REPLAY-RECORD(10:2) TO EV-A.
071100     MOVE REPLAY-RECORD(13:2) TO EV-B.
071200     MOVE REPLAY-RECORD(16:1) TO EV-C.
071300     MOVE "Y" TO EV-PENDING.
071400 3900-EXIT.
071500     EXIT.
071600******************************************************************
071700*  5000-WRITE-REPORT - THE PRINTABLE RUN ANALYSIS.               *
071800******************************************************************
071900 5000-WRITE-REPORT.
072000     OPEN OUTPUT REPORT-FILE.
072100     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
072200         DISPLAY "CANNOT WRITE SNAKE.COACH.RPT"
072300         GO TO 5000-EXIT.
072400     MOVE ALL "-" TO REPORT-LINE.
072500     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
072600     MOVE "SNAKE RUN ANALYSIS (FROM SNAKE.REPLAY)" TO REPORT-LINE.
072700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
072800     MOVE ALL "-" TO REPORT-LINE.
072900     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
073000     IF MAZE-NAME = SPACES
073100         MOVE "MAZE: OPEN FIELD" TO REPORT-LINE
073200     ELSE
073300         STRING "MAZE: " FUNCTION TRIM(MAZE-NAME)
073400             DELIMITED BY SIZE INTO REPORT-LINE
073500         IF MAZE-MISSING = "Y"
073600             STRING FUNCTION TRIM(REPORT-LINE)
073700                    " (NOT FOUND - ANALYZED AS AN OPEN FIELD)"
073800                 DELIMITED BY SIZE INTO REPORT-RECORD
073900             MOVE REPORT-RECORD TO REPORT-LINE
074000         END-IF
074100     END-IF.
074200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
074300     IF HARD-WALLS
074400         MOVE "EDGES: HARD WALLS" TO REPORT-LINE
074500     ELSE
074600         MOVE "EDGES: WRAP AROUND" TO REPORT-LINE.
074700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
074800     MOVE TICK TO ED-6.
074900     COMPUTE ED-SECS = TOTAL-MS / 1000.
075000     STRING "TICKS PLAYED: " ED-6 "  (AT MOST" ED-SECS
075100            " SECONDS AT THE GAME'S PACE)"
075200         DELIMITED BY SIZE INTO REPORT-LINE.
075300     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
075400     MOVE SNAKE-LEN TO ED-5.
075500     MOVE POINTS TO ED-6.
075600     MOVE TURN-COUNT TO ED-6B.
075700     STRING "FINAL LENGTH: " ED-5 "  POINTS: " ED-6
075800            "  TURNS: " ED-6B
075900         DELIMITED BY SIZE INTO REPORT-LINE.
076000     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
076100     PERFORM 5100-HOW-IT-ENDED THRU 5100-EXIT.
076200     PERFORM 5200-FOOD-BY-KIND THRU 5200-EXIT.
076300     PERFORM 5300-FOOD-CHASES THRU 5300-EXIT.
076400     PERFORM 5400-CLOSE-CALLS THRU 5400-EXIT.
076500     PERFORM 5500-REGIONS THRU 5500-EXIT.
076600     MOVE ALL "-" TO REPORT-LINE.
076700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
076800     CLOSE REPORT-FILE.
076900 5000-EXIT.
077000     EXIT.
077100 5100-HOW-IT-ENDED.
077200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
077300     MOVE "HOW THE RUN ENDED" TO REPORT-LINE.
077400     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
077500     EVALUATE TRUE
077600         WHEN DIED-ON-EDGE
077700             MOVE "  DIED: RAN INTO THE EDGE OF THE BOARD"
077800               TO REPORT-LINE
077900         WHEN DIED-ON-MAZE
078000             MOVE "  DIED: RAN INTO A MAZE WALL" TO REPORT-LINE
078100         WHEN DIED-ON-SELF
078200             MOVE "  DIED: RAN INTO ITS OWN BODY" TO REPORT-LINE
078300         WHEN PLAYER-QUIT
078400             MOVE "  NOT A DEATH: THE PLAYER ENDED THE RUN (ESC)"
078500               TO REPORT-LINE
078600         WHEN OTHER
078700             MOVE "  THE RECORDING STOPS WITHOUT ITS END MARKER"
078800               TO REPORT-LINE
078900     END-EVALUATE.
079000     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
079100     MOVE TICK TO ED-6.
079200     MOVE END-ROW TO ED-3.
079300     MOVE END-COL TO ED-4.
079400     MOVE SNAKE-LEN TO ED-5.
079500     IF END-DIR >= 1 AND END-DIR <= 4
079600         STRING "  AT TICK " ED-6 ", HEAD AT ROW" ED-3 " COLUMN"
079700                ED-4 " HEADING " DELIMITED BY SIZE
079800                DIR-NAME(END-DIR) DELIMITED BY SPACE
079900                ", LENGTH" ED-5 DELIMITED BY SIZE
080000             INTO REPORT-LINE
080100         PERFORM 5900-PUT-LINE THRU 5900-EXIT.
080200     IF NOT (DIED-ON-EDGE OR DIED-ON-MAZE OR DIED-ON-SELF)
080300         GO TO 5100-EXIT.
080400     IF TURN-COUNT = ZERO
080500         MOVE "  THE FATAL MOVE WENT STRAIGHT ON, NEVER TURNED"
080600           TO REPORT-LINE
080700     ELSE
080800     IF LAST-TURN-TICK = TICK
080900         MOVE "  THE FATAL MOVE WAS A TURN MADE ON THAT TICK"
081000           TO REPORT-LINE
081100     ELSE
081200         COMPUTE EXTRA-WORK = TICK - LAST-TURN-TICK
081300         MOVE EXTRA-WORK TO ED-6
081400         STRING "  THE FATAL MOVE WENT STRAIGHT ON, " ED-6
081500                " TICK(S) AFTER THE LAST TURN"
081600             DELIMITED BY SIZE INTO REPORT-LINE.
081700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
081800 5100-EXIT.
081900     EXIT.
082000 5200-FOOD-BY-KIND.
082100     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
082200     MOVE "FOOD BY KIND" TO REPORT-LINE.
082300     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
082400     MOVE "  KIND      SPAWNED  EATEN EXPIRED   LEFT"
082500       TO REPORT-LINE.
082600     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
082700     PERFORM 5210-ONE-KIND THRU 5210-EXIT
082800         VARYING KD-IX FROM 1 BY 1 UNTIL KD-IX > 4.
082900 5200-EXIT.
083000     EXIT.
083100 5210-ONE-KIND.
083200     MOVE KIND-SPAWNED(KD-IX) TO ED-5.
083300     MOVE KIND-EATEN(KD-IX) TO ED-5B.
083400     MOVE KIND-EXPIRED(KD-IX) TO ED-5C.
083500     MOVE KIND-LEFT(KD-IX) TO ED-5D.
083600     STRING "  " KIND-NAME(KD-IX) "  " ED-5 "  " ED-5B "   " ED-5C
083700            "  " ED-5D
083800         DELIMITED BY SIZE INTO REPORT-LINE.
083900     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
084000 5210-EXIT.
084100     EXIT.
084200 5300-FOOD-CHASES.
084300     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
084400     STRING "FOOD CHASES (BEST = SHORTEST PATH WHEN THE FOOD"
084500            " APPEARED)"
084600         DELIMITED BY SIZE INTO REPORT-LINE.
084700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
084800     IF FOOD-COUNT = ZERO
084900         MOVE "  NO FOOD APPEARED" TO REPORT-LINE
085000         PERFORM 5900-PUT-LINE THRU 5900-EXIT
085100         GO TO 5300-EXIT.
085200     STRING "    # KIND        SPAWN TICKS BEST"
085300            " EXTRA TURNS BEST OUTCOME"
085400         DELIMITED BY SIZE INTO REPORT-LINE.
085500     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
085600     PERFORM 5310-ONE-CHASE THRU 5310-EXIT
085700         VARYING FO-IX FROM 1 BY 1
085800         UNTIL FO-IX > FOOD-COUNT OR FO-IX > FOOD-MAX.
085900     IF FOOD-COUNT > FOOD-MAX
086000         COMPUTE EXTRA-WORK = FOOD-COUNT - FOOD-MAX
086100         MOVE EXTRA-WORK TO ED-6
086200         STRING "  " ED-6 " LATER FOOD(S) NOT ANALYZED"
086300             DELIMITED BY SIZE INTO REPORT-LINE
086400         PERFORM 5900-PUT-LINE THRU 5900-EXIT.
086500     IF CHASE-COUNT = ZERO
086600         GO TO 5300-EXIT.
086700     MOVE CHASE-COUNT TO ED-5.
086800     MOVE CHASE-TICKS TO ED-6.
086900     MOVE CHASE-BEST TO ED-6B.
087000     STRING "  FOOD EATEN:" ED-5 "  TICKS:" ED-6
087100            "  SHORTEST:" ED-6B
087200         DELIMITED BY SIZE INTO REPORT-LINE.
087300     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
087400     MOVE CHASE-TURNS TO ED-6.
087500     MOVE CHASE-BEST-TURNS TO ED-6B.
087600     STRING "  TURNS TAKEN:" ED-6 "  FEWEST NEEDED:" ED-6B
087700         DELIMITED BY SIZE INTO REPORT-LINE.
087800     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
087900     IF CHASE-BEST > ZERO
088000         COMPUTE PCT-WORK ROUNDED =
088100             (CHASE-TICKS - CHASE-BEST) * 100 / CHASE-BEST
088200         MOVE PCT-WORK TO ED-PCT
088300         STRING "  ROUTES WERE" ED-PCT
088400                "% LONGER THAN THE SHORTEST ON AVERAGE"
088500             DELIMITED BY SIZE INTO REPORT-LINE
088600         PERFORM 5900-PUT-LINE THRU 5900-EXIT.
088700 5300-EXIT.
088800     EXIT.
088900 5310-ONE-CHASE.
089000     MOVE FO-IX TO ED-5.
089100     MOVE FO-SPAWN(FO-IX) TO ED-6.
089200     MOVE FO-TICKS(FO-IX) TO ED-4B.
089300     MOVE FO-TURNS(FO-IX) TO ED-4C.
089400     MOVE SPACES TO ED-BEST ED-EXTRA ED-BEST-TURNS.
089500     IF FO-BEST(FO-IX) = 9999
089600         MOVE "   -" TO ED-BEST
089700         MOVE "    -" TO ED-EXTRA
089800         MOVE "   -" TO ED-BEST-TURNS
089900     ELSE
090000         MOVE FO-BEST(FO-IX) TO ED-4
090100         MOVE ED-4 TO ED-BEST
090200         MOVE FO-BEST-TURNS(FO-IX) TO ED-4D
090300         MOVE ED-4D TO ED-BEST-TURNS
090400         IF FO-OUTCOME(FO-IX) = "E"
090500             IF FO-TICKS(FO-IX) > FO-BEST(FO-IX)
090600                 COMPUTE EXTRA-WORK =
090700                     FO-TICKS(FO-IX) - FO-BEST(FO-IX)
090800             ELSE
090900                 MOVE ZERO TO EXTRA-WORK
091000             END-IF
091100             MOVE EXTRA-WORK TO ED-5B
091200             MOVE ED-5B TO ED-EXTRA
091300         END-IF
091400     END-IF.
091500     EVALUATE FO-OUTCOME(FO-IX)
091600         WHEN "E" MOVE "EATEN" TO ED-OUTCOME
091700         WHEN "X" MOVE "EXPIRED" TO ED-OUTCOME
091800         WHEN OTHER MOVE "NOT EATEN" TO ED-OUTCOME
091900     END-EVALUATE.
092000     STRING ED-5 " " KIND-NAME(FO-KIND(FO-IX)) " " ED-6 "  "
092100            ED-4B " " ED-BEST " " ED-EXTRA "  " ED-4C " "
092200            ED-BEST-TURNS " " ED-OUTCOME
092300         DELIMITED BY SIZE INTO REPORT-LINE.
092400     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
092500     IF FO-OUTCOME(FO-IX) = "E" AND FO-BEST(FO-IX) NOT = 9999
092600         ADD 1 TO CHASE-COUNT
092700         ADD FO-TICKS(FO-IX) TO CHASE-TICKS
092800         ADD FO-BEST(FO-IX) TO CHASE-BEST
092900         ADD FO-TURNS(FO-IX) TO CHASE-TURNS
093000         ADD FO-BEST-TURNS(FO-IX) TO CHASE-BEST-TURNS.
093100 5310-EXIT.
093200     EXIT.
093300 5400-CLOSE-CALLS.
093400     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
093500     MOVE "CLOSE CALLS (ONE SQUARE AWAY AFTER A MOVE)"
093600       TO REPORT-LINE.
093700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
093800     MOVE MOVES-TOTAL TO ED-6.
093900     STRING "  MOVES MADE: " ED-6
094000         DELIMITED BY SIZE INTO REPORT-LINE.
094100     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
094200     MOVE ZERO TO PCT-WORK.
094300     IF MOVES-TOTAL > ZERO
094400         COMPUTE PCT-WORK ROUNDED =
094500             NEAR-WALL-TICKS * 100 / MOVES-TOTAL.
094600     MOVE NEAR-WALL-TICKS TO ED-6.
094700     MOVE PCT-WORK TO ED-PCT.
094800     STRING "  NEXT TO A WALL:      " ED-6
094900            " (" ED-PCT "% OF MOVES)"
095000         DELIMITED BY SIZE INTO REPORT-LINE.
095100     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
095200     MOVE ZERO TO PCT-WORK.
095300     IF MOVES-TOTAL > ZERO
095400         COMPUTE PCT-WORK ROUNDED =
095500             NEAR-SELF-TICKS * 100 / MOVES-TOTAL.
095600     MOVE NEAR-SELF-TICKS TO ED-6.
095700     MOVE PCT-WORK TO ED-PCT.
095800     STRING "  NEXT TO ITS OWN BODY:" ED-6
095900            " (" ED-PCT "% OF MOVES)"
096000         DELIMITED BY SIZE INTO REPORT-LINE.
096100     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
096200 5400-EXIT.
096300     EXIT.
096400 5500-REGIONS.
096500     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
096600     MOVE "SHARE OF MOVES BY BOARD REGION (ROWS 1-4/5-9/10-13,"
096700       TO REPORT-LINE.
096800     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
096900     MOVE "COLUMNS 1-8/9-17/18-25)" TO REPORT-LINE.
097000     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
097100     MOVE "             LEFT CENTRE  RIGHT" TO REPORT-LINE.
097200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
097300     PERFORM 5510-ONE-REGION-ROW THRU 5510-EXIT
097400         VARYING RG-ROW FROM 1 BY 1 UNTIL RG-ROW > 3.
097500 5500-EXIT.
097600     EXIT.
097700 5510-ONE-REGION-ROW.
097800     MOVE ZERO TO ED-PCT ED-PCT-B ED-PCT-C.
097900     IF MOVES-TOTAL > ZERO
098000         COMPUTE PCT-WORK ROUNDED =
098100             REGION-TICKS(RG-ROW, 1) * 100 / MOVES-TOTAL
098200         MOVE PCT-WORK TO ED-PCT
098300         COMPUTE PCT-WORK ROUNDED =
098400             REGION-TICKS(RG-ROW, 2) * 100 / MOVES-TOTAL
098500         MOVE PCT-WORK TO ED-PCT-B
098600         COMPUTE PCT-WORK ROUNDED =
098700             REGION-TICKS(RG-ROW, 3) * 100 / MOVES-TOTAL
098800         MOVE PCT-WORK TO ED-PCT-C.
098900     STRING "  " REGION-ROW-NAME(RG-ROW) "   " ED-PCT "%   "
099000            ED-PCT-B "%   " ED-PCT-C "%"
099100         DELIMITED BY SIZE INTO REPORT-LINE.
099200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
099300 5510-EXIT.
099400     EXIT.
099500 5900-PUT-LINE.
099600     WRITE REPORT-RECORD FROM REPORT-LINE.
099700     MOVE SPACES TO REPORT-LINE.
099800 5900-EXIT.
099900     EXIT.
100000 END PROGRAM SNKCOACH.
