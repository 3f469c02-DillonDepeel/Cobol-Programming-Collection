000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHKBOOK.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CHKBOOK - BUILDS THE CHECKERS OPENING BOOK (CHECKERS.BOOK)    *
000900*  FROM THE GAMES ACTUALLY PLAYED.  READS THE LIVE CHECKERS.LOG, *
001000*  EVERY DATED ARCHIVE LOGKEEP HAS ROLLED IT INTO (FOUND THROUGH *
001100*  THE "DONE" ENTRIES IN LOGKEEP.JNL, AS CHKSTATS DOES), AND THE *
001200*  LAST GAME EXPORTED TO CHECKERS.PDN.                           *
001300*                                                                *
001400*  EACH FINISHED GAME IS REPLAYED FROM THE STANDARD OPENING      *
001500*  SETUP.  FOR THE FIRST BOOK-DEPTH TURNS OF THE X SIDE (THE     *
001600*  SIDE THE COMPUTER PLAYS, WHICH ALWAYS MOVES FIRST) THE        *
001700*  POSITION BEFORE THE TURN AND THE FIRST LEG PLAYED FROM IT ARE *
001800*  TALLIED AGAINST THE GAME'S RESULT: X WON, O WON OR DRAWN.     *
001900*  A GAME WHOSE MOVES DO NOT REPLAY FROM THE OPENING - A RESUMED *
002000*  GAME, A PUZZLE, A CORRESPONDENCE SESSION, A STRETCH OF LOG    *
002100*  LEFT BY A GAME THAT WAS SAVED AND QUIT - IS LEFT OUT.  THE    *
002200*  PDN GAME IS LEFT OUT WHEN THE SAME GAME (SAME DATE, MOVES AND *
002300*  RESULT) HAS ALREADY BEEN READ FROM THE LOG.                   *
002310*  THE BOOK IS FOR THE ENGLISH GAME ONLY: A GAME PLAYED UNDER    *
002320*  RUSSIAN OR BRAZILIAN RULES (NAMED AFTER EACH OF ITS LOG MOVE  *
002330*  LINES, OR A PDN GAMETYPE OTHER THAN 21) IS LEFT OUT TOO.      *
002400*                                                                *
002500*  CHECKERS.BOOK, ONE LINE PER POSITION AND MOVE:                *
002600*    COLS  1-65  POSITION, PACKED AS CHECKERS PACKS IT FOR ITS   *
002700*                REPETITION CHECK (64 SQUARES, THEN SIDE X)      *
002800*    COLS 67-70  MOVE PLAYED: FROM X, FROM Y, TO X, TO Y         *
002900*    COLS 72-76  GAMES    78-82  X WINS    84-88  O WINS         *
003000*    COLS 90-94  DRAWS                                           *
003100*  CHECKERS CONSULTS THE BOOK FOR ITS OWN MOVES UNTIL A POSITION *
003200*  IS NOT IN IT, THEN SEARCHES AS BEFORE.                        *
003300*                                                                *
003400*  THE BOOK IS REBUILT FROM SCRATCH EACH RUN; IT IS A WEEKLY     *
003500*  STEP OF THE NIGHT RUN (RUNBOOK.CFG CALENDAR "SUN").  RETURN   *
003600*  CODE 8 WHEN THE BOOK CANNOT BE WRITTEN.                       *
003700******************************************************************
003800*  MODIFICATION HISTORY                                          *
003900*  10/15/26 OSG  INITIAL VERSION.                                *
003950*  10/15/26 OSG  RUSSIAN AND BRAZILIAN RULE GAMES LEFT OUT.      *
003960*  10/15/26 OSG  PDN MOVE COMMENTS (CHKREVW MARKS) SKIPPED.     *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL LOG-FILE ASSIGN TO LOG-NAME
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS LOG-STATUS.
004800     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "LOGKEEP.JNL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS JOURNAL-STATUS.
005100     SELECT OPTIONAL PDN-FILE ASSIGN TO "CHECKERS.PDN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS PDN-STATUS.
005400     SELECT OPTIONAL BOOK-FILE ASSIGN TO "CHECKERS.BOOK"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS BOOK-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LOG-FILE.
006000 01  LOG-RECORD              PIC X(80).
006100 FD  JOURNAL-FILE.
006200 01  JOURNAL-RECORD.
006300     05  JNL-PHASE           PIC X(08).
006400     05  FILLER              PIC X(01).
006500     05  JNL-FILE-NAME       PIC X(20).
006600     05  FILLER              PIC X(01).
006700     05  JNL-ARCH-NAME       PIC X(30).
006800 FD  PDN-FILE.
006900 01  PDN-RECORD              PIC X(72).
007000 FD  BOOK-FILE.
007100 01  BOOK-RECORD             PIC X(94).
007200 WORKING-STORAGE SECTION.
007300 77  LOG-STATUS              PIC X(02).
007400 77  JOURNAL-STATUS          PIC X(02).
007500 77  PDN-STATUS              PIC X(02).
007600 77  BOOK-STATUS             PIC X(02).
007700 77  LOG-NAME                PIC X(40) VALUE SPACES.
007800 77  EOF-SW                  PIC X(01) VALUE "N".
007900     88  FILE-AT-END         VALUE "Y".
008000 77  JNL-EOF-SW              PIC X(01) VALUE "N".
008100     88  JOURNAL-AT-END      VALUE "Y".
008200******************************************************************
008300*  HOW MANY OF THE X SIDE'S TURNS EACH GAME CONTRIBUTES.         *
008400******************************************************************
008500 77  BOOK-DEPTH              PIC 9(02) VALUE 8.
008600******************************************************************
008700*  THE GAME BEING COLLECTED: EVERY LEG IN ORDER, WHICH SIDE      *
008800*  PLAYED IT, THE DATE OF ITS CLOSING LINE AND THE RESULT.       *
008900******************************************************************
009000 01  LEG-TABLE.
009100     05  LEG-ENTRY OCCURS 400 TIMES.
009200         10  LG-SIDE         PIC X(01).
009300         10  LG-FX           PIC 9(01).
009400         10  LG-FY           PIC 9(01).
009500         10  LG-TX           PIC 9(01).
009600         10  LG-TY           PIC 9(01).
009700 77  LEG-COUNT               PIC 9(03) VALUE ZERO.
009800 77  LEG-IX                  PIC 9(03).
009900 77  LEG-BYTES               PIC 9(04).
010000 77  GAME-DATE               PIC X(08).
010100 77  GAME-RESULT             PIC X(01).
010200 77  GAME-BAD                PIC X(01) VALUE "N".
010300 77  LINE-WHO                PIC X(08).
010400 77  LINE-REST               PIC X(47).
010500 77  LINE-SIDE               PIC X(01).
010600******************************************************************
010700*  THE GAME FROM CHECKERS.PDN, HELD UNTIL THE LOGS HAVE BEEN     *
010800*  READ SO A GAME ALREADY IN THE LOG IS NOT COUNTED TWICE.       *
010900******************************************************************
011000 01  PDN-LEG-TABLE           PIC X(2000).
011100 77  PDN-LEG-COUNT           PIC 9(03) VALUE ZERO.
011200 77  PDN-DATE                PIC X(08) VALUE SPACES.
011300 77  PDN-RESULT              PIC X(01) VALUE SPACE.
011400 77  PDN-LOADED              PIC X(01) VALUE "N".
011500 77  PDN-MATCHED             PIC X(01) VALUE "N".
011600 01  PDN-WORDS.
011700     05  PDN-WORD-1          PIC X(20).
011800     05  PDN-WORD-2          PIC X(20).
011900     05  PDN-WORD-3          PIC X(20).
012000 01  PDN-TOKEN               PIC X(20).
012100 77  TOKEN-SIDE              PIC X(01).
012200 77  TOKEN-PTR               PIC 9(02).
012300 77  SQ-NO                   PIC 9(02).
012400 77  SQ-LESS                 PIC 9(02).
012500 77  SQ-RANK                 PIC 9(02).
012600 77  SQ-POS                  PIC 9(02).
012700 77  SQ-X                    PIC 9(01).
012800 77  SQ-Y                    PIC 9(01).
012900 77  SQ-ODD                  PIC 9(01).
013000 77  FROM-X                  PIC 9(01).
013100 77  FROM-Y                  PIC 9(01).
013200******************************************************************
013300*  THE REPLAY BOARD.  SQUARE VALUES AS IN CHECKERS: -2 X KING,   *
013400*  -1 X MAN, 0 EMPTY, 1 O MAN, 2 O KING; THE OPENING SETUP IS    *
013500*  CHECKERS' OWN INITVALS, REPEATED DOWN THE COLUMNS.            *
013600******************************************************************
013700 01  BOARD.
013800     05  BOARD-COL OCCURS 8 TIMES.
013900         10  BOARD-SQ OCCURS 8 TIMES PIC S9(01).
014000 01  INIT-VALUES             PIC X(32)
014100     VALUE "+1+0+1+0+0+0-1+0+0+1+0+0+0-1+0-1".
014200 01  INIT-TABLE REDEFINES INIT-VALUES.
014300     05  INIT-SQ OCCURS 16 TIMES
014400                             PIC S9(01) SIGN IS LEADING SEPARATE.
014500 77  BD-X                    PIC 9(02).
014600 77  BD-Y                    PIC 9(02).
014700 77  INIT-IX                 PIC 9(02).
014800 77  MID-X                   PIC 9(01).
014900 77  MID-Y                   PIC 9(01).
015000 77  STEP-X                  PIC S9(02).
015100 77  STEP-Y                  PIC S9(02).
015200 77  STEP-SIZE               PIC 9(02).
015300 77  MOVER-PIECE             PIC S9(01).
015400 77  PREV-SIDE               PIC X(01).
015500 77  PREV-TX                 PIC 9(01).
015600 77  PREV-TY                 PIC 9(01).
015700 77  PREV-JUMP               PIC X(01).
015800 77  NEW-TURN                PIC X(01).
015900 77  X-TURNS                 PIC 9(03).
016000 01  POSITION-KEY            PIC X(65).
016100 77  KEY-PTR                 PIC 9(02).
016200 01  GAME-POSITIONS.
016300     05  GP-ENTRY OCCURS 20 TIMES.
016400         10  GP-KEY          PIC X(65).
016500         10  GP-MOVE         PIC X(04).
016600 77  GP-COUNT                PIC 9(02) VALUE ZERO.
016700 77  GP-IX                   PIC 9(02).
016800******************************************************************
016900*  THE BOOK BEING BUILT.  A FULL TABLE STOPS TAKING NEW ENTRIES  *
017000*  (COUNTED IN ENTRIES-DROPPED) BUT STILL TALLIES KNOWN ONES.    *
017100******************************************************************
017200 01  BOOK-TABLE.
017300     05  BOOK-ENTRY OCCURS 3000 TIMES.
017400         10  BK-KEY          PIC X(65).
017500         10  BK-MOVE         PIC X(04).
017600         10  BK-GAMES        PIC 9(05).
017700         10  BK-X-WINS       PIC 9(05).
017800         10  BK-O-WINS       PIC 9(05).
017900         10  BK-DRAWS        PIC 9(05).
018000 77  BOOK-COUNT              PIC 9(04) VALUE ZERO.
018100 77  BK-IX                   PIC 9(04).
018200 77  BK-HIT                  PIC 9(04).
018300 01  BOOK-VIEW.
018400     05  BV-KEY              PIC X(65).
018500     05  FILLER              PIC X(01).
018600     05  BV-MOVE             PIC X(04).
018700     05  FILLER              PIC X(01).
018800     05  BV-GAMES            PIC 9(05).
018900     05  FILLER              PIC X(01).
019000     05  BV-X-WINS           PIC 9(05).
019100     05  FILLER              PIC X(01).
019200     05  BV-O-WINS           PIC 9(05).
019300     05  FILLER              PIC X(01).
019400     05  BV-DRAWS            PIC 9(05).
019500******************************************************************
019600*  RUN TOTALS.                                                   *
019700******************************************************************
019800 77  GAMES-SEEN              PIC 9(07) VALUE ZERO.
019900 77  GAMES-USED              PIC 9(07) VALUE ZERO.
020000 77  GAMES-SKIPPED           PIC 9(07) VALUE ZERO.
020100 77  ENTRIES-DROPPED         PIC 9(07) VALUE ZERO.
020200 77  ED-7                    PIC Z(6)9.
020300 PROCEDURE DIVISION.
020400******************************************************************
020500*  0000-MAINLINE - THE PDN GAME, THE LIVE LOG, EVERY ARCHIVE,    *
020600*  THEN THE PDN GAME IF THE LOGS DID NOT HAVE IT, THEN THE BOOK. *
020700******************************************************************
020800 0000-MAINLINE.
020900     PERFORM 6000-LOAD-PDN THRU 6000-EXIT.
021000     MOVE "CHECKERS.LOG" TO LOG-NAME.
021100     PERFORM 2000-SCAN-ONE-LOG THRU 2000-EXIT.
021200     PERFORM 3000-SCAN-ARCHIVES THRU 3000-EXIT.
021300     PERFORM 6500-ADD-PDN-GAME THRU 6500-EXIT.
021400     PERFORM 7000-WRITE-BOOK THRU 7000-EXIT.
021500     MOVE GAMES-SEEN TO ED-7.
021600     DISPLAY "GAMES FINISHED:        " ED-7.
021700     MOVE GAMES-USED TO ED-7.
021800     DISPLAY "GAMES IN THE BOOK:     " ED-7.
021900     MOVE GAMES-SKIPPED TO ED-7.
022000     DISPLAY "GAMES LEFT OUT:        " ED-7.
022100     MOVE BOOK-COUNT TO ED-7.
022200     DISPLAY "BOOK POSITION/MOVES:   " ED-7.
022300     IF ENTRIES-DROPPED > ZERO
022400         MOVE ENTRIES-DROPPED TO ED-7
022500         DISPLAY "BOOK FULL - DROPPED:   " ED-7.
022600     STOP RUN.
022700******************************************************************
022800*  2000-SCAN-ONE-LOG - ONE PASS OVER THE FILE NAMED IN LOG-NAME. *
022900*  A GAME STILL OPEN AT THE END OF A FILE IS DISCARDED.          *
023000******************************************************************
023100 2000-SCAN-ONE-LOG.
023200     MOVE "N" TO EOF-SW.
023300     PERFORM 2100-RESET-GAME THRU 2100-EXIT.
023400     OPEN INPUT LOG-FILE.
023500     IF LOG-STATUS NOT = "00"
023600         IF LOG-STATUS = "05"
023700             CLOSE LOG-FILE
023800         END-IF
023900         GO TO 2000-EXIT.
024000     PERFORM 2200-ONE-LOG-LINE THRU 2200-EXIT
024100         UNTIL FILE-AT-END.
024200     CLOSE LOG-FILE.
024300 2000-EXIT.
024400     EXIT.
024500 2100-RESET-GAME.
024600     MOVE ZERO TO LEG-COUNT.
024700     MOVE "N" TO GAME-BAD.
024800     MOVE SPACES TO GAME-DATE.
024900     MOVE SPACE TO GAME-RESULT.
025000 2100-EXIT.
025100     EXIT.
025200******************************************************************
025300*  2200-ONE-LOG-LINE - A MOVE LINE ADDS A LEG, A RESULT LINE     *
025400*  CLOSES THE GAME.  THE LINE LAYOUT IS THE ONE CHECKERS'        *
025500*  LOG-MOVE WRITES: DATE(8) SP TIME(8) SP SP WHO(8) THEN THE     *
025600*  TEXT " FROM X,Y TO X,Y".                                      *
025700******************************************************************
025800 2200-ONE-LOG-LINE.
025900     READ LOG-FILE
026000         AT END
026100             MOVE "Y" TO EOF-SW
026200             GO TO 2200-EXIT
026300     END-READ.
026400     IF LOG-RECORD(1:8) IS NOT NUMERIC
026500         GO TO 2200-EXIT.
026600     MOVE LOG-RECORD(20:8) TO LINE-WHO.
026700     MOVE LOG-RECORD(28:47) TO LINE-REST.
026800     PERFORM 2250-SIDE-OF-WHO THRU 2250-EXIT.
026900     EVALUATE TRUE
027000         WHEN LINE-REST(1:6) = " FROM "
027100             PERFORM 2300-TAKE-LEG THRU 2300-EXIT
027200         WHEN LINE-WHO = "GAME DRA"
027300             MOVE "D" TO GAME-RESULT
027400             PERFORM 2400-CLOSE-GAME THRU 2400-EXIT
027500         WHEN LINE-REST(1:5) = " WINS"
027600             MOVE LINE-SIDE TO GAME-RESULT
027700             PERFORM 2400-CLOSE-GAME THRU 2400-EXIT
027800         WHEN LINE-REST(1:9) = " RESIGNED"
027900          OR LINE-REST(1:8) = " BLOCKED"
028000          OR LINE-REST(1:12) = " OUT OF TIME"
028100             IF LINE-SIDE = "X"
028200                 MOVE "O" TO GAME-RESULT
028300             ELSE
028400                 MOVE "X" TO GAME-RESULT
028500             END-IF
028600             PERFORM 2400-CLOSE-GAME THRU 2400-EXIT
028700         WHEN OTHER
028800             CONTINUE
028900     END-EVALUATE.
029000 2200-EXIT.
029100     EXIT.
029200******************************************************************
029300*  2250-SIDE-OF-WHO - O-SIDE IDENTITIES END IN -O; EVERYTHING    *
029400*  ELSE (PLAYER-X, REMOTE-X, COMPUTER) PLAYS THE X PIECES.       *
029500******************************************************************
029600 2250-SIDE-OF-WHO.
029700     IF LINE-WHO = "PLAYER-O" OR LINE-WHO = "REMOTE-O"
029800         MOVE "O" TO LINE-SIDE
029900     ELSE
030000         MOVE "X" TO LINE-SIDE.
030100 2250-EXIT.
030200     EXIT.
030300 2300-TAKE-LEG.
030400     IF LINE-REST(7:1) IS NOT NUMERIC
030500        OR LINE-REST(9:1) IS NOT NUMERIC
030600        OR LINE-REST(14:1) IS NOT NUMERIC
030700        OR LINE-REST(16:1) IS NOT NUMERIC
030800         MOVE "Y" TO GAME-BAD
030900         GO TO 2300-EXIT.
031000     IF LEG-COUNT >= 400
031100         GO TO 2300-EXIT.
031200     ADD 1 TO LEG-COUNT.
031300     MOVE LINE-SIDE TO LG-SIDE(LEG-COUNT).
031400     MOVE LINE-REST(7:1) TO LG-FX(LEG-COUNT).
031500     MOVE LINE-REST(9:1) TO LG-FY(LEG-COUNT).
031600     MOVE LINE-REST(14:1) TO LG-TX(LEG-COUNT).
031700     MOVE LINE-REST(16:1) TO LG-TY(LEG-COUNT).
031750     IF LINE-REST(17:10) NOT = SPACES
031760         MOVE "Y" TO GAME-BAD.
031800 2300-EXIT.
031900     EXIT.
032000******************************************************************
032100*  2400-CLOSE-GAME - A CLOSING LINE WITH NO MOVES BEHIND IT (A   *
032200*  WINS LINE RIGHT AFTER A FORFEIT LINE, SAY) IS NOT A SECOND    *
032300*  GAME.  A LOG GAME THAT IS THE PDN GAME MARKS THE PDN GAME AS  *
032400*  ALREADY COUNTED.                                              *
032500******************************************************************
032600 2400-CLOSE-GAME.
032700     IF LEG-COUNT = ZERO
032800         GO TO 2400-EXIT.
032900     MOVE LOG-RECORD(1:8) TO GAME-DATE.
033000     IF PDN-LOADED = "Y" AND PDN-MATCHED = "N"
033100        AND GAME-DATE = PDN-DATE AND GAME-RESULT = PDN-RESULT
033200        AND LEG-COUNT = PDN-LEG-COUNT
033300         COMPUTE LEG-BYTES = LEG-COUNT * 5
033400         IF LEG-TABLE(1:LEG-BYTES) = PDN-LEG-TABLE(1:LEG-BYTES)
033500             MOVE "Y" TO PDN-MATCHED
033600         END-IF
033700     END-IF.
033800     PERFORM 4000-REPLAY-GAME THRU 4000-EXIT.
033900     PERFORM 2100-RESET-GAME THRU 2100-EXIT.
034000 2400-EXIT.
034100     EXIT.
034200******************************************************************
034300*  3000-SCAN-ARCHIVES - EVERY DATED ARCHIVE OF CHECKERS.LOG THE  *
034400*  JOURNAL SAYS LOGKEEP FINISHED ("DONE").                       *
034500******************************************************************
034600 3000-SCAN-ARCHIVES.
034700     MOVE "N" TO JNL-EOF-SW.
034800     OPEN INPUT JOURNAL-FILE.
034900     IF JOURNAL-STATUS NOT = "00"
035000         IF JOURNAL-STATUS = "05"
035100             CLOSE JOURNAL-FILE
035200         END-IF
035300         GO TO 3000-EXIT.
035400     PERFORM 3100-ONE-JOURNAL-LINE THRU 3100-EXIT
035500         UNTIL JOURNAL-AT-END.
035600     CLOSE JOURNAL-FILE.
035700 3000-EXIT.
035800     EXIT.
035900 3100-ONE-JOURNAL-LINE.
036000     READ JOURNAL-FILE
036100         AT END
036200             MOVE "Y" TO JNL-EOF-SW
036300             GO TO 3100-EXIT
036400     END-READ.
036500     IF JNL-PHASE = "DONE"
036600        AND JNL-FILE-NAME = "CHECKERS.LOG"
036700         MOVE SPACES TO LOG-NAME
036800         MOVE JNL-ARCH-NAME TO LOG-NAME
036900         PERFORM 2000-SCAN-ONE-LOG THRU 2000-EXIT.
037000 3100-EXIT.
037100     EXIT.
037200******************************************************************
037300*  4000-REPLAY-GAME - PLAY THE LEGS IN LEG-TABLE ON A FRESH      *
037400*  BOARD, NOTING THE POSITION AND FIRST LEG OF EACH OF THE X     *
037500*  SIDE'S OPENING TURNS.  A LEG THAT COULD NOT HAVE BEEN PLAYED  *
037600*  ON THE BOARD AS REPLAYED DISQUALIFIES THE WHOLE GAME.         *
037700******************************************************************
037800 4000-REPLAY-GAME.
037900     ADD 1 TO GAMES-SEEN.
038000     IF GAME-BAD = "Y"
038100         ADD 1 TO GAMES-SKIPPED
038200         GO TO 4000-EXIT.
038300     PERFORM 4050-SET-UP-BOARD THRU 4050-EXIT.
038400     MOVE ZERO TO GP-COUNT.
038500     MOVE ZERO TO X-TURNS.
038600     MOVE SPACE TO PREV-SIDE.
038700     MOVE "N" TO PREV-JUMP.
038800     PERFORM 4100-ONE-LEG THRU 4100-EXIT
038900         VARYING LEG-IX FROM 1 BY 1
039000         UNTIL LEG-IX > LEG-COUNT OR GAME-BAD = "Y".
039100     IF GAME-BAD = "Y" OR GP-COUNT = ZERO
039200         ADD 1 TO GAMES-SKIPPED
039300         GO TO 4000-EXIT.
039400     ADD 1 TO GAMES-USED.
039500     PERFORM 4500-TALLY-POSITION THRU 4500-EXIT
039600         VARYING GP-IX FROM 1 BY 1
039700         UNTIL GP-IX > GP-COUNT.
039800 4000-EXIT.
039900     EXIT.
040000 4050-SET-UP-BOARD.
040100     MOVE 1 TO INIT-IX.
040200     PERFORM 4060-SET-UP-COLUMN THRU 4060-EXIT
040300         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
040400 4050-EXIT.
040500     EXIT.
040600 4060-SET-UP-COLUMN.
040700     PERFORM 4070-SET-UP-SQUARE THRU 4070-EXIT
040800         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
040900 4060-EXIT.
041000     EXIT.
041100 4070-SET-UP-SQUARE.
041200     MOVE INIT-SQ(INIT-IX) TO BOARD-SQ(BD-X, BD-Y).
041300     ADD 1 TO INIT-IX.
041400     IF INIT-IX > 16
041500         MOVE 1 TO INIT-IX.
041600 4070-EXIT.
041700     EXIT.
041800******************************************************************
041900*  4100-ONE-LEG - A JUMP BY THE SAME SIDE FROM WHERE ITS LAST    *
042000*  JUMP LANDED CONTINUES THE TURN; ANYTHING ELSE STARTS A NEW    *
042100*  TURN, WHICH MUST BELONG TO THE OTHER SIDE (X FIRST).          *
042200******************************************************************
042300 4100-ONE-LEG.
042400     MOVE LG-FX(LEG-IX) TO FROM-X.
042500     MOVE LG-FY(LEG-IX) TO FROM-Y.
042600     IF FROM-X < 1 OR FROM-X > 8 OR FROM-Y < 1 OR FROM-Y > 8
042700        OR LG-TX(LEG-IX) < 1 OR LG-TX(LEG-IX) > 8
042800        OR LG-TY(LEG-IX) < 1 OR LG-TY(LEG-IX) > 8
042900         MOVE "Y" TO GAME-BAD
043000         GO TO 4100-EXIT.
043100     COMPUTE STEP-X = LG-TX(LEG-IX) - FROM-X.
043200     COMPUTE STEP-Y = LG-TY(LEG-IX) - FROM-Y.
043300     IF STEP-X < 0
043400         COMPUTE STEP-SIZE = 0 - STEP-X
043500     ELSE
043600         MOVE STEP-X TO STEP-SIZE.
043700     IF (STEP-Y NOT = STEP-X AND STEP-Y NOT = 0 - STEP-X)
043800        OR STEP-SIZE < 1 OR STEP-SIZE > 2
043900         MOVE "Y" TO GAME-BAD
044000         GO TO 4100-EXIT.
044100     MOVE "Y" TO NEW-TURN.
044200     IF LG-SIDE(LEG-IX) = PREV-SIDE AND PREV-JUMP = "Y"
044300        AND STEP-SIZE = 2
044400        AND FROM-X = PREV-TX AND FROM-Y = PREV-TY
044500         MOVE "N" TO NEW-TURN.
044600     IF NEW-TURN = "Y"
044700         IF LG-SIDE(LEG-IX) = PREV-SIDE
044800            OR (PREV-SIDE = SPACE AND LG-SIDE(LEG-IX) NOT = "X")
044900             MOVE "Y" TO GAME-BAD
045000             GO TO 4100-EXIT
045100         END-IF
045200         IF LG-SIDE(LEG-IX) = "X"
045300             ADD 1 TO X-TURNS
045400             IF X-TURNS NOT > BOOK-DEPTH
045500                 PERFORM 4200-NOTE-POSITION THRU 4200-EXIT
045600             END-IF
045700         END-IF
045800     END-IF.
045900     MOVE BOARD-SQ(FROM-X, FROM-Y) TO MOVER-PIECE.
046000     IF (LG-SIDE(LEG-IX) = "X" AND MOVER-PIECE NOT < 0)
046100        OR (LG-SIDE(LEG-IX) = "O" AND MOVER-PIECE NOT > 0)
046200        OR BOARD-SQ(LG-TX(LEG-IX), LG-TY(LEG-IX)) NOT = 0
046300         MOVE "Y" TO GAME-BAD
046400         GO TO 4100-EXIT.
046500     MOVE 0 TO BOARD-SQ(FROM-X, FROM-Y).
046600     IF LG-SIDE(LEG-IX) = "X" AND LG-TY(LEG-IX) = 1
046700         MOVE -2 TO MOVER-PIECE.
046800     IF LG-SIDE(LEG-IX) = "O" AND LG-TY(LEG-IX) = 8
046900         MOVE 2 TO MOVER-PIECE.
047000     MOVE MOVER-PIECE TO BOARD-SQ(LG-TX(LEG-IX), LG-TY(LEG-IX)).
047100     MOVE "N" TO PREV-JUMP.
047200     IF STEP-SIZE = 2
047300         COMPUTE MID-X = FROM-X + STEP-X / 2
047400         COMPUTE MID-Y = FROM-Y + STEP-Y / 2
047500         MOVE 0 TO BOARD-SQ(MID-X, MID-Y)
047600         MOVE "Y" TO PREV-JUMP.
047700     MOVE LG-SIDE(LEG-IX) TO PREV-SIDE.
047800     MOVE LG-TX(LEG-IX) TO PREV-TX.
047900     MOVE LG-TY(LEG-IX) TO PREV-TY.
048000 4100-EXIT.
048100     EXIT.
048200******************************************************************
048300*  4200-NOTE-POSITION - THE BOARD BEFORE THIS X TURN, PACKED THE *
048400*  WAY CHECKERS PACKS IT: COLUMN BY COLUMN, A = X KING, B = X    *
048500*  MAN, C = EMPTY, D = O MAN, E = O KING; THEN THE SIDE TO MOVE. *
048600******************************************************************
048700 4200-NOTE-POSITION.
048800     MOVE SPACES TO POSITION-KEY.
048900     MOVE 1 TO KEY-PTR.
049000     PERFORM 4210-PACK-COLUMN THRU 4210-EXIT
049100         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
049200     MOVE "X" TO POSITION-KEY(65:1).
049300     ADD 1 TO GP-COUNT.
049400     MOVE POSITION-KEY TO GP-KEY(GP-COUNT).
049500     MOVE LEG-ENTRY(LEG-IX)(2:4) TO GP-MOVE(GP-COUNT).
049600 4200-EXIT.
049700     EXIT.
049800 4210-PACK-COLUMN.
049900     PERFORM 4220-PACK-SQUARE THRU 4220-EXIT
050000         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
050100 4210-EXIT.
050200     EXIT.
050300 4220-PACK-SQUARE.
050400     EVALUATE BOARD-SQ(BD-X, BD-Y)
050500         WHEN -2 MOVE "A" TO POSITION-KEY(KEY-PTR:1)
050600         WHEN -1 MOVE "B" TO POSITION-KEY(KEY-PTR:1)
050700         WHEN  0 MOVE "C" TO POSITION-KEY(KEY-PTR:1)
050800         WHEN  1 MOVE "D" TO POSITION-KEY(KEY-PTR:1)
050900         WHEN OTHER MOVE "E" TO POSITION-KEY(KEY-PTR:1)
051000     END-EVALUATE.
051100     ADD 1 TO KEY-PTR.
051200 4220-EXIT.
051300     EXIT.
051400******************************************************************
051500*  4500-TALLY-POSITION - ONE OF THE GAME'S POSITION/MOVE PAIRS   *
051600*  INTO THE BOOK WITH THE GAME'S RESULT.                         *
051700******************************************************************
051800 4500-TALLY-POSITION.
051900     MOVE ZERO TO BK-HIT.
052000     PERFORM 4510-TRY-ENTRY THRU 4510-EXIT
052100         VARYING BK-IX FROM 1 BY 1
052200         UNTIL BK-IX > BOOK-COUNT OR BK-HIT NOT = ZERO.
052300     IF BK-HIT = ZERO
052400         IF BOOK-COUNT >= 3000
052500             ADD 1 TO ENTRIES-DROPPED
052600             GO TO 4500-EXIT
052700         END-IF
052800         ADD 1 TO BOOK-COUNT
052900         MOVE BOOK-COUNT TO BK-HIT
053000         MOVE GP-KEY(GP-IX) TO BK-KEY(BK-HIT)
053100         MOVE GP-MOVE(GP-IX) TO BK-MOVE(BK-HIT)
053200         MOVE ZERO TO BK-GAMES(BK-HIT) BK-X-WINS(BK-HIT)
053300                      BK-O-WINS(BK-HIT) BK-DRAWS(BK-HIT)
053400     END-IF.
053500     ADD 1 TO BK-GAMES(BK-HIT).
053600     EVALUATE GAME-RESULT
053700         WHEN "X" ADD 1 TO BK-X-WINS(BK-HIT)
053800         WHEN "O" ADD 1 TO BK-O-WINS(BK-HIT)
053900         WHEN OTHER ADD 1 TO BK-DRAWS(BK-HIT)
054000     END-EVALUATE.
054100 4500-EXIT.
054200     EXIT.
054300 4510-TRY-ENTRY.
054400     IF BK-KEY(BK-IX) = GP-KEY(GP-IX)
054500        AND BK-MOVE(BK-IX) = GP-MOVE(GP-IX)
054600         MOVE BK-IX TO BK-HIT.
054700 4510-EXIT.
054800     EXIT.
054900******************************************************************
055000*  6000-LOAD-PDN - THE GAME IN CHECKERS.PDN, AS CHECKERS WRITES  *
055100*  IT: [Date "YYYY.MM.DD"] AND [Result "..."] TAGS, THEN ONE     *
055200*  NUMBERED MOVE PER LINE ("001. 11-15 22-18", OR "001. ...      *
055300*  22-18" WHEN O MOVES FIRST ON THE LINE), X'S TOKEN FIRST.  A   *
055400*  MULTI-JUMP TOKEN (11x18x25) IS UNFOLDED INTO ITS LEGS.  AN    *
055500*  UNFINISHED ("*") GAME IS NOT USED.                            *
055600******************************************************************
055700 6000-LOAD-PDN.
055800     MOVE "N" TO EOF-SW.
055900     PERFORM 2100-RESET-GAME THRU 2100-EXIT.
056000     OPEN INPUT PDN-FILE.
056100     IF PDN-STATUS NOT = "00"
056200         IF PDN-STATUS = "05"
056300             CLOSE PDN-FILE
056400         END-IF
056500         GO TO 6000-EXIT.
056600     PERFORM 6100-ONE-PDN-LINE THRU 6100-EXIT
056700         UNTIL FILE-AT-END.
056800     CLOSE PDN-FILE.
056900     IF LEG-COUNT = ZERO OR GAME-RESULT = SPACE OR GAME-BAD = "Y"
057000         GO TO 6000-EXIT.
057100     MOVE "Y" TO PDN-LOADED.
057200     MOVE GAME-DATE TO PDN-DATE.
057300     MOVE GAME-RESULT TO PDN-RESULT.
057400     MOVE LEG-COUNT TO PDN-LEG-COUNT.
057500     MOVE LEG-TABLE TO PDN-LEG-TABLE.
057600 6000-EXIT.
057700     EXIT.
057800 6100-ONE-PDN-LINE.
057900     READ PDN-FILE
058000         AT END
058100             MOVE "Y" TO EOF-SW
058200             GO TO 6100-EXIT
058300     END-READ.
058400     IF PDN-RECORD(1:7) = '[Date "'
058500         STRING PDN-RECORD(8:4) PDN-RECORD(13:2) PDN-RECORD(16:2)
058600             DELIMITED BY SIZE INTO GAME-DATE
058700         GO TO 6100-EXIT.
058800     IF PDN-RECORD(1:9) = '[Result "'
058900         EVALUATE TRUE
059000             WHEN PDN-RECORD(10:4) = '1-0"'
059100                 MOVE "O" TO GAME-RESULT
059200             WHEN PDN-RECORD(10:4) = '0-1"'
059300                 MOVE "X" TO GAME-RESULT
059400             WHEN PDN-RECORD(10:8) = '1/2-1/2"'
059500                 MOVE "D" TO GAME-RESULT
059600             WHEN OTHER
059700                 MOVE SPACE TO GAME-RESULT
059800         END-EVALUATE
059900         GO TO 6100-EXIT.
059910     IF PDN-RECORD(1:11) = '[GameType "'
059920         IF PDN-RECORD(12:3) NOT = '21"'
059930             MOVE "Y" TO GAME-BAD
059940         END-IF
059950         GO TO 6100-EXIT.
060000     IF PDN-RECORD(1:1) IS NOT NUMERIC
060100         GO TO 6100-EXIT.
060200     MOVE SPACES TO PDN-WORDS.
060300     UNSTRING PDN-RECORD DELIMITED BY ALL SPACE
060400         INTO PDN-WORD-1 PDN-WORD-2 PDN-WORD-3.
060500     IF PDN-WORD-2 = "..."
060600         MOVE "O" TO TOKEN-SIDE
060700         MOVE PDN-WORD-3 TO PDN-TOKEN
060800         PERFORM 6200-ONE-TOKEN THRU 6200-EXIT
060900         GO TO 6100-EXIT.
061000     MOVE "X" TO TOKEN-SIDE.
061100     MOVE PDN-WORD-2 TO PDN-TOKEN.
061200     PERFORM 6200-ONE-TOKEN THRU 6200-EXIT.
061300     IF PDN-WORD-3 NOT = SPACES AND PDN-WORD-3(1:1) NOT = "{"
061400         MOVE "O" TO TOKEN-SIDE
061500         MOVE PDN-WORD-3 TO PDN-TOKEN
061600         PERFORM 6200-ONE-TOKEN THRU 6200-EXIT.
061700 6100-EXIT.
061800     EXIT.
061900******************************************************************
062000*  6200-ONE-TOKEN - "FF-TT" OR "FFxTTxTT...": TWO-DIGIT SQUARE   *
062100*  NUMBERS 1-32, ONE LEG PER SEPARATOR.                          *
062200******************************************************************
062300 6200-ONE-TOKEN.
062400     IF PDN-TOKEN = SPACES
062500         GO TO 6200-EXIT.
062600     IF PDN-TOKEN(1:2) IS NOT NUMERIC
062700         MOVE "Y" TO GAME-BAD
062800         GO TO 6200-EXIT.
062900     MOVE PDN-TOKEN(1:2) TO SQ-NO.
063000     PERFORM 6300-SQUARE-TO-XY THRU 6300-EXIT.
063100     MOVE SQ-X TO FROM-X.
063200     MOVE SQ-Y TO FROM-Y.
063300     MOVE 3 TO TOKEN-PTR.
063400     PERFORM 6250-ONE-LEG THRU 6250-EXIT
063500         UNTIL TOKEN-PTR > 18.
063600 6200-EXIT.
063700     EXIT.
063800 6250-ONE-LEG.
063900     IF PDN-TOKEN(TOKEN-PTR:1) NOT = "-"
064000        AND PDN-TOKEN(TOKEN-PTR:1) NOT = "x"
064100         MOVE 99 TO TOKEN-PTR
064200         GO TO 6250-EXIT.
064300     IF PDN-TOKEN(TOKEN-PTR + 1:2) IS NOT NUMERIC
064400         MOVE "Y" TO GAME-BAD
064500         MOVE 99 TO TOKEN-PTR
064600         GO TO 6250-EXIT.
064700     MOVE PDN-TOKEN(TOKEN-PTR + 1:2) TO SQ-NO.
064800     PERFORM 6300-SQUARE-TO-XY THRU 6300-EXIT.
064900     IF LEG-COUNT < 400
065000         ADD 1 TO LEG-COUNT
065100         MOVE TOKEN-SIDE TO LG-SIDE(LEG-COUNT)
065200         MOVE FROM-X TO LG-FX(LEG-COUNT)
065300         MOVE FROM-Y TO LG-FY(LEG-COUNT)
065400         MOVE SQ-X TO LG-TX(LEG-COUNT)
065500         MOVE SQ-Y TO LG-TY(LEG-COUNT).
065600     MOVE SQ-X TO FROM-X.
065700     MOVE SQ-Y TO FROM-Y.
065800     ADD 3 TO TOKEN-PTR.
065900 6250-EXIT.
066000     EXIT.
066100******************************************************************
066200*  6300-SQUARE-TO-XY - STANDARD SQUARE NUMBER TO CHECKERS'       *
066300*  (X,Y): RANK 8 HOLDS 1-4, RANK 1 HOLDS 29-32, ASCENDING X      *
066400*  ALONG THE DARK SQUARES (ODD X ON ODD RANKS).  A NUMBER OFF    *
066500*  THE BOARD GIVES (0,0), WHICH THE REPLAY REJECTS.              *
066600******************************************************************
066700 6300-SQUARE-TO-XY.
066800     IF SQ-NO < 1 OR SQ-NO > 32
066900         MOVE 0 TO SQ-X SQ-Y
067000         GO TO 6300-EXIT.
067100     COMPUTE SQ-LESS = SQ-NO - 1.
067200     DIVIDE SQ-LESS BY 4 GIVING SQ-RANK REMAINDER SQ-POS.
067300     COMPUTE SQ-Y = 8 - SQ-RANK.
067400     DIVIDE SQ-Y BY 2 GIVING SQ-LESS REMAINDER SQ-ODD.
067500     IF SQ-ODD = 1
067600         COMPUTE SQ-X = SQ-POS * 2 + 1
067700     ELSE
067800         COMPUTE SQ-X = SQ-POS * 2 + 2.
067900 6300-EXIT.
068000     EXIT.
068100******************************************************************
068200*  6500-ADD-PDN-GAME - THE PDN GAME, UNLESS A LOG GAME WAS IT.   *
068300******************************************************************
068400 6500-ADD-PDN-GAME.
068500     IF PDN-LOADED NOT = "Y"
068600         GO TO 6500-EXIT.
068700     IF PDN-MATCHED = "Y"
068800         DISPLAY "CHECKERS.PDN GAME ALREADY READ FROM THE LOG"
068900         GO TO 6500-EXIT.
069000     PERFORM 2100-RESET-GAME THRU 2100-EXIT.
069100     MOVE PDN-LEG-TABLE TO LEG-TABLE.
069200     MOVE PDN-LEG-COUNT TO LEG-COUNT.
069300     MOVE PDN-RESULT TO GAME-RESULT.
069400     MOVE PDN-DATE TO GAME-DATE.
069500     PERFORM 4000-REPLAY-GAME THRU 4000-EXIT.
069600     DISPLAY "CHECKERS.PDN GAME ADDED".
069700 6500-EXIT.
069800     EXIT.
069900******************************************************************
070000*  7000-WRITE-BOOK - CHECKERS.BOOK REWRITTEN WHOLE.              *
070100******************************************************************
070200 7000-WRITE-BOOK.
070300     OPEN OUTPUT BOOK-FILE.
070400     IF BOOK-STATUS NOT = "00" AND BOOK-STATUS NOT = "05"
070500         DISPLAY "CANNOT WRITE CHECKERS.BOOK, STATUS " BOOK-STATUS
070600         MOVE 8 TO RETURN-CODE
070700         GO TO 7000-EXIT.
070800     PERFORM 7100-ONE-ENTRY THRU 7100-EXIT
070900         VARYING BK-IX FROM 1 BY 1
071000         UNTIL BK-IX > BOOK-COUNT.
071100     CLOSE BOOK-FILE.
071200 7000-EXIT.
071300     EXIT.
071400 7100-ONE-ENTRY.
071500     MOVE SPACES TO BOOK-VIEW.
071600     MOVE BK-KEY(BK-IX) TO BV-KEY.
071700     MOVE BK-MOVE(BK-IX) TO BV-MOVE.
071800     MOVE BK-GAMES(BK-IX) TO BV-GAMES.
071900     MOVE BK-X-WINS(BK-IX) TO BV-X-WINS.
072000     MOVE BK-O-WINS(BK-IX) TO BV-O-WINS.
072100     MOVE BK-DRAWS(BK-IX) TO BV-DRAWS.
072200     WRITE BOOK-RECORD FROM BOOK-VIEW.
072300 7100-EXIT.
072400     EXIT.
072500 END PROGRAM CHKBOOK.
