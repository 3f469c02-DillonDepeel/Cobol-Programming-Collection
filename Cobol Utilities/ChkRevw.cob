000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHKREVW.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CHKREVW - ANNOTATED POST-GAME REVIEW OF A CHECKERS GAME.  THE *
000900*  GAME EXPORTED TO CHECKERS.PDN IS RE-RUN MOVE BY MOVE FROM THE *
001000*  OPENING.  BEFORE EACH MOVE THE COMPUTER PLAYER'S SEARCH (AS   *
001100*  CHKBENCH CARRIES IT, AT THE HARD SETTING) SCORES EVERY MOVE   *
001200*  THE SIDE HAD; THE MOVE PLAYED IS SCORED THE SAME WAY, AND ITS *
001300*  ERROR IS HOW FAR IT FELL SHORT OF THE BEST.  MARKS:           *
001400*    INACCURACY  ERROR OF INACCURACY-MARGIN OR MORE              *
001500*    BLUNDER     ERROR OF BLUNDER-MARGIN OR MORE                 *
001600*    MISSED JUMP A QUIET MOVE WHEN A CAPTURE WAS THERE           *
001700*    MISSED FURTHER JUMP  A CAPTURE STOPPED SHORT WHILE THE      *
001800*                PIECE COULD STILL JUMP (NOT AFTER CROWNING)     *
001900*  THE O SIDE IS SCORED ON THE BOARD TURNED ROUND WITH THE       *
002000*  COLOURS SWAPPED, AS CHKBENCH PLAYS IT.                        *
002100*                                                                *
002200*  OUTPUT:                                                       *
002300*    CHKREVW.RPT   THE ANNOTATED GAME, EACH SIDE'S TOTALS, THEN  *
002400*                  THE PER-PLAYER SUMMARY OVER EVERY REVIEWED    *
002500*                  GAME (AVERAGE ERROR PER MOVE, BLUNDERS,       *
002600*                  INACCURACIES AND MISSED JUMPS PER GAME)       *
002700*    CHECKERS.PDN  REWRITTEN WITH THE MARKS AS MOVE COMMENTS     *
002800*                  ("{BLUNDER -7, BEST 09-14}") AND AN           *
002900*                  [Annotator "CHKREVW"] TAG                     *
003000*    CHKREVW.HST   ONE LINE PER PLAYER PER REVIEWED GAME, THE    *
003100*                  SUMMARY'S SOURCE                              *
003200*  A GAME ALREADY CARRYING THE ANNOTATOR TAG IS REPORTED AGAIN   *
003300*  BUT NOT REWRITTEN OR ADDED TO THE HISTORY A SECOND TIME.  AN  *
003400*  UNFINISHED GAME ("*"), ONE UNDER OTHER THAN ENGLISH RULES, OR *
003500*  ONE THAT DOES NOT REPLAY FROM THE OPENING IS NOT REVIEWED;    *
003600*  THE SUMMARY IS STILL PRINTED.  PLAYERS ARE NAMED BY THE PDN   *
003700*  Black (X) AND White (O) TAGS.  RETURN CODE 8 WHEN THE REPORT  *
003800*  CANNOT BE WRITTEN.                                            *
003900******************************************************************
004000*  MODIFICATION HISTORY                                          *
004100*  10/15/26 OSG  INITIAL VERSION.                                *
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL PDN-FILE ASSIGN TO "CHECKERS.PDN"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS PDN-STATUS.
005000     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "CHKREVW.HST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS HISTORY-STATUS.
005300     SELECT OPTIONAL REPORT-FILE ASSIGN TO "CHKREVW.RPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS REPORT-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PDN-FILE.
005900 01  PDN-RECORD              PIC X(72).
006000 FD  HISTORY-FILE.
006100 01  HISTORY-RECORD.
006200     05  HS-DATE             PIC X(08).
006300     05  FILLER              PIC X(01).
006400     05  HS-NAME             PIC X(20).
006500     05  FILLER              PIC X(01).
006600     05  HS-SIDE             PIC X(01).
006700     05  FILLER              PIC X(01).
006800     05  HS-MOVES            PIC 9(03).
006900     05  FILLER              PIC X(01).
007000     05  HS-ERROR            PIC 9(05).
007100     05  FILLER              PIC X(01).
007200     05  HS-INACCURACIES     PIC 9(03).
007300     05  FILLER              PIC X(01).
007400     05  HS-BLUNDERS         PIC 9(03).
007500     05  FILLER              PIC X(01).
007600     05  HS-MISSED           PIC 9(03).
007700 FD  REPORT-FILE.
007800 01  REPORT-RECORD           PIC X(80).
007900 WORKING-STORAGE SECTION.
008000 77  PDN-STATUS              PIC X(02).
008100 77  HISTORY-STATUS          PIC X(02).
008200 77  REPORT-STATUS           PIC X(02).
008300 77  EOF-SW                  PIC X(01) VALUE "N".
008400     88  FILE-AT-END         VALUE "Y".
008500******************************************************************
008600*  THE REVIEW SETTINGS: THE SEARCH'S DEPTH AND CAPTURE SCORE     *
008700*  (CHECKERS' HARD SETTING) AND THE ERROR MARGINS FOR THE MARKS. *
008800******************************************************************
008900 77  REVIEW-DEPTH            PIC 9(01) VALUE 3.
009000 77  REVIEW-JUMP             PIC 9(02) VALUE 5.
009100 77  INACCURACY-MARGIN       PIC 9(02) VALUE 3.
009200 77  BLUNDER-MARGIN          PIC 9(02) VALUE 5.
009300******************************************************************
009400*  THE GAME FROM CHECKERS.PDN: ITS TAG LINES, NAMES, DATE AND    *
009500*  RESULT, ONE ENTRY PER MOVE (A MULTI-JUMP IS ONE MOVE) AND     *
009600*  EVERY LEG OF EVERY MOVE.                                      *
009700******************************************************************
009800 01  TAG-TABLE.
009900     05  TAG-LINE OCCURS 20 TIMES PIC X(72).
010000 77  TAG-COUNT               PIC 9(02) VALUE ZERO.
010100 77  TAG-IX                  PIC 9(02).
010200 77  BLACK-NAME              PIC X(20) VALUE "COMPUTER".
010300 77  WHITE-NAME              PIC X(20) VALUE "ANONYMOUS".
010400 77  GAME-DATE               PIC X(08) VALUE SPACES.
010500 77  GAME-RESULT             PIC X(01) VALUE SPACE.
010600 77  RESULT-TEXT             PIC X(07) VALUE SPACES.
010700 77  GAME-BAD                PIC X(01) VALUE "N".
010800 77  GAME-ANNOTATED          PIC X(01) VALUE "N".
010900 77  GAME-REVIEWED           PIC X(01) VALUE "N".
011000 01  TURN-TABLE.
011100     05  TURN-ENTRY OCCURS 200 TIMES.
011200         10  TN-SIDE         PIC X(01).
011300         10  TN-NUMBER       PIC X(04).
011400         10  TN-TOKEN        PIC X(20).
011500         10  TN-FIRST-LEG    PIC 9(03).
011600         10  TN-LEGS         PIC 9(02).
011700         10  TN-SCORE        PIC S9(03).
011800         10  TN-BEST-SCORE   PIC S9(03).
011900         10  TN-BEST         PIC X(05).
012000         10  TN-ERROR        PIC 9(03).
012100         10  TN-MARK         PIC X(01).
012200         10  TN-MISSED       PIC X(01).
012300         10  TN-FURTHER      PIC X(01).
012400         10  TN-COMMENT      PIC X(40).
012500 77  TURN-COUNT              PIC 9(03) VALUE ZERO.
012600 77  TURN-IX                 PIC 9(03).
012700 01  LEG-TABLE.
012800     05  LEG-ENTRY OCCURS 400 TIMES.
012900         10  LG-FX           PIC 9(01).
013000         10  LG-FY           PIC 9(01).
013100         10  LG-TX           PIC 9(01).
013200         10  LG-TY           PIC 9(01).
013300 77  LEG-COUNT               PIC 9(03) VALUE ZERO.
013400 77  LEG-IX                  PIC 9(03).
013500 77  LEG-LAST                PIC 9(03).
013600 01  PDN-WORDS.
013700     05  PDN-WORD-1          PIC X(20).
013800     05  PDN-WORD-2          PIC X(20).
013900     05  PDN-WORD-3          PIC X(20).
014000 01  PDN-TOKEN               PIC X(20).
014100 77  TOKEN-SIDE              PIC X(01).
014200 77  TOKEN-NUMBER            PIC X(04).
014300 77  TOKEN-PTR               PIC 9(02).
014400 77  SQ-NO                   PIC 9(02).
014500 77  SQ-LESS                 PIC 9(02).
014600 77  SQ-RANK                 PIC 9(02).
014700 77  SQ-POS                  PIC 9(02).
014800 77  SQ-X                    PIC 9(01).
014900 77  SQ-Y                    PIC 9(01).
015000 77  SQ-ODD                  PIC 9(01).
015100 77  FROM-X                  PIC 9(01).
015200 77  FROM-Y                  PIC 9(01).
015300******************************************************************
015400*  THE REPLAY BOARD AND THE SEARCH BOARD.  SQUARE VALUES AS IN   *
015500*  CHECKERS: -2 X KING, -1 X MAN, 0 EMPTY, 1 O MAN, 2 O KING.    *
015600*  THE SEARCH BOARD HAS THE SIDE TO MOVE AS X, MOVING DOWN.      *
015700******************************************************************
015800 01  BOARD.
015900     05  BOARD-COL OCCURS 8 TIMES.
016000         10  BOARD-SQ OCCURS 8 TIMES PIC S9(01).
016100 01  WORK-BOARD.
016200     05  WORK-COL OCCURS 8 TIMES.
016300         10  WORK-SQ OCCURS 8 TIMES PIC S9(01).
016400 01  INIT-VALUES             PIC X(32)
016500     VALUE "+1+0+1+0+0+0-1+0+0+1+0+0+0-1+0-1".
016600 01  INIT-TABLE REDEFINES INIT-VALUES.
016700     05  INIT-SQ OCCURS 16 TIMES
016800                             PIC S9(01) SIGN IS LEADING SEPARATE.
016900 77  INIT-IX                 PIC 9(02).
017000 77  BD-X                    PIC 9(02).
017100 77  BD-Y                    PIC 9(02).
017200 77  MIRROR-X                PIC 9(02).
017300 77  MIRROR-Y                PIC 9(02).
017400 77  STEP-X                  PIC S9(02).
017500 77  STEP-Y                  PIC S9(02).
017600 77  STEP-SIZE               PIC 9(02).
017700 77  MOVER-PIECE             PIC S9(01).
017800 77  START-PIECE             PIC S9(01).
017900 77  LANDED-X                PIC 9(01).
018000 77  LANDED-Y                PIC 9(01).
018100******************************************************************
018200*  THE SEARCH, AS IN CHKBENCH.  JUMP-SEEN IS SET WHEN ANY MOVE   *
018300*  THE SEARCH LOOKED AT WAS A CAPTURE.                           *
018400******************************************************************
018500 77  CUR-DEPTH               PIC 9(01).
018600 77  CUR-JUMP                PIC 9(02).
018700 77  SRCH-X                  PIC S9(02).
018800 77  SRCH-Y                  PIC S9(02).
018900 77  DIR-A                   PIC S9(01).
019000 77  DIR-B                   PIC S9(01).
019100 77  DIR-C                   PIC S9(01).
019200 77  TO-U                    PIC S9(02).
019300 77  TO-V                    PIC S9(02).
019400 77  CHK-X                   PIC S9(02).
019500 77  CHK-Y                   PIC S9(02).
019600 77  BACK-X                  PIC S9(02).
019700 77  BACK-Y                  PIC S9(02).
019800 77  MID-X                   PIC S9(02).
019900 77  MID-Y                   PIC S9(02).
020000 77  LOOK-STEP               PIC 9(01).
020100 77  JUMP-FLAG               PIC X(01).
020200 77  JUMP-SEEN               PIC X(01).
020300 77  MOVE-SCORE              PIC S9(03) VALUE ZERO.
020400 77  BEST-SCORE              PIC S9(03).
020500 77  BEST-FX                 PIC S9(02).
020600 77  BEST-FY                 PIC S9(02).
020700 77  BEST-TX                 PIC S9(02).
020800 77  BEST-TY                 PIC S9(02).
020900 77  PLAYED-SCORE            PIC S9(03).
021000 77  ERROR-WORK              PIC S9(03).
021100 77  COMMENT-PTR             PIC 9(02).
021200 77  LINE-PTR                PIC 9(02).
021300 01  PDN-BUF                 PIC X(72).
021400 77  BUF-PENDING             PIC X(01).
021500******************************************************************
021600*  EACH SIDE'S TOTALS FOR THIS GAME: 1 X, 2 O.                   *
021700******************************************************************
021800 01  SIDE-TOTALS.
021900     05  SIDE-ENTRY OCCURS 2 TIMES.
022000         10  SD-MOVES        PIC 9(03).
022100         10  SD-ERROR        PIC 9(05).
022200         10  SD-INACCURACIES PIC 9(03).
022300         10  SD-BLUNDERS     PIC 9(03).
022400         10  SD-MISSED       PIC 9(03).
022500 77  SD-IX                   PIC 9(01).
022600******************************************************************
022700*  THE PER-PLAYER SUMMARY, BUILT FROM CHKREVW.HST.               *
022800******************************************************************
022900 01  PLAYER-TABLE.
023000     05  PLAYER-ENTRY OCCURS 100 TIMES.
023100         10  PS-NAME         PIC X(20).
023200         10  PS-GAMES        PIC 9(05).
023300         10  PS-MOVES        PIC 9(07).
023400         10  PS-ERROR        PIC 9(09).
023500         10  PS-INACCURACIES PIC 9(05).
023600         10  PS-BLUNDERS     PIC 9(05).
023700         10  PS-MISSED       PIC 9(05).
023800 77  PLAYER-COUNT            PIC 9(03) VALUE ZERO.
023900 77  PS-IX                   PIC 9(03).
024000 77  PS-HIT                  PIC 9(03).
024100 77  AVG-ERROR               PIC 9(03)V9(02).
024200 77  PER-GAME                PIC 9(03)V9(02).
024300 77  ED-3                    PIC ZZ9.
024400 77  ED-3B                   PIC ZZ9.
024500 77  ED-3C                   PIC ZZ9.
024600 77  ED-5                    PIC ZZZZ9.
024700 77  ED-SCORE                PIC ---9.
024800 77  ED-SCORE-B              PIC ---9.
024900 77  ED-AVG                  PIC ZZ9.99.
025000 77  ED-AVG-B                PIC ZZ9.99.
025100 77  ED-AVG-C                PIC ZZ9.99.
025200 77  ED-AVG-D                PIC ZZ9.99.
025300 01  REPORT-LINE             PIC X(80).
025400 PROCEDURE DIVISION.
025500******************************************************************
025600*  0000-MAINLINE - READ THE GAME, REVIEW IT, RECORD IT, REPORT.  *
025700******************************************************************
025800 0000-MAINLINE.
025900     PERFORM 1000-LOAD-PDN THRU 1000-EXIT.
026000     PERFORM 2000-REVIEW-GAME THRU 2000-EXIT.
026100     IF GAME-REVIEWED = "Y" AND GAME-ANNOTATED NOT = "Y"
026200         PERFORM 4000-SAVE-HISTORY THRU 4000-EXIT
026300         PERFORM 5000-REWRITE-PDN THRU 5000-EXIT.
026400     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
026500     DISPLAY "REVIEW COMPLETE - REPORT IN CHKREVW.RPT".
026600     STOP RUN.
026700******************************************************************
026800*  1000-LOAD-PDN - THE GAME IN CHECKERS.PDN AS CHECKERS WRITES   *
026900*  IT: TAG LINES, THEN NUMBERED MOVE LINES ("001. 11-15 22-18",  *
027000*  "001. ... 22-18" WHEN O STARTS THE LINE, A COMMENT IN BRACES  *
027100*  AFTER ANY MOVE ONCE THE GAME HAS BEEN REVIEWED).              *
027200******************************************************************
027300 1000-LOAD-PDN.
027400     MOVE "N" TO EOF-SW.
027500     OPEN INPUT PDN-FILE.
027600     IF PDN-STATUS NOT = "00"
027700         DISPLAY "NO CHECKERS.PDN - NO GAME TO REVIEW"
027800         IF PDN-STATUS = "05"
027900             CLOSE PDN-FILE
028000         END-IF
028100         GO TO 1000-EXIT.
028200     PERFORM 1100-ONE-PDN-LINE THRU 1100-EXIT
028300         UNTIL FILE-AT-END.
028400     CLOSE PDN-FILE.
028500 1000-EXIT.
028600     EXIT.
028700 1100-ONE-PDN-LINE.
028800     READ PDN-FILE
028900         AT END
029000             MOVE "Y" TO EOF-SW
029100             GO TO 1100-EXIT
029200     END-READ.
029300     IF PDN-RECORD(1:1) = "["
029400         PERFORM 1150-ONE-TAG THRU 1150-EXIT
029500         GO TO 1100-EXIT.
029600     IF PDN-RECORD(1:1) IS NOT NUMERIC
029700         GO TO 1100-EXIT.
029800     MOVE SPACES TO PDN-WORDS.
029900     UNSTRING PDN-RECORD DELIMITED BY ALL SPACE
030000         INTO PDN-WORD-1 PDN-WORD-2 PDN-WORD-3.
030100     IF PDN-WORD-2 = SPACES
030200         GO TO 1100-EXIT.
030300     MOVE PDN-WORD-1(1:4) TO TOKEN-NUMBER.
030400     IF PDN-WORD-2 = "..."
030500         MOVE "O" TO TOKEN-SIDE
030600         MOVE PDN-WORD-3 TO PDN-TOKEN
030700         PERFORM 1200-ONE-TOKEN THRU 1200-EXIT
030800         GO TO 1100-EXIT.
030900     MOVE "X" TO TOKEN-SIDE.
031000     MOVE PDN-WORD-2 TO PDN-TOKEN.
031100     PERFORM 1200-ONE-TOKEN THRU 1200-EXIT.
031200     IF PDN-WORD-3 NOT = SPACES AND PDN-WORD-3(1:1) NOT = "{"
031300         MOVE "O" TO TOKEN-SIDE
031400         MOVE PDN-WORD-3 TO PDN-TOKEN
031500         PERFORM 1200-ONE-TOKEN THRU 1200-EXIT.
031600 1100-EXIT.
031700     EXIT.
031800******************************************************************
031900*  1150-ONE-TAG - KEPT FOR THE REWRITE; THE DATE, NAMES, RESULT  *
032000*  AND RULES ARE NOTED.                                          *
032100******************************************************************
032200 1150-ONE-TAG.
032300     IF TAG-COUNT < 20
032400         ADD 1 TO TAG-COUNT
032500         MOVE PDN-RECORD TO TAG-LINE(TAG-COUNT).
032600     IF PDN-RECORD(1:7) = '[Date "'
032700         STRING PDN-RECORD(8:4) PDN-RECORD(13:2) PDN-RECORD(16:2)
032800             DELIMITED BY SIZE INTO GAME-DATE
032900         GO TO 1150-EXIT.
033000     IF PDN-RECORD(1:8) = '[Black "'
033100         MOVE SPACES TO BLACK-NAME
033200         UNSTRING PDN-RECORD(9:64) DELIMITED BY '"'
033300             INTO BLACK-NAME
033400         GO TO 1150-EXIT.
033500     IF PDN-RECORD(1:8) = '[White "'
033600         MOVE SPACES TO WHITE-NAME
033700         UNSTRING PDN-RECORD(9:64) DELIMITED BY '"'
033800             INTO WHITE-NAME
033900         GO TO 1150-EXIT.
034000     IF PDN-RECORD(1:9) = '[Result "'
034100         MOVE SPACES TO RESULT-TEXT
034200         UNSTRING PDN-RECORD(10:63) DELIMITED BY '"'
034300             INTO RESULT-TEXT
034400         EVALUATE TRUE
034500             WHEN RESULT-TEXT = "1-0"
034600                 MOVE "O" TO GAME-RESULT
034700             WHEN RESULT-TEXT = "0-1"
034800                 MOVE "X" TO GAME-RESULT
034900             WHEN RESULT-TEXT = "1/2-1/2"
035000                 MOVE "D" TO GAME-RESULT
035100             WHEN OTHER
035200                 MOVE SPACE TO GAME-RESULT
035300         END-EVALUATE
035400         GO TO 1150-EXIT.
035500     IF PDN-RECORD(1:11) = '[GameType "'
035600         IF PDN-RECORD(12:3) NOT = '21"'
035700             MOVE "Y" TO GAME-BAD
035800         END-IF
035900         GO TO 1150-EXIT.
036000     IF PDN-RECORD(1:12) = '[Annotator "'
036100         MOVE "Y" TO GAME-ANNOTATED
036200         SUBTRACT 1 FROM TAG-COUNT.
036300 1150-EXIT.
036400     EXIT.
036500******************************************************************
036600*  1200-ONE-TOKEN - ONE MOVE, "FF-TT" OR "FFxTTxTT...", UNFOLDED *
036700*  INTO ITS LEGS.                                                *
036800******************************************************************
036900 1200-ONE-TOKEN.
037000     IF PDN-TOKEN(1:2) IS NOT NUMERIC OR TURN-COUNT NOT < 200
037100         MOVE "Y" TO GAME-BAD
037200         GO TO 1200-EXIT.
037300     ADD 1 TO TURN-COUNT.
037400     INITIALIZE TURN-ENTRY(TURN-COUNT).
037500     MOVE TOKEN-SIDE TO TN-SIDE(TURN-COUNT).
037600     MOVE TOKEN-NUMBER TO TN-NUMBER(TURN-COUNT).
037700     MOVE PDN-TOKEN TO TN-TOKEN(TURN-COUNT).
037800     COMPUTE TN-FIRST-LEG(TURN-COUNT) = LEG-COUNT + 1.
037900     MOVE PDN-TOKEN(1:2) TO SQ-NO.
038000     PERFORM 1300-SQUARE-TO-XY THRU 1300-EXIT.
038100     MOVE SQ-X TO FROM-X.
038200     MOVE SQ-Y TO FROM-Y.
038300     MOVE 3 TO TOKEN-PTR.
038400     PERFORM 1250-ONE-LEG THRU 1250-EXIT
038500         UNTIL TOKEN-PTR > 18.
038600     IF TN-LEGS(TURN-COUNT) = ZERO
038700         MOVE "Y" TO GAME-BAD.
038800 1200-EXIT.
038900     EXIT.
039000 1250-ONE-LEG.
039100     IF PDN-TOKEN(TOKEN-PTR:1) NOT = "-"
039200        AND PDN-TOKEN(TOKEN-PTR:1) NOT = "x"
039300         MOVE 99 TO TOKEN-PTR
039400         GO TO 1250-EXIT.
039500     IF PDN-TOKEN(TOKEN-PTR + 1:2) IS NOT NUMERIC
039600        OR LEG-COUNT NOT < 400
039700         MOVE "Y" TO GAME-BAD
039800         MOVE 99 TO TOKEN-PTR
039900         GO TO 1250-EXIT.
040000     MOVE PDN-TOKEN(TOKEN-PTR + 1:2) TO SQ-NO.
040100     PERFORM 1300-SQUARE-TO-XY THRU 1300-EXIT.
040200     ADD 1 TO LEG-COUNT.
040300     ADD 1 TO TN-LEGS(TURN-COUNT).
040400     MOVE FROM-X TO LG-FX(LEG-COUNT).
040500     MOVE FROM-Y TO LG-FY(LEG-COUNT).
040600     MOVE SQ-X TO LG-TX(LEG-COUNT).
040700     MOVE SQ-Y TO LG-TY(LEG-COUNT).
040800     MOVE SQ-X TO FROM-X.
040900     MOVE SQ-Y TO FROM-Y.
041000     ADD 3 TO TOKEN-PTR.
041100 1250-EXIT.
041200     EXIT.
041300******************************************************************
041400*  1300-SQUARE-TO-XY - STANDARD SQUARE NUMBER TO CHECKERS' (X,Y) *
041500*  AS CHKBOOK DOES IT; OFF THE BOARD GIVES (0,0).                *
041600******************************************************************
041700 1300-SQUARE-TO-XY.
041800     IF SQ-NO < 1 OR SQ-NO > 32
041900         MOVE 0 TO SQ-X SQ-Y
042000         GO TO 1300-EXIT.
042100     COMPUTE SQ-LESS = SQ-NO - 1.
042200     DIVIDE SQ-LESS BY 4 GIVING SQ-RANK REMAINDER SQ-POS.
042300     COMPUTE SQ-Y = 8 - SQ-RANK.
042400     DIVIDE SQ-Y BY 2 GIVING SQ-LESS REMAINDER SQ-ODD.
042500     IF SQ-ODD = 1
042600         COMPUTE SQ-X = SQ-POS * 2 + 1
042700     ELSE
042800         COMPUTE SQ-X = SQ-POS * 2 + 2.
042900 1300-EXIT.
043000     EXIT.
043100******************************************************************
043200*  2000-REVIEW-GAME - FROM THE OPENING SETUP, EVERY MOVE IN      *
043300*  TURN.  A MOVE THAT DOES NOT FIT THE BOARD STOPS THE REVIEW.   *
043400******************************************************************
043500 2000-REVIEW-GAME.
043600     IF TURN-COUNT = ZERO
043700         GO TO 2000-EXIT.
043800     IF GAME-RESULT = SPACE
043900         DISPLAY "CHECKERS.PDN GAME NOT FINISHED - NOT REVIEWED"
044000         GO TO 2000-EXIT.
044100     IF GAME-BAD = "Y"
044200         DISPLAY "CHECKERS.PDN GAME CANNOT BE REVIEWED"
044300         GO TO 2000-EXIT.
044400     MOVE 1 TO INIT-IX.
044500     PERFORM 2050-SET-UP-COLUMN THRU 2050-EXIT
044600         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
044700     INITIALIZE SIDE-TOTALS.
044800     MOVE REVIEW-DEPTH TO CUR-DEPTH.
044900     MOVE REVIEW-JUMP TO CUR-JUMP.
045000     PERFORM 2100-REVIEW-TURN THRU 2100-EXIT
045100         VARYING TURN-IX FROM 1 BY 1
045200         UNTIL TURN-IX > TURN-COUNT OR GAME-BAD = "Y".
045300     IF GAME-BAD = "Y"
045400         DISPLAY "CHECKERS.PDN GAME DOES NOT REPLAY"
045500         GO TO 2000-EXIT.
045600     MOVE "Y" TO GAME-REVIEWED.
045700 2000-EXIT.
045800     EXIT.
045900 2050-SET-UP-COLUMN.
046000     PERFORM 2060-SET-UP-SQUARE THRU 2060-EXIT
046100         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
046200 2050-EXIT.
046300     EXIT.
046400 2060-SET-UP-SQUARE.
046500     MOVE INIT-SQ(INIT-IX) TO BOARD-SQ(BD-X, BD-Y).
046600     ADD 1 TO INIT-IX.
046700     IF INIT-IX > 16
046800         MOVE 1 TO INIT-IX.
046900 2060-EXIT.
047000     EXIT.
047100******************************************************************
047200*  2100-REVIEW-TURN - SEARCH THE POSITION, SCORE THE FIRST LEG   *
047300*  PLAYED THE SAME WAY, PLAY THE MOVE'S LEGS, THEN LOOK FOR A    *
047400*  JUMP LEFT ON THE BOARD AT THE END OF A CAPTURE.               *
047500******************************************************************
047600 2100-REVIEW-TURN.
047700     IF TN-SIDE(TURN-IX) = "X"
047800         MOVE 1 TO SD-IX
047900     ELSE
048000         MOVE 2 TO SD-IX.
048100     PERFORM 2300-LOAD-WORK-COLUMN THRU 2300-EXIT
048200         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
048300     MOVE "N" TO JUMP-SEEN.
048400     PERFORM 3000-ENGINE-SEARCH THRU 3000-EXIT.
048500     MOVE BEST-SCORE TO TN-BEST-SCORE(TURN-IX).
048600     PERFORM 2400-BEST-TEXT THRU 2400-EXIT.
048700     MOVE TN-FIRST-LEG(TURN-IX) TO LEG-IX.
048800     MOVE LG-FX(LEG-IX) TO SRCH-X.
048900     MOVE LG-FY(LEG-IX) TO SRCH-Y.
049000     MOVE LG-TX(LEG-IX) TO TO-U.
049100     MOVE LG-TY(LEG-IX) TO TO-V.
049200     IF TN-SIDE(TURN-IX) = "O"
049300         COMPUTE SRCH-X = 9 - SRCH-X
049400         COMPUTE SRCH-Y = 9 - SRCH-Y
049500         COMPUTE TO-U = 9 - TO-U
049600         COMPUTE TO-V = 9 - TO-V.
049700     IF TO-U - SRCH-X = 2 OR TO-U - SRCH-X = -2
049800         MOVE "Y" TO JUMP-FLAG
049900     ELSE
050000         MOVE "N" TO JUMP-FLAG.
050100     MOVE ZERO TO MOVE-SCORE.
050200     IF SRCH-X > 0 AND SRCH-X < 9 AND SRCH-Y > 0 AND SRCH-Y < 9
050300        AND TO-U > 0 AND TO-U < 9 AND TO-V > 0 AND TO-V < 9
050400         PERFORM 3410-RATE-MOVE THRU 3410-EXIT.
050500     MOVE MOVE-SCORE TO PLAYED-SCORE.
050600     MOVE ZERO TO MOVE-SCORE.
050700     MOVE PLAYED-SCORE TO TN-SCORE(TURN-IX).
050800     COMPUTE ERROR-WORK = TN-BEST-SCORE(TURN-IX) - PLAYED-SCORE.
050900     IF ERROR-WORK < ZERO OR TN-BEST-SCORE(TURN-IX) = -99
051000         MOVE ZERO TO ERROR-WORK.
051100     MOVE ERROR-WORK TO TN-ERROR(TURN-IX).
051200     IF JUMP-SEEN = "Y" AND JUMP-FLAG = "N"
051300         MOVE "Y" TO TN-MISSED(TURN-IX).
051400     MOVE BOARD-SQ(LG-FX(LEG-IX), LG-FY(LEG-IX)) TO START-PIECE.
051500     COMPUTE LEG-LAST =
051600         TN-FIRST-LEG(TURN-IX) + TN-LEGS(TURN-IX) - 1.
051700     PERFORM 2200-APPLY-LEG THRU 2200-EXIT
051800         VARYING LEG-IX FROM TN-FIRST-LEG(TURN-IX) BY 1
051900         UNTIL LEG-IX > LEG-LAST OR GAME-BAD = "Y".
052000     IF GAME-BAD = "Y"
052100         GO TO 2100-EXIT.
052200     IF STEP-SIZE = 2
052300         PERFORM 2500-FURTHER-JUMP THRU 2500-EXIT.
052400     PERFORM 2600-MARK-TURN THRU 2600-EXIT.
052500 2100-EXIT.
052600     EXIT.
052700******************************************************************
052800*  2200-APPLY-LEG - ONE LEG ON THE REPLAY BOARD, CHECKED AS      *
052900*  CHKBOOK CHECKS IT; A CAPTURE MUST JUMP AN OPPOSING PIECE AND  *
053000*  ONLY THE FIRST LEG OF A MOVE MAY BE A STEP.                   *
053100******************************************************************
053200 2200-APPLY-LEG.
053300     MOVE LG-FX(LEG-IX) TO FROM-X.
053400     MOVE LG-FY(LEG-IX) TO FROM-Y.
053500     IF FROM-X < 1 OR FROM-X > 8 OR FROM-Y < 1 OR FROM-Y > 8
053600        OR LG-TX(LEG-IX) < 1 OR LG-TX(LEG-IX) > 8
053700        OR LG-TY(LEG-IX) < 1 OR LG-TY(LEG-IX) > 8
053800         MOVE "Y" TO GAME-BAD
053900         GO TO 2200-EXIT.
054000     COMPUTE STEP-X = LG-TX(LEG-IX) - FROM-X.
054100     COMPUTE STEP-Y = LG-TY(LEG-IX) - FROM-Y.
054200     IF STEP-X < 0
054300         COMPUTE STEP-SIZE = 0 - STEP-X
054400     ELSE
054500         MOVE STEP-X TO STEP-SIZE.
054600     IF (STEP-Y NOT = STEP-X AND STEP-Y NOT = 0 - STEP-X)
054700        OR STEP-SIZE < 1 OR STEP-SIZE > 2
054800        OR (STEP-SIZE = 1 AND LEG-IX NOT = TN-FIRST-LEG(TURN-IX))
054900         MOVE "Y" TO GAME-BAD
055000         GO TO 2200-EXIT.
055100     MOVE BOARD-SQ(FROM-X, FROM-Y) TO MOVER-PIECE.
055200     IF (TN-SIDE(TURN-IX) = "X" AND MOVER-PIECE NOT < 0)
055300        OR (TN-SIDE(TURN-IX) = "O" AND MOVER-PIECE NOT > 0)
055400        OR BOARD-SQ(LG-TX(LEG-IX), LG-TY(LEG-IX)) NOT = 0
055500         MOVE "Y" TO GAME-BAD
055600         GO TO 2200-EXIT.
055700     IF STEP-SIZE = 2
055800         COMPUTE MID-X = FROM-X + STEP-X / 2
055900         COMPUTE MID-Y = FROM-Y + STEP-Y / 2
056000         IF (TN-SIDE(TURN-IX) = "X"
056100             AND BOARD-SQ(MID-X, MID-Y) < 1)
056200            OR (TN-SIDE(TURN-IX) = "O"
056300                AND BOARD-SQ(MID-X, MID-Y) > -1)
056400             MOVE "Y" TO GAME-BAD
056500             GO TO 2200-EXIT
056600         END-IF
056700         MOVE 0 TO BOARD-SQ(MID-X, MID-Y).
056800     MOVE 0 TO BOARD-SQ(FROM-X, FROM-Y).
056900     IF TN-SIDE(TURN-IX) = "X" AND LG-TY(LEG-IX) = 1
057000         MOVE -2 TO MOVER-PIECE.
057100     IF TN-SIDE(TURN-IX) = "O" AND LG-TY(LEG-IX) = 8
057200         MOVE 2 TO MOVER-PIECE.
057300     MOVE MOVER-PIECE TO BOARD-SQ(LG-TX(LEG-IX), LG-TY(LEG-IX)).
057400     MOVE LG-TX(LEG-IX) TO LANDED-X.
057500     MOVE LG-TY(LEG-IX) TO LANDED-Y.
057600 2200-EXIT.
057700     EXIT.
057800******************************************************************
057900*  2300-LOAD-WORK-COLUMN - THE REPLAY BOARD ONTO THE SEARCH      *
058000*  BOARD, TURNED ROUND WITH THE COLOURS SWAPPED FOR AN O MOVE.   *
058100******************************************************************
058200 2300-LOAD-WORK-COLUMN.
058300     PERFORM 2310-LOAD-WORK-SQUARE THRU 2310-EXIT
058400         VARYING BD-Y FROM 1 BY 1 UNTIL BD-Y > 8.
058500 2300-EXIT.
058600     EXIT.
058700 2310-LOAD-WORK-SQUARE.
058800     IF TN-SIDE(TURN-IX) = "X"
058900         MOVE BOARD-SQ(BD-X, BD-Y) TO WORK-SQ(BD-X, BD-Y)
059000         GO TO 2310-EXIT.
059100     COMPUTE MIRROR-X = 9 - BD-X.
059200     COMPUTE MIRROR-Y = 9 - BD-Y.
059300     COMPUTE WORK-SQ(BD-X, BD-Y) =
059400         0 - BOARD-SQ(MIRROR-X, MIRROR-Y).
059500 2310-EXIT.
059600     EXIT.
059700******************************************************************
059800*  2400-BEST-TEXT - THE SEARCH'S BEST FIRST LEG IN PDN SQUARES,  *
059900*  TURNED BACK FOR AN O MOVE.                                    *
060000******************************************************************
060100 2400-BEST-TEXT.
060200     MOVE SPACES TO TN-BEST(TURN-IX).
060300     IF BEST-SCORE = -99
060400         GO TO 2400-EXIT.
060500     IF TN-SIDE(TURN-IX) = "O"
060600         COMPUTE BEST-FX = 9 - BEST-FX
060700         COMPUTE BEST-FY = 9 - BEST-FY
060800         COMPUTE BEST-TX = 9 - BEST-TX
060900         COMPUTE BEST-TY = 9 - BEST-TY.
061000     COMPUTE SQ-NO = (8 - BEST-FY) * 4 + (BEST-FX + 1) / 2.
061100     MOVE SQ-NO TO TN-BEST(TURN-IX)(1:2).
061200     COMPUTE SQ-NO = (8 - BEST-TY) * 4 + (BEST-TX + 1) / 2.
061300     MOVE SQ-NO TO TN-BEST(TURN-IX)(4:2).
061400     IF BEST-TX - BEST-FX = 2 OR BEST-TX - BEST-FX = -2
061500         MOVE "x" TO TN-BEST(TURN-IX)(3:1)
061600     ELSE
061700         MOVE "-" TO TN-BEST(TURN-IX)(3:1).
061800 2400-EXIT.
061900     EXIT.
062000******************************************************************
062100*  2500-FURTHER-JUMP - AFTER A CAPTURE, COULD THE PIECE HAVE     *
062200*  JUMPED AGAIN?  NOT ASKED OF A MAN CROWNED BY THE MOVE, WHOSE  *
062300*  TURN ENDS THERE.                                              *
062400******************************************************************
062500 2500-FURTHER-JUMP.
062600     IF START-PIECE = -1 OR START-PIECE = 1
062700         IF BOARD-SQ(LANDED-X, LANDED-Y) = -2
062800            OR BOARD-SQ(LANDED-X, LANDED-Y) = 2
062900             GO TO 2500-EXIT
063000         END-IF
063100     END-IF.
063200     PERFORM 2300-LOAD-WORK-COLUMN THRU 2300-EXIT
063300         VARYING BD-X FROM 1 BY 1 UNTIL BD-X > 8.
063400     MOVE LANDED-X TO SRCH-X.
063500     MOVE LANDED-Y TO SRCH-Y.
063600     IF TN-SIDE(TURN-IX) = "O"
063700         COMPUTE SRCH-X = 9 - SRCH-X
063800         COMPUTE SRCH-Y = 9 - SRCH-Y.
063900     MOVE -99 TO BEST-SCORE.
064000     IF WORK-SQ(SRCH-X, SRCH-Y) = -1
064100         MOVE -2 TO DIR-B
064200         PERFORM 3700-TRY-NEXT-JUMP THRU 3700-EXIT
064300             VARYING DIR-A FROM -2 BY 4 UNTIL DIR-A > 2
064400     ELSE
064500         PERFORM 3650-KING-NEXT-JUMPS THRU 3650-EXIT
064600             VARYING DIR-A FROM -2 BY 4 UNTIL DIR-A > 2.
064700     IF BEST-SCORE NOT = -99
064800         MOVE "Y" TO TN-FURTHER(TURN-IX).
064900 2500-EXIT.
065000     EXIT.
065100******************************************************************
065200*  2600-MARK-TURN - THE MARK, THE SIDE'S TOTALS AND THE PDN      *
065300*  COMMENT.                                                      *
065400******************************************************************
065500 2600-MARK-TURN.
065600     ADD 1 TO SD-MOVES(SD-IX).
065700     ADD TN-ERROR(TURN-IX) TO SD-ERROR(SD-IX).
065800     MOVE SPACE TO TN-MARK(TURN-IX).
065900     IF TN-ERROR(TURN-IX) NOT < INACCURACY-MARGIN
066000         MOVE "I" TO TN-MARK(TURN-IX).
066100     IF TN-ERROR(TURN-IX) NOT < BLUNDER-MARGIN
066200         MOVE "B" TO TN-MARK(TURN-IX).
066300     IF TN-MARK(TURN-IX) = "I"
066400         ADD 1 TO SD-INACCURACIES(SD-IX).
066500     IF TN-MARK(TURN-IX) = "B"
066600         ADD 1 TO SD-BLUNDERS(SD-IX).
066700     IF TN-MISSED(TURN-IX) = "Y"
066800         ADD 1 TO SD-MISSED(SD-IX).
066900     IF TN-FURTHER(TURN-IX) = "Y"
067000         ADD 1 TO SD-MISSED(SD-IX).
067100     MOVE SPACES TO TN-COMMENT(TURN-IX).
067200     IF TN-MARK(TURN-IX) = SPACE AND TN-MISSED(TURN-IX) NOT = "Y"
067300        AND TN-FURTHER(TURN-IX) NOT = "Y"
067400         GO TO 2600-EXIT.
067500     MOVE TN-ERROR(TURN-IX) TO ED-3.
067600     MOVE 1 TO COMMENT-PTR.
067700     STRING "{" DELIMITED BY SIZE
067800         INTO TN-COMMENT(TURN-IX) WITH POINTER COMMENT-PTR.
067900     IF TN-MISSED(TURN-IX) = "Y"
068000         STRING "MISSED JUMP -" DELIMITED BY SIZE
068100             INTO TN-COMMENT(TURN-IX) WITH POINTER COMMENT-PTR
068200     ELSE
068300         IF TN-MARK(TURN-IX) = "B"
068400             STRING "BLUNDER -" DELIMITED BY SIZE
068500                 INTO TN-COMMENT(TURN-IX) WITH POINTER COMMENT-PTR
068600         ELSE
068700             IF TN-MARK(TURN-IX) = "I"
068800                 STRING "INACCURACY -" DELIMITED BY SIZE
068900                     INTO TN-COMMENT(TURN-IX)
069000                     WITH POINTER COMMENT-PTR
069100             END-IF
069200         END-IF
069300     END-IF.
069400     IF TN-MARK(TURN-IX) NOT = SPACE OR TN-MISSED(TURN-IX) = "Y"
069500         STRING ED-3 DELIMITED BY SIZE
069600                ", BEST " DELIMITED BY SIZE
069700                TN-BEST(TURN-IX) DELIMITED BY SIZE
069800             INTO TN-COMMENT(TURN-IX) WITH POINTER COMMENT-PTR.
069900     IF TN-FURTHER(TURN-IX) = "Y"
070000         IF COMMENT-PTR > 2
070100             STRING "; " DELIMITED BY SIZE
070200                 INTO TN-COMMENT(TURN-IX) WITH POINTER COMMENT-PTR
070300         END-IF
070400         STRING "MISSED FURTHER JUMP" DELIMITED BY SIZE
070500             INTO TN-COMMENT(TURN-IX) WITH POINTER COMMENT-PTR.
070600     STRING "}" DELIMITED BY SIZE
070700         INTO TN-COMMENT(TURN-IX) WITH POINTER COMMENT-PTR.
070800     MOVE SPACES TO PDN-BUF.
070900     MOVE 1 TO LINE-PTR.
071000     MOVE 1 TO COMMENT-PTR.
071100     PERFORM 2650-SQUEEZE-COMMENT THRU 2650-EXIT
071200         UNTIL COMMENT-PTR > 40.
071300     MOVE PDN-BUF(1:40) TO TN-COMMENT(TURN-IX).
071400 2600-EXIT.
071500     EXIT.
071600******************************************************************
071700*  2650-SQUEEZE-COMMENT - COPY THE COMMENT, DROPPING THE SPACES  *
071800*  THE EDITED ERROR LEFT BETWEEN THE "-" AND ITS DIGITS.         *
071900******************************************************************
072000 2650-SQUEEZE-COMMENT.
072100     IF TN-COMMENT(TURN-IX)(COMMENT-PTR:1) = SPACE
072200        AND LINE-PTR > 1
072300        AND PDN-BUF(LINE-PTR - 1:1) = "-"
072400         ADD 1 TO COMMENT-PTR
072500         GO TO 2650-EXIT.
072600     MOVE TN-COMMENT(TURN-IX)(COMMENT-PTR:1)
072700         TO PDN-BUF(LINE-PTR:1).
072800     ADD 1 TO LINE-PTR.
072900     ADD 1 TO COMMENT-PTR.
073000 2650-EXIT.
073100     EXIT.
073200******************************************************************
073300*  3000-ENGINE-SEARCH - CHECKERS' COMPUTER MOVE SEARCH, AS       *
073400*  CHKBENCH CARRIES IT (SEE THERE).                              *
073500******************************************************************
073600 3000-ENGINE-SEARCH.
073700     MOVE -99 TO BEST-SCORE.
073800     MOVE ZERO TO MOVE-SCORE.
073900     PERFORM 3100-SEARCH-COLUMN THRU 3100-EXIT
074000         VARYING SRCH-X FROM 1 BY 1 UNTIL SRCH-X > 8.
074100 3000-EXIT.
074200     EXIT.
074300 3100-SEARCH-COLUMN.
074400     PERFORM 3200-SEARCH-SQUARE THRU 3200-EXIT
074500         VARYING SRCH-Y FROM 1 BY 1 UNTIL SRCH-Y > 8.
074600 3100-EXIT.
074700     EXIT.
074800 3200-SEARCH-SQUARE.
074900     IF WORK-SQ(SRCH-X, SRCH-Y) > -1
075000         GO TO 3200-EXIT.
075100     IF WORK-SQ(SRCH-X, SRCH-Y) = -1
075200         MOVE -1 TO DIR-B
075300         PERFORM 3300-TRY-DIRECTION THRU 3300-EXIT
075400             VARYING DIR-A FROM -1 BY 2 UNTIL DIR-A > 1
075500     ELSE
075600         PERFORM 3250-KING-DIRECTIONS THRU 3250-EXIT
075700             VARYING DIR-A FROM -1 BY 2 UNTIL DIR-A > 1.
075800 3200-EXIT.
075900     EXIT.
076000 3250-KING-DIRECTIONS.
076100     PERFORM 3300-TRY-DIRECTION THRU 3300-EXIT
076200         VARYING DIR-B FROM -1 BY 2 UNTIL DIR-B > 1.
076300 3250-EXIT.
076400     EXIT.
076500 3300-TRY-DIRECTION.
076600     COMPUTE TO-U = SRCH-X + DIR-A.
076700     COMPUTE TO-V = SRCH-Y + DIR-B.
076800     IF TO-U < 1 OR TO-U > 8 OR TO-V < 1 OR TO-V > 8
076900         GO TO 3300-EXIT.
077000     IF WORK-SQ(TO-U, TO-V) = ZERO
077100         MOVE "N" TO JUMP-FLAG
077200         PERFORM 3400-SCORE-MOVE THRU 3400-EXIT
077300         GO TO 3300-EXIT.
077400     IF WORK-SQ(TO-U, TO-V) < ZERO
077500         GO TO 3300-EXIT.
077600     ADD DIR-A TO TO-U.
077700     ADD DIR-B TO TO-V.
077800     IF TO-U < 1 OR TO-U > 8 OR TO-V < 1 OR TO-V > 8
077900         GO TO 3300-EXIT.
078000     IF WORK-SQ(TO-U, TO-V) = ZERO
078100         MOVE "Y" TO JUMP-FLAG
078200         PERFORM 3400-SCORE-MOVE THRU 3400-EXIT.
078300 3300-EXIT.
078400     EXIT.
078500******************************************************************
078600*  3400-SCORE-MOVE - RATE THE MOVE AND KEEP THE FIRST BEST.      *
078700******************************************************************
078800 3400-SCORE-MOVE.
078900     IF JUMP-FLAG = "Y"
079000         MOVE "Y" TO JUMP-SEEN.
079100     PERFORM 3410-RATE-MOVE THRU 3410-EXIT.
079200     IF MOVE-SCORE > BEST-SCORE
079300         MOVE MOVE-SCORE TO BEST-SCORE
079400         MOVE SRCH-X TO BEST-FX
079500         MOVE SRCH-Y TO BEST-FY
079600         MOVE TO-U TO BEST-TX
079700         MOVE TO-V TO BEST-TY.
079800     MOVE ZERO TO MOVE-SCORE.
079900 3400-EXIT.
080000     EXIT.
080100******************************************************************
080200*  3410-RATE-MOVE - CHECKERS' MOVE SCORE (LINE0910) FOR SRCH-X/Y *
080300*  TO TO-U/V, ADDED INTO MOVE-SCORE.                             *
080400******************************************************************
080500 3410-RATE-MOVE.
080600     IF TO-V = 1 AND WORK-SQ(SRCH-X, SRCH-Y) = -1
080700         ADD 2 TO MOVE-SCORE.
080800     IF JUMP-FLAG = "Y"
080900         ADD CUR-JUMP TO MOVE-SCORE.
081000     IF SRCH-Y = 8
081100         SUBTRACT 2 FROM MOVE-SCORE.
081200     IF TO-U = 1 OR TO-U = 8
081300         ADD 1 TO MOVE-SCORE.
081400     PERFORM 3450-GUARD-CHECK THRU 3450-EXIT
081500         VARYING DIR-C FROM -1 BY 2 UNTIL DIR-C > 1.
081600     IF CUR-DEPTH > 1
081700         PERFORM 3500-LOOKAHEAD THRU 3500-EXIT.
081800 3410-EXIT.
081900     EXIT.
082000 3450-GUARD-CHECK.
082100     COMPUTE CHK-X = TO-U + DIR-C.
082200     COMPUTE CHK-Y = TO-V - 1.
082300     IF CHK-X < 1 OR CHK-X > 8 OR CHK-Y < 1
082400         GO TO 3450-EXIT.
082500     IF WORK-SQ(CHK-X, CHK-Y) < ZERO
082600         ADD 1 TO MOVE-SCORE
082700         GO TO 3450-EXIT.
082800     COMPUTE BACK-X = TO-U - DIR-C.
082900     COMPUTE BACK-Y = TO-V + 1.
083000     IF BACK-X < 1 OR BACK-X > 8 OR BACK-Y > 8
083100         GO TO 3450-EXIT.
083200     IF WORK-SQ(CHK-X, CHK-Y) > ZERO
083300        AND (WORK-SQ(BACK-X, BACK-Y) = ZERO
083400             OR (BACK-X = SRCH-X AND BACK-Y = SRCH-Y))
083500         SUBTRACT 2 FROM MOVE-SCORE.
083600 3450-EXIT.
083700     EXIT.
083800 3500-LOOKAHEAD.
083900     PERFORM 3510-LOOK-TWO-OUT THRU 3510-EXIT
084000         VARYING DIR-C FROM -1 BY 2 UNTIL DIR-C > 1.
084100     IF CUR-DEPTH > 2
084200         PERFORM 3520-LOOK-FURTHER THRU 3520-EXIT
084300             VARYING LOOK-STEP FROM 3 BY 1
084400             UNTIL LOOK-STEP > CUR-DEPTH.
084500 3500-EXIT.
084600     EXIT.
084700 3510-LOOK-TWO-OUT.
084800     COMPUTE CHK-X = TO-U + 2 * DIR-C.
084900     COMPUTE CHK-Y = TO-V - 2.
085000     IF CHK-X < 1 OR CHK-X > 8 OR CHK-Y < 1 OR CHK-Y > 8
085100         GO TO 3510-EXIT.
085200     IF WORK-SQ(CHK-X, CHK-Y) < ZERO
085300         ADD 1 TO MOVE-SCORE.
085400     IF WORK-SQ(CHK-X, CHK-Y) > ZERO
085500         SUBTRACT 1 FROM MOVE-SCORE.
085600 3510-EXIT.
085700     EXIT.
085800 3520-LOOK-FURTHER.
085900     PERFORM 3530-LOOK-ONE-SIDE THRU 3530-EXIT
086000         VARYING DIR-C FROM -1 BY 2 UNTIL DIR-C > 1.
086100 3520-EXIT.
086200     EXIT.
086300 3530-LOOK-ONE-SIDE.
086400     COMPUTE CHK-X = TO-U + LOOK-STEP * DIR-C.
086500     COMPUTE CHK-Y = TO-V - LOOK-STEP.
086600     IF CHK-X < 1 OR CHK-X > 8 OR CHK-Y < 1 OR CHK-Y > 8
086700         GO TO 3530-EXIT.
086800     IF WORK-SQ(CHK-X, CHK-Y) < ZERO
086900         ADD 1 TO MOVE-SCORE.
087000 3530-EXIT.
087100     EXIT.
087200 3650-KING-NEXT-JUMPS.
087300     PERFORM 3700-TRY-NEXT-JUMP THRU 3700-EXIT
087400         VARYING DIR-B FROM -2 BY 4 UNTIL DIR-B > 2.
087500 3650-EXIT.
087600     EXIT.
087700******************************************************************
087800*  3700-TRY-NEXT-JUMP - CHECKERS' LINE1370.                      *
087900******************************************************************
088000 3700-TRY-NEXT-JUMP.
088100     COMPUTE TO-U = SRCH-X + DIR-A.
088200     COMPUTE TO-V = SRCH-Y + DIR-B.
088300     IF TO-U < 1 OR TO-U > 8 OR TO-V < 1 OR TO-V > 8
088400         GO TO 3700-EXIT.
088500     COMPUTE MID-X = SRCH-X + DIR-A / 2.
088600     COMPUTE MID-Y = SRCH-Y + DIR-B / 2.
088700     IF WORK-SQ(TO-U, TO-V) = ZERO
088800        AND WORK-SQ(MID-X, MID-Y) > ZERO
088900         MOVE "Y" TO JUMP-FLAG
089000         PERFORM 3400-SCORE-MOVE THRU 3400-EXIT.
089100 3700-EXIT.
089200     EXIT.
089300******************************************************************
089400*  4000-SAVE-HISTORY - ONE LINE PER SIDE ONTO CHKREVW.HST.       *
089500******************************************************************
089600 4000-SAVE-HISTORY.
089700     OPEN EXTEND HISTORY-FILE.
089800     IF HISTORY-STATUS NOT = "00" AND HISTORY-STATUS NOT = "05"
089900         DISPLAY "CANNOT EXTEND CHKREVW.HST, STATUS "
090000             HISTORY-STATUS
090100         GO TO 4000-EXIT.
090200     PERFORM 4100-ONE-SIDE THRU 4100-EXIT
090300         VARYING SD-IX FROM 1 BY 1 UNTIL SD-IX > 2.
090400     CLOSE HISTORY-FILE.
090500 4000-EXIT.
090600     EXIT.
090700 4100-ONE-SIDE.
090800     MOVE SPACES TO HISTORY-RECORD.
090900     MOVE GAME-DATE TO HS-DATE.
091000     IF SD-IX = 1
091100         MOVE BLACK-NAME TO HS-NAME
091200         MOVE "X" TO HS-SIDE
091300     ELSE
091400         MOVE WHITE-NAME TO HS-NAME
091500         MOVE "O" TO HS-SIDE.
091600     MOVE SD-MOVES(SD-IX) TO HS-MOVES.
091700     MOVE SD-ERROR(SD-IX) TO HS-ERROR.
091800     MOVE SD-INACCURACIES(SD-IX) TO HS-INACCURACIES.
091900     MOVE SD-BLUNDERS(SD-IX) TO HS-BLUNDERS.
092000     MOVE SD-MISSED(SD-IX) TO HS-MISSED.
092100     WRITE HISTORY-RECORD.
092200 4100-EXIT.
092300     EXIT.
092400******************************************************************
092500*  5000-REWRITE-PDN - CHECKERS.PDN AGAIN, THE TAGS AS READ PLUS  *
092600*  THE ANNOTATOR TAG, THEN THE MOVES WITH THEIR COMMENTS.  A     *
092700*  MOVE WITH A COMMENT ENDS ITS LINE, SO THE OTHER SIDE'S REPLY  *
092800*  STARTS A "NNN. ..." LINE OF ITS OWN.                          *
092900******************************************************************
093000 5000-REWRITE-PDN.
093100     OPEN OUTPUT PDN-FILE.
093200     IF PDN-STATUS NOT = "00" AND PDN-STATUS NOT = "05"
093300         DISPLAY "CANNOT REWRITE CHECKERS.PDN, STATUS " PDN-STATUS
093400         GO TO 5000-EXIT.
093500     PERFORM 5050-ONE-TAG THRU 5050-EXIT
093600         VARYING TAG-IX FROM 1 BY 1 UNTIL TAG-IX > TAG-COUNT.
093700     MOVE '[Annotator "CHKREVW"]' TO PDN-RECORD.
093800     WRITE PDN-RECORD.
093900     MOVE SPACES TO PDN-RECORD.
094000     WRITE PDN-RECORD.
094100     MOVE "N" TO BUF-PENDING.
094200     MOVE SPACES TO PDN-BUF.
094300     PERFORM 5100-ONE-TURN-LINE THRU 5100-EXIT
094400         VARYING TURN-IX FROM 1 BY 1 UNTIL TURN-IX > TURN-COUNT.
094500     IF BUF-PENDING = "Y"
094600         MOVE PDN-BUF TO PDN-RECORD
094700         WRITE PDN-RECORD.
094800     MOVE RESULT-TEXT TO PDN-RECORD.
094900     WRITE PDN-RECORD.
095000     CLOSE PDN-FILE.
095100 5000-EXIT.
095200     EXIT.
095300 5050-ONE-TAG.
095400     MOVE TAG-LINE(TAG-IX) TO PDN-RECORD.
095500     WRITE PDN-RECORD.
095600 5050-EXIT.
095700     EXIT.
095800 5100-ONE-TURN-LINE.
095900     IF TN-SIDE(TURN-IX) = "X" OR BUF-PENDING NOT = "Y"
096000         IF BUF-PENDING = "Y"
096100             MOVE PDN-BUF TO PDN-RECORD
096200             WRITE PDN-RECORD
096300         END-IF
096400         MOVE SPACES TO PDN-BUF
096500         MOVE 1 TO LINE-PTR
096600         STRING TN-NUMBER(TURN-IX) DELIMITED BY SIZE
096700             INTO PDN-BUF WITH POINTER LINE-PTR
096800         IF TN-SIDE(TURN-IX) = "O"
096900             STRING " ..." DELIMITED BY SIZE
097000                 INTO PDN-BUF WITH POINTER LINE-PTR
097100         END-IF
097200     END-IF.
097300     STRING " " DELIMITED BY SIZE
097400            TN-TOKEN(TURN-IX) DELIMITED BY SPACE
097500         INTO PDN-BUF WITH POINTER LINE-PTR.
097600     MOVE "Y" TO BUF-PENDING.
097700     IF TN-COMMENT(TURN-IX) NOT = SPACES
097800         STRING " " DELIMITED BY SIZE
097900                TN-COMMENT(TURN-IX) DELIMITED BY "}"
098000                "}" DELIMITED BY SIZE
098100             INTO PDN-BUF WITH POINTER LINE-PTR.
098200     IF TN-COMMENT(TURN-IX) NOT = SPACES OR TN-SIDE(TURN-IX) = "O"
098300         MOVE PDN-BUF TO PDN-RECORD
098400         WRITE PDN-RECORD
098500         MOVE "N" TO BUF-PENDING.
098600 5100-EXIT.
098700     EXIT.
098800******************************************************************
098900*  6000-WRITE-REPORT - THE ANNOTATED GAME AND THE PLAYER         *
099000*  SUMMARY, CHKSTATS STYLE.                                      *
099100******************************************************************
099200 6000-WRITE-REPORT.
099300     OPEN OUTPUT REPORT-FILE.
099400     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
099500         DISPLAY "CANNOT WRITE CHKREVW.RPT, STATUS " REPORT-STATUS
099600         MOVE 8 TO RETURN-CODE
099700         GO TO 6000-EXIT.
099800     MOVE ALL "-" TO REPORT-LINE.
099900     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
100000     MOVE "CHECKERS POST-GAME REVIEW" TO REPORT-LINE.
100100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
100200     MOVE ALL "-" TO REPORT-LINE.
100300     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
100400     IF GAME-REVIEWED = "Y"
100500         PERFORM 6100-GAME-SECTION THRU 6100-EXIT
100600     ELSE
100700         MOVE "NO GAME REVIEWED THIS RUN" TO REPORT-LINE
100800         PERFORM 6900-PUT-LINE THRU 6900-EXIT.
100900     MOVE SPACES TO REPORT-LINE.
101000     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
101100     PERFORM 6500-PLAYER-SUMMARY THRU 6500-EXIT.
101200     MOVE ALL "-" TO REPORT-LINE.
101300     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
101400     CLOSE REPORT-FILE.
101500 6000-EXIT.
101600     EXIT.
101700 6100-GAME-SECTION.
101800     MOVE SPACES TO REPORT-LINE.
101900     STRING "GAME OF " GAME-DATE "  X " BLACK-NAME
102000            "  O " WHITE-NAME "  " RESULT-TEXT
102100         DELIMITED BY SIZE INTO REPORT-LINE.
102200     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
102300     IF GAME-ANNOTATED = "Y"
102400         MOVE "(REVIEWED BEFORE - HISTORY AND PDN LEFT AS IS)"
102500             TO REPORT-LINE
102600         PERFORM 6900-PUT-LINE THRU 6900-EXIT.
102700     MOVE SPACES TO REPORT-LINE.
102800     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
102900     MOVE SPACES TO REPORT-LINE.
103000     STRING "MOVE  SIDE PLAYED               SCORE  "
103100            "BEST   SCORE  ERROR" DELIMITED BY SIZE
103200         INTO REPORT-LINE.
103300     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
103400     PERFORM 6150-ONE-TURN THRU 6150-EXIT
103500         VARYING TURN-IX FROM 1 BY 1 UNTIL TURN-IX > TURN-COUNT.
103600     MOVE SPACES TO REPORT-LINE.
103700     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
103800     MOVE SPACES TO REPORT-LINE.
103900     STRING "SIDE PLAYER               MOVES AVG ERR  "
104000            "INACC  BLUND  MISS" DELIMITED BY SIZE
104100         INTO REPORT-LINE.
104200     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
104300     PERFORM 6200-SIDE-TOTALS THRU 6200-EXIT
104400         VARYING SD-IX FROM 1 BY 1 UNTIL SD-IX > 2.
104500 6100-EXIT.
104600     EXIT.
104700 6150-ONE-TURN.
104800     MOVE SPACES TO REPORT-LINE.
104900     MOVE TN-NUMBER(TURN-IX) TO REPORT-LINE(1:4).
105000     MOVE TN-SIDE(TURN-IX) TO REPORT-LINE(7:1).
105100     MOVE TN-TOKEN(TURN-IX) TO REPORT-LINE(12:20).
105200     MOVE TN-SCORE(TURN-IX) TO ED-SCORE.
105300     MOVE ED-SCORE TO REPORT-LINE(33:4).
105400     MOVE TN-BEST(TURN-IX) TO REPORT-LINE(39:5).
105500     MOVE TN-BEST-SCORE(TURN-IX) TO ED-SCORE-B.
105600     IF TN-BEST-SCORE(TURN-IX) NOT = -99
105700         MOVE ED-SCORE-B TO REPORT-LINE(46:4).
105800     MOVE TN-ERROR(TURN-IX) TO ED-3.
105900     MOVE ED-3 TO REPORT-LINE(53:3).
106000     IF TN-MISSED(TURN-IX) = "Y"
106100         MOVE "MISSED JUMP" TO REPORT-LINE(58:11)
106200     ELSE
106300         IF TN-MARK(TURN-IX) = "B"
106400             MOVE "BLUNDER" TO REPORT-LINE(58:7)
106500         ELSE
106600             IF TN-MARK(TURN-IX) = "I"
106700                 MOVE "INACCURACY" TO REPORT-LINE(58:10)
106800             END-IF
106900         END-IF
107000     END-IF.
107100     IF TN-FURTHER(TURN-IX) = "Y"
107200         MOVE "STOPPED SHORT" TO REPORT-LINE(70:11).
107300     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
107400 6150-EXIT.
107500     EXIT.
107600 6200-SIDE-TOTALS.
107700     MOVE SPACES TO REPORT-LINE.
107800     IF SD-IX = 1
107900         MOVE "X" TO REPORT-LINE(1:1)
108000         MOVE BLACK-NAME TO REPORT-LINE(6:20)
108100     ELSE
108200         MOVE "O" TO REPORT-LINE(1:1)
108300         MOVE WHITE-NAME TO REPORT-LINE(6:20).
108400     MOVE SD-MOVES(SD-IX) TO ED-3.
108500     MOVE ED-3 TO REPORT-LINE(28:3).
108600     IF SD-MOVES(SD-IX) > ZERO
108700         COMPUTE AVG-ERROR ROUNDED =
108800             SD-ERROR(SD-IX) / SD-MOVES(SD-IX)
108900     ELSE
109000         MOVE ZERO TO AVG-ERROR.
109100     MOVE AVG-ERROR TO ED-AVG.
109200     MOVE ED-AVG TO REPORT-LINE(33:6).
109300     MOVE SD-INACCURACIES(SD-IX) TO ED-3.
109400     MOVE SD-BLUNDERS(SD-IX) TO ED-3B.
109500     MOVE SD-MISSED(SD-IX) TO ED-3C.
109600     STRING ED-3 "    " ED-3B "    " ED-3C
109700         DELIMITED BY SIZE INTO REPORT-LINE(42:17).
109800     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
109900 6200-EXIT.
110000     EXIT.
110100******************************************************************
110200*  6500-PLAYER-SUMMARY - EVERY REVIEWED GAME IN CHKREVW.HST,     *
110300*  BY PLAYER: AVERAGE ERROR PER MOVE AND BLUNDERS, INACCURACIES  *
110400*  AND MISSED JUMPS PER GAME.                                    *
110500******************************************************************
110600 6500-PLAYER-SUMMARY.
110700     MOVE "PLAYER SUMMARY - ALL REVIEWED GAMES" TO REPORT-LINE.
110800     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
110900     MOVE SPACES TO REPORT-LINE.
111000     STRING "PLAYER               GAMES AVG ERR  "
111100            "BLUND/G  INACC/G  MISS/G" DELIMITED BY SIZE
111200         INTO REPORT-LINE.
111300     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
111400     MOVE "N" TO EOF-SW.
111500     OPEN INPUT HISTORY-FILE.
111600     IF HISTORY-STATUS NOT = "00"
111700         IF HISTORY-STATUS = "05"
111800             CLOSE HISTORY-FILE
111900         END-IF
112000         GO TO 6500-EXIT.
112100     PERFORM 6600-ONE-HISTORY-LINE THRU 6600-EXIT
112200         UNTIL FILE-AT-END.
112300     CLOSE HISTORY-FILE.
112400     PERFORM 6700-ONE-PLAYER THRU 6700-EXIT
112500         VARYING PS-IX FROM 1 BY 1 UNTIL PS-IX > PLAYER-COUNT.
112600 6500-EXIT.
112700     EXIT.
112800 6600-ONE-HISTORY-LINE.
112900     READ HISTORY-FILE
113000         AT END
113100             MOVE "Y" TO EOF-SW
113200             GO TO 6600-EXIT
113300     END-READ.
113400     IF HS-MOVES IS NOT NUMERIC OR HS-ERROR IS NOT NUMERIC
113500        OR HS-INACCURACIES IS NOT NUMERIC
113600        OR HS-BLUNDERS IS NOT NUMERIC OR HS-MISSED IS NOT NUMERIC
113700         GO TO 6600-EXIT.
113800     MOVE ZERO TO PS-HIT.
113900     PERFORM 6650-FIND-PLAYER THRU 6650-EXIT
114000         VARYING PS-IX FROM 1 BY 1
114100         UNTIL PS-IX > PLAYER-COUNT OR PS-HIT > ZERO.
114200     IF PS-HIT = ZERO
114300         IF PLAYER-COUNT NOT < 100
114400             GO TO 6600-EXIT
114500         END-IF
114600         ADD 1 TO PLAYER-COUNT
114700         MOVE PLAYER-COUNT TO PS-HIT
114800         INITIALIZE PLAYER-ENTRY(PS-HIT)
114900         MOVE HS-NAME TO PS-NAME(PS-HIT).
115000     ADD 1 TO PS-GAMES(PS-HIT).
115100     ADD HS-MOVES TO PS-MOVES(PS-HIT).
115200     ADD HS-ERROR TO PS-ERROR(PS-HIT).
115300     ADD HS-INACCURACIES TO PS-INACCURACIES(PS-HIT).
115400     ADD HS-BLUNDERS TO PS-BLUNDERS(PS-HIT).
115500     ADD HS-MISSED TO PS-MISSED(PS-HIT).
115600 6600-EXIT.
115700     EXIT.
115800 6650-FIND-PLAYER.
115900     IF PS-NAME(PS-IX) = HS-NAME
116000         MOVE PS-IX TO PS-HIT.
116100 6650-EXIT.
116200     EXIT.
116300 6700-ONE-PLAYER.
116400     MOVE SPACES TO REPORT-LINE.
116500     MOVE PS-NAME(PS-IX) TO REPORT-LINE(1:20).
116600     MOVE PS-GAMES(PS-IX) TO ED-5.
116700     MOVE ED-5 TO REPORT-LINE(22:5).
116800     IF PS-MOVES(PS-IX) > ZERO
116900         COMPUTE AVG-ERROR ROUNDED =
117000             PS-ERROR(PS-IX) / PS-MOVES(PS-IX)
117100     ELSE
117200         MOVE ZERO TO AVG-ERROR.
117300     MOVE AVG-ERROR TO ED-AVG.
117400     COMPUTE PER-GAME ROUNDED =
117500         PS-BLUNDERS(PS-IX) / PS-GAMES(PS-IX).
117600     MOVE PER-GAME TO ED-AVG-B.
117700     COMPUTE PER-GAME ROUNDED =
117800         PS-INACCURACIES(PS-IX) / PS-GAMES(PS-IX).
117900     MOVE PER-GAME TO ED-AVG-C.
118000     COMPUTE PER-GAME ROUNDED =
118100         PS-MISSED(PS-IX) / PS-GAMES(PS-IX).
118200     MOVE PER-GAME TO ED-AVG-D.
118300     STRING ED-AVG "   " ED-AVG-B "   " ED-AVG-C "  " ED-AVG-D
118400         DELIMITED BY SIZE INTO REPORT-LINE(29:32).
118500     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
118600 6700-EXIT.
118700     EXIT.
118800 6900-PUT-LINE.
118900     WRITE REPORT-RECORD FROM REPORT-LINE.
119000     DISPLAY REPORT-LINE.
119100 6900-EXIT.
119200     EXIT.
119300 END PROGRAM CHKREVW.
