000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HIST48.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  HIST48 - 2048 GAME HISTORY REPORT.  2048-GAME APPENDS ONE     *
000900*  LINE TO THE SHARED .2048-HISTORY FILE FOR EVERY FINISHED      *
001000*  GAME; THIS JOB READS IT ALL AND WRITES 2048.HIST.RPT:         *
001100*    - PER PLAYER, THE SPREAD OF HIGHEST TILE REACHED            *
001200*    - PER PLAYER, GAMES AND AVERAGE SCORE MONTH BY MONTH, WITH  *
001300*      THE CHANGE FROM THE MONTH BEFORE                          *
001400*    - AVERAGE SCORE AND THE 2048 RATE BY HOW MUCH UNDO AND HOW  *
001500*      MUCH HINT WAS USED IN THE GAME                            *
001600*    - THE SHOP-WIDE SHARE OF GAMES THAT REACHED 2048            *
001700*  PUZZLE AND CONTEST GAMES START FROM A PREPARED POSITION, SO   *
001800*  THEY ARE COUNTED IN THE MODE TOTALS ONLY; THE OTHER SECTIONS  *
001900*  COVER NORMAL, TIME-ATTACK AND CHALLENGE GAMES.  THE SCORE IS  *
002000*  THE MERGE SCORE THE GAME RECORDS.  NOTHING IS CHANGED.        *
002100******************************************************************
002200*  MODIFICATION HISTORY                                          *
002300*  10/15/26 OSG  INITIAL VERSION.                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTORY-NAME
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS HISTORY-STATUS.
003200     SELECT REPORT-FILE ASSIGN TO "2048.HIST.RPT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS REPORT-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700******************************************************************
003800*  ONE FINISHED GAME, AS 2048-GAME WRITES IT.                    *
003900******************************************************************
004000 FD  HISTORY-FILE.
004100 01  HISTORY-RECORD.
004200     05  GH-PLAYER           PIC X(12).
004300     05  FILLER              PIC X(01).
004400     05  GH-DATE             PIC 9(08).
004500     05  GH-DATE-X REDEFINES GH-DATE.
004600         10  GH-MONTH        PIC 9(06).
004700         10  FILLER          PIC 9(02).
004800     05  FILLER              PIC X(01).
004900     05  GH-TIME             PIC 9(04).
005000     05  FILLER              PIC X(01).
005100     05  GH-MACHINE          PIC X(08).
005200     05  FILLER              PIC X(01).
005300     05  GH-MODE             PIC X(11).
005400     05  FILLER              PIC X(01).
005500     05  GH-GRID-SIZE        PIC 9(01).
005600     05  FILLER              PIC X(01).
005700     05  GH-WIN-TILE         PIC 9(04).
005800     05  FILLER              PIC X(01).
005900     05  GH-SCORE            PIC 9(06).
006000     05  FILLER              PIC X(01).
006100     05  GH-HIGHEST-TILE     PIC 9(04).
006200     05  FILLER              PIC X(01).
006300     05  GH-MOVES            PIC 9(05).
006400     05  FILLER              PIC X(01).
006500     05  GH-UNDOS            PIC 9(04).
006600     05  FILLER              PIC X(01).
006700     05  GH-HINTS            PIC 9(04).
006800 FD  REPORT-FILE.
006900 01  REPORT-RECORD           PIC X(80).
007000 WORKING-STORAGE SECTION.
007100 77  HISTORY-STATUS          PIC X(02).
007200 77  REPORT-STATUS           PIC X(02).
007300 77  HISTORY-NAME            PIC X(20) VALUE ".2048-HISTORY".
007400 77  EOF-SW                  PIC X(01) VALUE "N".
007500     88  FILE-AT-END         VALUE "Y".
007600 77  TODAY-YMD               PIC 9(08).
007700******************************************************************
007800*  SHOP TOTALS.  MODES: NORMAL, TIME-ATTACK, CHALLENGE, PUZZLE,  *
007900*  CONTEST, AND ANYTHING ELSE.                                   *
008000******************************************************************
008100 01  MODE-NAMES.
008200     05  FILLER              PIC X(11) VALUE "NORMAL".
008300     05  FILLER              PIC X(11) VALUE "TIME-ATTACK".
008400     05  FILLER              PIC X(11) VALUE "CHALLENGE".
008500     05  FILLER              PIC X(11) VALUE "PUZZLE".
008600     05  FILLER              PIC X(11) VALUE "CONTEST".
008700     05  FILLER              PIC X(11) VALUE "OTHER".
008800 01  FILLER REDEFINES MODE-NAMES.
008900     05  MODE-NAME OCCURS 6 TIMES PIC X(11).
009000 01  MODE-COUNTS.
009100     05  MODE-COUNT OCCURS 6 TIMES PIC 9(07).
009200 77  MD-IX                   PIC 9(01).
009300 77  GAMES-READ              PIC 9(07) VALUE ZERO.
009400 77  OPEN-GAMES              PIC 9(07) VALUE ZERO.
009500 77  OPEN-2048               PIC 9(07) VALUE ZERO.
009600 77  FULL-GRID-GAMES         PIC 9(07) VALUE ZERO.
009700 77  FULL-GRID-2048          PIC 9(07) VALUE ZERO.
009800 77  FIRST-DATE              PIC 9(08) VALUE 99999999.
009900 77  LAST-DATE               PIC 9(08) VALUE ZERO.
010000******************************************************************
010100*  HIGHEST-TILE BANDS: 64 OR LESS, 128, 256, 512, 1024, 2048,    *
010200*  4096 AND OVER.                                                *
010300******************************************************************
010400 01  BAND-NAMES.
010500     05  FILLER              PIC X(06) VALUE "  <=64".
010600     05  FILLER              PIC X(06) VALUE "   128".
010700     05  FILLER              PIC X(06) VALUE "   256".
010800     05  FILLER              PIC X(06) VALUE "   512".
010900     05  FILLER              PIC X(06) VALUE "  1024".
011000     05  FILLER              PIC X(06) VALUE "  2048".
011100     05  FILLER              PIC X(06) VALUE " 4096+".
011200 01  FILLER REDEFINES BAND-NAMES.
011300     05  BAND-NAME OCCURS 7 TIMES PIC X(06).
011400 77  BD-IX                   PIC 9(01).
011500******************************************************************
011600*  PLAYERS, IN ORDER OF FIRST APPEARANCE.                        *
011700******************************************************************
011800 77  PLAYER-MAX              PIC 9(04) COMP VALUE 300.
011900 77  PLAYER-COUNT            PIC 9(04) COMP VALUE ZERO.
012000 77  PLAYERS-SKIPPED         PIC 9(05) VALUE ZERO.
012100 77  PL-IX                   PIC 9(04) COMP.
012200 01  PLAYER-TABLE.
012300     05  PLAYER-ENTRY OCCURS 300 TIMES.
012400         10  PT-NAME         PIC X(12).
012500         10  PT-GAMES        PIC 9(05).
012600         10  PT-SCORE-TOTAL  PIC 9(09).
012700         10  PT-BEST         PIC 9(06).
012800         10  PT-BAND OCCURS 7 TIMES PIC 9(05).
012900******************************************************************
013000*  ONE ENTRY PER PLAYER PER MONTH FOR THE SCORE TREND.           *
013100******************************************************************
013200 77  MONTH-MAX               PIC 9(04) COMP VALUE 3000.
013300 77  MONTH-COUNT             PIC 9(04) COMP VALUE ZERO.
013400 77  MONTHS-SKIPPED          PIC 9(05) VALUE ZERO.
013500 77  PM-IX                   PIC 9(04) COMP.
013600 77  PM-NEXT                 PIC 9(04) COMP.
013700 01  MONTH-TABLE.
013800     05  MONTH-ENTRY OCCURS 3000 TIMES.
013900         10  PM-PLAYER       PIC 9(04) COMP.
014000         10  PM-MONTH        PIC 9(06).
014100         10  PM-GAMES        PIC 9(05).
014200         10  PM-SCORE-TOTAL  PIC 9(09).
014300 77  LAST-MONTH-SHOWN        PIC 9(06).
014400 77  NEXT-MONTH              PIC 9(06).
014500 77  PRIOR-AVERAGE           PIC 9(06).
014600 77  MONTHS-SHOWN            PIC 9(04) COMP.
014700******************************************************************
014800*  UNDO AND HINT USE PER GAME: NONE, 1-5, 6-20, 21 AND OVER.     *
014900******************************************************************
015000 01  USE-NAMES.
015100     05  FILLER              PIC X(10) VALUE "NONE".
015200     05  FILLER              PIC X(10) VALUE "1 TO 5".
015300     05  FILLER              PIC X(10) VALUE "6 TO 20".
015400     05  FILLER              PIC X(10) VALUE "21 OR MORE".
015500 01  FILLER REDEFINES USE-NAMES.
015600     05  USE-NAME OCCURS 4 TIMES PIC X(10).
015700 01  UNDO-BANDS.
015800     05  UNDO-BAND OCCURS 4 TIMES.
015900         10  UB-GAMES        PIC 9(07).
016000         10  UB-SCORE-TOTAL  PIC 9(11).
016100         10  UB-2048         PIC 9(07).
016200 01  HINT-BANDS.
016300     05  HINT-BAND OCCURS 4 TIMES.
016400         10  HB-GAMES        PIC 9(07).
016500         10  HB-SCORE-TOTAL  PIC 9(11).
016600         10  HB-2048         PIC 9(07).
016700 77  US-IX                   PIC 9(01).
016800 77  USE-WORK                PIC 9(05).
016900******************************************************************
017000*  REPORT EDITING.                                               *
017100******************************************************************
017200 77  ED-4                    PIC ZZZ9.
017300 77  ED-5                    PIC ZZZZ9.
017400 77  ED-6                    PIC ZZZZZ9.
017500 77  ED-6B                   PIC ZZZZZ9.
017600 77  ED-7                    PIC ZZZZZZ9.
017700 77  ED-7B                   PIC ZZZZZZ9.
017800 77  ED-PCT                  PIC ZZ9.
017900 77  ED-CHANGE               PIC ++++++9.
018000 77  AVERAGE-WORK            PIC 9(06).
018100 77  CHANGE-WORK             PIC S9(06).
018200 77  PCT-WORK                PIC 9(03).
018300 01  BAND-LINE.
018400     05  BL-CELL OCCURS 7 TIMES PIC X(06).
018500 01  REPORT-LINE             PIC X(80).
018600 PROCEDURE DIVISION.
018700******************************************************************
018800*  0000-MAINLINE.                                                *
018900******************************************************************
019000 0000-MAINLINE.
019100     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
019200     MOVE ZEROS TO MODE-COUNTS.
019300     MOVE ZEROS TO UNDO-BANDS.
019400     MOVE ZEROS TO HINT-BANDS.
019500     PERFORM 1000-LOAD-HISTORY THRU 1000-EXIT.
019600     OPEN OUTPUT REPORT-FILE.
019700     IF REPORT-STATUS NOT = "00"
019800         DISPLAY "CANNOT WRITE 2048.HIST.RPT STATUS "
019900                 REPORT-STATUS
020000         STOP RUN.
020100     PERFORM 5000-HEADING THRU 5000-EXIT.
020200     PERFORM 5100-SHOP-SUMMARY THRU 5100-EXIT.
020300     PERFORM 5200-TILE-SPREAD THRU 5200-EXIT.
020400     PERFORM 5300-SCORE-TREND THRU 5300-EXIT.
020500     PERFORM 5400-ASSISTANCE THRU 5400-EXIT.
020600     MOVE ALL "=" TO REPORT-LINE.
020700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
020800     CLOSE REPORT-FILE.
020900     DISPLAY "HIST48 COMPLETE - SEE 2048.HIST.RPT".
021000     STOP RUN.
021100******************************************************************
021200*  1000-LOAD-HISTORY - EVERY GAME ON FILE INTO THE TOTALS.       *
021300******************************************************************
021400 1000-LOAD-HISTORY.
021500     OPEN INPUT HISTORY-FILE.
021600     IF HISTORY-STATUS NOT = "00"
021700         IF HISTORY-STATUS = "05"
021800             CLOSE HISTORY-FILE
021900         END-IF
022000         GO TO 1000-EXIT.
022100     PERFORM 1100-ONE-GAME THRU 1100-EXIT
022200         UNTIL FILE-AT-END.
022300     CLOSE HISTORY-FILE.
022400 1000-EXIT.
022500     EXIT.
022600 1100-ONE-GAME.
022700     READ HISTORY-FILE
022800         AT END
022900             MOVE "Y" TO EOF-SW
023000             GO TO 1100-EXIT
023100     END-READ.
023200     IF HISTORY-RECORD = SPACES
023300      OR GH-DATE NOT NUMERIC OR GH-SCORE NOT NUMERIC
023400      OR GH-HIGHEST-TILE NOT NUMERIC
023500         GO TO 1100-EXIT.
023600     IF GH-UNDOS NOT NUMERIC
023700         MOVE ZERO TO GH-UNDOS.
023800     IF GH-HINTS NOT NUMERIC
023900         MOVE ZERO TO GH-HINTS.
024000     ADD 1 TO GAMES-READ.
024100     IF GH-DATE < FIRST-DATE
024200         MOVE GH-DATE TO FIRST-DATE.
024300     IF GH-DATE > LAST-DATE
024400         MOVE GH-DATE TO LAST-DATE.
024500     EVALUATE GH-MODE
024600         WHEN "NORMAL"      MOVE 1 TO MD-IX
024700         WHEN "TIME-ATTACK" MOVE 2 TO MD-IX
024800         WHEN "CHALLENGE"   MOVE 3 TO MD-IX
024900         WHEN "PUZZLE"      MOVE 4 TO MD-IX
025000         WHEN "CONTEST"     MOVE 5 TO MD-IX
025100         WHEN OTHER         MOVE 6 TO MD-IX
025200     END-EVALUATE.
025300     ADD 1 TO MODE-COUNT(MD-IX).
025400     IF MD-IX > 3
025500         GO TO 1100-EXIT.
025600     ADD 1 TO OPEN-GAMES.
025700     IF GH-HIGHEST-TILE >= 2048
025800         ADD 1 TO OPEN-2048.
025900     IF GH-GRID-SIZE = 4
026000         ADD 1 TO FULL-GRID-GAMES
026100         IF GH-HIGHEST-TILE >= 2048
026200             ADD 1 TO FULL-GRID-2048
026300         END-IF
026400     END-IF.
026500     PERFORM 1200-PLAYER-TOTALS THRU 1200-EXIT.
026600     PERFORM 1300-ASSIST-TOTALS THRU 1300-EXIT.
026700 1100-EXIT.
026800     EXIT.
026900******************************************************************
027000*  1200-PLAYER-TOTALS - THE PLAYER'S TILE BAND AND THIS MONTH.   *
027100******************************************************************
027200 1200-PLAYER-TOTALS.
027300     IF GH-PLAYER = SPACES
027400         MOVE "ANONYMOUS" TO GH-PLAYER.
027500     PERFORM VARYING PL-IX FROM 1 BY 1
027600         UNTIL PL-IX > PLAYER-COUNT
027700            OR PT-NAME(PL-IX) = GH-PLAYER
027800         CONTINUE
027900     END-PERFORM.
028000     IF PL-IX > PLAYER-COUNT
028100         IF PLAYER-COUNT >= PLAYER-MAX
028200             ADD 1 TO PLAYERS-SKIPPED
028300             GO TO 1200-EXIT
028400         END-IF
028500         ADD 1 TO PLAYER-COUNT
028600         MOVE PLAYER-COUNT TO PL-IX
028700         MOVE SPACES TO PLAYER-ENTRY(PL-IX)
028800         MOVE GH-PLAYER TO PT-NAME(PL-IX)
028900         MOVE ZERO TO PT-GAMES(PL-IX) PT-SCORE-TOTAL(PL-IX)
029000                      PT-BEST(PL-IX)
029100         PERFORM VARYING BD-IX FROM 1 BY 1 UNTIL BD-IX > 7
029200             MOVE ZERO TO PT-BAND(PL-IX, BD-IX)
029300         END-PERFORM
029400     END-IF.
029500     ADD 1 TO PT-GAMES(PL-IX).
029600     ADD GH-SCORE TO PT-SCORE-TOTAL(PL-IX).
029700     IF GH-SCORE > PT-BEST(PL-IX)
029800         MOVE GH-SCORE TO PT-BEST(PL-IX).
029900     EVALUATE TRUE
030000         WHEN GH-HIGHEST-TILE <= 64   MOVE 1 TO BD-IX
030100         WHEN GH-HIGHEST-TILE <= 128  MOVE 2 TO BD-IX
030200         WHEN GH-HIGHEST-TILE <= 256  MOVE 3 TO BD-IX
030300         WHEN GH-HIGHEST-TILE <= 512  MOVE 4 TO BD-IX
030400         WHEN GH-HIGHEST-TILE <= 1024 MOVE 5 TO BD-IX
030500         WHEN GH-HIGHEST-TILE <= 2048 MOVE 6 TO BD-IX
030600         WHEN OTHER                   MOVE 7 TO BD-IX
030700     END-EVALUATE.
030800     ADD 1 TO PT-BAND(PL-IX, BD-IX).
030900     PERFORM VARYING PM-IX FROM 1 BY 1
031000         UNTIL PM-IX > MONTH-COUNT
031100            OR (PM-PLAYER(PM-IX) = PL-IX
031200                AND PM-MONTH(PM-IX) = GH-MONTH)
031300         CONTINUE
031400     END-PERFORM.
031500     IF PM-IX > MONTH-COUNT
031600         IF MONTH-COUNT >= MONTH-MAX
031700             ADD 1 TO MONTHS-SKIPPED
031800             GO TO 1200-EXIT
031900         END-IF
032000         ADD 1 TO MONTH-COUNT
032100         MOVE MONTH-COUNT TO PM-IX
032200         MOVE PL-IX TO PM-PLAYER(PM-IX)
032300         MOVE GH-MONTH TO PM-MONTH(PM-IX)
032400         MOVE ZERO TO PM-GAMES(PM-IX) PM-SCORE-TOTAL(PM-IX)
032500     END-IF.
032600     ADD 1 TO PM-GAMES(PM-IX).
032700     ADD GH-SCORE TO PM-SCORE-TOTAL(PM-IX).
032800 1200-EXIT.
032900     EXIT.
033000******************************************************************
033100*  1300-ASSIST-TOTALS - THE GAME'S UNDO AND HINT USE BANDS.      *
033200******************************************************************
033300 1300-ASSIST-TOTALS.
033400     MOVE GH-UNDOS TO USE-WORK.
033500     PERFORM 1310-USE-BAND THRU 1310-EXIT.
033600     ADD 1 TO UB-GAMES(US-IX).
033700     ADD GH-SCORE TO UB-SCORE-TOTAL(US-IX).
033800     IF GH-HIGHEST-TILE >= 2048
033900         ADD 1 TO UB-2048(US-IX).
034000     MOVE GH-HINTS TO USE-WORK.
034100     PERFORM 1310-USE-BAND THRU 1310-EXIT.
034200     ADD 1 TO HB-GAMES(US-IX).
034300     ADD GH-SCORE TO HB-SCORE-TOTAL(US-IX).
034400     IF GH-HIGHEST-TILE >= 2048
034500         ADD 1 TO HB-2048(US-IX).
034600 1300-EXIT.
034700     EXIT.
034800 1310-USE-BAND.
034900     EVALUATE TRUE
035000         WHEN USE-WORK = ZERO MOVE 1 TO US-IX
035100         WHEN USE-WORK <= 5   MOVE 2 TO US-IX
035200         WHEN USE-WORK <= 20  MOVE 3 TO US-IX
035300         WHEN OTHER           MOVE 4 TO US-IX
035400     END-EVALUATE.
035500 1310-EXIT.
035600     EXIT.
035700******************************************************************
035800*  5000-HEADING.                                                 *
035900******************************************************************
036000 5000-HEADING.
036100     MOVE ALL "=" TO REPORT-LINE.
036200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
036300     STRING "2048 GAME HISTORY  "
036400            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
036500         DELIMITED BY SIZE INTO REPORT-LINE.
036600     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
036700     MOVE ALL "=" TO REPORT-LINE.
036800     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
036900     IF GAMES-READ = ZERO
037000         MOVE "NO FINISHED GAMES ON FILE (.2048-HISTORY)"
037100           TO REPORT-LINE
037200         PERFORM 5900-PUT-LINE THRU 5900-EXIT
037300         GO TO 5000-EXIT.
037400     STRING "GAMES FROM " FIRST-DATE(1:4) "-" FIRST-DATE(5:2) "-"
037500            FIRST-DATE(7:2) " TO " LAST-DATE(1:4) "-"
037600            LAST-DATE(5:2) "-" LAST-DATE(7:2)
037700         DELIMITED BY SIZE INTO REPORT-LINE.
037800     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
037900 5000-EXIT.
038000     EXIT.
038100******************************************************************
038200*  5100-SHOP-SUMMARY - GAMES BY MODE AND THE 2048 RATE.          *
038300******************************************************************
038400 5100-SHOP-SUMMARY.
038500     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
038600     MOVE "SHOP TOTALS" TO REPORT-LINE.
038700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
038800     MOVE ALL "-" TO REPORT-LINE.
038900     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
039000     PERFORM VARYING MD-IX FROM 1 BY 1 UNTIL MD-IX > 6
039100         IF MD-IX < 6 OR MODE-COUNT(MD-IX) > ZERO
039200             MOVE MODE-COUNT(MD-IX) TO ED-7
039300             STRING "  " MODE-NAME(MD-IX) " GAMES  " ED-7
039400                 DELIMITED BY SIZE INTO REPORT-LINE
039500             PERFORM 5900-PUT-LINE THRU 5900-EXIT
039600         END-IF
039700     END-PERFORM.
039800     MOVE GAMES-READ TO ED-7.
039900     STRING "  ALL GAMES          " ED-7
040000         DELIMITED BY SIZE INTO REPORT-LINE.
040100     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
040200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
040300     MOVE ZERO TO PCT-WORK.
040400     IF OPEN-GAMES > ZERO
040500         COMPUTE PCT-WORK ROUNDED = OPEN-2048 * 100 / OPEN-GAMES.
040600     MOVE OPEN-2048 TO ED-7.
040700     MOVE OPEN-GAMES TO ED-7B.
040800     MOVE PCT-WORK TO ED-PCT.
040900     STRING "  GAMES REACHING 2048:" ED-7 " OF" ED-7B " ("
041000            ED-PCT "%)"
041100         DELIMITED BY SIZE INTO REPORT-LINE.
041200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
041300     MOVE ZERO TO PCT-WORK.
041400     IF FULL-GRID-GAMES > ZERO
041500         COMPUTE PCT-WORK ROUNDED =
041600             FULL-GRID-2048 * 100 / FULL-GRID-GAMES.
041700     MOVE FULL-GRID-2048 TO ED-7.
041800     MOVE FULL-GRID-GAMES TO ED-7B.
041900     MOVE PCT-WORK TO ED-PCT.
042000     STRING "  ON THE 4X4 GRID:    " ED-7 " OF" ED-7B " ("
042100            ED-PCT "%)"
042200         DELIMITED BY SIZE INTO REPORT-LINE.
042300     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
042400 5100-EXIT.
042500     EXIT.
042600******************************************************************
042700*  5200-TILE-SPREAD - PER PLAYER, GAMES BY HIGHEST TILE.         *
042800******************************************************************
042900 5200-TILE-SPREAD.
043000     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
043100     MOVE "HIGHEST TILE REACHED, GAMES PER PLAYER" TO REPORT-LINE.
043200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
043300     MOVE ALL "-" TO REPORT-LINE.
043400     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
043500     IF PLAYER-COUNT = ZERO
043600         MOVE "  NO GAMES" TO REPORT-LINE
043700         PERFORM 5900-PUT-LINE THRU 5900-EXIT
043800         GO TO 5200-EXIT.
043900     STRING "  PLAYER        GAMES " BAND-NAMES "   BEST"
044000         DELIMITED BY SIZE INTO REPORT-LINE.
044100     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
044200     PERFORM 5210-ONE-PLAYER THRU 5210-EXIT
044300         VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PLAYER-COUNT.
044400     IF PLAYERS-SKIPPED > ZERO
044500         MOVE PLAYERS-SKIPPED TO ED-5
044600         STRING "  " ED-5 " GAME(S) BY FURTHER PLAYERS NOT LISTED"
044700             DELIMITED BY SIZE INTO REPORT-LINE
044800         PERFORM 5900-PUT-LINE THRU 5900-EXIT.
044900 5200-EXIT.
045000     EXIT.
045100 5210-ONE-PLAYER.
045200     PERFORM VARYING BD-IX FROM 1 BY 1 UNTIL BD-IX > 7
045300         MOVE PT-BAND(PL-IX, BD-IX) TO ED-5
045400         MOVE SPACE TO BL-CELL(BD-IX)
045500         MOVE ED-5 TO BL-CELL(BD-IX)(2:5)
045600     END-PERFORM.
045700     MOVE PT-GAMES(PL-IX) TO ED-5.
045800     MOVE PT-BEST(PL-IX) TO ED-7.
045900     STRING "  " PT-NAME(PL-IX) " " ED-5 " " BAND-LINE ED-7
046000         DELIMITED BY SIZE INTO REPORT-LINE.
046100     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
046200 5210-EXIT.
046300     EXIT.
046400******************************************************************
046500*  5300-SCORE-TREND - PER PLAYER, EACH MONTH IN DATE ORDER WITH  *
046600*  ITS AVERAGE SCORE AND THE CHANGE FROM THE MONTH BEFORE.       *
046700******************************************************************
046800 5300-SCORE-TREND.
046900     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
047000     MOVE "SCORE TREND BY MONTH" TO REPORT-LINE.
047100     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
047200     MOVE ALL "-" TO REPORT-LINE.
047300     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
047400     IF PLAYER-COUNT = ZERO
047500         MOVE "  NO GAMES" TO REPORT-LINE
047600         PERFORM 5900-PUT-LINE THRU 5900-EXIT
047700         GO TO 5300-EXIT.
047800     MOVE "  PLAYER       MONTH    GAMES  AVG SCORE   CHANGE"
047900       TO REPORT-LINE.
048000     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
048100     PERFORM 5310-ONE-PLAYER-TREND THRU 5310-EXIT
048200         VARYING PL-IX FROM 1 BY 1 UNTIL PL-IX > PLAYER-COUNT.
048300     IF MONTHS-SKIPPED > ZERO
048400         MOVE MONTHS-SKIPPED TO ED-5
048500         STRING "  " ED-5 " GAME(S) PAST THE MONTH TABLE"
048600                " NOT SHOWN"
048700             DELIMITED BY SIZE INTO REPORT-LINE
048800         PERFORM 5900-PUT-LINE THRU 5900-EXIT.
048900 5300-EXIT.
049000     EXIT.
049100 5310-ONE-PLAYER-TREND.
049200     MOVE ZERO TO LAST-MONTH-SHOWN.
049300     MOVE ZERO TO MONTHS-SHOWN.
049400     MOVE ZERO TO PRIOR-AVERAGE.
049500     PERFORM 5320-NEXT-MONTH THRU 5320-EXIT.
049600     PERFORM 5330-SHOW-MONTH THRU 5330-EXIT
049700         UNTIL PM-NEXT = ZERO.
049800 5310-EXIT.
049900     EXIT.
050000 5320-NEXT-MONTH.
050100     MOVE ZERO TO PM-NEXT.
050200     MOVE 999999 TO NEXT-MONTH.
050300     PERFORM VARYING PM-IX FROM 1 BY 1 UNTIL PM-IX > MONTH-COUNT
050400         IF PM-PLAYER(PM-IX) = PL-IX
050500          AND PM-MONTH(PM-IX) > LAST-MONTH-SHOWN
050600          AND PM-MONTH(PM-IX) < NEXT-MONTH
050700             MOVE PM-MONTH(PM-IX) TO NEXT-MONTH
050800             MOVE PM-IX TO PM-NEXT
050900         END-IF
051000     END-PERFORM.
051100 5320-EXIT.
051200     EXIT.
051300 5330-SHOW-MONTH.
051400     COMPUTE AVERAGE-WORK ROUNDED =
051500         PM-SCORE-TOTAL(PM-NEXT) / PM-GAMES(PM-NEXT).
051600     MOVE PM-GAMES(PM-NEXT) TO ED-5.
051700     MOVE AVERAGE-WORK TO ED-6.
051800     IF MONTHS-SHOWN = ZERO
051900         STRING "  " PT-NAME(PL-IX) " "
052000                PM-MONTH(PM-NEXT)(1:4) "-" PM-MONTH(PM-NEXT)(5:2)
052100                "  " ED-5 "     " ED-6
052200             DELIMITED BY SIZE INTO REPORT-LINE
052300     ELSE
052400         COMPUTE CHANGE-WORK = AVERAGE-WORK - PRIOR-AVERAGE
052500         MOVE CHANGE-WORK TO ED-CHANGE
052600         STRING "               "
052700                PM-MONTH(PM-NEXT)(1:4) "-" PM-MONTH(PM-NEXT)(5:2)
052800                "  " ED-5 "     " ED-6 "  " ED-CHANGE
052900             DELIMITED BY SIZE INTO REPORT-LINE.
053000     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
053100     ADD 1 TO MONTHS-SHOWN.
053200     MOVE AVERAGE-WORK TO PRIOR-AVERAGE.
053300     MOVE PM-MONTH(PM-NEXT) TO LAST-MONTH-SHOWN.
053400     PERFORM 5320-NEXT-MONTH THRU 5320-EXIT.
053500 5330-EXIT.
053600     EXIT.
053700******************************************************************
053800*  5400-ASSISTANCE - AVERAGE SCORE AND 2048 RATE BY UNDO USE AND *
053900*  BY HINT USE IN THE GAME.                                      *
054000******************************************************************
054100 5400-ASSISTANCE.
054200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
054300     MOVE "UNDO AND HINT USE AGAINST SCORE" TO REPORT-LINE.
054400     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
054500     MOVE ALL "-" TO REPORT-LINE.
054600     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
054700     MOVE "  UNDOS PER GAME    GAMES  AVG SCORE  REACHED 2048"
054800       TO REPORT-LINE.
054900     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
055000     PERFORM 5410-ONE-UNDO-BAND THRU 5410-EXIT
055100         VARYING US-IX FROM 1 BY 1 UNTIL US-IX > 4.
055200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
055300     MOVE "  HINTS PER GAME    GAMES  AVG SCORE  REACHED 2048"
055400       TO REPORT-LINE.
055500     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
055600     PERFORM 5420-ONE-HINT-BAND THRU 5420-EXIT
055700         VARYING US-IX FROM 1 BY 1 UNTIL US-IX > 4.
055800 5400-EXIT.
055900     EXIT.
056000 5410-ONE-UNDO-BAND.
056100     MOVE ZERO TO AVERAGE-WORK PCT-WORK.
056200     IF UB-GAMES(US-IX) > ZERO
056300         COMPUTE AVERAGE-WORK ROUNDED =
056400             UB-SCORE-TOTAL(US-IX) / UB-GAMES(US-IX)
056500         COMPUTE PCT-WORK ROUNDED =
056600             UB-2048(US-IX) * 100 / UB-GAMES(US-IX).
056700     MOVE UB-GAMES(US-IX) TO ED-7.
056800     PERFORM 5490-BAND-LINE THRU 5490-EXIT.
056900 5410-EXIT.
057000     EXIT.
057100 5420-ONE-HINT-BAND.
057200     MOVE ZERO TO AVERAGE-WORK PCT-WORK.
057300     IF HB-GAMES(US-IX) > ZERO
057400         COMPUTE AVERAGE-WORK ROUNDED =
057500             HB-SCORE-TOTAL(US-IX) / HB-GAMES(US-IX)
057600         COMPUTE PCT-WORK ROUNDED =
057700             HB-2048(US-IX) * 100 / HB-GAMES(US-IX).
057800     MOVE HB-GAMES(US-IX) TO ED-7.
057900     PERFORM 5490-BAND-LINE THRU 5490-EXIT.
058000 5420-EXIT.
058100     EXIT.
058200 5490-BAND-LINE.
058300     MOVE AVERAGE-WORK TO ED-6.
058400     MOVE PCT-WORK TO ED-PCT.
058500     STRING "  " USE-NAME(US-IX) "     " ED-7 "     " ED-6
058600            "          " ED-PCT "%"
058700         DELIMITED BY SIZE INTO REPORT-LINE.
058800     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
058900 5490-EXIT.
059000     EXIT.
059100 5900-PUT-LINE.
059200     WRITE REPORT-RECORD FROM REPORT-LINE.
059300     MOVE SPACES TO REPORT-LINE.
059400 5900-EXIT.
059500     EXIT.
059600 END PROGRAM HIST48.
