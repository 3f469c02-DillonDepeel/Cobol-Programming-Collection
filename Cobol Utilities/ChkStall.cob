000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHKSTALL.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CHKSTALL - THE NIGHTLY PASS OVER THE OPEN CORRESPONDENCE      *
000900*  CHECKERS GAMES IN CHECKERS.GAMES.  EVERY GAME CARRIES THE     *
001000*  DATE ITS TURN LAST CHANGED HANDS AND ITS OWN STALL LIMITS,    *
001100*  SET WHEN IT WAS REGISTERED (HOUSE DEFAULT 7, 14 AND 21 DAYS): *
001200*                                                                *
001300*  REMINDER      - ONCE THE TURN HAS SAT FOR THE FIRST LIMIT.    *
001400*  FINAL WARNING - ONCE IT HAS SAT FOR THE SECOND.               *
001500*  FORFEIT       - ONCE IT HAS SAT FOR THE THIRD.  THE PLAYER    *
001600*                  WHOSE TURN IT IS LOSES: THE GAME IS CLOSED    *
001700*                  (STATE F) IN CHECKERS.GAMES, A RESULT LINE    *
001800*                  GOES TO CHECKERS.LOG IN THE LAYOUT CHECKERS   *
001900*                  USES FOR A CLOCK FORFEIT (SO CHKSTATS AND     *
002000*                  CHKBOOK CLOSE THE GAME ON IT), BOTH PLAYERS   *
002100*                  ARE RATED IN THE GAME'S LADDER EXACTLY AS A   *
002200*                  WIN ON THE BOARD WOULD RATE THEM, AND THE     *
002300*                  SPECTATOR VIEW IS MARKED OVER WITH THE WINNER *
002400*                  SO CHECKWATCH AND CHECKTEAM SEE THE RESULT.   *
002500*                                                                *
002600*  THE SITE WAITING FOR THE MOVE DOES THE CHASING: THE REMINDER  *
002700*  AND WARNING ARE MAILED TO THE REMOTE PLAYER'S ADDRESS WHEN    *
002800*  IT IS THE REMOTE PLAYER'S TURN.  WHEN IT IS THIS SITE'S TURN  *
002900*  THE OTHER SITE'S OWN PASS IS MAILING THE REMINDERS, SO HERE   *
003000*  THEY ARE ONLY REPORTED - BUT THE FORFEIT IS RECORDED AT BOTH  *
003100*  ENDS, AS A FINISHED GAME IS.  A GAME HANDED OFF WITHOUT A     *
003200*  MAIL ADDRESS GETS ITS NOTICES ON THE REPORT ONLY.  A FORFEIT  *
003300*  NOTICE GOES TO THE REMOTE ADDRESS EITHER WAY.                 *
003400*                                                                *
003500*  EACH NOTICE IS SENT ONCE: THE LAST ONE SENT IS KEPT ON THE    *
003600*  GAME AND CLEARED BY CHECKERS WHEN THE TURN NEXT CHANGES       *
003700*  HANDS.  A GAME WHOSE DATE WAS NEVER STAMPED (REGISTERED       *
003800*  BEFORE THE LIMITS EXISTED) STARTS ITS COUNT TONIGHT, AND ONE  *
003900*  WHOSE SPECTATOR VIEW ALREADY SAYS OVER IS SIMPLY CLOSED.      *
004000*                                                                *
004100*  MAIL GOES THROUGH CHECKERS' OWN SPOOL DROP FILE, BODIES IN    *
004200*  STALLID.MAI.  WHAT WAS DONE GOES TO CHKSTALL.RPT.             *
004300******************************************************************
004400*  MODIFICATION HISTORY                                          *
004500*  10/15/26 OSG  INITIAL VERSION.                                *
004550*  10/15/26 OSG  FORFEITS ALSO LOG THE RATED LINE.               *
004560*  10/15/26 OSG  FORFEITS LOCK AND REWRITE ONLY THE TWO LADDER   *
004570*                RECORDS IN THE KEYED CHECKERS.PLAYERS.          *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT OPTIONAL GAMES-FILE ASSIGN TO "CHECKERS.GAMES"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS GAMES-STATUS.
005400     SELECT OPTIONAL CKPT-FILE ASSIGN TO CKPT-NAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS CKPT-STATUS.
005700     SELECT OPTIONAL LIVE-FILE ASSIGN TO LIVE-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS LIVE-STATUS.
005950     SELECT OPTIONAL PLAYER-FILE ASSIGN TO PLAYER-FILE-NAME
006000         ORGANIZATION IS INDEXED
006050         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PLAYER-KEY
006150         LOCK MODE IS MANUAL WITH LOCK ON MULTIPLE RECORDS
006200         FILE STATUS IS PLAYER-STATUS.
006300     SELECT OPTIONAL LOG-FILE ASSIGN TO "CHECKERS.LOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS LOG-STATUS.
006600     SELECT OPTIONAL BODY-FILE ASSIGN TO BODY-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS BODY-STATUS.
006900*    CHECKERS' OWN SPOOL DROP FILE; THE MAIL SENDER SWEEPS IT
007000*    INTO DRIVER.SPL AT THE START OF ITS RUN.
007100     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.CHECKERS"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS SPOOL-STATUS.
007400     SELECT OPTIONAL REPORT-FILE ASSIGN TO "CHKSTALL.RPT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS REPORT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  GAMES-FILE.
008000 01  GAMES-RECORD            PIC X(100).
008100 FD  CKPT-FILE.
008200 01  CKPT-RECORD             PIC X(133).
008300 FD  LIVE-FILE.
008400 01  LIVE-RECORD             PIC X(132).
008500 FD  PLAYER-FILE.
008550 01  PLAYER-RECORD.
008600     05  PLAYER-KEY          PIC X(12).
008650     05  FILLER              PIC X(19).
008700 FD  LOG-FILE.
008800 01  LOG-RECORD              PIC X(80).
008900 FD  BODY-FILE.
009000 01  BODY-RECORD             PIC X(80).
009100 FD  SPOOL-FILE.
009200 01  SPOOL-RECORD            PIC X(250).
009300 FD  REPORT-FILE.
009400 01  REPORT-RECORD           PIC X(100).
009500 WORKING-STORAGE SECTION.
009600 77  GAMES-STATUS            PIC X(02).
009700 77  CKPT-STATUS             PIC X(02).
009800 77  LIVE-STATUS             PIC X(02).
009900 77  PLAYER-STATUS           PIC X(02).
010000 77  LOG-STATUS              PIC X(02).
010100 77  BODY-STATUS             PIC X(02).
010200 77  SPOOL-STATUS            PIC X(02).
010300 77  REPORT-STATUS           PIC X(02).
010400 77  CKPT-NAME               PIC X(30) VALUE SPACES.
010500 77  LIVE-NAME               PIC X(30) VALUE SPACES.
010600 77  PLAYER-FILE-NAME        PIC X(30) VALUE SPACES.
010700 77  BODY-NAME               PIC X(20) VALUE SPACES.
010800 77  EOF-SW                  PIC X(01) VALUE "N".
010900     88  FILE-AT-END         VALUE "Y".
011000 77  TODAY-YMD               PIC 9(08).
011100 77  TODAY-DAYS              PIC 9(07).
011200 77  NOW-TIME                PIC 9(08).
011300 77  DAYS-IDLE               PIC 9(05).
011400 77  REGISTRY-CHANGED        PIC X(01) VALUE "N".
011500 77  REGISTRY-OVERFLOW       PIC X(01) VALUE "N".
011600******************************************************************
011700*  ONE REGISTRY RECORD, LAID OUT AS CHECKERS WRITES IT, AND THE  *
011800*  REGISTRY IN MEMORY.                                           *
011900******************************************************************
012000 01  GAME-VIEW.
012100     05  GR-ID               PIC X(04).
012200     05  FILLER              PIC X(01).
012300     05  GR-OPPONENT         PIC X(12).
012400     05  FILLER              PIC X(01).
012500     05  GR-MY-SIDE          PIC X(01).
012600     05  FILLER              PIC X(01).
012700     05  GR-TURN             PIC X(01).
012800         88  GR-LOCAL-TURN   VALUE "L".
012900     05  FILLER              PIC X(01).
013000     05  GR-MY-NAME          PIC X(12).
013100     05  FILLER              PIC X(01).
013200     05  GR-MAILTO           PIC X(40).
013300     05  FILLER              PIC X(01).
013400     05  GR-LAST-MOVE        PIC X(08).
013500     05  GR-LAST-MOVE-N REDEFINES GR-LAST-MOVE
013600                             PIC 9(08).
013700     05  FILLER              PIC X(01).
013800     05  GR-REMIND-DAYS      PIC X(02).
013900     05  GR-REMIND-N REDEFINES GR-REMIND-DAYS
014000                             PIC 9(02).
014100     05  FILLER              PIC X(01).
014200     05  GR-WARN-DAYS        PIC X(02).
014300     05  GR-WARN-N REDEFINES GR-WARN-DAYS
014400                             PIC 9(02).
014500     05  FILLER              PIC X(01).
014600     05  GR-DEADLINE-DAYS    PIC X(02).
014700     05  GR-DEADLINE-N REDEFINES GR-DEADLINE-DAYS
014800                             PIC 9(02).
014900     05  FILLER              PIC X(01).
015000     05  GR-NOTICE           PIC X(01).
015100         88  GR-NOTHING-SENT VALUE SPACE.
015200         88  GR-REMINDED     VALUE "R".
015300         88  GR-WARNED       VALUE "W".
015400     05  FILLER              PIC X(01).
015500     05  GR-STATE            PIC X(01).
015600         88  GR-IS-OPEN      VALUE SPACE.
015700     05  FILLER              PIC X(02).
015800 01  GAMES-TABLE.
015900     05  GAMES-LINE OCCURS 50 TIMES PIC X(100).
016000 77  GAMES-COUNT             PIC 9(02) VALUE ZERO.
016100 77  GM-IX                   PIC 9(02).
016200******************************************************************
016300*  THE SIDES OF THE GAME IN HAND.  THE STALLED SIDE IS THE ONE   *
016400*  WHOSE TURN IT IS.                                             *
016500******************************************************************
016600 77  STALLED-NAME            PIC X(12).
016700 77  STALLED-WHO             PIC X(08).
016800 77  WAITING-NAME            PIC X(12).
016900 77  NOTICE-KIND             PIC X(01).
017000     88  NOTICE-REMINDER     VALUE "R".
017100     88  NOTICE-WARNING      VALUE "W".
017200     88  NOTICE-FORFEIT      VALUE "F".
017300 77  NOTICE-MAILED           PIC X(01).
017400******************************************************************
017500*  THE SPECTATOR VIEW: THE HEADER LINE AS CHECKERS WRITES IT AND *
017600*  THE REST OF THE FILE, KEPT AS IT IS.                          *
017700******************************************************************
017800 01  LIVE-HEADER.
017900     05  LV-GAME             PIC X(04).
018000     05  FILLER              PIC X(01).
018100     05  LV-STATE            PIC X(06).
018200     05  FILLER              PIC X(01).
018300     05  LV-TURN             PIC X(01).
018400     05  FILLER              PIC X(01).
018500     05  LV-NAME-O           PIC X(12).
018600     05  FILLER              PIC X(01).
018700     05  LV-NAME-X           PIC X(12).
018800     05  FILLER              PIC X(01).
018900     05  LV-CLOCK-MODE       PIC X(01).
019000     05  FILLER              PIC X(01).
019100     05  LV-CLOCK-O          PIC 9(06).
019200     05  FILLER              PIC X(01).
019300     05  LV-CLOCK-X          PIC 9(06).
019400     05  FILLER              PIC X(01).
019500     05  LV-TURN-DATE        PIC 9(08).
019600     05  FILLER              PIC X(01).
019700     05  LV-TURN-SEC         PIC 9(05).
019800     05  FILLER              PIC X(01).
019900     05  LV-MOVES            PIC 9(03).
020000     05  FILLER              PIC X(01).
020100     05  LV-RESULT           PIC X(40).
020200     05  FILLER              PIC X(17).
020300 01  LIVE-TABLE.
020400     05  LIVE-LINE OCCURS 200 TIMES PIC X(132).
020500 77  LIVE-COUNT              PIC 9(03) VALUE ZERO.
020600 77  LV-IX                   PIC 9(03).
020700******************************************************************
020800*  THE TWO PROFILES A FORFEIT RATES, SAME RECORD LAYOUT CHECKERS *
020900*  KEEPS: NAME, GAMES, WINS, LOSSES, RATING.  THE RULES IN THE   *
021000*  GAME'S CHECKPOINT PICK THE LADDER FILE, AS THEY DO IN         *
021100*  CHECKERS.  ROW 1 IS THE WINNER, ROW 2 THE LOSER; EACH IS      *
021200*  LOCKED BY NAME, REWRITTEN IF IT WAS ON FILE AND WRITTEN NEW   *
021300*  IF NOT.                                                       *
021400******************************************************************
021500 01  PLAYER-TABLE.
021600     05  PLAYER-ENTRY OCCURS 2 TIMES.
021700         10  PT-NAME         PIC X(12).
021800         10  PT-GAMES        PIC 9(05).
021900         10  PT-WINS         PIC 9(05).
022000         10  PT-LOSSES       PIC 9(05).
022100         10  PT-RATING       PIC 9(04).
022200 01  PLAYER-ON-FILE.
022300     05  PT-ON-FILE          OCCURS 2 TIMES PIC X(01).
022400 77  PL-IX                   PIC 9(02).
022500 77  WIN-IX                  PIC 9(02).
022600 77  LOSE-IX                 PIC 9(02).
022700 77  RATING-DELTA            PIC S9(03).
022800 77  RULE-VARIANT            PIC X(01).
022900 77  LOCK-TRIES              PIC 9(02) COMP.
023000 77  LOCK-MAX-TRIES          PIC 9(02) COMP VALUE 20.
023100 77  LOCK-WAIT-NS            PIC 9(09) COMP VALUE 500000000.
023200 77  LOCK-FAIL-SW            PIC X(01) VALUE "N".
023300     88  LOCK-FAILED         VALUE "Y".
023400******************************************************************
023500*  COUNTS FOR THE REPORT.                                        *
023600******************************************************************
023700 77  OPEN-COUNT              PIC 9(03) VALUE ZERO.
023800 77  REMIND-COUNT            PIC 9(03) VALUE ZERO.
023900 77  WARN-COUNT              PIC 9(03) VALUE ZERO.
024000 77  FORFEIT-COUNT           PIC 9(03) VALUE ZERO.
024100 77  ED-COUNT                PIC ZZ9.
024200 77  ED-DAYS                 PIC ZZZZ9.
024300 77  ED-LIMIT                PIC Z9.
024400 01  MAIL-SUBJECT            PIC X(80).
024500 01  SPOOL-LINE              PIC X(250).
024600 01  REPORT-LINE             PIC X(100).
024700 01  BODY-LINE               PIC X(80).
024800 01  LOG-LINE                PIC X(80).
024900 PROCEDURE DIVISION.
025000******************************************************************
025100*  0000-MAINLINE.                                                *
025200******************************************************************
025300 0000-MAINLINE.
025400     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
025500     COMPUTE TODAY-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-YMD).
025600     PERFORM 1000-LOAD-REGISTRY THRU 1000-EXIT.
025700     OPEN OUTPUT REPORT-FILE.
025800     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
025900         DISPLAY "CANNOT WRITE CHKSTALL.RPT"
026000         STOP RUN.
026100     MOVE SPACES TO REPORT-LINE.
026200     STRING "STALLED CORRESPONDENCE CHECKERS - NIGHTLY PASS "
026300            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
026400         DELIMITED BY SIZE INTO REPORT-LINE.
026500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
026600     MOVE SPACES TO REPORT-LINE.
026700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
026800     PERFORM 2000-ONE-GAME THRU 2000-EXIT
026900         VARYING GM-IX FROM 1 BY 1
027000         UNTIL GM-IX > GAMES-COUNT.
027100     IF REGISTRY-CHANGED = "Y"
027200         PERFORM 1100-SAVE-REGISTRY THRU 1100-EXIT.
027300     MOVE SPACES TO REPORT-LINE.
027400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
027500     MOVE OPEN-COUNT TO ED-COUNT.
027600     STRING ED-COUNT " OPEN GAME(S) CHECKED" DELIMITED BY SIZE
027700         INTO REPORT-LINE.
027800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
027900     MOVE REMIND-COUNT TO ED-COUNT.
028000     STRING ED-COUNT " REMINDER(S)" DELIMITED BY SIZE
028100         INTO REPORT-LINE.
028200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
028300     MOVE WARN-COUNT TO ED-COUNT.
028400     STRING ED-COUNT " FINAL WARNING(S)" DELIMITED BY SIZE
028500         INTO REPORT-LINE.
028600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
028700     MOVE FORFEIT-COUNT TO ED-COUNT.
028800     STRING ED-COUNT " FORFEIT(S)" DELIMITED BY SIZE
028900         INTO REPORT-LINE.
029000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
029100     CLOSE REPORT-FILE.
029200     DISPLAY "CHKSTALL - " REMIND-COUNT " REMINDER(S), "
029300             WARN-COUNT " WARNING(S), " FORFEIT-COUNT
029400             " FORFEIT(S) - SEE CHKSTALL.RPT".
029500     STOP RUN.
029600******************************************************************
029700*  1000-LOAD-REGISTRY - CHECKERS.GAMES INTO THE TABLE.  A        *
029800*  REGISTRY TOO BIG FOR THE TABLE IS NEVER SAVED BACK.           *
029900******************************************************************
030000 1000-LOAD-REGISTRY.
030100     MOVE ZERO TO GAMES-COUNT.
030200     MOVE "N" TO EOF-SW.
030300     OPEN INPUT GAMES-FILE.
030400     IF GAMES-STATUS NOT = "00"
030500         IF GAMES-STATUS = "05"
030600             CLOSE GAMES-FILE
030700         END-IF
030800         GO TO 1000-EXIT.
030900     PERFORM 1010-ONE-RECORD THRU 1010-EXIT
031000         UNTIL FILE-AT-END.
031100     CLOSE GAMES-FILE.
031200 1000-EXIT.
031300     EXIT.
031400 1010-ONE-RECORD.
031500     READ GAMES-FILE
031600         AT END
031700             MOVE "Y" TO EOF-SW
031800             GO TO 1010-EXIT
031900     END-READ.
032000     IF GAMES-RECORD = SPACES
032100         GO TO 1010-EXIT.
032200     IF GAMES-COUNT >= 50
032300         MOVE "Y" TO REGISTRY-OVERFLOW
032400         GO TO 1010-EXIT.
032500     ADD 1 TO GAMES-COUNT.
032600     MOVE GAMES-RECORD TO GAMES-LINE(GAMES-COUNT).
032700 1010-EXIT.
032800     EXIT.
032900******************************************************************
033000*  1100-SAVE-REGISTRY - THE DATES, NOTICES AND CLOSED GAMES BACK *
033100*  TO CHECKERS.GAMES.                                            *
033200******************************************************************
033300 1100-SAVE-REGISTRY.
033400     IF REGISTRY-OVERFLOW = "Y"
033500         DISPLAY "CHECKERS.GAMES HOLDS MORE THAN 50 GAMES - "
033600                 "NOT SAVED"
033700         GO TO 1100-EXIT.
033800     OPEN OUTPUT GAMES-FILE.
033900     IF GAMES-STATUS NOT = "00" AND GAMES-STATUS NOT = "05"
034000         DISPLAY "CANNOT REWRITE CHECKERS.GAMES, STATUS "
034100                 GAMES-STATUS
034200         GO TO 1100-EXIT.
034300     PERFORM 1110-SAVE-ONE THRU 1110-EXIT
034400         VARYING GM-IX FROM 1 BY 1
034500         UNTIL GM-IX > GAMES-COUNT.
034600     CLOSE GAMES-FILE.
034700 1100-EXIT.
034800     EXIT.
034900 1110-SAVE-ONE.
035000     WRITE GAMES-RECORD FROM GAMES-LINE(GM-IX).
035100 1110-EXIT.
035200     EXIT.
035300******************************************************************
035400*  2000-ONE-GAME - HOW LONG HAS THIS GAME'S TURN SAT, AND WHAT   *
035500*  IS DUE FOR IT TONIGHT.                                        *
035600******************************************************************
035700 2000-ONE-GAME.
035800     MOVE GAMES-LINE(GM-IX) TO GAME-VIEW.
035900     IF GR-ID = SPACES OR NOT GR-IS-OPEN
036000         GO TO 2000-EXIT.
036100     MOVE SPACES TO LIVE-NAME.
036200     STRING "CHECKERS.LIVE." GR-ID DELIMITED BY SIZE
036300         INTO LIVE-NAME.
036400     PERFORM 6000-LOAD-VIEW THRU 6000-EXIT.
036500     IF LIVE-COUNT > ZERO AND LV-STATE = "OVER"
036600         MOVE "C" TO GR-STATE
036700         PERFORM 2900-KEEP-GAME THRU 2900-EXIT
036800         MOVE SPACES TO REPORT-LINE
036900         STRING "CLOSED        " GR-ID "  "
037000                "ALREADY FINISHED ON THE BOARD - "
037100                LV-RESULT
037200             DELIMITED BY SIZE INTO REPORT-LINE
037300         PERFORM 8900-PUT-LINE THRU 8900-EXIT
037400         GO TO 2000-EXIT.
037500     ADD 1 TO OPEN-COUNT.
037600     IF GR-REMIND-DAYS IS NOT NUMERIC
037700      OR GR-WARN-DAYS IS NOT NUMERIC
037800      OR GR-DEADLINE-DAYS IS NOT NUMERIC
037900         MOVE 07 TO GR-REMIND-N
038000         MOVE 14 TO GR-WARN-N
038100         MOVE 21 TO GR-DEADLINE-N
038200         PERFORM 2900-KEEP-GAME THRU 2900-EXIT.
038300     IF GR-LAST-MOVE IS NOT NUMERIC OR GR-LAST-MOVE-N = ZERO
038400         MOVE TODAY-YMD TO GR-LAST-MOVE-N
038500         MOVE SPACE TO GR-NOTICE
038600         PERFORM 2900-KEEP-GAME THRU 2900-EXIT
038700         MOVE SPACES TO REPORT-LINE
038800         STRING "COUNT STARTED " GR-ID "  " GR-MY-NAME " V "
038900                GR-OPPONENT
039000             DELIMITED BY SIZE INTO REPORT-LINE
039100         PERFORM 8900-PUT-LINE THRU 8900-EXIT
039200         GO TO 2000-EXIT.
039300     COMPUTE DAYS-IDLE = TODAY-DAYS
039400                       - FUNCTION INTEGER-OF-DATE(GR-LAST-MOVE-N).
039500     PERFORM 2100-SET-SIDES THRU 2100-EXIT.
039600     IF DAYS-IDLE >= GR-DEADLINE-N
039700         PERFORM 5000-FORFEIT THRU 5000-EXIT
039800         GO TO 2000-EXIT.
039900     IF DAYS-IDLE >= GR-WARN-N AND NOT GR-WARNED
040000         MOVE "W" TO NOTICE-KIND
040100         PERFORM 3000-SEND-NOTICE THRU 3000-EXIT
040200         MOVE "W" TO GR-NOTICE
040300         ADD 1 TO WARN-COUNT
040400         PERFORM 2900-KEEP-GAME THRU 2900-EXIT
040500         GO TO 2000-EXIT.
040600     IF DAYS-IDLE >= GR-REMIND-N AND GR-NOTHING-SENT
040700         MOVE "R" TO NOTICE-KIND
040800         PERFORM 3000-SEND-NOTICE THRU 3000-EXIT
040900         MOVE "R" TO GR-NOTICE
041000         ADD 1 TO REMIND-COUNT
041100         PERFORM 2900-KEEP-GAME THRU 2900-EXIT.
041200 2000-EXIT.
041300     EXIT.
041400******************************************************************
041500*  2100-SET-SIDES - WHO IS STALLING (WHOSE TURN IT IS), UNDER    *
041600*  THE LOG NAME CHECKERS GIVES THAT SIDE, AND WHO IS WAITING.    *
041700******************************************************************
041800 2100-SET-SIDES.
041900     IF GR-LOCAL-TURN
042000         MOVE GR-MY-NAME TO STALLED-NAME
042100         MOVE GR-OPPONENT TO WAITING-NAME
042200         IF GR-MY-SIDE = "X"
042300             MOVE "PLAYER-X" TO STALLED-WHO
042400         ELSE
042500             MOVE "PLAYER-O" TO STALLED-WHO
042600         END-IF
042700     ELSE
042800         MOVE GR-OPPONENT TO STALLED-NAME
042900         MOVE GR-MY-NAME TO WAITING-NAME
043000         IF GR-MY-SIDE = "X"
043100             MOVE "REMOTE-O" TO STALLED-WHO
043200         ELSE
043300             MOVE "REMOTE-X" TO STALLED-WHO
043400         END-IF
043500     END-IF.
043600 2100-EXIT.
043700     EXIT.
043800 2900-KEEP-GAME.
043900     MOVE GAME-VIEW TO GAMES-LINE(GM-IX).
044000     MOVE "Y" TO REGISTRY-CHANGED.
044100 2900-EXIT.
044200     EXIT.
044300******************************************************************
044400*  3000-SEND-NOTICE - THE REMINDER OR FINAL WARNING IN           *
044500*  NOTICE-KIND.  IT IS MAILED ONLY WHEN THE REMOTE PLAYER HOLDS  *
044600*  THE TURN AND AN ADDRESS IS ON FILE; EITHER WAY IT IS          *
044700*  REPORTED.                                                     *
044800******************************************************************
044900 3000-SEND-NOTICE.
045000     MOVE "N" TO NOTICE-MAILED.
045100     IF NOT GR-LOCAL-TURN AND GR-MAILTO NOT = SPACES
045200         PERFORM 3100-WRITE-BODY THRU 3100-EXIT
045300         IF BODY-STATUS = "00" OR BODY-STATUS = "05"
045400             PERFORM 3200-QUEUE-MAIL THRU 3200-EXIT
045500         END-IF
045600     END-IF.
045700     MOVE DAYS-IDLE TO ED-DAYS.
045800     MOVE SPACES TO REPORT-LINE.
045900     IF NOTICE-REMINDER
046000         MOVE "REMINDER" TO REPORT-LINE(1:14)
046100     ELSE
046200         MOVE "FINAL WARNING" TO REPORT-LINE(1:14)
046300     END-IF.
046400     STRING GR-ID "  " STALLED-NAME " TO MOVE, IDLE "
046500            FUNCTION TRIM(ED-DAYS) " DAYS"
046600         DELIMITED BY SIZE INTO REPORT-LINE(15:60).
046700     EVALUATE TRUE
046800         WHEN NOTICE-MAILED = "Y"
046900             MOVE "- MAILED" TO REPORT-LINE(76:20)
047000         WHEN GR-LOCAL-TURN
047100             MOVE "- THIS SITE'S MOVE" TO REPORT-LINE(76:20)
047200         WHEN OTHER
047300             MOVE "- NO MAIL ADDRESS" TO REPORT-LINE(76:20)
047400     END-EVALUATE.
047500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
047600 3000-EXIT.
047700     EXIT.
047800******************************************************************
047900*  3100-WRITE-BODY - STALLID.MAI, THE TEXT FOR NOTICE-KIND.      *
048000******************************************************************
048100 3100-WRITE-BODY.
048200     MOVE SPACES TO BODY-NAME.
048300     STRING "STALL" GR-ID ".MAI" DELIMITED BY SIZE INTO BODY-NAME.
048400     OPEN OUTPUT BODY-FILE.
048500     IF BODY-STATUS NOT = "00" AND BODY-STATUS NOT = "05"
048600         DISPLAY "CANNOT WRITE " FUNCTION TRIM(BODY-NAME)
048700         GO TO 3100-EXIT.
048800     MOVE SPACES TO BODY-LINE.
048900     EVALUATE TRUE
049000         WHEN NOTICE-REMINDER
049100             STRING "CHECKERS CORRESPONDENCE GAME " GR-ID
049200                    " - REMINDER"
049300                 DELIMITED BY SIZE INTO BODY-LINE
049400         WHEN NOTICE-WARNING
049500             STRING "CHECKERS CORRESPONDENCE GAME " GR-ID
049600                    " - FINAL WARNING"
049700                 DELIMITED BY SIZE INTO BODY-LINE
049800         WHEN OTHER
049900             STRING "CHECKERS CORRESPONDENCE GAME " GR-ID
050000                    " - CLOSED BY FORFEIT"
050100                 DELIMITED BY SIZE INTO BODY-LINE
050200     END-EVALUATE.
050300     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
050400     MOVE SPACES TO BODY-LINE.
050500     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
050600     MOVE DAYS-IDLE TO ED-DAYS.
050700     STRING FUNCTION TRIM(WAITING-NAME) " HAS BEEN WAITING "
050800            FUNCTION TRIM(ED-DAYS) " DAYS FOR "
050900            FUNCTION TRIM(STALLED-NAME) " TO MOVE."
051000         DELIMITED BY SIZE INTO BODY-LINE.
051100     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
051200     MOVE SPACES TO BODY-LINE.
051300     IF NOTICE-FORFEIT
051400         MOVE GR-DEADLINE-N TO ED-LIMIT
051500         STRING "THE GAME WAS FORFEITED AFTER "
051600                FUNCTION TRIM(ED-LIMIT) " DAYS WITHOUT A MOVE; "
051700                FUNCTION TRIM(WAITING-NAME) " WINS."
051800             DELIMITED BY SIZE INTO BODY-LINE
051900     ELSE
052000         MOVE GR-DEADLINE-N TO ED-LIMIT
052100         STRING "WITH NO MOVE BY DAY " FUNCTION TRIM(ED-LIMIT)
052200                " THE GAME IS FORFEITED."
052300             DELIMITED BY SIZE INTO BODY-LINE
052400     END-IF.
052500     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
052600     MOVE SPACES TO BODY-LINE.
052700     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
052800     MOVE "FROM THE NIGHTLY STALLED-GAMES PASS (CHKSTALL)."
052900         TO BODY-LINE.
053000     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
053100     CLOSE BODY-FILE.
053200 3100-EXIT.
053300     EXIT.
053400 3190-PUT-BODY.
053500     WRITE BODY-RECORD FROM BODY-LINE.
053600 3190-EXIT.
053700     EXIT.
053800******************************************************************
053900*  3200-QUEUE-MAIL - ONE SPOOL REQUEST TO THE REMOTE PLAYER'S    *
054000*  ADDRESS, THE WAY CHECKERS QUEUES A MOVE.                      *
054100******************************************************************
054200 3200-QUEUE-MAIL.
054300     OPEN EXTEND SPOOL-FILE.
054400     IF SPOOL-STATUS NOT = "00" AND SPOOL-STATUS NOT = "05"
054500         DISPLAY "CANNOT QUEUE THE NOTICE FOR GAME " GR-ID
054600         GO TO 3200-EXIT.
054700     MOVE SPACES TO MAIL-SUBJECT.
054800     EVALUATE TRUE
054900         WHEN NOTICE-REMINDER
055000             STRING "CHECKERS GAME " GR-ID " - YOUR MOVE"
055100                 DELIMITED BY SIZE INTO MAIL-SUBJECT
055200         WHEN NOTICE-WARNING
055300             STRING "CHECKERS GAME " GR-ID " - FINAL WARNING"
055400                 DELIMITED BY SIZE INTO MAIL-SUBJECT
055500         WHEN OTHER
055600             STRING "CHECKERS GAME " GR-ID " - FORFEITED"
055700                 DELIMITED BY SIZE INTO MAIL-SUBJECT
055800     END-EVALUATE.
055900     MOVE SPACES TO SPOOL-LINE.
056000     STRING "P|" FUNCTION TRIM(GR-MAILTO) "|"
056100            FUNCTION TRIM(MAIL-SUBJECT)
056200            "|@" FUNCTION TRIM(BODY-NAME) "|"
056300         DELIMITED BY SIZE INTO SPOOL-LINE.
056400     WRITE SPOOL-RECORD FROM SPOOL-LINE.
056500     CLOSE SPOOL-FILE.
056600     MOVE "Y" TO NOTICE-MAILED.
056700 3200-EXIT.
056800     EXIT.
056900******************************************************************
057000*  5000-FORFEIT - THE DEADLINE HAS PASSED.  CLOSE THE GAME, LOG  *
057100*  THE RESULT, RATE IT, MARK THE SPECTATOR VIEW AND TELL THE     *
057200*  REMOTE PLAYER.                                                *
057300******************************************************************
057400 5000-FORFEIT.
057500     MOVE "F" TO GR-STATE.
057600     MOVE "F" TO GR-NOTICE.
057700     PERFORM 2900-KEEP-GAME THRU 2900-EXIT.
057800     ADD 1 TO FORFEIT-COUNT.
057900     PERFORM 5100-LOG-FORFEIT THRU 5100-EXIT.
058000     PERFORM 5200-RATE-GAME THRU 5200-EXIT.
058100     PERFORM 6100-MARK-VIEW THRU 6100-EXIT.
058200     MOVE "F" TO NOTICE-KIND.
058300     MOVE "N" TO NOTICE-MAILED.
058400     IF GR-MAILTO NOT = SPACES
058500         PERFORM 3100-WRITE-BODY THRU 3100-EXIT
058600         IF BODY-STATUS = "00" OR BODY-STATUS = "05"
058700             PERFORM 3200-QUEUE-MAIL THRU 3200-EXIT
058800         END-IF
058900     END-IF.
059000     MOVE DAYS-IDLE TO ED-DAYS.
059100     MOVE SPACES TO REPORT-LINE.
059200     STRING "FORFEIT       " GR-ID "  " STALLED-NAME
059300            " LOSES, IDLE " FUNCTION TRIM(ED-DAYS) " DAYS - "
059400            FUNCTION TRIM(WAITING-NAME) " WINS"
059500         DELIMITED BY SIZE INTO REPORT-LINE.
059600     IF NOTICE-MAILED = "Y"
059700         MOVE "- MAILED" TO REPORT-LINE(76:20).
059800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
059900 5000-EXIT.
060000     EXIT.
060100******************************************************************
060200*  5100-LOG-FORFEIT - THE RESULT LINE IN CHECKERS.LOG, LAID OUT  *
060300*  AS CHECKERS LOGS A CLOCK FORFEIT: DATE(8) SP TIME(8) SP SP    *
060400*  WHO(8) THEN THE TEXT.                                         *
060500******************************************************************
060600 5100-LOG-FORFEIT.
060700     ACCEPT NOW-TIME FROM TIME.
060800     MOVE SPACES TO LOG-LINE.
060900     STRING TODAY-YMD " " NOW-TIME "  " STALLED-WHO
061000            " OUT OF TIME - NO REPLY - FORFEITS"
061100         DELIMITED BY SIZE INTO LOG-LINE.
061200     OPEN EXTEND LOG-FILE.
061300     IF LOG-STATUS NOT = "00" AND LOG-STATUS NOT = "05"
061400         DISPLAY "CANNOT LOG THE FORFEIT OF GAME " GR-ID
061500         GO TO 5100-EXIT.
061600     WRITE LOG-RECORD FROM LOG-LINE.
061700     CLOSE LOG-FILE.
061800 5100-EXIT.
061900     EXIT.
061950******************************************************************
062000*  5200-RATE-GAME - THE WAITING PLAYER BEATS THE STALLED ONE IN  *
062050*  THE LADDER FOR THE GAME'S RULES, WITH THE ARITHMETIC CHECKERS *
062100*  USES FOR A WIN ON THE BOARD: 16 POINTS, ONE MORE OR LESS PER  *
062150*  25 OF RATING GAP, KEPT TO 1-50, AND NOBODY PUSHED BELOW 100.  *
062200*  ONLY THE TWO PLAYERS' RECORDS ARE LOCKED AND REWRITTEN, SO A  *
062250*  GAME FINISHING AT A TERMINAL MEANWHILE IS NOT DISTURBED.      *
062300******************************************************************
062350 5200-RATE-GAME.
062400     PERFORM 5300-GAME-RULES THRU 5300-EXIT.
062450     IF WAITING-NAME = STALLED-NAME
062500         DISPLAY "SAME NAME ON BOTH SIDES - GAME " GR-ID
062550                 " NOT RATED"
062600         GO TO 5200-EXIT.
062650     MOVE 1 TO WIN-IX.
062700     MOVE 2 TO LOSE-IX.
062750     MOVE WAITING-NAME TO PT-NAME(WIN-IX).
062800     MOVE STALLED-NAME TO PT-NAME(LOSE-IX).
062850     PERFORM 5400-LOCK-PAIR THRU 5400-EXIT.
062900     IF LOCK-FAILED
062950         DISPLAY "LADDER BUSY - GAME " GR-ID " NOT RATED"
063000         GO TO 5200-EXIT.
063050     ADD 1 TO PT-GAMES(WIN-IX).
063100     ADD 1 TO PT-GAMES(LOSE-IX).
063150     ADD 1 TO PT-WINS(WIN-IX).
063200     ADD 1 TO PT-LOSSES(LOSE-IX).
063250     COMPUTE RATING-DELTA = 16 +
063300         (PT-RATING(LOSE-IX) - PT-RATING(WIN-IX)) / 25.
063350     IF RATING-DELTA < 1
063400         MOVE 1 TO RATING-DELTA.
063450     IF RATING-DELTA > 50
063500         MOVE 50 TO RATING-DELTA.
063550     ADD RATING-DELTA TO PT-RATING(WIN-IX).
063600     IF PT-RATING(LOSE-IX) > RATING-DELTA + 100
063650         SUBTRACT RATING-DELTA FROM PT-RATING(LOSE-IX).
063700     PERFORM 5600-STORE-PAIR THRU 5600-EXIT.
063750     PERFORM 5700-LOG-RATED THRU 5700-EXIT.
063800 5200-EXIT.
063850     EXIT.
063900******************************************************************
063950*  5300-GAME-RULES - THE RULES FROM THE LAST BYTE OF THE GAME'S  *
064000*  CHECKPOINT (BLANK OR NONE IS ENGLISH) AND THE LADDER FILE     *
064050*  CHECKERS KEEPS FOR THEM.                                      *
064100******************************************************************
064150 5300-GAME-RULES.
064200     MOVE "E" TO RULE-VARIANT.
064250     MOVE SPACES TO CKPT-NAME.
064300     STRING "CHECKERS.SAV." GR-ID DELIMITED BY SIZE
064350         INTO CKPT-NAME.
064400     OPEN INPUT CKPT-FILE.
064450     IF CKPT-STATUS = "00"
064500         READ CKPT-FILE
064550             NOT AT END
064600                 MOVE CKPT-RECORD(133:1) TO RULE-VARIANT
064650         END-READ
064700         CLOSE CKPT-FILE
064750     ELSE
064800         IF CKPT-STATUS = "05"
064850             CLOSE CKPT-FILE
064900         END-IF
064950     END-IF.
065000     EVALUATE RULE-VARIANT
065050         WHEN "R"
065100             MOVE "CHECKERS.PLAYERS.RUS" TO PLAYER-FILE-NAME
065150         WHEN "B"
065200             MOVE "CHECKERS.PLAYERS.BRA" TO PLAYER-FILE-NAME
065250         WHEN OTHER
065300             MOVE "CHECKERS.PLAYERS" TO PLAYER-FILE-NAME
065350     END-EVALUATE.
065400 5300-EXIT.
065450     EXIT.
065500******************************************************************
065550*  5400-LOCK-PAIR - OPEN THE LADDER FOR UPDATE AND LOCK BOTH     *
065600*  RECORDS IN NAME ORDER, THE ORDER CHECKERS USES, SO TWO JOBS   *
065650*  RATING THE SAME PAIR NEVER EACH HOLD ONE AND WAIT ON THE      *
065700*  OTHER.  A NAME NEW TO THE LADDER GETS A FRESH 1500 PROFILE.   *
065750******************************************************************
065800 5400-LOCK-PAIR.
065850     MOVE "N" TO LOCK-FAIL-SW.
065900     OPEN I-O PLAYER-FILE.
065950     IF PLAYER-STATUS NOT = "00" AND PLAYER-STATUS NOT = "05"
066000         DISPLAY "CANNOT OPEN " FUNCTION TRIM(PLAYER-FILE-NAME)
066050                 " STATUS " PLAYER-STATUS
066100         MOVE "Y" TO LOCK-FAIL-SW
066150         GO TO 5400-EXIT.
066200     IF PT-NAME(LOSE-IX) < PT-NAME(WIN-IX)
066250         MOVE LOSE-IX TO PL-IX
066300     ELSE
066350         MOVE WIN-IX TO PL-IX.
066400     PERFORM 5410-LOCK-ONE THRU 5410-EXIT.
066450     IF NOT LOCK-FAILED
066500         COMPUTE PL-IX = 3 - PL-IX
066550         PERFORM 5410-LOCK-ONE THRU 5410-EXIT.
066600     IF LOCK-FAILED
066650         UNLOCK PLAYER-FILE
066700         CLOSE PLAYER-FILE.
066750 5400-EXIT.
066800     EXIT.
066850 5410-LOCK-ONE.
066900     MOVE ZERO TO PT-GAMES(PL-IX).
066950     MOVE ZERO TO PT-WINS(PL-IX).
067000     MOVE ZERO TO PT-LOSSES(PL-IX).
067050     MOVE 1500 TO PT-RATING(PL-IX).
067100     MOVE "N" TO PT-ON-FILE(PL-IX).
067150     MOVE ZERO TO LOCK-TRIES.
067200     MOVE "51" TO PLAYER-STATUS.
067250     PERFORM 5420-TRY-LOCK THRU 5420-EXIT
067300         UNTIL PLAYER-STATUS NOT = "51"
067350            OR LOCK-TRIES >= LOCK-MAX-TRIES.
067400     IF PLAYER-STATUS = "00" OR PLAYER-STATUS = "02"
067450         MOVE PLAYER-RECORD TO PLAYER-ENTRY(PL-IX)
067500         MOVE "Y" TO PT-ON-FILE(PL-IX)
067550         GO TO 5410-EXIT.
067600     IF PLAYER-STATUS NOT = "23"
067650         DISPLAY "CANNOT LOCK " FUNCTION TRIM(PT-NAME(PL-IX))
067700                 " STATUS " PLAYER-STATUS
067750         MOVE "Y" TO LOCK-FAIL-SW.
067800 5410-EXIT.
067850     EXIT.
067900 5420-TRY-LOCK.
067950     IF LOCK-TRIES > ZERO
068000         CALL "CBL_GC_NANOSLEEP" USING LOCK-WAIT-NS.
068050     ADD 1 TO LOCK-TRIES.
068100     MOVE PT-NAME(PL-IX) TO PLAYER-KEY.
068150     READ PLAYER-FILE WITH LOCK
068200         KEY IS PLAYER-KEY
068250         INVALID KEY
068300             CONTINUE
068350     END-READ.
068400 5420-EXIT.
068450     EXIT.
068500******************************************************************
068550*  5600-STORE-PAIR - THE TWO RATED RECORDS BACK TO THE LADDER,   *
068600*  THEN THE LOCKS RELEASED.                                      *
068650******************************************************************
068700 5600-STORE-PAIR.
068750     PERFORM 5610-STORE-ONE THRU 5610-EXIT
068800         VARYING PL-IX FROM 1 BY 1
068850         UNTIL PL-IX > 2.
068900     UNLOCK PLAYER-FILE.
068950     CLOSE PLAYER-FILE.
069000 5600-EXIT.
069050     EXIT.
069100 5610-STORE-ONE.
069150     MOVE PLAYER-ENTRY(PL-IX) TO PLAYER-RECORD.
069200     IF PT-ON-FILE(PL-IX) = "Y"
069250         REWRITE PLAYER-RECORD
069300             INVALID KEY
069350                 DISPLAY "CANNOT REWRITE " PT-NAME(PL-IX)
069400         END-REWRITE
069450     ELSE
069500         WRITE PLAYER-RECORD
069550             INVALID KEY
069600                 DISPLAY "CANNOT ADD " PT-NAME(PL-IX)
069650         END-WRITE
069700     END-IF.
069750 5610-EXIT.
069800     EXIT.
076903******************************************************************
076906*  5700-LOG-RATED - THE LINE CHECKERS WRITES AFTER IT POSTS A    *
076909*  RATED GAME: WINNER OVER LOSER AT FIXED COLUMNS, THEN THE      *
076912*  RULES TAG FOR THE VARIANT LADDERS, SO CHKRECON CAN REBUILD    *
076915*  THE PROFILES' GAMES, WINS AND LOSSES FROM THE LOG.            *
076918******************************************************************
076921 5700-LOG-RATED.
076924     ACCEPT NOW-TIME FROM TIME.
076927     MOVE SPACES TO LOG-LINE.
076930     STRING TODAY-YMD " " NOW-TIME "  RATED    " WAITING-NAME
076933            " OVER " STALLED-NAME
076936         DELIMITED BY SIZE INTO LOG-LINE.
076939     EVALUATE RULE-VARIANT
076942         WHEN "R"
076945             MOVE " RUSSIAN" TO LOG-LINE(59:10)
076948         WHEN "B"
076951             MOVE " BRAZILIAN" TO LOG-LINE(59:10)
076954     END-EVALUATE.
076957     OPEN EXTEND LOG-FILE.
076960     IF LOG-STATUS NOT = "00" AND LOG-STATUS NOT = "05"
076963         DISPLAY "CANNOT LOG THE RATING OF GAME " GR-ID
076966         GO TO 5700-EXIT.
076969     WRITE LOG-RECORD FROM LOG-LINE.
076972     CLOSE LOG-FILE.
076975 5700-EXIT.
076978     EXIT.
077000******************************************************************
077100*  6000-LOAD-VIEW - THE GAME'S SPECTATOR VIEW, HEADER INTO       *
077200*  LIVE-HEADER AND EVERY LINE INTO THE TABLE.  NONE ON FILE      *
077300*  LEAVES LIVE-COUNT AT ZERO.                                    *
077400******************************************************************
077500 6000-LOAD-VIEW.
077600     MOVE ZERO TO LIVE-COUNT.
077700     MOVE SPACES TO LIVE-HEADER.
077800     MOVE "N" TO EOF-SW.
077900     OPEN INPUT LIVE-FILE.
078000     IF LIVE-STATUS NOT = "00"
078100         IF LIVE-STATUS = "05"
078200             CLOSE LIVE-FILE
078300         END-IF
078400         GO TO 6000-EXIT.
078500     PERFORM 6010-ONE-LINE THRU 6010-EXIT
078600         UNTIL FILE-AT-END OR LIVE-COUNT >= 200.
078700     CLOSE LIVE-FILE.
078800     IF LIVE-COUNT > ZERO
078900         MOVE LIVE-LINE(1) TO LIVE-HEADER.
079000 6000-EXIT.
079100     EXIT.
079200 6010-ONE-LINE.
079300     READ LIVE-FILE
079400         AT END
079500             MOVE "Y" TO EOF-SW
079600             GO TO 6010-EXIT
079700     END-READ.
079800     ADD 1 TO LIVE-COUNT.
079900     MOVE LIVE-RECORD TO LIVE-LINE(LIVE-COUNT).
080000 6010-EXIT.
080100     EXIT.
080200******************************************************************
080300*  6100-MARK-VIEW - THE VIEW LOADED IN 2000 REWRITTEN AS OVER    *
080400*  WITH "NAME WINS - FORFEIT", AS CHECKERS LEAVES A GAME WON     *
080500*  OFF THE BOARD.  A GAME WITH NO VIEW IS LEFT WITHOUT ONE.      *
080600******************************************************************
080700 6100-MARK-VIEW.
080800     IF LIVE-COUNT = ZERO
080900         GO TO 6100-EXIT.
081000     MOVE "OVER" TO LV-STATE.
081100     MOVE TODAY-YMD TO LV-TURN-DATE.
081200     MOVE SPACES TO LV-RESULT.
081300     STRING FUNCTION TRIM(WAITING-NAME) " WINS - FORFEIT"
081400         DELIMITED BY SIZE INTO LV-RESULT.
081500     MOVE LIVE-HEADER TO LIVE-LINE(1).
081600     OPEN OUTPUT LIVE-FILE.
081700     IF LIVE-STATUS NOT = "00" AND LIVE-STATUS NOT = "05"
081800         GO TO 6100-EXIT.
081900     PERFORM 6110-PUT-ONE THRU 6110-EXIT
082000         VARYING LV-IX FROM 1 BY 1
082100         UNTIL LV-IX > LIVE-COUNT.
082200     CLOSE LIVE-FILE.
082300 6100-EXIT.
082400     EXIT.
082500 6110-PUT-ONE.
082600     WRITE LIVE-RECORD FROM LIVE-LINE(LV-IX).
082700 6110-EXIT.
082800     EXIT.
082900 8900-PUT-LINE.
083000     WRITE REPORT-RECORD FROM REPORT-LINE.
083100     MOVE SPACES TO REPORT-LINE.
083200 8900-EXIT.
083300     EXIT.
083400 END PROGRAM CHKSTALL.
