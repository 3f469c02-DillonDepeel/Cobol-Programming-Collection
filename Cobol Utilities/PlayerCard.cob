000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PLAYERCARD.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PLAYERCARD - THE MONTH-END SCORECARD.  EVERY PLAYER IN        *
000900*  PLAYERS.REG WHO LEFT AN ADDRESS AND OPTED IN (ARCADE OPTION   *
001000*  M) GETS A PERSONAL MAIL WITH THE SAME FIGURES PLAYERRPT SHOWS *
001100*  ON REQUEST - CHECKERS RATING AND W/L, BEST TETRIS, BEST 2048  *
001200*  AND ITS SHOP RANK, BEST SNAKE RUN - PLUS THE ARCADE MINUTES   *
001300*  AND SESSIONS FROM ARCADE.USE AND THE CHECKERS TOURNAMENT      *
001400*  NIGHTS (CHECKERS.TRN.YYYYMMDD) OF THE MONTH, EACH SET AGAINST *
001500*  THE MONTH BEFORE.                                             *
001600*                                                                *
001700*  THE MONTH REPORTED IS THE ONE JUST ENDED, SO THE STEP BELONGS *
001800*  ON THE FIRSTBD CALENDAR IN RUNBOOK.CFG.  A RERUN FOR ANOTHER  *
001900*  MONTH SETS CARD_MONTH=YYYYMM IN THE ENVIRONMENT.              *
002000*                                                                *
002100*  ARCADE MINUTES AND SNAKE RUNS ARE DATED, SO BOTH MONTHS COME  *
002200*  STRAIGHT FROM THE FILES.  THE LADDER, TTS.SCORE AND THE 2048  *
002300*  SHOP FILE HOLD ONLY THE STANDING NOW, SO EACH RUN KEEPS ITS   *
002400*  FIGURES FOR EVERY REGISTERED PLAYER IN SCORECARD.DAT, AND THE *
002500*  NEXT MONTH'S CARD COMPARES AGAINST THEM:                      *
002600*    COLS  1- 6  MONTH (YYYYMM)                                  *
002700*    COLS  8-19  PLAYER                                          *
002800*    COLS 21-24  CHECKERS RATING (0000 = NOT ON THE LADDER)      *
002900*    COLS 26-43  BEST TETRIS POINTS                              *
003000*    COLS 45-48  BEST 2048 SHOP SCORE                            *
003100*    COLS 50-52  2048 SHOP RANK (000 = NO SCORE)                 *
003200*                                                                *
003300*  EACH CARD IS WRITTEN TO CARD-YYYYMM-NNNN.MAI AND QUEUED TO    *
003400*  THE PLAYER'S ADDRESS THROUGH THIS PROGRAM'S SPOOL DROP FILE.  *
003500******************************************************************
003600*  MODIFICATION HISTORY                                          *
003700*  10/15/26 OSG  INITIAL VERSION.                                *
003750*  10/15/26 OSG  CHECKERS.PLAYERS READ AS THE KEYED LADDER.      *
003775*  10/15/26 OSG  PLAYERS.REG WIDENED FOR THE DEPARTMENT CODE.    *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "PLAYERS.REG"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS REGISTRY-STATUS.
004550     SELECT OPTIONAL LADDER-FILE ASSIGN TO "CHECKERS.PLAYERS"
004600         ORGANIZATION IS INDEXED
004650         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS LR-NAME
004750         FILE STATUS IS LADDER-STATUS.
004900     SELECT OPTIONAL SCORE-FILE ASSIGN TO "TTS.SCORE"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS SCORE-STATUS.
005200     SELECT OPTIONAL SHOP48-FILE ASSIGN TO SHOP48-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS SHOP48-STATUS.
005500     SELECT OPTIONAL SNAKE-FILE ASSIGN TO "SNAKE.SCORE"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS SNAKE-STATUS.
005800     SELECT OPTIONAL USAGE-FILE ASSIGN TO "ARCADE.USE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS USAGE-STATUS.
006100*    ONE TOURNAMENT NIGHT, NAMED CHECKERS.TRN.YYYYMMDD BY
006200*    CHECKTOURNEY; EVERY DAY OF THE MONTH IS TRIED.
006300     SELECT OPTIONAL TOURN-FILE ASSIGN TO TOURN-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS TOURN-STATUS.
006600     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "SCORECARD.DAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS HISTORY-STATUS.
006900     SELECT OPTIONAL BODY-FILE ASSIGN TO BODY-NAME
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS BODY-STATUS.
007200*    THIS PROGRAM'S OWN SPOOL DROP FILE; THE MAIL SENDER SWEEPS IT
007300*    AT THE START OF ITS RUN.
007400     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.CARDS"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS SPOOL-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  REGISTRY-FILE.
008000 01  REGISTRY-RECORD.
008100     05  REG-NAME            PIC X(12).
008200     05  FILLER              PIC X(01).
008300     05  REG-CREATED         PIC X(08).
008400     05  FILLER              PIC X(01).
008500     05  REG-EMAIL           PIC X(60).
008600     05  FILLER              PIC X(01).
008700     05  REG-OPTIN           PIC X(01).
008725     05  FILLER              PIC X(01).
008750     05  REG-DEPT            PIC X(08).
008800 FD  LADDER-FILE.
008900 01  LADDER-RECORD.
009000     05  LR-NAME             PIC X(12).
009100     05  LR-GAMES            PIC 9(05).
009200     05  LR-WINS             PIC 9(05).
009300     05  LR-LOSSES           PIC 9(05).
009400     05  LR-RATING           PIC 9(04).
009500 FD  SCORE-FILE.
009600 01  SHIGH.
009700     05  HIGH-NAME           PIC X(20).
009800     05  HIGH-POINTS         PIC 9(18) COMP.
009900     05  HIGH-LINES          PIC 9(09) COMP.
010000     05  HIGH-ENTRY          PIC 9(04) COMP.
010100     05  HIGH-LEVEL          PIC 9(04) COMP.
010200     05  HIGH-BONUS          PIC 9(04) COMP.
010300     05  HIGH-CPU            PIC 9(09) COMP.
010400     05  HIGH-NODE           PIC X(08).
010500 FD  SHOP48-FILE.
010600 01  SHOP48-RECORD.
010700     05  S48-SCORE           PIC X(04).
010800     05  FILLER              PIC X(03).
010900     05  S48-MACHINE         PIC X(08).
011000     05  FILLER              PIC X(01).
011100     05  S48-TEXT            PIC X(16).
011200     05  S48-PLAYER          PIC X(12).
011300 FD  SNAKE-FILE.
011400 01  SNAKE-RECORD.
011500     05  SN-DATE             PIC X(10).
011600     05  FILLER              PIC X(01).
011700     05  SN-TIME             PIC X(08).
011800     05  FILLER              PIC X(01).
011900     05  SN-SCORE            PIC X(04).
012000     05  FILLER              PIC X(01).
012100     05  SN-POINTS           PIC X(06).
012200     05  FILLER              PIC X(01).
012300     05  SN-PLAYER           PIC X(08).
012400 FD  USAGE-FILE.
012500 01  USAGE-RECORD.
012600     05  USE-GAME            PIC X(10).
012700     05  FILLER              PIC X(01).
012800     05  USE-DATE            PIC X(08).
012900     05  FILLER              PIC X(01).
013000     05  USE-START           PIC X(06).
013100     05  FILLER              PIC X(01).
013200     05  USE-END             PIC X(06).
013300     05  FILLER              PIC X(01).
013400     05  USE-TERMINAL        PIC X(10).
013500     05  FILLER              PIC X(01).
013600     05  USE-MINUTES         PIC X(04).
013700     05  FILLER              PIC X(01).
013800     05  USE-PLAYER          PIC X(12).
013900 FD  TOURN-FILE.
014000 01  TOURN-RECORD            PIC X(80).
014100 FD  HISTORY-FILE.
014200 01  HISTORY-RECORD          PIC X(52).
014300 FD  BODY-FILE.
014400 01  BODY-RECORD             PIC X(80).
014500 FD  SPOOL-FILE.
014600 01  SPOOL-RECORD            PIC X(250).
014700 WORKING-STORAGE SECTION.
014800 77  REGISTRY-STATUS         PIC X(02).
014900 77  LADDER-STATUS           PIC X(02).
015000 77  SCORE-STATUS            PIC X(02).
015100 77  SHOP48-STATUS           PIC X(02).
015200 77  SNAKE-STATUS            PIC X(02).
015300 77  USAGE-STATUS            PIC X(02).
015400 77  TOURN-STATUS            PIC X(02).
015500 77  HISTORY-STATUS          PIC X(02).
015600 77  BODY-STATUS             PIC X(02).
015700 77  SPOOL-STATUS            PIC X(02).
015800 77  SHOP48-NAME             PIC X(25)
015900     VALUE ".2048-HIGH-SCORES-SHOP".
016000 77  TOURN-NAME              PIC X(25).
016100 77  BODY-NAME               PIC X(25).
016200 77  EOF-SW                  PIC X(01) VALUE "N".
016300     88  FILE-AT-END         VALUE "Y".
016400******************************************************************
016500*  THE MONTH REPORTED AND THE ONE BEFORE IT.                     *
016600******************************************************************
016700 01  CARD-MONTH.
016800     05  CM-YEAR             PIC 9(04).
016900     05  CM-MONTH            PIC 9(02).
017000 01  CARD-MONTH-X REDEFINES CARD-MONTH PIC X(06).
017100 01  LAST-MONTH.
017200     05  LM-YEAR             PIC 9(04).
017300     05  LM-MONTH            PIC 9(02).
017400 01  LAST-MONTH-X REDEFINES LAST-MONTH PIC X(06).
017500 01  MONTH-ASKED             PIC X(06) VALUE SPACES.
017600 01  TODAY-YMD               PIC 9(08).
017700 01  TODAY-PARTS REDEFINES TODAY-YMD.
017800     05  TY-YEAR             PIC 9(04).
017900     05  TY-MONTH            PIC 9(02).
018000     05  TY-DAY              PIC 9(02).
018100 01  MONTH-DASHED.
018200     05  MD-YEAR             PIC X(04).
018300     05  FILLER              PIC X(01) VALUE "-".
018400     05  MD-MONTH            PIC X(02).
018500 01  SNAKE-MONTH             PIC X(06).
018600 77  DAY-NO                  PIC 9(02) COMP.
018700 77  DAY-TEXT                PIC 9(02).
018800******************************************************************
018900*  ONE ROW PER REGISTERED PLAYER: THIS MONTH'S FIGURES, LAST     *
019000*  MONTH'S (FROM SCORECARD.DAT AND THE DATED FILES) AND THE      *
019100*  MONTH'S TOURNAMENT NIGHTS.                                    *
019200******************************************************************
019300 01  CARD-TABLE.
019400     05  CARD-ROW OCCURS 300 TIMES.
019500         10  CR-NAME         PIC X(12).
019600         10  CR-EMAIL        PIC X(60).
019700         10  CR-OPTIN        PIC X(01).
019800         10  CR-CHK-FOUND    PIC X(01).
019900         10  CR-RATING       PIC 9(04).
020000         10  CR-WINS         PIC 9(05).
020100         10  CR-LOSSES       PIC 9(05).
020200         10  CR-TTS-BEST     PIC 9(18).
020300         10  CR-S48-BEST     PIC 9(04).
020400         10  CR-S48-FOUND    PIC X(01).
020500         10  CR-S48-RANK     PIC 9(03).
020600         10  CR-SNAKE-NOW    PIC 9(04).
020700         10  CR-SNAKE-LAST   PIC 9(04).
020800         10  CR-MINS-NOW     PIC 9(06).
020900         10  CR-MINS-LAST    PIC 9(06).
021000         10  CR-SESS-NOW     PIC 9(05).
021100         10  CR-SESS-LAST    PIC 9(05).
021200         10  CR-PREV-FOUND   PIC X(01).
021300         10  CR-PREV-RATING  PIC 9(04).
021400         10  CR-PREV-TTS     PIC 9(18).
021500         10  CR-PREV-S48     PIC 9(04).
021600         10  CR-PREV-RANK    PIC 9(03).
021700         10  CR-NIGHTS       PIC 9(02).
021800         10  CR-NIGHT-LINE   PIC X(60) OCCURS 6 TIMES.
021900 77  CARD-COUNT              PIC 9(03) VALUE ZERO.
022000 77  CD-IX                   PIC 9(03).
022100 77  CD-HIT                  PIC 9(03).
022200 77  REG-OVERFLOW            PIC X(01) VALUE "N".
022300 77  WANT-NAME               PIC X(12).
022400 77  WANT-SHORT              PIC X(08).
022500 77  S48-WORK                PIC 9(04).
022600 77  SNAKE-WORK              PIC 9(04).
022700 77  MINS-WORK               PIC 9(04).
022800******************************************************************
022900*  SCORECARD.DAT IN MEMORY.  ROWS FOR OTHER MONTHS ARE KEPT AS   *
023000*  THEY WERE; THIS MONTH'S ARE REPLACED.  A FILE TOO BIG FOR THE *
023100*  TABLE IS NEVER SAVED BACK.                                    *
023200******************************************************************
023300 01  HISTORY-VIEW.
023400     05  HV-MONTH            PIC X(06).
023500     05  FILLER              PIC X(01).
023600     05  HV-NAME             PIC X(12).
023700     05  FILLER              PIC X(01).
023800     05  HV-RATING           PIC 9(04).
023900     05  FILLER              PIC X(01).
024000     05  HV-TTS              PIC 9(18).
024100     05  FILLER              PIC X(01).
024200     05  HV-S48              PIC 9(04).
024300     05  FILLER              PIC X(01).
024400     05  HV-RANK             PIC 9(03).
024500 01  HISTORY-TABLE.
024600     05  HISTORY-LINE OCCURS 900 TIMES PIC X(52).
024700 77  HISTORY-COUNT           PIC 9(03) VALUE ZERO.
024800 77  HS-IX                   PIC 9(03).
024900 77  HISTORY-OVERFLOW        PIC X(01) VALUE "N".
025000******************************************************************
025100*  ONE TOURNAMENT NIGHT'S STANDINGS AS THEY ARE READ: THE        *
025200*  REGISTERED PLAYERS FOUND IN IT, AND HOW MANY ENTERED.         *
025300******************************************************************
025400 01  NIGHT-TABLE.
025500     05  NIGHT-ROW OCCURS 16 TIMES.
025600         10  NT-CARD         PIC 9(03).
025700         10  NT-PLACE        PIC X(02).
025800         10  NT-POINTS       PIC X(04).
025900         10  NT-RATING       PIC X(04).
026000         10  NT-DELTA        PIC X(04).
026100 77  NIGHT-COUNT             PIC 9(02) VALUE ZERO.
026200 77  NIGHT-ENTRANTS          PIC 9(02) VALUE ZERO.
026300 77  NT-IX                   PIC 9(02).
026400 77  IN-STANDINGS            PIC X(01) VALUE "N".
026500******************************************************************
026600*  CARD WORK.                                                    *
026700******************************************************************
026800 01  BODY-LINE               PIC X(80).
026900 01  SPOOL-LINE              PIC X(250).
027000 77  BODY-SEQ                PIC 9(04) VALUE ZERO.
027100 77  MAILED-COUNT            PIC 9(04) VALUE ZERO.
027200 77  NT-LINE-IX              PIC 9(02).
027300 77  RATING-DELTA            PIC S9(04).
027400 77  ED-18                   PIC Z(17)9.
027500 77  ED-18B                  PIC Z(17)9.
027600 77  ED-6                    PIC ZZZZZ9.
027700 77  ED-6B                   PIC ZZZZZ9.
027800 77  ED-4                    PIC ZZZ9.
027900 77  ED-4B                   PIC ZZZ9.
028000 77  ED-3                    PIC ZZ9.
028100 77  ED-3B                   PIC ZZ9.
028200 77  ED-DELTA                PIC +ZZZ9.
028300 77  ED-COUNT                PIC ZZZ9.
028400 PROCEDURE DIVISION.
028500******************************************************************
028600*  0000-MAINLINE.                                                *
028700******************************************************************
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029000     PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.
029100     IF CARD-COUNT = ZERO
029200         DISPLAY "NO REGISTERED PLAYERS - NO SCORECARDS"
029300         STOP RUN.
029400     PERFORM 2000-READ-CHECKERS THRU 2000-EXIT.
029500     PERFORM 3000-READ-TTS THRU 3000-EXIT.
029600     PERFORM 4000-READ-2048 THRU 4000-EXIT.
029700     PERFORM 5000-READ-SNAKE THRU 5000-EXIT.
029800     PERFORM 5500-READ-ARCADE THRU 5500-EXIT.
029900     PERFORM 6000-READ-TOURNAMENTS THRU 6000-EXIT.
030000     PERFORM 7000-LOAD-HISTORY THRU 7000-EXIT.
030100     PERFORM 8000-MAIL-CARDS THRU 8000-EXIT.
030200     PERFORM 7500-SAVE-HISTORY THRU 7500-EXIT.
030300     MOVE MAILED-COUNT TO ED-COUNT.
030400     DISPLAY "PLAYERCARD " CARD-MONTH-X " COMPLETE - " ED-COUNT
030500             " SCORECARD(S) QUEUED".
030600     STOP RUN.
030700******************************************************************
030800*  1000-INITIALIZE - WHICH MONTH: CARD_MONTH WHEN IT IS SET,     *
030900*  OTHERWISE THE CALENDAR MONTH BEFORE TODAY.                    *
031000******************************************************************
031100 1000-INITIALIZE.
031200     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
031300     DISPLAY "CARD_MONTH" UPON ENVIRONMENT-NAME.
031400     ACCEPT MONTH-ASKED FROM ENVIRONMENT-VALUE.
031500     IF MONTH-ASKED IS NUMERIC
031600        AND MONTH-ASKED(5:2) >= "01" AND MONTH-ASKED(5:2) <= "12"
031700         MOVE MONTH-ASKED TO CARD-MONTH-X
031800     ELSE
031900         MOVE TY-YEAR TO CM-YEAR
032000         MOVE TY-MONTH TO CM-MONTH
032100         PERFORM 1100-STEP-BACK THRU 1100-EXIT
032200         MOVE LAST-MONTH TO CARD-MONTH.
032300     PERFORM 1100-STEP-BACK THRU 1100-EXIT.
032400     MOVE CM-YEAR TO MD-YEAR.
032500     MOVE CM-MONTH TO MD-MONTH.
032600     MOVE CARD-MONTH-X(1:4) TO SNAKE-MONTH(1:4).
032700     MOVE CARD-MONTH-X(5:2) TO SNAKE-MONTH(5:2).
032800     DISPLAY "PLAYERCARD - SCORECARDS FOR " MONTH-DASHED.
032900 1000-EXIT.
033000     EXIT.
033100******************************************************************
033200*  1100-STEP-BACK - LAST-MONTH = THE MONTH BEFORE CARD-MONTH.    *
033300******************************************************************
033400 1100-STEP-BACK.
033500     IF CM-MONTH = 1
033600         COMPUTE LM-YEAR = CM-YEAR - 1
033700         MOVE 12 TO LM-MONTH
033800     ELSE
033900         MOVE CM-YEAR TO LM-YEAR
034000         COMPUTE LM-MONTH = CM-MONTH - 1.
034100 1100-EXIT.
034200     EXIT.
034300******************************************************************
034400*  1500-LOAD-REGISTRY - EVERY REGISTERED PLAYER GETS A ROW, SO   *
034500*  SCORECARD.DAT HAS LAST MONTH'S FIGURES READY FOR A PLAYER WHO *
034600*  OPTS IN LATER.                                                *
034700******************************************************************
034800 1500-LOAD-REGISTRY.
034900     MOVE ZERO TO CARD-COUNT.
035000     MOVE "N" TO EOF-SW.
035100     OPEN INPUT REGISTRY-FILE.
035200     IF REGISTRY-STATUS NOT = "00"
035300         IF REGISTRY-STATUS = "05"
035400             CLOSE REGISTRY-FILE
035500         END-IF
035600         GO TO 1500-EXIT.
035700     PERFORM 1510-ONE-PLAYER THRU 1510-EXIT
035800         UNTIL FILE-AT-END.
035900     CLOSE REGISTRY-FILE.
036000     IF REG-OVERFLOW = "Y"
036100         DISPLAY "PLAYERS.REG HOLDS MORE THAN 300 PLAYERS - "
036200                 "THE REST GET NO SCORECARD".
036300 1500-EXIT.
036400     EXIT.
036500 1510-ONE-PLAYER.
036600     READ REGISTRY-FILE
036700         AT END
036800             MOVE "Y" TO EOF-SW
036900             GO TO 1510-EXIT
037000     END-READ.
037100     IF REG-NAME = SPACES OR REG-NAME = "ANONYMOUS"
037200         GO TO 1510-EXIT.
037300     IF CARD-COUNT >= 300
037400         MOVE "Y" TO REG-OVERFLOW
037500         GO TO 1510-EXIT.
037600     ADD 1 TO CARD-COUNT.
037700     INITIALIZE CARD-ROW(CARD-COUNT).
037800     MOVE REG-NAME TO CR-NAME(CARD-COUNT).
037900     MOVE REG-EMAIL TO CR-EMAIL(CARD-COUNT).
038000     MOVE "N" TO CR-OPTIN(CARD-COUNT).
038100     IF REG-OPTIN = "Y" AND REG-EMAIL NOT = SPACES
038200         MOVE "Y" TO CR-OPTIN(CARD-COUNT).
038300     MOVE "N" TO CR-CHK-FOUND(CARD-COUNT).
038400     MOVE "N" TO CR-S48-FOUND(CARD-COUNT).
038500     MOVE "N" TO CR-PREV-FOUND(CARD-COUNT).
038600 1510-EXIT.
038700     EXIT.
038800******************************************************************
038900*  1900-FIND-PLAYER - CD-HIT = THE ROW FOR WANT-NAME, OR ZERO.   *
039000*  SNAKE KEEPS ONLY EIGHT CHARACTERS, SO 1950 MATCHES ON THOSE.  *
039100******************************************************************
039200 1900-FIND-PLAYER.
039300     MOVE ZERO TO CD-HIT.
039400     PERFORM 1910-TRY-ONE THRU 1910-EXIT
039500         VARYING CD-IX FROM 1 BY 1
039600         UNTIL CD-IX > CARD-COUNT OR CD-HIT NOT = ZERO.
039700 1900-EXIT.
039800     EXIT.
039900 1910-TRY-ONE.
040000     IF CR-NAME(CD-IX) = WANT-NAME
040100         MOVE CD-IX TO CD-HIT.
040200 1910-EXIT.
040300     EXIT.
040400 1950-FIND-SHORT.
040500     MOVE ZERO TO CD-HIT.
040600     PERFORM 1960-TRY-SHORT THRU 1960-EXIT
040700         VARYING CD-IX FROM 1 BY 1
040800         UNTIL CD-IX > CARD-COUNT OR CD-HIT NOT = ZERO.
040900 1950-EXIT.
041000     EXIT.
041100 1960-TRY-SHORT.
041200     IF CR-NAME(CD-IX)(1:8) = WANT-SHORT
041300         MOVE CD-IX TO CD-HIT.
041400 1960-EXIT.
041500     EXIT.
041600******************************************************************
041700*  2000-READ-CHECKERS - RATING AND W/L FROM THE LADDER.          *
041800******************************************************************
041900 2000-READ-CHECKERS.
042000     MOVE "N" TO EOF-SW.
042100     OPEN INPUT LADDER-FILE.
042200     IF LADDER-STATUS NOT = "00"
042300         IF LADDER-STATUS = "05"
042400             CLOSE LADDER-FILE
042500         END-IF
042600         GO TO 2000-EXIT.
042700     PERFORM 2100-ONE-LADDER THRU 2100-EXIT
042800         UNTIL FILE-AT-END.
042900     CLOSE LADDER-FILE.
043000 2000-EXIT.
043100     EXIT.
043200 2100-ONE-LADDER.
043300     READ LADDER-FILE
043400         AT END
043500             MOVE "Y" TO EOF-SW
043600             GO TO 2100-EXIT
043700     END-READ.
043800     MOVE LR-NAME TO WANT-NAME.
043900     PERFORM 1900-FIND-PLAYER THRU 1900-EXIT.
044000     IF CD-HIT = ZERO
044100         GO TO 2100-EXIT.
044200     MOVE "Y" TO CR-CHK-FOUND(CD-HIT).
044300     MOVE LR-RATING TO CR-RATING(CD-HIT).
044400     MOVE LR-WINS TO CR-WINS(CD-HIT).
044500     MOVE LR-LOSSES TO CR-LOSSES(CD-HIT).
044600 2100-EXIT.
044700     EXIT.
044800******************************************************************
044900*  3000-READ-TTS - BEST TETRIS POINTS.                           *
045000******************************************************************
045100 3000-READ-TTS.
045200     MOVE "N" TO EOF-SW.
045300     OPEN INPUT SCORE-FILE.
045400     IF SCORE-STATUS NOT = "00"
045500         IF SCORE-STATUS = "05"
045600             CLOSE SCORE-FILE
045700         END-IF
045800         GO TO 3000-EXIT.
045900     PERFORM 3100-ONE-TTS THRU 3100-EXIT
046000         UNTIL FILE-AT-END.
046100     CLOSE SCORE-FILE.
046200 3000-EXIT.
046300     EXIT.
046400 3100-ONE-TTS.
046500     READ SCORE-FILE
046600         AT END
046700             MOVE "Y" TO EOF-SW
046800             GO TO 3100-EXIT
046900     END-READ.
047000     MOVE HIGH-NAME(1:12) TO WANT-NAME.
047100     PERFORM 1900-FIND-PLAYER THRU 1900-EXIT.
047200     IF CD-HIT = ZERO
047300         GO TO 3100-EXIT.
047400     IF HIGH-POINTS > CR-TTS-BEST(CD-HIT)
047500         MOVE HIGH-POINTS TO CR-TTS-BEST(CD-HIT).
047600 3100-EXIT.
047700     EXIT.
047800******************************************************************
047900*  4000-READ-2048 - BEST SHOP SCORE, THEN A SECOND PASS FOR THE  *
048000*  RANK: EVERY SCORE ABOVE A PLAYER'S BEST PUSHES IT DOWN ONE,   *
048100*  THE SAME WAY PLAYERRPT RANKS IT.                              *
048200******************************************************************
048300 4000-READ-2048.
048400     MOVE "N" TO EOF-SW.
048500     OPEN INPUT SHOP48-FILE.
048600     IF SHOP48-STATUS NOT = "00"
048700         IF SHOP48-STATUS = "05"
048800             CLOSE SHOP48-FILE
048900         END-IF
049000         GO TO 4000-EXIT.
049100     PERFORM 4100-ONE-2048 THRU 4100-EXIT
049200         UNTIL FILE-AT-END.
049300     CLOSE SHOP48-FILE.
049400     PERFORM 4200-START-RANK THRU 4200-EXIT
049500         VARYING CD-IX FROM 1 BY 1
049600         UNTIL CD-IX > CARD-COUNT.
049700     MOVE "N" TO EOF-SW.
049800     OPEN INPUT SHOP48-FILE.
049900     IF SHOP48-STATUS = "00"
050000         PERFORM 4300-COUNT-BETTER THRU 4300-EXIT
050100             UNTIL FILE-AT-END
050200         CLOSE SHOP48-FILE
050300     ELSE
050400         IF SHOP48-STATUS = "05"
050500             CLOSE SHOP48-FILE.
050600 4000-EXIT.
050700     EXIT.
050800 4100-ONE-2048.
050900     READ SHOP48-FILE
051000         AT END
051100             MOVE "Y" TO EOF-SW
051200             GO TO 4100-EXIT
051300     END-READ.
051400     IF S48-SCORE IS NOT NUMERIC
051500         GO TO 4100-EXIT.
051600     MOVE S48-SCORE TO S48-WORK.
051700     MOVE S48-PLAYER TO WANT-NAME.
051800     PERFORM 1900-FIND-PLAYER THRU 1900-EXIT.
051900     IF CD-HIT = ZERO
052000         GO TO 4100-EXIT.
052100     MOVE "Y" TO CR-S48-FOUND(CD-HIT).
052200     IF S48-WORK > CR-S48-BEST(CD-HIT)
052300         MOVE S48-WORK TO CR-S48-BEST(CD-HIT).
052400 4100-EXIT.
052500     EXIT.
052600 4200-START-RANK.
052700     IF CR-S48-FOUND(CD-IX) = "Y"
052800         MOVE 1 TO CR-S48-RANK(CD-IX).
052900 4200-EXIT.
053000     EXIT.
053100 4300-COUNT-BETTER.
053200     READ SHOP48-FILE
053300         AT END
053400             MOVE "Y" TO EOF-SW
053500             GO TO 4300-EXIT
053600     END-READ.
053700     IF S48-SCORE IS NOT NUMERIC
053800         GO TO 4300-EXIT.
053900     MOVE S48-SCORE TO S48-WORK.
054000     PERFORM 4310-BETTER-THAN THRU 4310-EXIT
054100         VARYING CD-IX FROM 1 BY 1
054200         UNTIL CD-IX > CARD-COUNT.
054300 4300-EXIT.
054400     EXIT.
054500 4310-BETTER-THAN.
054600     IF CR-S48-FOUND(CD-IX) = "Y"
054700        AND S48-WORK > CR-S48-BEST(CD-IX)
054800         ADD 1 TO CR-S48-RANK(CD-IX).
054900 4310-EXIT.
055000     EXIT.
055100******************************************************************
055200*  5000-READ-SNAKE - BEST LENGTH IN EACH OF THE TWO MONTHS.      *
055300*  SN-DATE IS YYYY-MM-DD.                                        *
055400******************************************************************
055500 5000-READ-SNAKE.
055600     MOVE "N" TO EOF-SW.
055700     OPEN INPUT SNAKE-FILE.
055800     IF SNAKE-STATUS NOT = "00"
055900         IF SNAKE-STATUS = "05"
056000             CLOSE SNAKE-FILE
056100         END-IF
056200         GO TO 5000-EXIT.
056300     PERFORM 5100-ONE-SNAKE THRU 5100-EXIT
056400         UNTIL FILE-AT-END.
056500     CLOSE SNAKE-FILE.
056600 5000-EXIT.
056700     EXIT.
056800 5100-ONE-SNAKE.
056900     READ SNAKE-FILE
057000         AT END
057100             MOVE "Y" TO EOF-SW
057200             GO TO 5100-EXIT
057300     END-READ.
057400     IF SN-SCORE IS NOT NUMERIC
057500         GO TO 5100-EXIT.
057600     MOVE SN-DATE(1:4) TO SNAKE-MONTH(1:4).
057700     MOVE SN-DATE(6:2) TO SNAKE-MONTH(5:2).
057800     IF SNAKE-MONTH NOT = CARD-MONTH-X
057900        AND SNAKE-MONTH NOT = LAST-MONTH-X
058000         GO TO 5100-EXIT.
058100     MOVE SN-PLAYER TO WANT-SHORT.
058200     PERFORM 1950-FIND-SHORT THRU 1950-EXIT.
058300     IF CD-HIT = ZERO
058400         GO TO 5100-EXIT.
058500     MOVE SN-SCORE TO SNAKE-WORK.
058600     IF SNAKE-MONTH = CARD-MONTH-X
058700         IF SNAKE-WORK > CR-SNAKE-NOW(CD-HIT)
058800             MOVE SNAKE-WORK TO CR-SNAKE-NOW(CD-HIT)
058900         END-IF
059000     ELSE
059100         IF SNAKE-WORK > CR-SNAKE-LAST(CD-HIT)
059200             MOVE SNAKE-WORK TO CR-SNAKE-LAST(CD-HIT).
059300 5100-EXIT.
059400     EXIT.
059500******************************************************************
059600*  5500-READ-ARCADE - MINUTES AND SESSIONS IN EACH OF THE TWO    *
059700*  MONTHS.  SESSIONS LOGGED BEFORE THE SIGN-IN HAVE NO PLAYER    *
059800*  AND COUNT FOR NOBODY.                                         *
059900******************************************************************
060000 5500-READ-ARCADE.
060100     MOVE "N" TO EOF-SW.
060200     OPEN INPUT USAGE-FILE.
060300     IF USAGE-STATUS NOT = "00"
060400         IF USAGE-STATUS = "05"
060500             CLOSE USAGE-FILE
060600         END-IF
060700         GO TO 5500-EXIT.
060800     PERFORM 5600-ONE-SESSION THRU 5600-EXIT
060900         UNTIL FILE-AT-END.
061000     CLOSE USAGE-FILE.
061100 5500-EXIT.
061200     EXIT.
061300 5600-ONE-SESSION.
061400     READ USAGE-FILE
061500         AT END
061600             MOVE "Y" TO EOF-SW
061700             GO TO 5600-EXIT
061800     END-READ.
061900     IF USE-PLAYER = SPACES OR USE-MINUTES IS NOT NUMERIC
062000         GO TO 5600-EXIT.
062100     IF USE-DATE(1:6) NOT = CARD-MONTH-X
062200        AND USE-DATE(1:6) NOT = LAST-MONTH-X
062300         GO TO 5600-EXIT.
062400     MOVE USE-PLAYER TO WANT-NAME.
062500     PERFORM 1900-FIND-PLAYER THRU 1900-EXIT.
062600     IF CD-HIT = ZERO
062700         GO TO 5600-EXIT.
062800     MOVE USE-MINUTES TO MINS-WORK.
062900     IF USE-DATE(1:6) = CARD-MONTH-X
063000         ADD MINS-WORK TO CR-MINS-NOW(CD-HIT)
063100         ADD 1 TO CR-SESS-NOW(CD-HIT)
063200     ELSE
063300         ADD MINS-WORK TO CR-MINS-LAST(CD-HIT)
063400         ADD 1 TO CR-SESS-LAST(CD-HIT).
063500 5600-EXIT.
063600     EXIT.
063700******************************************************************
063800*  6000-READ-TOURNAMENTS - EVERY CHECKERS.TRN.YYYYMMDD OF THE    *
063900*  MONTH.  THE FINAL STANDINGS LINES CHECKTOURNEY WRITES ARE     *
064000*  "NN. NAME         PP.5 PTS  RATING RRRR (+DDD)".              *
064100******************************************************************
064200 6000-READ-TOURNAMENTS.
064300     PERFORM 6100-ONE-NIGHT THRU 6100-EXIT
064400         VARYING DAY-NO FROM 1 BY 1
064500         UNTIL DAY-NO > 31.
064600 6000-EXIT.
064700     EXIT.
064800 6100-ONE-NIGHT.
064900     MOVE DAY-NO TO DAY-TEXT.
065000     MOVE SPACES TO TOURN-NAME.
065100     STRING "CHECKERS.TRN." CARD-MONTH-X DAY-TEXT
065200         DELIMITED BY SIZE INTO TOURN-NAME.
065300     MOVE "N" TO EOF-SW.
065400     OPEN INPUT TOURN-FILE.
065500     IF TOURN-STATUS NOT = "00"
065600         IF TOURN-STATUS = "05"
065700             CLOSE TOURN-FILE
065800         END-IF
065900         GO TO 6100-EXIT.
066000     MOVE ZERO TO NIGHT-COUNT NIGHT-ENTRANTS.
066100     MOVE "N" TO IN-STANDINGS.
066200     PERFORM 6200-ONE-LINE THRU 6200-EXIT
066300         UNTIL FILE-AT-END.
066400     CLOSE TOURN-FILE.
066500     PERFORM 6300-NOTE-NIGHT THRU 6300-EXIT
066600         VARYING NT-IX FROM 1 BY 1
066700         UNTIL NT-IX > NIGHT-COUNT.
066800 6100-EXIT.
066900     EXIT.
067000 6200-ONE-LINE.
067100     READ TOURN-FILE
067200         AT END
067300             MOVE "Y" TO EOF-SW
067400             GO TO 6200-EXIT
067500     END-READ.
067600     IF TOURN-RECORD(1:15) = "FINAL STANDINGS"
067700         MOVE "Y" TO IN-STANDINGS
067800         GO TO 6200-EXIT.
067900     IF IN-STANDINGS NOT = "Y" OR TOURN-RECORD(1:2) IS NOT NUMERIC
068000         GO TO 6200-EXIT.
068100     ADD 1 TO NIGHT-ENTRANTS.
068200     MOVE TOURN-RECORD(5:12) TO WANT-NAME.
068300     PERFORM 1900-FIND-PLAYER THRU 1900-EXIT.
068400     IF CD-HIT = ZERO OR NIGHT-COUNT >= 16
068500         GO TO 6200-EXIT.
068600     ADD 1 TO NIGHT-COUNT.
068700     MOVE CD-HIT TO NT-CARD(NIGHT-COUNT).
068800     MOVE TOURN-RECORD(1:2) TO NT-PLACE(NIGHT-COUNT).
068900     MOVE TOURN-RECORD(18:4) TO NT-POINTS(NIGHT-COUNT).
069000     MOVE TOURN-RECORD(35:4) TO NT-RATING(NIGHT-COUNT).
069100     MOVE TOURN-RECORD(41:4) TO NT-DELTA(NIGHT-COUNT).
069200 6200-EXIT.
069300     EXIT.
069400 6300-NOTE-NIGHT.
069500     MOVE NT-CARD(NT-IX) TO CD-HIT.
069600     IF CR-NIGHTS(CD-HIT) >= 6
069700         GO TO 6300-EXIT.
069800     ADD 1 TO CR-NIGHTS(CD-HIT).
069900     MOVE NIGHT-ENTRANTS TO ED-3.
070000     MOVE SPACES TO CR-NIGHT-LINE(CD-HIT, CR-NIGHTS(CD-HIT)).
070100     STRING "  " MONTH-DASHED "-" DAY-TEXT
070200            "  PLACE " NT-PLACE(NT-IX) " OF " ED-3
070300            "  " NT-POINTS(NT-IX) " PTS  RATING "
070400            NT-RATING(NT-IX) " (" NT-DELTA(NT-IX) ")"
070500         DELIMITED BY SIZE
070600         INTO CR-NIGHT-LINE(CD-HIT, CR-NIGHTS(CD-HIT)).
070700 6300-EXIT.
070800     EXIT.
070900******************************************************************
071000*  7000-LOAD-HISTORY - SCORECARD.DAT INTO THE TABLE, PICKING UP  *
071100*  EACH PLAYER'S LAST-MONTH ROW ON THE WAY.                      *
071200******************************************************************
071300 7000-LOAD-HISTORY.
071400     MOVE ZERO TO HISTORY-COUNT.
071500     MOVE "N" TO HISTORY-OVERFLOW.
071600     MOVE "N" TO EOF-SW.
071700     OPEN INPUT HISTORY-FILE.
071800     IF HISTORY-STATUS NOT = "00"
071900         IF HISTORY-STATUS = "05"
072000             CLOSE HISTORY-FILE
072100         END-IF
072200         GO TO 7000-EXIT.
072300     PERFORM 7100-ONE-HISTORY THRU 7100-EXIT
072400         UNTIL FILE-AT-END.
072500     CLOSE HISTORY-FILE.
072600 7000-EXIT.
072700     EXIT.
072800 7100-ONE-HISTORY.
072900     READ HISTORY-FILE INTO HISTORY-VIEW
073000         AT END
073100             MOVE "Y" TO EOF-SW
073200             GO TO 7100-EXIT
073300     END-READ.
073400     IF HISTORY-RECORD = SPACES
073500         GO TO 7100-EXIT.
073600     IF HV-MONTH = LAST-MONTH-X
073700        AND HV-RATING IS NUMERIC AND HV-TTS IS NUMERIC
073800        AND HV-S48 IS NUMERIC AND HV-RANK IS NUMERIC
073900         MOVE HV-NAME TO WANT-NAME
074000         PERFORM 1900-FIND-PLAYER THRU 1900-EXIT
074100         IF CD-HIT NOT = ZERO
074200             MOVE "Y" TO CR-PREV-FOUND(CD-HIT)
074300             MOVE HV-RATING TO CR-PREV-RATING(CD-HIT)
074400             MOVE HV-TTS TO CR-PREV-TTS(CD-HIT)
074500             MOVE HV-S48 TO CR-PREV-S48(CD-HIT)
074600             MOVE HV-RANK TO CR-PREV-RANK(CD-HIT)
074700         END-IF
074800     END-IF.
074900     IF HV-MONTH = CARD-MONTH-X
075000         GO TO 7100-EXIT.
075100     IF HISTORY-COUNT >= 900
075200         MOVE "Y" TO HISTORY-OVERFLOW
075300         GO TO 7100-EXIT.
075400     ADD 1 TO HISTORY-COUNT.
075500     MOVE HISTORY-RECORD TO HISTORY-LINE(HISTORY-COUNT).
075600 7100-EXIT.
075700     EXIT.
075800******************************************************************
075900*  7500-SAVE-HISTORY - THE OTHER MONTHS' ROWS AS THEY WERE, THEN *
076000*  THIS MONTH'S FOR EVERY REGISTERED PLAYER.                     *
076100******************************************************************
076200 7500-SAVE-HISTORY.
076300     IF HISTORY-OVERFLOW = "Y"
076400        OR HISTORY-COUNT + CARD-COUNT > 900
076500         DISPLAY "SCORECARD.DAT IS FULL - THIS MONTH NOT KEPT; "
076600                 "TRIM THE OLDEST MONTHS"
076700         GO TO 7500-EXIT.
076800     OPEN OUTPUT HISTORY-FILE.
076900     IF HISTORY-STATUS NOT = "00" AND HISTORY-STATUS NOT = "05"
077000         DISPLAY "CANNOT REWRITE SCORECARD.DAT, STATUS "
077100                 HISTORY-STATUS
077200         GO TO 7500-EXIT.
077300     PERFORM 7510-KEEP-ONE THRU 7510-EXIT
077400         VARYING HS-IX FROM 1 BY 1
077500         UNTIL HS-IX > HISTORY-COUNT.
077600     PERFORM 7520-ADD-ONE THRU 7520-EXIT
077700         VARYING CD-IX FROM 1 BY 1
077800         UNTIL CD-IX > CARD-COUNT.
077900     CLOSE HISTORY-FILE.
078000 7500-EXIT.
078100     EXIT.
078200 7510-KEEP-ONE.
078300     WRITE HISTORY-RECORD FROM HISTORY-LINE(HS-IX).
078400 7510-EXIT.
078500     EXIT.
078600 7520-ADD-ONE.
078700     MOVE SPACES TO HISTORY-VIEW.
078800     MOVE CARD-MONTH-X TO HV-MONTH.
078900     MOVE CR-NAME(CD-IX) TO HV-NAME.
079000     MOVE CR-RATING(CD-IX) TO HV-RATING.
079100     MOVE CR-TTS-BEST(CD-IX) TO HV-TTS.
079200     MOVE CR-S48-BEST(CD-IX) TO HV-S48.
079300     MOVE CR-S48-RANK(CD-IX) TO HV-RANK.
079400     WRITE HISTORY-RECORD FROM HISTORY-VIEW.
079500 7520-EXIT.
079600     EXIT.
079700******************************************************************
079800*  8000-MAIL-CARDS - ONE BODY AND ONE SPOOL REQUEST PER OPTED-IN *
079900*  PLAYER WITH AN ADDRESS.                                       *
080000******************************************************************
080100 8000-MAIL-CARDS.
080200     OPEN EXTEND SPOOL-FILE.
080300     IF SPOOL-STATUS NOT = "00" AND SPOOL-STATUS NOT = "05"
080400         DISPLAY "CANNOT QUEUE THE SCORECARDS, STATUS "
080500                 SPOOL-STATUS
080600         GO TO 8000-EXIT.
080700     PERFORM 8100-ONE-CARD THRU 8100-EXIT
080800         VARYING CD-IX FROM 1 BY 1
080900         UNTIL CD-IX > CARD-COUNT.
081000     CLOSE SPOOL-FILE.
081100 8000-EXIT.
081200     EXIT.
081300 8100-ONE-CARD.
081400     IF CR-OPTIN(CD-IX) NOT = "Y"
081500         GO TO 8100-EXIT.
081600     ADD 1 TO BODY-SEQ.
081700     MOVE SPACES TO BODY-NAME.
081800     STRING "CARD-" CARD-MONTH-X "-" BODY-SEQ ".MAI"
081900         DELIMITED BY SIZE INTO BODY-NAME.
082000     OPEN OUTPUT BODY-FILE.
082100     IF BODY-STATUS NOT = "00" AND BODY-STATUS NOT = "05"
082200         DISPLAY "CANNOT WRITE " FUNCTION TRIM(BODY-NAME)
082300                 ", STATUS " BODY-STATUS
082400         GO TO 8100-EXIT.
082500     PERFORM 8200-WRITE-CARD THRU 8200-EXIT.
082600     CLOSE BODY-FILE.
082700     MOVE SPACES TO SPOOL-LINE.
082800     STRING "P|" FUNCTION TRIM(CR-EMAIL(CD-IX))
082900            "|YOUR ARCADE SCORECARD FOR " MONTH-DASHED
083000            "|@" FUNCTION TRIM(BODY-NAME) "|"
083100         DELIMITED BY SIZE INTO SPOOL-LINE.
083200     WRITE SPOOL-RECORD FROM SPOOL-LINE.
083300     ADD 1 TO MAILED-COUNT.
083400     DISPLAY "  " CR-NAME(CD-IX) " "
083500             FUNCTION TRIM(CR-EMAIL(CD-IX)).
083600 8100-EXIT.
083700     EXIT.
083800******************************************************************
083900*  8200-WRITE-CARD - THIS MONTH, LAST MONTH, AND THE NIGHTS.     *
084000*  "-" MARKS A FIGURE THERE IS NOTHING ON FILE FOR.              *
084100******************************************************************
084200 8200-WRITE-CARD.
084300     MOVE SPACES TO BODY-LINE.
084400     STRING "ARCADE SCORECARD FOR " FUNCTION TRIM(CR-NAME(CD-IX))
084500            " - " MONTH-DASHED
084600         DELIMITED BY SIZE INTO BODY-LINE.
084700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
084800     MOVE SPACES TO BODY-LINE.
084900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
085000     MOVE "THIS MONTH          LAST MONTH" TO BODY-LINE(26:).
085100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
085200     PERFORM 8300-CHECKERS-LINES THRU 8300-EXIT.
085300     PERFORM 8400-GAME-LINES THRU 8400-EXIT.
085400     PERFORM 8500-ARCADE-LINES THRU 8500-EXIT.
085500     MOVE SPACES TO BODY-LINE.
085600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
085700     MOVE "CHECKERS TOURNAMENT NIGHTS" TO BODY-LINE.
085800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
085900     IF CR-NIGHTS(CD-IX) = ZERO
086000         MOVE "  NONE THIS MONTH" TO BODY-LINE
086100         PERFORM 8900-PUT-LINE THRU 8900-EXIT
086200     ELSE
086300         PERFORM 8600-NIGHT-LINE THRU 8600-EXIT
086400             VARYING NT-LINE-IX FROM 1 BY 1
086500             UNTIL NT-LINE-IX > CR-NIGHTS(CD-IX).
086600     MOVE SPACES TO BODY-LINE.
086700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
086800     MOVE "TO STOP THESE MAILS, CHOOSE M ON THE ARCADE MENU."
086900       TO BODY-LINE.
087000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
087100 8200-EXIT.
087200     EXIT.
087300 8300-CHECKERS-LINES.
087400     MOVE SPACES TO BODY-LINE.
087500     IF CR-CHK-FOUND(CD-IX) NOT = "Y"
087600         MOVE "CHECKERS RATING          NOT ON THE LADDER"
087700           TO BODY-LINE
087800         PERFORM 8900-PUT-LINE THRU 8900-EXIT
087900         GO TO 8300-EXIT.
088000     MOVE CR-RATING(CD-IX) TO ED-4.
088100     IF CR-PREV-FOUND(CD-IX) = "Y" AND CR-PREV-RATING(CD-IX) > 0
088200         MOVE CR-PREV-RATING(CD-IX) TO ED-4B
088300         COMPUTE RATING-DELTA =
088400             CR-RATING(CD-IX) - CR-PREV-RATING(CD-IX)
088500         MOVE RATING-DELTA TO ED-DELTA
088600         STRING "CHECKERS RATING          " ED-4
088700                "                " ED-4B
088800                "   CHANGE " ED-DELTA
088900             DELIMITED BY SIZE INTO BODY-LINE
089000     ELSE
089100         STRING "CHECKERS RATING          " ED-4
089200                "                   -   CHANGE NOT KNOWN"
089300             DELIMITED BY SIZE INTO BODY-LINE.
089400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
089500     MOVE CR-WINS(CD-IX) TO ED-6.
089600     MOVE CR-LOSSES(CD-IX) TO ED-6B.
089700     MOVE SPACES TO BODY-LINE.
089800     STRING "CHECKERS WINS/LOSSES   " ED-6 "/" ED-6B
089900            "   (ALL TIME)"
090000         DELIMITED BY SIZE INTO BODY-LINE.
090100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
090200 8300-EXIT.
090300     EXIT.
090400 8400-GAME-LINES.
090500     MOVE CR-TTS-BEST(CD-IX) TO ED-18.
090600     MOVE SPACES TO BODY-LINE.
090700     IF CR-PREV-FOUND(CD-IX) = "Y"
090800         MOVE CR-PREV-TTS(CD-IX) TO ED-18B
090900         STRING "TETRIS BEST    " ED-18 "  " ED-18B
091000             DELIMITED BY SIZE INTO BODY-LINE
091100     ELSE
091200         STRING "TETRIS BEST    " ED-18
091300                "                   -"
091400             DELIMITED BY SIZE INTO BODY-LINE.
091500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
091600     MOVE SPACES TO BODY-LINE.
091700     IF CR-S48-FOUND(CD-IX) NOT = "Y"
091800         MOVE "2048 SHOP BEST           NO SCORES ON FILE"
091900           TO BODY-LINE
092000         PERFORM 8900-PUT-LINE THRU 8900-EXIT
092100         GO TO 8400-SNAKE.
092200     MOVE CR-S48-BEST(CD-IX) TO ED-4.
092300     MOVE CR-S48-RANK(CD-IX) TO ED-3.
092400     IF CR-PREV-FOUND(CD-IX) = "Y" AND CR-PREV-RANK(CD-IX) > 0
092500         MOVE CR-PREV-S48(CD-IX) TO ED-4B
092600         MOVE CR-PREV-RANK(CD-IX) TO ED-3B
092700         STRING "2048 SHOP BEST (RANK)    " ED-4 " (" ED-3 ")"
092800                "          " ED-4B " (" ED-3B ")"
092900             DELIMITED BY SIZE INTO BODY-LINE
093000     ELSE
093100         STRING "2048 SHOP BEST (RANK)    " ED-4 " (" ED-3 ")"
093200                "                -"
093300             DELIMITED BY SIZE INTO BODY-LINE.
093400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
093500 8400-SNAKE.
093600     MOVE CR-SNAKE-NOW(CD-IX) TO ED-4.
093700     MOVE CR-SNAKE-LAST(CD-IX) TO ED-4B.
093800     MOVE SPACES TO BODY-LINE.
093900     STRING "SNAKE BEST LENGTH        " ED-4
094000            "                " ED-4B
094100         DELIMITED BY SIZE INTO BODY-LINE.
094200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
094300 8400-EXIT.
094400     EXIT.
094500 8500-ARCADE-LINES.
094600     MOVE CR-MINS-NOW(CD-IX) TO ED-6.
094700     MOVE CR-MINS-LAST(CD-IX) TO ED-6B.
094800     MOVE SPACES TO BODY-LINE.
094900     STRING "ARCADE MINUTES         " ED-6
095000            "              " ED-6B
095100         DELIMITED BY SIZE INTO BODY-LINE.
095200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
095300     MOVE CR-SESS-NOW(CD-IX) TO ED-6.
095400     MOVE CR-SESS-LAST(CD-IX) TO ED-6B.
095500     MOVE SPACES TO BODY-LINE.
095600     STRING "ARCADE SESSIONS        " ED-6
095700            "              " ED-6B
095800         DELIMITED BY SIZE INTO BODY-LINE.
095900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
096000 8500-EXIT.
096100     EXIT.
096200 8600-NIGHT-LINE.
096300     MOVE CR-NIGHT-LINE(CD-IX, NT-LINE-IX) TO BODY-LINE.
096400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
096500 8600-EXIT.
096600     EXIT.
096700 8900-PUT-LINE.
096800     WRITE BODY-RECORD FROM BODY-LINE.
096900 8900-EXIT.
097000     EXIT.
097100 END PROGRAM PLAYERCARD.
