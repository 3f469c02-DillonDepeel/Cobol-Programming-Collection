000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PONGNITE.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  BREAK-ROOM TERMINALS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  PONGNITE - SINGLE-ELIMINATION BRACKET FOR A PONG NIGHT.       *
000900*                                                                *
001000*  N - NEW BRACKET: THE OPERATOR NAMES TONIGHT'S ENTRANTS (EACH  *
001100*      MUST BE IN PLAYERS.REG; * ENTERS EVERY REGISTERED         *
001200*      PLAYER) AND THE NUMBER OF TABLES IN USE.  ENTRANTS ARE    *
001300*      SEEDED IN PONGLADDER.RPT ORDER (RUN PONGLADDER FIRST),    *
001400*      UNRANKED PLAYERS AFTER THEM IN THE ORDER ENTERED.  THE    *
001500*      DRAW IS THE USUAL ONE (1 V 16, 8 V 9 ...), AND WHEN THE   *
001600*      FIELD IS NOT A POWER OF TWO THE TOP SEEDS GET THE BYES.   *
001700*                                                                *
001800*  U - UPDATE: EVERY MATCH WRITTEN TO PONG.RESULTS SINCE THE     *
001900*      LAST RUN WHOSE TWO PLAYERS ARE A MATCH WAITING TO BE      *
002000*      PLAYED DECIDES IT, AND THE WINNER MOVES ON.  OTHER        *
002100*      MATCHES ON THE FILE ARE IGNORED.                          *
002200*                                                                *
002300*  EACH RUN REWRITES PONG.BRACKET, PRINTS THE BRACKET TO         *
002400*  PONGNITE.RPT AND SHOWS WHO PLAYS NEXT AT EACH TABLE; A MATCH  *
002500*  KEEPS ITS TABLE UNTIL IT IS PLAYED.  PONG.BRACKET HOLDS THE   *
002600*  WHOLE NIGHT, INCLUDING HOW FAR PONG.RESULTS HAS BEEN READ,    *
002700*  SO AFTER A RESTART THE NEXT U CARRIES ON WHERE IT LEFT OFF.   *
002800*  WHEN THE FINAL IS DECIDED THE FINAL BRACKET IS WRITTEN TO     *
002900*  PONGNITE.MAI AND QUEUED TO LIST:PONG THROUGH DRIVER.SPL.PONG. *
003000*                                                                *
003100*  PONG.BRACKET - A HEADER LINE, THEN ONE LINE PER MATCH IN      *
003200*  ROUND ORDER (LAYOUTS BELOW).  MATCH STATES: W WAITING FOR     *
003300*  PLAYERS, R READY, D DECIDED, B BYE.                           *
003400******************************************************************
003500*  MODIFICATION HISTORY                                          *
003600*  10/15/26 OSG  INITIAL VERSION.                                *
003650*  10/15/26 OSG  PLAYERS.REG RECORD WIDENED TO ITS FULL LENGTH.  *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "PLAYERS.REG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS REGISTRY-STATUS.
004500     SELECT OPTIONAL LADDER-FILE ASSIGN TO "PONGLADDER.RPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS LADDER-STATUS.
004800     SELECT OPTIONAL RESULTS-FILE ASSIGN TO "PONG.RESULTS"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS RESULTS-STATUS.
005100     SELECT OPTIONAL BRACKET-FILE ASSIGN TO "PONG.BRACKET"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS BRACKET-STATUS.
005400     SELECT OPTIONAL REPORT-FILE ASSIGN TO REPORT-NAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS REPORT-STATUS.
005700*    THIS PROGRAM'S OWN SPOOL DROP FILE; THE MAIL SENDER SWEEPS
005800*    IT INTO DRIVER.SPL AT THE START OF ITS RUN.
005900     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.PONG"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS SPOOL-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  REGISTRY-FILE.
006500 01  REGISTRY-RECORD.
006600     05  REG-NAME            PIC X(12).
006700     05  FILLER              PIC X(81).
006800 FD  LADDER-FILE.
006900 01  LADDER-RECORD.
007000     05  LR-RANK             PIC X(03).
007100     05  FILLER              PIC X(01).
007200     05  LR-NAME             PIC X(12).
007300     05  FILLER              PIC X(84).
007400 FD  RESULTS-FILE.
007500 01  RESULTS-RECORD          PIC X(140).
007600******************************************************************
007700*  PONG.BRACKET.  THE HEADER, THEN THE MATCHES.                  *
007800******************************************************************
007900 FD  BRACKET-FILE.
008000 01  BRACKET-RECORD          PIC X(80).
008100 01  BRACKET-HEADER.
008200     05  BH-TYPE             PIC X(01).
008300     05  FILLER              PIC X(01).
008400     05  BH-DATE             PIC 9(08).
008500     05  FILLER              PIC X(01).
008600     05  BH-ENTRANTS         PIC 9(02).
008700     05  FILLER              PIC X(01).
008800     05  BH-SIZE             PIC 9(02).
008900     05  FILLER              PIC X(01).
009000     05  BH-ROUNDS           PIC 9(01).
009100     05  FILLER              PIC X(01).
009200     05  BH-TABLES           PIC 9(01).
009300     05  FILLER              PIC X(01).
009400     05  BH-RESULTS-SEEN     PIC 9(06).
009500     05  FILLER              PIC X(01).
009600     05  BH-STATUS           PIC X(01).
009700     05  FILLER              PIC X(01).
009800     05  BH-CHAMPION         PIC X(12).
009900     05  FILLER              PIC X(34).
010000 01  BRACKET-MATCH.
010100     05  BM-TYPE             PIC X(01).
010200     05  FILLER              PIC X(01).
010300     05  BM-ROUND            PIC 9(01).
010400     05  FILLER              PIC X(01).
010500     05  BM-MATCH            PIC 9(02).
010600     05  FILLER              PIC X(01).
010700     05  BM-NAME-A           PIC X(12).
010800     05  FILLER              PIC X(01).
010900     05  BM-SEED-A           PIC 9(02).
011000     05  FILLER              PIC X(01).
011100     05  BM-NAME-B           PIC X(12).
011200     05  FILLER              PIC X(01).
011300     05  BM-SEED-B           PIC 9(02).
011400     05  FILLER              PIC X(01).
011500     05  BM-STATE            PIC X(01).
011600     05  FILLER              PIC X(01).
011700     05  BM-WINNER           PIC X(12).
011800     05  FILLER              PIC X(01).
011900     05  BM-TABLE            PIC 9(01).
012000     05  FILLER              PIC X(25).
012100 FD  REPORT-FILE.
012200 01  REPORT-RECORD           PIC X(80).
012300 FD  SPOOL-FILE.
012400 01  SPOOL-RECORD            PIC X(250).
012500 WORKING-STORAGE SECTION.
012600 77  REGISTRY-STATUS         PIC X(02).
012700 77  LADDER-STATUS           PIC X(02).
012800 77  RESULTS-STATUS          PIC X(02).
012900 77  BRACKET-STATUS          PIC X(02).
013000 77  REPORT-STATUS           PIC X(02).
013100 77  SPOOL-STATUS            PIC X(02).
013200 77  REPORT-NAME             PIC X(20) VALUE "PONGNITE.RPT".
013300 77  EOF-SW                  PIC X(01) VALUE "N".
013400     88  FILE-AT-END         VALUE "Y".
013500 77  RUN-MODE                PIC X(01).
013600 77  TODAY-YMD               PIC 9(08).
013700 01  TODAY-DASHED.
013800     05  TD-YEAR             PIC X(04).
013900     05  FILLER              PIC X(01) VALUE "-".
014000     05  TD-MONTH            PIC X(02).
014100     05  FILLER              PIC X(01) VALUE "-".
014200     05  TD-DAY              PIC X(02).
014300******************************************************************
014400*  THE NIGHT IN MEMORY.  MATCHES ARE HELD IN ROUND ORDER; ROUND  *
014500*  R STARTS AFTER ROUND-BASE(R) ENTRIES.  32 ENTRANTS AT MOST,   *
014600*  SO 31 MATCHES AND FIVE ROUNDS.                                *
014700******************************************************************
014800 77  BRACKET-FOUND           PIC X(01) VALUE "N".
014900 01  NIGHT-HEADER            PIC X(80).
015000 01  NIGHT-HEADER-X REDEFINES NIGHT-HEADER.
015100     05  NH-TYPE             PIC X(01).
015200     05  FILLER              PIC X(01).
015300     05  NH-DATE             PIC 9(08).
015400     05  FILLER              PIC X(01).
015500     05  NH-ENTRANTS         PIC 9(02).
015600     05  FILLER              PIC X(01).
015700     05  NH-SIZE             PIC 9(02).
015800     05  FILLER              PIC X(01).
015900     05  NH-ROUNDS           PIC 9(01).
016000     05  FILLER              PIC X(01).
016100     05  NH-TABLES           PIC 9(01).
016200     05  FILLER              PIC X(01).
016300     05  NH-RESULTS-SEEN     PIC 9(06).
016400     05  FILLER              PIC X(01).
016500     05  NH-STATUS           PIC X(01).
016600         88  NIGHT-OPEN      VALUE "O".
016700         88  NIGHT-FINISHED  VALUE "F".
016800     05  FILLER              PIC X(01).
016900     05  NH-CHAMPION         PIC X(12).
017000     05  FILLER              PIC X(34).
017100 77  MATCH-COUNT             PIC 9(02) VALUE ZERO.
017200 01  MATCH-TABLE.
017300     05  MATCH-ENTRY         OCCURS 31 TIMES PIC X(80).
017400 01  ROUND-BASES.
017500     05  ROUND-BASE          OCCURS 6 TIMES PIC 9(02).
017600 77  MT-IX                   PIC 9(02).
017700 77  NEXT-IX                 PIC 9(02).
017800 77  ROUND-IX                PIC 9(01).
017900 77  ROUND-MATCHES           PIC 9(02).
018000 77  M-IX                    PIC 9(02).
018100 77  HALF-MATCH              PIC 9(02).
018200 77  ODD-CHECK               PIC 9(01).
018300 77  JUST-FINISHED           PIC X(01) VALUE "N".
018400 77  APPLIED-COUNT           PIC 9(03) VALUE ZERO.
018500******************************************************************
018600*  REGISTRY AND ENTRANTS.                                        *
018700******************************************************************
018800 77  REG-COUNT               PIC 9(03) VALUE ZERO.
018900 01  REG-TABLE.
019000     05  REG-ENTRY           OCCURS 500 TIMES PIC X(12).
019100 77  RG-IX                   PIC 9(03).
019200 77  ALL-IX                  PIC 9(03).
019300 77  ENTRANT-ANSWER          PIC X(12).
019400 77  TABLES-ANSWER           PIC X(01).
019500 77  ENTRANT-COUNT           PIC 9(02) VALUE ZERO.
019600 77  ENTRY-DONE              PIC X(01).
019700 01  ENTRANT-TABLE.
019800     05  ENTRANT             OCCURS 32 TIMES.
019900         10  EN-NAME         PIC X(12).
020000         10  EN-SEED         PIC 9(02).
020100 01  ENTRANT-HOLD            PIC X(14).
020200 77  EN-IX                   PIC 9(02).
020300 77  EN-JX                   PIC 9(02).
020400 77  HIT-IX                  PIC 9(03).
020500 77  NEXT-SEED               PIC 9(02).
020600 01  COMPARE-A               PIC X(12).
020700 01  COMPARE-B               PIC X(12).
020800******************************************************************
020900*  THE DRAW.  SEED-ORDER(K) IS THE SEED IN BRACKET LINE K.       *
021000******************************************************************
021100 01  SEED-ORDERS.
021200     05  SEED-ORDER          OCCURS 32 TIMES PIC 9(02).
021300 01  SEED-WORKS.
021400     05  SEED-WORK           OCCURS 32 TIMES PIC 9(02).
021500 77  ORDER-SIZE              PIC 9(02).
021600 77  SO-IX                   PIC 9(02).
021700 77  SEED-A                  PIC 9(02).
021800 77  SEED-B                  PIC 9(02).
021900******************************************************************
022000*  RESULTS.  LAYOUT AS PONGLADDER READS IT: DATE(1:8)            *
022100*  P1(10:12) P2(23:12) " WINNER P"(35:9) WINNER(44:1).           *
022200******************************************************************
022300 01  RESULT-P1               PIC X(12).
022400 01  RESULT-P2               PIC X(12).
022500 01  RESULT-WINNER           PIC X(12).
022600 77  RESULTS-READ            PIC 9(06).
022700 77  TABLE-IX                PIC 9(01).
022800 77  TABLE-HELD              PIC X(01).
022900 01  REPORT-LINE             PIC X(80).
023000 01  SPOOL-LINE              PIC X(250).
023100 77  ROUND-TITLE             PIC X(14).
023200 77  ED-2                    PIC Z9.
023300 77  ED-2B                   PIC Z9.
023400 77  ED-3                    PIC ZZ9.
023500 PROCEDURE DIVISION.
023600******************************************************************
023700*  0000-MAINLINE - NEW BRACKET OR UPDATE, THEN SAVE AND PRINT.   *
023800******************************************************************
023900 0000-MAINLINE.
024000     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
024100     MOVE TODAY-YMD(1:4) TO TD-YEAR.
024200     MOVE TODAY-YMD(5:2) TO TD-MONTH.
024300     MOVE TODAY-YMD(7:2) TO TD-DAY.
024400     PERFORM 1000-LOAD-BRACKET THRU 1000-EXIT.
024500     DISPLAY "PONG NIGHT - N=NEW BRACKET, U=UPDATE FROM RESULTS?".
024600     ACCEPT RUN-MODE.
024700     MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE.
024800     IF RUN-MODE = "N"
024900         IF BRACKET-FOUND = "Y" AND NIGHT-OPEN
025000             DISPLAY "A BRACKET IS ALREADY RUNNING IN "
025100                     "PONG.BRACKET - FINISH IT BEFORE STARTING "
025200                     "ANOTHER"
025300             STOP RUN
025400         END-IF
025500         PERFORM 2000-NEW-BRACKET THRU 2000-EXIT
025600         IF BRACKET-FOUND NOT = "Y"
025700             STOP RUN
025800         END-IF
025900     ELSE
026000         IF BRACKET-FOUND NOT = "Y"
026100             DISPLAY "NO BRACKET IN PONG.BRACKET - "
026200                     "START ONE WITH N"
026300             STOP RUN
026400         END-IF
026500         IF NIGHT-OPEN
026600             PERFORM 3000-APPLY-RESULTS THRU 3000-EXIT
026700         END-IF.
026800     IF NIGHT-OPEN
026900         PERFORM 4000-ASSIGN-TABLES THRU 4000-EXIT.
027000     PERFORM 5000-SAVE-BRACKET THRU 5000-EXIT.
027100     MOVE "PONGNITE.RPT" TO REPORT-NAME.
027200     PERFORM 6000-PRINT-BRACKET THRU 6000-EXIT.
027300     PERFORM 6800-SHOW-NEXT THRU 6800-EXIT.
027400     IF JUST-FINISHED = "Y"
027500         MOVE "PONGNITE.MAI" TO REPORT-NAME
027600         PERFORM 6000-PRINT-BRACKET THRU 6000-EXIT
027700         PERFORM 7000-QUEUE-MAIL THRU 7000-EXIT.
027800     STOP RUN.
027900******************************************************************
028000*  1000-LOAD-BRACKET - PONG.BRACKET INTO MEMORY, IF THERE IS ONE.*
028100******************************************************************
028200 1000-LOAD-BRACKET.
028300     MOVE "N" TO BRACKET-FOUND.
028400     MOVE SPACES TO NIGHT-HEADER.
028500     MOVE ZERO TO MATCH-COUNT.
028600     MOVE "N" TO EOF-SW.
028700     OPEN INPUT BRACKET-FILE.
028800     IF BRACKET-STATUS NOT = "00"
028900         IF BRACKET-STATUS = "05"
029000             CLOSE BRACKET-FILE
029100         END-IF
029200         GO TO 1000-EXIT.
029300     READ BRACKET-FILE
029400         AT END MOVE "Y" TO EOF-SW
029500     END-READ.
029600     IF NOT FILE-AT-END AND BH-TYPE = "H"
029700         MOVE BRACKET-RECORD TO NIGHT-HEADER
029800         MOVE "Y" TO BRACKET-FOUND
029900         PERFORM 1100-ONE-MATCH-LINE THRU 1100-EXIT
030000             UNTIL FILE-AT-END.
030100     CLOSE BRACKET-FILE.
030200     IF BRACKET-FOUND = "Y"
030300         PERFORM 1200-ROUND-BASES THRU 1200-EXIT.
030400 1000-EXIT.
030500     EXIT.
030600 1100-ONE-MATCH-LINE.
030700     READ BRACKET-FILE
030800         AT END
030900             MOVE "Y" TO EOF-SW
031000             GO TO 1100-EXIT
031100     END-READ.
031200     IF BM-TYPE NOT = "M" OR MATCH-COUNT >= 31
031300         GO TO 1100-EXIT.
031400     ADD 1 TO MATCH-COUNT.
031500     MOVE BRACKET-RECORD TO MATCH-ENTRY(MATCH-COUNT).
031600 1100-EXIT.
031700     EXIT.
031800 1200-ROUND-BASES.
031900     MOVE ZERO TO ROUND-BASE(1).
032000     COMPUTE ROUND-MATCHES = NH-SIZE / 2.
032100     PERFORM VARYING ROUND-IX FROM 1 BY 1 UNTIL ROUND-IX > 5
032200         COMPUTE ROUND-BASE(ROUND-IX + 1) =
032300             ROUND-BASE(ROUND-IX) + ROUND-MATCHES
032400         COMPUTE ROUND-MATCHES = ROUND-MATCHES / 2
032500     END-PERFORM.
032600 1200-EXIT.
032700     EXIT.
032800******************************************************************
032900*  2000-NEW-BRACKET - ENTRANTS, SEEDS, THE DRAW AND THE BYES.    *
033000******************************************************************
033100 2000-NEW-BRACKET.
033200     MOVE "N" TO BRACKET-FOUND.
033300     PERFORM 2100-LOAD-REGISTRY THRU 2100-EXIT.
033400     IF REG-COUNT = ZERO
033500         DISPLAY "NO PLAYERS IN PLAYERS.REG - NOBODY CAN ENTER"
033600         GO TO 2000-EXIT.
033700     MOVE ZERO TO ENTRANT-COUNT.
033800     MOVE "N" TO ENTRY-DONE.
033900     PERFORM 2200-TAKE-ENTRANT THRU 2200-EXIT
034000         UNTIL ENTRY-DONE = "Y".
034100     IF ENTRANT-COUNT < 2
034200         DISPLAY "A BRACKET NEEDS AT LEAST TWO ENTRANTS"
034300         GO TO 2000-EXIT.
034400     DISPLAY "TABLES IN USE (1-9, BLANK = 1)?".
034500     ACCEPT TABLES-ANSWER.
034600     MOVE SPACES TO NIGHT-HEADER.
034700     MOVE "H" TO NH-TYPE.
034800     IF TABLES-ANSWER IS NUMERIC AND TABLES-ANSWER NOT = "0"
034900         MOVE TABLES-ANSWER TO NH-TABLES
035000     ELSE
035100         MOVE 1 TO NH-TABLES.
035200     MOVE TODAY-YMD TO NH-DATE.
035300     MOVE ENTRANT-COUNT TO NH-ENTRANTS.
035400     MOVE "O" TO NH-STATUS.
035500     PERFORM 2300-SEED-FROM-LADDER THRU 2300-EXIT.
035600     PERFORM 2400-MAKE-DRAW THRU 2400-EXIT.
035700     PERFORM 2500-COUNT-RESULTS THRU 2500-EXIT.
035800     MOVE RESULTS-READ TO NH-RESULTS-SEEN.
035900     MOVE "Y" TO BRACKET-FOUND.
036000 2000-EXIT.
036100     EXIT.
036200 2100-LOAD-REGISTRY.
036300     MOVE ZERO TO REG-COUNT.
036400     MOVE "N" TO EOF-SW.
036500     OPEN INPUT REGISTRY-FILE.
036600     IF REGISTRY-STATUS NOT = "00"
036700         IF REGISTRY-STATUS = "05"
036800             CLOSE REGISTRY-FILE
036900         END-IF
037000         GO TO 2100-EXIT.
037100     PERFORM 2150-ONE-REGISTRANT THRU 2150-EXIT
037200         UNTIL FILE-AT-END.
037300     CLOSE REGISTRY-FILE.
037400 2100-EXIT.
037500     EXIT.
037600 2150-ONE-REGISTRANT.
037700     READ REGISTRY-FILE
037800         AT END
037900             MOVE "Y" TO EOF-SW
038000             GO TO 2150-EXIT
038100     END-READ.
038200     IF REG-NAME = SPACES OR REG-COUNT >= 500
038300         GO TO 2150-EXIT.
038400     ADD 1 TO REG-COUNT.
038500     MOVE REG-NAME TO REG-ENTRY(REG-COUNT).
038600 2150-EXIT.
038700     EXIT.
038800******************************************************************
038900*  2200-TAKE-ENTRANT - ONE NAME FROM THE OPERATOR.  BLANK ENDS   *
039000*  THE LIST; * ENTERS THE WHOLE REGISTRY.                        *
039100******************************************************************
039200 2200-TAKE-ENTRANT.
039300     DISPLAY "ENTRANT (BLANK ENDS, * = EVERY REGISTERED PLAYER)?".
039400     ACCEPT ENTRANT-ANSWER.
039500     IF ENTRANT-ANSWER = SPACES
039600         MOVE "Y" TO ENTRY-DONE
039700         GO TO 2200-EXIT.
039800     IF ENTRANT-ANSWER = "*"
039900         IF REG-COUNT > 32
040000             DISPLAY "MORE THAN 32 REGISTERED PLAYERS - NAME THE "
040100                     "ENTRANTS ONE BY ONE"
040200             GO TO 2200-EXIT
040300         END-IF
040400         PERFORM VARYING ALL-IX FROM 1 BY 1
040500             UNTIL ALL-IX > REG-COUNT
040600             MOVE REG-ENTRY(ALL-IX) TO ENTRANT-ANSWER
040700             PERFORM 2250-ADD-ENTRANT THRU 2250-EXIT
040800         END-PERFORM
040900         MOVE "Y" TO ENTRY-DONE
041000         GO TO 2200-EXIT.
041100     PERFORM 2250-ADD-ENTRANT THRU 2250-EXIT.
041200 2200-EXIT.
041300     EXIT.
041400 2250-ADD-ENTRANT.
041500     MOVE FUNCTION UPPER-CASE(ENTRANT-ANSWER) TO COMPARE-A.
041600     MOVE ZERO TO HIT-IX.
041700     PERFORM VARYING RG-IX FROM 1 BY 1
041800         UNTIL RG-IX > REG-COUNT OR HIT-IX > ZERO
041900         MOVE FUNCTION UPPER-CASE(REG-ENTRY(RG-IX)) TO COMPARE-B
042000         IF COMPARE-A = COMPARE-B
042100             MOVE RG-IX TO HIT-IX
042200         END-IF
042300     END-PERFORM.
042400     IF HIT-IX = ZERO
042500         DISPLAY FUNCTION TRIM(ENTRANT-ANSWER)
042600                 " IS NOT IN PLAYERS.REG - NOT ENTERED"
042700         GO TO 2250-EXIT.
042800     PERFORM VARYING EN-IX FROM 1 BY 1
042900         UNTIL EN-IX > ENTRANT-COUNT
043000         IF EN-NAME(EN-IX) = REG-ENTRY(HIT-IX)
043100             DISPLAY FUNCTION TRIM(ENTRANT-ANSWER)
043200                     " IS ALREADY ENTERED"
043300             GO TO 2250-EXIT
043400         END-IF
043500     END-PERFORM.
043600     IF ENTRANT-COUNT >= 32
043700         DISPLAY "THE BRACKET IS FULL AT 32 - "
043800                 FUNCTION TRIM(ENTRANT-ANSWER) " NOT ENTERED"
043900         GO TO 2250-EXIT.
044000     ADD 1 TO ENTRANT-COUNT.
044100     MOVE REG-ENTRY(HIT-IX) TO EN-NAME(ENTRANT-COUNT).
044200     MOVE ZERO TO EN-SEED(ENTRANT-COUNT).
044300 2250-EXIT.
044400     EXIT.
044500******************************************************************
044600*  2300-SEED-FROM-LADDER - SEEDS IN PONGLADDER.RPT ORDER, THEN   *
044700*  THE UNRANKED IN ENTRY ORDER; THE TABLE ENDS IN SEED ORDER.    *
044800******************************************************************
044900 2300-SEED-FROM-LADDER.
045000     MOVE ZERO TO NEXT-SEED.
045100     MOVE "N" TO EOF-SW.
045200     OPEN INPUT LADDER-FILE.
045300     IF LADDER-STATUS NOT = "00"
045400         IF LADDER-STATUS = "05"
045500             CLOSE LADDER-FILE
045600         END-IF
045700         DISPLAY "NO PONGLADDER.RPT - SEEDED IN ENTRY ORDER"
045800     ELSE
045900         PERFORM 2350-ONE-LADDER-LINE THRU 2350-EXIT
046000             UNTIL FILE-AT-END
046100         CLOSE LADDER-FILE.
046200     PERFORM VARYING EN-IX FROM 1 BY 1
046300         UNTIL EN-IX > ENTRANT-COUNT
046400         IF EN-SEED(EN-IX) = ZERO
046500             ADD 1 TO NEXT-SEED
046600             MOVE NEXT-SEED TO EN-SEED(EN-IX)
046700         END-IF
046800     END-PERFORM.
046900     PERFORM VARYING EN-IX FROM 1 BY 1
047000         UNTIL EN-IX >= ENTRANT-COUNT
047100         PERFORM VARYING EN-JX FROM 1 BY 1
047200             UNTIL EN-JX >= ENTRANT-COUNT
047300             IF EN-SEED(EN-JX) > EN-SEED(EN-JX + 1)
047400                 MOVE ENTRANT(EN-JX) TO ENTRANT-HOLD
047500                 MOVE ENTRANT(EN-JX + 1) TO ENTRANT(EN-JX)
047600                 MOVE ENTRANT-HOLD TO ENTRANT(EN-JX + 1)
047700             END-IF
047800         END-PERFORM
047900     END-PERFORM.
048000 2300-EXIT.
048100     EXIT.
048200 2350-ONE-LADDER-LINE.
048300     READ LADDER-FILE
048400         AT END
048500             MOVE "Y" TO EOF-SW
048600             GO TO 2350-EXIT
048700     END-READ.
048800     IF LR-RANK(3:1) IS NOT NUMERIC OR LR-NAME = SPACES
048900         GO TO 2350-EXIT.
049000     MOVE FUNCTION UPPER-CASE(LR-NAME) TO COMPARE-A.
049100     PERFORM VARYING EN-IX FROM 1 BY 1
049200         UNTIL EN-IX > ENTRANT-COUNT
049300         MOVE FUNCTION UPPER-CASE(EN-NAME(EN-IX)) TO COMPARE-B
049400         IF COMPARE-A = COMPARE-B AND EN-SEED(EN-IX) = ZERO
049500             ADD 1 TO NEXT-SEED
049600             MOVE NEXT-SEED TO EN-SEED(EN-IX)
049700         END-IF
049800     END-PERFORM.
049900 2350-EXIT.
050000     EXIT.
050100******************************************************************
050200*  2400-MAKE-DRAW - THE BRACKET IS THE NEXT POWER OF TWO.  THE   *
050300*  SEED ORDER IS BUILT BY DOUBLING: EACH SEED S IN A BRACKET OF  *
050400*  N IS FOLLOWED BY 2N+1-S, SO 1 2 BECOMES 1 4 2 3, THEN         *
050500*  1 8 4 5 2 7 3 6 AND SO ON.  A SEED PAST THE FIELD IS A BYE.   *
050600*  LATER ROUNDS START WAITING.                                   *
050700******************************************************************
050800 2400-MAKE-DRAW.
050900     MOVE 2 TO NH-SIZE.
051000     MOVE 1 TO NH-ROUNDS.
051100     PERFORM UNTIL NH-SIZE >= ENTRANT-COUNT
051200         COMPUTE NH-SIZE = NH-SIZE * 2
051300         ADD 1 TO NH-ROUNDS
051400     END-PERFORM.
051500     MOVE 1 TO SEED-ORDER(1).
051600     MOVE 2 TO SEED-ORDER(2).
051700     MOVE 2 TO ORDER-SIZE.
051800     PERFORM UNTIL ORDER-SIZE >= NH-SIZE
051900         PERFORM VARYING SO-IX FROM 1 BY 1
052000             UNTIL SO-IX > ORDER-SIZE
052100             MOVE SEED-ORDER(SO-IX) TO SEED-WORK(SO-IX * 2 - 1)
052200             COMPUTE SEED-WORK(SO-IX * 2) =
052300                 ORDER-SIZE * 2 + 1 - SEED-ORDER(SO-IX)
052400         END-PERFORM
052500         COMPUTE ORDER-SIZE = ORDER-SIZE * 2
052600         MOVE SEED-WORKS TO SEED-ORDERS
052700     END-PERFORM.
052800     PERFORM 1200-ROUND-BASES THRU 1200-EXIT.
052900     MOVE ZERO TO MATCH-COUNT.
053000     COMPUTE ROUND-MATCHES = NH-SIZE / 2.
053100     PERFORM VARYING ROUND-IX FROM 1 BY 1
053200         UNTIL ROUND-IX > NH-ROUNDS
053300         PERFORM VARYING M-IX FROM 1 BY 1
053400             UNTIL M-IX > ROUND-MATCHES
053500             ADD 1 TO MATCH-COUNT
053600             MOVE SPACES TO BRACKET-MATCH
053700             MOVE "M" TO BM-TYPE
053800             MOVE ROUND-IX TO BM-ROUND
053900             MOVE M-IX TO BM-MATCH
054000             MOVE ZERO TO BM-SEED-A BM-SEED-B BM-TABLE
054100             MOVE "W" TO BM-STATE
054200             MOVE BRACKET-MATCH TO MATCH-ENTRY(MATCH-COUNT)
054300         END-PERFORM
054400         COMPUTE ROUND-MATCHES = ROUND-MATCHES / 2
054500     END-PERFORM.
054600     PERFORM 2450-FIRST-ROUND-MATCH THRU 2450-EXIT
054700         VARYING M-IX FROM 1 BY 1
054800         UNTIL M-IX > NH-SIZE / 2.
054900 2400-EXIT.
055000     EXIT.
055100 2450-FIRST-ROUND-MATCH.
055200     MOVE SEED-ORDER(M-IX * 2 - 1) TO SEED-A.
055300     MOVE SEED-ORDER(M-IX * 2) TO SEED-B.
055400     MOVE MATCH-ENTRY(M-IX) TO BRACKET-MATCH.
055500     IF SEED-A <= ENTRANT-COUNT
055600         MOVE EN-NAME(SEED-A) TO BM-NAME-A
055700         MOVE SEED-A TO BM-SEED-A.
055800     IF SEED-B <= ENTRANT-COUNT
055900         MOVE EN-NAME(SEED-B) TO BM-NAME-B
056000         MOVE SEED-B TO BM-SEED-B.
056100     MOVE "R" TO BM-STATE.
056200     MOVE BRACKET-MATCH TO MATCH-ENTRY(M-IX).
056300     IF BM-NAME-A = SPACES OR BM-NAME-B = SPACES
056400         MOVE "B" TO BM-STATE
056500         IF BM-NAME-A = SPACES
056600             MOVE BM-NAME-B TO BM-WINNER
056700         ELSE
056800             MOVE BM-NAME-A TO BM-WINNER
056900         END-IF
057000         MOVE BRACKET-MATCH TO MATCH-ENTRY(M-IX)
057100         MOVE M-IX TO MT-IX
057200         PERFORM 3500-ADVANCE-WINNER THRU 3500-EXIT.
057300 2450-EXIT.
057400     EXIT.
057500******************************************************************
057600*  2500-COUNT-RESULTS - HOW MANY MATCHES PONG.RESULTS HOLDS NOW, *
057700*  SO NONE PLAYED BEFORE THE BRACKET WAS DRAWN CAN DECIDE ONE.   *
057800******************************************************************
057900 2500-COUNT-RESULTS.
058000     MOVE ZERO TO RESULTS-READ.
058100     MOVE "N" TO EOF-SW.
058200     OPEN INPUT RESULTS-FILE.
058300     IF RESULTS-STATUS NOT = "00"
058400         IF RESULTS-STATUS = "05"
058500             CLOSE RESULTS-FILE
058600         END-IF
058700         GO TO 2500-EXIT.
058800     PERFORM 2550-COUNT-ONE THRU 2550-EXIT
058900         UNTIL FILE-AT-END.
059000     CLOSE RESULTS-FILE.
059100 2500-EXIT.
059200     EXIT.
059300 2550-COUNT-ONE.
059400     READ RESULTS-FILE
059500         AT END
059600             MOVE "Y" TO EOF-SW
059700             GO TO 2550-EXIT
059800     END-READ.
059900     ADD 1 TO RESULTS-READ.
060000 2550-EXIT.
060100     EXIT.
060200******************************************************************
060300*  3000-APPLY-RESULTS - THE MATCHES WRITTEN SINCE THE LAST RUN.  *
060400******************************************************************
060500 3000-APPLY-RESULTS.
060600     MOVE ZERO TO RESULTS-READ.
060700     MOVE "N" TO EOF-SW.
060800     OPEN INPUT RESULTS-FILE.
060900     IF RESULTS-STATUS NOT = "00"
061000         IF RESULTS-STATUS = "05"
061100             CLOSE RESULTS-FILE
061200         END-IF
061300         GO TO 3000-EXIT.
061400     PERFORM 3100-ONE-RESULT THRU 3100-EXIT
061500         UNTIL FILE-AT-END.
061600     CLOSE RESULTS-FILE.
061700     IF RESULTS-READ > NH-RESULTS-SEEN
061800         MOVE RESULTS-READ TO NH-RESULTS-SEEN.
061900     MOVE APPLIED-COUNT TO ED-3.
062000     DISPLAY ED-3 " BRACKET MATCH(ES) DECIDED THIS RUN".
062100 3000-EXIT.
062200     EXIT.
062300 3100-ONE-RESULT.
062400     READ RESULTS-FILE
062500         AT END
062600             MOVE "Y" TO EOF-SW
062700             GO TO 3100-EXIT
062800     END-READ.
062900     ADD 1 TO RESULTS-READ.
063000     IF RESULTS-READ <= NH-RESULTS-SEEN OR NIGHT-FINISHED
063100         GO TO 3100-EXIT.
063200     IF RESULTS-RECORD(35:9) NOT = " WINNER P"
063300         GO TO 3100-EXIT.
063400     MOVE FUNCTION UPPER-CASE(RESULTS-RECORD(10:12)) TO RESULT-P1.
063500     MOVE FUNCTION UPPER-CASE(RESULTS-RECORD(23:12)) TO RESULT-P2.
063600     EVALUATE RESULTS-RECORD(44:1)
063700         WHEN "1"
063800             MOVE RESULT-P1 TO RESULT-WINNER
063900         WHEN "2"
064000             MOVE RESULT-P2 TO RESULT-WINNER
064100         WHEN OTHER
064200             GO TO 3100-EXIT
064300     END-EVALUATE.
064400     MOVE ZERO TO HIT-IX.
064500     PERFORM VARYING MT-IX FROM 1 BY 1
064600         UNTIL MT-IX > MATCH-COUNT OR HIT-IX > ZERO
064700         MOVE MATCH-ENTRY(MT-IX) TO BRACKET-MATCH
064800         MOVE FUNCTION UPPER-CASE(BM-NAME-A) TO COMPARE-A
064900         MOVE FUNCTION UPPER-CASE(BM-NAME-B) TO COMPARE-B
065000         IF BM-STATE = "R"
065100          AND ((COMPARE-A = RESULT-P1 AND COMPARE-B = RESULT-P2)
065200           OR (COMPARE-A = RESULT-P2 AND COMPARE-B = RESULT-P1))
065300             MOVE MT-IX TO HIT-IX
065400         END-IF
065500     END-PERFORM.
065600     IF HIT-IX = ZERO
065700         GO TO 3100-EXIT.
065800     MOVE HIT-IX TO MT-IX.
065900     MOVE MATCH-ENTRY(MT-IX) TO BRACKET-MATCH.
066000     IF FUNCTION UPPER-CASE(BM-NAME-A) = RESULT-WINNER
066100         MOVE BM-NAME-A TO BM-WINNER
066200     ELSE
066300         MOVE BM-NAME-B TO BM-WINNER.
066400     MOVE "D" TO BM-STATE.
066500     MOVE ZERO TO BM-TABLE.
066600     MOVE BRACKET-MATCH TO MATCH-ENTRY(MT-IX).
066700     ADD 1 TO APPLIED-COUNT.
066800     IF BM-WINNER = BM-NAME-A
066900         DISPLAY "  " FUNCTION TRIM(BM-WINNER) " BEATS "
067000                 FUNCTION TRIM(BM-NAME-B)
067100     ELSE
067200         DISPLAY "  " FUNCTION TRIM(BM-WINNER) " BEATS "
067300                 FUNCTION TRIM(BM-NAME-A).
067400     PERFORM 3500-ADVANCE-WINNER THRU 3500-EXIT.
067500 3100-EXIT.
067600     EXIT.
067700******************************************************************
067800*  3500-ADVANCE-WINNER - MATCH MT-IX'S WINNER INTO THE NEXT      *
067900*  ROUND (ODD MATCHES FILL THE TOP LINE), OR THE CHAMPION.       *
068000******************************************************************
068100 3500-ADVANCE-WINNER.
068200     MOVE MATCH-ENTRY(MT-IX) TO BRACKET-MATCH.
068300     IF BM-ROUND = NH-ROUNDS
068400         MOVE BM-WINNER TO NH-CHAMPION
068500         MOVE "F" TO NH-STATUS
068600         MOVE "Y" TO JUST-FINISHED
068700         GO TO 3500-EXIT.
068800     IF BM-WINNER = BM-NAME-A
068900         MOVE BM-SEED-A TO SEED-A
069000     ELSE
069100         MOVE BM-SEED-B TO SEED-A.
069200     MOVE BM-WINNER TO COMPARE-A.
069300     COMPUTE NEXT-IX = ROUND-BASE(BM-ROUND + 1)
069400                     + (BM-MATCH + 1) / 2.
069500     DIVIDE BM-MATCH BY 2 GIVING HALF-MATCH REMAINDER ODD-CHECK.
069600     MOVE MATCH-ENTRY(NEXT-IX) TO BRACKET-MATCH.
069700     IF ODD-CHECK = 1
069800         MOVE COMPARE-A TO BM-NAME-A
069900         MOVE SEED-A TO BM-SEED-A
070000     ELSE
070100         MOVE COMPARE-A TO BM-NAME-B
070200         MOVE SEED-A TO BM-SEED-B.
070300     IF BM-NAME-A NOT = SPACES AND BM-NAME-B NOT = SPACES
070400         MOVE "R" TO BM-STATE.
070500     MOVE BRACKET-MATCH TO MATCH-ENTRY(NEXT-IX).
070600 3500-EXIT.
070700     EXIT.
070800******************************************************************
070900*  4000-ASSIGN-TABLES - A READY MATCH KEEPS ITS TABLE; EACH FREE *
071000*  TABLE TAKES THE EARLIEST READY MATCH WITHOUT ONE.             *
071100******************************************************************
071200 4000-ASSIGN-TABLES.
071300     PERFORM 4100-ONE-TABLE THRU 4100-EXIT
071400         VARYING TABLE-IX FROM 1 BY 1
071500         UNTIL TABLE-IX > NH-TABLES.
071600 4000-EXIT.
071700     EXIT.
071800 4100-ONE-TABLE.
071900     MOVE "N" TO TABLE-HELD.
072000     PERFORM VARYING MT-IX FROM 1 BY 1
072100         UNTIL MT-IX > MATCH-COUNT
072200         MOVE MATCH-ENTRY(MT-IX) TO BRACKET-MATCH
072300         IF BM-STATE = "R" AND BM-TABLE = TABLE-IX
072400             MOVE "Y" TO TABLE-HELD
072500         END-IF
072600     END-PERFORM.
072700     IF TABLE-HELD = "Y"
072800         GO TO 4100-EXIT.
072900     PERFORM VARYING MT-IX FROM 1 BY 1
073000         UNTIL MT-IX > MATCH-COUNT OR TABLE-HELD = "Y"
073100         MOVE MATCH-ENTRY(MT-IX) TO BRACKET-MATCH
073200         IF BM-STATE = "R" AND BM-TABLE = ZERO
073300             MOVE TABLE-IX TO BM-TABLE
073400             MOVE BRACKET-MATCH TO MATCH-ENTRY(MT-IX)
073500             MOVE "Y" TO TABLE-HELD
073600         END-IF
073700     END-PERFORM.
073800 4100-EXIT.
073900     EXIT.
074000******************************************************************
074100*  5000-SAVE-BRACKET - PONG.BRACKET REWRITTEN WHOLE.             *
074200******************************************************************
074300 5000-SAVE-BRACKET.
074400     OPEN OUTPUT BRACKET-FILE.
074500     IF BRACKET-STATUS NOT = "00" AND BRACKET-STATUS NOT = "05"
074600         DISPLAY "CANNOT WRITE PONG.BRACKET STATUS "
074700                 BRACKET-STATUS
074800         GO TO 5000-EXIT.
074900     WRITE BRACKET-RECORD FROM NIGHT-HEADER.
075000     PERFORM VARYING MT-IX FROM 1 BY 1
075100         UNTIL MT-IX > MATCH-COUNT
075200         WRITE BRACKET-RECORD FROM MATCH-ENTRY(MT-IX)
075300     END-PERFORM.
075400     CLOSE BRACKET-FILE.
075500 5000-EXIT.
075600     EXIT.
075700******************************************************************
075800*  6000-PRINT-BRACKET - THE BRACKET ROUND BY ROUND, THEN WHO IS  *
075900*  AT EACH TABLE, OR THE CHAMPION.                               *
076000******************************************************************
076100 6000-PRINT-BRACKET.
076200     OPEN OUTPUT REPORT-FILE.
076300     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
076400         DISPLAY "CANNOT WRITE " FUNCTION TRIM(REPORT-NAME)
076500                 " STATUS "
076600                 REPORT-STATUS
076700         GO TO 6000-EXIT.
076800     MOVE ALL "=" TO REPORT-LINE.
076900     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
077000     MOVE NH-ENTRANTS TO ED-2.
077100     STRING "PONG NIGHT " NH-DATE(1:4) "-" NH-DATE(5:2) "-"
077200            NH-DATE(7:2) "  SINGLE ELIMINATION, " ED-2
077300            " ENTRANTS"
077400         DELIMITED BY SIZE INTO REPORT-LINE.
077500     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
077600     MOVE ALL "=" TO REPORT-LINE.
077700     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
077800     MOVE ZERO TO ROUND-IX.
077900     PERFORM 6100-ONE-MATCH THRU 6100-EXIT
078000         VARYING MT-IX FROM 1 BY 1
078100         UNTIL MT-IX > MATCH-COUNT.
078200     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
078300     IF NIGHT-FINISHED
078400         STRING "CHAMPION: " NH-CHAMPION
078500             DELIMITED BY SIZE INTO REPORT-LINE
078600         PERFORM 6900-PUT-LINE THRU 6900-EXIT
078700     ELSE
078800         MOVE "NEXT AT EACH TABLE" TO REPORT-LINE
078900         PERFORM 6900-PUT-LINE THRU 6900-EXIT
079000         PERFORM 6700-TABLE-LINE THRU 6700-EXIT
079100             VARYING TABLE-IX FROM 1 BY 1
079200             UNTIL TABLE-IX > NH-TABLES.
079300     CLOSE REPORT-FILE.
079400 6000-EXIT.
079500     EXIT.
079600 6100-ONE-MATCH.
079700     MOVE MATCH-ENTRY(MT-IX) TO BRACKET-MATCH.
079800     IF BM-ROUND NOT = ROUND-IX
079900         MOVE BM-ROUND TO ROUND-IX
080000         PERFORM 6200-ROUND-TITLE THRU 6200-EXIT.
080100     STRING "  M" BM-MATCH " " DELIMITED BY SIZE INTO REPORT-LINE.
080200     IF BM-NAME-A NOT = SPACES
080300         MOVE BM-SEED-A TO ED-2B
080400         STRING "(" ED-2B ") " BM-NAME-A
080500             DELIMITED BY SIZE INTO REPORT-LINE(7:17)
080600     ELSE
080700         MOVE "     -" TO REPORT-LINE(7:17).
080800     MOVE "V" TO REPORT-LINE(25:1).
080900     IF BM-NAME-B NOT = SPACES
081000         MOVE BM-SEED-B TO ED-2B
081100         STRING "(" ED-2B ") " BM-NAME-B
081200             DELIMITED BY SIZE INTO REPORT-LINE(27:17)
081300     ELSE
081400         IF BM-STATE = "B"
081500             MOVE "     BYE" TO REPORT-LINE(27:17)
081600         ELSE
081700             MOVE "     -" TO REPORT-LINE(27:17).
081800     IF BM-STATE = "B" AND BM-NAME-A = SPACES
081900         MOVE "     BYE" TO REPORT-LINE(7:17).
082000     EVALUATE BM-STATE
082100         WHEN "D"
082200             STRING "WINNER " BM-WINNER
082300                 DELIMITED BY SIZE INTO REPORT-LINE(46:19)
082400         WHEN "B"
082500             STRING "BYE TO " BM-WINNER
082600                 DELIMITED BY SIZE INTO REPORT-LINE(46:19)
082700         WHEN "R"
082800             IF BM-TABLE > ZERO
082900                 STRING "AT TABLE " BM-TABLE
083000                     DELIMITED BY SIZE INTO REPORT-LINE(46:19)
083100             ELSE
083200                 MOVE "WAITING FOR A TABLE" TO REPORT-LINE(46:19)
083300             END-IF
083400         WHEN OTHER
083500             MOVE "AWAITING PLAYERS" TO REPORT-LINE(46:19)
083600     END-EVALUATE.
083700     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
083800 6100-EXIT.
083900     EXIT.
084000 6200-ROUND-TITLE.
084100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
084200     EVALUATE NH-ROUNDS - ROUND-IX
084300         WHEN 0
084400             MOVE "FINAL" TO ROUND-TITLE
084500         WHEN 1
084600             MOVE "SEMI-FINALS" TO ROUND-TITLE
084700         WHEN 2
084800             MOVE "QUARTER-FINALS" TO ROUND-TITLE
084900         WHEN OTHER
085000             MOVE SPACES TO ROUND-TITLE
085100             STRING "ROUND " ROUND-IX
085200                 DELIMITED BY SIZE INTO ROUND-TITLE
085300     END-EVALUATE.
085400     MOVE ROUND-TITLE TO REPORT-LINE.
085500     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
085600 6200-EXIT.
085700     EXIT.
085800 6700-TABLE-LINE.
085900     STRING "  TABLE " TABLE-IX ": FREE"
086000         DELIMITED BY SIZE INTO REPORT-LINE.
086100     PERFORM VARYING MT-IX FROM 1 BY 1
086200         UNTIL MT-IX > MATCH-COUNT
086300         MOVE MATCH-ENTRY(MT-IX) TO BRACKET-MATCH
086400         IF BM-STATE = "R" AND BM-TABLE = TABLE-IX
086500             MOVE SPACES TO REPORT-LINE
086600             STRING "  TABLE " TABLE-IX ": "
086700                    FUNCTION TRIM(BM-NAME-A) " V "
086800                    FUNCTION TRIM(BM-NAME-B)
086900                 DELIMITED BY SIZE INTO REPORT-LINE
087000         END-IF
087100     END-PERFORM.
087200     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
087300 6700-EXIT.
087400     EXIT.
087500******************************************************************
087600*  6800-SHOW-NEXT - THE SAME TABLE LIST ON THE CONSOLE.          *
087700******************************************************************
087800 6800-SHOW-NEXT.
087900     IF NIGHT-FINISHED
088000         DISPLAY "CHAMPION: " FUNCTION TRIM(NH-CHAMPION)
088100         GO TO 6800-EXIT.
088200     PERFORM VARYING TABLE-IX FROM 1 BY 1
088300         UNTIL TABLE-IX > NH-TABLES
088400         MOVE "FREE" TO REPORT-LINE
088500         PERFORM VARYING MT-IX FROM 1 BY 1
088600             UNTIL MT-IX > MATCH-COUNT
088700             MOVE MATCH-ENTRY(MT-IX) TO BRACKET-MATCH
088800             IF BM-STATE = "R" AND BM-TABLE = TABLE-IX
088900                 MOVE SPACES TO REPORT-LINE
089000                 STRING FUNCTION TRIM(BM-NAME-A) " V "
089100                        FUNCTION TRIM(BM-NAME-B)
089200                     DELIMITED BY SIZE INTO REPORT-LINE
089300             END-IF
089400         END-PERFORM
089500         DISPLAY "TABLE " TABLE-IX " NEXT: "
089600                 FUNCTION TRIM(REPORT-LINE)
089700     END-PERFORM.
089800     MOVE SPACES TO REPORT-LINE.
089900     DISPLAY "BRACKET IN PONGNITE.RPT".
090000 6800-EXIT.
090100     EXIT.
090200 6900-PUT-LINE.
090300     WRITE REPORT-RECORD FROM REPORT-LINE.
090400     MOVE SPACES TO REPORT-LINE.
090500 6900-EXIT.
090600     EXIT.
090700******************************************************************
090800*  7000-QUEUE-MAIL - THE FINAL BRACKET TO LIST:PONG.             *
090900******************************************************************
091000 7000-QUEUE-MAIL.
091100     OPEN EXTEND SPOOL-FILE.
091200     IF SPOOL-STATUS NOT = "00" AND SPOOL-STATUS NOT = "05"
091300         DISPLAY "CANNOT QUEUE THE PONG NIGHT MAIL"
091400         GO TO 7000-EXIT.
091500     MOVE SPACES TO SPOOL-LINE.
091600     STRING "P|LIST:PONG|PONG NIGHT " TODAY-DASHED " CHAMPION "
091700            FUNCTION TRIM(NH-CHAMPION) "|@PONGNITE.MAI|"
091800         DELIMITED BY SIZE INTO SPOOL-LINE.
091900     WRITE SPOOL-RECORD FROM SPOOL-LINE.
092000     CLOSE SPOOL-FILE.
092100     DISPLAY "FINAL BRACKET MAILED TO LIST:PONG".
092200 7000-EXIT.
092300     EXIT.
092400 END PROGRAM PONGNITE.
