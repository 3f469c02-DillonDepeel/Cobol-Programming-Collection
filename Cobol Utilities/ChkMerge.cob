002300******************************************************************
002400*  MODIFICATION HISTORY                                          *
002500*  09/02/26 OSG  INITIAL VERSION.                                *
002550*  10/15/26 OSG  EACH MERGE RECORDED IN THE OPERATOR JOURNAL.    *
002560*  10/15/26 OSG  LADDERS READ AS THE KEYED CHECKERS.PLAYERS; THE *
002570*                MASTER IS UPDATED ONE LOCKED RECORD AT A TIME,  *
002580*                PICKING UP GAMES POSTED DURING THE MERGE, AND   *
002590*                IS NO LONGER CUT TO THE TOP 50.                 *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003100     SELECT OPTIONAL NODES-FILE ASSIGN TO "CHECKERS.NODES"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS NODES-STATUS.
003350     SELECT OPTIONAL LADDER-FILE ASSIGN TO LADDER-NAME
003400         ORGANIZATION IS INDEXED
003450         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS LR-NAME
003550         FILE STATUS IS LADDER-STATUS.
003600     SELECT OPTIONAL MASTER-FILE ASSIGN TO "CHECKERS.PLAYERS"
003650         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003750         RECORD KEY IS MASTER-KEY
003800         LOCK MODE IS MANUAL
003850         FILE STATUS IS MASTER-STATUS.
004000     SELECT OPTIONAL REPORT-FILE ASSIGN TO "CHKLADDER.RPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS REPORT-STATUS.
005200     05  LR-LOSSES           PIC 9(05).
005300     05  LR-RATING           PIC 9(04).
005400 FD  MASTER-FILE.
005450 01  MASTER-RECORD.
005500     05  MASTER-KEY          PIC X(12).
005550     05  FILLER              PIC X(19).
005600 FD  REPORT-FILE.
005700 01  REPORT-RECORD           PIC X(80).
005800 WORKING-STORAGE SECTION.
007900         10  MG-RATSUM       PIC 9(12).
008000         10  MG-WEIGHT       PIC 9(08).
008100         10  MG-RATING       PIC 9(04).
008150         10  MG-SOURCES      PIC 9(03).
008200         10  MG-BROKEN       PIC X(01).
008250         10  MG-ON-LOCAL     PIC X(01).
008300         10  MG-LOC-GAMES    PIC 9(05).
008350         10  MG-LOC-WINS     PIC 9(05).
008400         10  MG-LOC-LOSSES   PIC 9(05).
008450         10  MG-LOC-RATING   PIC 9(04).
008500 77  MERGE-COUNT             PIC 9(03) VALUE ZERO.
008550 01  MERGE-HOLD              PIC X(81).
008600 77  MG-IX                   PIC 9(03).
008700 77  MG-JX                   PIC 9(03).
008800 77  HIT-IX                  PIC 9(03).
008900 77  REC-WEIGHT              PIC 9(07).
009000 77  DRAWS-WORK              PIC S9(07).
009100 77  FILE-COUNT              PIC 9(03) VALUE ZERO.
009125 77  LOCAL-COUNT             PIC 9(03) VALUE ZERO.
009128 77  WRITTEN-COUNT           PIC 9(03) VALUE ZERO.
009131 77  REFRESH-COUNT           PIC 9(03) VALUE ZERO.
009134 77  LOCAL-PASS-SW           PIC X(01) VALUE "N".
009137     88  LOCAL-PASS          VALUE "Y".
009140******************************************************************
009143*  THE LOCAL RECORD AS IT STANDS WHEN THE MERGE COMES TO WRITE   *
009146*  IT, LOCKED SO A GAME FINISHING AT THIS TERMINAL WAITS FOR THE *
009149*  REWRITE INSTEAD OF BEING OVERWRITTEN BY IT.                   *
009152******************************************************************
009155 01  FRESH-VIEW.
009158     05  FR-NAME             PIC X(12).
009161     05  FR-GAMES            PIC 9(05).
009164     05  FR-WINS             PIC 9(05).
009167     05  FR-LOSSES           PIC 9(05).
009170     05  FR-RATING           PIC 9(04).
009173 77  FRESH-WEIGHT            PIC 9(07).
009176 77  LOCK-TRIES              PIC 9(02) COMP.
009179 77  LOCK-MAX-TRIES          PIC 9(02) COMP VALUE 20.
009182 77  LOCK-WAIT-NS            PIC 9(09) COMP VALUE 500000000.
009200 77  ED-5                    PIC ZZZZ9.
009300 77  ED-5B                   PIC ZZZZ9.
009400 77  ED-5C                   PIC ZZZZ9.
009600 77  ED-RANK                 PIC ZZ9.
009700 01  REPORT-LINE             PIC X(80).
009800 01  FLAG-TEXT               PIC X(20).
009805******************************************************************
009810*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
009815*  AS OPJNL DECLARES IT.                                         *
009820******************************************************************
009825 01  OPJNL-AREA.
009830     05  OPJ-PROGRAM         PIC X(08).
009835     05  OPJ-MODE            PIC X(08).
009840     05  OPJ-FILE            PIC X(30).
009845     05  OPJ-BEFORE          PIC 9(09).
009850     05  OPJ-AFTER           PIC 9(09).
009855     05  OPJ-UNIT            PIC X(05).
009860     05  OPJ-PARAMS          PIC X(60).
009900 PROCEDURE DIVISION.
010000******************************************************************
010100*  0000-MAINLINE - LOCAL LADDER, EVERY NODE, THEN WRITE BACK.    *
010200******************************************************************
010300 0000-MAINLINE.
010350     MOVE "CHECKERS.PLAYERS" TO LADDER-NAME.
010400     MOVE "Y" TO LOCAL-PASS-SW.
010450     PERFORM 2000-MERGE-ONE-LADDER THRU 2000-EXIT.
010500     MOVE "N" TO LOCAL-PASS-SW.
010550     MOVE MERGE-COUNT TO LOCAL-COUNT.
010600     PERFORM 3000-MERGE-NODES THRU 3000-EXIT.
010700     PERFORM 4000-FINISH-RATINGS THRU 4000-EXIT.
010800     PERFORM 5000-WRITE-MASTER THRU 5000-EXIT.
010900     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
010950     PERFORM 8000-JOURNAL THRU 8000-EXIT.
011000     DISPLAY "MERGE COMPLETE - STANDINGS IN CHKLADDER.RPT".
011100     STOP RUN.
011200******************************************************************
015000         ADD 1 TO MERGE-COUNT
015100         MOVE MERGE-COUNT TO HIT-IX
015200         INITIALIZE MERGE-ENTRY(HIT-IX)
015225         MOVE LR-NAME TO MG-NAME(HIT-IX)
015250         MOVE "N" TO MG-ON-LOCAL(HIT-IX)
015275         MOVE "N" TO MG-BROKEN(HIT-IX).
015300     IF LOCAL-PASS
015325         MOVE "Y" TO MG-ON-LOCAL(HIT-IX)
015350         MOVE LR-GAMES TO MG-LOC-GAMES(HIT-IX)
015375         MOVE LR-WINS TO MG-LOC-WINS(HIT-IX)
015400         MOVE LR-LOSSES TO MG-LOC-LOSSES(HIT-IX)
015425         MOVE LR-RATING TO MG-LOC-RATING(HIT-IX).
015500     ADD LR-GAMES  TO MG-GAMES(HIT-IX).
015600     ADD LR-WINS   TO MG-WINS(HIT-IX).
015700     ADD LR-LOSSES TO MG-LOSSES(HIT-IX).
022800     END-PERFORM.
022900 4000-EXIT.
023000     EXIT.
023025******************************************************************
023050*  5000-WRITE-MASTER - THE CONSOLIDATED LADDER BACK ONTO THE     *
023075*  LOCAL CHECKERS.PLAYERS, IN THE GAME'S OWN RECORD LAYOUT, ONE  *
023100*  LOCKED RECORD AT A TIME SO THE TERMINALS CAN KEEP PLAYING.    *
023125*  COUNTS ARE CLAMPED TO THE 5-DIGIT FIELDS THE GAME KEEPS.      *
023150******************************************************************
023175 5000-WRITE-MASTER.
023200     OPEN I-O MASTER-FILE.
023225     IF MASTER-STATUS NOT = "00" AND MASTER-STATUS NOT = "05"
023250         DISPLAY "CANNOT UPDATE CHECKERS.PLAYERS STATUS "
023275                 MASTER-STATUS
023300         GO TO 5000-EXIT.
023325     PERFORM 5100-ONE-MASTER THRU 5100-EXIT
023350         VARYING MG-IX FROM 1 BY 1
023375         UNTIL MG-IX > MERGE-COUNT.
023400     CLOSE MASTER-FILE.
023425     IF REFRESH-COUNT > ZERO
023450         DISPLAY REFRESH-COUNT
023475                 " PLAYERS HAD GAMES POSTED DURING THE MERGE".
023500 5000-EXIT.
023525     EXIT.
023550 5100-ONE-MASTER.
023575     MOVE ZERO TO LOCK-TRIES.
023600     MOVE "51" TO MASTER-STATUS.
023625     PERFORM 5110-TRY-LOCK THRU 5110-EXIT
023650         UNTIL MASTER-STATUS NOT = "51"
023675            OR LOCK-TRIES >= LOCK-MAX-TRIES.
023700     IF MASTER-STATUS = "00" OR MASTER-STATUS = "02"
023725         MOVE MASTER-RECORD TO FRESH-VIEW
023750         PERFORM 5200-REFRESH-LOCAL THRU 5200-EXIT
023775     ELSE
023800         IF MASTER-STATUS NOT = "23"
023825             DISPLAY "CANNOT LOCK " MG-NAME(MG-IX)
023850                     " STATUS " MASTER-STATUS
023875             GO TO 5100-EXIT.
023900     MOVE SPACES TO MASTER-RECORD.
023925     MOVE MG-NAME(MG-IX) TO MASTER-RECORD(1:12).
023950     IF MG-GAMES(MG-IX) > 99999
023975         MOVE 99999 TO MASTER-RECORD(13:5)
024000     ELSE
024025         MOVE MG-GAMES(MG-IX)(3:5) TO MASTER-RECORD(13:5).
024050     IF MG-WINS(MG-IX) > 99999
024075         MOVE 99999 TO MASTER-RECORD(18:5)
024100     ELSE
024125         MOVE MG-WINS(MG-IX)(3:5) TO MASTER-RECORD(18:5).
024150     IF MG-LOSSES(MG-IX) > 99999
024175         MOVE 99999 TO MASTER-RECORD(23:5)
024200     ELSE
024225         MOVE MG-LOSSES(MG-IX)(3:5) TO MASTER-RECORD(23:5).
024250     MOVE MG-RATING(MG-IX) TO MASTER-RECORD(28:4).
024275     IF MASTER-STATUS = "23"
024300         WRITE MASTER-RECORD
024325             INVALID KEY
024350                 DISPLAY "CANNOT ADD " MG-NAME(MG-IX)
024375                 GO TO 5100-EXIT
024400         END-WRITE
024425     ELSE
024450         REWRITE MASTER-RECORD
024475             INVALID KEY
024500                 DISPLAY "CANNOT REWRITE " MG-NAME(MG-IX)
024525                 GO TO 5100-EXIT
024550         END-REWRITE
024575         UNLOCK MASTER-FILE.
024600     ADD 1 TO WRITTEN-COUNT.
024625 5100-EXIT.
024650     EXIT.
024675 5110-TRY-LOCK.
024700     IF LOCK-TRIES > ZERO
024725         CALL "CBL_GC_NANOSLEEP" USING LOCK-WAIT-NS.
024750     ADD 1 TO LOCK-TRIES.
024775     MOVE MG-NAME(MG-IX) TO MASTER-KEY.
024800     READ MASTER-FILE WITH LOCK
024825         INVALID KEY
024850             CONTINUE
024875     END-READ.
024900 5110-EXIT.
024925     EXIT.
024950******************************************************************
024975*  5200-REFRESH-LOCAL - A GAME POSTED AT THIS TERMINAL SINCE THE *
025000*  LOCAL LADDER WAS READ: SWAP THE STALE LOCAL FIGURES IN THE    *
025025*  MERGED TOTALS FOR THE ONES ON FILE NOW, AND REWEIGH THE       *
025050*  RATING THE SAME WAY 2100 DID.                                 *
025075******************************************************************
025100 5200-REFRESH-LOCAL.
025125     IF MG-ON-LOCAL(MG-IX) = "Y"
025150         IF FR-GAMES = MG-LOC-GAMES(MG-IX)
025175             AND FR-RATING = MG-LOC-RATING(MG-IX)
025200             GO TO 5200-EXIT.
025225     ADD 1 TO REFRESH-COUNT.
025250     IF MG-ON-LOCAL(MG-IX) = "Y"
025275         SUBTRACT MG-LOC-GAMES(MG-IX) FROM MG-GAMES(MG-IX)
025300         SUBTRACT MG-LOC-WINS(MG-IX) FROM MG-WINS(MG-IX)
025325         SUBTRACT MG-LOC-LOSSES(MG-IX) FROM MG-LOSSES(MG-IX)
025350         MOVE MG-LOC-GAMES(MG-IX) TO REC-WEIGHT
025375         IF REC-WEIGHT = ZERO
025400             MOVE 1 TO REC-WEIGHT
025425         END-IF
025450         COMPUTE MG-RATSUM(MG-IX) = MG-RATSUM(MG-IX)
025475             - MG-LOC-RATING(MG-IX) * REC-WEIGHT
025500         SUBTRACT REC-WEIGHT FROM MG-WEIGHT(MG-IX).
025525     ADD FR-GAMES TO MG-GAMES(MG-IX).
025550     ADD FR-WINS TO MG-WINS(MG-IX).
025575     ADD FR-LOSSES TO MG-LOSSES(MG-IX).
025600     MOVE FR-GAMES TO FRESH-WEIGHT.
025625     IF FRESH-WEIGHT = ZERO
025650         MOVE 1 TO FRESH-WEIGHT.
025675     COMPUTE MG-RATSUM(MG-IX) =
025700         MG-RATSUM(MG-IX) + FR-RATING * FRESH-WEIGHT.
025725     ADD FRESH-WEIGHT TO MG-WEIGHT(MG-IX).
025750     IF MG-ON-LOCAL(MG-IX) = "N"
025775         ADD 1 TO MG-SOURCES(MG-IX).
025800     MOVE "Y" TO MG-ON-LOCAL(MG-IX).
025825     COMPUTE MG-RATING(MG-IX) =
025850         MG-RATSUM(MG-IX) / MG-WEIGHT(MG-IX).
025875     IF MG-GAMES(MG-IX) < MG-WINS(MG-IX) + MG-LOSSES(MG-IX)
025900         MOVE "Y" TO MG-BROKEN(MG-IX).
025925 5200-EXIT.
025950     EXIT.
026600******************************************************************
026700*  6000-WRITE-REPORT - PRINTABLE STANDINGS WITH THE FLAGS.       *
026800******************************************************************
031600     WRITE REPORT-RECORD FROM REPORT-LINE.
031700 6900-EXIT.
031800     EXIT.
031900******************************************************************
032000*  8000-JOURNAL - ONE OPERATOR JOURNAL LINE FOR THE MERGE: THE   *
032100*  LOCAL LADDER'S PLAYERS BEFORE, THE MASTER'S PLAYERS AFTER.    *
032200******************************************************************
032300 8000-JOURNAL.
032400     MOVE SPACES TO OPJNL-AREA.
032500     MOVE "CHKMERGE" TO OPJ-PROGRAM.
032600     MOVE "MERGE" TO OPJ-MODE.
032700     MOVE "CHECKERS.PLAYERS" TO OPJ-FILE.
032800     MOVE LOCAL-COUNT TO OPJ-BEFORE.
032900     MOVE WRITTEN-COUNT TO OPJ-AFTER.
033000     MOVE "RECS" TO OPJ-UNIT.
033100     STRING FILE-COUNT " LADDER FILES MERGED"
033200         DELIMITED BY SIZE INTO OPJ-PARAMS.
033300     CALL "OPJNL" USING OPJNL-AREA.
033400 8000-EXIT.
033500     EXIT.
033600 END PROGRAM CHKMERGE.
