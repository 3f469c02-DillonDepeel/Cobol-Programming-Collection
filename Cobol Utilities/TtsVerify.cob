001400*                                                                *
001500*  INPUT  TTS.SUBMIT - ONE SUBMISSION PER LINE:                  *
001600*           NAME|CLAIMED POINTS|REPLAY FILE NAME                 *
001620*         A DAILY CHALLENGE ATTEMPT ADDS |YYYYMMDD|HHMMSS, THE   *
001640*         DAY AND START TIME OF THE ATTEMPT.  ITS PIECES MUST    *
001660*         BE THE DAY'S SEEDED SEQUENCE ON THE STANDARD 17 X 19   *
001680*         BOARD FROM LEVEL 1, OR IT IS NOT VERIFIED.             *
001700*         EACH REPLAY FILE USES THE TTS.REPLAY RECORD LAYOUT     *
001800*         (TYPE X, VALUE AND TICKS BINARY): X/Y/L HEADER, THEN   *
001900*         P PIECE, K KEYSTROKE AND T GRAVITY EVENTS.             *
002400*         UNVERIFIED ONES LISTED SEPARATELY, NEVER DROPPED.      *
002500*         TTS.VSCORE - THE VERIFIED ENTRIES IN THE TTS.SCORE     *
002600*         RECORD LAYOUT, FOR TTS.NODES TO NAME IN THE MERGE.     *
002625*         DAILY ATTEMPTS NEVER GO TO TTS.VSCORE; EVERY ONE, WITH *
002650*         ITS VERDICT, IS WRITTEN TO TTS.DAILY FOR TTSDAILY.     *
002700*                                                                *
002800*  THE REPLAYED RULES MIRROR THE GAME: -10 STARTING POINTS, +10  *
002900*  PER PIECE, 1000 * LEVEL FACTOR PER CLEARED LINE, THE MULTI-   *
003200******************************************************************
003300*  MODIFICATION HISTORY                                          *
003400*  09/02/26 OSG  INITIAL VERSION.                                *
003450*  10/15/26 OSG  DAILY CHALLENGE ATTEMPTS, TTS.DAILY OUTPUT.     *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005200     SELECT OPTIONAL REPORT-FILE ASSIGN TO "TTS.VERIFY.RPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS REPORT-STATUS.
005425     SELECT OPTIONAL DAILY-FILE ASSIGN TO "TTS.DAILY"
005450         ORGANIZATION IS LINE SEQUENTIAL
005475         FILE STATUS IS DAILY-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  SUBMIT-FILE.
007500     05  VS-NODE             PIC X(08).
007600 FD  REPORT-FILE.
007700 01  REPORT-RECORD           PIC X(100).
007705 FD  DAILY-FILE.
007710 01  DAILY-RECORD.
007715     05  DR-DATE             PIC X(08).
007720     05  FILLER              PIC X(01).
007725     05  DR-TIME             PIC X(06).
007730     05  FILLER              PIC X(01).
007735     05  DR-NAME             PIC X(20).
007740     05  FILLER              PIC X(01).
007745     05  DR-POINTS           PIC 9(18).
007750     05  FILLER              PIC X(01).
007755     05  DR-LINES            PIC 9(09).
007760     05  FILLER              PIC X(01).
007765     05  DR-VERDICT          PIC X(12).
007770     05  FILLER              PIC X(01).
007775     05  DR-REPLAY           PIC X(40).
007800 WORKING-STORAGE SECTION.
007900 77  SUBMIT-STATUS           PIC X(02).
008000 77  REPLAY-STATUS           PIC X(02).
008100 77  OBJECTS-STATUS          PIC X(02).
008200 77  VSCORE-STATUS           PIC X(02).
008300 77  REPORT-STATUS           PIC X(02).
008350 77  DAILY-STATUS            PIC X(02).
008400 77  REPLAY-NAME             PIC X(40) VALUE SPACES.
008500 77  EOF-SW                  PIC X(01) VALUE "N".
008600     88  FILE-AT-END         VALUE "Y".
020900 01  SUB-NAME                PIC X(20).
021000 01  SUB-POINTS-TEXT         PIC X(20).
021100 01  SUB-REPLAY-TEXT         PIC X(40).
021120 01  SUB-DATE-TEXT           PIC X(08).
021140 01  SUB-TIME-TEXT           PIC X(06).
021160 77  SUB-DAILY-SW            PIC X(01) VALUE "N".
021180     88  DAILY-ATTEMPT       VALUE "Y".
021200 77  SUB-CLAIMED             PIC 9(18) VALUE ZERO.
021300 77  SUB-VERDICT             PIC X(12).
021400 77  VERIFIED-COUNT          PIC 9(05) VALUE ZERO.
021900 77  UNV-JX                  PIC 9(03).
022000 77  ED-18                   PIC Z(17)9.
022100 77  ED-18B                  PIC Z(17)9.
022105 77  DAILY-COUNT             PIC 9(05) VALUE ZERO.
022110******************************************************************
022115*  THE DAILY CHALLENGE PIECE GENERATOR, THE SAME PARK-MILLER     *
022120*  ARITHMETIC THE GAME DEALS WITH: SEED = SEED * 16807 MOD       *
022125*  (2**31 - 1), PIECE = SEED MOD 12 + 1, SEEDED WITH YYYYMMDD.   *
022130*  DAILY-BAD IS 1 FOR THE WRONG BOARD OR LEVEL, 2 FOR A PIECE    *
022135*  OFF THE DAY'S SEQUENCE.                                       *
022140******************************************************************
022145 77  DAILY-SEED              PIC 9(10) COMP.
022150 77  DAILY-WORK              PIC 9(18) COMP.
022155 77  DAILY-PIECE             PIC 9(04) COMP.
022160 77  DAILY-BAD               PIC 9(01) VALUE ZERO.
022200 01  REPORT-LINE             PIC X(100).
022300 PROCEDURE DIVISION.
022400******************************************************************
027500     MOVE "VERIFIED SCORES" TO REPORT-LINE.
027600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
027700     OPEN OUTPUT VSCORE-FILE.
027750     OPEN OUTPUT DAILY-FILE.
027800 1000-EXIT.
027900     EXIT.
028000******************************************************************
041200     MOVE SPACES TO SUB-NAME.
041300     MOVE SPACES TO SUB-POINTS-TEXT.
041400     MOVE SPACES TO SUB-REPLAY-TEXT.
041425     MOVE SPACES TO SUB-DATE-TEXT.
041450     MOVE SPACES TO SUB-TIME-TEXT.
041475     UNSTRING SUBMIT-RECORD DELIMITED BY "|"
041500         INTO SUB-NAME SUB-POINTS-TEXT SUB-REPLAY-TEXT
041525              SUB-DATE-TEXT SUB-TIME-TEXT.
041550     MOVE "N" TO SUB-DAILY-SW.
041575     IF SUB-DATE-TEXT NOT = SPACES
041600         MOVE "Y" TO SUB-DAILY-SW.
041700     COMPUTE SUB-CLAIMED =
041800         FUNCTION NUMVAL(SUB-POINTS-TEXT).
041900     MOVE SPACES TO REPLAY-NAME.
042000     MOVE SUB-REPLAY-TEXT TO REPLAY-NAME.
042100     PERFORM 3000-RUN-REPLAY THRU 3000-EXIT.
042125*    A DAILY ATTEMPT ENDED BY A QUIT KEY STILL COUNTS AT THE
042150*    POINTS IT STOOD AT; THE DAY'S ONE ATTEMPT IS SPENT ANYWAY.
042175     EVALUATE TRUE
042200         WHEN DAILY-ATTEMPT AND SUB-DATE-TEXT NOT NUMERIC
042225             MOVE "BAD DATE" TO SUB-VERDICT
042250         WHEN REPLAY-STATUS = "XX"
042275             MOVE "UNREADABLE" TO SUB-VERDICT
042300         WHEN DAILY-BAD = 1
042325             MOVE "WRONG SETUP" TO SUB-VERDICT
042350         WHEN DAILY-BAD = 2
042375             MOVE "WRONG PIECES" TO SUB-VERDICT
042400         WHEN RUN-ABORTED = 1 AND NOT DAILY-ATTEMPT
042600             MOVE "ABORTED RUN" TO SUB-VERDICT
042700         WHEN GAME-POINTS = SUB-CLAIMED
042800             MOVE "VERIFIED" TO SUB-VERDICT
043800     STRING SUB-NAME " CLAIMED " ED-18
043900            " REPLAYED " ED-18B " " SUB-VERDICT
044000         DELIMITED BY SIZE INTO REPORT-LINE.
044050     IF DAILY-ATTEMPT
044100         MOVE " DAILY" TO REPORT-LINE(89:6)
044150         PERFORM 7100-WRITE-DAILY THRU 7100-EXIT.
044200     IF SUB-VERDICT = "VERIFIED"
044250         ADD 1 TO VERIFIED-COUNT
044300         PERFORM 8900-PUT-LINE THRU 8900-EXIT
044350         IF NOT DAILY-ATTEMPT
044400             PERFORM 7000-WRITE-VSCORE THRU 7000-EXIT
044450         END-IF
044500     ELSE
044600         ADD 1 TO UNVERIFIED-COUNT
044700         IF UNV-IX < 50
046700     MOVE ZERO TO HOLD-USED.
046800     MOVE ZERO TO GAME-DONE.
046900     MOVE ZERO TO RUN-ABORTED.
046950     MOVE ZERO TO DAILY-BAD.
047000     COMPUTE GAME-POINTS = -10.
047100     INITIALIZE BOARD-TABLE.
047200     OPEN INPUT REPLAY-FILE.
048100         CLOSE REPLAY-FILE
048200         MOVE "XX" TO REPLAY-STATUS
048300         GO TO 3000-EXIT.
048305     IF DAILY-ATTEMPT
048310         IF SUB-DATE-TEXT NOT NUMERIC
048315             CLOSE REPLAY-FILE
048320             GO TO 3000-EXIT
048325         END-IF
048330         IF DIM-X NOT = 17 OR DIM-Y NOT = 19
048335          OR ENTRY-LEVEL NOT = 1
048340             MOVE 1 TO DAILY-BAD
048345             CLOSE REPLAY-FILE
048350             GO TO 3000-EXIT
048355         END-IF
048360         MOVE SUB-DATE-TEXT TO DAILY-SEED.
048400     PERFORM 3100-ONE-PIECE THRU 3100-EXIT
048500         UNTIL GAME-DONE = 1.
048600     CLOSE REPLAY-FILE.
054100         MOVE REC-VALUE TO O-IDX-NEXT
054200     ELSE
054300         MOVE 1 TO O-IDX-NEXT.
054325     IF DAILY-ATTEMPT
054350         PERFORM 3210-DAILY-PIECE THRU 3210-EXIT.
054400     IF O-IDX-NEXT > 12 MOVE 12 TO O-IDX-NEXT END-IF.
054500     IF O-IDX-NEXT = 0 MOVE 1 TO O-IDX-NEXT END-IF.
054600     IF O-IDX > 12 MOVE 12 TO O-IDX END-IF.
055000     ADD 10 TO GAME-POINTS.
055100 3200-EXIT.
055200     EXIT.
055205******************************************************************
055210*  3210-DAILY-PIECE - THE NEXT PIECE OF THE DAY'S SEQUENCE MUST  *
055215*  BE THE ONE THE RECORDING NAMES.                               *
055220******************************************************************
055225 3210-DAILY-PIECE.
055230     COMPUTE DAILY-WORK = DAILY-SEED * 16807.
055235     COMPUTE DAILY-SEED = FUNCTION MOD(DAILY-WORK, 2147483647).
055240     COMPUTE DAILY-PIECE = FUNCTION MOD(DAILY-SEED, 12) + 1.
055245     IF REC-TYPE NOT = "P" OR REC-VALUE NOT = DAILY-PIECE
055250         MOVE 2 TO DAILY-BAD.
055255 3210-EXIT.
055260     EXIT.
055300 3250-SET-SHAPE.
055400     MOVE OBJ-DIM-X(O-IDX, ROT-NOW) TO OBJ-X.
055500     MOVE OBJ-DIM-Y(O-IDX, ROT-NOW) TO OBJ-Y.
086400     WRITE SVSCORE.
086500 7000-EXIT.
086600     EXIT.
086604******************************************************************
086608*  7100-WRITE-DAILY - EVERY DAILY ATTEMPT, WHATEVER ITS VERDICT, *
086612*  FOR TTSDAILY TO RANK.  POINTS ARE THE REPLAYED POINTS.        *
086616******************************************************************
086620 7100-WRITE-DAILY.
086624     IF DAILY-STATUS NOT = "00" AND DAILY-STATUS NOT = "05"
086628         GO TO 7100-EXIT.
086632     MOVE SPACES TO DAILY-RECORD.
086636     MOVE SUB-DATE-TEXT TO DR-DATE.
086640     MOVE SUB-TIME-TEXT TO DR-TIME.
086644     MOVE SUB-NAME TO DR-NAME.
086648     IF GAME-POINTS < ZERO
086652         MOVE ZERO TO DR-POINTS
086656     ELSE
086660         MOVE GAME-POINTS TO DR-POINTS.
086664     MOVE CMP-LINES TO DR-LINES.
086668     MOVE SUB-VERDICT TO DR-VERDICT.
086672     MOVE SUB-REPLAY-TEXT TO DR-REPLAY.
086676     WRITE DAILY-RECORD.
086680     ADD 1 TO DAILY-COUNT.
086684 7100-EXIT.
086688     EXIT.
086700******************************************************************
086800*  8000-WRITE-REPORT-TAIL - THE UNVERIFIED SECTION AND TOTALS.   *
086900******************************************************************
088000         MOVE UNVERIFIED-LINE(UNV-JX) TO REPORT-LINE
088100         PERFORM 8900-PUT-LINE THRU 8900-EXIT
088200     END-PERFORM.
088225     IF DAILY-COUNT > ZERO
088250         MOVE DAILY-COUNT TO ED-18
088275         MOVE SPACES TO REPORT-LINE
088300         STRING "DAILY CHALLENGE ATTEMPTS WRITTEN TO TTS.DAILY: "
088325                FUNCTION TRIM(ED-18)
088350             DELIMITED BY SIZE INTO REPORT-LINE
088375         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
088400     MOVE ALL "-" TO REPORT-LINE.
088425     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
088575     CLOSE REPORT-FILE.
088600     CLOSE VSCORE-FILE.
088625     CLOSE DAILY-FILE.
088700 8000-EXIT.
088800     EXIT.
088900 8900-PUT-LINE.
