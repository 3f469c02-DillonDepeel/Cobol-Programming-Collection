001000*  SCORE: THE CHECKERS RATING FROM CHECKERS.PLAYERS, THE BEST    *
001100*  TETRIS POINTS FROM TTS.SCORE, THE BEST 2048 SHOP SCORE AND    *
001200*  ITS RANK, AND THE BEST SNAKE RUN.  OLDER RECORDS WITHOUT A    *
001300*  PLAYER NAME SIMPLY DO NOT COUNT TOWARD A PROFILE.  THE        *
001400*  PLAYER'S ACHIEVEMENTS FROM ACHIEVE.LDG FOLLOW THE SCORES.     *
001410*  THE LIVE SCORE FILES HOLD ONLY THE CURRENT SEASON, SO THE     *
001420*  PLAYER'S ALL-TIME BESTS AND SEASON CHAMPIONSHIPS FROM THE     *
001430*  HALL OF FAME (HALLFAME.DAT) ARE SHOWN NEXT TO THEM.           *
001450*  OUTPUT GOES TO THE SCREEN AND TO PLAYER.RPT.                  *
001500******************************************************************
001600*  MODIFICATION HISTORY                                          *
001700*  09/02/26 OSG  INITIAL VERSION.                                *
001725*  10/15/26 OSG  CHECKERS PROFILE READ BY KEY FROM THE KEYED     *
001750*                CHECKERS.PLAYERS.                               *
001775*  10/15/26 OSG  ACHIEVEMENTS LISTED FROM ACHIEVE.LDG.           *
001780*  10/15/26 OSG  ALL-TIME BESTS FROM HALLFAME.DAT.               *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002250     SELECT OPTIONAL LADDER-FILE ASSIGN TO "CHECKERS.PLAYERS"
002300         ORGANIZATION IS INDEXED
002350         ACCESS MODE IS RANDOM
002400         RECORD KEY IS LR-NAME
002450         FILE STATUS IS LADDER-STATUS.
002600     SELECT OPTIONAL SCORE-FILE ASSIGN TO "TTS.SCORE"
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS SCORE-STATUS.
003200     SELECT OPTIONAL SNAKE-FILE ASSIGN TO "SNAKE.SCORE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS SNAKE-STATUS.
003410     SELECT OPTIONAL ACHIEVE-FILE ASSIGN TO "ACHIEVE.LDG"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS ACHIEVE-STATUS.
003440     SELECT OPTIONAL HALL-FILE ASSIGN TO "HALLFAME.DAT"
003450         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS HALL-STATUS.
003500     SELECT OPTIONAL REPORT-FILE ASSIGN TO "PLAYER.RPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS REPORT-STATUS.
007300     05  SN-POINTS           PIC X(06).
007400     05  FILLER              PIC X(01).
007500     05  SN-PLAYER           PIC X(08).
007510 FD  ACHIEVE-FILE.
007520 01  ACHIEVE-RECORD.
007530     05  AL-PLAYER           PIC X(12).
007540     05  FILLER              PIC X(01).
007550     05  AL-CODE             PIC X(08).
007560     05  FILLER              PIC X(01).
007570     05  AL-AWARDED          PIC X(08).
007575     05  FILLER              PIC X(01).
007580     05  AL-EARNED           PIC X(08).
007585     05  FILLER              PIC X(01).
007590     05  AL-TITLE            PIC X(40).
007600 FD  REPORT-FILE.
007700 01  REPORT-RECORD           PIC X(80).
007705 FD  HALL-FILE.
007710 01  HALL-RECORD.
007715     05  HF-SEASON           PIC X(06).
007720     05  FILLER              PIC X(01).
007725     05  HF-GAME             PIC X(08).
007730     05  FILLER              PIC X(01).
007735     05  HF-TYPE             PIC X(01).
007740     05  FILLER              PIC X(01).
007745     05  HF-RANK             PIC 9(04).
007750     05  FILLER              PIC X(01).
007755     05  HF-PLAYER           PIC X(12).
007760     05  FILLER              PIC X(01).
007765     05  HF-SCORE            PIC 9(18).
007770     05  FILLER              PIC X(01).
007775     05  HF-GAMES            PIC 9(05).
007780     05  FILLER              PIC X(01).
007785     05  HF-DETAIL           PIC X(40).
007800 WORKING-STORAGE SECTION.
007900 77  LADDER-STATUS           PIC X(02).
008000 77  SCORE-STATUS            PIC X(02).
008100 77  SHOP48-STATUS           PIC X(02).
008200 77  SNAKE-STATUS            PIC X(02).
008300 77  REPORT-STATUS           PIC X(02).
008350 77  ACHIEVE-STATUS          PIC X(02).
008360 77  HALL-STATUS             PIC X(02).
008400 77  SHOP48-NAME             PIC X(25)
008500     VALUE ".2048-HIGH-SCORES-SHOP".
008600 77  EOF-SW                  PIC X(01) VALUE "N".
010400 77  SNAKE-BEST              PIC 9(04) VALUE ZERO.
010500 77  SNAKE-POINTS            PIC 9(06) VALUE ZERO.
010600 77  SNAKE-FOUND             PIC X(01) VALUE "N".
010650 77  ACHIEVE-COUNT           PIC 9(03) VALUE ZERO.
010652******************************************************************
010654*  WHAT THE HALL OF FAME HOLDS FOR THE PLAYER: THE BEST SEASON   *
010656*  STANDING IN EACH GAME, WITH ITS SEASON, AND THE TITLES WON.   *
010658******************************************************************
010660 77  HALL-FOUND              PIC X(01) VALUE "N".
010662 77  HALL-TITLES             PIC 9(03) VALUE ZERO.
010664 77  HALL-CHK-BEST           PIC 9(18) VALUE ZERO.
010666 77  HALL-CHK-SEASON         PIC X(06) VALUE SPACES.
010668 77  HALL-TTS-BEST           PIC 9(18) VALUE ZERO.
010670 77  HALL-TTS-SEASON         PIC X(06) VALUE SPACES.
010672 77  HALL-S48-BEST           PIC 9(18) VALUE ZERO.
010674 77  HALL-S48-SEASON         PIC X(06) VALUE SPACES.
010676 77  HALL-SNAKE-BEST         PIC 9(18) VALUE ZERO.
010678 77  HALL-SNAKE-SEASON       PIC X(06) VALUE SPACES.
010700 77  ED-18                   PIC Z(17)9.
010800 77  ED-5                    PIC ZZZZ9.
010900 77  ED-5B                   PIC ZZZZ9.
012300     PERFORM 3000-READ-TTS THRU 3000-EXIT.
012400     PERFORM 4000-READ-2048 THRU 4000-EXIT.
012500     PERFORM 5000-READ-SNAKE THRU 5000-EXIT.
012550     PERFORM 5500-READ-HALL THRU 5500-EXIT.
012600     PERFORM 6000-WRITE-PROFILE THRU 6000-EXIT.
012700     STOP RUN.
012800 2000-READ-CHECKERS.
012900     OPEN INPUT LADDER-FILE.
013000     IF LADDER-STATUS NOT = "00"
013100         IF LADDER-STATUS = "05"
013200             CLOSE LADDER-FILE
013300         END-IF
013400         GO TO 2000-EXIT.
013500     MOVE WANT-NAME TO LR-NAME.
013600     READ LADDER-FILE
013700         INVALID KEY
013800             CONTINUE
013900         NOT INVALID KEY
014000             MOVE "Y" TO CHK-FOUND
014100             MOVE LR-RATING TO CHK-RATING
014200             MOVE LR-WINS TO CHK-WINS
014300             MOVE LR-LOSSES TO CHK-LOSSES
014400     END-READ.
014500     CLOSE LADDER-FILE.
014600 2000-EXIT.
014700     EXIT.
015400 3000-READ-TTS.
015500     MOVE "N" TO EOF-SW.
015600     OPEN INPUT SCORE-FILE.
023900     END-READ.
024000 5100-EXIT.
024100     EXIT.
024101******************************************************************
024102*  5500-READ-HALL - THE PLAYER'S LINES IN THE HALL OF FAME.  A   *
024103*  SNAKE NAME IS ONLY EVER 8 LETTERS.                            *
024104******************************************************************
024105 5500-READ-HALL.
024106     MOVE "N" TO EOF-SW.
024107     OPEN INPUT HALL-FILE.
024108     IF HALL-STATUS NOT = "00"
024109         IF HALL-STATUS = "05"
024110             CLOSE HALL-FILE
024111         END-IF
024112         GO TO 5500-EXIT.
024113     PERFORM 5510-ONE-HALL THRU 5510-EXIT
024114         UNTIL FILE-AT-END.
024115     CLOSE HALL-FILE.
024116 5500-EXIT.
024117     EXIT.
024118 5510-ONE-HALL.
024119     READ HALL-FILE
024120         AT END
024121             MOVE "Y" TO EOF-SW
024122             GO TO 5510-EXIT
024123     END-READ.
024124     IF HF-GAME = "SNAKE"
024125         IF HF-PLAYER(1:8) NOT = WANT-SHORT
024126             GO TO 5510-EXIT
024127         END-IF
024128     ELSE
024129         IF HF-PLAYER NOT = WANT-NAME
024130             GO TO 5510-EXIT
024131         END-IF
024132     END-IF.
024133     IF HF-SCORE IS NOT NUMERIC
024134         GO TO 5510-EXIT.
024135     MOVE "Y" TO HALL-FOUND.
024136     IF HF-TYPE = "C"
024137         ADD 1 TO HALL-TITLES
024138         GO TO 5510-EXIT.
024139     IF HF-TYPE NOT = "S"
024140         GO TO 5510-EXIT.
024141     IF HF-GAME = "CHECKERS"
024142        AND (HF-SCORE > HALL-CHK-BEST OR HALL-CHK-SEASON = SPACES)
024143         MOVE HF-SCORE TO HALL-CHK-BEST
024144         MOVE HF-SEASON TO HALL-CHK-SEASON.
024145     IF HF-GAME = "TETRIS"
024146        AND (HF-SCORE > HALL-TTS-BEST OR HALL-TTS-SEASON = SPACES)
024147         MOVE HF-SCORE TO HALL-TTS-BEST
024148         MOVE HF-SEASON TO HALL-TTS-SEASON.
024149     IF HF-GAME = "2048"
024150        AND (HF-SCORE > HALL-S48-BEST OR HALL-S48-SEASON = SPACES)
024151         MOVE HF-SCORE TO HALL-S48-BEST
024152         MOVE HF-SEASON TO HALL-S48-SEASON.
024153     IF HF-GAME = "SNAKE"
024154        AND (HF-SCORE > HALL-SNAKE-BEST
024155             OR HALL-SNAKE-SEASON = SPACES)
024156         MOVE HF-SCORE TO HALL-SNAKE-BEST
024157         MOVE HF-SEASON TO HALL-SNAKE-SEASON.
024158 5510-EXIT.
024159     EXIT.
024200 6000-WRITE-PROFILE.
024300     OPEN OUTPUT REPORT-FILE.
024400     MOVE SPACES TO REPORT-LINE.
028200     ELSE
028300         MOVE "SNAKE: NO SCORES ON FILE" TO REPORT-LINE.
028400     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
028420     PERFORM 7000-WRITE-HALL THRU 7000-EXIT.
028450     PERFORM 6500-WRITE-ACHIEVEMENTS THRU 6500-EXIT.
028500     CLOSE REPORT-FILE.
028600     DISPLAY "PROFILE WRITTEN TO PLAYER.RPT".
028700 6000-EXIT.
028800     EXIT.
028802******************************************************************
028804*  6500-WRITE-ACHIEVEMENTS - EVERYTHING THE LEDGER HOLDS FOR THE *
028806*  PLAYER, DATED BY WHEN IT WAS EARNED WHERE THE EVIDENCE SAYS.  *
028808******************************************************************
028810 6500-WRITE-ACHIEVEMENTS.
028812     MOVE "N" TO EOF-SW.
028814     OPEN INPUT ACHIEVE-FILE.
028816     IF ACHIEVE-STATUS = "00"
028818         PERFORM 6510-ONE-ACHIEVEMENT THRU 6510-EXIT
028820             UNTIL FILE-AT-END
028822         CLOSE ACHIEVE-FILE
028824     ELSE
028826         IF ACHIEVE-STATUS = "05"
028828             CLOSE ACHIEVE-FILE
028830         END-IF
028832     END-IF.
028834     IF ACHIEVE-COUNT = ZERO
028836         MOVE "ACHIEVEMENTS: NONE YET" TO REPORT-LINE
028838         PERFORM 6900-PUT-LINE THRU 6900-EXIT.
028840 6500-EXIT.
028842     EXIT.
028844 6510-ONE-ACHIEVEMENT.
028846     READ ACHIEVE-FILE
028848         AT END MOVE "Y" TO EOF-SW
028850         NOT AT END
028852             IF AL-PLAYER = WANT-NAME
028854                 IF ACHIEVE-COUNT = ZERO
028856                     MOVE "ACHIEVEMENTS:" TO REPORT-LINE
028858                     PERFORM 6900-PUT-LINE THRU 6900-EXIT
028860                 END-IF
028862                 ADD 1 TO ACHIEVE-COUNT
028864                 MOVE SPACES TO REPORT-LINE
028866                 IF AL-EARNED = SPACES
028868                     STRING "  " AL-TITLE "  AWARDED "
028870                            AL-AWARDED
028872                         DELIMITED BY SIZE INTO REPORT-LINE
028874                 ELSE
028876                     STRING "  " AL-TITLE "  EARNED  "
028878                            AL-EARNED
028880                         DELIMITED BY SIZE INTO REPORT-LINE
028882                 END-IF
028884                 PERFORM 6900-PUT-LINE THRU 6900-EXIT
028886             END-IF
028888     END-READ.
028890 6510-EXIT.
028892     EXIT.
028900 6900-PUT-LINE.
029000     WRITE REPORT-RECORD FROM REPORT-LINE.
029100     DISPLAY REPORT-LINE.
029200 6900-EXIT.
029300     EXIT.
029301******************************************************************
029302*  7000-WRITE-HALL - THE ALL-TIME BESTS, SET BESIDE THE CURRENT  *
029303*  SEASON'S FIGURES ABOVE.                                       *
029304******************************************************************
029305 7000-WRITE-HALL.
029306     MOVE "ALL-TIME, FROM THE HALL OF FAME:" TO REPORT-LINE.
029307     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
029308     IF HALL-FOUND = "N"
029309         MOVE "  NO PAST SEASONS ON FILE" TO REPORT-LINE
029310         PERFORM 6900-PUT-LINE THRU 6900-EXIT
029311         GO TO 7000-EXIT.
029312     MOVE SPACES TO REPORT-LINE.
029313     IF HALL-CHK-SEASON NOT = SPACES
029314         MOVE HALL-CHK-BEST TO ED-18
029315         STRING "  CHECKERS: BEST SEASON-END RATING "
029316                FUNCTION TRIM(ED-18) "  (" HALL-CHK-SEASON ")"
029317             DELIMITED BY SIZE INTO REPORT-LINE
029318     ELSE
029319         MOVE "  CHECKERS: NO PAST SEASONS" TO REPORT-LINE.
029320     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
029321     MOVE SPACES TO REPORT-LINE.
029322     IF HALL-TTS-SEASON NOT = SPACES
029323         MOVE HALL-TTS-BEST TO ED-18
029324         STRING "  TETRIS: BEST " FUNCTION TRIM(ED-18)
029325                " POINTS  (" HALL-TTS-SEASON ")"
029326             DELIMITED BY SIZE INTO REPORT-LINE
029327     ELSE
029328         MOVE "  TETRIS: NO PAST SEASONS" TO REPORT-LINE.
029329     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
029330     MOVE SPACES TO REPORT-LINE.
029331     IF HALL-S48-SEASON NOT = SPACES
029332         MOVE HALL-S48-BEST TO ED-18
029333         STRING "  2048: SHOP BEST " FUNCTION TRIM(ED-18)
029334                "  (" HALL-S48-SEASON ")"
029335             DELIMITED BY SIZE INTO REPORT-LINE
029336     ELSE
029337         MOVE "  2048: NO PAST SEASONS" TO REPORT-LINE.
029338     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
029339     MOVE SPACES TO REPORT-LINE.
029340     IF HALL-SNAKE-SEASON NOT = SPACES
029341         MOVE HALL-SNAKE-BEST TO ED-18
029342         STRING "  SNAKE: BEST LENGTH " FUNCTION TRIM(ED-18)
029343                "  (" HALL-SNAKE-SEASON ")"
029344             DELIMITED BY SIZE INTO REPORT-LINE
029345     ELSE
029346         MOVE "  SNAKE: NO PAST SEASONS" TO REPORT-LINE.
029347     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
029348     MOVE SPACES TO REPORT-LINE.
029349     MOVE HALL-TITLES TO ED-5.
029350     STRING "  SEASON CHAMPIONSHIPS: " FUNCTION TRIM(ED-5)
029351         DELIMITED BY SIZE INTO REPORT-LINE.
029352     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
029353 7000-EXIT.
029354     EXIT.
029400 END PROGRAM PLAYERRPT.
