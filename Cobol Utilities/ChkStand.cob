000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHKSTAND.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CHKSTAND - PRINTABLE CHECKERS STANDINGS.  THE LADDERS ARE     *
000900*  KEYED BY PLAYER NAME AND ARE NO LONGER KEPT IN RATING ORDER,  *
001000*  SO THIS JOB READS EACH ONE (CHECKERS.PLAYERS, THEN THE        *
001100*  RUSSIAN .RUS AND BRAZILIAN .BRA LADDERS), RANKS IT HIGHEST    *
001200*  RATING FIRST AND WRITES CHECKERS.STANDINGS, ONE SECTION PER   *
001300*  LADDER: RANK, NAME, RATING, GAMES, WINS, LOSSES AND DRAWS.    *
001400*  A LADDER NOT ON FILE IS LISTED AS EMPTY.  THE KIOSK SHOWS     *
001500*  THIS FILE; RUN IT AFTER CHKMERGE IN THE NIGHTLY STREAM AND    *
001600*  WHENEVER A FRESH PRINT IS WANTED.  NOTHING IS CHANGED.        *
001700******************************************************************
001800*  MODIFICATION HISTORY                                          *
001900*  10/15/26 OSG  INITIAL VERSION.                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OPTIONAL PLAYER-FILE ASSIGN TO PLAYER-NAME
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS PL-NAME
002900         FILE STATUS IS PLAYER-STATUS.
003000     SELECT REPORT-FILE ASSIGN TO "CHECKERS.STANDINGS"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS REPORT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PLAYER-FILE.
003600 01  PLAYER-RECORD.
003700     05  PL-NAME             PIC X(12).
003800     05  PL-GAMES            PIC 9(05).
003900     05  PL-WINS             PIC 9(05).
004000     05  PL-LOSSES           PIC 9(05).
004100     05  PL-RATING           PIC 9(04).
004200 FD  REPORT-FILE.
004300 01  REPORT-RECORD           PIC X(80).
004400 WORKING-STORAGE SECTION.
004500 77  PLAYER-STATUS           PIC X(02).
004600 77  REPORT-STATUS           PIC X(02).
004700 77  PLAYER-NAME             PIC X(40) VALUE SPACES.
004800 77  EOF-SW                  PIC X(01) VALUE "N".
004900     88  FILE-AT-END         VALUE "Y".
005000******************************************************************
005100*  THE THREE LADDERS AND THE TITLE EACH IS PRINTED UNDER.        *
005200******************************************************************
005300 01  LADDER-NAMES.
005400     05  FILLER    PIC X(20) VALUE "CHECKERS.PLAYERS".
005500     05  FILLER    PIC X(20) VALUE "ENGLISH DRAUGHTS".
005600     05  FILLER    PIC X(20) VALUE "CHECKERS.PLAYERS.RUS".
005700     05  FILLER    PIC X(20) VALUE "RUSSIAN DRAUGHTS".
005800     05  FILLER    PIC X(20) VALUE "CHECKERS.PLAYERS.BRA".
005900     05  FILLER    PIC X(20) VALUE "BRAZILIAN DRAUGHTS".
006000 01  LADDER-TABLE REDEFINES LADDER-NAMES.
006100     05  LADDER-ENTRY        OCCURS 3 TIMES.
006200         10  LADDER-FILE     PIC X(20).
006300         10  LADDER-TITLE    PIC X(20).
006400 77  LADDER-IX               PIC 9(01) COMP.
006500******************************************************************
006600*  ONE LADDER IN MEMORY FOR RANKING.                             *
006700******************************************************************
006800 77  STAND-MAX               PIC 9(04) COMP VALUE 500.
006900 77  STAND-COUNT             PIC 9(04) COMP VALUE ZERO.
007000 77  STAND-SKIPPED           PIC 9(05) VALUE ZERO.
007100 77  ST-IX                   PIC 9(04) COMP.
007200 77  ST-JX                   PIC 9(04) COMP.
007300 01  STAND-TABLE.
007400     05  STAND-ENTRY         OCCURS 500 TIMES.
007500         10  ST-NAME         PIC X(12).
007600         10  ST-GAMES        PIC 9(05).
007700         10  ST-WINS         PIC 9(05).
007800         10  ST-LOSSES       PIC 9(05).
007900         10  ST-RATING       PIC 9(04).
008000 01  STAND-HOLD              PIC X(31).
008100 77  DRAWS-WORK              PIC S9(07).
008200 77  ED-RANK                 PIC ZZ9.
008300 77  ED-5                    PIC ZZZZ9.
008400 77  ED-5B                   PIC ZZZZ9.
008500 77  ED-5C                   PIC ZZZZ9.
008600 77  ED-5D                   PIC ZZZZ9.
008700 77  TODAY-YMD               PIC 9(08).
008800 01  REPORT-LINE             PIC X(80).
008900 PROCEDURE DIVISION.
009000******************************************************************
009100*  0000-MAINLINE - HEADING, THEN EACH LADDER IN TURN.            *
009200******************************************************************
009300 0000-MAINLINE.
009400     OPEN OUTPUT REPORT-FILE.
009500     IF REPORT-STATUS NOT = "00"
009600         DISPLAY "CANNOT WRITE CHECKERS.STANDINGS STATUS "
009700                 REPORT-STATUS
009800         STOP RUN.
009900     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
010000     MOVE ALL "=" TO REPORT-LINE.
010100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
010200     STRING "CHECKERS STANDINGS  "
010300            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
010400         DELIMITED BY SIZE INTO REPORT-LINE.
010500     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
010600     MOVE ALL "=" TO REPORT-LINE.
010700     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
010800     PERFORM 1000-ONE-LADDER THRU 1000-EXIT
010900         VARYING LADDER-IX FROM 1 BY 1
011000         UNTIL LADDER-IX > 3.
011100     CLOSE REPORT-FILE.
011200     DISPLAY "CHKSTAND COMPLETE - SEE CHECKERS.STANDINGS".
011300     STOP RUN.
011400******************************************************************
011500*  1000-ONE-LADDER - LOAD, RANK AND PRINT ONE LADDER.            *
011600******************************************************************
011700 1000-ONE-LADDER.
011800     PERFORM 2000-LOAD-LADDER THRU 2000-EXIT.
011900     PERFORM 3000-RANK-LADDER THRU 3000-EXIT.
012000     PERFORM 6000-PRINT-LADDER THRU 6000-EXIT.
012100 1000-EXIT.
012200     EXIT.
012300******************************************************************
012400*  2000-LOAD-LADDER - THE KEYED FILE IN NAME ORDER INTO THE      *
012500*  TABLE.  PAST STAND-MAX PROFILES THE REST ARE COUNTED ONLY.    *
012600******************************************************************
012700 2000-LOAD-LADDER.
012800     MOVE ZERO TO STAND-COUNT STAND-SKIPPED.
012900     MOVE "N" TO EOF-SW.
013000     MOVE LADDER-FILE(LADDER-IX) TO PLAYER-NAME.
013100     OPEN INPUT PLAYER-FILE.
013200     IF PLAYER-STATUS NOT = "00"
013300         IF PLAYER-STATUS = "05"
013400             CLOSE PLAYER-FILE
013500         END-IF
013600         GO TO 2000-EXIT.
013700     PERFORM 2100-ONE-PROFILE THRU 2100-EXIT
013800         UNTIL FILE-AT-END.
013900     CLOSE PLAYER-FILE.
014000 2000-EXIT.
014100     EXIT.
014200 2100-ONE-PROFILE.
014300     READ PLAYER-FILE NEXT RECORD
014400         AT END
014500             MOVE "Y" TO EOF-SW
014600             GO TO 2100-EXIT
014700     END-READ.
014800     IF PL-NAME = SPACES
014900         GO TO 2100-EXIT.
015000     IF STAND-COUNT >= STAND-MAX
015100         ADD 1 TO STAND-SKIPPED
015200         GO TO 2100-EXIT.
015300     ADD 1 TO STAND-COUNT.
015400     MOVE PLAYER-RECORD TO STAND-ENTRY(STAND-COUNT).
015500 2100-EXIT.
015600     EXIT.
015700******************************************************************
015800*  3000-RANK-LADDER - HIGHEST RATING FIRST.  EQUAL RATINGS STAY  *
015900*  IN NAME ORDER.                                                *
016000******************************************************************
016100 3000-RANK-LADDER.
016200     PERFORM VARYING ST-IX FROM 1 BY 1
016300         UNTIL ST-IX >= STAND-COUNT
016400         PERFORM VARYING ST-JX FROM 1 BY 1
016500             UNTIL ST-JX >= STAND-COUNT
016600             IF ST-RATING(ST-JX) < ST-RATING(ST-JX + 1)
016700                 MOVE STAND-ENTRY(ST-JX) TO STAND-HOLD
016800                 MOVE STAND-ENTRY(ST-JX + 1)
016900                   TO STAND-ENTRY(ST-JX)
017000                 MOVE STAND-HOLD TO STAND-ENTRY(ST-JX + 1)
017100             END-IF
017200         END-PERFORM
017300     END-PERFORM.
017400 3000-EXIT.
017500     EXIT.
017600******************************************************************
017700*  6000-PRINT-LADDER - ONE SECTION OF CHECKERS.STANDINGS.        *
017800******************************************************************
017900 6000-PRINT-LADDER.
018000     MOVE SPACES TO REPORT-LINE.
018100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
018200     STRING LADDER-TITLE(LADDER-IX) DELIMITED BY "  "
018300            " - " LADDER-FILE(LADDER-IX) DELIMITED BY SPACE
018400         INTO REPORT-LINE.
018500     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
018600     MOVE ALL "-" TO REPORT-LINE.
018700     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
018800     IF STAND-COUNT = ZERO
018900         MOVE "  NO RATED PLAYERS" TO REPORT-LINE
019000         PERFORM 6900-PUT-LINE THRU 6900-EXIT
019100         GO TO 6000-EXIT.
019200     MOVE "  # NAME         RATING GAMES  WINS LOSSES DRAWS"
019300       TO REPORT-LINE.
019400     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
019500     PERFORM 6100-ONE-STANDING THRU 6100-EXIT
019600         VARYING ST-IX FROM 1 BY 1
019700         UNTIL ST-IX > STAND-COUNT.
019800     IF STAND-SKIPPED > ZERO
019900         MOVE STAND-SKIPPED TO ED-5
020000         STRING "  " ED-5 " MORE PROFILE(S) NOT RANKED"
020100             DELIMITED BY SIZE INTO REPORT-LINE
020200         PERFORM 6900-PUT-LINE THRU 6900-EXIT.
020300 6000-EXIT.
020400     EXIT.
020500 6100-ONE-STANDING.
020600     COMPUTE DRAWS-WORK =
020700         ST-GAMES(ST-IX) - ST-WINS(ST-IX) - ST-LOSSES(ST-IX).
020800     IF DRAWS-WORK < ZERO
020900         MOVE ZERO TO DRAWS-WORK.
021000     MOVE ST-IX TO ED-RANK.
021100     MOVE ST-GAMES(ST-IX) TO ED-5.
021200     MOVE ST-WINS(ST-IX) TO ED-5B.
021300     MOVE ST-LOSSES(ST-IX) TO ED-5C.
021400     MOVE DRAWS-WORK TO ED-5D.
021500     STRING ED-RANK " " ST-NAME(ST-IX) "  " ST-RATING(ST-IX)
021600            " " ED-5 " " ED-5B "  " ED-5C " " ED-5D
021700         DELIMITED BY SIZE INTO REPORT-LINE.
021800     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
021900 6100-EXIT.
022000     EXIT.
022100 6900-PUT-LINE.
022200     WRITE REPORT-RECORD FROM REPORT-LINE.
022300     MOVE SPACES TO REPORT-LINE.
022400 6900-EXIT.
022500     EXIT.
022600 END PROGRAM CHKSTAND.
