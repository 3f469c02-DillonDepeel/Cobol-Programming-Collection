000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHKCONV.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CHKCONV - ONE-TIME LOAD OF THE CHECKERS LADDERS INTO THE      *
000900*  KEYED CHECKERS.PLAYERS.  THE LADDER USED TO BE A LINE FILE    *
001000*  REWRITTEN WHOLE, HIGHEST RATING FIRST, AFTER EVERY GAME; IT   *
001100*  IS NOW AN INDEXED FILE KEYED BY PLAYER NAME, SO A RESULT      *
001200*  LOCKS AND REWRITES ONLY THE TWO RECORDS IT RATES.             *
001300*                                                                *
001400*  BEFORE THE RUN THE OPERATOR RENAMES EACH OLD LINE FILE WITH   *
001500*  A .SEQ SUFFIX (CHECKERS.PLAYERS.SEQ, CHECKERS.PLAYERS.RUS.SEQ *
001600*  AND CHECKERS.PLAYERS.BRA.SEQ).  EACH ONE FOUND IS LOADED INTO *
001700*  THE KEYED FILE OF THE ORIGINAL NAME, SAME 31-BYTE RECORD:     *
001800*  NAME, GAMES, WINS, LOSSES, RATING.  A LADDER WITH NO .SEQ     *
001900*  FILE IS SKIPPED.                                              *
002000*                                                                *
002100*  A RECORD WITH A BLANK NAME OR NON-NUMERIC COUNTS IS REJECTED; *
002200*  A NAME ALREADY LOADED (TWICE IN THE OLD FILE, OR ALREADY IN   *
002300*  THE KEYED FILE FROM AN EARLIER RUN) KEEPS THE FIRST RECORD    *
002400*  AND THE REST ARE LISTED AS DUPLICATES, SO THE JOB IS SAFE TO  *
002500*  RUN AGAIN.  EVERYTHING GOES TO CHKCONV.RPT, AND EACH LADDER   *
002600*  LOADED IS RECORDED IN THE OPERATOR JOURNAL.                   *
002700******************************************************************
002800*  MODIFICATION HISTORY                                          *
002900*  10/15/26 OSG  INITIAL VERSION.                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL OLD-FILE ASSIGN TO OLD-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS OLD-STATUS.
003800     SELECT OPTIONAL PLAYER-FILE ASSIGN TO PLAYER-NAME
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS PL-NAME
004200         FILE STATUS IS PLAYER-STATUS.
004300     SELECT OPTIONAL REPORT-FILE ASSIGN TO "CHKCONV.RPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS REPORT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OLD-FILE.
004900 01  OLD-RECORD.
005000     05  OL-NAME             PIC X(12).
005100     05  OL-GAMES            PIC X(05).
005200     05  OL-WINS             PIC X(05).
005300     05  OL-LOSSES           PIC X(05).
005400     05  OL-RATING           PIC X(04).
005500 FD  PLAYER-FILE.
005600 01  PLAYER-RECORD.
005700     05  PL-NAME             PIC X(12).
005800     05  PL-GAMES            PIC 9(05).
005900     05  PL-WINS             PIC 9(05).
006000     05  PL-LOSSES           PIC 9(05).
006100     05  PL-RATING           PIC 9(04).
006200 FD  REPORT-FILE.
006300 01  REPORT-RECORD           PIC X(80).
006400 WORKING-STORAGE SECTION.
006500 77  OLD-STATUS              PIC X(02).
006600 77  PLAYER-STATUS           PIC X(02).
006700 77  REPORT-STATUS           PIC X(02).
006800 77  OLD-NAME                PIC X(40) VALUE SPACES.
006900 77  PLAYER-NAME             PIC X(40) VALUE SPACES.
007000 77  EOF-SW                  PIC X(01) VALUE "N".
007100     88  FILE-AT-END         VALUE "Y".
007200******************************************************************
007300*  THE THREE LADDERS CHECKERS KEEPS, ONE PER RULE VARIANT.       *
007400******************************************************************
007500 01  LADDER-NAMES.
007600     05  FILLER    PIC X(20) VALUE "CHECKERS.PLAYERS".
007700     05  FILLER    PIC X(20) VALUE "CHECKERS.PLAYERS.RUS".
007800     05  FILLER    PIC X(20) VALUE "CHECKERS.PLAYERS.BRA".
007900 01  LADDER-TABLE REDEFINES LADDER-NAMES.
008000     05  LADDER-ENTRY        OCCURS 3 TIMES PIC X(20).
008100 77  LADDER-IX               PIC 9(01) COMP.
008200******************************************************************
008300*  COUNTS FOR ONE LADDER AND FOR THE RUN.                        *
008400******************************************************************
008500 77  READ-COUNT              PIC 9(05) VALUE ZERO.
008600 77  LOADED-COUNT            PIC 9(05) VALUE ZERO.
008700 77  DUP-COUNT               PIC 9(05) VALUE ZERO.
008800 77  REJECT-COUNT            PIC 9(05) VALUE ZERO.
008900 77  LADDERS-DONE            PIC 9(01) VALUE ZERO.
009000 77  TOTAL-LOADED            PIC 9(05) VALUE ZERO.
009100 77  ED-5                    PIC ZZZZ9.
009200 77  ED-5B                   PIC ZZZZ9.
009300 77  ED-5C                   PIC ZZZZ9.
009400 77  ED-5D                   PIC ZZZZ9.
009500 77  TODAY-YMD               PIC 9(08).
009600 01  REPORT-LINE             PIC X(80).
009700******************************************************************
009800*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
009900*  AS OPJNL DECLARES IT.                                         *
010000******************************************************************
010100 01  OPJNL-AREA.
010200     05  OPJ-PROGRAM         PIC X(08).
010300     05  OPJ-MODE            PIC X(08).
010400     05  OPJ-FILE            PIC X(30).
010500     05  OPJ-BEFORE          PIC 9(09).
010600     05  OPJ-AFTER           PIC 9(09).
010700     05  OPJ-UNIT            PIC X(05).
010800     05  OPJ-PARAMS          PIC X(60).
010900 PROCEDURE DIVISION.
011000******************************************************************
011100*  0000-MAINLINE - EACH LADDER IN TURN, THEN THE TOTALS.         *
011200******************************************************************
011300 0000-MAINLINE.
011400     PERFORM 1000-OPEN-REPORT THRU 1000-EXIT.
011500     PERFORM 2000-CONVERT-LADDER THRU 2000-EXIT
011600         VARYING LADDER-IX FROM 1 BY 1
011700         UNTIL LADDER-IX > 3.
011800     MOVE ALL "-" TO REPORT-LINE.
011900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
012000     MOVE LADDERS-DONE TO ED-5.
012100     MOVE TOTAL-LOADED TO ED-5B.
012200     STRING ED-5 " LADDER(S) CONVERTED, " ED-5B
012300            " PROFILE(S) LOADED"
012400         DELIMITED BY SIZE INTO REPORT-LINE.
012500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
012600     CLOSE REPORT-FILE.
012700     DISPLAY "CHKCONV COMPLETE - SEE CHKCONV.RPT".
012800     STOP RUN.
012900******************************************************************
013000*  1000-OPEN-REPORT - REPORT HEADING.                            *
013100******************************************************************
013200 1000-OPEN-REPORT.
013300     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
013400     OPEN OUTPUT REPORT-FILE.
013500     MOVE ALL "-" TO REPORT-LINE.
013600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
013700     STRING "CHECKERS LADDER CONVERSION TO KEYED FILE  "
013800            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
013900         DELIMITED BY SIZE INTO REPORT-LINE.
014000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
014100     MOVE ALL "-" TO REPORT-LINE.
014200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
014300 1000-EXIT.
014400     EXIT.
014500******************************************************************
014600*  2000-CONVERT-LADDER - ONE .SEQ FILE INTO ITS KEYED LADDER.    *
014700******************************************************************
014800 2000-CONVERT-LADDER.
014900     MOVE SPACES TO PLAYER-NAME OLD-NAME.
015000     MOVE LADDER-ENTRY(LADDER-IX) TO PLAYER-NAME.
015100     STRING LADDER-ENTRY(LADDER-IX) DELIMITED BY SPACE
015200            ".SEQ" DELIMITED BY SIZE
015300         INTO OLD-NAME.
015400     MOVE ZERO TO READ-COUNT LOADED-COUNT DUP-COUNT REJECT-COUNT.
015500     MOVE "N" TO EOF-SW.
015600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
015700     OPEN INPUT OLD-FILE.
015800     IF OLD-STATUS NOT = "00"
015900         IF OLD-STATUS = "05"
016000             CLOSE OLD-FILE
016100         END-IF
016200         STRING "NO " OLD-NAME DELIMITED BY SPACE
016300                " - " PLAYER-NAME DELIMITED BY SPACE
016400                " NOT CONVERTED" DELIMITED BY SIZE
016500             INTO REPORT-LINE
016600         PERFORM 8900-PUT-LINE THRU 8900-EXIT
016700         GO TO 2000-EXIT.
016800     OPEN I-O PLAYER-FILE.
016900     IF PLAYER-STATUS NOT = "00" AND PLAYER-STATUS NOT = "05"
017000         STRING "CANNOT OPEN " PLAYER-NAME DELIMITED BY SPACE
017100                " STATUS " PLAYER-STATUS DELIMITED BY SIZE
017200             INTO REPORT-LINE
017300         PERFORM 8900-PUT-LINE THRU 8900-EXIT
017400         CLOSE OLD-FILE
017500         GO TO 2000-EXIT.
017600     STRING OLD-NAME DELIMITED BY SPACE
017700            " INTO " PLAYER-NAME DELIMITED BY SPACE
017800         INTO REPORT-LINE.
017900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
018000     PERFORM 2100-ONE-RECORD THRU 2100-EXIT
018100         UNTIL FILE-AT-END.
018200     CLOSE OLD-FILE.
018300     CLOSE PLAYER-FILE.
018400     MOVE READ-COUNT TO ED-5.
018500     MOVE LOADED-COUNT TO ED-5B.
018600     MOVE DUP-COUNT TO ED-5C.
018700     MOVE REJECT-COUNT TO ED-5D.
018800     STRING "  READ " ED-5 "  LOADED " ED-5B "  DUPLICATE " ED-5C
018900            "  REJECTED " ED-5D
019000         DELIMITED BY SIZE INTO REPORT-LINE.
019100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
019200     ADD 1 TO LADDERS-DONE.
019300     ADD LOADED-COUNT TO TOTAL-LOADED.
019400     PERFORM 8000-JOURNAL THRU 8000-EXIT.
019500 2000-EXIT.
019600     EXIT.
019700 2100-ONE-RECORD.
019800     MOVE SPACES TO OLD-RECORD.
019900     READ OLD-FILE
020000         AT END
020100             MOVE "Y" TO EOF-SW
020200             GO TO 2100-EXIT
020300     END-READ.
020400     IF OLD-RECORD = SPACES
020500         GO TO 2100-EXIT.
020600     ADD 1 TO READ-COUNT.
020700     IF OL-NAME = SPACES
020800        OR OL-GAMES IS NOT NUMERIC
020900        OR OL-WINS IS NOT NUMERIC
021000        OR OL-LOSSES IS NOT NUMERIC
021100        OR OL-RATING IS NOT NUMERIC
021200         ADD 1 TO REJECT-COUNT
021300         STRING "  REJECTED   " OLD-RECORD
021400             DELIMITED BY SIZE INTO REPORT-LINE
021500         PERFORM 8900-PUT-LINE THRU 8900-EXIT
021600         GO TO 2100-EXIT.
021700     MOVE OLD-RECORD TO PLAYER-RECORD.
021800     WRITE PLAYER-RECORD
021900         INVALID KEY
022000             ADD 1 TO DUP-COUNT
022100             STRING "  DUPLICATE  " OLD-RECORD
022200                    " - NOT LOADED"
022300                 DELIMITED BY SIZE INTO REPORT-LINE
022400             PERFORM 8900-PUT-LINE THRU 8900-EXIT
022500             GO TO 2100-EXIT
022600     END-WRITE.
022700     ADD 1 TO LOADED-COUNT.
022800 2100-EXIT.
022900     EXIT.
023000******************************************************************
023100*  8000-JOURNAL - ONE OPERATOR JOURNAL LINE PER LADDER LOADED:   *
023200*  RECORDS READ FROM THE OLD FILE, RECORDS LOADED.               *
023300******************************************************************
023400 8000-JOURNAL.
023500     MOVE SPACES TO OPJNL-AREA.
023600     MOVE "CHKCONV" TO OPJ-PROGRAM.
023700     MOVE "CONVERT" TO OPJ-MODE.
023800     MOVE PLAYER-NAME TO OPJ-FILE.
023900     MOVE READ-COUNT TO OPJ-BEFORE.
024000     MOVE LOADED-COUNT TO OPJ-AFTER.
024100     MOVE "RECS" TO OPJ-UNIT.
024200     STRING "FROM " OLD-NAME DELIMITED BY SPACE
024300            ", " DUP-COUNT " DUP, " REJECT-COUNT " REJ"
024400            DELIMITED BY SIZE
024500         INTO OPJ-PARAMS.
024600     CALL "OPJNL" USING OPJNL-AREA.
024700 8000-EXIT.
024800     EXIT.
024900 8900-PUT-LINE.
025000     WRITE REPORT-RECORD FROM REPORT-LINE.
025100     MOVE SPACES TO REPORT-LINE.
025200 8900-EXIT.
025300     EXIT.
025400 END PROGRAM CHKCONV.
