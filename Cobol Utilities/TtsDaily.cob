000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TTSDAILY.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  TTSDAILY - THE TETRIS DAILY CHALLENGE LEADERBOARD.  IN THE    *
000900*  DAILY CHALLENGE EVERY TERMINAL DEALS THE SAME PIECES, SEEDED  *
001000*  FROM THE DATE, AND EVERY ATTEMPT IS RECORDED AND SUBMITTED.   *
001100*  TTSVERIFY REPLAYS THEM AND WRITES EACH ONE, WITH ITS VERDICT, *
001200*  TO TTS.DAILY; THIS JOB TURNS ONE DAY OF THAT FILE INTO THE    *
001300*  DAY'S BOARD.  RUN IT AFTER TTSVERIFY AT THE END OF THE DAY.   *
001400*                                                                *
001500*  ONE ATTEMPT PER REGISTERED PLAYER (PLAYERS.REG, AS THE ARCADE *
001600*  MENU KEEPS IT) COUNTS: THE EARLIEST ONE STARTED THAT DAY.  IT *
001700*  IS PLACED ON THE BOARD WHEN IT VERIFIED, HIGHEST POINTS       *
001800*  FIRST, THEN MOST LINES, THEN THE EARLIER START.  A COUNTED    *
001900*  ATTEMPT THAT DID NOT VERIFY, ANY LATER ATTEMPT BY THE SAME    *
002000*  PLAYER, AND ANY ATTEMPT UNDER A NAME NOT IN THE REGISTRY ARE  *
002100*  LISTED UNDER THE BOARD BUT NEVER PLACED.  THE BOARD IS KEPT   *
002200*  APART FROM TTS.SCORE AND THE MONTHLY LEADERBOARD.             *
002300*                                                                *
002400*  THE DAY IS TODAY, OR YYYYMMDD FROM TTSDAILY_DATE FOR A RUN    *
002500*  AFTER MIDNIGHT OR A RERUN OF AN EARLIER DAY.                  *
002600*                                                                *
002700*  OUTPUT TTS.DAILY.RPT - THE BOARD, AS THE KIOSK SHOWS IT.      *
002800*         TTSDAILY.MAI  - THE SAME TEXT, QUEUED ON TETRIS' OWN   *
002900*                         SPOOL DROP FILE TO LIST:TETRIS WHEN    *
003000*                         THE DAY HAD ANY ATTEMPTS.              *
003100******************************************************************
003200*  MODIFICATION HISTORY                                          *
003300*  10/15/26 OSG  INITIAL VERSION.                                *
003350*  10/15/26 OSG  PLAYERS.REG WIDENED FOR THE DEPARTMENT CODE.    *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "PLAYERS.REG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS REGISTRY-STATUS.
004200     SELECT OPTIONAL DAILY-FILE ASSIGN TO "TTS.DAILY"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS DAILY-STATUS.
004500     SELECT OPTIONAL REPORT-FILE ASSIGN TO "TTS.DAILY.RPT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS REPORT-STATUS.
004800     SELECT OPTIONAL BODY-FILE ASSIGN TO "TTSDAILY.MAI"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS BODY-STATUS.
005100*    TETRIS' OWN SPOOL DROP FILE; THE MAIL SENDER SWEEPS IT
005200*    INTO DRIVER.SPL AT THE START OF ITS RUN.
005300     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.TTS"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS SPOOL-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  REGISTRY-FILE.
005900 01  REGISTRY-RECORD.
006000     05  REG-NAME            PIC X(12).
006100     05  FILLER              PIC X(01).
006200     05  REG-CREATED         PIC 9(08).
006300     05  FILLER              PIC X(01).
006400     05  REG-EMAIL           PIC X(60).
006500     05  FILLER              PIC X(01).
006600     05  REG-OPTIN           PIC X(01).
006625     05  FILLER              PIC X(01).
006650     05  REG-DEPT            PIC X(08).
006700 FD  DAILY-FILE.
006800 01  DAILY-RECORD.
006900     05  DR-DATE             PIC X(08).
007000     05  FILLER              PIC X(01).
007100     05  DR-TIME             PIC X(06).
007200     05  FILLER              PIC X(01).
007300     05  DR-NAME             PIC X(20).
007400     05  FILLER              PIC X(01).
007500     05  DR-POINTS           PIC 9(18).
007600     05  FILLER              PIC X(01).
007700     05  DR-LINES            PIC 9(09).
007800     05  FILLER              PIC X(01).
007900     05  DR-VERDICT          PIC X(12).
008000     05  FILLER              PIC X(01).
008100     05  DR-REPLAY           PIC X(40).
008200 FD  REPORT-FILE.
008300 01  REPORT-RECORD           PIC X(80).
008400 FD  BODY-FILE.
008500 01  BODY-RECORD             PIC X(80).
008600 FD  SPOOL-FILE.
008700 01  SPOOL-RECORD            PIC X(250).
008800 WORKING-STORAGE SECTION.
008900 77  REGISTRY-STATUS         PIC X(02).
009000 77  DAILY-STATUS            PIC X(02).
009100 77  REPORT-STATUS           PIC X(02).
009200 77  BODY-STATUS             PIC X(02).
009300 77  SPOOL-STATUS            PIC X(02).
009400 77  EOF-SW                  PIC X(01) VALUE "N".
009500     88  FILE-AT-END         VALUE "Y".
009600 77  BOARD-DATE              PIC X(08) VALUE SPACES.
009700 77  TODAY-YMD               PIC 9(08).
009800 01  BOARD-DASHED            PIC X(10).
009900******************************************************************
010000*  THE REGISTERED NAMES.  ANONYMOUS IS THE ARCADE'S NAME FOR A   *
010100*  PLAYER WHO DID NOT SIGN IN, SO IT NEVER COUNTS.               *
010200******************************************************************
010300 77  REG-MAX                 PIC 9(04) COMP VALUE 500.
010400 77  REG-COUNT               PIC 9(04) COMP VALUE ZERO.
010500 77  RG-IX                   PIC 9(04) COMP.
010600 77  REG-FOUND               PIC X(01).
010700 01  REGISTERED-TABLE.
010800     05  RG-NAME OCCURS 500 TIMES PIC X(12).
010900******************************************************************
011000*  THE DAY'S ATTEMPTS.  AT-KIND C IS THE ONE THAT COUNTS FOR ITS *
011100*  PLAYER, L A LATER ATTEMPT BY THE SAME PLAYER, U AN ATTEMPT    *
011200*  UNDER A NAME NOT IN THE REGISTRY.                             *
011300******************************************************************
011400 77  ATT-MAX                 PIC 9(04) COMP VALUE 500.
011500 77  ATT-COUNT               PIC 9(04) COMP VALUE ZERO.
011600 77  ATT-SKIPPED             PIC 9(05) VALUE ZERO.
011700 77  AT-IX                   PIC 9(04) COMP.
011800 77  AT-JX                   PIC 9(04) COMP.
011900 77  AT-PRIOR                PIC 9(04) COMP.
012000 01  ATTEMPT-TABLE.
012100     05  ATTEMPT-ENTRY       OCCURS 500 TIMES.
012200         10  AT-NAME         PIC X(20).
012300         10  AT-TIME         PIC X(06).
012400         10  AT-POINTS       PIC 9(18).
012500         10  AT-LINES        PIC 9(09).
012600         10  AT-VERDICT      PIC X(12).
012700         10  AT-KIND         PIC X(01).
012800             88  AT-COUNTED  VALUE "C".
012900             88  AT-LATER    VALUE "L".
013000             88  AT-UNKNOWN  VALUE "U".
013100******************************************************************
013200*  THE BOARD: SUBSCRIPTS OF THE VERIFIED COUNTED ATTEMPTS, IN    *
013300*  PLACE ORDER.                                                  *
013400******************************************************************
013500 77  BOARD-COUNT             PIC 9(04) COMP VALUE ZERO.
013600 77  BD-IX                   PIC 9(04) COMP.
013700 77  BD-JX                   PIC 9(04) COMP.
013800 77  BD-HOLD                 PIC 9(04) COMP.
013900 77  BD-SWAP                 PIC X(01).
014000 01  BOARD-TABLE.
014100     05  BD-ATTEMPT OCCURS 500 TIMES PIC 9(04) COMP.
014200 77  LISTED-COUNT            PIC 9(04) COMP.
014300 77  ED-RANK                 PIC ZZ9.
014400 77  ED-POINTS               PIC ZZ,ZZZ,ZZZ,ZZ9.
014500 77  ED-LINES                PIC ZZZ,ZZ9.
014600 77  ED-COUNT                PIC ZZZZ9.
014700 01  ED-TIME.
014800     05  ED-HH               PIC X(02).
014900     05  FILLER              PIC X(01) VALUE ":".
015000     05  ED-MM               PIC X(02).
015100     05  FILLER              PIC X(01) VALUE ":".
015200     05  ED-SS               PIC X(02).
015300 01  REPORT-LINE             PIC X(80).
015400 01  SPOOL-LINE              PIC X(250).
015500 PROCEDURE DIVISION.
015600******************************************************************
015700*  0000-MAINLINE.                                                *
015800******************************************************************
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     PERFORM 2000-LOAD-ATTEMPTS THRU 2000-EXIT.
016200     PERFORM 3000-RANK-BOARD THRU 3000-EXIT.
016300     PERFORM 6000-PRINT-BOARD THRU 6000-EXIT.
016400     CLOSE REPORT-FILE.
016500     CLOSE BODY-FILE.
016600     IF ATT-COUNT > ZERO
016700         PERFORM 7000-QUEUE-MAIL THRU 7000-EXIT.
016800     DISPLAY "TTSDAILY " BOARD-DASHED " - " BOARD-COUNT
016900             " PLACED, " ATT-COUNT " ATTEMPT(S)".
017000     DISPLAY "TTSDAILY COMPLETE - SEE TTS.DAILY.RPT".
017100     STOP RUN.
017200******************************************************************
017300*  1000-INITIALIZE - THE DAY, THE REGISTRY, THE OUTPUTS.         *
017400******************************************************************
017500 1000-INITIALIZE.
017600     DISPLAY "TTSDAILY_DATE" UPON ENVIRONMENT-NAME.
017700     ACCEPT BOARD-DATE FROM ENVIRONMENT-VALUE.
017800     IF BOARD-DATE = SPACES
017900         ACCEPT TODAY-YMD FROM DATE YYYYMMDD
018000         MOVE TODAY-YMD TO BOARD-DATE.
018100     IF BOARD-DATE NOT NUMERIC
018200         DISPLAY "TTSDAILY_DATE MUST BE YYYYMMDD - " BOARD-DATE
018300         STOP RUN.
018400     STRING BOARD-DATE(1:4) "-" BOARD-DATE(5:2) "-"
018500            BOARD-DATE(7:2)
018600         DELIMITED BY SIZE INTO BOARD-DASHED.
018700     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
018800     OPEN OUTPUT REPORT-FILE.
018900     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
019000         DISPLAY "CANNOT WRITE TTS.DAILY.RPT"
019100         STOP RUN.
019200     OPEN OUTPUT BODY-FILE.
019300     IF BODY-STATUS NOT = "00" AND BODY-STATUS NOT = "05"
019400         DISPLAY "CANNOT WRITE TTSDAILY.MAI"
019500         STOP RUN.
019600 1000-EXIT.
019700     EXIT.
019800 1100-LOAD-REGISTRY.
019900     MOVE "N" TO EOF-SW.
020000     OPEN INPUT REGISTRY-FILE.
020100     IF REGISTRY-STATUS NOT = "00"
020200         DISPLAY "NO PLAYERS.REG - NO ATTEMPT CAN COUNT"
020300         IF REGISTRY-STATUS = "05"
020400             CLOSE REGISTRY-FILE
020500         END-IF
020600         GO TO 1100-EXIT.
020700     PERFORM 1110-ONE-REGISTERED THRU 1110-EXIT
020800         UNTIL FILE-AT-END.
020900     CLOSE REGISTRY-FILE.
021000 1100-EXIT.
021100     EXIT.
021200 1110-ONE-REGISTERED.
021300     READ REGISTRY-FILE
021400         AT END
021500             MOVE "Y" TO EOF-SW
021600             GO TO 1110-EXIT
021700     END-READ.
021800     IF REG-NAME = SPACES OR REG-NAME = "ANONYMOUS"
021900         GO TO 1110-EXIT.
022000     IF REG-COUNT >= REG-MAX
022100         GO TO 1110-EXIT.
022200     ADD 1 TO REG-COUNT.
022300     MOVE REG-NAME TO RG-NAME(REG-COUNT).
022400 1110-EXIT.
022500     EXIT.
022600******************************************************************
022700*  2000-LOAD-ATTEMPTS - THE DAY'S LINES OF TTS.DAILY, EACH ONE   *
022800*  SORTED INTO COUNTED, LATER OR UNREGISTERED AS IT ARRIVES.     *
022900******************************************************************
023000 2000-LOAD-ATTEMPTS.
023100     MOVE "N" TO EOF-SW.
023200     OPEN INPUT DAILY-FILE.
023300     IF DAILY-STATUS NOT = "00"
023400         DISPLAY "NO TTS.DAILY - RUN TTSVERIFY FIRST"
023500         IF DAILY-STATUS = "05"
023600             CLOSE DAILY-FILE
023700         END-IF
023800         GO TO 2000-EXIT.
023900     PERFORM 2100-ONE-ATTEMPT THRU 2100-EXIT
024000         UNTIL FILE-AT-END.
024100     CLOSE DAILY-FILE.
024200 2000-EXIT.
024300     EXIT.
024400 2100-ONE-ATTEMPT.
024500     READ DAILY-FILE
024600         AT END
024700             MOVE "Y" TO EOF-SW
024800             GO TO 2100-EXIT
024900     END-READ.
025000     IF DR-DATE NOT = BOARD-DATE OR DR-NAME = SPACES
025100         GO TO 2100-EXIT.
025200     IF DR-POINTS NOT NUMERIC OR DR-LINES NOT NUMERIC
025300         GO TO 2100-EXIT.
025400*    THE SAME ATTEMPT SUBMITTED TWICE IS ONE ATTEMPT.
025500     MOVE ZERO TO AT-PRIOR.
025600     PERFORM VARYING AT-JX FROM 1 BY 1
025700         UNTIL AT-JX > ATT-COUNT OR AT-PRIOR > ZERO
025800         IF AT-NAME(AT-JX) = DR-NAME AND AT-TIME(AT-JX) = DR-TIME
025900             MOVE AT-JX TO AT-PRIOR
026000         END-IF
026100     END-PERFORM.
026200     IF AT-PRIOR > ZERO
026300         GO TO 2100-EXIT.
026400     IF ATT-COUNT >= ATT-MAX
026500         ADD 1 TO ATT-SKIPPED
026600         GO TO 2100-EXIT.
026700     ADD 1 TO ATT-COUNT.
026800     MOVE DR-NAME TO AT-NAME(ATT-COUNT).
026900     MOVE DR-TIME TO AT-TIME(ATT-COUNT).
027000     MOVE DR-POINTS TO AT-POINTS(ATT-COUNT).
027100     MOVE DR-LINES TO AT-LINES(ATT-COUNT).
027200     MOVE DR-VERDICT TO AT-VERDICT(ATT-COUNT).
027300     PERFORM 2200-FIND-REGISTERED THRU 2200-EXIT.
027400     IF REG-FOUND = "N"
027500         MOVE "U" TO AT-KIND(ATT-COUNT)
027600         GO TO 2100-EXIT.
027700*    AN EARLIER COUNTED ATTEMPT BY THIS PLAYER KEEPS ITS PLACE;
027800*    ONE STARTED LATER THAN THIS ONE GIVES IT UP.
027900     MOVE ZERO TO AT-PRIOR.
028000     PERFORM VARYING AT-JX FROM 1 BY 1
028100         UNTIL AT-JX >= ATT-COUNT OR AT-PRIOR > ZERO
028200         IF AT-COUNTED(AT-JX) AND AT-NAME(AT-JX) = DR-NAME
028300             MOVE AT-JX TO AT-PRIOR
028400         END-IF
028500     END-PERFORM.
028600     IF AT-PRIOR = ZERO
028700         MOVE "C" TO AT-KIND(ATT-COUNT)
028800         GO TO 2100-EXIT.
028900     IF AT-TIME(AT-PRIOR) <= DR-TIME
029000         MOVE "L" TO AT-KIND(ATT-COUNT)
029100     ELSE
029200         MOVE "L" TO AT-KIND(AT-PRIOR)
029300         MOVE "C" TO AT-KIND(ATT-COUNT).
029400 2100-EXIT.
029500     EXIT.
029600 2200-FIND-REGISTERED.
029700     MOVE "N" TO REG-FOUND.
029800     IF DR-NAME(13:8) NOT = SPACES
029900         GO TO 2200-EXIT.
030000     PERFORM VARYING RG-IX FROM 1 BY 1
030100         UNTIL RG-IX > REG-COUNT OR REG-FOUND = "Y"
030200         IF RG-NAME(RG-IX) = DR-NAME(1:12)
030300             MOVE "Y" TO REG-FOUND
030400         END-IF
030500     END-PERFORM.
030600 2200-EXIT.
030700     EXIT.
030800******************************************************************
030900*  3000-RANK-BOARD - VERIFIED COUNTED ATTEMPTS: POINTS, THEN     *
031000*  LINES, BOTH HIGHEST FIRST, THEN THE EARLIER START.            *
031100******************************************************************
031200 3000-RANK-BOARD.
031300     MOVE ZERO TO BOARD-COUNT.
031400     PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > ATT-COUNT
031500         IF AT-COUNTED(AT-IX) AND AT-VERDICT(AT-IX) = "VERIFIED"
031600             ADD 1 TO BOARD-COUNT
031700             MOVE AT-IX TO BD-ATTEMPT(BOARD-COUNT)
031800         END-IF
031900     END-PERFORM.
032000     PERFORM VARYING BD-IX FROM 1 BY 1
032100         UNTIL BD-IX >= BOARD-COUNT
032200         PERFORM VARYING BD-JX FROM 1 BY 1
032300             UNTIL BD-JX >= BOARD-COUNT
032400             PERFORM 3100-COMPARE-PAIR THRU 3100-EXIT
032500             IF BD-SWAP = "Y"
032600                 MOVE BD-ATTEMPT(BD-JX) TO BD-HOLD
032700                 MOVE BD-ATTEMPT(BD-JX + 1)
032800                   TO BD-ATTEMPT(BD-JX)
032900                 MOVE BD-HOLD TO BD-ATTEMPT(BD-JX + 1)
033000             END-IF
033100         END-PERFORM
033200     END-PERFORM.
033300 3000-EXIT.
033400     EXIT.
033500 3100-COMPARE-PAIR.
033600     MOVE "N" TO BD-SWAP.
033700     MOVE BD-ATTEMPT(BD-JX) TO AT-IX.
033800     MOVE BD-ATTEMPT(BD-JX + 1) TO AT-JX.
033900     IF AT-POINTS(AT-IX) < AT-POINTS(AT-JX)
034000         MOVE "Y" TO BD-SWAP
034100         GO TO 3100-EXIT.
034200     IF AT-POINTS(AT-IX) > AT-POINTS(AT-JX)
034300         GO TO 3100-EXIT.
034400     IF AT-LINES(AT-IX) < AT-LINES(AT-JX)
034500         MOVE "Y" TO BD-SWAP
034600         GO TO 3100-EXIT.
034700     IF AT-LINES(AT-IX) > AT-LINES(AT-JX)
034800         GO TO 3100-EXIT.
034900     IF AT-TIME(AT-IX) > AT-TIME(AT-JX)
035000         MOVE "Y" TO BD-SWAP.
035100 3100-EXIT.
035200     EXIT.
035300******************************************************************
035400*  6000-PRINT-BOARD - THE BOARD, THEN EVERY ATTEMPT NOT PLACED.  *
035500******************************************************************
035600 6000-PRINT-BOARD.
035700     MOVE ALL "=" TO REPORT-LINE.
035800     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
035900     STRING "TETRIS DAILY CHALLENGE  " BOARD-DASHED
036000         DELIMITED BY SIZE INTO REPORT-LINE.
036100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
036200     MOVE "SAME PIECES FOR EVERYONE - ONE ATTEMPT PER PLAYER"
036300       TO REPORT-LINE.
036400     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
036500     MOVE ALL "=" TO REPORT-LINE.
036600     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
036700     IF BOARD-COUNT = ZERO
036800         MOVE "  NO VERIFIED ATTEMPTS" TO REPORT-LINE
036900         PERFORM 6900-PUT-LINE THRU 6900-EXIT
037000     ELSE
037100         MOVE "  # NAME                         POINTS   LINES"
037200           TO REPORT-LINE
037300         MOVE "START" TO REPORT-LINE(50:5)
037400         PERFORM 6900-PUT-LINE THRU 6900-EXIT
037500         PERFORM 6100-ONE-PLACE THRU 6100-EXIT
037600             VARYING BD-IX FROM 1 BY 1
037700             UNTIL BD-IX > BOARD-COUNT.
037800     MOVE ZERO TO LISTED-COUNT.
037900     PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > ATT-COUNT
038000         IF AT-COUNTED(AT-IX)
038100          AND AT-VERDICT(AT-IX) NOT = "VERIFIED"
038200             IF LISTED-COUNT = ZERO
038300                 MOVE SPACES TO REPORT-LINE
038400                 PERFORM 6900-PUT-LINE THRU 6900-EXIT
038500                 MOVE "COUNTED ATTEMPTS NOT VERIFIED (NOT PLACED)"
038600                   TO REPORT-LINE
038700                 PERFORM 6900-PUT-LINE THRU 6900-EXIT
038800             END-IF
038900             ADD 1 TO LISTED-COUNT
039000             PERFORM 6200-ONE-OTHER THRU 6200-EXIT
039100         END-IF
039200     END-PERFORM.
039300     MOVE ZERO TO LISTED-COUNT.
039400     PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > ATT-COUNT
039500         IF AT-LATER(AT-IX)
039600             IF LISTED-COUNT = ZERO
039700                 MOVE SPACES TO REPORT-LINE
039800                 PERFORM 6900-PUT-LINE THRU 6900-EXIT
039900                 MOVE "LATER ATTEMPTS (ONLY THE FIRST ONE COUNTS)"
040000                   TO REPORT-LINE
040100                 PERFORM 6900-PUT-LINE THRU 6900-EXIT
040200             END-IF
040300             ADD 1 TO LISTED-COUNT
040400             PERFORM 6200-ONE-OTHER THRU 6200-EXIT
040500         END-IF
040600     END-PERFORM.
040700     MOVE ZERO TO LISTED-COUNT.
040800     PERFORM VARYING AT-IX FROM 1 BY 1 UNTIL AT-IX > ATT-COUNT
040900         IF AT-UNKNOWN(AT-IX)
041000             IF LISTED-COUNT = ZERO
041100                 MOVE SPACES TO REPORT-LINE
041200                 PERFORM 6900-PUT-LINE THRU 6900-EXIT
041300                 MOVE "UNREGISTERED NAMES (NOT PLACED)"
041400                   TO REPORT-LINE
041500                 PERFORM 6900-PUT-LINE THRU 6900-EXIT
041600             END-IF
041700             ADD 1 TO LISTED-COUNT
041800             PERFORM 6200-ONE-OTHER THRU 6200-EXIT
041900         END-IF
042000     END-PERFORM.
042100     MOVE SPACES TO REPORT-LINE.
042200     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
042300     MOVE ATT-COUNT TO ED-COUNT.
042400     STRING ED-COUNT " ATTEMPT(S) SUBMITTED" DELIMITED BY SIZE
042500         INTO REPORT-LINE.
042600     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
042700     IF ATT-SKIPPED > ZERO
042800         MOVE ATT-SKIPPED TO ED-COUNT
042900         STRING ED-COUNT " MORE NOT READ - TABLE FULL"
043000             DELIMITED BY SIZE INTO REPORT-LINE
043100         PERFORM 6900-PUT-LINE THRU 6900-EXIT.
043200 6000-EXIT.
043300     EXIT.
043400 6100-ONE-PLACE.
043500     MOVE BD-ATTEMPT(BD-IX) TO AT-IX.
043600     PERFORM 6300-EDIT-ATTEMPT THRU 6300-EXIT.
043700     MOVE BD-IX TO ED-RANK.
043800     STRING ED-RANK " " AT-NAME(AT-IX) " " ED-POINTS " " ED-LINES
043900            "  " ED-TIME
044000         DELIMITED BY SIZE INTO REPORT-LINE.
044100     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
044200 6100-EXIT.
044300     EXIT.
044400 6200-ONE-OTHER.
044500     PERFORM 6300-EDIT-ATTEMPT THRU 6300-EXIT.
044600     STRING "    " AT-NAME(AT-IX) " " ED-POINTS " " ED-LINES
044700            "  " ED-TIME "  " AT-VERDICT(AT-IX)
044800         DELIMITED BY SIZE INTO REPORT-LINE.
044900     PERFORM 6900-PUT-LINE THRU 6900-EXIT.
045000 6200-EXIT.
045100     EXIT.
045200 6300-EDIT-ATTEMPT.
045300     MOVE AT-POINTS(AT-IX) TO ED-POINTS.
045400     MOVE AT-LINES(AT-IX) TO ED-LINES.
045500     MOVE AT-TIME(AT-IX)(1:2) TO ED-HH.
045600     MOVE AT-TIME(AT-IX)(3:2) TO ED-MM.
045700     MOVE AT-TIME(AT-IX)(5:2) TO ED-SS.
045800 6300-EXIT.
045900     EXIT.
046000 6900-PUT-LINE.
046100     WRITE REPORT-RECORD FROM REPORT-LINE.
046200     WRITE BODY-RECORD FROM REPORT-LINE.
046300     MOVE SPACES TO REPORT-LINE.
046400 6900-EXIT.
046500     EXIT.
046600******************************************************************
046700*  7000-QUEUE-MAIL - THE BOARD TO THE TETRIS LIST.               *
046800******************************************************************
046900 7000-QUEUE-MAIL.
047000     OPEN EXTEND SPOOL-FILE.
047100     IF SPOOL-STATUS = "00" OR SPOOL-STATUS = "05"
047200         MOVE SPACES TO SPOOL-LINE
047300         STRING "P|LIST:TETRIS|TETRIS DAILY CHALLENGE "
047400                BOARD-DASHED "|@TTSDAILY.MAI|"
047500             DELIMITED BY SIZE INTO SPOOL-LINE
047600         WRITE SPOOL-RECORD FROM SPOOL-LINE
047700         CLOSE SPOOL-FILE
047800     ELSE
047900         DISPLAY "CANNOT QUEUE ON DRIVER.SPL".
048000 7000-EXIT.
048100     EXIT.
048200 END PROGRAM TTSDAILY.
