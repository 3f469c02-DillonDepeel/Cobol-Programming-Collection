000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DIGSUB.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  DIGSUB - WHO GETS WHICH PARTS OF THE SHOP DIGEST.  EACH       *
000900*  ADDRESS IN DIGEST.SUB PICKS THE SECTIONS SHOPDIGEST PUTS IN   *
001000*  ITS COPY, SO THE MAIL TEAM CAN TAKE THE MAIL FIGURES WITHOUT  *
001100*  THE GAME SCORES AND THE PLAYERS THE SCORES WITHOUT THE SEND   *
001200*  FAILURES.  THE MAINTENANCE SCREEN:                            *
001300*    L - LIST THE SUBSCRIBERS AND THEIR SECTIONS                 *
001400*    S - SET THE SECTIONS FOR AN ADDRESS (A NEW ADDRESS IS ADDED)*
001500*    D - DROP AN ADDRESS                                         *
001600*    I - IMPORT DIST.LST - EVERY ADDRESS NOT ALREADY HERE IS     *
001700*        ADDED WITH ALL SECTIONS, WHICH IS WHAT IT GOT BEFORE    *
001800*                                                                *
001900*  DIGEST.SUB, ONE LINE PER ADDRESS:                             *
002000*    COLS   1-60  ADDRESS                                        *
002100*    COLS  62-69  ONE Y/N PER SECTION, IN THIS ORDER: SNAKE,     *
002200*                 CHECKERS, TETRIS, 2048, CALCULATOR, MAIL,      *
002300*                 PONG, ARCADE                                   *
002400*                                                                *
002500*  ONCE DIGEST.SUB EXISTS IT IS THE WHOLE DIGEST AUDIENCE: AN    *
002600*  ADDRESS THAT IS NOT IN IT, OR IS IN IT WITH EVERY SECTION     *
002700*  SET TO N, GETS NO DIGEST.  EACH CHANGE RELOADS THE FILE FIRST *
002800*  AND IS RECORDED IN THE OPERATOR JOURNAL.                      *
002900******************************************************************
003000*  MODIFICATION HISTORY                                          *
003100*  10/15/26 OSG  INITIAL VERSION.                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL SUB-FILE ASSIGN TO "DIGEST.SUB"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS SUB-STATUS.
004000     SELECT OPTIONAL DIST-FILE ASSIGN TO "DIST.LST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS DIST-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  SUB-FILE.
004600 01  SUB-RECORD              PIC X(69).
004700 FD  DIST-FILE.
004800 01  DIST-RECORD             PIC X(80).
004900 WORKING-STORAGE SECTION.
005000 77  SUB-STATUS              PIC X(02).
005100 77  DIST-STATUS             PIC X(02).
005200 77  EOF-SW                  PIC X(01) VALUE "N".
005300     88  FILE-AT-END         VALUE "Y".
005400 77  OPERATOR-ID             PIC X(12) VALUE SPACES.
005500 77  MENU-CHOICE             PIC X(01).
005600     88  CHOICE-IS-LIST      VALUE "L" "l".
005700     88  CHOICE-IS-SET       VALUE "S" "s".
005800     88  CHOICE-IS-DROP      VALUE "D" "d".
005900     88  CHOICE-IS-IMPORT    VALUE "I" "i".
006000     88  CHOICE-IS-QUIT      VALUE "Q" "q".
006100******************************************************************
006200*  ONE SUBSCRIBER AS DIGEST.SUB HOLDS IT, AND THE FILE IN MEMORY.*
006300******************************************************************
006400 01  SUB-VIEW.
006500     05  SV-ADDRESS          PIC X(60).
006600     05  FILLER              PIC X(01).
006700     05  SV-SECTIONS.
006800         10  SV-WANT         PIC X(01) OCCURS 8 TIMES.
006900 01  SUB-TABLE.
007000     05  SUB-LINE OCCURS 300 TIMES PIC X(69).
007100 77  SUB-COUNT               PIC 9(03) VALUE ZERO.
007200 77  OLD-SUB-COUNT           PIC 9(03) VALUE ZERO.
007300 77  SB-IX                   PIC 9(03).
007400 77  HIT-IX                  PIC 9(03).
007500 77  SEC-IX                  PIC 9(02).
007600 77  SUB-OVERFLOW            PIC X(01) VALUE "N".
007700 77  ADDED-COUNT             PIC 9(03).
007800******************************************************************
007900*  THE SECTION NAMES, IN DIGEST.SUB COLUMN ORDER.                *
008000******************************************************************
008100 01  SECTION-NAME-VALUES.
008200     05  FILLER              PIC X(10) VALUE "SNAKE".
008300     05  FILLER              PIC X(10) VALUE "CHECKERS".
008400     05  FILLER              PIC X(10) VALUE "TETRIS".
008500     05  FILLER              PIC X(10) VALUE "2048".
008600     05  FILLER              PIC X(10) VALUE "CALC".
008700     05  FILLER              PIC X(10) VALUE "MAIL".
008800     05  FILLER              PIC X(10) VALUE "PONG".
008900     05  FILLER              PIC X(10) VALUE "ARCADE".
009000 01  SECTION-NAME-TABLE REDEFINES SECTION-NAME-VALUES.
009100     05  SECTION-NAME        PIC X(10) OCCURS 8 TIMES.
009200******************************************************************
009300*  THE OPERATOR'S ENTRIES.                                       *
009400******************************************************************
009500 01  ENTRY-ADDRESS           PIC X(60).
009600 01  MATCH-ADDRESS           PIC X(60).
009700 01  TABLE-ADDRESS           PIC X(60).
009800 01  ENTRY-ANSWER            PIC X(01).
009900 77  AT-COUNT                PIC 9(03).
010000 77  ENTRY-OK                PIC X(01).
010100     88  ENTRY-IS-OK         VALUE "Y".
010200******************************************************************
010300*  DISPLAY WORK.                                                 *
010400******************************************************************
010500 77  ED-COUNT                PIC ZZ9.
010600 01  SHOW-LINE               PIC X(132).
010700 77  SHOW-PTR                PIC 9(03).
010800 01  JOURNAL-MODE            PIC X(08).
010900 01  JOURNAL-TEXT            PIC X(60).
011000******************************************************************
011100*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
011200*  AS OPJNL DECLARES IT.                                         *
011300******************************************************************
011400 01  OPJNL-AREA.
011500     05  OPJ-PROGRAM         PIC X(08).
011600     05  OPJ-MODE            PIC X(08).
011700     05  OPJ-FILE            PIC X(30).
011800     05  OPJ-BEFORE          PIC 9(09).
011900     05  OPJ-AFTER           PIC 9(09).
012000     05  OPJ-UNIT            PIC X(05).
012100     05  OPJ-PARAMS          PIC X(60).
012200 PROCEDURE DIVISION.
012300******************************************************************
012400*  0000-MAINLINE - MENU LOOP UNTIL THE OPERATOR QUITS.           *
012500******************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800 0100-MENU-LOOP.
012900     PERFORM 2000-SHOW-MENU THRU 2000-EXIT.
013000     IF CHOICE-IS-QUIT
013100         GO TO 0200-WRAP-UP.
013200     IF CHOICE-IS-LIST
013300         PERFORM 3000-LIST-SUBSCRIBERS THRU 3000-EXIT
013400         GO TO 0100-MENU-LOOP.
013500     IF CHOICE-IS-SET
013600         PERFORM 3200-SET-SECTIONS THRU 3200-EXIT
013700         GO TO 0100-MENU-LOOP.
013800     IF CHOICE-IS-DROP
013900         PERFORM 3400-DROP-ADDRESS THRU 3400-EXIT
014000         GO TO 0100-MENU-LOOP.
014100     IF CHOICE-IS-IMPORT
014200         PERFORM 3600-IMPORT-DIST THRU 3600-EXIT
014300         GO TO 0100-MENU-LOOP.
014400     DISPLAY "PLEASE PICK L, S, D, I OR Q".
014500     GO TO 0100-MENU-LOOP.
014600 0200-WRAP-UP.
014700     DISPLAY "DIGEST SUBSCRIPTIONS CLOSED".
014800     STOP RUN.
014900******************************************************************
015000*  1000-INITIALIZE - WHO IS AT THE TERMINAL, AND THE FILE.       *
015100******************************************************************
015200 1000-INITIALIZE.
015300     DISPLAY "SHOP_OPERATOR" UPON ENVIRONMENT-NAME.
015400     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
015500     IF OPERATOR-ID = SPACES
015600         DISPLAY "USER" UPON ENVIRONMENT-NAME
015700         ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
015800     IF OPERATOR-ID = SPACES
015900         MOVE "UNKNOWN" TO OPERATOR-ID.
016000     MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.
016100     PERFORM 1500-LOAD-SUBSCRIBERS THRU 1500-EXIT.
016200     MOVE SUB-COUNT TO ED-COUNT.
016300     DISPLAY "DIGEST SUBSCRIPTIONS - OPERATOR "
016400             FUNCTION TRIM(OPERATOR-ID) ", " ED-COUNT
016500             " ADDRESS(ES) ON FILE".
016600     IF SUB-COUNT = ZERO
016700         DISPLAY "NO DIGEST.SUB YET - THE DIGEST STILL GOES TO "
016800                 "DIST.LST (USE I TO START FROM IT)".
016900 1000-EXIT.
017000     EXIT.
017100******************************************************************
017200*  1500-LOAD-SUBSCRIBERS - DIGEST.SUB INTO THE TABLE.  A FILE TOO*
017300*  BIG FOR THE TABLE IS NEVER SAVED BACK, SO NOTHING IS          *
017400*  TRUNCATED.                                                    *
017500******************************************************************
017600 1500-LOAD-SUBSCRIBERS.
017700     MOVE ZERO TO SUB-COUNT OLD-SUB-COUNT.
017800     MOVE "N" TO SUB-OVERFLOW.
017900     MOVE "N" TO EOF-SW.
018000     OPEN INPUT SUB-FILE.
018100     IF SUB-STATUS NOT = "00"
018200         IF SUB-STATUS = "05"
018300             CLOSE SUB-FILE
018400         END-IF
018500         GO TO 1500-EXIT.
018600     PERFORM 1510-ONE-SUBSCRIBER THRU 1510-EXIT
018700         UNTIL FILE-AT-END.
018800     CLOSE SUB-FILE.
018900 1500-EXIT.
019000     EXIT.
019100 1510-ONE-SUBSCRIBER.
019200     READ SUB-FILE
019300         AT END
019400             MOVE "Y" TO EOF-SW
019500             GO TO 1510-EXIT
019600     END-READ.
019700     IF SUB-RECORD = SPACES
019800         GO TO 1510-EXIT.
019900     IF SUB-COUNT >= 300
020000         MOVE "Y" TO SUB-OVERFLOW
020100         GO TO 1510-EXIT.
020200     ADD 1 TO SUB-COUNT.
020300     ADD 1 TO OLD-SUB-COUNT.
020400     MOVE SUB-RECORD TO SUB-LINE(SUB-COUNT).
020500 1510-EXIT.
020600     EXIT.
020700******************************************************************
020800*  1600-SAVE-SUBSCRIBERS - THE TABLE BACK TO DIGEST.SUB, AND THE *
020900*  CHANGE RECORDED IN THE OPERATOR JOURNAL UNDER JOURNAL-MODE.   *
021000******************************************************************
021100 1600-SAVE-SUBSCRIBERS.
021200     IF SUB-OVERFLOW = "Y"
021300         DISPLAY "DIGEST.SUB HOLDS MORE THAN 300 ADDRESSES - "
021400                 "NOT SAVED"
021500         GO TO 1600-EXIT.
021600     OPEN OUTPUT SUB-FILE.
021700     IF SUB-STATUS NOT = "00" AND SUB-STATUS NOT = "05"
021800         DISPLAY "CANNOT REWRITE DIGEST.SUB, STATUS " SUB-STATUS
021900         GO TO 1600-EXIT.
022000     PERFORM 1610-SAVE-ONE THRU 1610-EXIT
022100         VARYING SB-IX FROM 1 BY 1
022200         UNTIL SB-IX > SUB-COUNT.
022300     CLOSE SUB-FILE.
022400     PERFORM 8500-JOURNAL THRU 8500-EXIT.
022500 1600-EXIT.
022600     EXIT.
022700 1610-SAVE-ONE.
022800     IF SUB-LINE(SB-IX) NOT = SPACES
022900         WRITE SUB-RECORD FROM SUB-LINE(SB-IX).
023000 1610-EXIT.
023100     EXIT.
023200******************************************************************
023300*  2000-SHOW-MENU - THE WHOLE USER INTERFACE.                    *
023400******************************************************************
023500 2000-SHOW-MENU.
023600     DISPLAY " ".
023700     DISPLAY "*** SHOP DIGEST SUBSCRIPTIONS ***".
023800     DISPLAY "  L - LIST SUBSCRIBERS".
023900     DISPLAY "  S - SET THE SECTIONS FOR AN ADDRESS".
024000     DISPLAY "  D - DROP AN ADDRESS".
024100     DISPLAY "  I - IMPORT DIST.LST".
024200     DISPLAY "  Q - QUIT".
024300     DISPLAY "CHOICE: " WITH NO ADVANCING.
024400     MOVE SPACE TO MENU-CHOICE.
024500     ACCEPT MENU-CHOICE.
024600 2000-EXIT.
024700     EXIT.
024800******************************************************************
024900*  3000-LIST-SUBSCRIBERS - ONE LINE PER ADDRESS WITH THE NAMES OF*
025000*  THE SECTIONS IT RECEIVES.                                     *
025100******************************************************************
025200 3000-LIST-SUBSCRIBERS.
025300     PERFORM 1500-LOAD-SUBSCRIBERS THRU 1500-EXIT.
025400     PERFORM 3010-LIST-ONE THRU 3010-EXIT
025500         VARYING SB-IX FROM 1 BY 1
025600         UNTIL SB-IX > SUB-COUNT.
025700     MOVE SUB-COUNT TO ED-COUNT.
025800     DISPLAY ED-COUNT " ADDRESS(ES) LISTED".
025900 3000-EXIT.
026000     EXIT.
026100 3010-LIST-ONE.
026200     MOVE SUB-LINE(SB-IX) TO SUB-VIEW.
026300     PERFORM 8300-FORMAT-SUBSCRIBER THRU 8300-EXIT.
026400     DISPLAY SHOW-LINE(1:79).
026500 3010-EXIT.
026600     EXIT.
026700******************************************************************
026800*  3200-SET-SECTIONS - ASK Y OR N FOR EACH SECTION.  ENTER ALONE *
026900*  KEEPS WHAT THE ADDRESS HAS NOW; A NEW ADDRESS STARTS WITH     *
027000*  NOTHING.                                                      *
027100******************************************************************
027200 3200-SET-SECTIONS.
027300     PERFORM 3900-ASK-ADDRESS THRU 3900-EXIT.
027400     IF NOT ENTRY-IS-OK
027500         GO TO 3200-EXIT.
027600     PERFORM 1500-LOAD-SUBSCRIBERS THRU 1500-EXIT.
027700     PERFORM 3950-FIND-ADDRESS THRU 3950-EXIT.
027800     IF HIT-IX = ZERO
027900         IF SUB-COUNT >= 300
028000             DISPLAY "DIGEST.SUB IS FULL (300 ADDRESSES)"
028100             GO TO 3200-EXIT
028200         END-IF
028300         MOVE SPACES TO SUB-VIEW
028400         MOVE ENTRY-ADDRESS TO SV-ADDRESS
028500         MOVE ALL "N" TO SV-SECTIONS
028600         DISPLAY "NEW ADDRESS"
028700     ELSE
028800         MOVE SUB-LINE(HIT-IX) TO SUB-VIEW
028900         PERFORM 8300-FORMAT-SUBSCRIBER THRU 8300-EXIT
029000         DISPLAY SHOW-LINE(1:79).
029100     PERFORM 3210-ASK-SECTION THRU 3210-EXIT
029200         VARYING SEC-IX FROM 1 BY 1
029300         UNTIL SEC-IX > 8.
029400     IF HIT-IX = ZERO
029500         ADD 1 TO SUB-COUNT
029600         MOVE SUB-COUNT TO HIT-IX.
029700     MOVE SUB-VIEW TO SUB-LINE(HIT-IX).
029800     MOVE "SET" TO JOURNAL-MODE.
029900     MOVE SPACES TO JOURNAL-TEXT.
030000     STRING SV-SECTIONS " " SV-ADDRESS
030100         DELIMITED BY SIZE INTO JOURNAL-TEXT.
030200     PERFORM 1600-SAVE-SUBSCRIBERS THRU 1600-EXIT.
030300     PERFORM 8300-FORMAT-SUBSCRIBER THRU 8300-EXIT.
030400     DISPLAY SHOW-LINE(1:79).
030500     IF SV-SECTIONS = ALL "N"
030600         DISPLAY "NO SECTIONS - THIS ADDRESS GETS NO DIGEST".
030700 3200-EXIT.
030800     EXIT.
030900 3210-ASK-SECTION.
031000     DISPLAY "  " SECTION-NAME(SEC-IX) " (Y/N) ["
031100             SV-WANT(SEC-IX) "]: " WITH NO ADVANCING.
031200     MOVE SPACE TO ENTRY-ANSWER.
031300     ACCEPT ENTRY-ANSWER.
031400     MOVE FUNCTION UPPER-CASE(ENTRY-ANSWER) TO ENTRY-ANSWER.
031500     IF ENTRY-ANSWER = SPACE
031600         GO TO 3210-EXIT.
031700     IF ENTRY-ANSWER NOT = "Y" AND ENTRY-ANSWER NOT = "N"
031800         DISPLAY "  PLEASE ANSWER Y OR N"
031900         GO TO 3210-ASK-SECTION.
032000     MOVE ENTRY-ANSWER TO SV-WANT(SEC-IX).
032100 3210-EXIT.
032200     EXIT.
032300******************************************************************
032400*  3400-DROP-ADDRESS - TAKE AN ADDRESS OFF THE FILE ALTOGETHER.  *
032500******************************************************************
032600 3400-DROP-ADDRESS.
032700     PERFORM 3900-ASK-ADDRESS THRU 3900-EXIT.
032800     IF NOT ENTRY-IS-OK
032900         GO TO 3400-EXIT.
033000     PERFORM 1500-LOAD-SUBSCRIBERS THRU 1500-EXIT.
033100     PERFORM 3950-FIND-ADDRESS THRU 3950-EXIT.
033200     IF HIT-IX = ZERO
033300         DISPLAY "NOT IN DIGEST.SUB: "
033400                 FUNCTION TRIM(ENTRY-ADDRESS)
033500         GO TO 3400-EXIT.
033600     PERFORM 3410-CLOSE-UP THRU 3410-EXIT
033700         VARYING SB-IX FROM HIT-IX BY 1
033800         UNTIL SB-IX >= SUB-COUNT.
033900     SUBTRACT 1 FROM SUB-COUNT.
034000     MOVE "DROP" TO JOURNAL-MODE.
034100     MOVE ENTRY-ADDRESS TO JOURNAL-TEXT.
034200     PERFORM 1600-SAVE-SUBSCRIBERS THRU 1600-EXIT.
034300     DISPLAY "DROPPED " FUNCTION TRIM(ENTRY-ADDRESS).
034400 3400-EXIT.
034500     EXIT.
034600 3410-CLOSE-UP.
034700     MOVE SUB-LINE(SB-IX + 1) TO SUB-LINE(SB-IX).
034800 3410-EXIT.
034900     EXIT.
035000******************************************************************
035100*  3600-IMPORT-DIST - START THE FILE FROM THE DISTRIBUTION LIST. *
035200*  ADDRESSES ALREADY HERE KEEP THEIR SECTIONS; ADDRESSES THE     *
035300*  BOUNCE RECONCILIATION FLAGGED "!" ARE LEFT OUT.               *
035400******************************************************************
035500 3600-IMPORT-DIST.
035600     PERFORM 1500-LOAD-SUBSCRIBERS THRU 1500-EXIT.
035700     MOVE ZERO TO ADDED-COUNT.
035800     MOVE "N" TO EOF-SW.
035900     OPEN INPUT DIST-FILE.
036000     IF DIST-STATUS NOT = "00"
036100         IF DIST-STATUS = "05"
036200             CLOSE DIST-FILE
036300         END-IF
036400         DISPLAY "NO DIST.LST TO IMPORT"
036500         GO TO 3600-EXIT.
036600     PERFORM 3610-ONE-DIST THRU 3610-EXIT
036700         UNTIL FILE-AT-END.
036800     CLOSE DIST-FILE.
036900     MOVE ADDED-COUNT TO ED-COUNT.
037000     DISPLAY ED-COUNT " ADDRESS(ES) ADDED WITH EVERY SECTION".
037100     IF ADDED-COUNT = ZERO
037200         GO TO 3600-EXIT.
037300     MOVE "IMPORT" TO JOURNAL-MODE.
037400     MOVE "DIST.LST" TO JOURNAL-TEXT.
037500     PERFORM 1600-SAVE-SUBSCRIBERS THRU 1600-EXIT.
037600 3600-EXIT.
037700     EXIT.
037800 3610-ONE-DIST.
037900     READ DIST-FILE
038000         AT END
038100             MOVE "Y" TO EOF-SW
038200             GO TO 3610-EXIT
038300     END-READ.
038400     IF DIST-RECORD = SPACES OR DIST-RECORD(1:1) = "!"
038500         GO TO 3610-EXIT.
038600     MOVE FUNCTION TRIM(DIST-RECORD) TO ENTRY-ADDRESS.
038700     PERFORM 3950-FIND-ADDRESS THRU 3950-EXIT.
038800     IF HIT-IX NOT = ZERO
038900         GO TO 3610-EXIT.
039000     IF SUB-COUNT >= 300
039100         MOVE "Y" TO SUB-OVERFLOW
039200         GO TO 3610-EXIT.
039300     MOVE SPACES TO SUB-VIEW.
039400     MOVE ENTRY-ADDRESS TO SV-ADDRESS.
039500     MOVE ALL "Y" TO SV-SECTIONS.
039600     ADD 1 TO SUB-COUNT.
039700     MOVE SUB-VIEW TO SUB-LINE(SUB-COUNT).
039800     ADD 1 TO ADDED-COUNT.
039900 3610-EXIT.
040000     EXIT.
040100******************************************************************
040200*  3900-ASK-ADDRESS - AN ADDRESS FROM THE OPERATOR.  IT MUST HAVE*
040300*  ONE "@" AND NO SPACES OR "|" (THE SPOOL'S FIELD SEPARATOR).   *
040400******************************************************************
040500 3900-ASK-ADDRESS.
040600     MOVE "N" TO ENTRY-OK.
040700     DISPLAY "ADDRESS: " WITH NO ADVANCING.
040800     MOVE SPACES TO ENTRY-ADDRESS.
040900     ACCEPT ENTRY-ADDRESS.
041000     MOVE FUNCTION TRIM(ENTRY-ADDRESS) TO ENTRY-ADDRESS.
041100     IF ENTRY-ADDRESS = SPACES
041200         GO TO 3900-EXIT.
041300     MOVE ZERO TO AT-COUNT.
041400     INSPECT ENTRY-ADDRESS TALLYING AT-COUNT FOR ALL "@".
041500     IF AT-COUNT NOT = 1
041600         DISPLAY "NOT AN E-MAIL ADDRESS"
041700         GO TO 3900-EXIT.
041800     MOVE ZERO TO AT-COUNT.
041900     INSPECT ENTRY-ADDRESS TALLYING AT-COUNT FOR ALL "|".
042000     MOVE SPACES TO MATCH-ADDRESS.
042100     UNSTRING ENTRY-ADDRESS DELIMITED BY SPACE
042200         INTO MATCH-ADDRESS.
042300     IF AT-COUNT NOT = ZERO OR MATCH-ADDRESS NOT = ENTRY-ADDRESS
042400         DISPLAY "AN ADDRESS CANNOT HOLD SPACES OR |"
042500         GO TO 3900-EXIT.
042600     MOVE "Y" TO ENTRY-OK.
042700 3900-EXIT.
042800     EXIT.
042900******************************************************************
043000*  3950-FIND-ADDRESS - HIT-IX = THE TABLE ROW FOR ENTRY-ADDRESS  *
043100*  (CASE DOES NOT MATTER), OR ZERO.                              *
043200******************************************************************
043300 3950-FIND-ADDRESS.
043400     MOVE ZERO TO HIT-IX.
043500     MOVE FUNCTION UPPER-CASE(ENTRY-ADDRESS) TO MATCH-ADDRESS.
043600     PERFORM 3960-TRY-ONE THRU 3960-EXIT
043700         VARYING SB-IX FROM 1 BY 1
043800         UNTIL SB-IX > SUB-COUNT OR HIT-IX NOT = ZERO.
043900 3950-EXIT.
044000     EXIT.
044100 3960-TRY-ONE.
044200     MOVE SUB-LINE(SB-IX) TO SUB-VIEW.
044300     MOVE FUNCTION UPPER-CASE(SV-ADDRESS) TO TABLE-ADDRESS.
044400     IF TABLE-ADDRESS = MATCH-ADDRESS
044500         MOVE SB-IX TO HIT-IX.
044600 3960-EXIT.
044700     EXIT.
044800******************************************************************
044900*  8300-FORMAT-SUBSCRIBER - SHOW-LINE = THE ADDRESS AND THE NAMES*
045000*  OF ITS SECTIONS.                                              *
045100******************************************************************
045200 8300-FORMAT-SUBSCRIBER.
045300     MOVE SPACES TO SHOW-LINE.
045400     MOVE SV-ADDRESS(1:28) TO SHOW-LINE.
045500     MOVE 30 TO SHOW-PTR.
045600     PERFORM 8310-ONE-SECTION THRU 8310-EXIT
045700         VARYING SEC-IX FROM 1 BY 1
045800         UNTIL SEC-IX > 8.
045900     IF SV-SECTIONS NOT = ALL "N" AND SV-SECTIONS NOT = SPACES
046000         GO TO 8300-EXIT.
046100     MOVE "(NO SECTIONS)" TO SHOW-LINE(30:13).
046200 8300-EXIT.
046300     EXIT.
046400 8310-ONE-SECTION.
046500     IF SV-WANT(SEC-IX) = "Y"
046600         STRING FUNCTION TRIM(SECTION-NAME(SEC-IX)) " "
046700             DELIMITED BY SIZE INTO SHOW-LINE
046800             WITH POINTER SHOW-PTR.
046900 8310-EXIT.
047000     EXIT.
047100******************************************************************
047200*  8500-JOURNAL - ONE OPERATOR JOURNAL LINE FOR THE CHANGE.      *
047300******************************************************************
047400 8500-JOURNAL.
047500     MOVE SPACES TO OPJNL-AREA.
047600     MOVE "DIGSUB" TO OPJ-PROGRAM.
047700     MOVE JOURNAL-MODE TO OPJ-MODE.
047800     MOVE "DIGEST.SUB" TO OPJ-FILE.
047900     MOVE OLD-SUB-COUNT TO OPJ-BEFORE.
048000     MOVE SUB-COUNT TO OPJ-AFTER.
048100     MOVE "RECS" TO OPJ-UNIT.
048200     MOVE JOURNAL-TEXT TO OPJ-PARAMS.
048300     CALL "OPJNL" USING OPJNL-AREA.
048400 8500-EXIT.
048500     EXIT.
048600 END PROGRAM DIGSUB.
