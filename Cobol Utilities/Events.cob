000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EVENTS.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  EVENTS - THE SHOP EVENT CALENDAR.  THE FRIDAY CHECKERS LADDER *
000900*  (CHECKTOURNEY), THE WEEKLY 2048 CONTEST (CONTEST48), PONG     *
001000*  NIGHTS AND THE LIKE ARE ENTERED HERE ONCE; EVNIGHT MAILS THE  *
001100*  REMINDERS AND CHASES THE RESULTS, AND THE KIOSK SHOWS WHAT IS *
001200*  COMING UP.  THE MAINTENANCE SCREEN:                           *
001300*    L - LIST THE EVENTS STILL TO COME (AND ANY WHOSE RESULTS    *
001400*        ARE MISSING)                                            *
001500*    A - ADD AN EVENT                                            *
001600*    C - CHANGE AN EVENT                                         *
001700*    X - CANCEL AN EVENT                                         *
001800*                                                                *
001900*  THE AUDIENCE MUST BE A LIST ALREADY IN MAILLIST.DAT (LISTMGR  *
002000*  MAINTAINS THOSE).  THE RESULTS JOB IS THE RUNBOOK STEP THAT   *
002100*  PRODUCES THE EVENT'S RESULTS; A NAME NOT IN RUNBOOK.CFG IS    *
002200*  ACCEPTED WITH A WARNING, AND A BLANK ONE MEANS THE EVENT HAS  *
002300*  NO RESULTS TO CHASE.                                          *
002400*                                                                *
002500*  EVENTS.DAT, ONE LINE PER EVENT:                               *
002600*    COLS   1-6   EVENT NUMBER       COL    8     A/X (STATUS)   *
002700*    COLS  10-17  DATE YYYYMMDD      COLS  19-22  TIME HHMM      *
002800*    COLS  24-33  GAME               COLS  35-46  AUDIENCE LIST  *
002900*    COLS  48-55  RESULTS JOB        COLS  57-59  LAST REMINDER  *
003000*                                                 LEAD (DAYS,    *
003100*                                                 999 = NONE)    *
003200*    COL   61     RESULTS: BLANK = NOT SEEN YET, R = RAN,        *
003300*                 M = MISSING (FLAGGED BY EVNIGHT)               *
003400*    COLS  63-112 TITLE                                          *
003500*                                                                *
003600*  A CHANGED DATE OR TIME STARTS THE REMINDERS AND THE RESULTS   *
003700*  CHECK OVER.  EACH CHANGE RELOADS THE FILE FIRST, SO THE       *
003800*  NIGHTLY PASS'S MARKS ARE NOT LOST, AND IS RECORDED IN THE     *
003900*  OPERATOR JOURNAL.  WHEN THE FILE IS SAVED, EVENTS MORE THAN   *
004000*  60 DAYS PAST MOVE TO EVENTS.HST (THE NEWEST EVENT ALWAYS      *
004100*  STAYS, SO THE NUMBERING CARRIES ON).                          *
004200******************************************************************
004300*  MODIFICATION HISTORY                                          *
004400*  10/15/26 OSG  INITIAL VERSION.                                *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EVENTS.DAT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS EVENTS-STATUS.
005300     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "EVENTS.HST"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS HISTORY-STATUS.
005600     SELECT OPTIONAL MAILLIST-FILE ASSIGN TO "MAILLIST.DAT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS MAILLIST-STATUS.
005900     SELECT OPTIONAL RUNBOOK-FILE ASSIGN TO "RUNBOOK.CFG"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS RUNBOOK-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  EVENTS-FILE.
006500 01  EVENTS-RECORD           PIC X(112).
006600 FD  HISTORY-FILE.
006700 01  HISTORY-RECORD          PIC X(112).
006800 FD  MAILLIST-FILE.
006900 01  MAILLIST-RECORD         PIC X(80).
007000 FD  RUNBOOK-FILE.
007100 01  RUNBOOK-RECORD.
007200     05  RB-STEP-NAME        PIC X(08).
007300     05  FILLER              PIC X(81).
007400 WORKING-STORAGE SECTION.
007500 77  EVENTS-STATUS           PIC X(02).
007600 77  HISTORY-STATUS          PIC X(02).
007700 77  MAILLIST-STATUS         PIC X(02).
007800 77  RUNBOOK-STATUS          PIC X(02).
007900 77  EOF-SW                  PIC X(01) VALUE "N".
008000     88  FILE-AT-END         VALUE "Y".
008100 77  OPERATOR-ID             PIC X(12) VALUE SPACES.
008200 77  MENU-CHOICE             PIC X(01).
008300     88  CHOICE-IS-LIST      VALUE "L" "l".
008400     88  CHOICE-IS-ADD       VALUE "A" "a".
008500     88  CHOICE-IS-CHANGE    VALUE "C" "c".
008600     88  CHOICE-IS-CANCEL    VALUE "X" "x".
008700     88  CHOICE-IS-QUIT      VALUE "Q" "q".
008800 77  TODAY-YMD               PIC 9(08).
008900 77  PURGE-BEFORE            PIC 9(08) VALUE ZERO.
009000******************************************************************
009100*  ONE EVENT AS EVENTS.DAT HOLDS IT, AND THE CALENDAR IN MEMORY. *
009200******************************************************************
009300 01  EVENT-VIEW.
009400     05  EV-ID               PIC 9(06).
009500     05  FILLER              PIC X(01).
009600     05  EV-STATUS           PIC X(01).
009700         88  EV-IS-ACTIVE    VALUE "A".
009800         88  EV-IS-CANCELLED VALUE "X".
009900     05  FILLER              PIC X(01).
010000     05  EV-DATE             PIC 9(08).
010100     05  FILLER              PIC X(01).
010200     05  EV-TIME             PIC 9(04).
010300     05  FILLER              PIC X(01).
010400     05  EV-GAME             PIC X(10).
010500     05  FILLER              PIC X(01).
010600     05  EV-LIST             PIC X(12).
010700     05  FILLER              PIC X(01).
010800     05  EV-JOB              PIC X(08).
010900     05  FILLER              PIC X(01).
011000     05  EV-LAST-LEAD        PIC 9(03).
011100     05  FILLER              PIC X(01).
011200     05  EV-RESULTS          PIC X(01).
011300         88  EV-RESULTS-RAN  VALUE "R".
011400         88  EV-RESULTS-MISSING VALUE "M".
011500     05  FILLER              PIC X(01).
011600     05  EV-TITLE            PIC X(50).
011700 01  EVENT-TABLE.
011800     05  EVENT-LINE OCCURS 300 TIMES PIC X(112).
011900 77  EVENT-COUNT             PIC 9(03) VALUE ZERO.
012000 77  OLD-EVENT-COUNT         PIC 9(03) VALUE ZERO.
012100 77  EV-IX                   PIC 9(03).
012200 77  HIT-IX                  PIC 9(03).
012300 77  HIGH-ID                 PIC 9(06) VALUE ZERO.
012400 77  CALENDAR-OVERFLOW       PIC X(01) VALUE "N".
012500 77  SHOWN-COUNT             PIC 9(03).
012600 77  PURGED-COUNT            PIC 9(03).
012700******************************************************************
012800*  THE OPERATOR'S ENTRIES.                                       *
012900******************************************************************
013000 77  WANT-ID                 PIC 9(06) VALUE ZERO.
013100 01  ENTRY-DATE              PIC X(08).
013200 01  ENTRY-DATE-N REDEFINES ENTRY-DATE.
013300     05  ED-YYYY             PIC 9(04).
013400     05  ED-MM               PIC 9(02).
013500     05  ED-DD               PIC 9(02).
013600 01  ENTRY-TIME              PIC X(04).
013700 01  ENTRY-TIME-N REDEFINES ENTRY-TIME.
013800     05  ET-HH               PIC 9(02).
013900     05  ET-MM               PIC 9(02).
014000 01  ENTRY-GAME              PIC X(10).
014100 01  ENTRY-LIST              PIC X(12).
014200 01  ENTRY-JOB               PIC X(08).
014300 01  ENTRY-TITLE             PIC X(50).
014400 77  ENTRY-OK                PIC X(01).
014500     88  ENTRY-IS-OK         VALUE "Y".
014600 77  LIST-FOUND              PIC X(01).
014700 77  STEP-FOUND              PIC X(01).
014800 01  ML-LIST                 PIC X(12).
014900 01  ML-ADDR                 PIC X(64).
015000******************************************************************
015100*  DISPLAY WORK.                                                 *
015200******************************************************************
015300 01  DASHED-DATE             PIC X(10).
015400 01  COLON-TIME              PIC X(05).
015500 77  ED-ID                   PIC Z(5)9.
015600 77  ED-COUNT                PIC ZZ9.
015700 01  SHOW-LINE               PIC X(132).
015800 01  JOURNAL-MODE            PIC X(08).
015900******************************************************************
016000*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
016100*  AS OPJNL DECLARES IT.                                         *
016200******************************************************************
016300 01  OPJNL-AREA.
016400     05  OPJ-PROGRAM         PIC X(08).
016500     05  OPJ-MODE            PIC X(08).
016600     05  OPJ-FILE            PIC X(30).
016700     05  OPJ-BEFORE          PIC 9(09).
016800     05  OPJ-AFTER           PIC 9(09).
016900     05  OPJ-UNIT            PIC X(05).
017000     05  OPJ-PARAMS          PIC X(60).
017100 PROCEDURE DIVISION.
017200******************************************************************
017300*  0000-MAINLINE - MENU LOOP UNTIL THE OPERATOR QUITS.           *
017400******************************************************************
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700 0100-MENU-LOOP.
017800     PERFORM 2000-SHOW-MENU THRU 2000-EXIT.
017900     IF CHOICE-IS-QUIT
018000         GO TO 0200-WRAP-UP.
018100     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
018200     IF CHOICE-IS-LIST
018300         PERFORM 3000-LIST-EVENTS THRU 3000-EXIT
018400         GO TO 0100-MENU-LOOP.
018500     IF CHOICE-IS-ADD
018600         PERFORM 3200-ADD-EVENT THRU 3200-EXIT
018700         GO TO 0100-MENU-LOOP.
018800     IF CHOICE-IS-CHANGE
018900         PERFORM 3300-CHANGE-EVENT THRU 3300-EXIT
019000         GO TO 0100-MENU-LOOP.
019100     IF CHOICE-IS-CANCEL
019200         PERFORM 3400-CANCEL-EVENT THRU 3400-EXIT
019300         GO TO 0100-MENU-LOOP.
019400     DISPLAY "PLEASE PICK L, A, C, X OR Q".
019500     GO TO 0100-MENU-LOOP.
019600 0200-WRAP-UP.
019700     DISPLAY "EVENT CALENDAR CLOSED".
019800     STOP RUN.
019900******************************************************************
020000*  1000-INITIALIZE - WHO IS AT THE TERMINAL.                     *
020100******************************************************************
020200 1000-INITIALIZE.
020300     DISPLAY "SHOP_OPERATOR" UPON ENVIRONMENT-NAME.
020400     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
020500     IF OPERATOR-ID = SPACES
020600         DISPLAY "USER" UPON ENVIRONMENT-NAME
020700         ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
020800     IF OPERATOR-ID = SPACES
020900         MOVE "UNKNOWN" TO OPERATOR-ID.
021000     MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.
021100     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
021200     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
021300     MOVE EVENT-COUNT TO ED-COUNT.
021400     DISPLAY "EVENT CALENDAR - OPERATOR "
021500             FUNCTION TRIM(OPERATOR-ID) ", " ED-COUNT
021600             " EVENT(S) ON FILE".
021700 1000-EXIT.
021800     EXIT.
021900******************************************************************
022000*  1500-LOAD-CALENDAR - EVENTS.DAT INTO THE TABLE.  A CALENDAR   *
022100*  TOO BIG FOR THE TABLE IS NEVER SAVED BACK, SO NOTHING IS      *
022200*  TRUNCATED.                                                    *
022300******************************************************************
022400 1500-LOAD-CALENDAR.
022500     MOVE ZERO TO EVENT-COUNT OLD-EVENT-COUNT HIGH-ID.
022600     MOVE "N" TO CALENDAR-OVERFLOW.
022700     MOVE "N" TO EOF-SW.
022800     OPEN INPUT EVENTS-FILE.
022900     IF EVENTS-STATUS NOT = "00"
023000         IF EVENTS-STATUS = "05"
023100             CLOSE EVENTS-FILE
023200         END-IF
023300         GO TO 1500-EXIT.
023400     PERFORM 1510-ONE-EVENT THRU 1510-EXIT
023500         UNTIL FILE-AT-END.
023600     CLOSE EVENTS-FILE.
023700 1500-EXIT.
023800     EXIT.
023900 1510-ONE-EVENT.
024000     READ EVENTS-FILE
024100         AT END
024200             MOVE "Y" TO EOF-SW
024300             GO TO 1510-EXIT
024400     END-READ.
024500     IF EVENTS-RECORD = SPACES
024600         GO TO 1510-EXIT.
024700     IF EVENT-COUNT >= 300
024800         MOVE "Y" TO CALENDAR-OVERFLOW
024900         GO TO 1510-EXIT.
025000     ADD 1 TO EVENT-COUNT.
025100     ADD 1 TO OLD-EVENT-COUNT.
025200     MOVE EVENTS-RECORD TO EVENT-LINE(EVENT-COUNT).
025300     MOVE EVENTS-RECORD TO EVENT-VIEW.
025400     IF EV-ID IS NUMERIC AND EV-ID > HIGH-ID
025500         MOVE EV-ID TO HIGH-ID.
025600 1510-EXIT.
025700     EXIT.
025800******************************************************************
025900*  1600-SAVE-CALENDAR - THE TABLE BACK TO EVENTS.DAT, LONG-PAST  *
026000*  EVENTS MOVED OUT TO EVENTS.HST ON THE WAY, AND THE CHANGE     *
026100*  RECORDED IN THE OPERATOR JOURNAL UNDER JOURNAL-MODE.          *
026200******************************************************************
026300 1600-SAVE-CALENDAR.
026400     IF CALENDAR-OVERFLOW = "Y"
026500         DISPLAY "EVENTS.DAT HOLDS MORE THAN 300 EVENTS - "
026600                 "NOT SAVED"
026700         GO TO 1600-EXIT.
026800     COMPUTE PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
026900         FUNCTION INTEGER-OF-DATE(TODAY-YMD) - 60).
027000     MOVE ZERO TO PURGED-COUNT.
027100     OPEN OUTPUT EVENTS-FILE.
027200     IF EVENTS-STATUS NOT = "00" AND EVENTS-STATUS NOT = "05"
027300         DISPLAY "CANNOT REWRITE EVENTS.DAT, STATUS "
027400                 EVENTS-STATUS
027500         GO TO 1600-EXIT.
027600     OPEN EXTEND HISTORY-FILE.
027700     PERFORM 1610-SAVE-ONE THRU 1610-EXIT
027800         VARYING EV-IX FROM 1 BY 1
027900         UNTIL EV-IX > EVENT-COUNT.
028000     CLOSE HISTORY-FILE.
028100     CLOSE EVENTS-FILE.
028200     IF PURGED-COUNT > ZERO
028300         MOVE PURGED-COUNT TO ED-COUNT
028400         DISPLAY ED-COUNT " PAST EVENT(S) MOVED TO EVENTS.HST".
028500     PERFORM 8500-JOURNAL THRU 8500-EXIT.
028600 1600-EXIT.
028700     EXIT.
028800 1610-SAVE-ONE.
028900     MOVE EVENT-LINE(EV-IX) TO EVENT-VIEW.
029000     IF EV-DATE IS NUMERIC
029100        AND EV-DATE < PURGE-BEFORE
029200        AND EV-ID NOT = HIGH-ID
029300        AND (HISTORY-STATUS = "00" OR HISTORY-STATUS = "05")
029400         WRITE HISTORY-RECORD FROM EVENT-LINE(EV-IX)
029500         ADD 1 TO PURGED-COUNT
029600         GO TO 1610-EXIT.
029700     WRITE EVENTS-RECORD FROM EVENT-LINE(EV-IX).
029800 1610-EXIT.
029900     EXIT.
030000******************************************************************
030100*  2000-SHOW-MENU - THE WHOLE USER INTERFACE.                    *
030200******************************************************************
030300 2000-SHOW-MENU.
030400     DISPLAY " ".
030500     DISPLAY "*** SHOP EVENT CALENDAR ***".
030600     DISPLAY "  L - LIST COMING EVENTS".
030700     DISPLAY "  A - ADD AN EVENT".
030800     DISPLAY "  C - CHANGE AN EVENT".
030900     DISPLAY "  X - CANCEL AN EVENT".
031000     DISPLAY "  Q - QUIT".
031100     DISPLAY "CHOICE: " WITH NO ADVANCING.
031200     MOVE SPACE TO MENU-CHOICE.
031300     ACCEPT MENU-CHOICE.
031400 2000-EXIT.
031500     EXIT.
031600******************************************************************
031700*  3000-LIST-EVENTS - EVERY ACTIVE EVENT FROM TODAY ON, AND ANY  *
031800*  PAST ONE WHOSE RESULTS JOB NEVER RAN.                         *
031900******************************************************************
032000 3000-LIST-EVENTS.
032100     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
032200     MOVE ZERO TO SHOWN-COUNT.
032300     PERFORM 3010-LIST-ONE THRU 3010-EXIT
032400         VARYING EV-IX FROM 1 BY 1
032500         UNTIL EV-IX > EVENT-COUNT.
032600     MOVE SHOWN-COUNT TO ED-COUNT.
032700     DISPLAY ED-COUNT " EVENT(S) LISTED".
032800 3000-EXIT.
032900     EXIT.
033000 3010-LIST-ONE.
033100     MOVE EVENT-LINE(EV-IX) TO EVENT-VIEW.
033200     IF NOT EV-IS-ACTIVE
033300         GO TO 3010-EXIT.
033400     IF EV-DATE < TODAY-YMD AND NOT EV-RESULTS-MISSING
033500         GO TO 3010-EXIT.
033600     ADD 1 TO SHOWN-COUNT.
033700     PERFORM 8300-FORMAT-SUMMARY THRU 8300-EXIT.
033800     DISPLAY SHOW-LINE(1:79).
033900     IF EV-RESULTS-MISSING
034000         DISPLAY "         RESULTS JOB " FUNCTION TRIM(EV-JOB)
034100                 " HAS NOT RUN SINCE THE EVENT".
034200 3010-EXIT.
034300     EXIT.
034400******************************************************************
034500*  3200-ADD-EVENT - A NEW EVENT UNDER THE NEXT NUMBER.           *
034600******************************************************************
034700 3200-ADD-EVENT.
034800     MOVE SPACES TO EVENT-VIEW.
034900     MOVE SPACES TO ENTRY-DATE ENTRY-TIME ENTRY-GAME ENTRY-LIST
035000                    ENTRY-JOB ENTRY-TITLE.
035100     PERFORM 3500-ASK-DATE THRU 3500-EXIT.
035200     IF ENTRY-DATE = SPACES
035300         DISPLAY "A DATE IS REQUIRED - NO EVENT ADDED".
035400     IF NOT ENTRY-IS-OK
035500         GO TO 3200-EXIT.
035600     PERFORM 3510-ASK-TIME THRU 3510-EXIT.
035700     IF ENTRY-TIME = SPACES
035800         DISPLAY "A START TIME IS REQUIRED - NO EVENT ADDED".
035900     IF NOT ENTRY-IS-OK
036000         GO TO 3200-EXIT.
036100     DISPLAY "GAME (CHECKERS, 2048, PONG, ...): "
036200         WITH NO ADVANCING.
036300     ACCEPT ENTRY-GAME.
036400     MOVE FUNCTION UPPER-CASE(ENTRY-GAME) TO ENTRY-GAME.
036500     IF ENTRY-GAME = SPACES
036600         DISPLAY "A GAME IS REQUIRED - NO EVENT ADDED"
036700         GO TO 3200-EXIT.
036800     PERFORM 3520-ASK-LIST THRU 3520-EXIT.
036900     IF ENTRY-LIST = SPACES
037000         DISPLAY "AN AUDIENCE LIST IS REQUIRED - NO EVENT ADDED".
037100     IF NOT ENTRY-IS-OK
037200         GO TO 3200-EXIT.
037300     PERFORM 3530-ASK-JOB THRU 3530-EXIT.
037400     DISPLAY "TITLE: " WITH NO ADVANCING.
037500     ACCEPT ENTRY-TITLE.
037600     IF ENTRY-TITLE = SPACES
037700         MOVE SPACES TO ENTRY-TITLE
037800         STRING FUNCTION TRIM(ENTRY-GAME) " EVENT"
037900             DELIMITED BY SIZE INTO ENTRY-TITLE.
038000     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
038100     IF EVENT-COUNT >= 300
038200         DISPLAY "THE CALENDAR IS FULL - NO EVENT ADDED"
038300         GO TO 3200-EXIT.
038400     MOVE SPACES TO EVENT-VIEW.
038500     ADD 1 TO HIGH-ID.
038600     MOVE HIGH-ID TO EV-ID.
038700     MOVE "A" TO EV-STATUS.
038800     MOVE ENTRY-DATE TO EV-DATE.
038900     MOVE ENTRY-TIME TO EV-TIME.
039000     MOVE ENTRY-GAME TO EV-GAME.
039100     MOVE ENTRY-LIST TO EV-LIST.
039200     MOVE ENTRY-JOB TO EV-JOB.
039300     MOVE 999 TO EV-LAST-LEAD.
039400     MOVE SPACE TO EV-RESULTS.
039500     MOVE ENTRY-TITLE TO EV-TITLE.
039600     ADD 1 TO EVENT-COUNT.
039700     MOVE EVENT-VIEW TO EVENT-LINE(EVENT-COUNT).
039800     MOVE "ADD" TO JOURNAL-MODE.
039900     PERFORM 1600-SAVE-CALENDAR THRU 1600-EXIT.
040000     MOVE EV-ID TO ED-ID.
040100     DISPLAY "ADDED EVENT " ED-ID.
040200 3200-EXIT.
040300     EXIT.
040400******************************************************************
040500*  3300-CHANGE-EVENT - EACH FIELD SHOWN AS IT STANDS; A BLANK    *
040600*  ANSWER KEEPS IT.                                              *
040700******************************************************************
040800 3300-CHANGE-EVENT.
040900     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
041000     IF HIT-IX = ZERO
041100         GO TO 3300-EXIT.
041200     IF EV-IS-CANCELLED
041300         DISPLAY "EVENT " ED-ID " IS CANCELLED"
041400         GO TO 3300-EXIT.
041500     PERFORM 8300-FORMAT-SUMMARY THRU 8300-EXIT.
041600     DISPLAY SHOW-LINE(1:79).
041700     DISPLAY "BLANK KEEPS THE CURRENT VALUE".
041800     MOVE SPACES TO ENTRY-DATE.
041900     PERFORM 3500-ASK-DATE THRU 3500-EXIT.
042000     IF ENTRY-DATE NOT = SPACES AND NOT ENTRY-IS-OK
042100         GO TO 3300-EXIT.
042200     MOVE SPACES TO ENTRY-TIME.
042300     PERFORM 3510-ASK-TIME THRU 3510-EXIT.
042400     IF ENTRY-TIME NOT = SPACES AND NOT ENTRY-IS-OK
042500         GO TO 3300-EXIT.
042600     DISPLAY "GAME (NOW " FUNCTION TRIM(EV-GAME) "): "
042700         WITH NO ADVANCING.
042800     MOVE SPACES TO ENTRY-GAME.
042900     ACCEPT ENTRY-GAME.
043000     MOVE FUNCTION UPPER-CASE(ENTRY-GAME) TO ENTRY-GAME.
043100     DISPLAY "(LIST NOW " FUNCTION TRIM(EV-LIST) ")".
043200     MOVE SPACES TO ENTRY-LIST.
043300     PERFORM 3520-ASK-LIST THRU 3520-EXIT.
043400     IF ENTRY-LIST NOT = SPACES AND NOT ENTRY-IS-OK
043500         GO TO 3300-EXIT.
043600     DISPLAY "(RESULTS JOB NOW " FUNCTION TRIM(EV-JOB)
043700             ", - FOR NONE)".
043800     MOVE SPACES TO ENTRY-JOB.
043900     PERFORM 3530-ASK-JOB THRU 3530-EXIT.
044000     DISPLAY "TITLE: " WITH NO ADVANCING.
044100     MOVE SPACES TO ENTRY-TITLE.
044200     ACCEPT ENTRY-TITLE.
044300     PERFORM 3900-RELOAD-HIT THRU 3900-RELOAD-EXIT.
044400     IF HIT-IX = ZERO
044500         GO TO 3300-EXIT.
044600     IF (ENTRY-DATE NOT = SPACES AND ENTRY-DATE NOT = EV-DATE)
044700        OR (ENTRY-TIME NOT = SPACES AND ENTRY-TIME NOT = EV-TIME)
044800         MOVE 999 TO EV-LAST-LEAD
044900         MOVE SPACE TO EV-RESULTS.
045000     IF ENTRY-DATE NOT = SPACES
045100         MOVE ENTRY-DATE TO EV-DATE.
045200     IF ENTRY-TIME NOT = SPACES
045300         MOVE ENTRY-TIME TO EV-TIME.
045400     IF ENTRY-GAME NOT = SPACES
045500         MOVE ENTRY-GAME TO EV-GAME.
045600     IF ENTRY-LIST NOT = SPACES
045700         MOVE ENTRY-LIST TO EV-LIST.
045800     IF ENTRY-JOB = "-"
045900         MOVE SPACES TO EV-JOB
046000     ELSE
046100         IF ENTRY-JOB NOT = SPACES
046200             MOVE ENTRY-JOB TO EV-JOB
046300         END-IF
046400     END-IF.
046500     IF ENTRY-TITLE NOT = SPACES
046600         MOVE ENTRY-TITLE TO EV-TITLE.
046700     MOVE EVENT-VIEW TO EVENT-LINE(HIT-IX).
046800     MOVE "CHANGE" TO JOURNAL-MODE.
046900     PERFORM 1600-SAVE-CALENDAR THRU 1600-EXIT.
047000     DISPLAY "EVENT " ED-ID " CHANGED".
047100 3300-EXIT.
047200     EXIT.
047300******************************************************************
047400*  3400-CANCEL-EVENT - THE EVENT STAYS ON FILE, MARKED X, SO NO  *
047500*  MORE REMINDERS GO OUT AND NO RESULTS ARE CHASED.              *
047600******************************************************************
047700 3400-CANCEL-EVENT.
047800     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
047900     IF HIT-IX = ZERO
048000         GO TO 3400-EXIT.
048100     IF EV-IS-CANCELLED
048200         DISPLAY "EVENT " ED-ID " IS ALREADY CANCELLED"
048300         GO TO 3400-EXIT.
048400     MOVE "X" TO EV-STATUS.
048500     MOVE EVENT-VIEW TO EVENT-LINE(HIT-IX).
048600     MOVE "CANCEL" TO JOURNAL-MODE.
048700     PERFORM 1600-SAVE-CALENDAR THRU 1600-EXIT.
048800     DISPLAY "EVENT " ED-ID " CANCELLED".
048900 3400-EXIT.
049000     EXIT.
049100******************************************************************
049200*  3500-3530 - THE FIELD PROMPTS.  ENTRY-OK IS "Y" WHEN THE      *
049300*  ANSWER WAS GIVEN AND PASSED ITS CHECK.                        *
049400******************************************************************
049500 3500-ASK-DATE.
049600     MOVE "N" TO ENTRY-OK.
049700     DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING.
049800     ACCEPT ENTRY-DATE.
049900     IF ENTRY-DATE = SPACES
050000         GO TO 3500-EXIT.
050100     IF ENTRY-DATE IS NOT NUMERIC
050200        OR ED-MM < 1 OR ED-MM > 12
050300        OR ED-DD < 1 OR ED-DD > 31
050400         DISPLAY "NOT A DATE - NOTHING SAVED"
050500         GO TO 3500-EXIT.
050600     IF ENTRY-DATE < TODAY-YMD
050700         DISPLAY "THAT DATE HAS PASSED - NOTHING SAVED"
050800         GO TO 3500-EXIT.
050900     MOVE "Y" TO ENTRY-OK.
051000 3500-EXIT.
051100     EXIT.
051200 3510-ASK-TIME.
051300     MOVE "N" TO ENTRY-OK.
051400     DISPLAY "START TIME (HHMM): " WITH NO ADVANCING.
051500     ACCEPT ENTRY-TIME.
051600     IF ENTRY-TIME = SPACES
051700         GO TO 3510-EXIT.
051800     IF ENTRY-TIME IS NOT NUMERIC
051900        OR ET-HH > 23 OR ET-MM > 59
052000         DISPLAY "NOT A TIME - NOTHING SAVED"
052100         GO TO 3510-EXIT.
052200     MOVE "Y" TO ENTRY-OK.
052300 3510-EXIT.
052400     EXIT.
052500 3520-ASK-LIST.
052600     MOVE "N" TO ENTRY-OK.
052700     DISPLAY "AUDIENCE LIST (FROM MAILLIST.DAT): "
052800         WITH NO ADVANCING.
052900     ACCEPT ENTRY-LIST.
053000     MOVE FUNCTION UPPER-CASE(ENTRY-LIST) TO ENTRY-LIST.
053100     IF ENTRY-LIST = SPACES
053200         GO TO 3520-EXIT.
053300     PERFORM 3600-FIND-LIST THRU 3600-EXIT.
053400     IF LIST-FOUND NOT = "Y"
053500         DISPLAY "NO LIST " FUNCTION TRIM(ENTRY-LIST)
053600                 " IN MAILLIST.DAT - NOTHING SAVED"
053700         GO TO 3520-EXIT.
053800     MOVE "Y" TO ENTRY-OK.
053900 3520-EXIT.
054000     EXIT.
054100 3530-ASK-JOB.
054200     DISPLAY "RESULTS JOB (RUNBOOK STEP, BLANK = NONE): "
054300         WITH NO ADVANCING.
054400     ACCEPT ENTRY-JOB.
054500     MOVE FUNCTION UPPER-CASE(ENTRY-JOB) TO ENTRY-JOB.
054600     IF ENTRY-JOB = SPACES OR ENTRY-JOB = "-"
054700         GO TO 3530-EXIT.
054800     PERFORM 3700-FIND-STEP THRU 3700-EXIT.
054900     IF STEP-FOUND NOT = "Y"
055000         DISPLAY "WARNING: " FUNCTION TRIM(ENTRY-JOB)
055100                 " IS NOT A STEP IN RUNBOOK.CFG".
055200 3530-EXIT.
055300     EXIT.
055400******************************************************************
055500*  3600-FIND-LIST - DOES MAILLIST.DAT HOLD A MEMBER OF THE LIST *
055600*  ("LIST|ADDRESS" PER LINE, AS THE MAIL SENDER READS IT).       *
055700******************************************************************
055800 3600-FIND-LIST.
055900     MOVE "N" TO LIST-FOUND.
056000     MOVE "N" TO EOF-SW.
056100     OPEN INPUT MAILLIST-FILE.
056200     IF MAILLIST-STATUS NOT = "00"
056300         IF MAILLIST-STATUS = "05"
056400             CLOSE MAILLIST-FILE
056500         END-IF
056600         GO TO 3600-EXIT.
056700     PERFORM 3610-ONE-MEMBER THRU 3610-EXIT
056800         UNTIL FILE-AT-END OR LIST-FOUND = "Y".
056900     CLOSE MAILLIST-FILE.
057000 3600-EXIT.
057100     EXIT.
057200 3610-ONE-MEMBER.
057300     READ MAILLIST-FILE
057400         AT END
057500             MOVE "Y" TO EOF-SW
057600             GO TO 3610-EXIT
057700     END-READ.
057800     MOVE SPACES TO ML-LIST ML-ADDR.
057900     UNSTRING MAILLIST-RECORD DELIMITED BY "|"
058000         INTO ML-LIST ML-ADDR.
058100     IF FUNCTION UPPER-CASE(ML-LIST) = ENTRY-LIST
058200        AND ML-ADDR NOT = SPACES
058300         MOVE "Y" TO LIST-FOUND.
058400 3610-EXIT.
058500     EXIT.
058600******************************************************************
058700*  3700-FIND-STEP - IS ENTRY-JOB A STEP IN RUNBOOK.CFG.          *
058800******************************************************************
058900 3700-FIND-STEP.
059000     MOVE "N" TO STEP-FOUND.
059100     MOVE "N" TO EOF-SW.
059200     OPEN INPUT RUNBOOK-FILE.
059300     IF RUNBOOK-STATUS NOT = "00"
059400         IF RUNBOOK-STATUS = "05"
059500             CLOSE RUNBOOK-FILE
059600         END-IF
059700         GO TO 3700-EXIT.
059800     PERFORM 3710-ONE-STEP THRU 3710-EXIT
059900         UNTIL FILE-AT-END OR STEP-FOUND = "Y".
060000     CLOSE RUNBOOK-FILE.
060100 3700-EXIT.
060200     EXIT.
060300 3710-ONE-STEP.
060400     READ RUNBOOK-FILE
060500         AT END
060600             MOVE "Y" TO EOF-SW
060700             GO TO 3710-EXIT
060800     END-READ.
060900     IF RB-STEP-NAME = ENTRY-JOB
061000         MOVE "Y" TO STEP-FOUND.
061100 3710-EXIT.
061200     EXIT.
061300******************************************************************
061400*  3900-ASK-NUMBER - RELOAD THE CALENDAR AND FIND THE EVENT THE  *
061500*  OPERATOR NAMES.  HIT-IX ZERO = NOT FOUND; OTHERWISE THE EVENT *
061600*  IS IN EVENT-VIEW.  3900-RELOAD-HIT FINDS WANT-ID AGAIN AFTER  *
061700*  THE PROMPTS, SO THE NIGHTLY PASS'S MARKS ARE NOT OVERWRITTEN. *
061800******************************************************************
061900 3900-ASK-NUMBER.
062000     MOVE ZERO TO HIT-IX.
062100     DISPLAY "EVENT NUMBER: " WITH NO ADVANCING.
062200     MOVE ZERO TO WANT-ID.
062300     ACCEPT WANT-ID.
062400     IF WANT-ID = ZERO
062500         GO TO 3900-EXIT.
062600     PERFORM 3900-RELOAD-HIT THRU 3900-RELOAD-EXIT.
062700     IF HIT-IX = ZERO
062800         DISPLAY "NO EVENT " ED-ID.
062900 3900-EXIT.
063000     EXIT.
063100 3900-RELOAD-HIT.
063200     MOVE ZERO TO HIT-IX.
063300     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
063400     PERFORM 3910-MATCH-ONE THRU 3910-EXIT
063500         VARYING EV-IX FROM 1 BY 1
063600         UNTIL EV-IX > EVENT-COUNT OR HIT-IX > ZERO.
063700     MOVE WANT-ID TO ED-ID.
063800     IF HIT-IX > ZERO
063900         MOVE EVENT-LINE(HIT-IX) TO EVENT-VIEW.
064000 3900-RELOAD-EXIT.
064100     EXIT.
064200 3910-MATCH-ONE.
064300     MOVE EVENT-LINE(EV-IX) TO EVENT-VIEW.
064400     IF EV-ID = WANT-ID
064500         MOVE EV-IX TO HIT-IX.
064600 3910-EXIT.
064700     EXIT.
064800******************************************************************
064900*  8000-FORMAT-STAMP - EV-DATE/EV-TIME AS YYYY-MM-DD HH:MM.      *
065000******************************************************************
065100 8000-FORMAT-STAMP.
065200     MOVE SPACES TO DASHED-DATE COLON-TIME.
065300     STRING EV-DATE(1:4) "-" EV-DATE(5:2) "-" EV-DATE(7:2)
065400         DELIMITED BY SIZE INTO DASHED-DATE.
065500     STRING EV-TIME(1:2) ":" EV-TIME(3:2)
065600         DELIMITED BY SIZE INTO COLON-TIME.
065700 8000-EXIT.
065800     EXIT.
065900******************************************************************
066000*  8300-FORMAT-SUMMARY - ONE LINE FOR AN EVENT:                  *
066100*  NUMBER, WHEN, GAME, AUDIENCE, TITLE.                          *
066200******************************************************************
066300 8300-FORMAT-SUMMARY.
066400     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
066500     MOVE SPACES TO SHOW-LINE.
066600     MOVE EV-ID TO ED-ID.
066700     STRING ED-ID " " DASHED-DATE " " COLON-TIME " "
066800            EV-GAME " " EV-LIST " " EV-TITLE
066900         DELIMITED BY SIZE INTO SHOW-LINE.
067000 8300-EXIT.
067100     EXIT.
067200******************************************************************
067300*  8500-JOURNAL - ONE OPERATOR JOURNAL LINE FOR THE CHANGE.      *
067400******************************************************************
067500 8500-JOURNAL.
067600     MOVE SPACES TO OPJNL-AREA.
067700     MOVE "EVENTS" TO OPJ-PROGRAM.
067800     MOVE JOURNAL-MODE TO OPJ-MODE.
067900     MOVE "EVENTS.DAT" TO OPJ-FILE.
068000     MOVE OLD-EVENT-COUNT TO OPJ-BEFORE.
068100     COMPUTE OPJ-AFTER = EVENT-COUNT - PURGED-COUNT.
068200     MOVE "RECS" TO OPJ-UNIT.
068300     STRING "EVENT " EV-ID " " EV-DATE " " EV-GAME
068400         DELIMITED BY SIZE INTO OPJ-PARAMS.
068500     CALL "OPJNL" USING OPJNL-AREA.
068600 8500-EXIT.
068700     EXIT.
068800 END PROGRAM EVENTS.
