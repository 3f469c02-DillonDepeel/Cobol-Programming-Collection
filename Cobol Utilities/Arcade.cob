001200*  SESSIONS AND MINUTES PER GAME TO ARCADE.RPT, WHICH IS WHAT    *
001300*  MANAGEMENT GETS WHEN THEY ASK WHETHER THE TERMINALS ARE       *
001400*  WORTH KEEPING.                                                *
001420*                                                                *
001440*  EACH PLAYER MAY LEAVE AN E-MAIL ADDRESS IN PLAYERS.REG AND    *
001460*  OPT IN TO THE MONTH-END SCORECARD PLAYERCARD MAILS; OPTION M  *
001480*  CHANGES EITHER FOR THE SIGNED-IN PLAYER.                      *
001482*                                                                *
001484*  THE TERMINALS ARE SHARED THROUGH ONE WAITLIST, ARCADE.WAIT.   *
001486*  OPTION W JOINS (OR LEAVES) THE LINE FOR THE NEXT FREE         *
001488*  TERMINAL; OPTION B BOOKS A 15-MINUTE SLOT LATER TODAY, CHECKED*
001490*  AGAINST THE BLACKOUT WINDOW AND THE DAILY CAP.  A TERMINAL    *
001492*  GIVEN UP WITH Q GOES TO THE FIRST BOOKING THAT IS DUE, ELSE TO*
001494*  THE FRONT OF THE LINE, AND IS HELD FOR THAT PLAYER FOR THE    *
001496*  GRACE PERIOD.  A NO-SHOW LOSES THE TURN OR THE BOOKING.       *
001500******************************************************************
001600*  MODIFICATION HISTORY                                          *
001700*  08/21/26 OSG  INITIAL VERSION.                                *
001750*  10/15/26 OSG  E-MAIL ADDRESS AND SCORECARD OPT-IN (OPTION M). *
001760*  10/15/26 OSG  BEST CHECKERS RATING READ FROM THE KEYED        *
001770*                CHECKERS.PLAYERS.                               *
001780*  10/15/26 OSG  TERMINAL WAITLIST AND 15-MINUTE SLOT BOOKINGS   *
001790*                (OPTIONS W AND B).                              *
001793*  10/15/26 OSG  PLAYERS.REG CARRIES THE PLAYER'S DEPARTMENT CODE*
001796*                (SET IN DEPTMAINT) AND IS KEPT WHEN REWRITTEN.  *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002600     SELECT OPTIONAL SUMMARY-FILE ASSIGN TO "ARCADE.RPT"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS SUMMARY-STATUS.
002801*    THE SHARED TERMINAL WAITLIST, TODAY'S ENTRIES ONLY, IN THE
002802*    ORDER PLAYERS JOINED.  ARCADE.POLICY LINES 4 AND 5, BOTH
002803*    OPTIONAL, ARE "TERMINALS NN" (BOOKINGS ONE SLOT MAY TAKE,
002804*    DEFAULT 1) AND "GRACE NN" (MINUTES A TERMINAL OR A BOOKING
002805*    IS HELD FOR A PLAYER WHO HAS NOT SHOWN UP, DEFAULT 5).
002806     SELECT OPTIONAL WAIT-FILE ASSIGN TO "ARCADE.WAIT"
002807         ORGANIZATION IS LINE SEQUENTIAL
002808         FILE STATUS IS WAIT-STATUS.
002810*    THE SHOP-WIDE PLAYER REGISTRY: ONE IDENTITY PER PERSON,
002820*    SHARED BY EVERY GAME.  THE SIGNED-IN NAME IS HANDED TO THE
002830*    LAUNCHED GAME IN THE ARCADE_PLAYER ENVIRONMENT VARIABLE SO
002902         ORGANIZATION IS LINE SEQUENTIAL
002903         FILE STATUS IS SHOP48-STATUS.
002904     SELECT OPTIONAL CHKSC-FILE ASSIGN TO "CHECKERS.PLAYERS"
002905         ORGANIZATION IS INDEXED
002906         ACCESS MODE IS SEQUENTIAL
002907         RECORD KEY IS CHKSC-KEY
002908         FILE STATUS IS CHKSC-STATUS.
002909     SELECT OPTIONAL ANN-FILE ASSIGN TO "ARCADE.ANN"
002910         ORGANIZATION IS LINE SEQUENTIAL
002911         FILE STATUS IS ANN-STATUS.
002912*    THIS PROGRAM'S SPOOL DROP FILE; THE MAIL SENDER SWEEPS IT.
002913     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.ARCADE"
002914         ORGANIZATION IS LINE SEQUENTIAL
002915         FILE STATUS IS SPOOL-STATUS.
002916 DATA DIVISION.
003000 FILE SECTION.
003100 FD  USAGE-FILE.
003200 01  USAGE-RECORD.
004340     05  USE-PLAYER          PIC X(12).
004400 FD  SUMMARY-FILE.
004500 01  SUMMARY-RECORD          PIC X(80).
004503 FD  WAIT-FILE.
004506 01  WAIT-RECORD             PIC X(53).
004510 FD  REGISTRY-FILE.
004520 01  REGISTRY-RECORD.
004530     05  REG-NAME            PIC X(12).
004540     05  FILLER              PIC X(01).
004550     05  REG-CREATED         PIC 9(08).
004551*    APPENDED LATER: WHERE THE MONTHLY SCORECARD GOES AND Y IF
004552*    THE PLAYER ASKED FOR IT.  OLDER RECORDS READ BACK WITH
004553*    SPACES HERE, WHICH MEANS NO ADDRESS AND NOT OPTED IN.
004554     05  FILLER              PIC X(01).
004555     05  REG-EMAIL           PIC X(60).
004556     05  FILLER              PIC X(01).
004557     05  REG-OPTIN           PIC X(01).
004558*    APPENDED LATER: THE DEPARTMENT THE PLAYER'S TERMINAL TIME IS
004559*    CHARGED TO, SET IN DEPTMAINT.  SPACES = NOT ASSIGNED.
004560     05  FILLER              PIC X(01).
004561     05  REG-DEPT            PIC X(08).
004565 FD  POLICY-FILE.
004570 01  POLICY-RECORD           PIC X(40).
004580 FD  OVERRIDE-FILE.
004590 01  OVERRIDE-RECORD         PIC X(60).
004603 FD  SHOP48-FILE.
004604 01  SHOP48-RECORD           PIC X(44).
004605 FD  CHKSC-FILE.
004606 01  CHKSC-RECORD.
004607     05  CHKSC-KEY           PIC X(12).
004608     05  FILLER              PIC X(19).
004609 FD  ANN-FILE.
004610 01  ANN-RECORD              PIC X(80).
004611 FD  SPOOL-FILE.
004612 01  SPOOL-RECORD            PIC X(250).
004613 WORKING-STORAGE SECTION.
004700 77  USAGE-STATUS            PIC X(02).
004800 77  SUMMARY-STATUS          PIC X(02).
004900 77  MENU-CHOICE             PIC X(01).
005000     88  CHOICE-IS-QUIT      VALUE "Q" "q".
005100     88  CHOICE-IS-REPORT    VALUE "R" "r".
005200     88  CHOICE-IS-GAME      VALUE "1" "2" "3" "4" "5".
005250     88  CHOICE-IS-MAIL      VALUE "M" "m".
005260     88  CHOICE-IS-WAIT      VALUE "W" "w".
005270     88  CHOICE-IS-BOOK      VALUE "B" "b".
005300 77  GAME-IX                 PIC 9(01).
005400 77  SUM-IX                  PIC 9(01).
005500 77  EOF-SW                  PIC X(01) VALUE "N".
005710 77  REGISTRY-STATUS         PIC X(02).
005720 77  PLAYER-NAME             PIC X(12) VALUE SPACES.
005730 77  PLAYER-ON-FILE          PIC X(01) VALUE "N".
005731 77  REG-EOF-SW              PIC X(01) VALUE "N".
005732******************************************************************
005733*  THE SIGNED-IN PLAYER'S SCORECARD SETTINGS, AND PLAYERS.REG IN *
005734*  MEMORY WHILE OPTION M REWRITES IT.                            *
005735******************************************************************
005736 77  PLAYER-EMAIL            PIC X(60) VALUE SPACES.
005737 77  PLAYER-OPTIN            PIC X(01) VALUE "N".
005738 77  ENTRY-EMAIL             PIC X(60).
005739 77  REG-MATCH               PIC X(60).
005748 77  ENTRY-ANSWER            PIC X(01).
005749 77  AT-COUNT                PIC 9(03).
005750 77  ENTRY-OK                PIC X(01).
005751     88  ENTRY-IS-OK         VALUE "Y".
005752 01  REG-TABLE.
005753     05  REG-LINE OCCURS 500 TIMES PIC X(93).
005754 77  REG-COUNT               PIC 9(03) VALUE ZERO.
005755 77  REG-IX                  PIC 9(03).
005756 77  REG-HIT                 PIC 9(03).
005757 77  REG-OVERFLOW            PIC X(01) VALUE "N".
005758 77  POLICY-STATUS           PIC X(02).
005760 77  OVERRIDE-STATUS         PIC X(02).
005770 77  CAP-MINUTES             PIC 9(04) VALUE ZERO.
005780 77  BLACKOUT-FROM           PIC 9(04) VALUE ZERO.
006012 77  REPORT-MONTH            PIC 9(06) VALUE ZERO.
006013 77  START-SECS              PIC 9(05) COMP.
006014 77  END-SECS                PIC 9(05) COMP.
006015******************************************************************
006016*  THE TERMINAL WAITLIST: ARCADE.WAIT IN MEMORY WHILE IT IS SWEPT*
006017*  AND REWRITTEN.  TYPE Q IS A PLACE IN LINE, R A BOOKED SLOT;   *
006018*  STATE W WAITING, C CALLED TO A TERMINAL, S SEATED, X LOST AS A*
006019*  NO-SHOW, D DROPPED BY THE PLAYER.                             *
006020******************************************************************
006021 77  WAIT-STATUS             PIC X(02).
006022 77  TERMINAL-COUNT          PIC 9(02) VALUE 1.
006023 77  GRACE-MINUTES           PIC 9(02) VALUE 5.
006024 01  WAIT-TABLE.
006025     05  WAIT-ENTRY OCCURS 200 TIMES.
006026         10  WE-TYPE         PIC X(01).
006027             88  WE-IS-QUEUE     VALUE "Q".
006028             88  WE-IS-BOOKING   VALUE "R".
006029         10  FILLER          PIC X(01).
006030         10  WE-PLAYER       PIC X(12).
006031         10  FILLER          PIC X(01).
006032         10  WE-DATE         PIC 9(08).
006033         10  FILLER          PIC X(01).
006034         10  WE-SLOT         PIC 9(04).
006035         10  FILLER          PIC X(01).
006036         10  WE-JOINED       PIC 9(06).
006037         10  FILLER          PIC X(01).
006038         10  WE-STATE        PIC X(01).
006039             88  WE-WAITING      VALUE "W".
006040             88  WE-CALLED       VALUE "C".
006041             88  WE-ACTIVE       VALUE "W" "C".
006042         10  FILLER          PIC X(01).
006043         10  WE-CALLED-AT    PIC 9(04).
006044         10  FILLER          PIC X(01).
006045         10  WE-TERMINAL     PIC X(10).
006046 77  WAIT-COUNT              PIC 9(03) VALUE ZERO.
006047 77  WAIT-IX                 PIC 9(03).
006048 77  CALL-IX                 PIC 9(03).
006049 77  CALL-HIT                PIC 9(03).
006050 77  MY-ENTRY                PIC 9(03).
006051 77  MY-POSITION             PIC 9(03).
006052 77  LINE-POSITION           PIC 9(03).
006053 77  SHOWN-COUNT             PIC 9(03).
006054 77  BOOKED-COUNT            PIC 9(03).
006055 77  SLOT-TAKEN              PIC 9(03).
006056 77  WAIT-OVERFLOW           PIC X(01) VALUE "N".
006057 77  WAIT-CHANGED            PIC X(01) VALUE "N".
006058 77  WAIT-EOF-SW             PIC X(01) VALUE "N".
006059 77  WAIT-ACTION             PIC X(01).
006060 77  FREE-TERMINAL           PIC X(10).
006061 77  SKIP-PLAYER             PIC X(12).
006062 77  HELD-FOR                PIC X(12) VALUE SPACES.
006063 77  HELD-UNTIL              PIC 9(04) VALUE ZERO.
006064 77  SLOT-ANSWER             PIC X(04).
006065 77  SLOT-HHMM               PIC 9(04).
006066 77  SLOT-MINUTE             PIC 9(04).
006067 77  NOW-MINUTE              PIC 9(04).
006068 77  TEST-HHMM               PIC 9(04).
006069 77  TEST-MINUTE             PIC 9(04).
006070 77  TEST-IN-BLACKOUT        PIC X(01).
006071 77  HOUR-WORK               PIC 9(02).
006072 77  MINUTE-WORK             PIC 9(02).
006073 77  QUARTER-WORK            PIC 9(02).
006074 77  POS-ED                  PIC ZZ9.
006075 01  CLOCK-EDIT.
006076     05  CE-HH               PIC 9(02).
006077     05  FILLER              PIC X(01) VALUE ":".
006078     05  CE-MM               PIC 9(02).
006100 77  ELAPSED-SECS            PIC S9(06) COMP.
006200 77  SESSION-MINUTES         PIC 9(04) VALUE ZERO.
006300 01  TIME-NOW.
010200     IF CHOICE-IS-REPORT
010300         PERFORM 4000-MONTHLY-SUMMARY THRU 4000-EXIT
010400         GO TO 0100-MENU-LOOP.
010425     IF CHOICE-IS-MAIL
010450         PERFORM 5000-SCORECARD-MAIL THRU 5000-EXIT
010475         GO TO 0100-MENU-LOOP.
010478     IF CHOICE-IS-WAIT
010481         PERFORM 6000-WAITLIST THRU 6000-EXIT
010484         GO TO 0100-MENU-LOOP.
010487     IF CHOICE-IS-BOOK
010490         PERFORM 6100-BOOK-SLOT THRU 6100-EXIT
010493         GO TO 0100-MENU-LOOP.
010500     IF CHOICE-IS-GAME
010600         MOVE MENU-CHOICE TO GAME-IX
010700         PERFORM 3000-RUN-GAME THRU 3000-EXIT
010800     ELSE
010850         DISPLAY "PLEASE PICK 1-5, R, M, W, B OR Q".
010900     GO TO 0100-MENU-LOOP.
010950 0200-WRAP-UP.
011000     PERFORM 6950-RELEASE-TERMINAL THRU 6950-EXIT.
011200     DISPLAY "ARCADE CLOSED".
011300     STOP RUN.
011400******************************************************************
012100         MOVE "UNKNOWN" TO TERMINAL-NAME.
012110     PERFORM 1100-SIGN-IN THRU 1100-EXIT.
012120     PERFORM 1200-LOAD-POLICY THRU 1200-EXIT.
012145     PERFORM 6900-SIGN-IN-NOTICE THRU 6900-EXIT.
012200 1000-EXIT.
012300     EXIT.
012302******************************************************************
012332                 MOVE POLICY-RECORD(10:8) TO OVERRIDE-CODE
012333             END-IF
012334     END-READ.
012335     PERFORM 6050-LOAD-WAIT-POLICY THRU 6050-EXIT.
012336     IF CAP-MINUTES > ZERO
012337         COMPUTE WARN-LEVEL = CAP-MINUTES * 8 / 10
012338         DISPLAY "DAILY CAP IS " CAP-MINUTES " MINUTES".
012341******************************************************************
012342*  1100-SIGN-IN - ONE IDENTITY FOR EVERY GAME.  AN UNKNOWN NAME  *
012343*  IS REGISTERED, AND THE NAME RIDES TO EACH LAUNCHED GAME IN    *
012344*  THE ARCADE_PLAYER ENVIRONMENT VARIABLE.  A NEW PLAYER IS      *
012346*  OFFERED THE MONTHLY SCORECARD AND ASKED FOR AN ADDRESS.      *
012350******************************************************************
012360 1100-SIGN-IN.
012370     DISPLAY "SIGN IN - PLAYER NAME: " WITH NO ADVANCING.
012390     IF PLAYER-NAME = SPACES
012400         MOVE "ANONYMOUS" TO PLAYER-NAME.
012410     MOVE "N" TO PLAYER-ON-FILE.
012412     MOVE SPACES TO PLAYER-EMAIL.
012414     MOVE "N" TO PLAYER-OPTIN.
012420     MOVE "N" TO REG-EOF-SW.
012430     OPEN INPUT REGISTRY-FILE.
012440     IF REGISTRY-STATUS = "00"
012520     END-IF.
012530     IF PLAYER-ON-FILE NOT = "Y"
012540         ACCEPT WORK-DATE FROM DATE YYYYMMDD
012545         IF PLAYER-NAME NOT = "ANONYMOUS"
012546             PERFORM 5100-ASK-SETTINGS THRU 5100-EXIT
012547         END-IF
012550         OPEN EXTEND REGISTRY-FILE
012560         IF REGISTRY-STATUS = "00" OR REGISTRY-STATUS = "05"
012570             MOVE SPACES TO REGISTRY-RECORD
012580             MOVE PLAYER-NAME TO REG-NAME
012590             MOVE WORK-DATE TO REG-CREATED
012592             MOVE PLAYER-EMAIL TO REG-EMAIL
012594             MOVE PLAYER-OPTIN TO REG-OPTIN
012600             WRITE REGISTRY-RECORD
012610             DISPLAY "WELCOME, NEW PLAYER "
012620                     FUNCTION TRIM(PLAYER-NAME)
012740         NOT AT END
012750             IF REG-NAME = PLAYER-NAME
012760                 MOVE "Y" TO PLAYER-ON-FILE
012762                 MOVE REG-EMAIL TO PLAYER-EMAIL
012764                 IF REG-OPTIN = "Y"
012766                     MOVE "Y" TO PLAYER-OPTIN
012768                 END-IF
012770             END-IF
012780     END-READ.
012790 1150-EXIT.
013300     DISPLAY "  4 - SNAKE".
013400     DISPLAY "  5 - PONG".
013500     DISPLAY "  R - MONTHLY USAGE REPORT".
013550     DISPLAY "  M - MY MONTHLY SCORECARD MAIL".
013560     DISPLAY "  W - WAIT IN LINE FOR THE NEXT FREE TERMINAL".
013570     DISPLAY "  B - BOOK A 15-MINUTE SLOT".
013600     DISPLAY "  Q - QUIT".
013700     DISPLAY "CHOICE: " WITH NO ADVANCING.
013800     MOVE SPACE TO MENU-CHOICE.
016020     MOVE CUR-BEST TO POST-BEST.
016030     IF POST-BEST > PRE-BEST
016040         PERFORM 3900-ANNOUNCE-RECORD THRU 3900-EXIT.
016065     PERFORM 6960-WAITING-NOTE THRU 6960-EXIT.
016100 3000-EXIT.
016200     EXIT.
016300 3100-WRITE-USAGE.
017830*  BLACKOUT WINDOW, CHECKED AT LAUNCH.  NEAR THE CAP WARNS;      *
017840*  PAST THE CAP (OR INSIDE THE BLACKOUT) REFUSES UNLESS THE      *
017850*  SUPERVISOR CODE IS GIVEN, AND EVERY OVERRIDE IS LOGGED.       *
017855*  A TERMINAL HELD FOR THE NEXT PLAYER IN LINE IS REFUSED TOO.   *
017860******************************************************************
017862 3500-CHECK-POLICY.
017864     MOVE "Y" TO LAUNCH-ALLOWED.
017866     MOVE SPACES TO REFUSE-REASON.
017867     PERFORM 6400-CHECK-HOLD THRU 6400-EXIT.
017868     IF HELD-FOR NOT = SPACES
017869         MOVE "TERMINAL HELD" TO REFUSE-REASON.
017870     IF CAP-MINUTES = ZERO AND BLACKOUT-FROM = ZERO
017871        AND BLACKOUT-TO = ZERO AND REFUSE-REASON = SPACES
017872         GO TO 3500-EXIT.
017873     ACCEPT WORK-DATE FROM DATE YYYYMMDD.
017874     ACCEPT TIME-NOW FROM TIME.
017875     MOVE TIME-NOW(1:4) TO NOW-HHMM.
017876     IF BLACKOUT-FROM NOT = BLACKOUT-TO AND REFUSE-REASON = SPACES
017882         IF (BLACKOUT-FROM < BLACKOUT-TO
017884              AND NOW-HHMM >= BLACKOUT-FROM
017886              AND NOW-HHMM < BLACKOUT-TO)
023960     END-READ.
023962 4360-EXIT.
023964     EXIT.
023974******************************************************************
023984*  5000-SCORECARD-MAIL - SHOW AND CHANGE THE SIGNED-IN PLAYER'S  *
023994*  ADDRESS AND OPT-IN, THEN WRITE PLAYERS.REG BACK WITH THE      *
024004*  CHANGE.  THE FILE IS RELOADED FIRST SO A NEW PLAYER SIGNED IN *
024014*  ON ANOTHER TERMINAL IS NOT LOST, AND A FILE TOO BIG FOR THE   *
024024*  TABLE IS NEVER SAVED BACK.                                    *
024034******************************************************************
024044 5000-SCORECARD-MAIL.
024046     IF PLAYER-NAME = "ANONYMOUS"
024048         DISPLAY "SIGN IN UNDER YOUR OWN NAME FOR A SCORECARD"
024050         GO TO 5000-EXIT.
024054     IF PLAYER-EMAIL = SPACES
024064         DISPLAY "NO ADDRESS ON FILE FOR "
024074                 FUNCTION TRIM(PLAYER-NAME)
024084     ELSE
024094         DISPLAY "ADDRESS: " FUNCTION TRIM(PLAYER-EMAIL).
024104     IF PLAYER-OPTIN = "Y"
024114         DISPLAY "THE MONTHLY SCORECARD IS ON"
024124     ELSE
024134         DISPLAY "THE MONTHLY SCORECARD IS OFF".
024144     PERFORM 5100-ASK-SETTINGS THRU 5100-EXIT.
024154     PERFORM 5300-LOAD-REGISTRY THRU 5300-EXIT.
024164     IF REG-OVERFLOW = "Y"
024174         DISPLAY "PLAYERS.REG HOLDS MORE THAN 500 PLAYERS - "
024184                 "NOT SAVED"
024194         GO TO 5000-EXIT.
024204     MOVE ZERO TO REG-HIT.
024214     PERFORM 5350-FIND-PLAYER THRU 5350-EXIT
024224         VARYING REG-IX FROM 1 BY 1
024234         UNTIL REG-IX > REG-COUNT OR REG-HIT > 0.
024244     IF REG-HIT = ZERO
024254         IF REG-COUNT >= 500
024264             DISPLAY "PLAYERS.REG IS FULL - NOT SAVED"
024274             GO TO 5000-EXIT
024284         END-IF
024294         ACCEPT WORK-DATE FROM DATE YYYYMMDD
024304         MOVE SPACES TO REGISTRY-RECORD
024314         MOVE PLAYER-NAME TO REG-NAME
024324         MOVE WORK-DATE TO REG-CREATED
024334         ADD 1 TO REG-COUNT
024344         MOVE REG-COUNT TO REG-HIT
024354     ELSE
024364         MOVE REG-LINE(REG-HIT) TO REGISTRY-RECORD.
024374     MOVE PLAYER-EMAIL TO REG-EMAIL.
024384     MOVE PLAYER-OPTIN TO REG-OPTIN.
024394     MOVE REGISTRY-RECORD TO REG-LINE(REG-HIT).
024404     OPEN OUTPUT REGISTRY-FILE.
024414     IF REGISTRY-STATUS NOT = "00" AND REGISTRY-STATUS NOT = "05"
024424         DISPLAY "CANNOT REWRITE PLAYERS.REG, STATUS "
024434                 REGISTRY-STATUS
024444         GO TO 5000-EXIT.
024454     PERFORM 5360-SAVE-ONE THRU 5360-EXIT
024464         VARYING REG-IX FROM 1 BY 1
024474         UNTIL REG-IX > REG-COUNT.
024484     CLOSE REGISTRY-FILE.
024494     DISPLAY "SCORECARD SETTINGS SAVED".
024504 5000-EXIT.
024514     EXIT.
024524******************************************************************
024534*  5100-ASK-SETTINGS - THE ADDRESS (ENTER ALONE KEEPS THE ONE ON *
024544*  FILE, "-" REMOVES IT) AND WHETHER TO MAIL THE SCORECARD.  NO  *
024554*  ADDRESS MEANS NO SCORECARD.                                   *
024564******************************************************************
024574 5100-ASK-SETTINGS.
024584     MOVE "N" TO ENTRY-OK.
024594     PERFORM 5150-ASK-ADDRESS THRU 5150-EXIT
024604         UNTIL ENTRY-IS-OK.
024614     IF PLAYER-EMAIL = SPACES
024624         MOVE "N" TO PLAYER-OPTIN
024634         GO TO 5100-EXIT.
024644     DISPLAY "MAIL ME MY SCORECARD EACH MONTH (Y/N) ["
024654             PLAYER-OPTIN "]: " WITH NO ADVANCING.
024664     MOVE SPACE TO ENTRY-ANSWER.
024674     ACCEPT ENTRY-ANSWER.
024684     MOVE FUNCTION UPPER-CASE(ENTRY-ANSWER) TO ENTRY-ANSWER.
024694     IF ENTRY-ANSWER = "Y" OR ENTRY-ANSWER = "N"
024704         MOVE ENTRY-ANSWER TO PLAYER-OPTIN.
024714 5100-EXIT.
024724     EXIT.
024734******************************************************************
024744*  5150-ASK-ADDRESS - ONE "@" AND NO SPACES OR "|" (THE SPOOL'S  *
024754*  FIELD SEPARATOR), THE SAME TEST DIGSUB MAKES.                 *
024764******************************************************************
024774 5150-ASK-ADDRESS.
024784     DISPLAY "E-MAIL FOR THE MONTHLY SCORECARD (ENTER = KEEP, "
024794             "- = NONE): " WITH NO ADVANCING.
024804     MOVE SPACES TO ENTRY-EMAIL.
024814     ACCEPT ENTRY-EMAIL.
024824     MOVE FUNCTION TRIM(ENTRY-EMAIL) TO ENTRY-EMAIL.
024834     MOVE "Y" TO ENTRY-OK.
024844     IF ENTRY-EMAIL = SPACES
024854         GO TO 5150-EXIT.
024864     IF ENTRY-EMAIL = "-"
024874         MOVE SPACES TO PLAYER-EMAIL
024884         GO TO 5150-EXIT.
024894     MOVE ZERO TO AT-COUNT.
024904     INSPECT ENTRY-EMAIL TALLYING AT-COUNT FOR ALL "@".
024914     IF AT-COUNT NOT = 1
024924         DISPLAY "NOT AN E-MAIL ADDRESS"
024934         MOVE "N" TO ENTRY-OK
024944         GO TO 5150-EXIT.
024954     MOVE ZERO TO AT-COUNT.
024964     INSPECT ENTRY-EMAIL TALLYING AT-COUNT FOR ALL "|".
024974     MOVE SPACES TO REG-MATCH.
024984     UNSTRING ENTRY-EMAIL DELIMITED BY SPACE INTO REG-MATCH.
024994     IF AT-COUNT NOT = ZERO OR REG-MATCH NOT = ENTRY-EMAIL
025004         DISPLAY "AN ADDRESS MAY NOT CONTAIN SPACES OR |"
025014         MOVE "N" TO ENTRY-OK
025024         GO TO 5150-EXIT.
025034     MOVE ENTRY-EMAIL TO PLAYER-EMAIL.
025044 5150-EXIT.
025054     EXIT.
025064 5300-LOAD-REGISTRY.
025074     MOVE ZERO TO REG-COUNT.
025084     MOVE "N" TO REG-OVERFLOW.
025094     MOVE "N" TO REG-EOF-SW.
025104     OPEN INPUT REGISTRY-FILE.
025114     IF REGISTRY-STATUS NOT = "00"
025124         IF REGISTRY-STATUS = "05"
025134             CLOSE REGISTRY-FILE
025144         END-IF
025154         GO TO 5300-EXIT.
025164     PERFORM 5310-ONE-LINE THRU 5310-EXIT
025174         UNTIL REG-EOF-SW = "Y".
025184     CLOSE REGISTRY-FILE.
025194 5300-EXIT.
025204     EXIT.
025214 5310-ONE-LINE.
025224     READ REGISTRY-FILE
025234         AT END
025244             MOVE "Y" TO REG-EOF-SW
025254             GO TO 5310-EXIT
025264     END-READ.
025274     IF REGISTRY-RECORD = SPACES
025284         GO TO 5310-EXIT.
025294     IF REG-COUNT >= 500
025304         MOVE "Y" TO REG-OVERFLOW
025314         GO TO 5310-EXIT.
025324     ADD 1 TO REG-COUNT.
025334     MOVE REGISTRY-RECORD TO REG-LINE(REG-COUNT).
025344 5310-EXIT.
025354     EXIT.
025364 5350-FIND-PLAYER.
025374     IF REG-LINE(REG-IX)(1:12) = PLAYER-NAME
025384         MOVE REG-IX TO REG-HIT.
025394 5350-EXIT.
025404     EXIT.
025414 5360-SAVE-ONE.
025424     WRITE REGISTRY-RECORD FROM REG-LINE(REG-IX).
025434 5360-EXIT.
025444     EXIT.
025449******************************************************************
025454*  6000-WAITLIST - OPTION W.  SHOWS WHO IS WAITING, THEN PUTS THE*
025459*  SIGNED-IN PLAYER IN LINE FOR THE NEXT FREE TERMINAL, OR TAKES *
025464*  THEM OUT OF IT.  THE FILE IS RELOADED AFTER THE QUESTION SO A *
025469*  CHANGE MADE ON ANOTHER TERMINAL MEANWHILE IS NOT LOST.        *
025474******************************************************************
025479 6000-WAITLIST.
025484     IF PLAYER-NAME = "ANONYMOUS"
025489         DISPLAY "SIGN IN BY NAME TO USE THE WAITLIST"
025494         GO TO 6000-EXIT.
025499     PERFORM 6500-LOAD-WAIT THRU 6500-EXIT.
025504     PERFORM 6700-SAVE-WAIT THRU 6700-EXIT.
025509     PERFORM 6300-SHOW-LINE THRU 6300-EXIT.
025514     IF WAIT-OVERFLOW = "Y"
025519         DISPLAY "ARCADE.WAIT IS TOO BIG - NOT CHANGED"
025524         GO TO 6000-EXIT.
025529     PERFORM 6010-FIND-MY-TURN THRU 6010-EXIT.
025534     IF MY-ENTRY > ZERO
025539         DISPLAY "LEAVE THE LINE (Y/N)? " WITH NO ADVANCING
025544         MOVE "L" TO WAIT-ACTION
025549     ELSE
025554         DISPLAY "JOIN THE LINE FOR A TERMINAL (Y/N)? "
025559             WITH NO ADVANCING
025564         MOVE "J" TO WAIT-ACTION.
025569     MOVE SPACE TO ENTRY-ANSWER.
025574     ACCEPT ENTRY-ANSWER.
025579     IF ENTRY-ANSWER NOT = "Y" AND ENTRY-ANSWER NOT = "y"
025584         GO TO 6000-EXIT.
025589     IF WAIT-ACTION = "J"
025594         PERFORM 6030-JOIN-CHECK THRU 6030-EXIT
025599         IF REFUSE-REASON NOT = SPACES
025604             DISPLAY "NOT PUT IN LINE - "
025609                     FUNCTION TRIM(REFUSE-REASON)
025614             GO TO 6000-EXIT
025619         END-IF
025624     END-IF.
025629     PERFORM 6500-LOAD-WAIT THRU 6500-EXIT.
025634     IF WAIT-OVERFLOW = "Y"
025639         DISPLAY "ARCADE.WAIT IS TOO BIG - NOT CHANGED"
025644         GO TO 6000-EXIT.
025649     PERFORM 6010-FIND-MY-TURN THRU 6010-EXIT.
025654     IF WAIT-ACTION = "L"
025659         PERFORM 6020-LEAVE-LINE THRU 6020-EXIT
025664     ELSE
025669         PERFORM 6040-JOIN-LINE THRU 6040-EXIT.
025674     PERFORM 6700-SAVE-WAIT THRU 6700-EXIT.
025679 6000-EXIT.
025684     EXIT.
025689 6010-FIND-MY-TURN.
025694     MOVE ZERO TO MY-ENTRY.
025699     PERFORM 6015-ONE-MINE THRU 6015-EXIT
025704         VARYING WAIT-IX FROM 1 BY 1
025709         UNTIL WAIT-IX > WAIT-COUNT OR MY-ENTRY > ZERO.
025714 6010-EXIT.
025719     EXIT.
025724 6015-ONE-MINE.
025729     IF WE-IS-QUEUE(WAIT-IX) AND WE-ACTIVE(WAIT-IX)
025734        AND WE-PLAYER(WAIT-IX) = PLAYER-NAME
025739         MOVE WAIT-IX TO MY-ENTRY.
025744 6015-EXIT.
025749     EXIT.
025754******************************************************************
025759*  6020-LEAVE-LINE - A CALLED PLAYER WHO GIVES UP THE TURN       *
025764*  PASSES THE HELD TERMINAL STRAIGHT ON TO THE NEXT ONE.         *
025769******************************************************************
025774 6020-LEAVE-LINE.
025779     IF MY-ENTRY = ZERO
025784         DISPLAY "YOU ARE NOT IN LINE"
025789         GO TO 6020-EXIT.
025794     MOVE "Y" TO WAIT-CHANGED.
025799     IF WE-CALLED(MY-ENTRY)
025804         MOVE "D" TO WE-STATE(MY-ENTRY)
025809         MOVE WE-TERMINAL(MY-ENTRY) TO FREE-TERMINAL
025814         MOVE PLAYER-NAME TO SKIP-PLAYER
025819         PERFORM 6800-CALL-NEXT THRU 6800-EXIT
025824     ELSE
025829         MOVE "D" TO WE-STATE(MY-ENTRY).
025834     DISPLAY "TAKEN OUT OF THE LINE".
025839 6020-EXIT.
025844     EXIT.
025849******************************************************************
025854*  6030-JOIN-CHECK - NO PLACE IN LINE DURING THE BLACKOUT WINDOW *
025859*  OR FOR A PLAYER ALREADY AT THE DAILY CAP.                     *
025864******************************************************************
025869 6030-JOIN-CHECK.
025874     MOVE SPACES TO REFUSE-REASON.
025879     ACCEPT WORK-DATE FROM DATE YYYYMMDD.
025884     ACCEPT TIME-NOW FROM TIME.
025889     MOVE TIME-NOW(1:4) TO TEST-HHMM.
025894     PERFORM 6150-TEST-BLACKOUT THRU 6150-EXIT.
025899     IF TEST-IN-BLACKOUT = "Y"
025904         MOVE "BLACKOUT HOURS" TO REFUSE-REASON
025909         GO TO 6030-EXIT.
025914     IF CAP-MINUTES > ZERO
025919         PERFORM 3600-SUM-TODAY THRU 3600-EXIT
025924         IF MINUTES-TODAY >= CAP-MINUTES
025929             MOVE "DAILY CAP REACHED" TO REFUSE-REASON.
025934 6030-EXIT.
025939     EXIT.
025944 6040-JOIN-LINE.
025949     IF MY-ENTRY > ZERO
025954         DISPLAY "YOU ARE ALREADY IN LINE"
025959         GO TO 6040-EXIT.
025964     IF WAIT-COUNT NOT < 200
025969         DISPLAY "THE WAITLIST IS FULL - NOT PUT IN LINE"
025974         GO TO 6040-EXIT.
025979     ADD 1 TO WAIT-COUNT.
025984     MOVE WAIT-COUNT TO MY-ENTRY.
025989     MOVE SPACES TO WAIT-ENTRY(MY-ENTRY).
025994     MOVE "Q" TO WE-TYPE(MY-ENTRY).
025999     MOVE PLAYER-NAME TO WE-PLAYER(MY-ENTRY).
026004     MOVE WORK-DATE TO WE-DATE(MY-ENTRY).
026009     MOVE ZERO TO WE-SLOT(MY-ENTRY) WE-CALLED-AT(MY-ENTRY).
026014     MOVE TIME-NOW(1:6) TO WE-JOINED(MY-ENTRY).
026019     MOVE "W" TO WE-STATE(MY-ENTRY).
026024     MOVE "Y" TO WAIT-CHANGED.
026029     PERFORM 6350-MY-POSITION THRU 6350-EXIT.
026034     MOVE MY-POSITION TO POS-ED.
026039     DISPLAY "YOU ARE NUMBER " FUNCTION TRIM(POS-ED) " IN LINE - "
026044             "WATCH THE KIOSK FOR YOUR TERMINAL".
026049 6040-EXIT.
026054     EXIT.
026059******************************************************************
026064*  6050-LOAD-WAIT-POLICY - ARCADE.POLICY LINES 4 AND 5 WHEN THEY *
026069*  ARE THERE: HOW MANY BOOKINGS ONE SLOT MAY TAKE, AND THE GRACE *
026074*  PERIOD.  CLOSES THE FILE 1200-LOAD-POLICY OPENED.             *
026079******************************************************************
026084 6050-LOAD-WAIT-POLICY.
026089     READ POLICY-FILE
026094         NOT AT END
026099             IF POLICY-RECORD(1:10) = "TERMINALS "
026104                AND POLICY-RECORD(11:2) IS NUMERIC
026109                AND POLICY-RECORD(11:2) NOT = "00"
026114                 MOVE POLICY-RECORD(11:2) TO TERMINAL-COUNT
026119             END-IF
026124     END-READ.
026129     READ POLICY-FILE
026134         NOT AT END
026139             IF POLICY-RECORD(1:6) = "GRACE "
026144                AND POLICY-RECORD(7:2) IS NUMERIC
026149                 MOVE POLICY-RECORD(7:2) TO GRACE-MINUTES
026154             END-IF
026159     END-READ.
026164     CLOSE POLICY-FILE.
026169 6050-EXIT.
026174     EXIT.
026179******************************************************************
026184*  6100-BOOK-SLOT - OPTION B.  A 15-MINUTE SLOT LATER TODAY, ON  *
026189*  THE QUARTER HOUR.  THE SLOT MUST MISS THE BLACKOUT WINDOW, FIT*
026194*  UNDER THE DAILY CAP WITH THE PLAYER'S OTHER BOOKINGS, AND HAVE*
026199*  ROOM LEFT (ARCADE.POLICY "TERMINALS").  C CANCELS A BOOKING.  *
026204******************************************************************
026209 6100-BOOK-SLOT.
026214     IF PLAYER-NAME = "ANONYMOUS"
026219         DISPLAY "SIGN IN BY NAME TO BOOK A SLOT"
026224         GO TO 6100-EXIT.
026229     PERFORM 6500-LOAD-WAIT THRU 6500-EXIT.
026234     PERFORM 6700-SAVE-WAIT THRU 6700-EXIT.
026239     MOVE ZERO TO SHOWN-COUNT.
026244     PERFORM 6110-SHOW-MINE THRU 6110-EXIT
026249         VARYING WAIT-IX FROM 1 BY 1 UNTIL WAIT-IX > WAIT-COUNT.
026254     IF SHOWN-COUNT = ZERO
026259         DISPLAY "NO SLOTS BOOKED TODAY".
026264     IF WAIT-OVERFLOW = "Y"
026269         DISPLAY "ARCADE.WAIT IS TOO BIG - NOT CHANGED"
026274         GO TO 6100-EXIT.
026279     DISPLAY "SLOT START HHMM, C TO CANCEL, BLANK TO GO BACK: "
026284         WITH NO ADVANCING.
026289     MOVE SPACES TO SLOT-ANSWER.
026294     ACCEPT SLOT-ANSWER.
026299     IF SLOT-ANSWER = SPACES
026304         GO TO 6100-EXIT.
026309     IF SLOT-ANSWER = "C" OR SLOT-ANSWER = "c"
026314         PERFORM 6120-CANCEL-BOOKING THRU 6120-EXIT
026319         GO TO 6100-EXIT.
026324     PERFORM 6130-CHECK-SLOT THRU 6130-EXIT.
026329     IF REFUSE-REASON NOT = SPACES
026334         DISPLAY "NOT BOOKED - " FUNCTION TRIM(REFUSE-REASON)
026339         GO TO 6100-EXIT.
026344     PERFORM 6140-TAKE-SLOT THRU 6140-EXIT.
026349     PERFORM 6700-SAVE-WAIT THRU 6700-EXIT.
026354 6100-EXIT.
026359     EXIT.
026364 6110-SHOW-MINE.
026369     IF WE-IS-BOOKING(WAIT-IX) AND WE-ACTIVE(WAIT-IX)
026374        AND WE-PLAYER(WAIT-IX) = PLAYER-NAME
026379         ADD 1 TO SHOWN-COUNT
026384         MOVE WE-SLOT(WAIT-IX) TO TEST-HHMM
026389         PERFORM 6990-EDIT-CLOCK THRU 6990-EXIT
026394         DISPLAY "YOU HAVE THE SLOT AT " CLOCK-EDIT.
026399 6110-EXIT.
026404     EXIT.
026409 6120-CANCEL-BOOKING.
026414     DISPLAY "CANCEL THE SLOT STARTING AT (HHMM): "
026419         WITH NO ADVANCING.
026424     MOVE SPACES TO SLOT-ANSWER.
026429     ACCEPT SLOT-ANSWER.
026434     IF SLOT-ANSWER IS NOT NUMERIC
026439         DISPLAY "NO SUCH BOOKING"
026444         GO TO 6120-EXIT.
026449     MOVE SLOT-ANSWER TO SLOT-HHMM.
026454     PERFORM 6500-LOAD-WAIT THRU 6500-EXIT.
026459     IF WAIT-OVERFLOW = "Y"
026464         DISPLAY "ARCADE.WAIT IS TOO BIG - NOT CHANGED"
026469         GO TO 6120-EXIT.
026474     MOVE ZERO TO MY-ENTRY.
026479     PERFORM 6125-FIND-BOOKING THRU 6125-EXIT
026484         VARYING WAIT-IX FROM 1 BY 1
026489         UNTIL WAIT-IX > WAIT-COUNT OR MY-ENTRY > ZERO.
026494     IF MY-ENTRY = ZERO
026499         DISPLAY "NO SUCH BOOKING"
026504         GO TO 6120-EXIT.
026509     IF WE-CALLED(MY-ENTRY)
026514         MOVE "D" TO WE-STATE(MY-ENTRY)
026519         MOVE WE-TERMINAL(MY-ENTRY) TO FREE-TERMINAL
026524         MOVE PLAYER-NAME TO SKIP-PLAYER
026529         PERFORM 6800-CALL-NEXT THRU 6800-EXIT
026534     ELSE
026539         MOVE "D" TO WE-STATE(MY-ENTRY).
026544     MOVE "Y" TO WAIT-CHANGED.
026549     PERFORM 6700-SAVE-WAIT THRU 6700-EXIT.
026554     DISPLAY "BOOKING CANCELLED".
026559 6120-EXIT.
026564     EXIT.
026569 6125-FIND-BOOKING.
026574     IF WE-IS-BOOKING(WAIT-IX) AND WE-ACTIVE(WAIT-IX)
026579        AND WE-PLAYER(WAIT-IX) = PLAYER-NAME
026584        AND WE-SLOT(WAIT-IX) = SLOT-HHMM
026589         MOVE WAIT-IX TO MY-ENTRY.
026594 6125-EXIT.
026599     EXIT.
026604******************************************************************
026609*  6130-CHECK-SLOT - THE ANSWER AGAINST THE CLOCK, THE BLACKOUT  *
026614*  WINDOW (THE SLOT MAY NEITHER START INSIDE IT NOR RUN INTO IT),*
026619*  THE DAILY CAP (MINUTES PLAYED TODAY PLUS 15 FOR EVERY BOOKING *
026624*  STILL TO COME, THIS ONE INCLUDED) AND THE ROOM IN THE SLOT.   *
026629*  THE WAITLIST IS RELOADED FIRST SO THE COUNTS ARE CURRENT.     *
026634******************************************************************
026639 6130-CHECK-SLOT.
026644     MOVE SPACES TO REFUSE-REASON.
026649     PERFORM 6500-LOAD-WAIT THRU 6500-EXIT.
026654     IF WAIT-OVERFLOW = "Y"
026659         MOVE "WAITLIST TOO BIG" TO REFUSE-REASON
026664         GO TO 6130-EXIT.
026669     IF SLOT-ANSWER IS NOT NUMERIC
026674         MOVE "NOT A TIME (HHMM)" TO REFUSE-REASON
026679         GO TO 6130-EXIT.
026684     MOVE SLOT-ANSWER TO SLOT-HHMM.
026689     DIVIDE SLOT-HHMM BY 100 GIVING HOUR-WORK
026694         REMAINDER MINUTE-WORK.
026699     IF HOUR-WORK > 23 OR MINUTE-WORK > 59
026704         MOVE "NOT A TIME (HHMM)" TO REFUSE-REASON
026709         GO TO 6130-EXIT.
026714     DIVIDE MINUTE-WORK BY 15 GIVING QUARTER-WORK
026719         REMAINDER MINUTE-WORK.
026724     IF MINUTE-WORK NOT = ZERO
026729         MOVE "NOT ON QUARTER HOUR" TO REFUSE-REASON
026734         GO TO 6130-EXIT.
026739     MOVE SLOT-HHMM TO TEST-HHMM.
026744     PERFORM 6980-HHMM-TO-MINUTE THRU 6980-EXIT.
026749     MOVE TEST-MINUTE TO SLOT-MINUTE.
026754     IF SLOT-MINUTE NOT > NOW-MINUTE
026759         MOVE "SLOT ALREADY STARTED" TO REFUSE-REASON
026764         GO TO 6130-EXIT.
026769     PERFORM 6150-TEST-BLACKOUT THRU 6150-EXIT.
026774     IF TEST-IN-BLACKOUT = "Y"
026779         MOVE "BLACKOUT HOURS" TO REFUSE-REASON
026784         GO TO 6130-EXIT.
026789     IF BLACKOUT-FROM NOT = BLACKOUT-TO
026794         MOVE BLACKOUT-FROM TO TEST-HHMM
026799         PERFORM 6980-HHMM-TO-MINUTE THRU 6980-EXIT
026804         IF TEST-MINUTE > SLOT-MINUTE
026809            AND TEST-MINUTE < SLOT-MINUTE + 15
026814             MOVE "RUNS INTO BLACKOUT" TO REFUSE-REASON
026819             GO TO 6130-EXIT.
026824     MOVE ZERO TO BOOKED-COUNT SLOT-TAKEN MY-ENTRY.
026829     PERFORM 6135-COUNT-ONE THRU 6135-EXIT
026834         VARYING WAIT-IX FROM 1 BY 1 UNTIL WAIT-IX > WAIT-COUNT.
026839     IF MY-ENTRY > ZERO
026844         MOVE "ALREADY BOOKED" TO REFUSE-REASON
026849         GO TO 6130-EXIT.
026854     IF SLOT-TAKEN NOT < TERMINAL-COUNT
026859         MOVE "SLOT IS FULL" TO REFUSE-REASON
026864         GO TO 6130-EXIT.
026869     IF WAIT-COUNT NOT < 200
026874         MOVE "WAITLIST IS FULL" TO REFUSE-REASON
026879         GO TO 6130-EXIT.
026884     IF CAP-MINUTES = ZERO
026889         GO TO 6130-EXIT.
026894     PERFORM 3600-SUM-TODAY THRU 3600-EXIT.
026899     COMPUTE MINUTES-TODAY = MINUTES-TODAY
026904                           + (BOOKED-COUNT + 1) * 15.
026909     IF MINUTES-TODAY > CAP-MINUTES
026914         MOVE MINUTES-TODAY TO ED-5X
026919         DISPLAY FUNCTION TRIM(ED-5X) " MINUTES PLAYED OR BOOKED "
026924                 "AGAINST A CAP OF " CAP-MINUTES
026929         MOVE "OVER THE DAILY CAP" TO REFUSE-REASON.
026934 6130-EXIT.
026939     EXIT.
026944 6135-COUNT-ONE.
026949     IF NOT WE-IS-BOOKING(WAIT-IX)
026954         GO TO 6135-EXIT.
026959     IF WE-PLAYER(WAIT-IX) = PLAYER-NAME AND WE-ACTIVE(WAIT-IX)
026964         IF WE-SLOT(WAIT-IX) = SLOT-HHMM
026969             MOVE WAIT-IX TO MY-ENTRY
026974         ELSE
026979             ADD 1 TO BOOKED-COUNT.
026984     IF WE-SLOT(WAIT-IX) = SLOT-HHMM
026989        AND (WE-ACTIVE(WAIT-IX) OR WE-STATE(WAIT-IX) = "S")
026994         ADD 1 TO SLOT-TAKEN.
026999 6135-EXIT.
027004     EXIT.
027009 6140-TAKE-SLOT.
027014     ADD 1 TO WAIT-COUNT.
027019     MOVE WAIT-COUNT TO MY-ENTRY.
027024     MOVE SPACES TO WAIT-ENTRY(MY-ENTRY).
027029     MOVE "R" TO WE-TYPE(MY-ENTRY).
027034     MOVE PLAYER-NAME TO WE-PLAYER(MY-ENTRY).
027039     MOVE WORK-DATE TO WE-DATE(MY-ENTRY).
027044     MOVE SLOT-HHMM TO WE-SLOT(MY-ENTRY).
027049     MOVE TIME-NOW(1:6) TO WE-JOINED(MY-ENTRY).
027054     MOVE "W" TO WE-STATE(MY-ENTRY).
027059     MOVE ZERO TO WE-CALLED-AT(MY-ENTRY).
027064     MOVE "Y" TO WAIT-CHANGED.
027069     MOVE SLOT-HHMM TO TEST-HHMM.
027074     PERFORM 6990-EDIT-CLOCK THRU 6990-EXIT.
027077     MOVE GRACE-MINUTES TO POS-ED.
027080     DISPLAY "BOOKED " CLOCK-EDIT " - SIGN IN WITHIN "
027083             FUNCTION TRIM(POS-ED)
027086             " MINUTES OF THE START OR LOSE IT".
027089 6140-EXIT.
027094     EXIT.
027099******************************************************************
027104*  6150-TEST-BLACKOUT - IS TEST-HHMM INSIDE THE BLACKOUT WINDOW? *
027109*  THE SAME TEST 3500-CHECK-POLICY MAKES AT LAUNCH.              *
027114******************************************************************
027119 6150-TEST-BLACKOUT.
027124     MOVE "N" TO TEST-IN-BLACKOUT.
027129     IF BLACKOUT-FROM = BLACKOUT-TO
027134         GO TO 6150-EXIT.
027139     IF (BLACKOUT-FROM < BLACKOUT-TO
027144          AND TEST-HHMM >= BLACKOUT-FROM
027149          AND TEST-HHMM < BLACKOUT-TO)
027154      OR (BLACKOUT-FROM > BLACKOUT-TO
027159          AND (TEST-HHMM >= BLACKOUT-FROM
027164               OR TEST-HHMM < BLACKOUT-TO))
027169         MOVE "Y" TO TEST-IN-BLACKOUT.
027174 6150-EXIT.
027179     EXIT.
027184******************************************************************
027189*  6300-SHOW-LINE - WHO HAS BEEN CALLED TO A TERMINAL, WHO IS IN *
027194*  LINE, AND THE BOOKINGS STILL TO COME TODAY.                   *
027199******************************************************************
027204 6300-SHOW-LINE.
027209     DISPLAY "TERMINAL WAITLIST".
027214     MOVE ZERO TO LINE-POSITION SHOWN-COUNT.
027219     PERFORM 6310-SHOW-CALLED THRU 6310-EXIT
027224         VARYING WAIT-IX FROM 1 BY 1 UNTIL WAIT-IX > WAIT-COUNT.
027229     PERFORM 6320-SHOW-WAITING THRU 6320-EXIT
027234         VARYING WAIT-IX FROM 1 BY 1 UNTIL WAIT-IX > WAIT-COUNT.
027239     PERFORM 6330-SHOW-BOOKED THRU 6330-EXIT
027244         VARYING WAIT-IX FROM 1 BY 1 UNTIL WAIT-IX > WAIT-COUNT.
027249     IF SHOWN-COUNT = ZERO
027254         DISPLAY "  NOBODY IS WAITING".
027259 6300-EXIT.
027264     EXIT.
027269 6310-SHOW-CALLED.
027274     IF WE-CALLED(WAIT-IX)
027279         ADD 1 TO SHOWN-COUNT
027284         MOVE WE-CALLED-AT(WAIT-IX) TO TEST-HHMM
027289         PERFORM 6980-HHMM-TO-MINUTE THRU 6980-EXIT
027294         ADD GRACE-MINUTES TO TEST-MINUTE
027299         PERFORM 6985-MINUTE-TO-HHMM THRU 6985-EXIT
027304         PERFORM 6990-EDIT-CLOCK THRU 6990-EXIT
027309         DISPLAY "  CALLED  " WE-PLAYER(WAIT-IX) " TO "
027314                 WE-TERMINAL(WAIT-IX) " UNTIL " CLOCK-EDIT.
027319 6310-EXIT.
027324     EXIT.
027329 6320-SHOW-WAITING.
027334     IF WE-IS-QUEUE(WAIT-IX) AND WE-WAITING(WAIT-IX)
027339         ADD 1 TO SHOWN-COUNT
027344         ADD 1 TO LINE-POSITION
027349         MOVE LINE-POSITION TO POS-ED
027354         DIVIDE WE-JOINED(WAIT-IX) BY 100 GIVING TEST-HHMM
027359         PERFORM 6990-EDIT-CLOCK THRU 6990-EXIT
027364         DISPLAY "  " POS-ED "     " WE-PLAYER(WAIT-IX)
027369                 " IN LINE SINCE " CLOCK-EDIT.
027374 6320-EXIT.
027379     EXIT.
027384 6330-SHOW-BOOKED.
027389     IF WE-IS-BOOKING(WAIT-IX) AND WE-WAITING(WAIT-IX)
027394         ADD 1 TO SHOWN-COUNT
027399         MOVE WE-SLOT(WAIT-IX) TO TEST-HHMM
027404         PERFORM 6990-EDIT-CLOCK THRU 6990-EXIT
027409         IF WE-SLOT(WAIT-IX) > NOW-HHMM
027414             DISPLAY "  BOOKED  " WE-PLAYER(WAIT-IX)
027419                     " FOR " CLOCK-EDIT
027424         ELSE
027429             DISPLAY "  DUE     " WE-PLAYER(WAIT-IX)
027434                     " BOOKED " CLOCK-EDIT.
027439 6330-EXIT.
027444     EXIT.
027449 6350-MY-POSITION.
027454     MOVE ZERO TO MY-POSITION LINE-POSITION.
027459     PERFORM 6355-ONE-POSITION THRU 6355-EXIT
027464         VARYING WAIT-IX FROM 1 BY 1
027469         UNTIL WAIT-IX > WAIT-COUNT OR MY-POSITION > ZERO.
027474 6350-EXIT.
027479     EXIT.
027484 6355-ONE-POSITION.
027489     IF WE-IS-QUEUE(WAIT-IX) AND WE-WAITING(WAIT-IX)
027494         ADD 1 TO LINE-POSITION
027499         IF WE-PLAYER(WAIT-IX) = PLAYER-NAME
027504             MOVE LINE-POSITION TO MY-POSITION.
027509 6355-EXIT.
027514     EXIT.
027519******************************************************************
027524*  6400-CHECK-HOLD - AT LAUNCH: IS THIS TERMINAL BEING HELD FOR A*
027529*  PLAYER WHO HAS BEEN CALLED TO IT?                             *
027534******************************************************************
027539 6400-CHECK-HOLD.
027544     PERFORM 6500-LOAD-WAIT THRU 6500-EXIT.
027549     PERFORM 6700-SAVE-WAIT THRU 6700-EXIT.
027554     PERFORM 6450-FIND-HOLD THRU 6450-EXIT.
027559     IF HELD-FOR NOT = SPACES
027564         MOVE HELD-UNTIL TO TEST-HHMM
027569         PERFORM 6990-EDIT-CLOCK THRU 6990-EXIT
027574         DISPLAY "THIS TERMINAL IS HELD FOR "
027579                 FUNCTION TRIM(HELD-FOR) " UNTIL " CLOCK-EDIT.
027584 6400-EXIT.
027589     EXIT.
027594 6450-FIND-HOLD.
027599     MOVE SPACES TO HELD-FOR.
027604     PERFORM 6455-ONE-HOLD THRU 6455-EXIT
027609         VARYING WAIT-IX FROM 1 BY 1 UNTIL WAIT-IX > WAIT-COUNT.
027614 6450-EXIT.
027619     EXIT.
027624 6455-ONE-HOLD.
027629     IF WE-CALLED(WAIT-IX)
027634        AND WE-TERMINAL(WAIT-IX) = TERMINAL-NAME
027639        AND WE-PLAYER(WAIT-IX) NOT = PLAYER-NAME
027644         MOVE WE-PLAYER(WAIT-IX) TO HELD-FOR
027649         MOVE WE-CALLED-AT(WAIT-IX) TO TEST-HHMM
027654         PERFORM 6980-HHMM-TO-MINUTE THRU 6980-EXIT
027659         ADD GRACE-MINUTES TO TEST-MINUTE
027664         PERFORM 6985-MINUTE-TO-HHMM THRU 6985-EXIT
027669         MOVE TEST-HHMM TO HELD-UNTIL.
027674 6455-EXIT.
027679     EXIT.
027684******************************************************************
027689*  6500-LOAD-WAIT - TODAY'S ENTRIES FROM ARCADE.WAIT INTO THE    *
027694*  TABLE (EARLIER DAYS ARE DROPPED AT THE NEXT REWRITE), THEN THE*
027699*  NO-SHOW SWEEP.  A FILE TOO BIG FOR THE TABLE IS NEVER SAVED.  *
027704******************************************************************
027709 6500-LOAD-WAIT.
027714     MOVE ZERO TO WAIT-COUNT.
027719     MOVE "N" TO WAIT-OVERFLOW.
027724     MOVE "N" TO WAIT-CHANGED.
027729     MOVE "N" TO WAIT-EOF-SW.
027734     ACCEPT WORK-DATE FROM DATE YYYYMMDD.
027739     ACCEPT TIME-NOW FROM TIME.
027744     MOVE TIME-NOW(1:4) TO NOW-HHMM.
027749     COMPUTE NOW-MINUTE = TN-HH * 60 + TN-MM.
027754     OPEN INPUT WAIT-FILE.
027759     IF WAIT-STATUS NOT = "00"
027764         IF WAIT-STATUS = "05"
027769             CLOSE WAIT-FILE
027774         END-IF
027779         GO TO 6500-EXIT.
027784     PERFORM 6550-ONE-WAIT THRU 6550-EXIT
027789         UNTIL WAIT-EOF-SW = "Y".
027794     CLOSE WAIT-FILE.
027799     IF WAIT-OVERFLOW NOT = "Y"
027804         PERFORM 6600-SWEEP-ONE THRU 6600-EXIT
027809             VARYING WAIT-IX FROM 1 BY 1
027814             UNTIL WAIT-IX > WAIT-COUNT.
027819 6500-EXIT.
027824     EXIT.
027829 6550-ONE-WAIT.
027834     READ WAIT-FILE
027839         AT END MOVE "Y" TO WAIT-EOF-SW
027844         NOT AT END
027849             IF WAIT-RECORD(16:8) NOT = WORK-DATE
027854                 MOVE "Y" TO WAIT-CHANGED
027859             ELSE
027864                 IF WAIT-COUNT < 200
027869                     ADD 1 TO WAIT-COUNT
027874                     MOVE WAIT-RECORD TO WAIT-ENTRY(WAIT-COUNT)
027879                 ELSE
027884                     MOVE "Y" TO WAIT-OVERFLOW
027889                 END-IF
027894             END-IF
027899     END-READ.
027904 6550-EXIT.
027909     EXIT.
027914******************************************************************
027919*  6600-SWEEP-ONE - A PLAYER CALLED TO A TERMINAL WHO HAS NOT    *
027924*  SIGNED IN WITHIN THE GRACE PERIOD LOSES THE TURN, AND THE     *
027929*  TERMINAL GOES TO WHOEVER IS NEXT.  A BOOKING NOBODY SHOWED UP *
027934*  FOR WITHIN THE GRACE PERIOD OF ITS START IS LOST THE SAME WAY.*
027939******************************************************************
027944 6600-SWEEP-ONE.
027949     IF NOT WE-ACTIVE(WAIT-IX)
027954         GO TO 6600-EXIT.
027959     IF WE-IS-QUEUE(WAIT-IX) AND WE-WAITING(WAIT-IX)
027964         GO TO 6600-EXIT.
027969     IF WE-CALLED(WAIT-IX)
027974         MOVE WE-CALLED-AT(WAIT-IX) TO TEST-HHMM
027979     ELSE
027984         MOVE WE-SLOT(WAIT-IX) TO TEST-HHMM.
027989     PERFORM 6980-HHMM-TO-MINUTE THRU 6980-EXIT.
027994     IF NOW-MINUTE < TEST-MINUTE + GRACE-MINUTES
027999         GO TO 6600-EXIT.
028004     MOVE "Y" TO WAIT-CHANGED.
028009     IF WE-CALLED(WAIT-IX)
028014         MOVE "X" TO WE-STATE(WAIT-IX)
028019         MOVE WE-TERMINAL(WAIT-IX) TO FREE-TERMINAL
028024         MOVE WE-PLAYER(WAIT-IX) TO SKIP-PLAYER
028029         PERFORM 6800-CALL-NEXT THRU 6800-EXIT
028034     ELSE
028039         MOVE "X" TO WE-STATE(WAIT-IX).
028044 6600-EXIT.
028049     EXIT.
028054******************************************************************
028059*  6700-SAVE-WAIT - ARCADE.WAIT WRITTEN BACK, ONLY WHEN SOMETHING*
028064*  CHANGED.                                                      *
028069******************************************************************
028074 6700-SAVE-WAIT.
028079     IF WAIT-CHANGED NOT = "Y" OR WAIT-OVERFLOW = "Y"
028084         GO TO 6700-EXIT.
028089     OPEN OUTPUT WAIT-FILE.
028094     IF WAIT-STATUS NOT = "00" AND WAIT-STATUS NOT = "05"
028099         DISPLAY "WARNING: COULD NOT REWRITE ARCADE.WAIT"
028104         GO TO 6700-EXIT.
028109     PERFORM 6750-SAVE-ONE THRU 6750-EXIT
028114         VARYING WAIT-IX FROM 1 BY 1 UNTIL WAIT-IX > WAIT-COUNT.
028119     CLOSE WAIT-FILE.
028124     MOVE "N" TO WAIT-CHANGED.
028129 6700-EXIT.
028134     EXIT.
028139 6750-SAVE-ONE.
028144     WRITE WAIT-RECORD FROM WAIT-ENTRY(WAIT-IX).
028149 6750-EXIT.
028154     EXIT.
028159******************************************************************
028164*  6800-CALL-NEXT - FREE-TERMINAL GOES TO WHOEVER IS NEXT: FIRST *
028169*  A BOOKING WHOSE SLOT HAS COME, THEN THE FRONT OF THE LINE.    *
028174*  THE TERMINAL IS HELD FOR THEM FOR THE GRACE PERIOD, AND THE   *
028179*  KIOSK SHOWS THE CALL.  SKIP-PLAYER IS NEVER CALLED.           *
028184******************************************************************
028189 6800-CALL-NEXT.
028194     PERFORM 6805-FIND-NEXT THRU 6805-EXIT.
028199     IF CALL-HIT = ZERO
028204         GO TO 6800-EXIT.
028209     MOVE "C" TO WE-STATE(CALL-HIT).
028214     MOVE NOW-HHMM TO WE-CALLED-AT(CALL-HIT).
028219     MOVE FREE-TERMINAL TO WE-TERMINAL(CALL-HIT).
028224     MOVE "Y" TO WAIT-CHANGED.
028229 6800-EXIT.
028234     EXIT.
028239 6805-FIND-NEXT.
028244     MOVE ZERO TO CALL-HIT.
028249     PERFORM 6810-ONE-BOOKING THRU 6810-EXIT
028254         VARYING CALL-IX FROM 1 BY 1
028259         UNTIL CALL-IX > WAIT-COUNT OR CALL-HIT > ZERO.
028264     IF CALL-HIT = ZERO
028269         PERFORM 6820-ONE-QUEUED THRU 6820-EXIT
028274             VARYING CALL-IX FROM 1 BY 1
028279             UNTIL CALL-IX > WAIT-COUNT OR CALL-HIT > ZERO.
028284 6805-EXIT.
028289     EXIT.
028294 6810-ONE-BOOKING.
028299     IF WE-IS-BOOKING(CALL-IX) AND WE-WAITING(CALL-IX)
028304        AND WE-SLOT(CALL-IX) NOT > NOW-HHMM
028309        AND WE-PLAYER(CALL-IX) NOT = SKIP-PLAYER
028314         MOVE CALL-IX TO CALL-HIT.
028319 6810-EXIT.
028324     EXIT.
028329 6820-ONE-QUEUED.
028334     IF WE-IS-QUEUE(CALL-IX) AND WE-WAITING(CALL-IX)
028339        AND WE-PLAYER(CALL-IX) NOT = SKIP-PLAYER
028344         MOVE CALL-IX TO CALL-HIT.
028349 6820-EXIT.
028354     EXIT.
028359******************************************************************
028364*  6900-SIGN-IN-NOTICE - A PLAYER WHOSE TURN OR BOOKING HAS COME *
028369*  TAKES THIS TERMINAL, UNLESS IT IS HELD FOR SOMEONE ELSE; A    *
028374*  TURN CALLED TO ANOTHER TERMINAL PASSES THAT ONE ON.  EVERYONE *
028379*  IS THEN TOLD WHO IS NEXT FOR A TERMINAL.                      *
028384******************************************************************
028389 6900-SIGN-IN-NOTICE.
028394     PERFORM 6500-LOAD-WAIT THRU 6500-EXIT.
028399     PERFORM 6450-FIND-HOLD THRU 6450-EXIT.
028404     IF HELD-FOR NOT = SPACES
028409         MOVE HELD-UNTIL TO TEST-HHMM
028414         PERFORM 6990-EDIT-CLOCK THRU 6990-EXIT
028419         DISPLAY "THIS TERMINAL IS HELD FOR "
028424                 FUNCTION TRIM(HELD-FOR) " UNTIL " CLOCK-EDIT
028429     ELSE
028434         IF PLAYER-NAME NOT = "ANONYMOUS"
028439             PERFORM 6910-SEAT-ONE THRU 6910-EXIT
028444                 VARYING WAIT-IX FROM 1 BY 1
028449                 UNTIL WAIT-IX > WAIT-COUNT
028454         END-IF
028459     END-IF.
028464     PERFORM 6920-TELL-NEXT THRU 6920-EXIT.
028469     PERFORM 6700-SAVE-WAIT THRU 6700-EXIT.
028474 6900-EXIT.
028479     EXIT.
028484 6910-SEAT-ONE.
028489     IF WE-PLAYER(WAIT-IX) NOT = PLAYER-NAME
028494        OR NOT WE-ACTIVE(WAIT-IX)
028499         GO TO 6910-EXIT.
028504     IF WE-IS-BOOKING(WAIT-IX)
028509        AND WE-SLOT(WAIT-IX) > NOW-HHMM
028514         MOVE WE-SLOT(WAIT-IX) TO TEST-HHMM
028519         PERFORM 6990-EDIT-CLOCK THRU 6990-EXIT
028524         DISPLAY "YOU HAVE A SLOT BOOKED AT " CLOCK-EDIT
028529         GO TO 6910-EXIT.
028534     MOVE "Y" TO WAIT-CHANGED.
028539     IF WE-CALLED(WAIT-IX)
028544        AND WE-TERMINAL(WAIT-IX) NOT = TERMINAL-NAME
028549         MOVE "S" TO WE-STATE(WAIT-IX)
028554         MOVE WE-TERMINAL(WAIT-IX) TO FREE-TERMINAL
028559         MOVE PLAYER-NAME TO SKIP-PLAYER
028564         PERFORM 6800-CALL-NEXT THRU 6800-EXIT
028569     ELSE
028574         MOVE "S" TO WE-STATE(WAIT-IX).
028579     MOVE TERMINAL-NAME TO WE-TERMINAL(WAIT-IX).
028584     DISPLAY "YOUR TURN HAS COME - THIS TERMINAL IS YOURS".
028589 6910-EXIT.
028594     EXIT.
028599 6920-TELL-NEXT.
028604     MOVE SPACES TO SKIP-PLAYER.
028609     PERFORM 6805-FIND-NEXT THRU 6805-EXIT.
028614     IF CALL-HIT = ZERO
028619         GO TO 6920-EXIT.
028624     IF WE-PLAYER(CALL-HIT) = PLAYER-NAME
028629         DISPLAY "YOU ARE NEXT FOR A TERMINAL - WATCH THE KIOSK"
028634         GO TO 6920-EXIT.
028639     DISPLAY "NEXT FOR A TERMINAL: "
028644             FUNCTION TRIM(WE-PLAYER(CALL-HIT)).
028649     PERFORM 6350-MY-POSITION THRU 6350-EXIT.
028654     IF MY-POSITION > ZERO
028659         MOVE MY-POSITION TO POS-ED
028664         DISPLAY "YOU ARE NUMBER " FUNCTION TRIM(POS-ED)
028669                 " IN LINE".
028674 6920-EXIT.
028679     EXIT.
028684******************************************************************
028689*  6950-RELEASE-TERMINAL - THE PLAYER IS LEAVING, SO THIS        *
028694*  TERMINAL GOES TO WHOEVER IS NEXT, UNLESS IT IS ALREADY HELD.  *
028699******************************************************************
028704 6950-RELEASE-TERMINAL.
028709     PERFORM 6500-LOAD-WAIT THRU 6500-EXIT.
028714     PERFORM 6450-FIND-HOLD THRU 6450-EXIT.
028719     IF HELD-FOR = SPACES
028724         MOVE TERMINAL-NAME TO FREE-TERMINAL
028729         MOVE PLAYER-NAME TO SKIP-PLAYER
028734         PERFORM 6800-CALL-NEXT THRU 6800-EXIT
028739         IF CALL-HIT > ZERO
028744             DISPLAY "THIS TERMINAL NOW GOES TO "
028749                     FUNCTION TRIM(WE-PLAYER(CALL-HIT))
028754         END-IF
028759     END-IF.
028764     PERFORM 6700-SAVE-WAIT THRU 6700-EXIT.
028769 6950-EXIT.
028774     EXIT.
028779******************************************************************
028784*  6960-WAITING-NOTE - AFTER EACH GAME, A NUDGE WHEN OTHERS ARE  *
028789*  WAITING FOR A TERMINAL.                                       *
028794******************************************************************
028799 6960-WAITING-NOTE.
028804     PERFORM 6500-LOAD-WAIT THRU 6500-EXIT.
028809     PERFORM 6700-SAVE-WAIT THRU 6700-EXIT.
028814     MOVE ZERO TO LINE-POSITION.
028819     PERFORM 6965-ONE-WAITING THRU 6965-EXIT
028824         VARYING WAIT-IX FROM 1 BY 1 UNTIL WAIT-IX > WAIT-COUNT.
028829     IF LINE-POSITION > ZERO
028834         MOVE LINE-POSITION TO POS-ED
028839         DISPLAY FUNCTION TRIM(POS-ED)
028844                 " WAITING FOR A TERMINAL - "
028849                 "PLEASE QUIT (Q) WHEN YOU ARE DONE".
028854 6960-EXIT.
028859     EXIT.
028864 6965-ONE-WAITING.
028869     IF WE-WAITING(WAIT-IX)
028874        AND WE-PLAYER(WAIT-IX) NOT = PLAYER-NAME
028879        AND (WE-IS-QUEUE(WAIT-IX)
028884             OR WE-SLOT(WAIT-IX) NOT > NOW-HHMM)
028889         ADD 1 TO LINE-POSITION.
028894 6965-EXIT.
028899     EXIT.
028904******************************************************************
028909*  6980 THRU 6990 - CLOCK ARITHMETIC: HHMM TO MINUTES SINCE      *
028914*  MIDNIGHT AND BACK, AND HHMM EDITED AS HH:MM.                  *
028919******************************************************************
028924 6980-HHMM-TO-MINUTE.
028929     DIVIDE TEST-HHMM BY 100 GIVING HOUR-WORK
028934         REMAINDER MINUTE-WORK.
028939     COMPUTE TEST-MINUTE = HOUR-WORK * 60 + MINUTE-WORK.
028944 6980-EXIT.
028949     EXIT.
028954 6985-MINUTE-TO-HHMM.
028959     IF TEST-MINUTE > 1439
028964         MOVE 1439 TO TEST-MINUTE.
028969     DIVIDE TEST-MINUTE BY 60 GIVING HOUR-WORK
028974         REMAINDER MINUTE-WORK.
028979     COMPUTE TEST-HHMM = HOUR-WORK * 100 + MINUTE-WORK.
028984 6985-EXIT.
028989     EXIT.
028994 6990-EDIT-CLOCK.
028999     DIVIDE TEST-HHMM BY 100 GIVING CE-HH REMAINDER CE-MM.
029004 6990-EXIT.
029009     EXIT.
031000 END PROGRAM ARCADE.
