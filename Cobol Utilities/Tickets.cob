000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TICKETS.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  TICKETS - THE OPS REQUEST QUEUE.  READER OPENS A TICKET (VIA  *
000900*  TKTOPEN) FOR EVERY NEW CONVERSATION MAILED TO THE OPS INBOX   *
001000*  THAT IS NOT A MAILBOX COMMAND, ACKNOWLEDGES IT WITH THE       *
001100*  TICKET NUMBER, AND ATTACHES REPLIES QUOTING THAT NUMBER.  THIS*
001200*  SCREEN IS WHERE THE OPERATORS WORK THE QUEUE:                 *
001300*    L - LIST THE OPEN TICKETS                                   *
001400*    S - SHOW ONE TICKET WITH ALL OF ITS NOTES                   *
001500*    A - ASSIGN A TICKET TO AN OPERATOR                          *
001600*    U - UPDATE A TICKET WITH A NOTE                             *
001700*    C - CLOSE A TICKET (A RESOLUTION IS REQUIRED)               *
001800*    R - PRINT THE OPEN-TICKET AGING REPORT (TICKET.RPT)         *
001900*                                                                *
002000*  RUN IN MODE R THE PROGRAM JUST WRITES THE AGING REPORT AND    *
002100*  ENDS - THAT IS THE DAILY RUN.  THE REPORT LISTS EVERY OPEN    *
002200*  TICKET OLDEST FIRST WITH ITS AGE IN DAYS, WHO HAS IT, HOW     *
002300*  MANY MESSAGES IT HAS HAD AND WHEN IT LAST MOVED, THEN COUNTS  *
002400*  THEM BY AGE (UNDER 1 DAY, 1-3, 3-7, OVER 7) AND UNASSIGNED.   *
002500*                                                                *
002600*  TICKET.DAT LAYOUT IS AS TKTOPEN DOCUMENTS IT.  NOTES ARE      *
002700*  APPENDED TO TICKET.NTS AND NEVER REWRITTEN.  WHEN THE QUEUE   *
002800*  IS SAVED, TICKETS CLOSED MORE THAN 30 DAYS AGO MOVE TO        *
002900*  TICKET.HST (THE NEWEST TICKET ALWAYS STAYS, SO THE NUMBERING  *
003000*  CARRIES ON).  A CHANGE RELOADS THE QUEUE JUST BEFORE IT IS    *
003100*  SAVED, SO TICKETS, REPLIES AND REOPENS READER RECORDS WHILE   *
003200*  THE SCREEN IS UP ARE NOT LOST.  THE OPERATOR ID COMES FROM    *
003300*  THE ENVIRONMENT AS FOR THE INCIDENT LOG.                      *
003400******************************************************************
003500*  MODIFICATION HISTORY                                          *
003600*  10/15/26 OSG  INITIAL VERSION.                                *
003633*  10/15/26 OSG  ASSIGN, UPDATE AND CLOSE RELOAD THE QUEUE AFTER *
003666*                THE OPERATOR HAS TYPED.                         *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL TICKET-FILE ASSIGN TO "TICKET.DAT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS TICKET-STATUS.
004500     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "TICKET.HST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS HISTORY-STATUS.
004800     SELECT OPTIONAL NOTES-FILE ASSIGN TO "TICKET.NTS"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS NOTES-STATUS.
005100     SELECT OPTIONAL REPORT-FILE ASSIGN TO "TICKET.RPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS REPORT-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  TICKET-FILE.
005700 01  TICKET-RECORD           PIC X(221).
005800 FD  HISTORY-FILE.
005900 01  HISTORY-RECORD          PIC X(221).
006000 FD  NOTES-FILE.
006100 01  NOTES-RECORD.
006200     05  NR-ID               PIC 9(06).
006300     05  FILLER              PIC X(01).
006400     05  NR-DATE             PIC 9(08).
006500     05  FILLER              PIC X(01).
006600     05  NR-TIME             PIC 9(06).
006700     05  FILLER              PIC X(01).
006800     05  NR-OPERATOR         PIC X(12).
006900     05  FILLER              PIC X(01).
007000     05  NR-TEXT             PIC X(70).
007100 FD  REPORT-FILE.
007200 01  REPORT-RECORD           PIC X(132).
007300 WORKING-STORAGE SECTION.
007400 77  TICKET-STATUS           PIC X(02).
007500 77  HISTORY-STATUS          PIC X(02).
007600 77  NOTES-STATUS            PIC X(02).
007700 77  REPORT-STATUS           PIC X(02).
007800 77  EOF-SW                  PIC X(01) VALUE "N".
007900     88  FILE-AT-END         VALUE "Y".
008000 77  NOTES-EOF-SW            PIC X(01) VALUE "N".
008100     88  NOTES-AT-END        VALUE "Y".
008200 77  OPERATOR-ID             PIC X(12) VALUE SPACES.
008300 77  RUN-MODE                PIC X(01) VALUE SPACES.
008400 77  MENU-CHOICE             PIC X(01).
008500     88  CHOICE-IS-LIST      VALUE "L" "l".
008600     88  CHOICE-IS-SHOW      VALUE "S" "s".
008700     88  CHOICE-IS-ASSIGN    VALUE "A" "a".
008800     88  CHOICE-IS-UPDATE    VALUE "U" "u".
008900     88  CHOICE-IS-CLOSE     VALUE "C" "c".
009000     88  CHOICE-IS-REPORT    VALUE "R" "r".
009100     88  CHOICE-IS-QUIT      VALUE "Q" "q".
009200******************************************************************
009300*  THE CLOCK, AS MINUTES SINCE THE START OF THE CALENDAR SO AGES *
009400*  CAN BE TAKEN ACROSS MIDNIGHT AND MONTH ENDS.                  *
009500******************************************************************
009600 77  TODAY-YMD               PIC 9(08).
009700 77  NOW-HMS                 PIC 9(06).
009800 01  CLOCK-NOW               PIC 9(08).
009900 77  NOW-MINUTES             PIC 9(11) VALUE ZERO.
010000 77  PURGE-BEFORE            PIC 9(08) VALUE ZERO.
010100 77  CALC-DATE               PIC 9(08).
010200 01  CALC-TIME.
010300     05  CT-HH               PIC 9(02).
010400     05  CT-MM               PIC 9(02).
010500     05  CT-SS               PIC 9(02).
010600 77  CALC-MINUTES            PIC 9(11).
010700 77  AGE-MINUTES             PIC 9(11).
010800 77  AGE-DAYS                PIC 9(05).
010900******************************************************************
011000*  ONE TICKET, AS TKTOPEN WRITES IT, AND THE QUEUE IN MEMORY.    *
011100******************************************************************
011200 01  TICKET-VIEW.
011300     05  TV-ID               PIC 9(06).
011400     05  FILLER              PIC X(01).
011500     05  TV-STATUS           PIC X(01).
011600         88  TV-IS-OPEN      VALUE "O".
011700         88  TV-IS-CLOSED    VALUE "C".
011800     05  FILLER              PIC X(01).
011900     05  TV-MAILBOX          PIC X(12).
012000     05  FILLER              PIC X(01).
012100     05  TV-OPEN-DATE        PIC 9(08).
012200     05  FILLER              PIC X(01).
012300     05  TV-OPEN-TIME        PIC 9(06).
012400     05  FILLER              PIC X(01).
012500     05  TV-SENDER           PIC X(60).
012600     05  FILLER              PIC X(01).
012700     05  TV-SUBJECT          PIC X(60).
012800     05  FILLER              PIC X(01).
012900     05  TV-ASSIGNED         PIC X(12).
013000     05  FILLER              PIC X(01).
013100     05  TV-LAST-DATE        PIC 9(08).
013200     05  FILLER              PIC X(01).
013300     05  TV-LAST-TIME        PIC 9(06).
013400     05  FILLER              PIC X(01).
013500     05  TV-MESSAGES         PIC 9(03).
013600     05  FILLER              PIC X(01).
013700     05  TV-CLOSE-DATE       PIC 9(08).
013800     05  FILLER              PIC X(01).
013900     05  TV-CLOSE-TIME       PIC 9(06).
014000     05  FILLER              PIC X(01).
014100     05  TV-CLOSE-BY         PIC X(12).
014200 01  TICKET-TABLE.
014300     05  TICKET-LINE OCCURS 500 TIMES PIC X(221).
014400 77  TICKET-COUNT            PIC 9(03) VALUE ZERO.
014500 77  TK-IX                   PIC 9(03).
014600 77  HIT-IX                  PIC 9(03).
014700 77  LOG-OVERFLOW            PIC X(01) VALUE "N".
014800 77  SECTION-COUNT           PIC 9(03).
014900 77  PURGED-COUNT            PIC 9(03).
015000******************************************************************
015100*  AGING REPORT COUNTERS.                                        *
015200******************************************************************
015300 77  AGED-UNDER-1            PIC 9(03) VALUE ZERO.
015400 77  AGED-1-TO-3             PIC 9(03) VALUE ZERO.
015500 77  AGED-3-TO-7             PIC 9(03) VALUE ZERO.
015600 77  AGED-OVER-7             PIC 9(03) VALUE ZERO.
015700 77  AGED-UNASSIGNED         PIC 9(03) VALUE ZERO.
015800******************************************************************
015900*  THE OPERATOR'S ENTRIES.                                       *
016000******************************************************************
016100 77  WANT-ID                 PIC 9(06) VALUE ZERO.
016200 01  ENTRY-TEXT              PIC X(70).
016300 01  ENTRY-OPERATOR          PIC X(12).
016400 01  NOTE-TEXT               PIC X(70).
016500 01  DASHED-DATE             PIC X(10).
016600 01  COLON-TIME              PIC X(05).
016700 77  ED-ID                   PIC Z(5)9.
016800 77  ED-DAYS                 PIC ZZZZ9.
016900 77  ED-COUNT                PIC ZZ9.
017000 01  WHO-HAS-IT              PIC X(12).
017100 01  REPORT-LINE             PIC X(132).
017200 PROCEDURE DIVISION.
017300******************************************************************
017400*  0000-MAINLINE - R = THE DAILY AGING REPORT, ANYTHING ELSE IS  *
017500*  THE MAINTENANCE SCREEN UNTIL THE OPERATOR QUITS.              *
017600******************************************************************
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     DISPLAY "TICKETS - S=SCREEN, R=AGING REPORT (DAILY)?".
018000     ACCEPT RUN-MODE.
018100     MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE.
018200     IF RUN-MODE = "R"
018300         PERFORM 4000-AGING-REPORT THRU 4000-EXIT
018400         STOP RUN.
018500     MOVE ZERO TO SECTION-COUNT.
018600     PERFORM 1010-COUNT-OPEN THRU 1010-EXIT
018700         VARYING TK-IX FROM 1 BY 1
018800         UNTIL TK-IX > TICKET-COUNT.
018900     MOVE SECTION-COUNT TO ED-COUNT.
019000     DISPLAY "TICKET QUEUE - OPERATOR " FUNCTION TRIM(OPERATOR-ID)
019100             ", " ED-COUNT " TICKET(S) OPEN".
019200 0100-MENU-LOOP.
019300     PERFORM 2000-SHOW-MENU THRU 2000-EXIT.
019400     IF CHOICE-IS-QUIT
019500         GO TO 0200-WRAP-UP.
019600     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
019700     IF CHOICE-IS-LIST
019800         PERFORM 3000-LIST-OPEN THRU 3000-EXIT
019900         GO TO 0100-MENU-LOOP.
020000     IF CHOICE-IS-SHOW
020100         PERFORM 3100-SHOW-ONE THRU 3100-EXIT
020200         GO TO 0100-MENU-LOOP.
020300     IF CHOICE-IS-ASSIGN
020400         PERFORM 3200-ASSIGN-ONE THRU 3200-EXIT
020500         GO TO 0100-MENU-LOOP.
020600     IF CHOICE-IS-UPDATE
020700         PERFORM 3300-UPDATE-ONE THRU 3300-EXIT
020800         GO TO 0100-MENU-LOOP.
020900     IF CHOICE-IS-CLOSE
021000         PERFORM 3400-CLOSE-ONE THRU 3400-EXIT
021100         GO TO 0100-MENU-LOOP.
021200     IF CHOICE-IS-REPORT
021300         PERFORM 4000-AGING-REPORT THRU 4000-EXIT
021400         GO TO 0100-MENU-LOOP.
021500     DISPLAY "PLEASE PICK L, S, A, U, C, R OR Q".
021600     GO TO 0100-MENU-LOOP.
021700 0200-WRAP-UP.
021800     DISPLAY "TICKET QUEUE CLOSED".
021900     STOP RUN.
022000******************************************************************
022100*  1000-INITIALIZE - WHO IS AT THE TERMINAL, AND THE QUEUE.      *
022200******************************************************************
022300 1000-INITIALIZE.
022400     DISPLAY "SHOP_OPERATOR" UPON ENVIRONMENT-NAME.
022500     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
022600     IF OPERATOR-ID = SPACES
022700         DISPLAY "USER" UPON ENVIRONMENT-NAME
022800         ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
022900     IF OPERATOR-ID = SPACES
023000         MOVE "UNKNOWN" TO OPERATOR-ID.
023100     MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.
023200     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
023300     PERFORM 1500-LOAD-QUEUE THRU 1500-EXIT.
023400 1000-EXIT.
023500     EXIT.
023600 1010-COUNT-OPEN.
023700     MOVE TICKET-LINE(TK-IX) TO TICKET-VIEW.
023800     IF TV-IS-OPEN
023900         ADD 1 TO SECTION-COUNT.
024000 1010-EXIT.
024100     EXIT.
024200******************************************************************
024300*  1500-LOAD-QUEUE - TICKET.DAT INTO THE TABLE.  A QUEUE TOO BIG *
024400*  FOR THE TABLE IS NEVER SAVED BACK, SO NOTHING IS TRUNCATED.   *
024500******************************************************************
024600 1500-LOAD-QUEUE.
024700     MOVE ZERO TO TICKET-COUNT.
024800     MOVE "N" TO LOG-OVERFLOW.
024900     MOVE "N" TO EOF-SW.
025000     OPEN INPUT TICKET-FILE.
025100     IF TICKET-STATUS NOT = "00"
025200         IF TICKET-STATUS = "05"
025300             CLOSE TICKET-FILE
025400         END-IF
025500         GO TO 1500-EXIT.
025600     PERFORM 1510-ONE-TICKET THRU 1510-EXIT
025700         UNTIL FILE-AT-END.
025800     CLOSE TICKET-FILE.
025900 1500-EXIT.
026000     EXIT.
026100 1510-ONE-TICKET.
026200     READ TICKET-FILE
026300         AT END
026400             MOVE "Y" TO EOF-SW
026500             GO TO 1510-EXIT
026600     END-READ.
026700     IF TICKET-RECORD = SPACES
026800         GO TO 1510-EXIT.
026900     IF TICKET-COUNT >= 500
027000         MOVE "Y" TO LOG-OVERFLOW
027100         GO TO 1510-EXIT.
027200     ADD 1 TO TICKET-COUNT.
027300     MOVE TICKET-RECORD TO TICKET-LINE(TICKET-COUNT).
027400 1510-EXIT.
027500     EXIT.
027600******************************************************************
027700*  1600-SAVE-QUEUE - THE TABLE BACK TO TICKET.DAT, LONG-CLOSED   *
027800*  TICKETS MOVED OUT TO TICKET.HST ON THE WAY.                   *
027900******************************************************************
028000 1600-SAVE-QUEUE.
028100     IF LOG-OVERFLOW = "Y"
028200         DISPLAY "TICKET.DAT HOLDS MORE THAN 500 TICKETS - "
028300                 "NOT SAVED"
028400         GO TO 1600-EXIT.
028500     COMPUTE PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
028600         FUNCTION INTEGER-OF-DATE(TODAY-YMD) - 30).
028700     MOVE ZERO TO PURGED-COUNT.
028800     OPEN OUTPUT TICKET-FILE.
028900     IF TICKET-STATUS NOT = "00" AND TICKET-STATUS NOT = "05"
029000         DISPLAY "CANNOT REWRITE TICKET.DAT, STATUS "
029100                 TICKET-STATUS
029200         GO TO 1600-EXIT.
029300     OPEN EXTEND HISTORY-FILE.
029400     PERFORM 1610-SAVE-ONE THRU 1610-EXIT
029500         VARYING TK-IX FROM 1 BY 1
029600         UNTIL TK-IX > TICKET-COUNT.
029700     CLOSE HISTORY-FILE.
029800     CLOSE TICKET-FILE.
029900     IF PURGED-COUNT > ZERO
030000         MOVE PURGED-COUNT TO ED-COUNT
030100         DISPLAY ED-COUNT " OLD CLOSED TICKET(S) MOVED TO "
030200                 "TICKET.HST".
030300 1600-EXIT.
030400     EXIT.
030500 1610-SAVE-ONE.
030600     MOVE TICKET-LINE(TK-IX) TO TICKET-VIEW.
030700     IF TV-IS-CLOSED
030800        AND TV-CLOSE-DATE < PURGE-BEFORE
030900        AND TK-IX < TICKET-COUNT
031000        AND (HISTORY-STATUS = "00" OR HISTORY-STATUS = "05")
031100         WRITE HISTORY-RECORD FROM TICKET-LINE(TK-IX)
031200         ADD 1 TO PURGED-COUNT
031300         GO TO 1610-EXIT.
031400     WRITE TICKET-RECORD FROM TICKET-LINE(TK-IX).
031500 1610-EXIT.
031600     EXIT.
031700******************************************************************
031800*  1700-STAMP-NOW - TODAY, THE TIME, AND NOW IN MINUTES.         *
031900******************************************************************
032000 1700-STAMP-NOW.
032100     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
032200     ACCEPT CLOCK-NOW FROM TIME.
032300     MOVE CLOCK-NOW(1:6) TO NOW-HMS.
032400     MOVE TODAY-YMD TO CALC-DATE.
032500     MOVE NOW-HMS TO CALC-TIME.
032600     PERFORM 8100-MINUTES-OF THRU 8100-EXIT.
032700     MOVE CALC-MINUTES TO NOW-MINUTES.
032800 1700-EXIT.
032900     EXIT.
033000******************************************************************
033100*  2000-SHOW-MENU - THE WHOLE USER INTERFACE.                    *
033200******************************************************************
033300 2000-SHOW-MENU.
033400     DISPLAY " ".
033500     DISPLAY "*** OPS TICKET QUEUE ***".
033600     DISPLAY "  L - LIST OPEN TICKETS".
033700     DISPLAY "  S - SHOW ONE TICKET AND ITS NOTES".
033800     DISPLAY "  A - ASSIGN A TICKET".
033900     DISPLAY "  U - UPDATE A TICKET".
034000     DISPLAY "  C - CLOSE A TICKET".
034100     DISPLAY "  R - PRINT THE AGING REPORT".
034200     DISPLAY "  Q - QUIT".
034300     DISPLAY "CHOICE: " WITH NO ADVANCING.
034400     MOVE SPACE TO MENU-CHOICE.
034500     ACCEPT MENU-CHOICE.
034600 2000-EXIT.
034700     EXIT.
034800******************************************************************
034900*  3000-LIST-OPEN - ONE LINE PER OPEN TICKET, OLDEST FIRST.      *
035000******************************************************************
035100 3000-LIST-OPEN.
035200     PERFORM 1500-LOAD-QUEUE THRU 1500-EXIT.
035300     MOVE ZERO TO SECTION-COUNT.
035400     PERFORM 3010-LIST-ONE THRU 3010-EXIT
035500         VARYING TK-IX FROM 1 BY 1
035600         UNTIL TK-IX > TICKET-COUNT.
035700     MOVE SECTION-COUNT TO ED-COUNT.
035800     DISPLAY ED-COUNT " TICKET(S) OPEN".
035900 3000-EXIT.
036000     EXIT.
036100 3010-LIST-ONE.
036200     MOVE TICKET-LINE(TK-IX) TO TICKET-VIEW.
036300     IF NOT TV-IS-OPEN
036400         GO TO 3010-EXIT.
036500     ADD 1 TO SECTION-COUNT.
036600     PERFORM 8200-AGE-OF-TICKET THRU 8200-EXIT.
036700     PERFORM 8300-FORMAT-SUMMARY THRU 8300-EXIT.
036800     DISPLAY REPORT-LINE(1:79).
036900 3010-EXIT.
037000     EXIT.
037100******************************************************************
037200*  3100-SHOW-ONE - THE WHOLE TICKET AND EVERY NOTE ON IT.        *
037300******************************************************************
037400 3100-SHOW-ONE.
037500     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
037600     IF HIT-IX = ZERO
037700         GO TO 3100-EXIT.
037800     PERFORM 8200-AGE-OF-TICKET THRU 8200-EXIT.
037900     PERFORM 8300-FORMAT-SUMMARY THRU 8300-EXIT.
038000     DISPLAY REPORT-LINE(1:79).
038100     MOVE TV-OPEN-DATE TO CALC-DATE.
038200     MOVE TV-OPEN-TIME TO CALC-TIME.
038300     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
038400     DISPLAY "  RECEIVED " DASHED-DATE " " COLON-TIME " IN "
038500             FUNCTION TRIM(TV-MAILBOX) " FROM "
038600             FUNCTION TRIM(TV-SENDER).
038700     DISPLAY "  SUBJECT: " FUNCTION TRIM(TV-SUBJECT).
038800     MOVE TV-LAST-DATE TO CALC-DATE.
038900     MOVE TV-LAST-TIME TO CALC-TIME.
039000     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
039100     DISPLAY "  LAST ACTIVITY " DASHED-DATE " " COLON-TIME ", "
039200             TV-MESSAGES " MESSAGE(S)".
039300     IF TV-IS-CLOSED
039400         MOVE TV-CLOSE-DATE TO CALC-DATE
039500         MOVE TV-CLOSE-TIME TO CALC-TIME
039600         PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT
039700         DISPLAY "  CLOSED " DASHED-DATE " " COLON-TIME " BY "
039800                 FUNCTION TRIM(TV-CLOSE-BY).
039900     PERFORM 5000-NOTES-FOR THRU 5000-EXIT.
040000 3100-EXIT.
040100     EXIT.
040200******************************************************************
040300*  3200-ASSIGN-ONE - HAND AN OPEN TICKET TO AN OPERATOR.  BLANK  *
040400*  TAKES IT FOR THE OPERATOR AT THE TERMINAL.                    *
040500******************************************************************
040600 3200-ASSIGN-ONE.
040700     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
040800     IF HIT-IX = ZERO
040900         GO TO 3200-EXIT.
041000     IF NOT TV-IS-OPEN
041100         DISPLAY "TICKET " ED-ID " IS CLOSED"
041200         GO TO 3200-EXIT.
041300     DISPLAY "ASSIGN TO (BLANK = YOURSELF): " WITH NO ADVANCING.
041400     MOVE SPACES TO ENTRY-OPERATOR.
041500     ACCEPT ENTRY-OPERATOR.
041600     MOVE FUNCTION UPPER-CASE(ENTRY-OPERATOR) TO ENTRY-OPERATOR.
041700     IF ENTRY-OPERATOR = SPACES
041800         MOVE OPERATOR-ID TO ENTRY-OPERATOR.
041814     PERFORM 3920-FIND-AGAIN THRU 3920-EXIT.
041828     IF HIT-IX = ZERO
041842         GO TO 3200-EXIT.
041856     IF NOT TV-IS-OPEN
041870         DISPLAY "TICKET " ED-ID " WAS CLOSED MEANWHILE"
041884         GO TO 3200-EXIT.
041900     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
042000     MOVE ENTRY-OPERATOR TO TV-ASSIGNED.
042100     MOVE TODAY-YMD TO TV-LAST-DATE.
042200     MOVE NOW-HMS TO TV-LAST-TIME.
042300     MOVE TICKET-VIEW TO TICKET-LINE(HIT-IX).
042400     PERFORM 1600-SAVE-QUEUE THRU 1600-EXIT.
042500     MOVE SPACES TO NOTE-TEXT.
042600     STRING "ASSIGNED TO " ENTRY-OPERATOR
042700         DELIMITED BY SIZE INTO NOTE-TEXT.
042800     PERFORM 3800-WRITE-NOTE THRU 3800-EXIT.
042900     DISPLAY "TICKET " ED-ID " ASSIGNED TO "
043000             FUNCTION TRIM(ENTRY-OPERATOR).
043100 3200-EXIT.
043200     EXIT.
043300******************************************************************
043400*  3300-UPDATE-ONE - WHAT WAS DONE OR ASKED; THE TICKET STAYS    *
043500*  OPEN AND ITS LAST-ACTIVITY STAMP MOVES ON.                    *
043600******************************************************************
043700 3300-UPDATE-ONE.
043800     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
043900     IF HIT-IX = ZERO
044000         GO TO 3300-EXIT.
044100     DISPLAY "UPDATE: " WITH NO ADVANCING.
044200     MOVE SPACES TO ENTRY-TEXT.
044300     ACCEPT ENTRY-TEXT.
044400     IF ENTRY-TEXT = SPACES
044500         DISPLAY "NOTHING ENTERED - TICKET NOT UPDATED"
044600         GO TO 3300-EXIT.
044625     PERFORM 3920-FIND-AGAIN THRU 3920-EXIT.
044650     IF HIT-IX = ZERO
044675         GO TO 3300-EXIT.
044700     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
044800     IF TV-IS-OPEN
044900         MOVE TODAY-YMD TO TV-LAST-DATE
045000         MOVE NOW-HMS TO TV-LAST-TIME
045100         MOVE TICKET-VIEW TO TICKET-LINE(HIT-IX)
045200         PERFORM 1600-SAVE-QUEUE THRU 1600-EXIT.
045300     MOVE ENTRY-TEXT TO NOTE-TEXT.
045400     PERFORM 3800-WRITE-NOTE THRU 3800-EXIT.
045500     DISPLAY "TICKET " ED-ID " UPDATED".
045600 3300-EXIT.
045700     EXIT.
045800******************************************************************
045900*  3400-CLOSE-ONE - CLOSE AN OPEN TICKET WITH ITS RESOLUTION,    *
046000*  WHICH IS LEFT AS THE LAST NOTE ON THE TICKET.                 *
046100******************************************************************
046200 3400-CLOSE-ONE.
046300     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
046400     IF HIT-IX = ZERO
046500         GO TO 3400-EXIT.
046600     IF NOT TV-IS-OPEN
046700         DISPLAY "TICKET " ED-ID " IS ALREADY CLOSED"
046800         GO TO 3400-EXIT.
046900     DISPLAY "RESOLUTION: " WITH NO ADVANCING.
047000     MOVE SPACES TO ENTRY-TEXT.
047100     ACCEPT ENTRY-TEXT.
047200     IF ENTRY-TEXT = SPACES
047300         DISPLAY "A RESOLUTION IS REQUIRED - TICKET LEFT OPEN"
047400         GO TO 3400-EXIT.
047414     PERFORM 3920-FIND-AGAIN THRU 3920-EXIT.
047428     IF HIT-IX = ZERO
047442         GO TO 3400-EXIT.
047456     IF NOT TV-IS-OPEN
047470         DISPLAY "TICKET " ED-ID " WAS CLOSED MEANWHILE"
047484         GO TO 3400-EXIT.
047500     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
047600     MOVE "C" TO TV-STATUS.
047700     MOVE TODAY-YMD TO TV-CLOSE-DATE TV-LAST-DATE.
047800     MOVE NOW-HMS TO TV-CLOSE-TIME TV-LAST-TIME.
047900     MOVE OPERATOR-ID TO TV-CLOSE-BY.
048000     MOVE TICKET-VIEW TO TICKET-LINE(HIT-IX).
048100     PERFORM 1600-SAVE-QUEUE THRU 1600-EXIT.
048200     MOVE SPACES TO NOTE-TEXT.
048300     STRING "CLOSED - " ENTRY-TEXT
048400         DELIMITED BY SIZE INTO NOTE-TEXT.
048500     PERFORM 3800-WRITE-NOTE THRU 3800-EXIT.
048600     DISPLAY "TICKET " ED-ID " CLOSED".
048700 3400-EXIT.
048800     EXIT.
048900******************************************************************
049000*  3800-WRITE-NOTE - APPEND NOTE-TEXT FOR TICKET TV-ID.          *
049100******************************************************************
049200 3800-WRITE-NOTE.
049300     OPEN EXTEND NOTES-FILE.
049400     IF NOTES-STATUS NOT = "00" AND NOTES-STATUS NOT = "05"
049500         DISPLAY "CANNOT WRITE TICKET.NTS, STATUS "
049600                 NOTES-STATUS
049700         GO TO 3800-EXIT.
049800     MOVE SPACES TO NOTES-RECORD.
049900     MOVE TV-ID TO NR-ID.
050000     MOVE TODAY-YMD TO NR-DATE.
050100     MOVE NOW-HMS TO NR-TIME.
050200     MOVE OPERATOR-ID TO NR-OPERATOR.
050300     MOVE NOTE-TEXT TO NR-TEXT.
050400     WRITE NOTES-RECORD.
050500     CLOSE NOTES-FILE.
050600 3800-EXIT.
050700     EXIT.
050800******************************************************************
050900*  3900-ASK-NUMBER - RELOAD THE QUEUE AND FIND THE TICKET THE    *
051000*  OPERATOR NAMES.  HIT-IX ZERO = NOT FOUND; OTHERWISE THE       *
051100*  TICKET IS IN TICKET-VIEW.                                     *
051200******************************************************************
051300 3900-ASK-NUMBER.
051400     MOVE ZERO TO HIT-IX.
051500     DISPLAY "TICKET NUMBER: " WITH NO ADVANCING.
051600     MOVE ZERO TO WANT-ID.
051700     ACCEPT WANT-ID.
051800     IF WANT-ID = ZERO
051900         GO TO 3900-EXIT.
052000     PERFORM 1500-LOAD-QUEUE THRU 1500-EXIT.
052100     PERFORM 3910-MATCH-ONE THRU 3910-EXIT
052200         VARYING TK-IX FROM 1 BY 1
052300         UNTIL TK-IX > TICKET-COUNT OR HIT-IX > ZERO.
052400     MOVE WANT-ID TO ED-ID.
052500     IF HIT-IX = ZERO
052600         DISPLAY "NO TICKET " ED-ID
052700     ELSE
052800         MOVE TICKET-LINE(HIT-IX) TO TICKET-VIEW.
052900 3900-EXIT.
053000     EXIT.
053100 3910-MATCH-ONE.
053200     MOVE TICKET-LINE(TK-IX) TO TICKET-VIEW.
053300     IF TV-ID = WANT-ID
053400         MOVE TK-IX TO HIT-IX.
053500 3910-EXIT.
053600     EXIT.
053605******************************************************************
053610*  3920-FIND-AGAIN - THE QUEUE RELOADED AFTER THE OPERATOR HAS   *
053615*  TYPED, SO WHAT READER RECORDED IN THE MEANTIME IS KEPT.       *
053620******************************************************************
053625 3920-FIND-AGAIN.
053630     MOVE ZERO TO HIT-IX.
053635     PERFORM 1500-LOAD-QUEUE THRU 1500-EXIT.
053640     PERFORM 3910-MATCH-ONE THRU 3910-EXIT
053645         VARYING TK-IX FROM 1 BY 1
053650         UNTIL TK-IX > TICKET-COUNT OR HIT-IX > ZERO.
053655     IF HIT-IX = ZERO
053660         DISPLAY "TICKET " ED-ID " IS NO LONGER ON FILE"
053665     ELSE
053670         MOVE TICKET-LINE(HIT-IX) TO TICKET-VIEW.
053675 3920-EXIT.
053680     EXIT.
053700******************************************************************
053800*  4000-AGING-REPORT - EVERY OPEN TICKET WITH ITS AGE, THEN THE  *
053900*  COUNTS BY AGE BAND.                                           *
054000******************************************************************
054100 4000-AGING-REPORT.
054200     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
054300     PERFORM 1500-LOAD-QUEUE THRU 1500-EXIT.
054400     OPEN OUTPUT REPORT-FILE.
054500     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
054600         DISPLAY "CANNOT WRITE TICKET.RPT"
054700         GO TO 4000-EXIT.
054800     MOVE ZERO TO SECTION-COUNT AGED-UNDER-1 AGED-1-TO-3
054900                  AGED-3-TO-7 AGED-OVER-7 AGED-UNASSIGNED.
055000     MOVE TODAY-YMD TO CALC-DATE.
055100     MOVE NOW-HMS TO CALC-TIME.
055200     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
055300     MOVE SPACES TO REPORT-LINE.
055400     STRING "OPEN TICKET AGING - " DASHED-DATE " " COLON-TIME
055500         DELIMITED BY SIZE INTO REPORT-LINE.
055600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
055700     MOVE SPACES TO REPORT-LINE.
055800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
055900     MOVE "TICKET" TO REPORT-LINE(1:6).
056000     MOVE " DAYS" TO REPORT-LINE(8:5).
056100     MOVE "ASSIGNED TO" TO REPORT-LINE(15:11).
056200     MOVE "MSG" TO REPORT-LINE(29:3).
056300     MOVE "LAST ACTIVITY" TO REPORT-LINE(35:13).
056400     MOVE "FROM" TO REPORT-LINE(53:4).
056500     MOVE "SUBJECT" TO REPORT-LINE(92:7).
056600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
056700     PERFORM 4100-AGE-ONE THRU 4100-EXIT
056800         VARYING TK-IX FROM 1 BY 1
056900         UNTIL TK-IX > TICKET-COUNT.
057000     IF SECTION-COUNT = ZERO
057100         MOVE "  NO OPEN TICKETS" TO REPORT-LINE
057200         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
057300     MOVE SPACES TO REPORT-LINE.
057400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
057500     MOVE AGED-UNDER-1 TO ED-COUNT.
057600     MOVE SPACES TO REPORT-LINE.
057700     STRING "  UNDER 1 DAY      " ED-COUNT
057800         DELIMITED BY SIZE INTO REPORT-LINE.
057900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
058000     MOVE AGED-1-TO-3 TO ED-COUNT.
058100     MOVE SPACES TO REPORT-LINE.
058200     STRING "  1 TO 3 DAYS      " ED-COUNT
058300         DELIMITED BY SIZE INTO REPORT-LINE.
058400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
058500     MOVE AGED-3-TO-7 TO ED-COUNT.
058600     MOVE SPACES TO REPORT-LINE.
058700     STRING "  3 TO 7 DAYS      " ED-COUNT
058800         DELIMITED BY SIZE INTO REPORT-LINE.
058900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
059000     MOVE AGED-OVER-7 TO ED-COUNT.
059100     MOVE SPACES TO REPORT-LINE.
059200     STRING "  OVER 7 DAYS      " ED-COUNT
059300         DELIMITED BY SIZE INTO REPORT-LINE.
059400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
059500     MOVE SECTION-COUNT TO ED-COUNT.
059600     MOVE SPACES TO REPORT-LINE.
059700     STRING "  TOTAL OPEN       " ED-COUNT
059800         DELIMITED BY SIZE INTO REPORT-LINE.
059900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
060000     MOVE AGED-UNASSIGNED TO ED-COUNT.
060100     MOVE SPACES TO REPORT-LINE.
060200     STRING "  OF THEM UNASSIGNED " ED-COUNT
060300         DELIMITED BY SIZE INTO REPORT-LINE.
060400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
060500     CLOSE REPORT-FILE.
060600     MOVE SECTION-COUNT TO ED-COUNT.
060700     DISPLAY ED-COUNT " OPEN TICKET(S) - AGING REPORT WRITTEN TO "
060800             "TICKET.RPT".
060900 4000-EXIT.
061000     EXIT.
061100 4100-AGE-ONE.
061200     MOVE TICKET-LINE(TK-IX) TO TICKET-VIEW.
061300     IF NOT TV-IS-OPEN
061400         GO TO 4100-EXIT.
061500     ADD 1 TO SECTION-COUNT.
061600     PERFORM 8200-AGE-OF-TICKET THRU 8200-EXIT.
061700     IF AGE-MINUTES < 1440
061800         ADD 1 TO AGED-UNDER-1
061900     ELSE
062000         IF AGE-MINUTES < 4320
062100             ADD 1 TO AGED-1-TO-3
062200         ELSE
062300             IF AGE-MINUTES < 10080
062400                 ADD 1 TO AGED-3-TO-7
062500             ELSE
062600                 ADD 1 TO AGED-OVER-7.
062700     IF TV-ASSIGNED = SPACES
062800         ADD 1 TO AGED-UNASSIGNED.
062900     PERFORM 8400-FORMAT-AGING-LINE THRU 8400-EXIT.
063000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
063100 4100-EXIT.
063200     EXIT.
063300******************************************************************
063400*  5000-NOTES-FOR - EVERY NOTE ON TICKET TV-ID, IN THE ORDER     *
063500*  THEY WERE ADDED.                                              *
063600******************************************************************
063700 5000-NOTES-FOR.
063800     MOVE "N" TO NOTES-EOF-SW.
063900     OPEN INPUT NOTES-FILE.
064000     IF NOTES-STATUS NOT = "00"
064100         IF NOTES-STATUS = "05"
064200             CLOSE NOTES-FILE
064300         END-IF
064400         GO TO 5000-EXIT.
064500     PERFORM 5100-ONE-NOTE THRU 5100-EXIT
064600         UNTIL NOTES-AT-END.
064700     CLOSE NOTES-FILE.
064800 5000-EXIT.
064900     EXIT.
065000 5100-ONE-NOTE.
065100     READ NOTES-FILE
065200         AT END
065300             MOVE "Y" TO NOTES-EOF-SW
065400             GO TO 5100-EXIT
065500     END-READ.
065600     IF NR-ID IS NOT NUMERIC OR NR-ID NOT = TV-ID
065700         GO TO 5100-EXIT.
065800     MOVE NR-DATE TO CALC-DATE.
065900     MOVE NR-TIME TO CALC-TIME.
066000     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
066100     MOVE SPACES TO REPORT-LINE.
066200     STRING "         " DASHED-DATE " " COLON-TIME " "
066300            NR-OPERATOR " " NR-TEXT
066400         DELIMITED BY SIZE INTO REPORT-LINE.
066500     DISPLAY REPORT-LINE(1:110).
066600 5100-EXIT.
066700     EXIT.
066800******************************************************************
066900*  8000-FORMAT-STAMP - CALC-DATE/CALC-TIME AS YYYY-MM-DD HH:MM.  *
067000******************************************************************
067100 8000-FORMAT-STAMP.
067200     MOVE SPACES TO DASHED-DATE COLON-TIME.
067300     STRING CALC-DATE(1:4) "-" CALC-DATE(5:2) "-" CALC-DATE(7:2)
067400         DELIMITED BY SIZE INTO DASHED-DATE.
067500     STRING CALC-TIME(1:2) ":" CALC-TIME(3:2)
067600         DELIMITED BY SIZE INTO COLON-TIME.
067700 8000-EXIT.
067800     EXIT.
067900******************************************************************
068000*  8100-MINUTES-OF - CALC-DATE/CALC-TIME AS MINUTES.             *
068100******************************************************************
068200 8100-MINUTES-OF.
068300     MOVE ZERO TO CALC-MINUTES.
068400     IF CALC-DATE IS NOT NUMERIC OR CALC-DATE < 16010101
068500         GO TO 8100-EXIT.
068600     COMPUTE CALC-MINUTES =
068700         FUNCTION INTEGER-OF-DATE(CALC-DATE) * 1440
068800         + CT-HH * 60 + CT-MM.
068900 8100-EXIT.
069000     EXIT.
069100******************************************************************
069200*  8200-AGE-OF-TICKET - HOW LONG TV-ID HAS BEEN OPEN.            *
069300******************************************************************
069400 8200-AGE-OF-TICKET.
069500     MOVE TV-OPEN-DATE TO CALC-DATE.
069600     MOVE TV-OPEN-TIME TO CALC-TIME.
069700     PERFORM 8100-MINUTES-OF THRU 8100-EXIT.
069800     MOVE ZERO TO AGE-MINUTES.
069900     IF NOW-MINUTES > CALC-MINUTES
070000         COMPUTE AGE-MINUTES = NOW-MINUTES - CALC-MINUTES.
070100     COMPUTE AGE-DAYS = AGE-MINUTES / 1440.
070200 8200-EXIT.
070300     EXIT.
070400******************************************************************
070500*  8300-FORMAT-SUMMARY - ONE LINE FOR A TICKET ON THE SCREEN:    *
070600*  NUMBER, AGE IN DAYS, WHO HAS IT, SUBJECT.                     *
070700******************************************************************
070800 8300-FORMAT-SUMMARY.
070900     MOVE SPACES TO REPORT-LINE.
071000     MOVE TV-ID TO ED-ID.
071100     MOVE AGE-DAYS TO ED-DAYS.
071200     MOVE TV-ASSIGNED TO WHO-HAS-IT.
071300     IF WHO-HAS-IT = SPACES
071400         MOVE "UNASSIGNED" TO WHO-HAS-IT.
071500     IF TV-IS-CLOSED
071600         MOVE "CLOSED" TO WHO-HAS-IT.
071700     STRING ED-ID " " ED-DAYS "D " WHO-HAS-IT " " TV-SUBJECT
071800         DELIMITED BY SIZE INTO REPORT-LINE.
071900 8300-EXIT.
072000     EXIT.
072100******************************************************************
072200*  8400-FORMAT-AGING-LINE - ONE AGING REPORT LINE, UNDER THE     *
072300*  COLUMN HEADINGS 4000 WRITES.                                  *
072400******************************************************************
072500 8400-FORMAT-AGING-LINE.
072600     MOVE SPACES TO REPORT-LINE.
072700     MOVE TV-ID TO ED-ID.
072800     MOVE AGE-DAYS TO ED-DAYS.
072900     MOVE TV-ASSIGNED TO WHO-HAS-IT.
073000     IF WHO-HAS-IT = SPACES
073100         MOVE "UNASSIGNED" TO WHO-HAS-IT.
073200     MOVE TV-LAST-DATE TO CALC-DATE.
073300     MOVE TV-LAST-TIME TO CALC-TIME.
073400     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
073500     MOVE ED-ID TO REPORT-LINE(1:6).
073600     MOVE ED-DAYS TO REPORT-LINE(8:5).
073700     MOVE WHO-HAS-IT TO REPORT-LINE(15:12).
073800     MOVE TV-MESSAGES TO REPORT-LINE(29:3).
073900     MOVE DASHED-DATE TO REPORT-LINE(35:10).
074000     MOVE COLON-TIME TO REPORT-LINE(46:5).
074100     MOVE TV-SENDER(1:38) TO REPORT-LINE(53:38).
074200     MOVE TV-SUBJECT(1:41) TO REPORT-LINE(92:41).
074300 8400-EXIT.
074400     EXIT.
074500 8900-PUT-LINE.
074600     WRITE REPORT-RECORD FROM REPORT-LINE.
074700 8900-EXIT.
074800     EXIT.
074900 END PROGRAM TICKETS.
