000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INCIDENT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  INCIDENT - THE SHOP INCIDENT LOG AND SHIFT HANDOVER.          *
000900*  ALERTMON OPENS AN INCIDENT FOR EVERY TRIGGERED ALERT.CFG RULE *
001000*  AND RUNBOOK FOR EVERY FAILED OR REFUSED STEP (VIA INCOPEN);   *
001100*  THIS MAINTENANCE SCREEN IS WHERE THE OPERATOR RECORDS WHAT    *
001200*  WAS DONE ABOUT THEM:                                          *
001300*    L - LIST THE OPEN INCIDENTS                                 *
001400*    S - SHOW ONE INCIDENT WITH ALL OF ITS NOTES                 *
001500*    O - OPEN AN INCIDENT BY HAND                                *
001600*    N - ADD A NOTE TO AN INCIDENT                               *
001700*    C - CLOSE AN INCIDENT (A CAUSE IS REQUIRED)                 *
001800*    H - PRINT THE SHIFT-HANDOVER REPORT (INCIDENT.RPT)          *
001825*    A - ACKNOWLEDGE AN ALERT, SO ALERTMON STOPS REPEATING IT    *
001850*        (WRITTEN TO ALERT.ACK FOR ITS NEXT RUN)                 *
001900*                                                                *
002000*  THE HANDOVER REPORT LISTS EVERY OPEN INCIDENT WITH ITS NOTES, *
002100*  THE INCIDENTS CLOSED THIS SHIFT, AND EVERYTHING THAT HAS BEEN *
002200*  OPEN MORE THAN 24 HOURS.  THE SHIFT RUNS FROM THE PREVIOUS    *
002300*  HANDOVER (REMEMBERED IN INCIDENT.HND) TO NOW; WITH NO         *
002400*  PREVIOUS HANDOVER IT IS THE LAST 12 HOURS.                    *
002500*                                                                *
002600*  INCIDENT.DAT LAYOUT IS AS INCOPEN DOCUMENTS IT.  NOTES ARE    *
002700*  APPENDED TO INCIDENT.NTS AND NEVER REWRITTEN.  WHEN THE LOG   *
002800*  IS SAVED, INCIDENTS CLOSED MORE THAN 30 DAYS AGO MOVE TO      *
002900*  INCIDENT.HST (THE NEWEST INCIDENT ALWAYS STAYS, SO THE        *
003000*  NUMBERING CARRIES ON).  A CHANGE RELOADS THE LOG JUST BEFORE  *
003100*  IT IS SAVED, SO INCIDENTS OPENED BY THE BATCH WHILE THE       *
003200*  SCREEN IS UP ARE NOT LOST.  THE OPERATOR ID COMES FROM THE    *
003300*  ENVIRONMENT AS FOR THE OPERATOR JOURNAL.                      *
003400******************************************************************
003500*  MODIFICATION HISTORY                                          *
003600*  10/15/26 OSG  INITIAL VERSION.                                *
003650*  10/15/26 OSG  CLOSE RELOADS THE LOG AFTER THE CAUSE IS TYPED. *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS INCIDENT-STATUS.
004500     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "INCIDENT.HST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS HISTORY-STATUS.
004800     SELECT OPTIONAL NOTES-FILE ASSIGN TO "INCIDENT.NTS"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS NOTES-STATUS.
005100     SELECT OPTIONAL HANDOVER-FILE ASSIGN TO "INCIDENT.HND"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS HANDOVER-STATUS.
005400     SELECT OPTIONAL REPORT-FILE ASSIGN TO "INCIDENT.RPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS REPORT-STATUS.
005625     SELECT OPTIONAL ACK-FILE ASSIGN TO "ALERT.ACK"
005650         ORGANIZATION IS LINE SEQUENTIAL
005675         FILE STATUS IS ACK-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  INCIDENT-FILE.
006000 01  INCIDENT-RECORD         PIC X(240).
006100 FD  HISTORY-FILE.
006200 01  HISTORY-RECORD          PIC X(240).
006300 FD  NOTES-FILE.
006400 01  NOTES-RECORD.
006500     05  NR-ID               PIC 9(06).
006600     05  FILLER              PIC X(01).
006700     05  NR-DATE             PIC 9(08).
006800     05  FILLER              PIC X(01).
006900     05  NR-TIME             PIC 9(06).
007000     05  FILLER              PIC X(01).
007100     05  NR-OPERATOR         PIC X(12).
007200     05  FILLER              PIC X(01).
007300     05  NR-TEXT             PIC X(70).
007400 FD  HANDOVER-FILE.
007500 01  HANDOVER-RECORD.
007600     05  HD-DATE             PIC 9(08).
007700     05  FILLER              PIC X(01).
007800     05  HD-TIME             PIC 9(06).
007900     05  FILLER              PIC X(01).
008000     05  HD-OPERATOR         PIC X(12).
008100 FD  REPORT-FILE.
008200 01  REPORT-RECORD           PIC X(132).
008210 FD  ACK-FILE.
008220 01  ACK-RECORD.
008230     05  AK-INCIDENT         PIC 9(06).
008240     05  FILLER              PIC X(01).
008250     05  AK-BY               PIC X(50).
008300 WORKING-STORAGE SECTION.
008400 77  INCIDENT-STATUS         PIC X(02).
008500 77  HISTORY-STATUS          PIC X(02).
008600 77  NOTES-STATUS            PIC X(02).
008700 77  HANDOVER-STATUS         PIC X(02).
008800 77  REPORT-STATUS           PIC X(02).
008850 77  ACK-STATUS              PIC X(02).
008900 77  EOF-SW                  PIC X(01) VALUE "N".
009000     88  FILE-AT-END         VALUE "Y".
009100 77  NOTES-EOF-SW            PIC X(01) VALUE "N".
009200     88  NOTES-AT-END        VALUE "Y".
009300 77  OPERATOR-ID             PIC X(12) VALUE SPACES.
009400 77  NOTES-DEST              PIC X(01) VALUE "D".
009500     88  NOTES-TO-REPORT     VALUE "R".
009600 77  MENU-CHOICE             PIC X(01).
009700     88  CHOICE-IS-LIST      VALUE "L" "l".
009800     88  CHOICE-IS-SHOW      VALUE "S" "s".
009900     88  CHOICE-IS-OPEN      VALUE "O" "o".
010000     88  CHOICE-IS-NOTE      VALUE "N" "n".
010100     88  CHOICE-IS-CLOSE     VALUE "C" "c".
010200     88  CHOICE-IS-HANDOVER  VALUE "H" "h".
010250     88  CHOICE-IS-ACK       VALUE "A" "a".
010300     88  CHOICE-IS-QUIT      VALUE "Q" "q".
010400******************************************************************
010500*  THE CLOCK, AS MINUTES SINCE THE START OF THE CALENDAR SO AGES *
010600*  CAN BE TAKEN ACROSS MIDNIGHT AND MONTH ENDS.                  *
010700******************************************************************
010800 77  TODAY-YMD               PIC 9(08).
010900 77  NOW-HMS                 PIC 9(06).
011000 01  CLOCK-NOW               PIC 9(08).
011100 77  NOW-MINUTES             PIC 9(11) VALUE ZERO.
011200 77  SHIFT-MINUTES           PIC 9(11) VALUE ZERO.
011300 77  PURGE-BEFORE            PIC 9(08) VALUE ZERO.
011400 77  CALC-DATE               PIC 9(08).
011500 01  CALC-TIME.
011600     05  CT-HH               PIC 9(02).
011700     05  CT-MM               PIC 9(02).
011800     05  CT-SS               PIC 9(02).
011900 77  CALC-MINUTES            PIC 9(11).
012000 77  AGE-MINUTES             PIC 9(11).
012100 77  AGE-HOURS               PIC 9(05).
012200 01  SHIFT-FROM-DATE         PIC 9(08).
012300 01  SHIFT-FROM-TIME         PIC 9(06).
012400******************************************************************
012500*  ONE INCIDENT, AS INCOPEN WRITES IT, AND THE LOG IN MEMORY.    *
012600******************************************************************
012700 01  INCIDENT-VIEW.
012800     05  IV-ID               PIC 9(06).
012900     05  FILLER              PIC X(01).
013000     05  IV-STATUS           PIC X(01).
013100         88  IV-IS-OPEN      VALUE "O".
013200         88  IV-IS-CLOSED    VALUE "C".
013300     05  FILLER              PIC X(01).
013400     05  IV-SEVERITY         PIC X(01).
013500     05  FILLER              PIC X(01).
013600     05  IV-SOURCE           PIC X(08).
013700     05  FILLER              PIC X(01).
013800     05  IV-KEY              PIC X(30).
013900     05  FILLER              PIC X(01).
014000     05  IV-OPEN-DATE        PIC 9(08).
014100     05  FILLER              PIC X(01).
014200     05  IV-OPEN-TIME        PIC 9(06).
014300     05  FILLER              PIC X(01).
014400     05  IV-OPEN-BY          PIC X(12).
014500     05  FILLER              PIC X(01).
014600     05  IV-CLOSE-DATE       PIC 9(08).
014700     05  FILLER              PIC X(01).
014800     05  IV-CLOSE-TIME       PIC 9(06).
014900     05  FILLER              PIC X(01).
015000     05  IV-CLOSE-BY         PIC X(12).
015100     05  FILLER              PIC X(01).
015200     05  IV-TITLE            PIC X(70).
015300     05  FILLER              PIC X(01).
015400     05  IV-CAUSE            PIC X(60).
015500 01  INCIDENT-TABLE.
015600     05  INCIDENT-LINE OCCURS 300 TIMES PIC X(240).
015700 77  INCIDENT-COUNT          PIC 9(03) VALUE ZERO.
015800 77  IN-IX                   PIC 9(03).
015900 77  HIT-IX                  PIC 9(03).
016000 77  HIGH-IX                 PIC 9(03).
016100 77  LOG-OVERFLOW            PIC X(01) VALUE "N".
016200 77  SECTION-COUNT           PIC 9(03).
016300 77  PURGED-COUNT            PIC 9(03).
016400******************************************************************
016500*  THE OPERATOR'S ENTRIES.                                       *
016600******************************************************************
016700 77  WANT-ID                 PIC 9(06) VALUE ZERO.
016800 01  ENTRY-TEXT              PIC X(70).
016900 01  ENTRY-SEVERITY          PIC X(01).
017000 01  NOTE-TEXT               PIC X(70).
017100******************************************************************
017200*  INCOPEN'S LINKAGE AREA, LAID OUT EXACTLY AS INCOPEN DECLARES  *
017300*  IT.                                                           *
017400******************************************************************
017500 01  INCOPEN-AREA.
017600     05  INC-SOURCE          PIC X(08).
017700     05  INC-KEY             PIC X(30).
017800     05  INC-SEVERITY        PIC X(01).
017900     05  INC-OPERATOR        PIC X(12).
018000     05  INC-TITLE           PIC X(70).
018100     05  INC-RESULT          PIC X(01).
018200     05  INC-ID              PIC 9(06).
018300 01  DASHED-DATE             PIC X(10).
018400 01  COLON-TIME              PIC X(05).
018500 77  ED-ID                   PIC Z(5)9.
018600 77  ED-HOURS                PIC ZZZZ9.
018700 77  ED-COUNT                PIC ZZ9.
018800 01  REPORT-LINE             PIC X(132).
018900 PROCEDURE DIVISION.
019000******************************************************************
019100*  0000-MAINLINE - MENU LOOP UNTIL THE OPERATOR QUITS.           *
019200******************************************************************
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500 0100-MENU-LOOP.
019600     PERFORM 2000-SHOW-MENU THRU 2000-EXIT.
019700     IF CHOICE-IS-QUIT
019800         GO TO 0200-WRAP-UP.
019900     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
020000     IF CHOICE-IS-LIST
020100         PERFORM 3000-LIST-OPEN THRU 3000-EXIT
020200         GO TO 0100-MENU-LOOP.
020300     IF CHOICE-IS-SHOW
020400         PERFORM 3100-SHOW-ONE THRU 3100-EXIT
020500         GO TO 0100-MENU-LOOP.
020600     IF CHOICE-IS-OPEN
020700         PERFORM 3200-OPEN-BY-HAND THRU 3200-EXIT
020800         GO TO 0100-MENU-LOOP.
020900     IF CHOICE-IS-NOTE
021000         PERFORM 3300-ADD-NOTE THRU 3300-EXIT
021100         GO TO 0100-MENU-LOOP.
021200     IF CHOICE-IS-CLOSE
021300         PERFORM 3400-CLOSE-ONE THRU 3400-EXIT
021400         GO TO 0100-MENU-LOOP.
021500     IF CHOICE-IS-HANDOVER
021600         PERFORM 4000-HANDOVER THRU 4000-EXIT
021700         GO TO 0100-MENU-LOOP.
021725     IF CHOICE-IS-ACK
021750         PERFORM 3500-ACK-ALERT THRU 3500-EXIT
021775         GO TO 0100-MENU-LOOP.
021800     DISPLAY "PLEASE PICK L, S, O, N, C, H, A OR Q".
021900     GO TO 0100-MENU-LOOP.
022000 0200-WRAP-UP.
022100     DISPLAY "INCIDENT LOG CLOSED".
022200     STOP RUN.
022300******************************************************************
022400*  1000-INITIALIZE - WHO IS AT THE TERMINAL.                     *
022500******************************************************************
022600 1000-INITIALIZE.
022700     DISPLAY "SHOP_OPERATOR" UPON ENVIRONMENT-NAME.
022800     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
022900     IF OPERATOR-ID = SPACES
023000         DISPLAY "USER" UPON ENVIRONMENT-NAME
023100         ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
023200     IF OPERATOR-ID = SPACES
023300         MOVE "UNKNOWN" TO OPERATOR-ID.
023400     MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.
023500     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
023600     PERFORM 1500-LOAD-LOG THRU 1500-EXIT.
023700     MOVE ZERO TO SECTION-COUNT.
023800     PERFORM 1010-COUNT-OPEN THRU 1010-EXIT
023900         VARYING IN-IX FROM 1 BY 1
024000         UNTIL IN-IX > INCIDENT-COUNT.
024100     MOVE SECTION-COUNT TO ED-COUNT.
024200     DISPLAY "INCIDENT LOG - OPERATOR " FUNCTION TRIM(OPERATOR-ID)
024300             ", " ED-COUNT " INCIDENT(S) OPEN".
024400 1000-EXIT.
024500     EXIT.
024600 1010-COUNT-OPEN.
024700     MOVE INCIDENT-LINE(IN-IX) TO INCIDENT-VIEW.
024800     IF IV-IS-OPEN
024900         ADD 1 TO SECTION-COUNT.
025000 1010-EXIT.
025100     EXIT.
025200******************************************************************
025300*  1500-LOAD-LOG - INCIDENT.DAT INTO THE TABLE.  A LOG TOO BIG   *
025400*  FOR THE TABLE IS NEVER SAVED BACK, SO NOTHING IS TRUNCATED.   *
025500******************************************************************
025600 1500-LOAD-LOG.
025700     MOVE ZERO TO INCIDENT-COUNT.
025800     MOVE "N" TO LOG-OVERFLOW.
025900     MOVE "N" TO EOF-SW.
026000     OPEN INPUT INCIDENT-FILE.
026100     IF INCIDENT-STATUS NOT = "00"
026200         IF INCIDENT-STATUS = "05"
026300             CLOSE INCIDENT-FILE
026400         END-IF
026500         GO TO 1500-EXIT.
026600     PERFORM 1510-ONE-INCIDENT THRU 1510-EXIT
026700         UNTIL FILE-AT-END.
026800     CLOSE INCIDENT-FILE.
026900 1500-EXIT.
027000     EXIT.
027100 1510-ONE-INCIDENT.
027200     READ INCIDENT-FILE
027300         AT END
027400             MOVE "Y" TO EOF-SW
027500             GO TO 1510-EXIT
027600     END-READ.
027700     IF INCIDENT-RECORD = SPACES
027800         GO TO 1510-EXIT.
027900     IF INCIDENT-COUNT >= 300
028000         MOVE "Y" TO LOG-OVERFLOW
028100         GO TO 1510-EXIT.
028200     ADD 1 TO INCIDENT-COUNT.
028300     MOVE INCIDENT-RECORD TO INCIDENT-LINE(INCIDENT-COUNT).
028400 1510-EXIT.
028500     EXIT.
028600******************************************************************
028700*  1600-SAVE-LOG - THE TABLE BACK TO INCIDENT.DAT, LONG-CLOSED   *
028800*  INCIDENTS MOVED OUT TO INCIDENT.HST ON THE WAY.               *
028900******************************************************************
029000 1600-SAVE-LOG.
029100     IF LOG-OVERFLOW = "Y"
029200         DISPLAY "INCIDENT.DAT HOLDS MORE THAN 300 INCIDENTS - "
029300                 "NOT SAVED"
029400         GO TO 1600-EXIT.
029500     COMPUTE PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
029600         FUNCTION INTEGER-OF-DATE(TODAY-YMD) - 30).
029700     MOVE ZERO TO PURGED-COUNT.
029800     OPEN OUTPUT INCIDENT-FILE.
029900     IF INCIDENT-STATUS NOT = "00" AND INCIDENT-STATUS NOT = "05"
030000         DISPLAY "CANNOT REWRITE INCIDENT.DAT, STATUS "
030100                 INCIDENT-STATUS
030200         GO TO 1600-EXIT.
030300     OPEN EXTEND HISTORY-FILE.
030400     PERFORM 1610-SAVE-ONE THRU 1610-EXIT
030500         VARYING IN-IX FROM 1 BY 1
030600         UNTIL IN-IX > INCIDENT-COUNT.
030700     CLOSE HISTORY-FILE.
030800     CLOSE INCIDENT-FILE.
030900     IF PURGED-COUNT > ZERO
031000         MOVE PURGED-COUNT TO ED-COUNT
031100         DISPLAY ED-COUNT " OLD CLOSED INCIDENT(S) MOVED TO "
031200                 "INCIDENT.HST".
031300 1600-EXIT.
031400     EXIT.
031500 1610-SAVE-ONE.
031600     MOVE INCIDENT-LINE(IN-IX) TO INCIDENT-VIEW.
031700     IF IV-IS-CLOSED
031800        AND IV-CLOSE-DATE < PURGE-BEFORE
031900        AND IN-IX < INCIDENT-COUNT
032000        AND (HISTORY-STATUS = "00" OR HISTORY-STATUS = "05")
032100         WRITE HISTORY-RECORD FROM INCIDENT-LINE(IN-IX)
032200         ADD 1 TO PURGED-COUNT
032300         GO TO 1610-EXIT.
032400     WRITE INCIDENT-RECORD FROM INCIDENT-LINE(IN-IX).
032500 1610-EXIT.
032600     EXIT.
032700******************************************************************
032800*  1700-STAMP-NOW - TODAY, THE TIME, AND NOW IN MINUTES.         *
032900******************************************************************
033000 1700-STAMP-NOW.
033100     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
033200     ACCEPT CLOCK-NOW FROM TIME.
033300     MOVE CLOCK-NOW(1:6) TO NOW-HMS.
033400     MOVE TODAY-YMD TO CALC-DATE.
033500     MOVE NOW-HMS TO CALC-TIME.
033600     PERFORM 8100-MINUTES-OF THRU 8100-EXIT.
033700     MOVE CALC-MINUTES TO NOW-MINUTES.
033800 1700-EXIT.
033900     EXIT.
034000******************************************************************
034100*  2000-SHOW-MENU - THE WHOLE USER INTERFACE.                    *
034200******************************************************************
034300 2000-SHOW-MENU.
034400     DISPLAY " ".
034500     DISPLAY "*** SHOP INCIDENT LOG ***".
034600     DISPLAY "  L - LIST OPEN INCIDENTS".
034700     DISPLAY "  S - SHOW ONE INCIDENT AND ITS NOTES".
034800     DISPLAY "  O - OPEN AN INCIDENT".
034900     DISPLAY "  N - ADD A NOTE".
035000     DISPLAY "  C - CLOSE AN INCIDENT".
035100     DISPLAY "  H - PRINT THE SHIFT-HANDOVER REPORT".
035150     DISPLAY "  A - ACKNOWLEDGE AN ALERT".
035200     DISPLAY "  Q - QUIT".
035300     DISPLAY "CHOICE: " WITH NO ADVANCING.
035400     MOVE SPACE TO MENU-CHOICE.
035500     ACCEPT MENU-CHOICE.
035600 2000-EXIT.
035700     EXIT.
035800******************************************************************
035900*  3000-LIST-OPEN - ONE LINE PER OPEN INCIDENT, OLDEST FIRST.    *
036000******************************************************************
036100 3000-LIST-OPEN.
036200     PERFORM 1500-LOAD-LOG THRU 1500-EXIT.
036300     MOVE ZERO TO SECTION-COUNT.
036400     PERFORM 3010-LIST-ONE THRU 3010-EXIT
036500         VARYING IN-IX FROM 1 BY 1
036600         UNTIL IN-IX > INCIDENT-COUNT.
036700     MOVE SECTION-COUNT TO ED-COUNT.
036800     DISPLAY ED-COUNT " INCIDENT(S) OPEN".
036900 3000-EXIT.
037000     EXIT.
037100 3010-LIST-ONE.
037200     MOVE INCIDENT-LINE(IN-IX) TO INCIDENT-VIEW.
037300     IF NOT IV-IS-OPEN
037400         GO TO 3010-EXIT.
037500     ADD 1 TO SECTION-COUNT.
037600     PERFORM 8200-AGE-OF-INCIDENT THRU 8200-EXIT.
037700     PERFORM 8300-FORMAT-SUMMARY THRU 8300-EXIT.
037800     DISPLAY REPORT-LINE(1:79).
037900 3010-EXIT.
038000     EXIT.
038100******************************************************************
038200*  3100-SHOW-ONE - THE WHOLE INCIDENT AND EVERY NOTE ON IT.      *
038300******************************************************************
038400 3100-SHOW-ONE.
038500     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
038600     IF HIT-IX = ZERO
038700         GO TO 3100-EXIT.
038800     PERFORM 8200-AGE-OF-INCIDENT THRU 8200-EXIT.
038900     PERFORM 8300-FORMAT-SUMMARY THRU 8300-EXIT.
039000     DISPLAY REPORT-LINE(1:79).
039100     MOVE IV-OPEN-DATE TO CALC-DATE.
039200     MOVE IV-OPEN-TIME TO CALC-TIME.
039300     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
039400     DISPLAY "  OPENED " DASHED-DATE " " COLON-TIME " BY "
039500             FUNCTION TRIM(IV-OPEN-BY) " - "
039600             FUNCTION TRIM(IV-SOURCE) " "
039700             FUNCTION TRIM(IV-KEY).
039800     IF IV-IS-CLOSED
039900         MOVE IV-CLOSE-DATE TO CALC-DATE
040000         MOVE IV-CLOSE-TIME TO CALC-TIME
040100         PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT
040200         DISPLAY "  CLOSED " DASHED-DATE " " COLON-TIME " BY "
040300                 FUNCTION TRIM(IV-CLOSE-BY)
040400         DISPLAY "  CAUSE: " FUNCTION TRIM(IV-CAUSE).
040500     MOVE "D" TO NOTES-DEST.
040600     PERFORM 5000-NOTES-FOR THRU 5000-EXIT.
040700 3100-EXIT.
040800     EXIT.
040900******************************************************************
041000*  3200-OPEN-BY-HAND - AN INCIDENT NO ALERT RULE CAUGHT.         *
041100******************************************************************
041200 3200-OPEN-BY-HAND.
041300     DISPLAY "WHAT HAPPENED: " WITH NO ADVANCING.
041400     MOVE SPACES TO ENTRY-TEXT.
041500     ACCEPT ENTRY-TEXT.
041600     IF ENTRY-TEXT = SPACES
041700         DISPLAY "NOTHING ENTERED - NO INCIDENT OPENED"
041800         GO TO 3200-EXIT.
041900     DISPLAY "SEVERITY (A/B/C, BLANK = C): " WITH NO ADVANCING.
042000     MOVE SPACE TO ENTRY-SEVERITY.
042100     ACCEPT ENTRY-SEVERITY.
042200     MOVE FUNCTION UPPER-CASE(ENTRY-SEVERITY) TO ENTRY-SEVERITY.
042300     IF ENTRY-SEVERITY = SPACE
042400         MOVE "C" TO ENTRY-SEVERITY.
042500     MOVE SPACES TO INCOPEN-AREA.
042600     MOVE "MANUAL" TO INC-SOURCE.
042700     STRING OPERATOR-ID DELIMITED BY SPACE
042800            " " TODAY-YMD NOW-HMS
042900         DELIMITED BY SIZE INTO INC-KEY.
043000     MOVE ENTRY-SEVERITY TO INC-SEVERITY.
043100     MOVE OPERATOR-ID TO INC-OPERATOR.
043200     MOVE ENTRY-TEXT TO INC-TITLE.
043300     CALL "INCOPEN" USING INCOPEN-AREA.
043400     IF INC-RESULT = "N"
043500         MOVE INC-ID TO ED-ID
043600         DISPLAY "OPENED INCIDENT " ED-ID.
043700 3200-EXIT.
043800     EXIT.
043900******************************************************************
044000*  3300-ADD-NOTE - WHAT WAS TRIED, WHO WAS CALLED, WHAT CHANGED. *
044100******************************************************************
044200 3300-ADD-NOTE.
044300     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
044400     IF HIT-IX = ZERO
044500         GO TO 3300-EXIT.
044600     DISPLAY "NOTE: " WITH NO ADVANCING.
044700     MOVE SPACES TO ENTRY-TEXT.
044800     ACCEPT ENTRY-TEXT.
044900     IF ENTRY-TEXT = SPACES
045000         DISPLAY "NOTHING ENTERED - NO NOTE ADDED"
045100         GO TO 3300-EXIT.
045200     MOVE ENTRY-TEXT TO NOTE-TEXT.
045300     PERFORM 3800-WRITE-NOTE THRU 3800-EXIT.
045400     DISPLAY "NOTE ADDED".
045500 3300-EXIT.
045600     EXIT.
045700******************************************************************
045800*  3400-CLOSE-ONE - CLOSE AN OPEN INCIDENT WITH ITS CAUSE.  THE  *
045900*  CAUSE IS ALSO LEFT AS THE LAST NOTE ON THE INCIDENT.          *
046000******************************************************************
046100 3400-CLOSE-ONE.
046200     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
046300     IF HIT-IX = ZERO
046400         GO TO 3400-EXIT.
046500     IF NOT IV-IS-OPEN
046600         DISPLAY "INCIDENT " ED-ID " IS ALREADY CLOSED"
046700         GO TO 3400-EXIT.
046800     DISPLAY "CAUSE: " WITH NO ADVANCING.
046900     MOVE SPACES TO ENTRY-TEXT.
047000     ACCEPT ENTRY-TEXT.
047100     IF ENTRY-TEXT = SPACES
047200         DISPLAY "A CAUSE IS REQUIRED - INCIDENT LEFT OPEN"
047300         GO TO 3400-EXIT.
047314     PERFORM 3920-FIND-AGAIN THRU 3920-EXIT.
047328     IF HIT-IX = ZERO
047342         GO TO 3400-EXIT.
047356     IF NOT IV-IS-OPEN
047370         DISPLAY "INCIDENT " ED-ID " WAS CLOSED MEANWHILE"
047384         GO TO 3400-EXIT.
047400     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
047500     MOVE "C" TO IV-STATUS.
047600     MOVE TODAY-YMD TO IV-CLOSE-DATE.
047700     MOVE NOW-HMS TO IV-CLOSE-TIME.
047800     MOVE OPERATOR-ID TO IV-CLOSE-BY.
047900     MOVE ENTRY-TEXT(1:60) TO IV-CAUSE.
048000     MOVE INCIDENT-VIEW TO INCIDENT-LINE(HIT-IX).
048100     PERFORM 1600-SAVE-LOG THRU 1600-EXIT.
048200     MOVE SPACES TO NOTE-TEXT.
048300     STRING "CLOSED - " ENTRY-TEXT
048400         DELIMITED BY SIZE INTO NOTE-TEXT.
048500     PERFORM 3800-WRITE-NOTE THRU 3800-EXIT.
048600     DISPLAY "INCIDENT " ED-ID " CLOSED".
048700 3400-EXIT.
048800     EXIT.
048802******************************************************************
048804*  3500-ACK-ALERT - SOMEBODY IS ON AN ALERTMON INCIDENT, SO ITS  *
048806*  REPEAT MAILS CAN STOP.  ALERTMON PICKS THE ACK UP FROM        *
048808*  ALERT.ACK ON ITS NEXT RUN; THE ACK IS ALSO NOTED ON THE       *
048810*  INCIDENT.                                                     *
048812******************************************************************
048814 3500-ACK-ALERT.
048816     PERFORM 3900-ASK-NUMBER THRU 3900-EXIT.
048818     IF HIT-IX = ZERO
048820         GO TO 3500-EXIT.
048822     IF NOT IV-IS-OPEN
048824         DISPLAY "INCIDENT " ED-ID " IS ALREADY CLOSED"
048826         GO TO 3500-EXIT.
048828     IF IV-SOURCE NOT = "ALERTMON"
048830         DISPLAY "INCIDENT " ED-ID " WAS NOT RAISED BY ALERTMON"
048832         GO TO 3500-EXIT.
048834     OPEN EXTEND ACK-FILE.
048836     IF ACK-STATUS NOT = "00" AND ACK-STATUS NOT = "05"
048838         DISPLAY "CANNOT WRITE ALERT.ACK, STATUS " ACK-STATUS
048840         GO TO 3500-EXIT.
048842     MOVE SPACES TO ACK-RECORD.
048844     MOVE IV-ID TO AK-INCIDENT.
048846     MOVE OPERATOR-ID TO AK-BY.
048848     WRITE ACK-RECORD.
048850     CLOSE ACK-FILE.
048852     PERFORM 1700-STAMP-NOW THRU 1700-EXIT.
048854     MOVE "ALERT ACKNOWLEDGED - REPEAT MAILS STOPPED"
048855         TO NOTE-TEXT.
048856     PERFORM 3800-WRITE-NOTE THRU 3800-EXIT.
048858     DISPLAY "ALERT FOR INCIDENT " ED-ID " ACKNOWLEDGED".
048860 3500-EXIT.
048862     EXIT.
048900******************************************************************
049000*  3800-WRITE-NOTE - APPEND NOTE-TEXT FOR INCIDENT IV-ID.        *
049100******************************************************************
049200 3800-WRITE-NOTE.
049300     OPEN EXTEND NOTES-FILE.
049400     IF NOTES-STATUS NOT = "00" AND NOTES-STATUS NOT = "05"
049500         DISPLAY "CANNOT WRITE INCIDENT.NTS, STATUS "
049600                 NOTES-STATUS
049700         GO TO 3800-EXIT.
049800     MOVE SPACES TO NOTES-RECORD.
049900     MOVE IV-ID TO NR-ID.
050000     MOVE TODAY-YMD TO NR-DATE.
050100     MOVE NOW-HMS TO NR-TIME.
050200     MOVE OPERATOR-ID TO NR-OPERATOR.
050300     MOVE NOTE-TEXT TO NR-TEXT.
050400     WRITE NOTES-RECORD.
050500     CLOSE NOTES-FILE.
050600 3800-EXIT.
050700     EXIT.
050800******************************************************************
050900*  3900-ASK-NUMBER - RELOAD THE LOG AND FIND THE INCIDENT THE    *
051000*  OPERATOR NAMES.  HIT-IX ZERO = NOT FOUND; OTHERWISE THE       *
051100*  INCIDENT IS IN INCIDENT-VIEW.                                 *
051200******************************************************************
051300 3900-ASK-NUMBER.
051400     MOVE ZERO TO HIT-IX.
051500     DISPLAY "INCIDENT NUMBER: " WITH NO ADVANCING.
051600     MOVE ZERO TO WANT-ID.
051700     ACCEPT WANT-ID.
051800     IF WANT-ID = ZERO
051900         GO TO 3900-EXIT.
052000     PERFORM 1500-LOAD-LOG THRU 1500-EXIT.
052100     PERFORM 3910-MATCH-ONE THRU 3910-EXIT
052200         VARYING IN-IX FROM 1 BY 1
052300         UNTIL IN-IX > INCIDENT-COUNT OR HIT-IX > ZERO.
052400     MOVE WANT-ID TO ED-ID.
052500     IF HIT-IX = ZERO
052600         DISPLAY "NO INCIDENT " ED-ID
052700     ELSE
052800         MOVE INCIDENT-LINE(HIT-IX) TO INCIDENT-VIEW.
052900 3900-EXIT.
053000     EXIT.
053100 3910-MATCH-ONE.
053200     MOVE INCIDENT-LINE(IN-IX) TO INCIDENT-VIEW.
053300     IF IV-ID = WANT-ID
053400         MOVE IN-IX TO HIT-IX.
053500 3910-EXIT.
053600     EXIT.
053605******************************************************************
053610*  3920-FIND-AGAIN - THE LOG RELOADED AFTER THE OPERATOR HAS     *
053615*  TYPED, SO WHAT THE BATCH ADDED IN THE MEANTIME IS KEPT.       *
053620******************************************************************
053625 3920-FIND-AGAIN.
053630     MOVE ZERO TO HIT-IX.
053635     PERFORM 1500-LOAD-LOG THRU 1500-EXIT.
053640     PERFORM 3910-MATCH-ONE THRU 3910-EXIT
053645         VARYING IN-IX FROM 1 BY 1
053650         UNTIL IN-IX > INCIDENT-COUNT OR HIT-IX > ZERO.
053655     IF HIT-IX = ZERO
053660         DISPLAY "INCIDENT " ED-ID " IS NO LONGER ON FILE"
053665     ELSE
053670         MOVE INCIDENT-LINE(HIT-IX) TO INCIDENT-VIEW.
053675 3920-EXIT.
053680     EXIT.
053700******************************************************************
053800*  4000-HANDOVER - THE SHIFT-HANDOVER REPORT, THEN REMEMBER NOW  *
053900*  AS THE START OF THE NEXT SHIFT.                               *
054000******************************************************************
054100 4000-HANDOVER.
054200     PERFORM 1500-LOAD-LOG THRU 1500-EXIT.
054300     PERFORM 4100-SHIFT-START THRU 4100-EXIT.
054400     OPEN OUTPUT REPORT-FILE.
054500     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
054600         DISPLAY "CANNOT WRITE INCIDENT.RPT"
054700         GO TO 4000-EXIT.
054800     MOVE SPACES TO REPORT-LINE.
054900     MOVE SHIFT-FROM-DATE TO CALC-DATE.
055000     MOVE SHIFT-FROM-TIME TO CALC-TIME.
055100     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
055200     STRING "SHIFT HANDOVER - INCIDENTS SINCE " DASHED-DATE " "
055300            COLON-TIME
055400         DELIMITED BY SIZE INTO REPORT-LINE.
055500     MOVE TODAY-YMD TO CALC-DATE.
055600     MOVE NOW-HMS TO CALC-TIME.
055700     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
055800     STRING ", PRINTED " DASHED-DATE " " COLON-TIME " BY "
055900            OPERATOR-ID
056000         DELIMITED BY SIZE INTO REPORT-LINE(50:).
056100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
056200     PERFORM 4200-OPEN-SECTION THRU 4200-EXIT.
056300     PERFORM 4300-CLOSED-SECTION THRU 4300-EXIT.
056400     PERFORM 4400-OVERDUE-SECTION THRU 4400-EXIT.
056500     CLOSE REPORT-FILE.
056600     OPEN OUTPUT HANDOVER-FILE.
056700     IF HANDOVER-STATUS = "00" OR HANDOVER-STATUS = "05"
056800         MOVE SPACES TO HANDOVER-RECORD
056900         MOVE TODAY-YMD TO HD-DATE
057000         MOVE NOW-HMS TO HD-TIME
057100         MOVE OPERATOR-ID TO HD-OPERATOR
057200         WRITE HANDOVER-RECORD
057300         CLOSE HANDOVER-FILE.
057400     DISPLAY "HANDOVER REPORT WRITTEN TO INCIDENT.RPT".
057500 4000-EXIT.
057600     EXIT.
057700******************************************************************
057800*  4100-SHIFT-START - THE PREVIOUS HANDOVER, ELSE 12 HOURS AGO.  *
057900******************************************************************
058000 4100-SHIFT-START.
058100     MOVE ZERO TO SHIFT-FROM-DATE.
058200     OPEN INPUT HANDOVER-FILE.
058300     IF HANDOVER-STATUS = "00"
058400         READ HANDOVER-FILE
058500             AT END
058600                 MOVE SPACES TO HANDOVER-RECORD
058700         END-READ
058800         IF HD-DATE IS NUMERIC AND HD-TIME IS NUMERIC
058900             MOVE HD-DATE TO SHIFT-FROM-DATE
059000             MOVE HD-TIME TO SHIFT-FROM-TIME
059100         END-IF
059200         CLOSE HANDOVER-FILE
059300     ELSE
059400         IF HANDOVER-STATUS = "05"
059500             CLOSE HANDOVER-FILE
059600         END-IF
059700     END-IF.
059800     IF SHIFT-FROM-DATE = ZERO
059900         MOVE TODAY-YMD TO SHIFT-FROM-DATE
060000         MOVE NOW-HMS TO SHIFT-FROM-TIME
060100         IF NOW-HMS < 120000
060200             COMPUTE SHIFT-FROM-DATE = FUNCTION DATE-OF-INTEGER(
060300                 FUNCTION INTEGER-OF-DATE(TODAY-YMD) - 1)
060400             ADD 120000 TO SHIFT-FROM-TIME
060500         ELSE
060600             SUBTRACT 120000 FROM SHIFT-FROM-TIME
060700         END-IF
060800     END-IF.
060900     MOVE SHIFT-FROM-DATE TO CALC-DATE.
061000     MOVE SHIFT-FROM-TIME TO CALC-TIME.
061100     PERFORM 8100-MINUTES-OF THRU 8100-EXIT.
061200     MOVE CALC-MINUTES TO SHIFT-MINUTES.
061300 4100-EXIT.
061400     EXIT.
061500******************************************************************
061600*  4200-OPEN-SECTION - EVERY OPEN INCIDENT WITH ITS NOTES, SO    *
061700*  THE NEXT SHIFT KNOWS WHAT HAS ALREADY BEEN TRIED.             *
061800******************************************************************
061900 4200-OPEN-SECTION.
062000     MOVE SPACES TO REPORT-LINE.
062100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
062200     MOVE "OPEN INCIDENTS" TO REPORT-LINE.
062300     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
062400     MOVE ZERO TO SECTION-COUNT.
062500     PERFORM 4210-OPEN-ONE THRU 4210-EXIT
062600         VARYING IN-IX FROM 1 BY 1
062700         UNTIL IN-IX > INCIDENT-COUNT.
062800     IF SECTION-COUNT = ZERO
062900         MOVE "  NONE" TO REPORT-LINE
063000         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
063100 4200-EXIT.
063200     EXIT.
063300 4210-OPEN-ONE.
063400     MOVE INCIDENT-LINE(IN-IX) TO INCIDENT-VIEW.
063500     IF NOT IV-IS-OPEN
063600         GO TO 4210-EXIT.
063700     ADD 1 TO SECTION-COUNT.
063800     PERFORM 8200-AGE-OF-INCIDENT THRU 8200-EXIT.
063900     PERFORM 8300-FORMAT-SUMMARY THRU 8300-EXIT.
064000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
064100     MOVE "R" TO NOTES-DEST.
064200     PERFORM 5000-NOTES-FOR THRU 5000-EXIT.
064300 4210-EXIT.
064400     EXIT.
064500******************************************************************
064600*  4300-CLOSED-SECTION - CLOSED SINCE THE SHIFT STARTED.         *
064700******************************************************************
064800 4300-CLOSED-SECTION.
064900     MOVE SPACES TO REPORT-LINE.
065000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
065100     MOVE "CLOSED THIS SHIFT" TO REPORT-LINE.
065200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
065300     MOVE ZERO TO SECTION-COUNT.
065400     PERFORM 4310-CLOSED-ONE THRU 4310-EXIT
065500         VARYING IN-IX FROM 1 BY 1
065600         UNTIL IN-IX > INCIDENT-COUNT.
065700     IF SECTION-COUNT = ZERO
065800         MOVE "  NONE" TO REPORT-LINE
065900         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
066000 4300-EXIT.
066100     EXIT.
066200 4310-CLOSED-ONE.
066300     MOVE INCIDENT-LINE(IN-IX) TO INCIDENT-VIEW.
066400     IF NOT IV-IS-CLOSED
066500         GO TO 4310-EXIT.
066600     MOVE IV-CLOSE-DATE TO CALC-DATE.
066700     MOVE IV-CLOSE-TIME TO CALC-TIME.
066800     PERFORM 8100-MINUTES-OF THRU 8100-EXIT.
066900     IF CALC-MINUTES < SHIFT-MINUTES
067000         GO TO 4310-EXIT.
067100     ADD 1 TO SECTION-COUNT.
067200     MOVE ZERO TO AGE-HOURS.
067300     PERFORM 8300-FORMAT-SUMMARY THRU 8300-EXIT.
067400     MOVE "CLOSED" TO REPORT-LINE(14:6).
067500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
067600     MOVE SPACES TO REPORT-LINE.
067700     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
067800     STRING "         CLOSED " DASHED-DATE " " COLON-TIME " BY "
067900            IV-CLOSE-BY " CAUSE: " IV-CAUSE
068000         DELIMITED BY SIZE INTO REPORT-LINE.
068100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
068200 4310-EXIT.
068300     EXIT.
068400******************************************************************
068500*  4400-OVERDUE-SECTION - OPEN MORE THAN 24 HOURS.               *
068600******************************************************************
068700 4400-OVERDUE-SECTION.
068800     MOVE SPACES TO REPORT-LINE.
068900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
069000     MOVE "OPEN MORE THAN 24 HOURS" TO REPORT-LINE.
069100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
069200     MOVE ZERO TO SECTION-COUNT.
069300     PERFORM 4410-OVERDUE-ONE THRU 4410-EXIT
069400         VARYING IN-IX FROM 1 BY 1
069500         UNTIL IN-IX > INCIDENT-COUNT.
069600     IF SECTION-COUNT = ZERO
069700         MOVE "  NONE" TO REPORT-LINE
069800         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
069900 4400-EXIT.
070000     EXIT.
070100 4410-OVERDUE-ONE.
070200     MOVE INCIDENT-LINE(IN-IX) TO INCIDENT-VIEW.
070300     IF NOT IV-IS-OPEN
070400         GO TO 4410-EXIT.
070500     PERFORM 8200-AGE-OF-INCIDENT THRU 8200-EXIT.
070600     IF AGE-MINUTES NOT > 1440
070700         GO TO 4410-EXIT.
070800     ADD 1 TO SECTION-COUNT.
070900     PERFORM 8300-FORMAT-SUMMARY THRU 8300-EXIT.
071000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
071100 4410-EXIT.
071200     EXIT.
071300******************************************************************
071400*  5000-NOTES-FOR - EVERY NOTE ON INCIDENT IV-ID, IN THE ORDER   *
071500*  THEY WERE ADDED.  NOTES-DEST "D" SENDS THEM TO THE SCREEN,    *
071600*  "R" TO THE HANDOVER REPORT.                                   *
071700******************************************************************
071800 5000-NOTES-FOR.
071900     MOVE "N" TO NOTES-EOF-SW.
072000     OPEN INPUT NOTES-FILE.
072100     IF NOTES-STATUS NOT = "00"
072200         IF NOTES-STATUS = "05"
072300             CLOSE NOTES-FILE
072400         END-IF
072500         GO TO 5000-EXIT.
072600     PERFORM 5100-ONE-NOTE THRU 5100-EXIT
072700         UNTIL NOTES-AT-END.
072800     CLOSE NOTES-FILE.
072900 5000-EXIT.
073000     EXIT.
073100 5100-ONE-NOTE.
073200     READ NOTES-FILE
073300         AT END
073400             MOVE "Y" TO NOTES-EOF-SW
073500             GO TO 5100-EXIT
073600     END-READ.
073700     IF NR-ID IS NOT NUMERIC OR NR-ID NOT = IV-ID
073800         GO TO 5100-EXIT.
073900     MOVE NR-DATE TO CALC-DATE.
074000     MOVE NR-TIME TO CALC-TIME.
074100     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
074200     MOVE SPACES TO REPORT-LINE.
074300     STRING "         " DASHED-DATE " " COLON-TIME " "
074400            NR-OPERATOR " " NR-TEXT
074500         DELIMITED BY SIZE INTO REPORT-LINE.
074600     IF NOTES-TO-REPORT
074700         PERFORM 8900-PUT-LINE THRU 8900-EXIT
074800     ELSE
074900         DISPLAY REPORT-LINE(1:110).
075000 5100-EXIT.
075100     EXIT.
075200******************************************************************
075300*  8000-FORMAT-STAMP - CALC-DATE/CALC-TIME AS YYYY-MM-DD HH:MM.  *
075400******************************************************************
075500 8000-FORMAT-STAMP.
075600     MOVE SPACES TO DASHED-DATE COLON-TIME.
075700     STRING CALC-DATE(1:4) "-" CALC-DATE(5:2) "-" CALC-DATE(7:2)
075800         DELIMITED BY SIZE INTO DASHED-DATE.
075900     STRING CALC-TIME(1:2) ":" CALC-TIME(3:2)
076000         DELIMITED BY SIZE INTO COLON-TIME.
076100 8000-EXIT.
076200     EXIT.
076300******************************************************************
076400*  8100-MINUTES-OF - CALC-DATE/CALC-TIME AS MINUTES.             *
076500******************************************************************
076600 8100-MINUTES-OF.
076700     MOVE ZERO TO CALC-MINUTES.
076800     IF CALC-DATE IS NOT NUMERIC OR CALC-DATE < 16010101
076900         GO TO 8100-EXIT.
077000     COMPUTE CALC-MINUTES =
077100         FUNCTION INTEGER-OF-DATE(CALC-DATE) * 1440
077200         + CT-HH * 60 + CT-MM.
077300 8100-EXIT.
077400     EXIT.
077500******************************************************************
077600*  8200-AGE-OF-INCIDENT - HOW LONG IV-ID HAS BEEN OPEN.          *
077700******************************************************************
077800 8200-AGE-OF-INCIDENT.
077900     MOVE IV-OPEN-DATE TO CALC-DATE.
078000     MOVE IV-OPEN-TIME TO CALC-TIME.
078100     PERFORM 8100-MINUTES-OF THRU 8100-EXIT.
078200     MOVE ZERO TO AGE-MINUTES.
078300     IF NOW-MINUTES > CALC-MINUTES
078400         COMPUTE AGE-MINUTES = NOW-MINUTES - CALC-MINUTES.
078500     COMPUTE AGE-HOURS = AGE-MINUTES / 60.
078600 8200-EXIT.
078700     EXIT.
078800******************************************************************
078900*  8300-FORMAT-SUMMARY - ONE LINE FOR AN INCIDENT:               *
079000*  NUMBER, SEVERITY, AGE IN HOURS, SOURCE, TITLE.                *
079100******************************************************************
079200 8300-FORMAT-SUMMARY.
079300     MOVE SPACES TO REPORT-LINE.
079400     MOVE IV-ID TO ED-ID.
079500     MOVE AGE-HOURS TO ED-HOURS.
079600     STRING ED-ID " SEV " IV-SEVERITY " " ED-HOURS "H "
079700            IV-SOURCE " " IV-TITLE
079800         DELIMITED BY SIZE INTO REPORT-LINE.
079900 8300-EXIT.
080000     EXIT.
080100 8900-PUT-LINE.
080200     WRITE REPORT-RECORD FROM REPORT-LINE.
080300 8900-EXIT.
080400     EXIT.
080500 END PROGRAM INCIDENT.
