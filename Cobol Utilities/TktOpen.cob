000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TKTOPEN.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  TKTOPEN - OPEN A TICKET FOR MAIL TO THE OPS INBOX, OR ATTACH  *
000900*  A REPLY TO THE TICKET IT BELONGS TO.  CALLED BY READER FOR    *
001000*  EVERY INBOUND MESSAGE THAT IS NOT A MAILBOX COMMAND, A BOUNCE *
001100*  OR A CHECKERS MOVE.                                           *
001200*                                                                *
001300*  READER PASSES THE TICKET NUMBER THE MESSAGE QUOTES (ZERO FOR  *
001400*  NONE).  A QUOTED NUMBER STILL IN TICKET.DAT GETS THE MESSAGE  *
001500*  ATTACHED - A CLOSED TICKET IS REOPENED BY IT; ANYTHING ELSE   *
001600*  OPENS A NEW TICKET UNDER THE NEXT NUMBER.  TKO-RESULT COMES   *
001700*  BACK "N" (NEW TICKET), "A" (ATTACHED) OR "R" (REOPENED), WITH *
001800*  THE TICKET NUMBER IN TKO-ID; A SPACE MEANS TICKET.DAT COULD   *
001900*  NOT BE WRITTEN.  EVERY MESSAGE ALSO LEAVES A NOTE ON          *
002000*  TICKET.NTS NAMING THE SAVED MESSAGE FILE.                     *
002100*                                                                *
002200*  TICKET.DAT, ONE LINE PER TICKET:                              *
002300*    COLS   1-6   TICKET NUMBER      COL    8     O/C (STATUS)   *
002400*    COLS  10-21  MAILBOX            COLS  23-30  RECEIVED DATE  *
002500*    COLS  32-37  RECEIVED TIME      COLS  39-98  SENDER         *
002600*    COLS 100-159 SUBJECT            COLS 161-172 ASSIGNED TO    *
002700*    COLS 174-181 LAST ACTIVITY DATE COLS 183-188 LAST ACT. TIME *
002800*    COLS 190-192 MESSAGES ON TICKET COLS 194-201 CLOSED DATE    *
002900*    COLS 203-208 CLOSED TIME        COLS 210-221 CLOSED BY      *
003000*  TICKET.NTS IS LAID OUT AS INCIDENT.NTS: NUMBER, DATE, TIME,   *
003100*  WHO (HERE THE MAILBOX) AND 70 CHARACTERS OF TEXT.             *
003200******************************************************************
003300*  MODIFICATION HISTORY                                          *
003400*  10/15/26 OSG  INITIAL VERSION.                                *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL TICKET-FILE ASSIGN TO "TICKET.DAT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS TICKET-STATUS.
004300     SELECT OPTIONAL NOTES-FILE ASSIGN TO "TICKET.NTS"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS NOTES-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TICKET-FILE.
004900 01  TICKET-RECORD           PIC X(221).
005000 FD  NOTES-FILE.
005100 01  NOTES-RECORD.
005200     05  NR-ID               PIC 9(06).
005300     05  FILLER              PIC X(01).
005400     05  NR-DATE             PIC 9(08).
005500     05  FILLER              PIC X(01).
005600     05  NR-TIME             PIC 9(06).
005700     05  FILLER              PIC X(01).
005800     05  NR-OPERATOR         PIC X(12).
005900     05  FILLER              PIC X(01).
006000     05  NR-TEXT             PIC X(70).
006100 WORKING-STORAGE SECTION.
006200 77  TICKET-STATUS           PIC X(02).
006300 77  NOTES-STATUS            PIC X(02).
006400 77  EOF-SW                  PIC X(01) VALUE "N".
006500     88  FILE-AT-END         VALUE "Y".
006600 77  HIGH-ID                 PIC 9(06) VALUE ZERO.
006700 77  HIT-IX                  PIC 9(03) VALUE ZERO.
006800 77  TICKET-COUNT            PIC 9(03) VALUE ZERO.
006900 77  TK-IX                   PIC 9(03).
007000 77  LOG-OVERFLOW            PIC X(01) VALUE "N".
007100 77  TODAY-YMD               PIC 9(08).
007200 77  NOW-HMS                 PIC 9(06).
007300 01  CLOCK-NOW               PIC 9(08).
007400 01  NOTE-TEXT               PIC X(70).
007500******************************************************************
007600*  ONE TICKET, AND TICKET.DAT IN MEMORY FOR THE REWRITE.         *
007700******************************************************************
007800 01  TICKET-VIEW.
007900     05  TV-ID               PIC 9(06).
008000     05  FILLER              PIC X(01).
008100     05  TV-STATUS           PIC X(01).
008200         88  TV-IS-OPEN      VALUE "O".
008300         88  TV-IS-CLOSED    VALUE "C".
008400     05  FILLER              PIC X(01).
008500     05  TV-MAILBOX          PIC X(12).
008600     05  FILLER              PIC X(01).
008700     05  TV-OPEN-DATE        PIC 9(08).
008800     05  FILLER              PIC X(01).
008900     05  TV-OPEN-TIME        PIC 9(06).
009000     05  FILLER              PIC X(01).
009100     05  TV-SENDER           PIC X(60).
009200     05  FILLER              PIC X(01).
009300     05  TV-SUBJECT          PIC X(60).
009400     05  FILLER              PIC X(01).
009500     05  TV-ASSIGNED         PIC X(12).
009600     05  FILLER              PIC X(01).
009700     05  TV-LAST-DATE        PIC 9(08).
009800     05  FILLER              PIC X(01).
009900     05  TV-LAST-TIME        PIC 9(06).
010000     05  FILLER              PIC X(01).
010100     05  TV-MESSAGES         PIC 9(03).
010200     05  FILLER              PIC X(01).
010300     05  TV-CLOSE-DATE       PIC 9(08).
010400     05  FILLER              PIC X(01).
010500     05  TV-CLOSE-TIME       PIC 9(06).
010600     05  FILLER              PIC X(01).
010700     05  TV-CLOSE-BY         PIC X(12).
010800 01  TICKET-TABLE.
010900     05  TICKET-LINE OCCURS 500 TIMES PIC X(221).
011000 LINKAGE SECTION.
011100 01  TKTOPEN-AREA.
011200     05  TKO-MAILBOX         PIC X(12).
011300     05  TKO-SENDER          PIC X(60).
011400     05  TKO-SUBJECT         PIC X(60).
011500     05  TKO-MESSAGE         PIC X(12).
011600     05  TKO-QUOTED          PIC 9(06).
011700     05  TKO-RESULT          PIC X(01).
011800     05  TKO-ID              PIC 9(06).
011900 PROCEDURE DIVISION USING TKTOPEN-AREA.
012000******************************************************************
012100*  0000-MAINLINE - ATTACH TO THE QUOTED TICKET IF THERE IS ONE,  *
012200*  ELSE APPEND A NEW TICKET UNDER THE NEXT NUMBER.               *
012300******************************************************************
012400 0000-MAINLINE.
012500     MOVE ZERO TO HIGH-ID HIT-IX.
012600     MOVE SPACE TO TKO-RESULT.
012700     MOVE ZERO TO TKO-ID.
012800     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
012900     ACCEPT CLOCK-NOW FROM TIME.
013000     MOVE CLOCK-NOW(1:6) TO NOW-HMS.
013100     IF TKO-QUOTED IS NOT NUMERIC
013200         MOVE ZERO TO TKO-QUOTED.
013300     PERFORM 1000-LOAD-TICKETS THRU 1000-EXIT.
013400     IF HIT-IX > ZERO
013500         PERFORM 2000-ATTACH THRU 2000-EXIT
013600     ELSE
013700         PERFORM 3000-NEW-TICKET THRU 3000-EXIT.
013800     IF TKO-RESULT NOT = SPACE
013900         PERFORM 4000-WRITE-NOTE THRU 4000-EXIT.
014000     GOBACK.
014100******************************************************************
014200*  1000-LOAD-TICKETS - TICKET.DAT INTO THE TABLE, NOTING THE     *
014300*  HIGHEST NUMBER IN USE AND WHERE THE QUOTED TICKET SITS.       *
014400******************************************************************
014500 1000-LOAD-TICKETS.
014600     MOVE ZERO TO TICKET-COUNT.
014700     MOVE "N" TO LOG-OVERFLOW.
014800     MOVE "N" TO EOF-SW.
014900     OPEN INPUT TICKET-FILE.
015000     IF TICKET-STATUS NOT = "00"
015100         IF TICKET-STATUS = "05"
015200             CLOSE TICKET-FILE
015300         END-IF
015400         GO TO 1000-EXIT.
015500     PERFORM 1100-ONE-TICKET THRU 1100-EXIT
015600         UNTIL FILE-AT-END.
015700     CLOSE TICKET-FILE.
015800 1000-EXIT.
015900     EXIT.
016000 1100-ONE-TICKET.
016100     READ TICKET-FILE
016200         AT END
016300             MOVE "Y" TO EOF-SW
016400             GO TO 1100-EXIT
016500     END-READ.
016600     IF TICKET-RECORD = SPACES
016700         GO TO 1100-EXIT.
016800     MOVE TICKET-RECORD TO TICKET-VIEW.
016900     IF TV-ID IS NOT NUMERIC
017000         GO TO 1100-EXIT.
017100     IF TV-ID > HIGH-ID
017200         MOVE TV-ID TO HIGH-ID.
017300     IF TICKET-COUNT >= 500
017400         MOVE "Y" TO LOG-OVERFLOW
017500         GO TO 1100-EXIT.
017600     ADD 1 TO TICKET-COUNT.
017700     MOVE TICKET-RECORD TO TICKET-LINE(TICKET-COUNT).
017800     IF TKO-QUOTED > ZERO AND TV-ID = TKO-QUOTED
017900         MOVE TICKET-COUNT TO HIT-IX.
018000 1100-EXIT.
018100     EXIT.
018200******************************************************************
018300*  2000-ATTACH - THE REPLY JOINS ITS TICKET: ONE MORE MESSAGE,   *
018400*  NEW LAST-ACTIVITY STAMP, AND A CLOSED TICKET OPENS AGAIN.  A  *
018500*  FILE TOO BIG FOR THE TABLE IS NEVER REWRITTEN; THE REPLY IS   *
018600*  STILL NOTED AGAINST THE TICKET.                               *
018700******************************************************************
018800 2000-ATTACH.
018900     MOVE TICKET-LINE(HIT-IX) TO TICKET-VIEW.
019000     MOVE TV-ID TO TKO-ID.
019100     MOVE "A" TO TKO-RESULT.
019200     IF TV-IS-CLOSED
019300         MOVE "R" TO TKO-RESULT
019400         MOVE "O" TO TV-STATUS
019500         MOVE ZERO TO TV-CLOSE-DATE TV-CLOSE-TIME
019600         MOVE SPACES TO TV-CLOSE-BY.
019700     MOVE TODAY-YMD TO TV-LAST-DATE.
019800     MOVE NOW-HMS TO TV-LAST-TIME.
019900     IF TV-MESSAGES IS NOT NUMERIC
020000         MOVE 1 TO TV-MESSAGES.
020100     IF TV-MESSAGES < 999
020200         ADD 1 TO TV-MESSAGES.
020300     MOVE TICKET-VIEW TO TICKET-LINE(HIT-IX).
020400     IF LOG-OVERFLOW = "Y"
020500         DISPLAY "TICKET.DAT HOLDS MORE THAN 500 TICKETS - "
020600                 "NOT REWRITTEN"
020700         GO TO 2000-EXIT.
020800     OPEN OUTPUT TICKET-FILE.
020900     IF TICKET-STATUS NOT = "00" AND TICKET-STATUS NOT = "05"
021000         DISPLAY "CANNOT REWRITE TICKET.DAT, STATUS "
021100                 TICKET-STATUS
021200         GO TO 2000-EXIT.
021300     PERFORM 2100-SAVE-ONE THRU 2100-EXIT
021400         VARYING TK-IX FROM 1 BY 1
021500         UNTIL TK-IX > TICKET-COUNT.
021600     CLOSE TICKET-FILE.
021700 2000-EXIT.
021800     EXIT.
021900 2100-SAVE-ONE.
022000     WRITE TICKET-RECORD FROM TICKET-LINE(TK-IX).
022100 2100-EXIT.
022200     EXIT.
022300******************************************************************
022400*  3000-NEW-TICKET - A NEW CONVERSATION, OPEN AND UNASSIGNED.    *
022500******************************************************************
022600 3000-NEW-TICKET.
022700     MOVE SPACES TO TICKET-VIEW.
022800     ADD 1 TO HIGH-ID.
022900     MOVE HIGH-ID TO TV-ID.
023000     MOVE "O" TO TV-STATUS.
023100     MOVE TKO-MAILBOX TO TV-MAILBOX.
023200     MOVE TODAY-YMD TO TV-OPEN-DATE TV-LAST-DATE.
023300     MOVE NOW-HMS TO TV-OPEN-TIME TV-LAST-TIME.
023400     MOVE TKO-SENDER TO TV-SENDER.
023500     MOVE TKO-SUBJECT TO TV-SUBJECT.
023600     IF TV-SUBJECT = SPACES
023700         MOVE "(NO SUBJECT)" TO TV-SUBJECT.
023800     MOVE 1 TO TV-MESSAGES.
023900     MOVE ZERO TO TV-CLOSE-DATE TV-CLOSE-TIME.
024000     OPEN EXTEND TICKET-FILE.
024100     IF TICKET-STATUS = "00" OR TICKET-STATUS = "05"
024200         WRITE TICKET-RECORD FROM TICKET-VIEW
024300         MOVE "N" TO TKO-RESULT
024400         MOVE HIGH-ID TO TKO-ID
024500     ELSE
024600         DISPLAY "CANNOT WRITE TICKET.DAT, STATUS "
024700                 TICKET-STATUS.
024800     CLOSE TICKET-FILE.
024900 3000-EXIT.
025000     EXIT.
025100******************************************************************
025200*  4000-WRITE-NOTE - WHICH SAVED MESSAGE CAME IN ON THE TICKET.  *
025300******************************************************************
025400 4000-WRITE-NOTE.
025500     MOVE SPACES TO NOTE-TEXT.
025600     IF TKO-RESULT = "N"
025700         STRING "NEW REQUEST IN " DELIMITED BY SIZE
025800                TKO-MESSAGE DELIMITED BY SPACE
025900                " FROM " DELIMITED BY SIZE
026000                TKO-SENDER DELIMITED BY SPACE
026100             INTO NOTE-TEXT.
026200     IF TKO-RESULT = "A"
026300         STRING "REPLY IN " DELIMITED BY SIZE
026400                TKO-MESSAGE DELIMITED BY SPACE
026500                " FROM " DELIMITED BY SIZE
026600                TKO-SENDER DELIMITED BY SPACE
026700             INTO NOTE-TEXT.
026800     IF TKO-RESULT = "R"
026900         STRING "REOPENED BY REPLY IN " DELIMITED BY SIZE
027000                TKO-MESSAGE DELIMITED BY SPACE
027100                " FROM " DELIMITED BY SIZE
027200                TKO-SENDER DELIMITED BY SPACE
027300             INTO NOTE-TEXT.
027400     OPEN EXTEND NOTES-FILE.
027500     IF NOTES-STATUS NOT = "00" AND NOTES-STATUS NOT = "05"
027600         DISPLAY "CANNOT WRITE TICKET.NTS, STATUS "
027700                 NOTES-STATUS
027800         GO TO 4000-EXIT.
027900     MOVE SPACES TO NOTES-RECORD.
028000     MOVE TKO-ID TO NR-ID.
028100     MOVE TODAY-YMD TO NR-DATE.
028200     MOVE NOW-HMS TO NR-TIME.
028300     MOVE TKO-MAILBOX TO NR-OPERATOR.
028400     MOVE NOTE-TEXT TO NR-TEXT.
028500     WRITE NOTES-RECORD.
028600     CLOSE NOTES-FILE.
028700 4000-EXIT.
028800     EXIT.
028900 END PROGRAM TKTOPEN.
