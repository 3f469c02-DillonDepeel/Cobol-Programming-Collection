000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EVNIGHT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  EVNIGHT - THE NIGHTLY PASS OVER THE SHOP EVENT CALENDAR       *
000900*  (EVENTS.DAT, AS THE EVENTS SCREEN DOCUMENTS IT).  FOR EVERY   *
001000*  ACTIVE EVENT:                                                 *
001100*                                                                *
001200*  REMINDERS - EVENTS.CFG LISTS THE LEAD TIMES IN DAYS, ONE PER  *
001300*  LINE IN COLS 1-3 (NONE ON FILE = 3 DAYS AHEAD AND ON THE      *
001400*  DAY).  WHEN AN EVENT COMES INSIDE A LEAD TIME IT HAS NOT YET  *
001500*  BEEN REMINDED FOR, ONE REMINDER IS QUEUED TO ITS AUDIENCE     *
001600*  LIST THROUGH THIS PROGRAM'S SPOOL DROP FILE, WITH THE BODY IN *
001700*  EVENTNNNNNN.MAI, AND THE LEAD IS REMEMBERED ON THE EVENT - A  *
001800*  SECOND RUN THE SAME NIGHT SENDS NOTHING, AND A MISSED NIGHT   *
001900*  STILL GETS ITS REMINDER OUT THE NEXT ONE.                     *
002000*                                                                *
002100*  RESULTS - ONCE AN EVENT IS PAST, RUNBOOK.JNL IS SEARCHED FOR  *
002200*  A "DONE" LINE FOR ITS RESULTS JOB DATED ON OR AFTER THE EVENT *
002300*  DATE.  THE JOB GETS THE NIGHT AFTER THE EVENT TO RUN; AFTER   *
002400*  THAT THE EVENT IS MARKED RESULTS MISSING, LISTED ON THE       *
002500*  REPORT, AND AN INCIDENT IS OPENED (THROUGH INCOPEN, KEYED BY  *
002600*  THE EVENT NUMBER).  A JOB THAT RUNS LATE STILL CLEARS THE     *
002700*  MARK.                                                         *
002800*                                                                *
002900*  WHAT WAS DONE GOES TO EVNIGHT.RPT.                            *
003000******************************************************************
003100*  MODIFICATION HISTORY                                          *
003200*  10/15/26 OSG  INITIAL VERSION.                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EVENTS.DAT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS EVENTS-STATUS.
004100     SELECT OPTIONAL CONFIG-FILE ASSIGN TO "EVENTS.CFG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CONFIG-STATUS.
004400     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "RUNBOOK.JNL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS JOURNAL-STATUS.
004700     SELECT OPTIONAL BODY-FILE ASSIGN TO BODY-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS BODY-STATUS.
005000*    THIS PROGRAM'S OWN SPOOL DROP FILE; THE MAIL SENDER SWEEPS
005100*    IT INTO DRIVER.SPL AT THE START OF ITS RUN.
005200     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.EVENTS"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS SPOOL-STATUS.
005500     SELECT OPTIONAL REPORT-FILE ASSIGN TO "EVNIGHT.RPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS REPORT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  EVENTS-FILE.
006100 01  EVENTS-RECORD           PIC X(112).
006200 FD  CONFIG-FILE.
006300 01  CONFIG-RECORD.
006400     05  CFG-LEAD            PIC X(03).
006500     05  FILLER              PIC X(77).
006600 FD  JOURNAL-FILE.
006700 01  JOURNAL-RECORD.
006800     05  JNL-DATE            PIC X(08).
006900     05  FILLER              PIC X(01).
007000     05  JNL-STEP            PIC X(08).
007100     05  FILLER              PIC X(01).
007200     05  JNL-NOTE            PIC X(08).
007300     05  FILLER              PIC X(20).
007400 FD  BODY-FILE.
007500 01  BODY-RECORD             PIC X(80).
007600 FD  SPOOL-FILE.
007700 01  SPOOL-RECORD            PIC X(250).
007800 FD  REPORT-FILE.
007900 01  REPORT-RECORD           PIC X(100).
008000 WORKING-STORAGE SECTION.
008100 77  EVENTS-STATUS           PIC X(02).
008200 77  CONFIG-STATUS           PIC X(02).
008300 77  JOURNAL-STATUS          PIC X(02).
008400 77  BODY-STATUS             PIC X(02).
008500 77  SPOOL-STATUS            PIC X(02).
008600 77  REPORT-STATUS           PIC X(02).
008700 77  BODY-NAME               PIC X(20) VALUE SPACES.
008800 77  EOF-SW                  PIC X(01) VALUE "N".
008900     88  FILE-AT-END         VALUE "Y".
009000 77  TODAY-YMD               PIC 9(08).
009100 77  TODAY-DAYS              PIC 9(07).
009200 77  DAYS-TO-GO              PIC S9(05).
009300 77  DAYS-AWAY               PIC 9(05).
009400 77  CALENDAR-CHANGED        PIC X(01) VALUE "N".
009500 77  CALENDAR-OVERFLOW       PIC X(01) VALUE "N".
009600******************************************************************
009700*  THE LEAD TIMES.                                               *
009800******************************************************************
009900 01  LEAD-TABLE.
010000     05  LEAD-DAYS OCCURS 9 TIMES PIC 9(03).
010100 77  LEAD-COUNT              PIC 9(02) VALUE ZERO.
010200 77  LD-IX                   PIC 9(02).
010300 77  PICK-LEAD               PIC 9(03).
010400******************************************************************
010500*  ONE EVENT, LAID OUT AS THE EVENTS SCREEN DECLARES IT, AND THE *
010600*  CALENDAR IN MEMORY.                                           *
010700******************************************************************
010800 01  EVENT-VIEW.
010900     05  EV-ID               PIC 9(06).
011000     05  FILLER              PIC X(01).
011100     05  EV-STATUS           PIC X(01).
011200         88  EV-IS-ACTIVE    VALUE "A".
011300         88  EV-IS-CANCELLED VALUE "X".
011400     05  FILLER              PIC X(01).
011500     05  EV-DATE             PIC 9(08).
011600     05  FILLER              PIC X(01).
011700     05  EV-TIME             PIC 9(04).
011800     05  FILLER              PIC X(01).
011900     05  EV-GAME             PIC X(10).
012000     05  FILLER              PIC X(01).
012100     05  EV-LIST             PIC X(12).
012200     05  FILLER              PIC X(01).
012300     05  EV-JOB              PIC X(08).
012400     05  FILLER              PIC X(01).
012500     05  EV-LAST-LEAD        PIC 9(03).
012600     05  FILLER              PIC X(01).
012700     05  EV-RESULTS          PIC X(01).
012800         88  EV-RESULTS-RAN  VALUE "R".
012900         88  EV-RESULTS-MISSING VALUE "M".
013000     05  FILLER              PIC X(01).
013100     05  EV-TITLE            PIC X(50).
013200 01  EVENT-TABLE.
013300     05  EVENT-LINE OCCURS 300 TIMES PIC X(112).
013400 77  EVENT-COUNT             PIC 9(03) VALUE ZERO.
013500 77  EV-IX                   PIC 9(03).
013600 77  JOB-SEEN                PIC X(01).
013700******************************************************************
013800*  COUNTS FOR THE REPORT.                                        *
013900******************************************************************
014000 77  REMIND-COUNT            PIC 9(03) VALUE ZERO.
014100 77  MISSING-COUNT           PIC 9(03) VALUE ZERO.
014200 77  ARRIVED-COUNT           PIC 9(03) VALUE ZERO.
014300 77  ED-COUNT                PIC ZZ9.
014400 77  ED-ID                   PIC Z(5)9.
014500 77  ED-DAYS                 PIC ZZZZ9.
014600 01  DASHED-DATE             PIC X(10).
014700 01  COLON-TIME              PIC X(05).
014800 01  WHEN-TEXT               PIC X(12).
014900 01  MAIL-SUBJECT            PIC X(80).
015000 01  SPOOL-LINE              PIC X(250).
015100 01  REPORT-LINE             PIC X(100).
015200 01  BODY-LINE               PIC X(80).
015300******************************************************************
015400*  INCOPEN'S LINKAGE AREA, LAID OUT EXACTLY AS INCOPEN DECLARES  *
015500*  IT.                                                           *
015600******************************************************************
015700 01  INCOPEN-AREA.
015800     05  INC-SOURCE          PIC X(08).
015900     05  INC-KEY             PIC X(30).
016000     05  INC-SEVERITY        PIC X(01).
016100     05  INC-OPERATOR        PIC X(12).
016200     05  INC-TITLE           PIC X(70).
016300     05  INC-RESULT          PIC X(01).
016400     05  INC-ID              PIC 9(06).
016500 PROCEDURE DIVISION.
016600******************************************************************
016700*  0000-MAINLINE.                                                *
016800******************************************************************
016900 0000-MAINLINE.
017000     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
017100     COMPUTE TODAY-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-YMD).
017200     PERFORM 1000-LOAD-LEADS THRU 1000-EXIT.
017300     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
017400     OPEN OUTPUT REPORT-FILE.
017500     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
017600         DISPLAY "CANNOT WRITE EVNIGHT.RPT"
017700         STOP RUN.
017800     MOVE SPACES TO REPORT-LINE.
017900     STRING "SHOP EVENT CALENDAR - NIGHTLY PASS "
018000            TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
018100         DELIMITED BY SIZE INTO REPORT-LINE.
018200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
018300     MOVE SPACES TO REPORT-LINE.
018400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
018500     PERFORM 2000-ONE-EVENT THRU 2000-EXIT
018600         VARYING EV-IX FROM 1 BY 1
018700         UNTIL EV-IX > EVENT-COUNT.
018800     IF CALENDAR-CHANGED = "Y"
018900         PERFORM 1600-SAVE-CALENDAR THRU 1600-EXIT.
019000     MOVE SPACES TO REPORT-LINE.
019100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
019200     MOVE REMIND-COUNT TO ED-COUNT.
019300     STRING ED-COUNT " REMINDER(S) QUEUED" DELIMITED BY SIZE
019400         INTO REPORT-LINE.
019500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
019600     MOVE ARRIVED-COUNT TO ED-COUNT.
019700     STRING ED-COUNT " EVENT(S) WITH RESULTS IN" DELIMITED BY SIZE
019800         INTO REPORT-LINE.
019900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
020000     MOVE MISSING-COUNT TO ED-COUNT.
020100     STRING ED-COUNT " EVENT(S) NEWLY MISSING RESULTS"
020200         DELIMITED BY SIZE INTO REPORT-LINE.
020300     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
020400     CLOSE REPORT-FILE.
020500     DISPLAY "EVNIGHT - " REMIND-COUNT " REMINDER(S), "
020600             MISSING-COUNT " MISSING RESULT(S) - SEE EVNIGHT.RPT".
020700     STOP RUN.
020800******************************************************************
020900*  1000-LOAD-LEADS - THE LEAD TIMES FROM EVENTS.CFG, ELSE 3 AND  *
021000*  0.  ANYTHING THAT IS NOT A NUMBER IN COLS 1-3 IS A COMMENT.   *
021100******************************************************************
021200 1000-LOAD-LEADS.
021300     MOVE ZERO TO LEAD-COUNT.
021400     MOVE "N" TO EOF-SW.
021500     OPEN INPUT CONFIG-FILE.
021600     IF CONFIG-STATUS NOT = "00"
021700         IF CONFIG-STATUS = "05"
021800             CLOSE CONFIG-FILE
021900         END-IF
022000         GO TO 1000-DEFAULTS.
022100     PERFORM 1010-ONE-LEAD THRU 1010-EXIT
022200         UNTIL FILE-AT-END.
022300     CLOSE CONFIG-FILE.
022400 1000-DEFAULTS.
022500     IF LEAD-COUNT = ZERO
022600         MOVE 2 TO LEAD-COUNT
022700         MOVE 3 TO LEAD-DAYS(1)
022800         MOVE 0 TO LEAD-DAYS(2).
022900 1000-EXIT.
023000     EXIT.
023100 1010-ONE-LEAD.
023200     READ CONFIG-FILE
023300         AT END
023400             MOVE "Y" TO EOF-SW
023500             GO TO 1010-EXIT
023600     END-READ.
023700     IF CFG-LEAD IS NOT NUMERIC OR LEAD-COUNT >= 9
023800         GO TO 1010-EXIT.
023900     ADD 1 TO LEAD-COUNT.
024000     MOVE CFG-LEAD TO LEAD-DAYS(LEAD-COUNT).
024100 1010-EXIT.
024200     EXIT.
024300******************************************************************
024400*  1500-LOAD-CALENDAR - EVENTS.DAT INTO THE TABLE.  A CALENDAR   *
024500*  TOO BIG FOR THE TABLE IS NEVER SAVED BACK.                    *
024600******************************************************************
024700 1500-LOAD-CALENDAR.
024800     MOVE ZERO TO EVENT-COUNT.
024900     MOVE "N" TO EOF-SW.
025000     OPEN INPUT EVENTS-FILE.
025100     IF EVENTS-STATUS NOT = "00"
025200         IF EVENTS-STATUS = "05"
025300             CLOSE EVENTS-FILE
025400         END-IF
025500         GO TO 1500-EXIT.
025600     PERFORM 1510-ONE-EVENT THRU 1510-EXIT
025700         UNTIL FILE-AT-END.
025800     CLOSE EVENTS-FILE.
025900 1500-EXIT.
026000     EXIT.
026100 1510-ONE-EVENT.
026200     READ EVENTS-FILE
026300         AT END
026400             MOVE "Y" TO EOF-SW
026500             GO TO 1510-EXIT
026600     END-READ.
026700     IF EVENTS-RECORD = SPACES
026800         GO TO 1510-EXIT.
026900     IF EVENT-COUNT >= 300
027000         MOVE "Y" TO CALENDAR-OVERFLOW
027100         GO TO 1510-EXIT.
027200     ADD 1 TO EVENT-COUNT.
027300     MOVE EVENTS-RECORD TO EVENT-LINE(EVENT-COUNT).
027400 1510-EXIT.
027500     EXIT.
027600******************************************************************
027700*  1600-SAVE-CALENDAR - THE REMINDER AND RESULTS MARKS BACK TO   *
027800*  EVENTS.DAT.                                                   *
027900******************************************************************
028000 1600-SAVE-CALENDAR.
028100     IF CALENDAR-OVERFLOW = "Y"
028200         DISPLAY "EVENTS.DAT HOLDS MORE THAN 300 EVENTS - "
028300                 "MARKS NOT SAVED"
028400         GO TO 1600-EXIT.
028500     OPEN OUTPUT EVENTS-FILE.
028600     IF EVENTS-STATUS NOT = "00" AND EVENTS-STATUS NOT = "05"
028700         DISPLAY "CANNOT REWRITE EVENTS.DAT, STATUS "
028800                 EVENTS-STATUS
028900         GO TO 1600-EXIT.
029000     PERFORM 1610-SAVE-ONE THRU 1610-EXIT
029100         VARYING EV-IX FROM 1 BY 1
029200         UNTIL EV-IX > EVENT-COUNT.
029300     CLOSE EVENTS-FILE.
029400 1600-EXIT.
029500     EXIT.
029600 1610-SAVE-ONE.
029700     WRITE EVENTS-RECORD FROM EVENT-LINE(EV-IX).
029800 1610-EXIT.
029900     EXIT.
030000******************************************************************
030100*  2000-ONE-EVENT - REMINDER OR RESULTS CHECK FOR ONE EVENT.     *
030200******************************************************************
030300 2000-ONE-EVENT.
030400     MOVE EVENT-LINE(EV-IX) TO EVENT-VIEW.
030500     IF NOT EV-IS-ACTIVE OR EV-DATE IS NOT NUMERIC
030600         GO TO 2000-EXIT.
030700     COMPUTE DAYS-TO-GO = FUNCTION INTEGER-OF-DATE(EV-DATE)
030800                        - TODAY-DAYS.
030900     IF DAYS-TO-GO < ZERO
031000         PERFORM 4000-CHECK-RESULTS THRU 4000-EXIT
031100     ELSE
031200         PERFORM 3000-CHECK-REMINDER THRU 3000-EXIT.
031300     MOVE EVENT-VIEW TO EVENT-LINE(EV-IX).
031400 2000-EXIT.
031500     EXIT.
031600******************************************************************
031700*  3000-CHECK-REMINDER - THE SMALLEST LEAD TIME THE EVENT IS NOW *
031800*  INSIDE.  IF IT HAS NOT BEEN REMINDED FOR THAT ONE (OR A       *
031900*  SHORTER ONE) YET, ONE REMINDER GOES OUT.                      *
032000******************************************************************
032100 3000-CHECK-REMINDER.
032200     MOVE DAYS-TO-GO TO DAYS-AWAY.
032300     MOVE 999 TO PICK-LEAD.
032400     PERFORM 3010-ONE-LEAD THRU 3010-EXIT
032500         VARYING LD-IX FROM 1 BY 1
032600         UNTIL LD-IX > LEAD-COUNT.
032700     IF PICK-LEAD = 999
032800         GO TO 3000-EXIT.
032900     IF EV-LAST-LEAD IS NUMERIC AND EV-LAST-LEAD <= PICK-LEAD
033000         GO TO 3000-EXIT.
033100     PERFORM 3100-WRITE-BODY THRU 3100-EXIT.
033200     IF BODY-STATUS NOT = "00" AND BODY-STATUS NOT = "05"
033300         GO TO 3000-EXIT.
033400     PERFORM 3200-QUEUE-MAIL THRU 3200-EXIT.
033500     IF SPOOL-STATUS NOT = "00" AND SPOOL-STATUS NOT = "05"
033600         GO TO 3000-EXIT.
033700     MOVE PICK-LEAD TO EV-LAST-LEAD.
033800     MOVE "Y" TO CALENDAR-CHANGED.
033900     ADD 1 TO REMIND-COUNT.
034000     MOVE SPACES TO REPORT-LINE.
034100     MOVE EV-ID TO ED-ID.
034200     STRING "REMINDER QUEUED  " ED-ID " " DASHED-DATE " "
034300            COLON-TIME " TO LIST:" EV-LIST " " EV-TITLE
034400         DELIMITED BY SIZE INTO REPORT-LINE.
034500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
034600 3000-EXIT.
034700     EXIT.
034800 3010-ONE-LEAD.
034900     IF LEAD-DAYS(LD-IX) >= DAYS-AWAY
035000        AND LEAD-DAYS(LD-IX) < PICK-LEAD
035100         MOVE LEAD-DAYS(LD-IX) TO PICK-LEAD.
035200 3010-EXIT.
035300     EXIT.
035400******************************************************************
035500*  3100-WRITE-BODY - EVENTNNNNNN.MAI, THE REMINDER TEXT.         *
035600******************************************************************
035700 3100-WRITE-BODY.
035800     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
035900     MOVE SPACES TO WHEN-TEXT.
036000     IF DAYS-AWAY = ZERO
036100         MOVE "TODAY" TO WHEN-TEXT
036200     ELSE
036300         IF DAYS-AWAY = 1
036400             MOVE "TOMORROW" TO WHEN-TEXT
036500         ELSE
036600             MOVE DAYS-AWAY TO ED-DAYS
036700             STRING "IN " FUNCTION TRIM(ED-DAYS) " DAYS"
036800                 DELIMITED BY SIZE INTO WHEN-TEXT
036900         END-IF
037000     END-IF.
037100     MOVE SPACES TO BODY-NAME.
037200     STRING "EVENT" EV-ID ".MAI" DELIMITED BY SIZE INTO BODY-NAME.
037300     OPEN OUTPUT BODY-FILE.
037400     IF BODY-STATUS NOT = "00" AND BODY-STATUS NOT = "05"
037500         DISPLAY "CANNOT WRITE " FUNCTION TRIM(BODY-NAME)
037600         GO TO 3100-EXIT.
037700     MOVE "SHOP EVENT REMINDER" TO BODY-LINE.
037800     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
037900     MOVE SPACES TO BODY-LINE.
038000     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
038100     MOVE EV-TITLE TO BODY-LINE.
038200     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
038300     MOVE SPACES TO BODY-LINE.
038400     STRING "GAME:  " EV-GAME DELIMITED BY SIZE INTO BODY-LINE.
038500     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
038600     MOVE SPACES TO BODY-LINE.
038700     STRING "WHEN:  " DASHED-DATE " AT " COLON-TIME " ("
038800            FUNCTION TRIM(WHEN-TEXT) ")"
038900         DELIMITED BY SIZE INTO BODY-LINE.
039000     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
039100     MOVE SPACES TO BODY-LINE.
039200     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
039300     MOVE EV-ID TO ED-ID.
039400     STRING "FROM THE SHOP EVENT CALENDAR, EVENT "
039500            FUNCTION TRIM(ED-ID) "."
039600         DELIMITED BY SIZE INTO BODY-LINE.
039700     PERFORM 3190-PUT-BODY THRU 3190-EXIT.
039800     CLOSE BODY-FILE.
039900 3100-EXIT.
040000     EXIT.
040100 3190-PUT-BODY.
040200     WRITE BODY-RECORD FROM BODY-LINE.
040300 3190-EXIT.
040400     EXIT.
040500******************************************************************
040600*  3200-QUEUE-MAIL - ONE LIST-ADDRESSED SPOOL REQUEST FOR THE    *
040700*  EVENT'S AUDIENCE.                                             *
040800******************************************************************
040900 3200-QUEUE-MAIL.
041000     OPEN EXTEND SPOOL-FILE.
041100     IF SPOOL-STATUS NOT = "00" AND SPOOL-STATUS NOT = "05"
041200         DISPLAY "CANNOT QUEUE THE REMINDER FOR EVENT " EV-ID
041300         GO TO 3200-EXIT.
041400     MOVE SPACES TO MAIL-SUBJECT.
041500     STRING "EVENT " FUNCTION TRIM(WHEN-TEXT) ": "
041600            FUNCTION TRIM(EV-TITLE)
041700         DELIMITED BY SIZE INTO MAIL-SUBJECT.
041800     MOVE SPACES TO SPOOL-LINE.
041900     STRING "P|LIST:" FUNCTION TRIM(EV-LIST) "|"
042000            FUNCTION TRIM(MAIL-SUBJECT)
042100            "|@" FUNCTION TRIM(BODY-NAME) "|"
042200         DELIMITED BY SIZE INTO SPOOL-LINE.
042300     WRITE SPOOL-RECORD FROM SPOOL-LINE.
042400     CLOSE SPOOL-FILE.
042500 3200-EXIT.
042600     EXIT.
042700******************************************************************
042800*  4000-CHECK-RESULTS - HAS THE RESULTS JOB RUN SINCE THE EVENT. *
042900*  THE NIGHT AFTER THE EVENT IS ALLOWED FOR; AN EVENT FURTHER    *
043000*  PAST WITH NO RUN IS MARKED MISSING ONCE AND AN INCIDENT IS    *
043100*  OPENED.                                                       *
043200******************************************************************
043300 4000-CHECK-RESULTS.
043400     IF EV-JOB = SPACES OR EV-RESULTS-RAN
043500         GO TO 4000-EXIT.
043600     PERFORM 4100-SCAN-JOURNAL THRU 4100-EXIT.
043700     PERFORM 8000-FORMAT-STAMP THRU 8000-EXIT.
043800     MOVE EV-ID TO ED-ID.
043900     MOVE SPACES TO REPORT-LINE.
044000     IF JOB-SEEN = "Y"
044100         MOVE "R" TO EV-RESULTS
044200         MOVE "Y" TO CALENDAR-CHANGED
044300         ADD 1 TO ARRIVED-COUNT
044400         STRING "RESULTS IN       " ED-ID " " DASHED-DATE " "
044500                EV-JOB " " EV-TITLE
044600             DELIMITED BY SIZE INTO REPORT-LINE
044700         PERFORM 8900-PUT-LINE THRU 8900-EXIT
044800         GO TO 4000-EXIT.
044900     IF DAYS-TO-GO >= -1
045000         GO TO 4000-EXIT.
045100     STRING "RESULTS MISSING  " ED-ID " " DASHED-DATE " "
045200            EV-JOB " " EV-TITLE
045300         DELIMITED BY SIZE INTO REPORT-LINE.
045400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
045500     IF EV-RESULTS-MISSING
045600         GO TO 4000-EXIT.
045700     MOVE "M" TO EV-RESULTS.
045800     MOVE "Y" TO CALENDAR-CHANGED.
045900     ADD 1 TO MISSING-COUNT.
046000     PERFORM 4200-OPEN-INCIDENT THRU 4200-EXIT.
046100 4000-EXIT.
046200     EXIT.
046300 4100-SCAN-JOURNAL.
046400     MOVE "N" TO JOB-SEEN.
046500     MOVE "N" TO EOF-SW.
046600     OPEN INPUT JOURNAL-FILE.
046700     IF JOURNAL-STATUS NOT = "00"
046800         IF JOURNAL-STATUS = "05"
046900             CLOSE JOURNAL-FILE
047000         END-IF
047100         GO TO 4100-EXIT.
047200     PERFORM 4110-ONE-JOURNAL THRU 4110-EXIT
047300         UNTIL FILE-AT-END OR JOB-SEEN = "Y".
047400     CLOSE JOURNAL-FILE.
047500 4100-EXIT.
047600     EXIT.
047700 4110-ONE-JOURNAL.
047800     READ JOURNAL-FILE
047900         AT END
048000             MOVE "Y" TO EOF-SW
048100             GO TO 4110-EXIT
048200     END-READ.
048300     IF JNL-STEP = EV-JOB
048400        AND JNL-NOTE = "DONE"
048500        AND JNL-DATE IS NUMERIC
048600        AND JNL-DATE NOT < EV-DATE
048700         MOVE "Y" TO JOB-SEEN.
048800 4110-EXIT.
048900     EXIT.
049000 4200-OPEN-INCIDENT.
049100     MOVE SPACES TO INCOPEN-AREA.
049200     MOVE "EVNIGHT" TO INC-SOURCE.
049300     STRING "EVENT " EV-ID " RESULTS"
049400         DELIMITED BY SIZE INTO INC-KEY.
049500     MOVE "C" TO INC-SEVERITY.
049600     MOVE "AUTO" TO INC-OPERATOR.
049700     STRING "RESULTS JOB " FUNCTION TRIM(EV-JOB) " NEVER RAN FOR "
049800            EV-TITLE
049900         DELIMITED BY SIZE INTO INC-TITLE.
050000     CALL "INCOPEN" USING INCOPEN-AREA.
050100     IF INC-RESULT = "N"
050200         DISPLAY "OPENED INCIDENT " INC-ID
050300                 " FOR EVENT " EV-ID.
050400 4200-EXIT.
050500     EXIT.
050600******************************************************************
050700*  8000-FORMAT-STAMP - EV-DATE/EV-TIME AS YYYY-MM-DD HH:MM.      *
050800******************************************************************
050900 8000-FORMAT-STAMP.
051000     MOVE SPACES TO DASHED-DATE COLON-TIME.
051100     STRING EV-DATE(1:4) "-" EV-DATE(5:2) "-" EV-DATE(7:2)
051200         DELIMITED BY SIZE INTO DASHED-DATE.
051300     STRING EV-TIME(1:2) ":" EV-TIME(3:2)
051400         DELIMITED BY SIZE INTO COLON-TIME.
051500 8000-EXIT.
051600     EXIT.
051700 8900-PUT-LINE.
051800     WRITE REPORT-RECORD FROM REPORT-LINE.
051900     MOVE SPACES TO REPORT-LINE.
052000 8900-EXIT.
052100     EXIT.
052200 END PROGRAM EVNIGHT.
