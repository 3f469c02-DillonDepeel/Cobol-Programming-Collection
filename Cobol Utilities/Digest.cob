001600*  DIGEST.STATE CARRIES YESTERDAY'S CUMULATIVE COUNTERS SO THE   *
001700*  APPEND-FOREVER FILES CAN BE REPORTED AS SINCE-YESTERDAY       *
001800*  DELTAS.                                                       *
001810*                                                                *
001820*  WHEN DIGEST.SUB EXISTS (DIGSUB MAINTAINS IT) IT REPLACES THE  *
001830*  LIST AND DIST.LST AS THE AUDIENCE.  EACH ADDRESS THERE PICKS  *
001840*  ITS SECTIONS, AND ONE BODY IS WRITTEN PER DISTINCT SET OF     *
001850*  SECTIONS AS DIGEST-<FLAGS>.MAI (FLAGS = THE EIGHT Y/N         *
001860*  COLUMNS, E.G. DIGEST-NNNNNYNN.MAI FOR MAIL ONLY).  AN ADDRESS *
001870*  WITH NO SECTIONS GETS NOTHING.  DIGEST.MAI IS STILL WRITTEN   *
001880*  IN FULL FOR THE CONSOLE AND THE OPERATORS.                    *
001885*  THE ARCADE SECTION ALSO LISTS THE ACHIEVEMENTS AWARDED SINCE  *
001890*  THE LAST DIGEST (ACHIEVE.LDG, WRITTEN BY ACHIEVE EARLIER IN   *
001895*  THE NIGHT RUN).                                               *
001900******************************************************************
002000*  MODIFICATION HISTORY                                          *
002100*  08/21/26 OSG  INITIAL VERSION.                                *
002150*  10/15/26 OSG  HELD NOTIFICATIONS (BLANK RC) NOT COUNTED.      *
002175*  10/15/26 OSG  PER-ADDRESS SECTION SUBSCRIPTIONS (DIGEST.SUB). *
002180*  10/15/26 OSG  NEW ACHIEVEMENTS LISTED IN THE ARCADE SECTION.  *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004540     SELECT OPTIONAL ARCADE-FILE ASSIGN TO "ARCADE.USE"
004550         ORGANIZATION IS LINE SEQUENTIAL
004560         FILE STATUS IS ARCADE-STATUS.
004562     SELECT OPTIONAL ACHIEVE-FILE ASSIGN TO "ACHIEVE.LDG"
004564         ORGANIZATION IS LINE SEQUENTIAL
004566         FILE STATUS IS ACHIEVE-STATUS.
004600     SELECT OPTIONAL STATE-FILE ASSIGN TO "DIGEST.STATE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS STATE-STATUS.
004825*    DIGEST.MAI, OR ONE SUBSCRIBER PROFILE'S BODY - THE NAME IS
004850*    SET IN BODY-NAME BEFORE EACH OPEN.
004900     SELECT OPTIONAL BODY-FILE ASSIGN TO BODY-NAME
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS BODY-STATUS.
005200     SELECT OPTIONAL DIST-FILE ASSIGN TO "DIST.LST"
005750     SELECT OPTIONAL MAILLIST-FILE ASSIGN TO "MAILLIST.DAT"
005760         ORGANIZATION IS LINE SEQUENTIAL
005770         FILE STATUS IS MAILLIST-STATUS.
005775     SELECT OPTIONAL SUB-FILE ASSIGN TO "DIGEST.SUB"
005780         ORGANIZATION IS LINE SEQUENTIAL
005785         FILE STATUS IS SUB-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  SNAKE-FILE.
008600 01  SPOOL-RECORD            PIC X(250).
008610 FD  MAILLIST-FILE.
008620 01  MAILLIST-RECORD         PIC X(80).
008630 FD  SUB-FILE.
008640*    LAID OUT AS DIGSUB DOCUMENTS IT.
008650 01  SUB-RECORD.
008660     05  SUB-ADDRESS         PIC X(60).
008670     05  FILLER              PIC X(01).
008680     05  SUB-SECTIONS        PIC X(08).
008682 FD  ACHIEVE-FILE.
008684*    LAID OUT AS ACHIEVE DOCUMENTS IT.
008686 01  ACHIEVE-RECORD.
008688     05  AL-PLAYER           PIC X(12).
008690     05  FILLER              PIC X(01).
008691     05  AL-CODE             PIC X(08).
008692     05  FILLER              PIC X(01).
008693     05  AL-AWARDED          PIC 9(08).
008694     05  FILLER              PIC X(01).
008695     05  AL-EARNED           PIC X(08).
008696     05  FILLER              PIC X(01).
008697     05  AL-TITLE            PIC X(40).
008698     05  FILLER              PIC X(81).
008700 WORKING-STORAGE SECTION.
008750 77  CH2048-NAME             PIC X(23)
008760     VALUE ".2048-CHALLENGE-RESULTS".
013220 77  ARC-MINUTES-TOTAL       PIC 9(09) VALUE ZERO.
013230 77  ARC-SESSIONS-TODAY      PIC 9(05) VALUE ZERO.
013240 77  ARC-MINUTES-TODAY       PIC 9(06) VALUE ZERO.
013242 77  ACHIEVE-STATUS          PIC X(02).
013244 77  ACHIEVE-SINCE           PIC 9(08) VALUE ZERO.
013246 77  ACHIEVE-SHOWN           PIC 9(05) VALUE ZERO.
013250 01  ARC-GAME-TABLE.
013260     05  ARC-GAME-ENTRY OCCURS 10 TIMES.
013270         10  AG-NAME         PIC X(10).
013460 77  COVER-ED                PIC ZZZ9.
013461 01  BODY-LINE               PIC X(80).
013462 01  SPOOL-LINE              PIC X(250).
013463 77  BODY-NAME               PIC X(20) VALUE "DIGEST.MAI".
013464 77  ECHO-SW                 PIC X(01) VALUE "Y".
013465     88  ECHO-BODY           VALUE "Y".
013466******************************************************************
013467*  THE SECTIONS THE BODY BEING WRITTEN CARRIES, IN DIGEST.SUB    *
013468*  COLUMN ORDER.  ALL Y FOR DIGEST.MAI.                          *
013469******************************************************************
013470 01  SECTION-FLAGS           PIC X(08) VALUE ALL "Y".
013471 01  SECTION-FLAG-VIEW REDEFINES SECTION-FLAGS.
013472     05  WANT-SNAKE          PIC X(01).
013473     05  WANT-CHECKERS       PIC X(01).
013474     05  WANT-TETRIS         PIC X(01).
013475     05  WANT-2048           PIC X(01).
013476     05  WANT-CALC           PIC X(01).
013477     05  WANT-MAIL           PIC X(01).
013478     05  WANT-PONG           PIC X(01).
013479     05  WANT-ARCADE         PIC X(01).
013480******************************************************************
013481*  DIGEST.SUB IN MEMORY, AND THE DISTINCT SECTION SETS IN IT.    *
013482******************************************************************
013483 77  SUB-STATUS              PIC X(02).
013484 77  SUBSCRIPTION-SW         PIC X(01) VALUE "N".
013485     88  HAVE-SUBSCRIPTIONS  VALUE "Y".
013486 01  SUBSCRIBER-TABLE.
013487     05  SUBSCRIBER-ENTRY OCCURS 300 TIMES.
013488         10  SS-ADDRESS      PIC X(60).
013489         10  SS-SECTIONS     PIC X(08).
013490 77  SUBSCRIBER-COUNT        PIC 9(03) VALUE ZERO.
013491 77  SS-IX                   PIC 9(03).
013492 01  PROFILE-TABLE.
013493     05  PROFILE-SECTIONS    PIC X(08) OCCURS 300 TIMES.
013494 77  PROFILE-COUNT           PIC 9(03) VALUE ZERO.
013495 77  PF-IX                   PIC 9(03).
013496 77  PF-HIT                  PIC 9(03).
013497 77  QUEUED-COUNT            PIC 9(03) VALUE ZERO.
013498 77  SKIPPED-COUNT           PIC 9(03) VALUE ZERO.
013499 PROCEDURE DIVISION.
013500******************************************************************
013600*  0000-MAINLINE - GATHER, SUMMARIZE, QUEUE, REMEMBER.           *
013700******************************************************************
029300     EXIT.
029400******************************************************************
029500*  2500-READ-SENDLOG - MAIL SENT AND FAILED TODAY.  THE RETURN   *
029600*  CODE SITS AT COLUMN 95 OF THE SEND LOG LAYOUT; IT IS BLANK ON *
029625*  A NOTIFICATION HELD FOR A BATCH, WHICH IS COUNTED WHEN IT IS  *
029650*  LOGGED AGAIN AS SENT.                                         *
029700******************************************************************
029800 2500-READ-SENDLOG.
029900     MOVE "N" TO EOF-SW.
030900     READ SENDLOG-FILE
031000         AT END MOVE "Y" TO EOF-SW
031100         NOT AT END
031150             IF SENDLOG-RECORD(95:5) NOT = SPACES
031200                 ADD 1 TO SEND-TOTAL
031300                 IF SENDLOG-RECORD(1:10) = TODAY-DASHED
031400                     ADD 1 TO SEND-TODAY
031500                     IF SENDLOG-RECORD(95:5) NOT = "    0"
031600                         ADD 1 TO SEND-FAILED-TODAY
031700                     END-IF
031750                 END-IF
031800             END-IF
031900     END-READ.
032000 2510-EXIT.
032600 3000-WRITE-DIGEST.
032700     OPEN OUTPUT BODY-FILE.
032800     IF BODY-STATUS NOT = "00" AND BODY-STATUS NOT = "05"
032900         DISPLAY "CANNOT WRITE " BODY-NAME
033000         GO TO 3000-EXIT.
033100     MOVE SPACES TO BODY-LINE.
033200     STRING "SHOP DIGEST FOR " TODAY-DASHED
033750                "DID NOT RUN EVERY NIGHT **"
033760             DELIMITED BY SIZE INTO BODY-LINE
033770         PERFORM 3100-PUT-LINE THRU 3100-EXIT.
033771     IF WANT-SNAKE = "Y"
033772         PERFORM 3010-SNAKE-LINES THRU 3010-EXIT.
033773     IF WANT-CHECKERS = "Y"
033774         PERFORM 3020-CHECKERS-LINES THRU 3020-EXIT.
033775     IF WANT-TETRIS = "Y"
033776         PERFORM 3030-TETRIS-LINES THRU 3030-EXIT.
033777     IF WANT-2048 = "Y"
033778         PERFORM 3040-2048-LINES THRU 3040-EXIT.
033779     IF WANT-CALC = "Y"
033780         PERFORM 3050-CALC-LINES THRU 3050-EXIT.
033781     IF WANT-MAIL = "Y"
033782         PERFORM 3060-MAIL-LINES THRU 3060-EXIT.
033783     IF WANT-PONG = "Y"
033784         PERFORM 3070-PONG-LINES THRU 3070-EXIT.
033785     IF WANT-ARCADE = "Y"
033786         PERFORM 3080-ARCADE-LINES THRU 3080-EXIT.
033787     CLOSE BODY-FILE.
033788 3000-EXIT.
033789     EXIT.
033790 3010-SNAKE-LINES.
033800     MOVE SNAKE-GAMES-TODAY TO ED-5.
033900     MOVE SPACES TO BODY-LINE.
034000     STRING "SNAKE GAMES TODAY: " ED-5
034800         STRING " (NEW HIGH)" DELIMITED BY SIZE
034900             INTO BODY-LINE(36:11).
035000     PERFORM 3100-PUT-LINE THRU 3100-EXIT.
035025 3010-EXIT.
035050     EXIT.
035075 3020-CHECKERS-LINES.
035100     COMPUTE DELTA-WORK = CHECKERS-WINS - PRV-WINS.
035200     MOVE DELTA-WORK TO ED-10.
035300     MOVE SPACES TO BODY-LINE.
036000     STRING "CHECKERS LOSSES SINCE YESTERDAY: " ED-10
036100         DELIMITED BY SIZE INTO BODY-LINE.
036200     PERFORM 3100-PUT-LINE THRU 3100-EXIT.
036225 3020-EXIT.
036250     EXIT.
036275 3030-TETRIS-LINES.
036300     IF TTS-TOP-LINE NOT = SPACES
036400         MOVE SPACES TO BODY-LINE
036500         STRING "TETRIS LEADER: " TTS-TOP-LINE(1:60)
036600             DELIMITED BY SIZE INTO BODY-LINE
036700         PERFORM 3100-PUT-LINE THRU 3100-EXIT.
036725 3030-EXIT.
036750     EXIT.
036775 3040-2048-LINES.
036800     MOVE MATCHES-2048-TODAY TO ED-5.
036900     MOVE SPACES TO BODY-LINE.
037000     STRING "2048 CHALLENGE MATCHES TODAY: " ED-5
037100         DELIMITED BY SIZE INTO BODY-LINE.
037200     PERFORM 3100-PUT-LINE THRU 3100-EXIT.
037225 3040-EXIT.
037250     EXIT.
037275 3050-CALC-LINES.
037300     COMPUTE DELTA-WORK = CALC-LINES - PRV-CALC-LINES.
037400     IF DELTA-WORK < 0
037500         MOVE CALC-LINES TO DELTA-WORK.
037800     STRING "CALCULATOR CALLS SINCE YESTERDAY: " ED-9
037900         DELIMITED BY SIZE INTO BODY-LINE.
038000     PERFORM 3100-PUT-LINE THRU 3100-EXIT.
038025 3050-EXIT.
038050     EXIT.
038075 3060-MAIL-LINES.
038100     MOVE SEND-TODAY TO ED-5.
038200     MOVE SPACES TO BODY-LINE.
038300     STRING "MAIL SENT TODAY: " ED-5
038800     STRING "MAIL FAILED TODAY: " ED-5
038900         DELIMITED BY SIZE INTO BODY-LINE.
039000     PERFORM 3100-PUT-LINE THRU 3100-EXIT.
039002 3060-EXIT.
039004     EXIT.
039006 3070-PONG-LINES.
039010     MOVE PONG-TODAY TO ED-5.
039020     MOVE SPACES TO BODY-LINE.
039030     STRING "PONG MATCHES TODAY: " ED-5
039076     STRING "PONG LONGEST RALLY TODAY: " ED-3
039078         DELIMITED BY SIZE INTO BODY-LINE.
039080     PERFORM 3100-PUT-LINE THRU 3100-EXIT.
039081 3070-EXIT.
039082     EXIT.
039083 3080-ARCADE-LINES.
039084     MOVE ARC-SESSIONS-TODAY TO ED-5.
039085     MOVE ARC-MINUTES-TODAY TO ED-6.
039086     MOVE SPACES TO BODY-LINE.
039088     STRING "ARCADE TODAY: " ED-5 " SESSION(S), "
039090            ED-6 " MINUTE(S)"
039115     PERFORM 3300-ONE-ARC-TERM THRU 3300-EXIT
039116         VARYING ARC-IX FROM 1 BY 1
039117         UNTIL ARC-IX > ARC-TERM-COUNT.
039118     PERFORM 3400-ACHIEVE-LINES THRU 3400-EXIT.
039200 3080-EXIT.
039300     EXIT.
039310 3200-ONE-ARC-GAME.
039320     MOVE AG-SESSIONS(ARC-IX) TO ED-5.
039460     EXIT.
039461 3100-PUT-LINE.
039500     WRITE BODY-RECORD FROM BODY-LINE.
039600     IF ECHO-BODY
039650         DISPLAY BODY-LINE.
039700 3100-EXIT.
039800     EXIT.
039802******************************************************************
039804*  3400-ACHIEVE-LINES - THE ACHIEVEMENTS AWARDED SINCE THE LAST  *
039806*  DIGEST, OR TODAY WHEN THERE IS NO STATE TO GO BY.  THE LEDGER *
039808*  IS READ AGAIN FOR EACH BODY THAT CARRIES THE SECTION.         *
039810******************************************************************
039812 3400-ACHIEVE-LINES.
039814     IF PRV-STAMP-YMD > ZERO
039816         MOVE PRV-STAMP-YMD TO ACHIEVE-SINCE
039818     ELSE
039820         COMPUTE ACHIEVE-SINCE = FUNCTION DATE-OF-INTEGER(
039822             FUNCTION INTEGER-OF-DATE(TODAY-YMD) - 1).
039824     MOVE ZERO TO ACHIEVE-SHOWN.
039826     MOVE "N" TO EOF-SW.
039828     OPEN INPUT ACHIEVE-FILE.
039830     IF ACHIEVE-STATUS NOT = "00"
039832         IF ACHIEVE-STATUS = "05"
039834             CLOSE ACHIEVE-FILE
039836         END-IF
039838         GO TO 3400-EXIT.
039840     PERFORM 3410-ONE-AWARD THRU 3410-EXIT
039842         UNTIL FILE-AT-END.
039844     CLOSE ACHIEVE-FILE.
039846 3400-EXIT.
039848     EXIT.
039850 3410-ONE-AWARD.
039852     READ ACHIEVE-FILE
039854         AT END
039856             MOVE "Y" TO EOF-SW
039858             GO TO 3410-EXIT
039860     END-READ.
039862     IF AL-AWARDED NOT NUMERIC
039864         GO TO 3410-EXIT.
039866     IF AL-AWARDED NOT > ACHIEVE-SINCE
039868         GO TO 3410-EXIT.
039870     IF ACHIEVE-SHOWN = ZERO
039872         MOVE "NEW ACHIEVEMENTS:" TO BODY-LINE
039874         PERFORM 3100-PUT-LINE THRU 3100-EXIT.
039876     ADD 1 TO ACHIEVE-SHOWN.
039878     MOVE SPACES TO BODY-LINE.
039880     STRING "  " AL-PLAYER " " AL-TITLE
039882         DELIMITED BY SIZE INTO BODY-LINE.
039884     PERFORM 3100-PUT-LINE THRU 3100-EXIT.
039886 3410-EXIT.
039888     EXIT.
039900******************************************************************
040000*  4000-QUEUE-MAIL - ONE PENDING SPOOL REQUEST PER ADDRESS ON    *
040100*  THE DISTRIBUTION LIST, ALL POINTING AT THE DIGEST BODY.       *
040150*  SUBSCRIBERS IN DIGEST.SUB GET THEIR OWN SECTIONS INSTEAD.     *
040200******************************************************************
040300 4000-QUEUE-MAIL.
040302     PERFORM 4200-LOAD-SUBSCRIPTIONS THRU 4200-EXIT.
040304     IF HAVE-SUBSCRIPTIONS
040306         PERFORM 4300-QUEUE-SUBSCRIBERS THRU 4300-EXIT
040308         GO TO 4000-EXIT.
040310     PERFORM 4050-CHECK-DIGEST-LIST THRU 4050-EXIT.
040320     IF HAVE-DIGEST-LIST
040330         OPEN EXTEND SPOOL-FILE
043300     END-READ.
043400 4100-EXIT.
043500     EXIT.
043501******************************************************************
043502*  4200-LOAD-SUBSCRIPTIONS - DIGEST.SUB INTO THE TABLE, AND THE  *
043503*  DISTINCT SECTION SETS (PROFILES) IT USES.  A BLANK OR ANY     *
043504*  LETTER BUT Y IN A SECTION COLUMN COUNTS AS N.                 *
043505******************************************************************
043506 4200-LOAD-SUBSCRIPTIONS.
043507     MOVE "N" TO SUBSCRIPTION-SW.
043508     MOVE ZERO TO SUBSCRIBER-COUNT PROFILE-COUNT.
043509     MOVE "N" TO EOF-SW.
043510     OPEN INPUT SUB-FILE.
043511     IF SUB-STATUS NOT = "00"
043512         IF SUB-STATUS = "05"
043513             CLOSE SUB-FILE
043514         END-IF
043515         GO TO 4200-EXIT.
043516     MOVE "Y" TO SUBSCRIPTION-SW.
043517     PERFORM 4210-ONE-SUBSCRIBER THRU 4210-EXIT
043518         UNTIL FILE-AT-END.
043519     CLOSE SUB-FILE.
043520 4200-EXIT.
043521     EXIT.
043522 4210-ONE-SUBSCRIBER.
043523     READ SUB-FILE
043524         AT END
043525             MOVE "Y" TO EOF-SW
043526             GO TO 4210-EXIT
043527     END-READ.
043528     IF SUB-ADDRESS = SPACES
043529         GO TO 4210-EXIT.
043530     IF SUBSCRIBER-COUNT >= 300
043531         DISPLAY "DIGEST.SUB OVER 300 ADDRESSES - SKIPPING "
043532                 SUB-ADDRESS(1:40)
043533         GO TO 4210-EXIT.
043534     ADD 1 TO SUBSCRIBER-COUNT.
043535     MOVE SUB-ADDRESS TO SS-ADDRESS(SUBSCRIBER-COUNT).
043536     MOVE FUNCTION UPPER-CASE(SUB-SECTIONS) TO SECTION-FLAGS.
043537     PERFORM 4220-ONE-FLAG THRU 4220-EXIT
043538         VARYING PF-IX FROM 1 BY 1
043539         UNTIL PF-IX > 8.
043540     MOVE SECTION-FLAGS TO SS-SECTIONS(SUBSCRIBER-COUNT).
043541     IF SECTION-FLAGS = ALL "N"
043542         GO TO 4210-EXIT.
043543     MOVE ZERO TO PF-HIT.
043544     PERFORM 4230-MATCH-PROFILE THRU 4230-EXIT
043545         VARYING PF-IX FROM 1 BY 1
043546         UNTIL PF-IX > PROFILE-COUNT OR PF-HIT NOT = ZERO.
043547     IF PF-HIT = ZERO
043548         ADD 1 TO PROFILE-COUNT
043549         MOVE SECTION-FLAGS TO PROFILE-SECTIONS(PROFILE-COUNT).
043550 4210-EXIT.
043551     EXIT.
043552 4220-ONE-FLAG.
043553     IF SECTION-FLAGS(PF-IX:1) NOT = "Y"
043554         MOVE "N" TO SECTION-FLAGS(PF-IX:1).
043555 4220-EXIT.
043556     EXIT.
043557 4230-MATCH-PROFILE.
043558     IF PROFILE-SECTIONS(PF-IX) = SECTION-FLAGS
043559         MOVE PF-IX TO PF-HIT.
043560 4230-EXIT.
043561     EXIT.
043562******************************************************************
043563*  4300-QUEUE-SUBSCRIBERS - ONE BODY PER PROFILE, WRITTEN QUIETLY*
043564*  (DIGEST.MAI HAS ALREADY BEEN SHOWN), THEN ONE SPOOL REQUEST   *
043565*  PER SUBSCRIBER POINTING AT ITS PROFILE'S BODY.                *
043566******************************************************************
043567 4300-QUEUE-SUBSCRIBERS.
043568     MOVE "N" TO ECHO-SW.
043569     PERFORM 4310-ONE-PROFILE THRU 4310-EXIT
043570         VARYING PF-IX FROM 1 BY 1
043571         UNTIL PF-IX > PROFILE-COUNT.
043572     MOVE "Y" TO ECHO-SW.
043573     MOVE ALL "Y" TO SECTION-FLAGS.
043574     MOVE "DIGEST.MAI" TO BODY-NAME.
043575     MOVE ZERO TO QUEUED-COUNT SKIPPED-COUNT.
043576     OPEN EXTEND SPOOL-FILE.
043577     IF SPOOL-STATUS NOT = "00" AND SPOOL-STATUS NOT = "05"
043578         DISPLAY "CANNOT QUEUE ON DRIVER.SPL"
043579         GO TO 4300-EXIT.
043580     PERFORM 4320-ONE-SUBSCRIBER THRU 4320-EXIT
043581         VARYING SS-IX FROM 1 BY 1
043582         UNTIL SS-IX > SUBSCRIBER-COUNT.
043583     CLOSE SPOOL-FILE.
043584     MOVE QUEUED-COUNT TO ED-3.
043585     MOVE PROFILE-COUNT TO ED-5.
043586     DISPLAY "DIGEST QUEUED FOR " ED-3 " SUBSCRIBER(S) IN "
043587             ED-5 " SECTION PROFILE(S)".
043588     IF SKIPPED-COUNT > ZERO
043589         MOVE SKIPPED-COUNT TO ED-3
043590         DISPLAY ED-3 " SUBSCRIBER(S) WITH NO SECTIONS - "
043592                 "NOT SENT".
043594 4300-EXIT.
043596     EXIT.
043598 4310-ONE-PROFILE.
043600     MOVE PROFILE-SECTIONS(PF-IX) TO SECTION-FLAGS.
043602     MOVE SPACES TO BODY-NAME.
043604     STRING "DIGEST-" SECTION-FLAGS ".MAI"
043606         DELIMITED BY SIZE INTO BODY-NAME.
043608     PERFORM 3000-WRITE-DIGEST THRU 3000-EXIT.
043610 4310-EXIT.
043612     EXIT.
043614 4320-ONE-SUBSCRIBER.
043616     IF SS-SECTIONS(SS-IX) = ALL "N"
043618         ADD 1 TO SKIPPED-COUNT
043620         GO TO 4320-EXIT.
043622     MOVE SPACES TO SPOOL-LINE.
043624     STRING "P|" FUNCTION TRIM(SS-ADDRESS(SS-IX))
043626            "|SHOP DIGEST " TODAY-DASHED
043628            "|@DIGEST-" SS-SECTIONS(SS-IX) ".MAI|"
043630         DELIMITED BY SIZE INTO SPOOL-LINE.
043632     WRITE SPOOL-RECORD FROM SPOOL-LINE.
043634     ADD 1 TO QUEUED-COUNT.
043636 4320-EXIT.
043638     EXIT.
043640******************************************************************
043700*  5000-SAVE-STATE - TODAY'S CUMULATIVE COUNTERS BECOME          *
043800*  TOMORROW'S BASELINE.                                          *
043900******************************************************************
