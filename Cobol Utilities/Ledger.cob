000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LEDGER.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  LEDGER - ONE DELIVERY LEDGER FOR BOTH MAIL SENDERS.  THE HOST *
000900*  EMAIL CLIENT LOGS TO SEND.LOG AND THE PC MAIL DRIVER MOVES    *
001000*  EACH FINISHED SPOOL REQUEST TO ITS DATED DRIVER.HIST FILE;    *
001100*  DELIVERY.LDG HOLDS EVERY DELIVERY FROM EITHER IN ONE LAYOUT.  *
001200*                                                                *
001300*  B = BUILD (THE NIGHTLY STEP).  APPENDS WHAT IS NEW SINCE THE  *
001400*      LAST BUILD, THEN STAMPS THE BOUNCES:                      *
001500*      - SEND.LOG AND ITS LOGKEEP ARCHIVES (FROM LOGKEEP.CAT),   *
001600*        EVERY ROW NEWER THAN THE LAST ONE TAKEN.  THE EMAIL     *
001700*        LOG CARRIES NO SUBJECT, SO THE TEMPLATE (OR FAILING     *
001800*        THAT THE ROUTING RULE) STANDS IN FOR IT.                *
001900*      - DRIVER.HIST.<YYYYMMDD> FROM THE DAY OF THE LAST BUILD   *
002000*        TO TODAY, PICKING UP WHERE THE LAST BUILD LEFT OFF IN   *
002100*        THAT DAY'S FILE.  D = SENT, G = DEAD (GIVEN UP ON),     *
002200*        X = CANCELLED IN SPOOLCON.  A LIST:NAME RECIPIENT IS    *
002300*        EXPANDED TO ONE ROW PER MEMBER OF THE LIST AS IT STANDS *
002400*        IN MAILLIST.DAT.                                        *
002500*      - BOUNCE.LST, THE BOUNCES READER RECORDS AND BOUNCER      *
002600*        RECONCILES: A SENT ROW WHOSE RECIPIENT BOUNCED WITHIN   *
002700*        BOUNCE-WINDOW DAYS AFTER IT WENT OUT GETS THE BOUNCE    *
002800*        DATE.                                                   *
002900*      THE FIRST BUILD TAKES ALL OF SEND.LOG AND ITS ARCHIVES    *
003000*      AND FIRST-DAYS DAYS OF DRIVER HISTORY.                    *
003100*  L = LOOK UP.  EVERY DELIVERY TO A RECIPIENT (ANY PART OF THE  *
003200*      ADDRESS), IN A DATE RANGE, OR BOTH, LISTED IN LEDGER.RPT. *
003300*                                                                *
003400*  DELIVERY.LDG, ONE LINE PER DELIVERY, SPACE SEPARATED:         *
003500*    DATE 9(8) TIME 9(6) SYSTEM X(6) (EMAIL/DRIVER)              *
003600*    PRODUCER-OR-JOBNAME X(8) RECIPIENT X(64) SUBJECT X(60)      *
003700*    OUTCOME X(9) (SENT/FAILED/DEAD/CANCELLED, OR HELD FOR AN    *
003750*    EMAIL NOTIFICATION WAITING FOR ITS BATCH) CODE X(6) (SEND   *
003800*    RC OR SEE ERROR) BOUNCED X(8) (BOUNCE DATE OR BLANK).       *
003900*  LEDGER.CTL REMEMBERS HOW FAR THE LAST BUILD GOT: THE NEWEST   *
004000*  SEND.LOG STAMP TAKEN, AND THE DRIVER.HIST DAY AND LINE COUNT. *
004100******************************************************************
004200*  MODIFICATION HISTORY                                          *
004300*  10/15/26 OSG  INITIAL VERSION.                                *
004350*  10/15/26 OSG  HELD OUTCOME FOR BATCHED EMAIL NOTIFICATIONS.   *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL LOG-FILE ASSIGN TO LOG-NAME
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS LOG-STATUS.
005200     SELECT OPTIONAL CATALOG-FILE ASSIGN TO "LOGKEEP.CAT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS CATALOG-STATUS.
005500     SELECT OPTIONAL HIST-FILE ASSIGN TO HIST-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS HIST-STATUS.
005800     SELECT OPTIONAL MAILLIST-FILE ASSIGN TO "MAILLIST.DAT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS MAILLIST-STATUS.
006100     SELECT OPTIONAL BOUNCE-FILE ASSIGN TO "BOUNCE.LST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS BOUNCE-STATUS.
006400     SELECT OPTIONAL LEDGER-FILE ASSIGN TO "DELIVERY.LDG"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS LEDGER-STATUS.
006700*    WORK COPY FOR THE BOUNCE PASS, COPIED BACK OVER DELIVERY.LDG.
006800     SELECT OPTIONAL WORK-FILE ASSIGN TO "DELIVERY.LDN"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WORK-STATUS.
007100     SELECT OPTIONAL CONTROL-FILE ASSIGN TO "LEDGER.CTL"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CONTROL-STATUS.
007400     SELECT OPTIONAL REPORT-FILE ASSIGN TO "LEDGER.RPT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS REPORT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  LOG-FILE.
008000 01  LOG-RECORD              PIC X(150).
008100 FD  CATALOG-FILE.
008200 01  CATALOG-RECORD.
008300     05  CAT-FILE-NAME       PIC X(20).
008400     05  FILLER              PIC X(01).
008500     05  CAT-DATE-FROM       PIC 9(08).
008600     05  FILLER              PIC X(01).
008700     05  CAT-DATE-TO         PIC 9(08).
008800     05  FILLER              PIC X(01).
008900     05  CAT-REC-COUNT       PIC 9(07).
009000     05  FILLER              PIC X(01).
009100     05  CAT-ARCH-NAME       PIC X(30).
009200 FD  HIST-FILE.
009300 01  HIST-RECORD             PIC X(250).
009400 FD  MAILLIST-FILE.
009500 01  MAILLIST-RECORD         PIC X(80).
009600 FD  BOUNCE-FILE.
009700 01  BOUNCE-RECORD.
009800     05  BR-DATE             PIC X(08).
009900     05  FILLER              PIC X(01).
010000     05  BR-ADDR             PIC X(50).
010100     05  FILLER              PIC X(01).
010200 FD  LEDGER-FILE.
010300 01  LEDGER-RECORD           PIC X(183).
010400 FD  WORK-FILE.
010500 01  WORK-RECORD             PIC X(183).
010600 FD  CONTROL-FILE.
010700 01  CONTROL-RECORD.
010800     05  CT-LOG-STAMP        PIC X(14).
010900     05  FILLER              PIC X(01).
011000     05  CT-HIST-DATE        PIC X(08).
011100     05  FILLER              PIC X(01).
011200     05  CT-HIST-LINES       PIC 9(07).
011300 FD  REPORT-FILE.
011400 01  REPORT-RECORD           PIC X(132).
011500 WORKING-STORAGE SECTION.
011600 77  LOG-STATUS              PIC X(02).
011700 77  CATALOG-STATUS          PIC X(02).
011800 77  HIST-STATUS             PIC X(02).
011900 77  MAILLIST-STATUS         PIC X(02).
012000 77  BOUNCE-STATUS           PIC X(02).
012100 77  LEDGER-STATUS           PIC X(02).
012200 77  WORK-STATUS             PIC X(02).
012300 77  CONTROL-STATUS          PIC X(02).
012400 77  REPORT-STATUS           PIC X(02).
012500 77  LOG-NAME                PIC X(40) VALUE SPACES.
012600 77  HIST-NAME               PIC X(30) VALUE SPACES.
012700 77  EOF-SW                  PIC X(01) VALUE "N".
012800     88  FILE-AT-END         VALUE "Y".
012900 77  CAT-EOF-SW              PIC X(01) VALUE "N".
013000     88  CATALOG-AT-END      VALUE "Y".
013100 77  RUN-MODE                PIC X(01) VALUE SPACES.
013200******************************************************************
013300*  HOW FAR BACK THE FIRST BUILD READS DRIVER HISTORY, AND HOW    *
013400*  LONG AFTER A SEND A BOUNCE STILL COUNTS AGAINST IT.           *
013500******************************************************************
013600 77  FIRST-DAYS              PIC 9(03) VALUE 90.
013700 77  BOUNCE-WINDOW           PIC 9(03) VALUE 7.
013800 01  TODAY-YMD               PIC 9(08).
013900 77  TODAY-INT               PIC 9(09) COMP.
014000 77  DAY-INT                 PIC 9(09) COMP.
014100 77  FIRST-DAY-INT           PIC 9(09) COMP.
014200 77  ROW-INT                 PIC 9(09) COMP.
014300 01  DAY-YMD                 PIC 9(08).
014400******************************************************************
014500*  WHERE THE LAST BUILD STOPPED, AND WHERE THIS ONE STOPS.       *
014600******************************************************************
014700 01  LAST-LOG-STAMP          PIC X(14) VALUE ZEROS.
014800 01  NEW-LOG-STAMP           PIC X(14) VALUE ZEROS.
014900 01  REC-STAMP               PIC X(14).
015000 01  LAST-HIST-DATE          PIC 9(08) VALUE ZERO.
015100 77  LAST-HIST-LINES         PIC 9(07) VALUE ZERO.
015200 77  NEW-HIST-LINES          PIC 9(07) VALUE ZERO.
015300 77  HIST-LINE-NO            PIC 9(07) VALUE ZERO.
015400******************************************************************
015500*  ONE LEDGER LINE.                                              *
015600******************************************************************
015700 01  LEDGER-LINE.
015800     05  LG-DATE             PIC X(08).
015900     05  FILLER              PIC X(01).
016000     05  LG-TIME             PIC X(06).
016100     05  FILLER              PIC X(01).
016200     05  LG-SYSTEM           PIC X(06).
016300     05  FILLER              PIC X(01).
016400     05  LG-PRODUCER         PIC X(08).
016500     05  FILLER              PIC X(01).
016600     05  LG-RCPT             PIC X(64).
016700     05  FILLER              PIC X(01).
016800     05  LG-SUBJECT          PIC X(60).
016900     05  FILLER              PIC X(01).
017000     05  LG-OUTCOME          PIC X(09).
017100     05  FILLER              PIC X(01).
017200     05  LG-CODE             PIC X(06).
017300     05  FILLER              PIC X(01).
017400     05  LG-BOUNCED          PIC X(08).
017500******************************************************************
017600*  ONE DRIVER.HIST LINE, SPLIT ON "|".  FIELD 11 IS THE SEND OR  *
017700*  GIVE-UP STAMP (YYYYMMDDHHMM) ON D AND G LINES, FIELD 12 THE   *
017800*  SEE ERROR ON A G LINE.                                        *
017900******************************************************************
018000 01  HIST-FIELDS.
018100     05  HS-STATUS           PIC X(01).
018200     05  HS-TO               PIC X(64).
018300     05  HS-SUBJ             PIC X(60).
018400     05  HS-MSG              PIC X(40).
018500     05  HS-ATT              PIC X(40).
018600     05  HS-PRODUCER         PIC X(08).
018700     05  HS-QUEUED           PIC X(12).
018800     05  HS-NOT-BEFORE       PIC X(12).
018900     05  HS-TRIES            PIC X(04).
019000     05  HS-FIRST-FAIL       PIC X(08).
019100     05  HS-STAMP            PIC X(12).
019200     05  HS-ERR-CODE         PIC X(10).
019300******************************************************************
019400*  THE DISTRIBUTION LISTS, FOR EXPANDING A LIST:NAME RECIPIENT.  *
019500*  FLAGGED ("!") MEMBERS AND QUIET= LINES ARE LEFT OUT, AS THE   *
019600*  DRIVER LEAVES THEM OUT.                                       *
019700******************************************************************
019800 01  MEMBER-TABLE.
019900     05  MEMBER-ENTRY OCCURS 500 TIMES.
020000         10  MB-LIST         PIC X(12).
020100         10  MB-ADDR         PIC X(64).
020200 77  MEMBER-COUNT            PIC 9(04) COMP VALUE ZERO.
020300 77  MB-IX                   PIC 9(04) COMP.
020400 77  MEMBERS-FOUND           PIC 9(04) COMP.
020500 01  ML-LIST                 PIC X(12).
020600 01  ML-ADDR                 PIC X(64).
020700 01  WANT-LIST               PIC X(12).
020800******************************************************************
020900*  THE BOUNCES ON FILE.                                          *
021000******************************************************************
021100 01  BOUNCE-TABLE.
021200     05  BOUNCE-ENTRY OCCURS 500 TIMES.
021300         10  BN-DATE         PIC X(08).
021400         10  BN-INT          PIC 9(09) COMP.
021500         10  BN-ADDR         PIC X(64).
021600 77  BOUNCE-COUNT            PIC 9(04) COMP VALUE ZERO.
021700 77  BN-IX                   PIC 9(04) COMP.
021800 01  MATCH-ADDR              PIC X(64).
021900******************************************************************
022000*  LOOK-UP CRITERIA.                                             *
022100******************************************************************
022200 01  WANT-RCPT               PIC X(64) VALUE SPACES.
022300 77  WANT-LEN                PIC 9(03) COMP VALUE ZERO.
022400 01  WANT-FROM               PIC X(08) VALUE SPACES.
022500 01  WANT-TO                 PIC X(08) VALUE SPACES.
022600 77  HIT-COUNT               PIC 9(04) COMP.
022700******************************************************************
022800*  COUNTS.                                                       *
022900******************************************************************
023000 77  EMAIL-ADDED             PIC 9(07) VALUE ZERO.
023100 77  DRIVER-ADDED            PIC 9(07) VALUE ZERO.
023200 77  BOUNCES-MARKED          PIC 9(07) VALUE ZERO.
023300 77  ROWS-LISTED             PIC 9(07) VALUE ZERO.
023400 77  ED-7                    PIC Z(6)9.
023500 77  ED-7B                   PIC Z(6)9.
023600 77  ED-7C                   PIC Z(6)9.
023700 01  REPORT-LINE             PIC X(132).
023800 01  REPORT-DETAIL.
023900     05  RD-DATE             PIC X(10).
024000     05  FILLER              PIC X(01) VALUE SPACE.
024100     05  RD-TIME             PIC X(05).
024200     05  FILLER              PIC X(01) VALUE SPACE.
024300     05  RD-SYSTEM           PIC X(06).
024400     05  FILLER              PIC X(01) VALUE SPACE.
024500     05  RD-PRODUCER         PIC X(08).
024600     05  FILLER              PIC X(01) VALUE SPACE.
024700     05  RD-RCPT             PIC X(40).
024800     05  FILLER              PIC X(01) VALUE SPACE.
024900     05  RD-SUBJECT          PIC X(30).
025000     05  FILLER              PIC X(01) VALUE SPACE.
025100     05  RD-OUTCOME          PIC X(09).
025200     05  FILLER              PIC X(01) VALUE SPACE.
025300     05  RD-CODE             PIC X(06).
025400     05  FILLER              PIC X(01) VALUE SPACE.
025500     05  RD-BOUNCED          PIC X(10).
025600 PROCEDURE DIVISION.
025700******************************************************************
025800*  0000-MAINLINE - B = NIGHTLY BUILD, L = LOOK UP.               *
025900******************************************************************
026000 0000-MAINLINE.
026100     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
026200     COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-YMD).
026300     DISPLAY "LEDGER - B=BUILD (NIGHTLY), L=LOOK UP?".
026400     ACCEPT RUN-MODE.
026500     MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE.
026600     IF RUN-MODE = "L"
026700         PERFORM 6000-LOOKUP THRU 6000-EXIT
026800         STOP RUN.
026900     PERFORM 1000-READ-CONTROL THRU 1000-EXIT.
027000     PERFORM 1500-LOAD-LISTS THRU 1500-EXIT.
027100     OPEN EXTEND LEDGER-FILE.
027200     IF LEDGER-STATUS NOT = "00" AND LEDGER-STATUS NOT = "05"
027300         DISPLAY "CANNOT WRITE DELIVERY.LDG, STATUS "
027400                 LEDGER-STATUS
027500         MOVE 8 TO RETURN-CODE
027600         STOP RUN.
027700     PERFORM 2000-SCAN-SEND-LOGS THRU 2000-EXIT.
027800     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
027900     CLOSE LEDGER-FILE.
028000     PERFORM 4000-MARK-BOUNCES THRU 4000-EXIT.
028100     PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT.
028200     MOVE EMAIL-ADDED TO ED-7.
028300     MOVE DRIVER-ADDED TO ED-7B.
028400     MOVE BOUNCES-MARKED TO ED-7C.
028500     DISPLAY "LEDGER BUILT - EMAIL " ED-7 " DRIVER " ED-7B
028600             " BOUNCES " ED-7C.
028700     STOP RUN.
028800******************************************************************
028900*  1000-READ-CONTROL - WHERE THE LAST BUILD STOPPED.  WITH NO    *
029000*  LEDGER.CTL THIS IS THE FIRST BUILD.                           *
029100******************************************************************
029200 1000-READ-CONTROL.
029300     OPEN INPUT CONTROL-FILE.
029400     IF CONTROL-STATUS NOT = "00"
029500         IF CONTROL-STATUS = "05"
029600             CLOSE CONTROL-FILE
029700         END-IF
029800         GO TO 1000-DEFAULTS.
029900     READ CONTROL-FILE
030000         AT END
030100             MOVE SPACES TO CONTROL-RECORD
030200     END-READ.
030300     CLOSE CONTROL-FILE.
030400     IF CT-LOG-STAMP IS NUMERIC
030500         MOVE CT-LOG-STAMP TO LAST-LOG-STAMP.
030600     IF CT-HIST-DATE IS NUMERIC AND CT-HIST-LINES IS NUMERIC
030700         MOVE CT-HIST-DATE TO LAST-HIST-DATE
030800         MOVE CT-HIST-LINES TO LAST-HIST-LINES.
030900 1000-DEFAULTS.
031000     IF LAST-HIST-DATE = ZERO OR LAST-HIST-DATE > TODAY-YMD
031100         COMPUTE LAST-HIST-DATE = FUNCTION DATE-OF-INTEGER(
031200             TODAY-INT - FIRST-DAYS)
031300         MOVE ZERO TO LAST-HIST-LINES.
031400     MOVE LAST-LOG-STAMP TO NEW-LOG-STAMP.
031500 1000-EXIT.
031600     EXIT.
031700******************************************************************
031800*  1500-LOAD-LISTS - MAILLIST.DAT ("LIST|ADDRESS" PER LINE).     *
031900******************************************************************
032000 1500-LOAD-LISTS.
032100     MOVE "N" TO EOF-SW.
032200     OPEN INPUT MAILLIST-FILE.
032300     IF MAILLIST-STATUS NOT = "00"
032400         IF MAILLIST-STATUS = "05"
032500             CLOSE MAILLIST-FILE
032600         END-IF
032700         GO TO 1500-EXIT.
032800     PERFORM 1600-ONE-MEMBER THRU 1600-EXIT
032900         UNTIL FILE-AT-END.
033000     CLOSE MAILLIST-FILE.
033100 1500-EXIT.
033200     EXIT.
033300 1600-ONE-MEMBER.
033400     READ MAILLIST-FILE
033500         AT END
033600             MOVE "Y" TO EOF-SW
033700             GO TO 1600-EXIT
033800     END-READ.
033900     MOVE SPACES TO ML-LIST ML-ADDR.
034000     UNSTRING MAILLIST-RECORD DELIMITED BY "|"
034100         INTO ML-LIST ML-ADDR.
034200     IF ML-LIST = SPACES OR ML-ADDR = SPACES
034300         GO TO 1600-EXIT.
034400     IF ML-ADDR(1:1) = "!"
034500        OR FUNCTION UPPER-CASE(ML-ADDR(1:6)) = "QUIET="
034600         GO TO 1600-EXIT.
034700     IF MEMBER-COUNT >= 500
034800         GO TO 1600-EXIT.
034900     ADD 1 TO MEMBER-COUNT.
035000     MOVE FUNCTION UPPER-CASE(ML-LIST) TO MB-LIST(MEMBER-COUNT).
035100     MOVE ML-ADDR TO MB-ADDR(MEMBER-COUNT).
035200 1600-EXIT.
035300     EXIT.
035400******************************************************************
035500*  2000-SCAN-SEND-LOGS - THE SEND.LOG ARCHIVES THAT CAN STILL    *
035600*  HOLD ROWS NEWER THAN THE LAST BUILD, OLDEST FIRST, THEN THE   *
035700*  LIVE SEND.LOG.                                                *
035800******************************************************************
035900 2000-SCAN-SEND-LOGS.
036000     MOVE "N" TO CAT-EOF-SW.
036100     OPEN INPUT CATALOG-FILE.
036200     IF CATALOG-STATUS NOT = "00"
036300         IF CATALOG-STATUS = "05"
036400             CLOSE CATALOG-FILE
036500         END-IF
036600         GO TO 2000-LIVE-LOG.
036700     PERFORM 2050-ONE-CATALOG THRU 2050-EXIT
036800         UNTIL CATALOG-AT-END.
036900     CLOSE CATALOG-FILE.
037000 2000-LIVE-LOG.
037100     MOVE "SEND.LOG" TO LOG-NAME.
037200     PERFORM 2100-SCAN-ONE-LOG THRU 2100-EXIT.
037300 2000-EXIT.
037400     EXIT.
037500 2050-ONE-CATALOG.
037600     READ CATALOG-FILE
037700         AT END
037800             MOVE "Y" TO CAT-EOF-SW
037900             GO TO 2050-EXIT
038000     END-READ.
038100     IF CAT-FILE-NAME NOT = "SEND.LOG"
038200         GO TO 2050-EXIT.
038300     IF CAT-DATE-TO IS NUMERIC
038400        AND CAT-DATE-TO < LAST-LOG-STAMP(1:8)
038500         GO TO 2050-EXIT.
038600     MOVE SPACES TO LOG-NAME.
038700     MOVE CAT-ARCH-NAME TO LOG-NAME.
038800     PERFORM 2100-SCAN-ONE-LOG THRU 2100-EXIT.
038900 2050-EXIT.
039000     EXIT.
039100 2100-SCAN-ONE-LOG.
039200     MOVE "N" TO EOF-SW.
039300     OPEN INPUT LOG-FILE.
039400     IF LOG-STATUS NOT = "00"
039500         IF LOG-STATUS = "05"
039600             CLOSE LOG-FILE
039700         END-IF
039800         GO TO 2100-EXIT.
039900     PERFORM 2200-ONE-SEND THRU 2200-EXIT
040000         UNTIL FILE-AT-END.
040100     CLOSE LOG-FILE.
040200 2100-EXIT.
040300     EXIT.
040400******************************************************************
040500*  2200-ONE-SEND - SEND.LOG: DATE(1:10) TIME(12:8) JOBNAME(21:8) *
040600*  MAILBOX(30:64) RC(95:5) RULE(118:10) TMPL(134:8).             *
040700******************************************************************
040800 2200-ONE-SEND.
040900     READ LOG-FILE
041000         AT END
041100             MOVE "Y" TO EOF-SW
041200             GO TO 2200-EXIT
041300     END-READ.
041400     IF LOG-RECORD(1:4) IS NOT NUMERIC
041500         GO TO 2200-EXIT.
041600     MOVE SPACES TO REC-STAMP.
041700     STRING LOG-RECORD(1:4) LOG-RECORD(6:2) LOG-RECORD(9:2)
041800            LOG-RECORD(12:2) LOG-RECORD(15:2) LOG-RECORD(18:2)
041900         DELIMITED BY SIZE INTO REC-STAMP.
042000     IF REC-STAMP IS NOT NUMERIC
042100        OR REC-STAMP NOT > LAST-LOG-STAMP
042200         GO TO 2200-EXIT.
042300     IF REC-STAMP > NEW-LOG-STAMP
042400         MOVE REC-STAMP TO NEW-LOG-STAMP.
042500     MOVE SPACES TO LEDGER-LINE.
042600     MOVE REC-STAMP(1:8) TO LG-DATE.
042700     MOVE REC-STAMP(9:6) TO LG-TIME.
042800     MOVE "EMAIL" TO LG-SYSTEM.
042900     MOVE LOG-RECORD(21:8) TO LG-PRODUCER.
043000     MOVE LOG-RECORD(30:64) TO LG-RCPT.
043100     IF LOG-RECORD(134:8) NOT = SPACES
043200         STRING "TEMPLATE " LOG-RECORD(134:8)
043300             DELIMITED BY SIZE INTO LG-SUBJECT
043400     ELSE
043500         IF LOG-RECORD(118:10) NOT = SPACES
043600            AND LOG-RECORD(118:10) NOT = "NONE"
043700             STRING "RULE " LOG-RECORD(118:10)
043800                 DELIMITED BY SIZE INTO LG-SUBJECT
043900         END-IF
044000     END-IF.
044100     IF LOG-RECORD(95:5) = "    0" OR LOG-RECORD(95:5) = "00000"
044200         MOVE "SENT" TO LG-OUTCOME
044300     ELSE
044325         IF LOG-RECORD(95:5) = SPACES
044350             MOVE "HELD" TO LG-OUTCOME
044375         ELSE
044400             MOVE "FAILED" TO LG-OUTCOME
044500             MOVE FUNCTION TRIM(LOG-RECORD(95:5)) TO LG-CODE.
044600     WRITE LEDGER-RECORD FROM LEDGER-LINE.
044700     ADD 1 TO EMAIL-ADDED.
044800 2200-EXIT.
044900     EXIT.
045000******************************************************************
045100*  3000-SCAN-HISTORY - EVERY DRIVER.HIST FILE FROM THE DAY OF THE*
045200*  LAST BUILD TO TODAY.                                          *
045300******************************************************************
045400 3000-SCAN-HISTORY.
045500     COMPUTE FIRST-DAY-INT =
045600         FUNCTION INTEGER-OF-DATE(LAST-HIST-DATE).
045700     PERFORM 3100-ONE-DAY THRU 3100-EXIT
045800         VARYING DAY-INT FROM FIRST-DAY-INT BY 1
045900         UNTIL DAY-INT > TODAY-INT.
046000 3000-EXIT.
046100     EXIT.
046200 3100-ONE-DAY.
046300     COMPUTE DAY-YMD = FUNCTION DATE-OF-INTEGER(DAY-INT).
046400     MOVE SPACES TO HIST-NAME.
046500     STRING "DRIVER.HIST." DAY-YMD
046600         DELIMITED BY SIZE INTO HIST-NAME.
046700     MOVE ZERO TO HIST-LINE-NO.
046800     MOVE "N" TO EOF-SW.
046900     OPEN INPUT HIST-FILE.
047000     IF HIST-STATUS NOT = "00"
047100         IF HIST-STATUS = "05"
047200             CLOSE HIST-FILE
047300         END-IF
047400         GO TO 3100-EXIT.
047500     PERFORM 3200-ONE-HISTORY THRU 3200-EXIT
047600         UNTIL FILE-AT-END.
047700     CLOSE HIST-FILE.
047800     IF DAY-INT = TODAY-INT
047900         MOVE HIST-LINE-NO TO NEW-HIST-LINES.
048000 3100-EXIT.
048100     EXIT.
048200 3200-ONE-HISTORY.
048300     READ HIST-FILE
048400         AT END
048500             MOVE "Y" TO EOF-SW
048600             GO TO 3200-EXIT
048700     END-READ.
048800     ADD 1 TO HIST-LINE-NO.
048900     IF DAY-INT = FIRST-DAY-INT
049000        AND HIST-LINE-NO NOT > LAST-HIST-LINES
049100         GO TO 3200-EXIT.
049200     MOVE SPACES TO HIST-FIELDS.
049300     UNSTRING HIST-RECORD DELIMITED BY "|"
049400         INTO HS-STATUS HS-TO HS-SUBJ HS-MSG HS-ATT HS-PRODUCER
049500              HS-QUEUED HS-NOT-BEFORE HS-TRIES HS-FIRST-FAIL
049600              HS-STAMP HS-ERR-CODE.
049700     MOVE SPACES TO LEDGER-LINE.
049800     EVALUATE HS-STATUS
049900         WHEN "D"
050000             MOVE "SENT" TO LG-OUTCOME
050100         WHEN "G"
050200             MOVE "DEAD" TO LG-OUTCOME
050300             MOVE HS-ERR-CODE TO LG-CODE
050400         WHEN "X"
050500             MOVE "CANCELLED" TO LG-OUTCOME
050600             MOVE SPACES TO HS-STAMP
050700         WHEN OTHER
050800             GO TO 3200-EXIT
050900     END-EVALUATE.
051000*    A SEND OR GIVE-UP STAMP WHERE THE LINE HAS ONE, ELSE THE DAY
051100*    OF THE HISTORY FILE.
051200     IF HS-STAMP IS NUMERIC
051300         MOVE HS-STAMP(1:8) TO LG-DATE
051400         STRING HS-STAMP(9:4) "00"
051500             DELIMITED BY SIZE INTO LG-TIME
051600     ELSE
051700         MOVE DAY-YMD TO LG-DATE
051800         MOVE "000000" TO LG-TIME.
051900     MOVE "DRIVER" TO LG-SYSTEM.
052000     MOVE HS-PRODUCER TO LG-PRODUCER.
052100     MOVE HS-SUBJ TO LG-SUBJECT.
052200     IF FUNCTION UPPER-CASE(HS-TO(1:5)) = "LIST:"
052300         PERFORM 3300-EXPAND-LIST THRU 3300-EXIT
052400     ELSE
052500         MOVE HS-TO TO LG-RCPT
052600         PERFORM 3900-PUT-DRIVER-ROW THRU 3900-EXIT.
052700 3200-EXIT.
052800     EXIT.
052900******************************************************************
053000*  3300-EXPAND-LIST - ONE ROW PER LIST MEMBER.  AN UNKNOWN OR    *
053100*  EMPTY LIST KEEPS THE LIST:NAME AS THE RECIPIENT.              *
053200******************************************************************
053300 3300-EXPAND-LIST.
053400     MOVE FUNCTION UPPER-CASE(HS-TO(6:12)) TO WANT-LIST.
053500     MOVE ZERO TO MEMBERS-FOUND.
053600     PERFORM 3400-ONE-LIST-MEMBER THRU 3400-EXIT
053700         VARYING MB-IX FROM 1 BY 1 UNTIL MB-IX > MEMBER-COUNT.
053800     IF MEMBERS-FOUND = ZERO
053900         MOVE HS-TO TO LG-RCPT
054000         PERFORM 3900-PUT-DRIVER-ROW THRU 3900-EXIT.
054100 3300-EXIT.
054200     EXIT.
054300 3400-ONE-LIST-MEMBER.
054400     IF MB-LIST(MB-IX) NOT = WANT-LIST
054500         GO TO 3400-EXIT.
054600     ADD 1 TO MEMBERS-FOUND.
054700     MOVE MB-ADDR(MB-IX) TO LG-RCPT.
054800     PERFORM 3900-PUT-DRIVER-ROW THRU 3900-EXIT.
054900 3400-EXIT.
055000     EXIT.
055100 3900-PUT-DRIVER-ROW.
055200     WRITE LEDGER-RECORD FROM LEDGER-LINE.
055300     ADD 1 TO DRIVER-ADDED.
055400 3900-EXIT.
055500     EXIT.
055600******************************************************************
055700*  4000-MARK-BOUNCES - STAMP EACH UNMARKED SENT ROW WHOSE        *
055800*  RECIPIENT BOUNCED ON OR WITHIN BOUNCE-WINDOW DAYS AFTER THE   *
055900*  SEND.  THE LEDGER IS ONLY REWRITTEN WHEN A ROW WAS STAMPED.   *
056000******************************************************************
056100 4000-MARK-BOUNCES.
056200     PERFORM 4100-LOAD-BOUNCES THRU 4100-EXIT.
056300     IF BOUNCE-COUNT = ZERO
056400         GO TO 4000-EXIT.
056500     OPEN INPUT LEDGER-FILE.
056600     IF LEDGER-STATUS NOT = "00"
056700         IF LEDGER-STATUS = "05"
056800             CLOSE LEDGER-FILE
056900         END-IF
057000         GO TO 4000-EXIT.
057100     OPEN OUTPUT WORK-FILE.
057200     IF WORK-STATUS NOT = "00" AND WORK-STATUS NOT = "05"
057300         DISPLAY "CANNOT WRITE DELIVERY.LDN, STATUS " WORK-STATUS
057400         CLOSE LEDGER-FILE
057500         GO TO 4000-EXIT.
057600     MOVE "N" TO EOF-SW.
057700     PERFORM 4300-ONE-ROW THRU 4300-EXIT
057800         UNTIL FILE-AT-END.
057900     CLOSE LEDGER-FILE WORK-FILE.
058000     IF BOUNCES-MARKED = ZERO
058100         GO TO 4000-EXIT.
058200     OPEN INPUT WORK-FILE.
058300     OPEN OUTPUT LEDGER-FILE.
058400     MOVE "N" TO EOF-SW.
058500     PERFORM 4500-COPY-BACK THRU 4500-EXIT
058600         UNTIL FILE-AT-END.
058700     CLOSE WORK-FILE LEDGER-FILE.
058800 4000-EXIT.
058900     EXIT.
059000******************************************************************
059100*  4100-LOAD-BOUNCES - BOUNCE.LST: DATE(1:8) ADDRESS(10:50).     *
059200******************************************************************
059300 4100-LOAD-BOUNCES.
059400     MOVE "N" TO EOF-SW.
059500     OPEN INPUT BOUNCE-FILE.
059600     IF BOUNCE-STATUS NOT = "00"
059700         IF BOUNCE-STATUS = "05"
059800             CLOSE BOUNCE-FILE
059900         END-IF
060000         GO TO 4100-EXIT.
060100     PERFORM 4200-ONE-BOUNCE THRU 4200-EXIT
060200         UNTIL FILE-AT-END.
060300     CLOSE BOUNCE-FILE.
060400 4100-EXIT.
060500     EXIT.
060600 4200-ONE-BOUNCE.
060700     READ BOUNCE-FILE
060800         AT END
060900             MOVE "Y" TO EOF-SW
061000             GO TO 4200-EXIT
061100     END-READ.
061200     IF BR-DATE IS NOT NUMERIC OR BR-ADDR = SPACES
061300         GO TO 4200-EXIT.
061400     IF BOUNCE-COUNT >= 500
061500         DISPLAY "BOUNCE TABLE FULL - LATER BOUNCES NOT MATCHED"
061600         MOVE "Y" TO EOF-SW
061700         GO TO 4200-EXIT.
061800     ADD 1 TO BOUNCE-COUNT.
061900     MOVE BR-DATE TO BN-DATE(BOUNCE-COUNT).
062000     COMPUTE BN-INT(BOUNCE-COUNT) =
062100         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BR-DATE)).
062200     MOVE FUNCTION UPPER-CASE(BR-ADDR) TO BN-ADDR(BOUNCE-COUNT).
062300 4200-EXIT.
062400     EXIT.
062500 4300-ONE-ROW.
062600     READ LEDGER-FILE INTO LEDGER-LINE
062700         AT END
062800             MOVE "Y" TO EOF-SW
062900             GO TO 4300-EXIT
063000     END-READ.
063100     IF LG-BOUNCED = SPACES AND LG-OUTCOME = "SENT"
063200        AND LG-DATE IS NUMERIC
063300         COMPUTE ROW-INT =
063400             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LG-DATE))
063500         MOVE FUNCTION UPPER-CASE(LG-RCPT) TO MATCH-ADDR
063600         PERFORM 4400-CHECK-BOUNCE THRU 4400-EXIT
063700             VARYING BN-IX FROM 1 BY 1
063800             UNTIL BN-IX > BOUNCE-COUNT
063900                OR LG-BOUNCED NOT = SPACES.
064000     WRITE WORK-RECORD FROM LEDGER-LINE.
064100 4300-EXIT.
064200     EXIT.
064300 4400-CHECK-BOUNCE.
064400     IF BN-ADDR(BN-IX) NOT = MATCH-ADDR
064500        OR BN-INT(BN-IX) < ROW-INT
064600        OR BN-INT(BN-IX) - ROW-INT > BOUNCE-WINDOW
064700         GO TO 4400-EXIT.
064800     MOVE BN-DATE(BN-IX) TO LG-BOUNCED.
064900     ADD 1 TO BOUNCES-MARKED.
065000 4400-EXIT.
065100     EXIT.
065200 4500-COPY-BACK.
065300     READ WORK-FILE
065400         AT END
065500             MOVE "Y" TO EOF-SW
065600             GO TO 4500-EXIT
065700     END-READ.
065800     WRITE LEDGER-RECORD FROM WORK-RECORD.
065900 4500-EXIT.
066000     EXIT.
066100******************************************************************
066200*  5000-WRITE-CONTROL - WHERE THIS BUILD STOPPED.                *
066300******************************************************************
066400 5000-WRITE-CONTROL.
066500     OPEN OUTPUT CONTROL-FILE.
066600     IF CONTROL-STATUS NOT = "00" AND CONTROL-STATUS NOT = "05"
066700         DISPLAY "CANNOT WRITE LEDGER.CTL, STATUS " CONTROL-STATUS
066800         MOVE 8 TO RETURN-CODE
066900         GO TO 5000-EXIT.
067000     MOVE SPACES TO CONTROL-RECORD.
067100     MOVE NEW-LOG-STAMP TO CT-LOG-STAMP.
067200     MOVE TODAY-YMD TO CT-HIST-DATE.
067300     MOVE NEW-HIST-LINES TO CT-HIST-LINES.
067400     WRITE CONTROL-RECORD.
067500     CLOSE CONTROL-FILE.
067600 5000-EXIT.
067700     EXIT.
067800******************************************************************
067900*  6000-LOOKUP - BY RECIPIENT, BY DATE RANGE, OR BOTH.           *
068000******************************************************************
068100 6000-LOOKUP.
068200     DISPLAY "RECIPIENT CONTAINS (BLANK = ANY): "
068300         WITH NO ADVANCING.
068400     ACCEPT WANT-RCPT.
068500     MOVE FUNCTION UPPER-CASE(WANT-RCPT) TO WANT-RCPT.
068600     DISPLAY "FROM DATE (YYYYMMDD, BLANK = ANY): "
068700         WITH NO ADVANCING.
068800     ACCEPT WANT-FROM.
068900     DISPLAY "TO DATE (YYYYMMDD, BLANK = ANY): "
069000         WITH NO ADVANCING.
069100     ACCEPT WANT-TO.
069200     IF WANT-FROM = SPACES
069300         MOVE "00000000" TO WANT-FROM.
069400     IF WANT-TO = SPACES
069500         MOVE "99999999" TO WANT-TO.
069600     IF WANT-FROM IS NOT NUMERIC OR WANT-TO IS NOT NUMERIC
069700         DISPLAY "DATES MUST BE YYYYMMDD"
069800         GO TO 6000-EXIT.
069900     MOVE 64 TO WANT-LEN.
070000     PERFORM 6100-TRIM-CRITERION THRU 6100-EXIT
070100         UNTIL WANT-LEN = ZERO
070200            OR WANT-RCPT(WANT-LEN:1) NOT = SPACE.
070300     OPEN INPUT LEDGER-FILE.
070400     IF LEDGER-STATUS NOT = "00"
070500         IF LEDGER-STATUS = "05"
070600             CLOSE LEDGER-FILE
070700         END-IF
070800         DISPLAY "NO DELIVERY.LDG YET - RUN THE NIGHTLY BUILD"
070900         GO TO 6000-EXIT.
071000     OPEN OUTPUT REPORT-FILE.
071100     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
071200         DISPLAY "CANNOT WRITE LEDGER.RPT"
071300         CLOSE LEDGER-FILE
071400         GO TO 6000-EXIT.
071500     MOVE SPACES TO REPORT-LINE.
071600     STRING "DELIVERY LEDGER - RECIPIENT "
071700            FUNCTION TRIM(WANT-RCPT) " FROM " WANT-FROM
071800            " TO " WANT-TO
071900         DELIMITED BY SIZE INTO REPORT-LINE.
072000     IF WANT-RCPT = SPACES
072100         MOVE SPACES TO REPORT-LINE
072200         STRING "DELIVERY LEDGER - ANY RECIPIENT FROM " WANT-FROM
072300                " TO " WANT-TO
072400             DELIMITED BY SIZE INTO REPORT-LINE.
072500     WRITE REPORT-RECORD FROM REPORT-LINE.
072600     MOVE SPACES TO REPORT-RECORD.
072700     WRITE REPORT-RECORD.
072800     MOVE SPACES TO REPORT-DETAIL.
072900     MOVE "DATE" TO RD-DATE.
073000     MOVE "TIME" TO RD-TIME.
073100     MOVE "SYSTEM" TO RD-SYSTEM.
073200     MOVE "JOB" TO RD-PRODUCER.
073300     MOVE "RECIPIENT" TO RD-RCPT.
073400     MOVE "SUBJECT" TO RD-SUBJECT.
073500     MOVE "OUTCOME" TO RD-OUTCOME.
073600     MOVE "CODE" TO RD-CODE.
073700     MOVE "BOUNCED" TO RD-BOUNCED.
073800     WRITE REPORT-RECORD FROM REPORT-DETAIL.
073900     MOVE ALL "-" TO REPORT-RECORD.
074000     WRITE REPORT-RECORD.
074100     MOVE "N" TO EOF-SW.
074200     PERFORM 6200-ONE-ENTRY THRU 6200-EXIT
074300         UNTIL FILE-AT-END.
074400     CLOSE LEDGER-FILE.
074500     MOVE ALL "-" TO REPORT-RECORD.
074600     WRITE REPORT-RECORD.
074700     MOVE ROWS-LISTED TO ED-7.
074800     MOVE SPACES TO REPORT-LINE.
074900     STRING ED-7 " DELIVERIES LISTED"
075000         DELIMITED BY SIZE INTO REPORT-LINE.
075100     WRITE REPORT-RECORD FROM REPORT-LINE.
075200     CLOSE REPORT-FILE.
075300     DISPLAY FUNCTION TRIM(ED-7) " DELIVERIES - REPORT WRITTEN "
075400             "TO LEDGER.RPT".
075500 6000-EXIT.
075600     EXIT.
075700 6100-TRIM-CRITERION.
075800     SUBTRACT 1 FROM WANT-LEN.
075900 6100-EXIT.
076000     EXIT.
076100 6200-ONE-ENTRY.
076200     READ LEDGER-FILE INTO LEDGER-LINE
076300         AT END
076400             MOVE "Y" TO EOF-SW
076500             GO TO 6200-EXIT
076600     END-READ.
076700     IF LG-DATE < WANT-FROM OR LG-DATE > WANT-TO
076800         GO TO 6200-EXIT.
076900     IF WANT-LEN > ZERO
077000         MOVE FUNCTION UPPER-CASE(LG-RCPT) TO MATCH-ADDR
077100         MOVE ZERO TO HIT-COUNT
077200         INSPECT MATCH-ADDR TALLYING HIT-COUNT
077300             FOR ALL WANT-RCPT(1:WANT-LEN)
077400         IF HIT-COUNT = ZERO
077500             GO TO 6200-EXIT
077600         END-IF
077700     END-IF.
077800     ADD 1 TO ROWS-LISTED.
077900     MOVE SPACES TO REPORT-DETAIL.
078000     STRING LG-DATE(1:4) "-" LG-DATE(5:2) "-" LG-DATE(7:2)
078100         DELIMITED BY SIZE INTO RD-DATE.
078200     STRING LG-TIME(1:2) ":" LG-TIME(3:2)
078300         DELIMITED BY SIZE INTO RD-TIME.
078400     MOVE LG-SYSTEM TO RD-SYSTEM.
078500     MOVE LG-PRODUCER TO RD-PRODUCER.
078600     MOVE LG-RCPT TO RD-RCPT.
078700     MOVE LG-SUBJECT TO RD-SUBJECT.
078800     MOVE LG-OUTCOME TO RD-OUTCOME.
078900     MOVE LG-CODE TO RD-CODE.
079000     IF LG-BOUNCED NOT = SPACES
079100         STRING LG-BOUNCED(1:4) "-" LG-BOUNCED(5:2) "-"
079200                LG-BOUNCED(7:2)
079300             DELIMITED BY SIZE INTO RD-BOUNCED.
079400     WRITE REPORT-RECORD FROM REPORT-DETAIL.
079500 6200-EXIT.
079600     EXIT.
079700 END PROGRAM LEDGER.
