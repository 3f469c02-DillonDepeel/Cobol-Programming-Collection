000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COVAUDIT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  COVAUDIT - DOES EVERY SHOP FILE HAVE ITS RETENTION, ITS       *
000900*  BACKUP AND ITS ALERT?  CROSS-CHECKS LOGKEEP.CFG, BACKUP.CFG,  *
001000*  ALERT.CFG AND RUNBOOK.CFG AGAINST EACH OTHER AND AGAINST THE  *
001100*  FILES ACTUALLY IN THE SHOP DIRECTORY.  COVAUDIT.RPT LISTS:    *
001200*    - APPEND-FOREVER FILES WITH NO LOGKEEP RETENTION            *
001300*    - STATE FILES MISSING FROM BACKUP.CFG                       *
001400*    - FILES WITH NO STALE OR MISSING RULE IN ALERT.CFG          *
001500*    - CONFIG LINES NAMING FILES THAT NO LONGER EXIST            *
001600*    - A CONFIGURED LOGKEEP, SHOPSAVE OR ALERTMON THAT NO        *
001700*      RUNBOOK.CFG STEP EVER RUNS                                *
001800*                                                                *
001900*  COVAUDIT.CFG (OPTIONAL), ONE ENTRY PER LINE:                  *
002000*    LIST <COMMAND>  WRITES THE DIRECTORY LISTING, ONE NAME PER  *
002100*                    LINE, TO COVAUDIT.DIR.  DEFAULT COMMAND:    *
002150*                    "ls -1 > COVAUDIT.DIR"                      *
002200*    L <PATTERN>     APPEND-FOREVER FILE - NEEDS RETENTION       *
002300*    S <PATTERN>     STATE FILE - NEEDS A BACKUP                 *
002400*    X <PATTERN>     IGNORE (REPORTS, WORK FILES, ...)           *
002500*  A PATTERN IS A NAME, "PREFIX*" OR "*SUFFIX"; THE FIRST LINE   *
002600*  THAT MATCHES CLASSIFIES THE FILE.  WITH NO CLASS LINES THE    *
002700*  BUILT-IN DEFAULTS BELOW APPLY.  LOGKEEP ARCHIVES AND SHOPSAVE *
002800*  BUNDLES (NAMES ENDING IN A .YYYYMMDD DATE) ARE SKIPPED.       *
002900*  EVERY L AND S FILE NEEDS A STALE OR MISSING ALERT RULE.       *
003000******************************************************************
003100*  MODIFICATION HISTORY                                          *
003200*  10/15/26 OSG  INITIAL VERSION.                                *
003250*  10/15/26 OSG  ACHIEVE.LDG AND SNAKE.CAMPAIGN CLASSIFIED.      *
003275*  10/15/26 OSG  SEASON.WRK CLASSIFIED.                          *
003287*  10/15/26 OSG  HEADER QUOTES THE DEFAULT LIST COMMAND EXACTLY. *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL AUDIT-CFG-FILE ASSIGN TO "COVAUDIT.CFG"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS AUDIT-CFG-STATUS.
004100     SELECT OPTIONAL DIR-FILE ASSIGN TO "COVAUDIT.DIR"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS DIR-STATUS.
004400     SELECT OPTIONAL LOGKEEP-FILE ASSIGN TO "LOGKEEP.CFG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS LOGKEEP-STATUS.
004700     SELECT OPTIONAL BACKUP-FILE ASSIGN TO "BACKUP.CFG"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS BACKUP-STATUS.
005000     SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERT.CFG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS ALERT-STATUS.
005300     SELECT OPTIONAL RUNBOOK-FILE ASSIGN TO "RUNBOOK.CFG"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RUNBOOK-STATUS.
005600     SELECT OPTIONAL REPORT-FILE ASSIGN TO "COVAUDIT.RPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS REPORT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AUDIT-CFG-FILE.
006200 01  AUDIT-CFG-RECORD.
006300     05  AC-CLASS            PIC X(01).
006400     05  FILLER              PIC X(01).
006500     05  AC-PATTERN          PIC X(40).
006600     05  FILLER              PIC X(38).
006700 FD  DIR-FILE.
006800 01  DIR-RECORD              PIC X(80).
006900 FD  LOGKEEP-FILE.
007000 01  LOGKEEP-RECORD.
007100     05  LK-FILE-NAME        PIC X(20).
007200     05  FILLER              PIC X(60).
007300 FD  BACKUP-FILE.
007400 01  BACKUP-RECORD           PIC X(80).
007500 FD  ALERT-FILE.
007600 01  ALERT-RECORD.
007700     05  AL-FILE-NAME        PIC X(20).
007800     05  FILLER              PIC X(01).
007900     05  AL-CONDITION        PIC X(09).
008000     05  FILLER              PIC X(50).
008100 FD  RUNBOOK-FILE.
008200 01  RUNBOOK-RECORD.
008300     05  RB-STEP-NAME        PIC X(08).
008400     05  FILLER              PIC X(10).
008500     05  RB-COMMAND          PIC X(60).
008600     05  FILLER              PIC X(11).
008700 FD  REPORT-FILE.
008800 01  REPORT-RECORD           PIC X(100).
008900 WORKING-STORAGE SECTION.
009000 77  AUDIT-CFG-STATUS        PIC X(02).
009100 77  DIR-STATUS              PIC X(02).
009200 77  LOGKEEP-STATUS          PIC X(02).
009300 77  BACKUP-STATUS           PIC X(02).
009400 77  ALERT-STATUS            PIC X(02).
009500 77  RUNBOOK-STATUS          PIC X(02).
009600 77  REPORT-STATUS           PIC X(02).
009700 77  EOF-SW                  PIC X(01) VALUE "N".
009800     88  FILE-AT-END         VALUE "Y".
009900 01  LIST-COMMAND            PIC X(80)
010000                             VALUE "ls -1 > COVAUDIT.DIR".
010100******************************************************************
010200*  CLASSIFICATION PATTERNS - FROM COVAUDIT.CFG, OR THESE         *
010300*  DEFAULTS WHEN IT HAS NO CLASS LINES.                          *
010400******************************************************************
010500 01  DEFAULT-PATTERNS.
010600     05  FILLER PIC X(21) VALUE "X*.RPT               ".
010700     05  FILLER PIC X(21) VALUE "X*.TMP               ".
010800     05  FILLER PIC X(21) VALUE "X*.MAI               ".
010900     05  FILLER PIC X(21) VALUE "XCOVAUDIT.DIR        ".
011000     05  FILLER PIC X(21) VALUE "X*.CFG               ".
011100     05  FILLER PIC X(21) VALUE "XCFGHIST             ".
011200     05  FILLER PIC X(21) VALUE "XAUDIT               ".
011300     05  FILLER PIC X(21) VALUE "L*.LOG               ".
011400     05  FILLER PIC X(21) VALUE "L*.JNL               ".
011500     05  FILLER PIC X(21) VALUE "L*.USE               ".
011600     05  FILLER PIC X(21) VALUE "L*.RESULTS           ".
011700     05  FILLER PIC X(21) VALUE "L*.RECORDS           ".
011800     05  FILLER PIC X(21) VALUE "LMANIFEST.TXT        ".
011900     05  FILLER PIC X(21) VALUE "LCMDAUDIT.TXT        ".
012000     05  FILLER PIC X(21) VALUE "S*.PLAYERS           ".
012100     05  FILLER PIC X(21) VALUE "S*.GAMES             ".
012200     05  FILLER PIC X(21) VALUE "S*.SCORE             ".
012300     05  FILLER PIC X(21) VALUE "S*.VSCORE            ".
012400     05  FILLER PIC X(21) VALUE "S*.STATE             ".
012500     05  FILLER PIC X(21) VALUE "S*.DAT               ".
012600     05  FILLER PIC X(21) VALUE "S*.REG               ".
012700     05  FILLER PIC X(21) VALUE "SDIST.LST            ".
012800     05  FILLER PIC X(21) VALUE "SDRIVER.SPL          ".
012850     05  FILLER PIC X(21) VALUE "SINCIDENT.*          ".
012870     05  FILLER PIC X(21) VALUE "SALERT.ACK           ".
012880     05  FILLER PIC X(21) VALUE "SACHIEVE.LDG         ".
012890     05  FILLER PIC X(21) VALUE "L*.CAMPAIGN          ".
012895     05  FILLER PIC X(21) VALUE "XSEASON.WRK          ".
012900 01  DEFAULT-TABLE REDEFINES DEFAULT-PATTERNS.
013000     05  DEFAULT-ENTRY OCCURS 28 TIMES.
013100         10  DF-CLASS        PIC X(01).
013200         10  DF-PATTERN      PIC X(20).
013300 01  PATTERN-TABLE.
013400     05  PATTERN-ENTRY OCCURS 60 TIMES.
013500         10  PT-CLASS        PIC X(01).
013600         10  PT-PATTERN      PIC X(40).
013700 77  PATTERN-COUNT           PIC 9(03) VALUE ZERO.
013800 77  PT-IX                   PIC 9(03).
013900******************************************************************
014000*  THE SHOP DIRECTORY AND THE FOUR CONTROL FILES.                *
014100******************************************************************
014200 01  DIR-TABLE.
014300     05  DIR-ENTRY OCCURS 400 TIMES.
014400         10  DR-NAME         PIC X(40).
014500         10  DR-CLASS        PIC X(01).
014600 77  DIR-COUNT               PIC 9(03) VALUE ZERO.
014700 77  DR-IX                   PIC 9(03).
014800 01  KEEP-TABLE.
014900     05  KEEP-NAME OCCURS 100 TIMES PIC X(40).
015000 77  KEEP-COUNT              PIC 9(03) VALUE ZERO.
015100 01  SAVE-TABLE.
015200     05  SAVE-NAME OCCURS 100 TIMES PIC X(40).
015300 77  SAVE-COUNT              PIC 9(03) VALUE ZERO.
015400 01  WATCH-TABLE.
015500     05  WATCH-ENTRY OCCURS 100 TIMES.
015600         10  WATCH-NAME      PIC X(40).
015700         10  WATCH-COND      PIC X(09).
015800 77  WATCH-COUNT             PIC 9(03) VALUE ZERO.
015900 77  TB-IX                   PIC 9(03).
016000 77  HIT-SW                  PIC X(01).
016100 77  RUNS-LOGKEEP            PIC X(01) VALUE "N".
016200 77  RUNS-SHOPSAVE           PIC X(01) VALUE "N".
016300 77  RUNS-ALERTMON           PIC X(01) VALUE "N".
016400 77  CMD-HITS                PIC 9(03).
016500 01  UPPER-COMMAND           PIC X(60).
016600******************************************************************
016700*  NAME MATCHING AND THE FILE PROBE.                             *
016800******************************************************************
016900 01  WORK-NAME               PIC X(40).
017000 01  WORK-PATTERN            PIC X(40).
017100 77  NAME-LEN                PIC 9(03).
017200 77  PAT-LEN                 PIC 9(03).
017300 77  PAT-START               PIC 9(03).
017400 77  MATCH-SW                PIC X(01).
017500 77  WORK-CLASS              PIC X(01).
017600 77  DOT-IX                  PIC 9(03).
017700 77  LAST-DOT                PIC 9(03).
017800 77  TAIL-LEN                PIC 9(03).
017900 01  FILE-INFO.
018000     05  FI-SIZE             PIC X(08) COMP-X.
018100     05  FI-DAY              PIC X(01) COMP-X.
018200     05  FI-MONTH            PIC X(01) COMP-X.
018300     05  FI-YEAR             PIC X(02) COMP-X.
018400     05  FI-HOUR             PIC X(01) COMP-X.
018500     05  FI-MIN              PIC X(01) COMP-X.
018600     05  FI-SEC              PIC X(01) COMP-X.
018700     05  FI-CENTI            PIC X(01) COMP-X.
018800 77  PROBE-RC                PIC S9(09) COMP VALUE ZERO.
018900 77  FINDINGS                PIC 9(05) VALUE ZERO.
019000 77  SECTION-FINDINGS        PIC 9(05) VALUE ZERO.
019100 77  ED-5                    PIC ZZZZ9.
019200 01  REPORT-LINE             PIC X(100).
019300 PROCEDURE DIVISION.
019400******************************************************************
019500*  0000-MAINLINE.                                                *
019600******************************************************************
019700 0000-MAINLINE.
019800     PERFORM 1000-LOAD-AUDIT-CFG THRU 1000-EXIT.
019900     PERFORM 1500-LIST-DIRECTORY THRU 1500-EXIT.
020000     PERFORM 2000-LOAD-CONTROL-FILES THRU 2000-EXIT.
020100     OPEN OUTPUT REPORT-FILE.
020200     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
020300         DISPLAY "CANNOT WRITE COVAUDIT.RPT"
020400         STOP RUN.
020500     MOVE ALL "-" TO REPORT-LINE.
020600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
020700     MOVE DIR-COUNT TO ED-5.
020800     MOVE SPACES TO REPORT-LINE.
020900     STRING "SHOP FILE COVERAGE AUDIT - " ED-5
021000            " FILES IN THE SHOP DIRECTORY"
021100         DELIMITED BY SIZE INTO REPORT-LINE.
021200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
021300     MOVE ALL "-" TO REPORT-LINE.
021400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
021500     PERFORM 3000-CHECK-RETENTION THRU 3000-EXIT.
021600     PERFORM 3100-CHECK-BACKUP THRU 3100-EXIT.
021700     PERFORM 3200-CHECK-ALERTS THRU 3200-EXIT.
021800     PERFORM 3300-CHECK-DEAD-LINES THRU 3300-EXIT.
021900     PERFORM 3400-CHECK-RUNBOOK THRU 3400-EXIT.
022000     PERFORM 3500-LIST-UNCLASSIFIED THRU 3500-EXIT.
022100     MOVE SPACES TO REPORT-LINE.
022200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
022300     MOVE FINDINGS TO ED-5.
022400     MOVE SPACES TO REPORT-LINE.
022500     STRING "TOTAL FINDINGS: " ED-5
022600         DELIMITED BY SIZE INTO REPORT-LINE.
022700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
022800     MOVE ALL "-" TO REPORT-LINE.
022900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
023000     CLOSE REPORT-FILE.
023100     DISPLAY "COVAUDIT: " FINDINGS
023200       " FINDING(S) - SEE COVAUDIT.RPT".
023300     STOP RUN.
023400******************************************************************
023500*  1000-LOAD-AUDIT-CFG - THE LISTING COMMAND AND THE PATTERNS.   *
023600******************************************************************
023700 1000-LOAD-AUDIT-CFG.
023800     MOVE "N" TO EOF-SW.
023900     OPEN INPUT AUDIT-CFG-FILE.
024000     IF AUDIT-CFG-STATUS NOT = "00"
024100         IF AUDIT-CFG-STATUS = "05"
024200             CLOSE AUDIT-CFG-FILE
024300         END-IF
024400         GO TO 1000-DEFAULTS.
024500     PERFORM 1100-ONE-AUDIT-LINE THRU 1100-EXIT
024600         UNTIL FILE-AT-END.
024700     CLOSE AUDIT-CFG-FILE.
024800 1000-DEFAULTS.
024900     IF PATTERN-COUNT = ZERO
025000         PERFORM VARYING PT-IX FROM 1 BY 1 UNTIL PT-IX > 28
025100             MOVE DF-CLASS(PT-IX) TO PT-CLASS(PT-IX)
025200             MOVE DF-PATTERN(PT-IX) TO PT-PATTERN(PT-IX)
025300         END-PERFORM
025400         MOVE 28 TO PATTERN-COUNT.
025500 1000-EXIT.
025600     EXIT.
025700 1100-ONE-AUDIT-LINE.
025800     READ AUDIT-CFG-FILE
025900         AT END
026000             MOVE "Y" TO EOF-SW
026100             GO TO 1100-EXIT
026200     END-READ.
026300     IF AUDIT-CFG-RECORD(1:5) = "LIST "
026400         MOVE AUDIT-CFG-RECORD(6:75) TO LIST-COMMAND
026500         GO TO 1100-EXIT.
026600     IF (AC-CLASS = "L" OR AC-CLASS = "S" OR AC-CLASS = "X")
026700        AND AC-PATTERN NOT = SPACES AND PATTERN-COUNT < 60
026800         ADD 1 TO PATTERN-COUNT
026900         MOVE AC-CLASS TO PT-CLASS(PATTERN-COUNT)
027000         MOVE FUNCTION UPPER-CASE(AC-PATTERN)
027100             TO PT-PATTERN(PATTERN-COUNT).
027200 1100-EXIT.
027300     EXIT.
027400******************************************************************
027500*  1500-LIST-DIRECTORY - RUN THE LISTING AND CLASSIFY EACH NAME. *
027600******************************************************************
027700 1500-LIST-DIRECTORY.
027800     CALL "SYSTEM" USING LIST-COMMAND.
027900     MOVE ZERO TO RETURN-CODE.
028000     MOVE "N" TO EOF-SW.
028100     OPEN INPUT DIR-FILE.
028200     IF DIR-STATUS NOT = "00"
028300         DISPLAY "NO DIRECTORY LISTING IN COVAUDIT.DIR"
028400         IF DIR-STATUS = "05"
028500             CLOSE DIR-FILE
028600         END-IF
028700         GO TO 1500-EXIT.
028800     PERFORM 1600-ONE-DIR-NAME THRU 1600-EXIT
028900         UNTIL FILE-AT-END.
029000     CLOSE DIR-FILE.
029100 1500-EXIT.
029200     EXIT.
029300 1600-ONE-DIR-NAME.
029400     READ DIR-FILE
029500         AT END
029600             MOVE "Y" TO EOF-SW
029700             GO TO 1600-EXIT
029800     END-READ.
029900     IF DIR-RECORD = SPACES OR DIR-COUNT >= 400
030000         GO TO 1600-EXIT.
030100     MOVE FUNCTION UPPER-CASE(DIR-RECORD(1:40)) TO WORK-NAME.
030200     PERFORM 6100-IS-ARCHIVE THRU 6100-EXIT.
030300     IF MATCH-SW = "Y"
030400         GO TO 1600-EXIT.
030500     PERFORM 6000-CLASSIFY THRU 6000-EXIT.
030600     IF WORK-CLASS = "X"
030700         GO TO 1600-EXIT.
030800     ADD 1 TO DIR-COUNT.
030900     MOVE WORK-NAME TO DR-NAME(DIR-COUNT).
031000     MOVE WORK-CLASS TO DR-CLASS(DIR-COUNT).
031100 1600-EXIT.
031200     EXIT.
031300******************************************************************
031400*  2000-LOAD-CONTROL-FILES - LOGKEEP, BACKUP, ALERT, RUNBOOK.    *
031500******************************************************************
031600 2000-LOAD-CONTROL-FILES.
031700     MOVE "N" TO EOF-SW.
031800     OPEN INPUT LOGKEEP-FILE.
031900     IF LOGKEEP-STATUS = "00"
032000         PERFORM 2100-ONE-LOGKEEP THRU 2100-EXIT
032100             UNTIL FILE-AT-END.
032200     IF LOGKEEP-STATUS = "00" OR LOGKEEP-STATUS = "05"
032300         OR LOGKEEP-STATUS = "10"
032400         CLOSE LOGKEEP-FILE.
032500     MOVE "N" TO EOF-SW.
032600     OPEN INPUT BACKUP-FILE.
032700     IF BACKUP-STATUS = "00"
032800         PERFORM 2200-ONE-BACKUP THRU 2200-EXIT
032900             UNTIL FILE-AT-END.
033000     IF BACKUP-STATUS = "00" OR BACKUP-STATUS = "05"
033100         OR BACKUP-STATUS = "10"
033200         CLOSE BACKUP-FILE.
033300     MOVE "N" TO EOF-SW.
033400     OPEN INPUT ALERT-FILE.
033500     IF ALERT-STATUS = "00"
033600         PERFORM 2300-ONE-ALERT THRU 2300-EXIT
033700             UNTIL FILE-AT-END.
033800     IF ALERT-STATUS = "00" OR ALERT-STATUS = "05"
033900         OR ALERT-STATUS = "10"
034000         CLOSE ALERT-FILE.
034100     MOVE "N" TO EOF-SW.
034200     OPEN INPUT RUNBOOK-FILE.
034300     IF RUNBOOK-STATUS = "00"
034400         PERFORM 2400-ONE-RUNBOOK THRU 2400-EXIT
034500             UNTIL FILE-AT-END.
034600     IF RUNBOOK-STATUS = "00" OR RUNBOOK-STATUS = "05"
034700         OR RUNBOOK-STATUS = "10"
034800         CLOSE RUNBOOK-FILE.
034900 2000-EXIT.
035000     EXIT.
035100 2100-ONE-LOGKEEP.
035200     READ LOGKEEP-FILE
035300         AT END
035400             MOVE "Y" TO EOF-SW
035500             GO TO 2100-EXIT
035600     END-READ.
035700     IF LK-FILE-NAME = SPACES OR LK-FILE-NAME(1:1) = "*"
035800        OR KEEP-COUNT >= 100
035900         GO TO 2100-EXIT.
036000     ADD 1 TO KEEP-COUNT.
036100     MOVE FUNCTION UPPER-CASE(LK-FILE-NAME)
036200   TO KEEP-NAME(KEEP-COUNT).
036300 2100-EXIT.
036400     EXIT.
036500 2200-ONE-BACKUP.
036600     READ BACKUP-FILE
036700         AT END
036800             MOVE "Y" TO EOF-SW
036900             GO TO 2200-EXIT
037000     END-READ.
037100     IF BACKUP-RECORD(1:7) = "RETAIN " OR BACKUP-RECORD = SPACES
037200        OR BACKUP-RECORD(1:1) = "*" OR SAVE-COUNT >= 100
037300         GO TO 2200-EXIT.
037400     ADD 1 TO SAVE-COUNT.
037500     MOVE FUNCTION UPPER-CASE(BACKUP-RECORD(1:40))
037600         TO SAVE-NAME(SAVE-COUNT).
037700 2200-EXIT.
037800     EXIT.
037900 2300-ONE-ALERT.
038000     READ ALERT-FILE
038100         AT END
038200             MOVE "Y" TO EOF-SW
038300             GO TO 2300-EXIT
038400     END-READ.
038500     IF AL-FILE-NAME = SPACES OR AL-FILE-NAME(1:1) = "*"
038600        OR WATCH-COUNT >= 100
038700         GO TO 2300-EXIT.
038800     ADD 1 TO WATCH-COUNT.
038900     MOVE FUNCTION UPPER-CASE(AL-FILE-NAME)
039000   TO WATCH-NAME(WATCH-COUNT).
039100     MOVE FUNCTION UPPER-CASE(AL-CONDITION)
039200         TO WATCH-COND(WATCH-COUNT).
039300 2300-EXIT.
039400     EXIT.
039500*    WHICH OF THE THREE HOUSEKEEPING PROGRAMS DOES THE NIGHT RUN
039600*    ACTUALLY CALL?
039700 2400-ONE-RUNBOOK.
039800     READ RUNBOOK-FILE
039900         AT END
040000             MOVE "Y" TO EOF-SW
040100             GO TO 2400-EXIT
040200     END-READ.
040300     IF RB-STEP-NAME = SPACES OR RB-STEP-NAME(1:1) = "*"
040400         GO TO 2400-EXIT.
040500     MOVE FUNCTION UPPER-CASE(RB-COMMAND) TO UPPER-COMMAND.
040600     MOVE ZERO TO CMD-HITS.
040700     INSPECT UPPER-COMMAND TALLYING CMD-HITS FOR ALL "LOGKEEP".
040800     IF CMD-HITS > ZERO
040900         MOVE "Y" TO RUNS-LOGKEEP.
041000     MOVE ZERO TO CMD-HITS.
041100     INSPECT UPPER-COMMAND TALLYING CMD-HITS FOR ALL "SHOPSAVE".
041200     IF CMD-HITS > ZERO
041300         MOVE "Y" TO RUNS-SHOPSAVE.
041400     MOVE ZERO TO CMD-HITS.
041500     INSPECT UPPER-COMMAND TALLYING CMD-HITS FOR ALL "ALERTMON".
041600     IF CMD-HITS > ZERO
041700         MOVE "Y" TO RUNS-ALERTMON.
041800 2400-EXIT.
041900     EXIT.
042000******************************************************************
042100*  3000-CHECK-RETENTION - APPEND-FOREVER FILES NOT IN LOGKEEP.   *
042200******************************************************************
042300 3000-CHECK-RETENTION.
042400     MOVE "APPEND-FOREVER FILES WITH NO LOGKEEP.CFG RETENTION"
042500         TO REPORT-LINE.
042600     PERFORM 8800-SECTION-HEAD THRU 8800-EXIT.
042700     PERFORM 3010-ONE-RETENTION THRU 3010-EXIT
042800         VARYING DR-IX FROM 1 BY 1 UNTIL DR-IX > DIR-COUNT.
042900     PERFORM 8850-SECTION-FOOT THRU 8850-EXIT.
043000 3000-EXIT.
043100     EXIT.
043200 3010-ONE-RETENTION.
043300     IF DR-CLASS(DR-IX) NOT = "L"
043400         GO TO 3010-EXIT.
043500     MOVE "N" TO HIT-SW.
043600     PERFORM VARYING TB-IX FROM 1 BY 1 UNTIL TB-IX > KEEP-COUNT
043700         IF KEEP-NAME(TB-IX) = DR-NAME(DR-IX)
043800             MOVE "Y" TO HIT-SW
043900         END-IF
044000     END-PERFORM.
044100     IF HIT-SW = "N"
044200         MOVE DR-NAME(DR-IX) TO WORK-NAME
044300         PERFORM 8700-FINDING THRU 8700-EXIT.
044400 3010-EXIT.
044500     EXIT.
044600******************************************************************
044700*  3100-CHECK-BACKUP - STATE FILES NOT IN BACKUP.CFG.            *
044800******************************************************************
044900 3100-CHECK-BACKUP.
045000     MOVE "STATE FILES MISSING FROM BACKUP.CFG" TO REPORT-LINE.
045100     PERFORM 8800-SECTION-HEAD THRU 8800-EXIT.
045200     PERFORM 3110-ONE-BACKUP THRU 3110-EXIT
045300         VARYING DR-IX FROM 1 BY 1 UNTIL DR-IX > DIR-COUNT.
045400     PERFORM 8850-SECTION-FOOT THRU 8850-EXIT.
045500 3100-EXIT.
045600     EXIT.
045700 3110-ONE-BACKUP.
045800     IF DR-CLASS(DR-IX) NOT = "S"
045900         GO TO 3110-EXIT.
046000     MOVE "N" TO HIT-SW.
046100     PERFORM VARYING TB-IX FROM 1 BY 1 UNTIL TB-IX > SAVE-COUNT
046200         IF SAVE-NAME(TB-IX) = DR-NAME(DR-IX)
046300             MOVE "Y" TO HIT-SW
046400         END-IF
046500     END-PERFORM.
046600     IF HIT-SW = "N"
046700         MOVE DR-NAME(DR-IX) TO WORK-NAME
046800         PERFORM 8700-FINDING THRU 8700-EXIT.
046900 3110-EXIT.
047000     EXIT.
047100******************************************************************
047200*  3200-CHECK-ALERTS - L AND S FILES WITH NO STALE/MISSING RULE. *
047300******************************************************************
047400 3200-CHECK-ALERTS.
047500     MOVE "FILES WITH NO STALE OR MISSING RULE IN ALERT.CFG"
047600         TO REPORT-LINE.
047700     PERFORM 8800-SECTION-HEAD THRU 8800-EXIT.
047800     PERFORM 3210-ONE-ALERT THRU 3210-EXIT
047900         VARYING DR-IX FROM 1 BY 1 UNTIL DR-IX > DIR-COUNT.
048000     PERFORM 8850-SECTION-FOOT THRU 8850-EXIT.
048100 3200-EXIT.
048200     EXIT.
048300 3210-ONE-ALERT.
048400     IF DR-CLASS(DR-IX) NOT = "L" AND DR-CLASS(DR-IX) NOT = "S"
048500         GO TO 3210-EXIT.
048600     MOVE "N" TO HIT-SW.
048700     PERFORM VARYING TB-IX FROM 1 BY 1 UNTIL TB-IX > WATCH-COUNT
048800         IF WATCH-NAME(TB-IX) = DR-NAME(DR-IX)
048900            AND (WATCH-COND(TB-IX) = "STALE"
049000                 OR WATCH-COND(TB-IX) = "MISSING")
049100             MOVE "Y" TO HIT-SW
049200         END-IF
049300     END-PERFORM.
049400     IF HIT-SW = "N"
049500         MOVE DR-NAME(DR-IX) TO WORK-NAME
049600         PERFORM 8700-FINDING THRU 8700-EXIT.
049700 3210-EXIT.
049800     EXIT.
049900******************************************************************
050000*  3300-CHECK-DEAD-LINES - CONFIG LINES FOR FILES THAT ARE GONE. *
050100******************************************************************
050200 3300-CHECK-DEAD-LINES.
050300     MOVE "CONFIG LINES NAMING FILES THAT DO NOT EXIST"
050400         TO REPORT-LINE.
050500     PERFORM 8800-SECTION-HEAD THRU 8800-EXIT.
050600     PERFORM VARYING TB-IX FROM 1 BY 1 UNTIL TB-IX > KEEP-COUNT
050700         MOVE KEEP-NAME(TB-IX) TO WORK-NAME
050800         MOVE "LOGKEEP.CFG" TO WORK-PATTERN
050900         PERFORM 3310-PROBE-ONE THRU 3310-EXIT
051000     END-PERFORM.
051100     PERFORM VARYING TB-IX FROM 1 BY 1 UNTIL TB-IX > SAVE-COUNT
051200         MOVE SAVE-NAME(TB-IX) TO WORK-NAME
051300         MOVE "BACKUP.CFG" TO WORK-PATTERN
051400         PERFORM 3310-PROBE-ONE THRU 3310-EXIT
051500     END-PERFORM.
051600     PERFORM VARYING TB-IX FROM 1 BY 1 UNTIL TB-IX > WATCH-COUNT
051700         MOVE WATCH-NAME(TB-IX) TO WORK-NAME
051800         MOVE "ALERT.CFG" TO WORK-PATTERN
051900         PERFORM 3310-PROBE-ONE THRU 3310-EXIT
052000     END-PERFORM.
052100     PERFORM 8850-SECTION-FOOT THRU 8850-EXIT.
052200 3300-EXIT.
052300     EXIT.
052400 3310-PROBE-ONE.
052500     CALL "CBL_CHECK_FILE_EXIST" USING WORK-NAME FILE-INFO.
052600     MOVE RETURN-CODE TO PROBE-RC.
052700     MOVE ZERO TO RETURN-CODE.
052800     IF PROBE-RC = ZERO
052900         GO TO 3310-EXIT.
053000     MOVE SPACES TO REPORT-LINE.
053100     STRING "  " WORK-PATTERN(1:12) " " WORK-NAME
053200         DELIMITED BY SIZE INTO REPORT-LINE.
053300     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
053400     ADD 1 TO SECTION-FINDINGS.
053500     ADD 1 TO FINDINGS.
053600 3310-EXIT.
053700     EXIT.
053800******************************************************************
053900*  3400-CHECK-RUNBOOK - A CONFIGURED HOUSEKEEPER THAT NEVER RUNS.*
054000******************************************************************
054100 3400-CHECK-RUNBOOK.
054200     MOVE "CONFIGURED BUT NOT RUN BY ANY RUNBOOK.CFG STEP"
054300         TO REPORT-LINE.
054400     PERFORM 8800-SECTION-HEAD THRU 8800-EXIT.
054500     IF KEEP-COUNT > ZERO AND RUNS-LOGKEEP = "N"
054600         MOVE "LOGKEEP (LOGKEEP.CFG)" TO WORK-NAME
054700         PERFORM 8700-FINDING THRU 8700-EXIT.
054800     IF SAVE-COUNT > ZERO AND RUNS-SHOPSAVE = "N"
054900         MOVE "SHOPSAVE (BACKUP.CFG)" TO WORK-NAME
055000         PERFORM 8700-FINDING THRU 8700-EXIT.
055100     IF WATCH-COUNT > ZERO AND RUNS-ALERTMON = "N"
055200         MOVE "ALERTMON (ALERT.CFG)" TO WORK-NAME
055300         PERFORM 8700-FINDING THRU 8700-EXIT.
055400     PERFORM 8850-SECTION-FOOT THRU 8850-EXIT.
055500 3400-EXIT.
055600     EXIT.
055700******************************************************************
055800*  3500-LIST-UNCLASSIFIED - NAMES NO PATTERN COVERS.  NOT COUNTED*
055900*  AS FINDINGS; THEY WANT A LINE IN COVAUDIT.CFG.                *
056000******************************************************************
056100 3500-LIST-UNCLASSIFIED.
056200     MOVE "UNCLASSIFIED - ADD AN L, S OR X LINE TO COVAUDIT.CFG"
056300         TO REPORT-LINE.
056400     PERFORM 8800-SECTION-HEAD THRU 8800-EXIT.
056500     PERFORM VARYING DR-IX FROM 1 BY 1 UNTIL DR-IX > DIR-COUNT
056600         IF DR-CLASS(DR-IX) = SPACE
056700             MOVE SPACES TO REPORT-LINE
056800             STRING "  " DR-NAME(DR-IX)
056900                 DELIMITED BY SIZE INTO REPORT-LINE
057000             PERFORM 8900-PUT-LINE THRU 8900-EXIT
057100             ADD 1 TO SECTION-FINDINGS
057200         END-IF
057300     END-PERFORM.
057400     PERFORM 8850-SECTION-FOOT THRU 8850-EXIT.
057500 3500-EXIT.
057600     EXIT.
057700******************************************************************
057800*  6000-CLASSIFY - FIRST PATTERN MATCHING WORK-NAME GIVES THE    *
057900*  CLASS; SPACE WHEN NOTHING MATCHES.                            *
058000******************************************************************
058100 6000-CLASSIFY.
058200     MOVE SPACE TO WORK-CLASS.
058300     PERFORM 6010-TRY-PATTERN THRU 6010-EXIT
058400         VARYING PT-IX FROM 1 BY 1
058500         UNTIL PT-IX > PATTERN-COUNT OR WORK-CLASS NOT = SPACE.
058600 6000-EXIT.
058700     EXIT.
058800 6010-TRY-PATTERN.
058900     MOVE PT-PATTERN(PT-IX) TO WORK-PATTERN.
059000     PERFORM 6050-MATCH THRU 6050-EXIT.
059100     IF MATCH-SW = "Y"
059200         MOVE PT-CLASS(PT-IX) TO WORK-CLASS.
059300 6010-EXIT.
059400     EXIT.
059500 6050-MATCH.
059600     MOVE "N" TO MATCH-SW.
059700     COMPUTE NAME-LEN =
059800         FUNCTION LENGTH(FUNCTION TRIM(WORK-NAME TRAILING)).
059900     COMPUTE PAT-LEN =
060000         FUNCTION LENGTH(FUNCTION TRIM(WORK-PATTERN TRAILING)).
060100     IF WORK-PATTERN(PAT-LEN:1) = "*"
060200         SUBTRACT 1 FROM PAT-LEN
060300         IF PAT-LEN = ZERO
060400             MOVE "Y" TO MATCH-SW
060500         ELSE
060600             IF NAME-LEN >= PAT-LEN
060700                AND WORK-NAME(1:PAT-LEN) = WORK-PATTERN(1:PAT-LEN)
060800                 MOVE "Y" TO MATCH-SW
060900             END-IF
061000         END-IF
061100         GO TO 6050-EXIT.
061200     IF WORK-PATTERN(1:1) = "*"
061300         SUBTRACT 1 FROM PAT-LEN
061400         IF NAME-LEN >= PAT-LEN AND PAT-LEN > ZERO
061500             COMPUTE PAT-START = NAME-LEN - PAT-LEN + 1
061600             IF WORK-NAME(PAT-START:PAT-LEN)
061700                    = WORK-PATTERN(2:PAT-LEN)
061800                 MOVE "Y" TO MATCH-SW
061900             END-IF
062000         END-IF
062100         GO TO 6050-EXIT.
062200     IF WORK-NAME = WORK-PATTERN
062300         MOVE "Y" TO MATCH-SW.
062400 6050-EXIT.
062500     EXIT.
062600******************************************************************
062700*  6100-IS-ARCHIVE - A NAME WHOSE LAST PART IS AN 8-DIGIT DATE   *
062800*  (OR A DATE PLUS A .N SEQUENCE) IS A LOGKEEP ARCHIVE OR A      *
062900*  SHOPSAVE BUNDLE, NOT A LIVE SHOP FILE.                        *
063000******************************************************************
063100 6100-IS-ARCHIVE.
063200     MOVE "N" TO MATCH-SW.
063300     MOVE ZERO TO LAST-DOT.
063400     PERFORM VARYING DOT-IX FROM 1 BY 1 UNTIL DOT-IX > 31
063500         IF WORK-NAME(DOT-IX:1) = "."
063600            AND WORK-NAME(DOT-IX + 1:8) IS NUMERIC
063700            AND (WORK-NAME(DOT-IX + 9:1) = SPACE
063800                 OR WORK-NAME(DOT-IX + 9:1) = ".")
063900             MOVE DOT-IX TO LAST-DOT
064000         END-IF
064100     END-PERFORM.
064200     IF LAST-DOT > ZERO
064300         MOVE "Y" TO MATCH-SW.
064400 6100-EXIT.
064500     EXIT.
064600******************************************************************
064700*  REPORT HELPERS.                                               *
064800******************************************************************
064900 8700-FINDING.
065000     MOVE SPACES TO REPORT-LINE.
065100     STRING "  " WORK-NAME
065200         DELIMITED BY SIZE INTO REPORT-LINE.
065300     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
065400     ADD 1 TO SECTION-FINDINGS.
065500     ADD 1 TO FINDINGS.
065600 8700-EXIT.
065700     EXIT.
065800 8800-SECTION-HEAD.
065900     MOVE ZERO TO SECTION-FINDINGS.
066000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
066100 8800-EXIT.
066200     EXIT.
066300 8850-SECTION-FOOT.
066400     IF SECTION-FINDINGS = ZERO
066500         MOVE "  (NONE)" TO REPORT-LINE
066600         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
066700     MOVE SPACES TO REPORT-LINE.
066800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
066900 8850-EXIT.
067000     EXIT.
067100 8900-PUT-LINE.
067200     WRITE REPORT-RECORD FROM REPORT-LINE.
067300 8900-EXIT.
067400     EXIT.
067500 END PROGRAM COVAUDIT.
