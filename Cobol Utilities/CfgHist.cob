000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CFGHIST.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CFGHIST - VERSION HISTORY FOR THE SHOP'S HAND-EDITED CONTROL  *
000900*  FILES (RUNBOOK.CFG, ALERT.CFG, FILTER.RUL, CMDJOBS.LST, ...). *
001000*                                                                *
001100*  S = SNAPSHOT (THE NIGHTLY STEP).  EVERY TRACKED FILE THAT     *
001200*      DIFFERS FROM ITS LAST VERSION IS COPIED BYTE FOR BYTE TO  *
001300*      CFGHIST/<FILE>.YYYYMMDD.HHMMSS AND CATALOGUED IN          *
001400*      CFGHIST.CAT.  CFGHIST.RPT SHOWS, LINE BY LINE, WHAT WAS   *
001500*      ADDED, REMOVED OR CHANGED SINCE THE LAST VERSION BEFORE   *
001600*      TODAY, WITH THE TIME EACH FILE WAS LAST WRITTEN, AND THE  *
001700*      REPORT IS QUEUED TO LIST:OPS WHEN ANYTHING CHANGED.       *
001800*  R = ROLL BACK ONE FILE.  THE LIVE FILE IS PUT BACK TO ITS     *
001900*      LAST VERSION BEFORE TODAY (OR ON OR BEFORE A GIVEN DATE). *
002000*      THE LIVE COPY IS SNAPSHOTTED FIRST, SO A ROLLBACK CAN     *
002100*      ITSELF BE ROLLED BACK.                                    *
002200*                                                                *
002300*  CFGHIST.CFG (OPTIONAL): ONE TRACKED FILE NAME PER LINE.  WITH *
002400*  NO CFGHIST.CFG THE BUILT-IN LIST BELOW IS TRACKED.            *
002500*                                                                *
002600*  CFGHIST.CAT, ONE LINE PER EVENT:                              *
002700*    FILE X(20) DATE 9(8) TIME 9(6) EVENT X(1) LINES 9(5)        *
002800*    VERSION X(40) NOTE X(14), SPACE SEPARATED.  EVENT S IS A    *
002900*    SNAPSHOT, R A ROLLBACK (NOTE = THE VERSION DATE RESTORED),  *
003000*    D THE FILE DISAPPEARING FROM THE SHOP DIRECTORY.            *
003100******************************************************************
003200*  MODIFICATION HISTORY                                          *
003300*  10/15/26 OSG  INITIAL VERSION.                                *
003350*  10/15/26 OSG  CHARGE.RATES TRACKED BY DEFAULT.                *
003375*  10/15/26 OSG  ACHIEVE.DEF TRACKED BY DEFAULT.                 *
003388*  10/15/26 OSG  SEASON.CFG TRACKED BY DEFAULT.                  *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL CONFIG-FILE ASSIGN TO "CFGHIST.CFG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS CONFIG-STATUS.
004200     SELECT OPTIONAL CATALOG-FILE ASSIGN TO "CFGHIST.CAT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CATALOG-STATUS.
004500     SELECT OPTIONAL TEXT-FILE ASSIGN TO TEXT-NAME
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS TEXT-STATUS.
004800     SELECT OPTIONAL REPORT-FILE ASSIGN TO "CFGHIST.RPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS REPORT-STATUS.
005100*    OUR OWN DROP FILE - THE MAIL SENDER SWEEPS IT INTO DRIVER.SPL
005200*    AT THE START OF ITS RUN.
005300     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.CFGHIST"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS SPOOL-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CONFIG-FILE.
005900 01  CONFIG-RECORD           PIC X(80).
006000 FD  CATALOG-FILE.
006100 01  CATALOG-RECORD.
006200     05  CT-FILE             PIC X(20).
006300     05  FILLER              PIC X(01).
006400     05  CT-DATE             PIC 9(08).
006500     05  FILLER              PIC X(01).
006600     05  CT-TIME             PIC 9(06).
006700     05  FILLER              PIC X(01).
006800     05  CT-EVENT            PIC X(01).
006900         88  CT-SNAPSHOT     VALUE "S".
007000         88  CT-ROLLBACK     VALUE "R".
007100         88  CT-GONE         VALUE "D".
007200     05  FILLER              PIC X(01).
007300     05  CT-LINES            PIC 9(05).
007400     05  FILLER              PIC X(01).
007500     05  CT-VERSION          PIC X(40).
007600     05  FILLER              PIC X(01).
007700     05  CT-NOTE             PIC X(14).
007800 FD  TEXT-FILE.
007900 01  TEXT-RECORD             PIC X(160).
008000 FD  REPORT-FILE.
008100 01  REPORT-RECORD           PIC X(180).
008200 FD  SPOOL-FILE.
008300 01  SPOOL-RECORD            PIC X(200).
008400 WORKING-STORAGE SECTION.
008500 77  CONFIG-STATUS           PIC X(02).
008600 77  CATALOG-STATUS          PIC X(02).
008700 77  TEXT-STATUS             PIC X(02).
008800 77  REPORT-STATUS           PIC X(02).
008900 77  SPOOL-STATUS            PIC X(02).
009000 77  TEXT-NAME               PIC X(60) VALUE SPACES.
009100 77  EOF-SW                  PIC X(01) VALUE "N".
009200     88  FILE-AT-END         VALUE "Y".
009300 77  RUN-MODE                PIC X(01) VALUE "S".
009400 77  TODAY-YMD               PIC 9(08).
009500 77  NOW-HMS                 PIC 9(06).
009600 01  CLOCK-NOW               PIC 9(08).
009700 01  TODAY-DASHED            PIC X(10).
009800 77  HIST-DIR                PIC X(20) VALUE "CFGHIST".
009900******************************************************************
010000*  THE TRACKED FILES - FROM CFGHIST.CFG, OR THIS BUILT-IN LIST.  *
010100******************************************************************
010200 01  DEFAULT-NAMES.
010300     05  FILLER PIC X(20) VALUE "RUNBOOK.CFG".
010400     05  FILLER PIC X(20) VALUE "ALERT.CFG".
010500     05  FILLER PIC X(20) VALUE "LOGKEEP.CFG".
010600     05  FILLER PIC X(20) VALUE "BACKUP.CFG".
010700     05  FILLER PIC X(20) VALUE "FILTER.RUL".
010800     05  FILLER PIC X(20) VALUE "CMDJOBS.LST".
010900     05  FILLER PIC X(20) VALUE "CMDAUTH.LST".
011000     05  FILLER PIC X(20) VALUE "MAILRULE".
011100     05  FILLER PIC X(20) VALUE "ARCADE.POLICY".
011200     05  FILLER PIC X(20) VALUE "CALC.RATES".
011300     05  FILLER PIC X(20) VALUE "CALC.HOLIDAYS".
011400     05  FILLER PIC X(20) VALUE "CMDEXEC.CFG".
011500     05  FILLER PIC X(20) VALUE "READER.CFG".
011600     05  FILLER PIC X(20) VALUE "DRIVER.CFG".
011700     05  FILLER PIC X(20) VALUE "DIST.LST".
011800     05  FILLER PIC X(20) VALUE "KIOSK.CFG".
011900     05  FILLER PIC X(20) VALUE "PONG.CFG".
012000     05  FILLER PIC X(20) VALUE "RUNSTATS.CFG".
012100     05  FILLER PIC X(20) VALUE "COVAUDIT.CFG".
012150     05  FILLER PIC X(20) VALUE "CHARGE.RATES".
012175     05  FILLER PIC X(20) VALUE "ACHIEVE.DEF".
012188     05  FILLER PIC X(20) VALUE "SEASON.CFG".
012200     05  FILLER PIC X(20) VALUE "CFGHIST.CFG".
012300 01  DEFAULT-TABLE REDEFINES DEFAULT-NAMES.
012400     05  DEFAULT-NAME OCCURS 23 TIMES PIC X(20).
012500 01  TRACK-TABLE.
012600     05  TRACK-ENTRY OCCURS 60 TIMES.
012700         10  TR-NAME         PIC X(20).
012800         10  TR-LATEST       PIC X(40).
012900         10  TR-BASE         PIC X(40).
013000         10  TR-BASE-DATE    PIC 9(08).
013100         10  TR-GONE         PIC X(01).
013200 77  TRACK-COUNT             PIC 9(03) VALUE ZERO.
013300 77  TR-IX                   PIC 9(03).
013400 77  FOUND-IX                PIC 9(03).
013500******************************************************************
013600*  TODAY'S ROLLBACKS, FOR THE NIGHTLY REPORT.                    *
013700******************************************************************
013800 01  ROLLBACK-TABLE.
013900     05  ROLLBACK-LINE OCCURS 30 TIMES PIC X(80).
014000 77  ROLLBACK-COUNT          PIC 9(03) VALUE ZERO.
014100 77  RB-IX                   PIC 9(03).
014200******************************************************************
014300*  THE TWO SIDES OF A COMPARISON AND THE LINE-LEVEL DIFF.        *
014400******************************************************************
014500 01  LOAD-TABLE.
014600     05  LOAD-LINE OCCURS 500 TIMES PIC X(160).
014700 77  LOAD-COUNT              PIC 9(05) COMP VALUE ZERO.
014800 01  OLD-TABLE.
014900     05  OLD-LINE OCCURS 500 TIMES PIC X(160).
015000 77  OLD-COUNT               PIC 9(05) COMP VALUE ZERO.
015100 01  NEW-TABLE.
015200     05  NEW-LINE OCCURS 500 TIMES PIC X(160).
015300 77  NEW-COUNT               PIC 9(05) COMP VALUE ZERO.
015400 77  OLD-IX                  PIC 9(05) COMP.
015500 77  NEW-IX                  PIC 9(05) COMP.
015600 77  SCAN-IX                 PIC 9(05) COMP.
015700 77  SCAN-LIMIT              PIC 9(05) COMP.
015800 77  AHEAD-NEW               PIC 9(05) COMP.
015900 77  AHEAD-OLD               PIC 9(05) COMP.
016000 77  LOOK-AHEAD              PIC 9(03) VALUE 20.
016100 77  SAME-SW                 PIC X(01).
016200 77  LINE-ED                 PIC ZZZZ9.
016300 77  ADDED-COUNT             PIC 9(05) VALUE ZERO.
016400 77  REMOVED-COUNT           PIC 9(05) VALUE ZERO.
016500 77  CHANGED-COUNT           PIC 9(05) VALUE ZERO.
016600 77  FILES-CHANGED           PIC 9(03) VALUE ZERO.
016700 77  FILES-SNAPPED           PIC 9(03) VALUE ZERO.
016800 77  COUNT-ED                PIC ZZZZ9.
016900******************************************************************
017000*  SNAPSHOT, ROLLBACK AND FILE PROBE WORK FIELDS.                *
017100******************************************************************
017200 77  SNAP-EVENT              PIC X(01).
017300 77  SNAP-NOTE               PIC X(14).
017400 77  SNAP-NAME               PIC X(40).
017500 77  WANT-FILE               PIC X(20) VALUE SPACES.
017600 77  WANT-DATE-X             PIC X(08) VALUE SPACES.
017700 77  WANT-DATE               PIC 9(08) VALUE ZERO.
017800 77  TARGET-VERSION          PIC X(40).
017900 77  TARGET-DATE             PIC 9(08).
018000 01  FILE-INFO.
018100     05  FI-SIZE             PIC X(08) COMP-X.
018200     05  FI-DAY              PIC X(01) COMP-X.
018300     05  FI-MONTH            PIC X(01) COMP-X.
018400     05  FI-YEAR             PIC X(02) COMP-X.
018500     05  FI-HOUR             PIC X(01) COMP-X.
018600     05  FI-MIN              PIC X(01) COMP-X.
018700     05  FI-SEC              PIC X(01) COMP-X.
018800     05  FI-CENTI            PIC X(01) COMP-X.
018900 77  PROBE-NAME              PIC X(60).
019000 77  PROBE-RC                PIC S9(09) COMP VALUE ZERO.
019100 01  WRITTEN-STAMP.
019200     05  WS-YEAR             PIC 9(04).
019300     05  FILLER              PIC X(01) VALUE "-".
019400     05  WS-MONTH            PIC 9(02).
019500     05  FILLER              PIC X(01) VALUE "-".
019600     05  WS-DAY              PIC 9(02).
019700     05  FILLER              PIC X(01) VALUE SPACE.
019800     05  WS-HOUR             PIC 9(02).
019900     05  FILLER              PIC X(01) VALUE ":".
020000     05  WS-MIN              PIC 9(02).
020100******************************************************************
020200*  BYTE-STREAM COPY MACHINERY (AS IN SHOPSAVE).                  *
020300******************************************************************
020400 01  SRC-HANDLE              PIC X(04).
020500 01  DST-HANDLE              PIC X(04).
020600 01  BS-ACCESS-IN            PIC X(01) COMP-X VALUE 1.
020700 01  BS-ACCESS-OUT           PIC X(01) COMP-X VALUE 2.
020800 01  BS-DENY                 PIC X(01) COMP-X VALUE 3.
020900 01  BS-DEVICE               PIC X(01) COMP-X VALUE 0.
021000 01  BS-OFFSET               PIC X(08) COMP-X.
021100 01  BS-NBYTES               PIC X(04) COMP-X.
021200 01  BS-FLAG-SIZE            PIC X(01) COMP-X VALUE 128.
021300 01  BS-FLAG-NONE            PIC X(01) COMP-X VALUE 0.
021400 01  BS-BUFFER               PIC X(4096).
021500 01  BS-SRC-NAME             PIC X(60).
021600 01  BS-DST-NAME             PIC X(60).
021700 01  BS-SRC-SIZE             PIC 9(12) COMP VALUE ZERO.
021800 01  BS-DST-SIZE             PIC 9(12) COMP VALUE ZERO.
021900 01  BS-LEFT                 PIC S9(12) COMP VALUE ZERO.
022000 01  BS-CHUNK                PIC 9(05) COMP VALUE ZERO.
022100 01  BS-RC                   PIC S9(09) COMP VALUE ZERO.
022200 01  COPY-OK                 PIC X(01).
022300 01  REPORT-LINE             PIC X(180).
022400 01  SPOOL-LINE              PIC X(200).
022500 PROCEDURE DIVISION.
022600******************************************************************
022700*  0000-MAINLINE - S = NIGHTLY SNAPSHOT, R = ROLL BACK ONE FILE. *
022800******************************************************************
022900 0000-MAINLINE.
023000     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
023100     ACCEPT CLOCK-NOW FROM TIME.
023200     MOVE CLOCK-NOW(1:6) TO NOW-HMS.
023300     MOVE SPACES TO TODAY-DASHED.
023400     STRING TODAY-YMD(1:4) "-" TODAY-YMD(5:2) "-" TODAY-YMD(7:2)
023500         DELIMITED BY SIZE INTO TODAY-DASHED.
023600     DISPLAY "CFGHIST - S=SNAPSHOT AND REPORT, R=ROLL BACK?".
023700     ACCEPT RUN-MODE.
023800     MOVE FUNCTION UPPER-CASE(RUN-MODE) TO RUN-MODE.
023900     PERFORM 1000-LOAD-TRACKED THRU 1000-EXIT.
024000     PERFORM 1500-LOAD-CATALOG THRU 1500-EXIT.
024100     CALL "CBL_CREATE_DIR" USING HIST-DIR.
024200     MOVE ZERO TO RETURN-CODE.
024300     IF RUN-MODE = "R"
024400         PERFORM 6000-ROLLBACK THRU 6000-EXIT
024500     ELSE
024600         PERFORM 2000-NIGHTLY THRU 2000-EXIT.
024700     STOP RUN.
024800******************************************************************
024900*  1000-LOAD-TRACKED.                                            *
025000******************************************************************
025100 1000-LOAD-TRACKED.
025200     MOVE "N" TO EOF-SW.
025300     OPEN INPUT CONFIG-FILE.
025400     IF CONFIG-STATUS NOT = "00"
025500         IF CONFIG-STATUS = "05"
025600             CLOSE CONFIG-FILE
025700         END-IF
025800         GO TO 1000-DEFAULTS.
025900     PERFORM 1100-ONE-CONFIG THRU 1100-EXIT
026000         UNTIL FILE-AT-END.
026100     CLOSE CONFIG-FILE.
026200 1000-DEFAULTS.
026300     IF TRACK-COUNT = ZERO
026400         PERFORM VARYING TR-IX FROM 1 BY 1 UNTIL TR-IX > 23
026500             MOVE SPACES TO TRACK-ENTRY(TR-IX)
026600             MOVE ZERO TO TR-BASE-DATE(TR-IX)
026700             MOVE DEFAULT-NAME(TR-IX) TO TR-NAME(TR-IX)
026800         END-PERFORM
026900         MOVE 23 TO TRACK-COUNT.
027000 1000-EXIT.
027100     EXIT.
027200 1100-ONE-CONFIG.
027300     READ CONFIG-FILE
027400         AT END
027500             MOVE "Y" TO EOF-SW
027600             GO TO 1100-EXIT
027700     END-READ.
027800     IF CONFIG-RECORD = SPACES OR CONFIG-RECORD(1:1) = "*"
027900        OR TRACK-COUNT >= 60
028000         GO TO 1100-EXIT.
028100     ADD 1 TO TRACK-COUNT.
028200     MOVE SPACES TO TRACK-ENTRY(TRACK-COUNT).
028300     MOVE ZERO TO TR-BASE-DATE(TRACK-COUNT).
028400     MOVE CONFIG-RECORD(1:20) TO TR-NAME(TRACK-COUNT).
028500 1100-EXIT.
028600     EXIT.
028700******************************************************************
028800*  1500-LOAD-CATALOG - PER FILE: THE LATEST VERSION, THE LAST    *
028900*  VERSION BEFORE TODAY (THE BASE FOR TONIGHT'S DIFF), AND       *
029000*  WHETHER IT WAS LAST SEEN GONE.  TODAY'S ROLLBACKS ARE KEPT.   *
029100******************************************************************
029200 1500-LOAD-CATALOG.
029300     MOVE "N" TO EOF-SW.
029400     OPEN INPUT CATALOG-FILE.
029500     IF CATALOG-STATUS NOT = "00"
029600         IF CATALOG-STATUS = "05"
029700             CLOSE CATALOG-FILE
029800         END-IF
029900         GO TO 1500-EXIT.
030000     PERFORM 1600-ONE-CATALOG THRU 1600-EXIT
030100         UNTIL FILE-AT-END.
030200     CLOSE CATALOG-FILE.
030300 1500-EXIT.
030400     EXIT.
030500 1600-ONE-CATALOG.
030600     READ CATALOG-FILE
030700         AT END
030800             MOVE "Y" TO EOF-SW
030900             GO TO 1600-EXIT
031000     END-READ.
031100     IF CT-DATE IS NOT NUMERIC
031200         GO TO 1600-EXIT.
031300     MOVE CT-FILE TO WANT-FILE.
031400     PERFORM 1700-FIND-TRACKED THRU 1700-EXIT.
031500     IF FOUND-IX = ZERO
031600         GO TO 1600-EXIT.
031700     IF CT-GONE
031800         MOVE "Y" TO TR-GONE(FOUND-IX)
031900         GO TO 1600-EXIT.
032000     MOVE "N" TO TR-GONE(FOUND-IX).
032100     MOVE CT-VERSION TO TR-LATEST(FOUND-IX).
032200     IF CT-DATE < TODAY-YMD
032300         MOVE CT-VERSION TO TR-BASE(FOUND-IX)
032400         MOVE CT-DATE TO TR-BASE-DATE(FOUND-IX).
032500     IF CT-ROLLBACK AND CT-DATE = TODAY-YMD
032600        AND ROLLBACK-COUNT < 30
032700         ADD 1 TO ROLLBACK-COUNT
032800         MOVE SPACES TO ROLLBACK-LINE(ROLLBACK-COUNT)
032900         STRING "  " CT-FILE " ROLLED BACK AT "
033000                CT-TIME(1:2) ":" CT-TIME(3:2)
033100                " TO THE VERSION OF " CT-NOTE(1:8)
033200             DELIMITED BY SIZE INTO ROLLBACK-LINE(ROLLBACK-COUNT).
033300 1600-EXIT.
033400     EXIT.
033500 1700-FIND-TRACKED.
033600     MOVE ZERO TO FOUND-IX.
033700     PERFORM VARYING TR-IX FROM 1 BY 1
033800         UNTIL TR-IX > TRACK-COUNT OR FOUND-IX > ZERO
033900         IF TR-NAME(TR-IX) = WANT-FILE
034000             MOVE TR-IX TO FOUND-IX
034100         END-IF
034200     END-PERFORM.
034300 1700-EXIT.
034400     EXIT.
034500******************************************************************
034600*  2000-NIGHTLY - SNAPSHOT WHAT CHANGED, REPORT THE DAY'S EDITS, *
034700*  QUEUE THE REPORT TO THE OPS LIST.                             *
034800******************************************************************
034900 2000-NIGHTLY.
035000     OPEN OUTPUT REPORT-FILE.
035100     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
035200         DISPLAY "CANNOT WRITE CFGHIST.RPT"
035300         GO TO 2000-EXIT.
035400     MOVE SPACES TO REPORT-LINE.
035500     STRING "CONTROL FILE CHANGES FOR " TODAY-DASHED
035600         DELIMITED BY SIZE INTO REPORT-LINE.
035700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
035800     MOVE ALL "-" TO REPORT-LINE(1:66).
035900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
036000     PERFORM 2100-ONE-FILE THRU 2100-EXIT
036100         VARYING TR-IX FROM 1 BY 1 UNTIL TR-IX > TRACK-COUNT.
036200     IF ROLLBACK-COUNT > ZERO
036300         MOVE SPACES TO REPORT-LINE
036400         PERFORM 8900-PUT-LINE THRU 8900-EXIT
036500         MOVE "ROLLBACKS TODAY" TO REPORT-LINE
036600         PERFORM 8900-PUT-LINE THRU 8900-EXIT
036700         PERFORM VARYING RB-IX FROM 1 BY 1
036800             UNTIL RB-IX > ROLLBACK-COUNT
036900             MOVE ROLLBACK-LINE(RB-IX) TO REPORT-LINE
037000             PERFORM 8900-PUT-LINE THRU 8900-EXIT
037100         END-PERFORM.
037200     IF FILES-CHANGED = ZERO AND ROLLBACK-COUNT = ZERO
037300         MOVE "NO CONTROL FILE CHANGED TODAY." TO REPORT-LINE
037400         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
037500     CLOSE REPORT-FILE.
037600     DISPLAY "CFGHIST: " FILES-CHANGED " FILE(S) CHANGED, "
037700             FILES-SNAPPED " VERSION(S) TAKEN".
037800     IF FILES-CHANGED > ZERO OR ROLLBACK-COUNT > ZERO
037900         PERFORM 2900-QUEUE-REPORT THRU 2900-EXIT.
038000 2000-EXIT.
038100     EXIT.
038200 2100-ONE-FILE.
038300     MOVE SPACES TO PROBE-NAME.
038400     MOVE TR-NAME(TR-IX) TO PROBE-NAME.
038500     PERFORM 7000-PROBE THRU 7000-EXIT.
038600     IF PROBE-RC NOT = ZERO
038700         PERFORM 2200-FILE-GONE THRU 2200-EXIT
038800         GO TO 2100-EXIT.
038900     MOVE FI-YEAR TO WS-YEAR.
039000     MOVE FI-MONTH TO WS-MONTH.
039100     MOVE FI-DAY TO WS-DAY.
039200     MOVE FI-HOUR TO WS-HOUR.
039300     MOVE FI-MIN TO WS-MIN.
039400     MOVE TR-NAME(TR-IX) TO TEXT-NAME.
039500     PERFORM 4000-LOAD-TEXT THRU 4000-EXIT.
039600     MOVE LOAD-TABLE TO NEW-TABLE.
039700     MOVE LOAD-COUNT TO NEW-COUNT.
039800     IF TR-LATEST(TR-IX) = SPACES
039900         MOVE "S" TO SNAP-EVENT
040000         MOVE SPACES TO SNAP-NOTE
040100         PERFORM 2500-TAKE-SNAPSHOT THRU 2500-EXIT
040200         MOVE NEW-COUNT TO COUNT-ED
040300         PERFORM 2300-FILE-HEADING THRU 2300-EXIT
040400         MOVE SPACES TO REPORT-LINE
040500         STRING "  FIRST VERSION RECORDED, " COUNT-ED " LINES"
040600             DELIMITED BY SIZE INTO REPORT-LINE
040700         PERFORM 8900-PUT-LINE THRU 8900-EXIT
040800         GO TO 2100-EXIT.
040900*    A NEW VERSION ONLY WHEN THE FILE DIFFERS FROM THE LATEST ONE.
041000     MOVE TR-LATEST(TR-IX) TO TEXT-NAME.
041100     PERFORM 4000-LOAD-TEXT THRU 4000-EXIT.
041200     MOVE LOAD-TABLE TO OLD-TABLE.
041300     MOVE LOAD-COUNT TO OLD-COUNT.
041400     PERFORM 4500-SAME-TEST THRU 4500-EXIT.
041500     IF SAME-SW = "N"
041600         MOVE "S" TO SNAP-EVENT
041700         MOVE SPACES TO SNAP-NOTE
041800         PERFORM 2500-TAKE-SNAPSHOT THRU 2500-EXIT.
041900*    THE DAY'S EDITS ARE THE NET CHANGE SINCE THE LAST VERSION
042000*    TAKEN BEFORE TODAY.
042100     IF TR-BASE(TR-IX) = SPACES
042200         GO TO 2100-EXIT.
042300     IF TR-BASE(TR-IX) NOT = TR-LATEST(TR-IX)
042400         MOVE TR-BASE(TR-IX) TO TEXT-NAME
042500         PERFORM 4000-LOAD-TEXT THRU 4000-EXIT
042600         MOVE LOAD-TABLE TO OLD-TABLE
042700         MOVE LOAD-COUNT TO OLD-COUNT
042800         PERFORM 4500-SAME-TEST THRU 4500-EXIT.
042900     IF SAME-SW = "Y"
043000         GO TO 2100-EXIT.
043100     PERFORM 2300-FILE-HEADING THRU 2300-EXIT.
043200     PERFORM 5000-DIFF THRU 5000-EXIT.
043300 2100-EXIT.
043400     EXIT.
043500 2200-FILE-GONE.
043600     IF TR-LATEST(TR-IX) = SPACES OR TR-GONE(TR-IX) = "Y"
043700         GO TO 2200-EXIT.
043800     ADD 1 TO FILES-CHANGED.
043900     MOVE SPACES TO REPORT-LINE.
044000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
044100     STRING TR-NAME(TR-IX) " NO LONGER EXISTS - LAST VERSION "
044200            TR-LATEST(TR-IX)
044300         DELIMITED BY SIZE INTO REPORT-LINE.
044400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
044500     MOVE SPACES TO CATALOG-RECORD.
044600     MOVE TR-NAME(TR-IX) TO CT-FILE.
044700     MOVE TODAY-YMD TO CT-DATE.
044800     MOVE NOW-HMS TO CT-TIME.
044900     MOVE "D" TO CT-EVENT.
045000     MOVE ZERO TO CT-LINES.
045100     PERFORM 2600-APPEND-CATALOG THRU 2600-EXIT.
045200 2200-EXIT.
045300     EXIT.
045400 2300-FILE-HEADING.
045500     ADD 1 TO FILES-CHANGED.
045600     MOVE SPACES TO REPORT-LINE.
045700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
045800     STRING TR-NAME(TR-IX) " LAST WRITTEN " WRITTEN-STAMP
045900            "  (AGAINST VERSION OF " TR-BASE-DATE(TR-IX) ")"
046000         DELIMITED BY SIZE INTO REPORT-LINE.
046100     IF TR-BASE(TR-IX) = SPACES
046200         MOVE SPACES TO REPORT-LINE(51:)
046300     END-IF.
046400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
046500 2300-EXIT.
046600     EXIT.
046700******************************************************************
046800*  2500-TAKE-SNAPSHOT - COPY THE LIVE FILE TR-NAME(TR-IX) TO A   *
046900*  NEW VERSION AND CATALOGUE IT AS SNAP-EVENT.                   *
047000******************************************************************
047100 2500-TAKE-SNAPSHOT.
047200     PERFORM 2550-BUILD-NAME THRU 2550-EXIT.
047300     PERFORM 7000-PROBE THRU 7000-EXIT.
047400*    NEVER OVERWRITE AN EARLIER VERSION TAKEN IN THE SAME SECOND.
047500     PERFORM 2560-NEXT-SECOND THRU 2560-EXIT
047600         UNTIL PROBE-RC NOT = ZERO.
047700     MOVE SPACES TO BS-SRC-NAME.
047800     MOVE TR-NAME(TR-IX) TO BS-SRC-NAME.
047900     MOVE SPACES TO BS-DST-NAME.
048000     MOVE SNAP-NAME TO BS-DST-NAME.
048100     PERFORM 3000-COPY-BYTES THRU 3000-EXIT.
048200     IF COPY-OK NOT = "Y"
048300         DISPLAY "CANNOT SNAPSHOT " FUNCTION TRIM(TR-NAME(TR-IX))
048400         GO TO 2500-EXIT.
048500     ADD 1 TO FILES-SNAPPED.
048600     MOVE SPACES TO CATALOG-RECORD.
048700     MOVE TR-NAME(TR-IX) TO CT-FILE.
048800     MOVE TODAY-YMD TO CT-DATE.
048900     MOVE NOW-HMS TO CT-TIME.
049000     MOVE SNAP-EVENT TO CT-EVENT.
049100     MOVE NEW-COUNT TO CT-LINES.
049200     MOVE SNAP-NAME TO CT-VERSION.
049300     MOVE SNAP-NOTE TO CT-NOTE.
049400     PERFORM 2600-APPEND-CATALOG THRU 2600-EXIT.
049500     MOVE SNAP-NAME TO TR-LATEST(TR-IX).
049600     MOVE "N" TO TR-GONE(TR-IX).
049700 2500-EXIT.
049800     EXIT.
049900 2550-BUILD-NAME.
050000     MOVE SPACES TO SNAP-NAME.
050100     STRING FUNCTION TRIM(HIST-DIR) "/"
050200            FUNCTION TRIM(TR-NAME(TR-IX)) "."
050300            TODAY-YMD "." NOW-HMS
050400         DELIMITED BY SIZE INTO SNAP-NAME.
050500     MOVE SNAP-NAME TO PROBE-NAME.
050600 2550-EXIT.
050700     EXIT.
050800 2560-NEXT-SECOND.
050900     ADD 1 TO NOW-HMS.
051000     PERFORM 2550-BUILD-NAME THRU 2550-EXIT.
051100     PERFORM 7000-PROBE THRU 7000-EXIT.
051200 2560-EXIT.
051300     EXIT.
051400 2600-APPEND-CATALOG.
051500     OPEN EXTEND CATALOG-FILE.
051600     IF CATALOG-STATUS = "00" OR CATALOG-STATUS = "05"
051700         WRITE CATALOG-RECORD
051800     ELSE
051900         DISPLAY "CANNOT WRITE CFGHIST.CAT".
052000     CLOSE CATALOG-FILE.
052100 2600-EXIT.
052200     EXIT.
052300******************************************************************
052400*  2900-QUEUE-REPORT - THE REPORT GOES TO THE OPS LIST.          *
052500******************************************************************
052600 2900-QUEUE-REPORT.
052700     OPEN EXTEND SPOOL-FILE.
052800     IF SPOOL-STATUS = "00" OR SPOOL-STATUS = "05"
052900         MOVE SPACES TO SPOOL-LINE
053000         STRING "P|LIST:OPS|CONTROL FILE CHANGES " TODAY-DASHED
053100                "|@CFGHIST.RPT|"
053200             DELIMITED BY SIZE INTO SPOOL-LINE
053300         WRITE SPOOL-RECORD FROM SPOOL-LINE
053400     ELSE
053500         DISPLAY "CANNOT QUEUE ON DRIVER.SPL".
053600     CLOSE SPOOL-FILE.
053700 2900-EXIT.
053800     EXIT.
053900******************************************************************
054000*  3000-COPY-BYTES - BYTE-FOR-BYTE COPY OF BS-SRC-NAME TO        *
054100*  BS-DST-NAME, VERIFIED BY COMPARING BYTE COUNTS AFTERWARDS.    *
054200******************************************************************
054300 3000-COPY-BYTES.
054400     MOVE "N" TO COPY-OK.
054500     MOVE ZERO TO BS-SRC-SIZE.
054600     CALL "CBL_OPEN_FILE" USING BS-SRC-NAME BS-ACCESS-IN
054700         BS-DENY BS-DEVICE SRC-HANDLE.
054800     IF RETURN-CODE NOT = ZERO
054900         MOVE ZERO TO RETURN-CODE
055000         GO TO 3000-EXIT.
055100     MOVE ZERO TO BS-OFFSET.
055200     MOVE ZERO TO BS-NBYTES.
055300     CALL "CBL_READ_FILE" USING SRC-HANDLE BS-OFFSET
055400         BS-NBYTES BS-FLAG-SIZE BS-BUFFER.
055500     MOVE BS-OFFSET TO BS-SRC-SIZE.
055600     MOVE ZERO TO RETURN-CODE.
055700     CALL "CBL_CREATE_FILE" USING BS-DST-NAME BS-ACCESS-OUT
055800         BS-DENY BS-DEVICE DST-HANDLE.
055900     IF RETURN-CODE NOT = ZERO
056000         MOVE ZERO TO RETURN-CODE
056100         CALL "CBL_CLOSE_FILE" USING SRC-HANDLE
056200         MOVE ZERO TO RETURN-CODE
056300         GO TO 3000-EXIT.
056400     MOVE ZERO TO BS-OFFSET.
056500     MOVE BS-SRC-SIZE TO BS-LEFT.
056600     PERFORM 3100-ONE-CHUNK THRU 3100-EXIT
056700         UNTIL BS-LEFT <= ZERO.
056800     CALL "CBL_CLOSE_FILE" USING DST-HANDLE.
056900     CALL "CBL_CLOSE_FILE" USING SRC-HANDLE.
057000     MOVE ZERO TO RETURN-CODE.
057100     CALL "CBL_OPEN_FILE" USING BS-DST-NAME BS-ACCESS-IN
057200         BS-DENY BS-DEVICE DST-HANDLE.
057300     IF RETURN-CODE NOT = ZERO
057400         MOVE ZERO TO RETURN-CODE
057500         GO TO 3000-EXIT.
057600     MOVE ZERO TO BS-OFFSET.
057700     MOVE ZERO TO BS-NBYTES.
057800     CALL "CBL_READ_FILE" USING DST-HANDLE BS-OFFSET
057900         BS-NBYTES BS-FLAG-SIZE BS-BUFFER.
058000     MOVE BS-OFFSET TO BS-DST-SIZE.
058100     CALL "CBL_CLOSE_FILE" USING DST-HANDLE.
058200     MOVE ZERO TO RETURN-CODE.
058300     IF BS-DST-SIZE = BS-SRC-SIZE
058400         MOVE "Y" TO COPY-OK.
058500 3000-EXIT.
058600     EXIT.
058700 3100-ONE-CHUNK.
058800     IF BS-LEFT > 4096
058900         MOVE 4096 TO BS-CHUNK
059000     ELSE
059100         MOVE BS-LEFT TO BS-CHUNK.
059200     MOVE BS-CHUNK TO BS-NBYTES.
059300     CALL "CBL_READ_FILE" USING SRC-HANDLE BS-OFFSET
059400         BS-NBYTES BS-FLAG-NONE BS-BUFFER.
059500     MOVE RETURN-CODE TO BS-RC.
059600     MOVE ZERO TO RETURN-CODE.
059700     IF BS-RC NOT = ZERO
059800         MOVE ZERO TO BS-LEFT
059900         GO TO 3100-EXIT.
060000     CALL "CBL_WRITE_FILE" USING DST-HANDLE BS-OFFSET
060100         BS-NBYTES BS-FLAG-NONE BS-BUFFER.
060200     MOVE ZERO TO RETURN-CODE.
060300     COMPUTE BS-OFFSET = BS-OFFSET + BS-CHUNK.
060400     COMPUTE BS-LEFT = BS-LEFT - BS-CHUNK.
060500 3100-EXIT.
060600     EXIT.
060700******************************************************************
060800*  4000-LOAD-TEXT - TEXT-NAME INTO LOAD-TABLE, LINE BY LINE.     *
060900******************************************************************
061000 4000-LOAD-TEXT.
061100     MOVE ZERO TO LOAD-COUNT.
061200     MOVE "N" TO EOF-SW.
061300     OPEN INPUT TEXT-FILE.
061400     IF TEXT-STATUS NOT = "00"
061500         IF TEXT-STATUS = "05"
061600             CLOSE TEXT-FILE
061700         END-IF
061800         GO TO 4000-EXIT.
061900     PERFORM 4100-ONE-TEXT THRU 4100-EXIT
062000         UNTIL FILE-AT-END.
062100     CLOSE TEXT-FILE.
062200 4000-EXIT.
062300     EXIT.
062400 4100-ONE-TEXT.
062500     READ TEXT-FILE
062600         AT END
062700             MOVE "Y" TO EOF-SW
062800             GO TO 4100-EXIT
062900     END-READ.
063000     IF LOAD-COUNT < 500
063100         ADD 1 TO LOAD-COUNT
063200         MOVE TEXT-RECORD TO LOAD-LINE(LOAD-COUNT).
063300 4100-EXIT.
063400     EXIT.
063500 4500-SAME-TEST.
063600     MOVE "Y" TO SAME-SW.
063700     IF OLD-COUNT NOT = NEW-COUNT
063800         MOVE "N" TO SAME-SW
063900         GO TO 4500-EXIT.
064000     PERFORM VARYING OLD-IX FROM 1 BY 1
064100         UNTIL OLD-IX > OLD-COUNT OR SAME-SW = "N"
064200         IF OLD-LINE(OLD-IX) NOT = NEW-LINE(OLD-IX)
064300             MOVE "N" TO SAME-SW
064400         END-IF
064500     END-PERFORM.
064600 4500-EXIT.
064700     EXIT.
064800******************************************************************
064900*  5000-DIFF - WALK OLD AND NEW TOGETHER.  WHERE THEY PART, LOOK *
065000*  AHEAD UP TO LOOK-AHEAD LINES ON EACH SIDE FOR THE OTHER       *
065100*  SIDE'S LINE: FOUND IN NEW MEANS LINES WERE ADDED, FOUND IN    *
065200*  OLD MEANS LINES WERE REMOVED, NEITHER MEANS THE LINE CHANGED. *
065300******************************************************************
065400 5000-DIFF.
065500     MOVE ZERO TO ADDED-COUNT REMOVED-COUNT CHANGED-COUNT.
065600     MOVE 1 TO OLD-IX.
065700     MOVE 1 TO NEW-IX.
065800     PERFORM 5100-DIFF-STEP THRU 5100-EXIT
065900         UNTIL OLD-IX > OLD-COUNT AND NEW-IX > NEW-COUNT.
066000     MOVE SPACES TO REPORT-LINE.
066100     MOVE ADDED-COUNT TO COUNT-ED.
066200     STRING "  " COUNT-ED " ADDED," DELIMITED BY SIZE
066300         INTO REPORT-LINE.
066400     MOVE REMOVED-COUNT TO COUNT-ED.
066500     MOVE COUNT-ED TO REPORT-LINE(16:5).
066600     MOVE " REMOVED," TO REPORT-LINE(21:9).
066700     MOVE CHANGED-COUNT TO COUNT-ED.
066800     MOVE COUNT-ED TO REPORT-LINE(30:5).
066900     MOVE " CHANGED" TO REPORT-LINE(35:8).
067000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
067100 5000-EXIT.
067200     EXIT.
067300 5100-DIFF-STEP.
067400     IF OLD-IX > OLD-COUNT
067500         PERFORM 5300-SHOW-ADDED THRU 5300-EXIT
067600         GO TO 5100-EXIT.
067700     IF NEW-IX > NEW-COUNT
067800         PERFORM 5400-SHOW-REMOVED THRU 5400-EXIT
067900         GO TO 5100-EXIT.
068000     IF OLD-LINE(OLD-IX) = NEW-LINE(NEW-IX)
068100         ADD 1 TO OLD-IX
068200         ADD 1 TO NEW-IX
068300         GO TO 5100-EXIT.
068400     MOVE ZERO TO AHEAD-NEW.
068500     COMPUTE SCAN-LIMIT = NEW-IX + LOOK-AHEAD.
068600     IF SCAN-LIMIT > NEW-COUNT
068700         MOVE NEW-COUNT TO SCAN-LIMIT.
068800     PERFORM VARYING SCAN-IX FROM NEW-IX BY 1
068900         UNTIL SCAN-IX > SCAN-LIMIT OR AHEAD-NEW > ZERO
069000         IF NEW-LINE(SCAN-IX) = OLD-LINE(OLD-IX)
069100             COMPUTE AHEAD-NEW = SCAN-IX - NEW-IX
069200         END-IF
069300     END-PERFORM.
069400     MOVE ZERO TO AHEAD-OLD.
069500     COMPUTE SCAN-LIMIT = OLD-IX + LOOK-AHEAD.
069600     IF SCAN-LIMIT > OLD-COUNT
069700         MOVE OLD-COUNT TO SCAN-LIMIT.
069800     PERFORM VARYING SCAN-IX FROM OLD-IX BY 1
069900         UNTIL SCAN-IX > SCAN-LIMIT OR AHEAD-OLD > ZERO
070000         IF OLD-LINE(SCAN-IX) = NEW-LINE(NEW-IX)
070100             COMPUTE AHEAD-OLD = SCAN-IX - OLD-IX
070200         END-IF
070300     END-PERFORM.
070400     IF AHEAD-NEW > ZERO
070500        AND (AHEAD-OLD = ZERO OR AHEAD-NEW <= AHEAD-OLD)
070600         PERFORM 5300-SHOW-ADDED THRU 5300-EXIT AHEAD-NEW TIMES
070700         GO TO 5100-EXIT.
070800     IF AHEAD-OLD > ZERO
070900         PERFORM 5400-SHOW-REMOVED THRU 5400-EXIT AHEAD-OLD TIMES
071000         GO TO 5100-EXIT.
071100     PERFORM 5500-SHOW-CHANGED THRU 5500-EXIT.
071200 5100-EXIT.
071300     EXIT.
071400 5300-SHOW-ADDED.
071500     MOVE NEW-IX TO LINE-ED.
071600     MOVE SPACES TO REPORT-LINE.
071700     STRING "  ADDED    " LINE-ED ": " NEW-LINE(NEW-IX)
071800         DELIMITED BY SIZE INTO REPORT-LINE.
071900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
072000     ADD 1 TO ADDED-COUNT.
072100     ADD 1 TO NEW-IX.
072200 5300-EXIT.
072300     EXIT.
072400 5400-SHOW-REMOVED.
072500     MOVE OLD-IX TO LINE-ED.
072600     MOVE SPACES TO REPORT-LINE.
072700     STRING "  REMOVED  " LINE-ED ": " OLD-LINE(OLD-IX)
072800         DELIMITED BY SIZE INTO REPORT-LINE.
072900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
073000     ADD 1 TO REMOVED-COUNT.
073100     ADD 1 TO OLD-IX.
073200 5400-EXIT.
073300     EXIT.
073400 5500-SHOW-CHANGED.
073500     MOVE OLD-IX TO LINE-ED.
073600     MOVE SPACES TO REPORT-LINE.
073700     STRING "  CHANGED  " LINE-ED ": " OLD-LINE(OLD-IX)
073800         DELIMITED BY SIZE INTO REPORT-LINE.
073900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
074000     MOVE NEW-IX TO LINE-ED.
074100     MOVE SPACES TO REPORT-LINE.
074200     STRING "       TO  " LINE-ED ": " NEW-LINE(NEW-IX)
074300         DELIMITED BY SIZE INTO REPORT-LINE.
074400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
074500     ADD 1 TO CHANGED-COUNT.
074600     ADD 1 TO OLD-IX.
074700     ADD 1 TO NEW-IX.
074800 5500-EXIT.
074900     EXIT.
075000******************************************************************
075100*  6000-ROLLBACK - ONE FILE BACK TO YESTERDAY'S VERSION (OR THE  *
075200*  LAST ONE ON OR BEFORE A GIVEN DATE).                          *
075300******************************************************************
075400 6000-ROLLBACK.
075500     DISPLAY "CONTROL FILE TO ROLL BACK: " WITH NO ADVANCING.
075600     ACCEPT WANT-FILE.
075700     MOVE FUNCTION UPPER-CASE(WANT-FILE) TO WANT-FILE.
075800     DISPLAY "TO THE VERSION OF (YYYYMMDD, BLANK = YESTERDAY): "
075900         WITH NO ADVANCING.
076000     ACCEPT WANT-DATE-X.
076100     IF WANT-DATE-X IS NUMERIC
076200         MOVE WANT-DATE-X TO WANT-DATE
076300     ELSE
076400         COMPUTE WANT-DATE = FUNCTION DATE-OF-INTEGER(
076500             FUNCTION INTEGER-OF-DATE(TODAY-YMD) - 1).
076600     PERFORM 1700-FIND-TRACKED THRU 1700-EXIT.
076700     IF FOUND-IX = ZERO
076800         DISPLAY FUNCTION TRIM(WANT-FILE)
076900                 " IS NOT A TRACKED CONTROL FILE"
077000         GO TO 6000-EXIT.
077100     MOVE FOUND-IX TO TR-IX.
077200     PERFORM 6100-FIND-TARGET THRU 6100-EXIT.
077300     IF TARGET-VERSION = SPACES
077400         DISPLAY "NO VERSION OF " FUNCTION TRIM(WANT-FILE)
077500                 " ON OR BEFORE " WANT-DATE
077600         GO TO 6000-EXIT.
077700*    KEEP THE LIVE COPY FIRST, SO THE ROLLBACK CAN BE UNDONE.
077800     MOVE SPACES TO PROBE-NAME.
077900     MOVE TR-NAME(TR-IX) TO PROBE-NAME.
078000     PERFORM 7000-PROBE THRU 7000-EXIT.
078100     IF PROBE-RC = ZERO
078200         MOVE TR-NAME(TR-IX) TO TEXT-NAME
078300         PERFORM 4000-LOAD-TEXT THRU 4000-EXIT
078400         MOVE LOAD-TABLE TO NEW-TABLE
078500         MOVE LOAD-COUNT TO NEW-COUNT
078600         MOVE TR-LATEST(TR-IX) TO TEXT-NAME
078700         PERFORM 4000-LOAD-TEXT THRU 4000-EXIT
078800         MOVE LOAD-TABLE TO OLD-TABLE
078900         MOVE LOAD-COUNT TO OLD-COUNT
079000         PERFORM 4500-SAME-TEST THRU 4500-EXIT
079100         IF SAME-SW = "N" OR TR-LATEST(TR-IX) = SPACES
079200             MOVE "S" TO SNAP-EVENT
079300             MOVE SPACES TO SNAP-NOTE
079400             PERFORM 2500-TAKE-SNAPSHOT THRU 2500-EXIT
079500         END-IF
079600     END-IF.
079700     MOVE SPACES TO BS-SRC-NAME.
079800     MOVE TARGET-VERSION TO BS-SRC-NAME.
079900     MOVE SPACES TO BS-DST-NAME.
080000     MOVE TR-NAME(TR-IX) TO BS-DST-NAME.
080100     PERFORM 3000-COPY-BYTES THRU 3000-EXIT.
080200     IF COPY-OK NOT = "Y"
080300         DISPLAY "ROLLBACK FAILED - VERSION COPY NOT FOUND OR "
080400                 "VERIFY MISMATCH"
080500         GO TO 6000-EXIT.
080600     MOVE TR-NAME(TR-IX) TO TEXT-NAME.
080700     PERFORM 4000-LOAD-TEXT THRU 4000-EXIT.
080800     MOVE LOAD-COUNT TO NEW-COUNT.
080900     MOVE "R" TO SNAP-EVENT.
081000     MOVE SPACES TO SNAP-NOTE.
081100     MOVE TARGET-DATE TO SNAP-NOTE(1:8).
081200     PERFORM 2500-TAKE-SNAPSHOT THRU 2500-EXIT.
081300     DISPLAY "ROLLED BACK " FUNCTION TRIM(TR-NAME(TR-IX))
081400             " TO " FUNCTION TRIM(TARGET-VERSION).
081500 6000-EXIT.
081600     EXIT.
081700 6100-FIND-TARGET.
081800     MOVE SPACES TO TARGET-VERSION.
081900     MOVE ZERO TO TARGET-DATE.
082000     MOVE "N" TO EOF-SW.
082100     OPEN INPUT CATALOG-FILE.
082200     IF CATALOG-STATUS NOT = "00"
082300         IF CATALOG-STATUS = "05"
082400             CLOSE CATALOG-FILE
082500         END-IF
082600         GO TO 6100-EXIT.
082700     PERFORM 6200-ONE-TARGET THRU 6200-EXIT
082800         UNTIL FILE-AT-END.
082900     CLOSE CATALOG-FILE.
083000 6100-EXIT.
083100     EXIT.
083200 6200-ONE-TARGET.
083300     READ CATALOG-FILE
083400         AT END
083500             MOVE "Y" TO EOF-SW
083600             GO TO 6200-EXIT
083700     END-READ.
083800     IF CT-FILE NOT = WANT-FILE OR CT-GONE
083900        OR CT-DATE IS NOT NUMERIC
084000         GO TO 6200-EXIT.
084100     IF CT-DATE <= WANT-DATE
084200         MOVE CT-VERSION TO TARGET-VERSION
084300         MOVE CT-DATE TO TARGET-DATE.
084400 6200-EXIT.
084500     EXIT.
084600******************************************************************
084700*  7000-PROBE - DOES PROBE-NAME EXIST?  FILE-INFO HOLDS ITS SIZE *
084800*  AND LAST-WRITTEN STAMP WHEN IT DOES.                          *
084900******************************************************************
085000 7000-PROBE.
085100     CALL "CBL_CHECK_FILE_EXIST" USING PROBE-NAME FILE-INFO.
085200     MOVE RETURN-CODE TO PROBE-RC.
085300     MOVE ZERO TO RETURN-CODE.
085400 7000-EXIT.
085500     EXIT.
085600 8900-PUT-LINE.
085700     WRITE REPORT-RECORD FROM REPORT-LINE.
085800 8900-EXIT.
085900     EXIT.
086000 END PROGRAM CFGHIST.
