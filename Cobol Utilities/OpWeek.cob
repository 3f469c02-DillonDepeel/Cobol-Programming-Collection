000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPWEEK.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  OPWEEK - WEEKLY AUDIT REPORT OF THE OPERATOR JOURNAL.  EVERY  *
000900*  OPERATOR.JNL LINE DATED IN THE SEVEN DAYS ENDING YESTERDAY    *
001000*  IS LISTED IN THE ORDER IT WAS WRITTEN, FOLLOWED BY A COUNT    *
001100*  OF RUNS PER OPERATOR AND PROGRAM AND A SEPARATE SECTION FOR   *
001200*  EVERY SHOPSAVE RESTORE - WHICH FILE, WHICH BACKUP DATE, WHO,  *
001300*  AND WHETHER IT WORKED - SO A RESTORE FROM THE WRONG DATE CAN  *
001400*  BE TRACED.  LINES WITH NO OPERATOR ID ARE FLAGGED.            *
001500*                                                                *
001600*  THE REPORT GOES TO AUDIT/OPWEEK.YYYYMMDD, DATED THE LAST DAY  *
001700*  OF THE WEEK IT COVERS.  RUN IT WEEKLY FROM RUNBOOK.           *
001800******************************************************************
001900*  MODIFICATION HISTORY                                          *
002000*  10/15/26 OSG  INITIAL VERSION.                                *
002025*  10/15/26 OSG  FAILED RESTORES FOUND FROM EITHER FORM OF BUNDLE*
002050*                NAME.                                           *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "OPERATOR.JNL"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS JOURNAL-STATUS.
002900     SELECT OPTIONAL REPORT-FILE ASSIGN TO REPORT-NAME
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS REPORT-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  JOURNAL-FILE.
003500 01  JOURNAL-RECORD.
003600     05  JR-DATE             PIC 9(08).
003700     05  FILLER              PIC X(01).
003800     05  JR-TIME             PIC 9(06).
003900     05  FILLER              PIC X(01).
004000     05  JR-OPERATOR         PIC X(12).
004100     05  FILLER              PIC X(01).
004200     05  JR-PROGRAM          PIC X(08).
004300     05  FILLER              PIC X(01).
004400     05  JR-MODE             PIC X(08).
004500     05  FILLER              PIC X(01).
004600     05  JR-FILE             PIC X(30).
004700     05  FILLER              PIC X(01).
004800     05  JR-BEFORE           PIC 9(09).
004900     05  FILLER              PIC X(01).
005000     05  JR-AFTER            PIC 9(09).
005100     05  FILLER              PIC X(01).
005200     05  JR-UNIT             PIC X(05).
005300     05  FILLER              PIC X(01).
005400     05  JR-PARAMS           PIC X(60).
005500 FD  REPORT-FILE.
005600 01  REPORT-RECORD           PIC X(180).
005700 WORKING-STORAGE SECTION.
005800 77  JOURNAL-STATUS          PIC X(02).
005900 77  REPORT-STATUS           PIC X(02).
006000 77  REPORT-NAME             PIC X(40) VALUE SPACES.
006100 77  AUDIT-DIR               PIC X(20) VALUE "AUDIT".
006200 77  EOF-SW                  PIC X(01) VALUE "N".
006300     88  FILE-AT-END         VALUE "Y".
006400 77  TODAY-YMD               PIC 9(08).
006500 77  WEEK-FROM               PIC 9(08).
006600 77  WEEK-TO                 PIC 9(08).
006700 77  ENTRY-COUNT             PIC 9(05) VALUE ZERO.
006800 77  RESTORE-COUNT           PIC 9(05) VALUE ZERO.
006900 77  FAILED-COUNT            PIC 9(05) VALUE ZERO.
007000 77  UNKNOWN-COUNT           PIC 9(05) VALUE ZERO.
007050 77  FAILED-HITS             PIC 9(03) COMP.
007100******************************************************************
007200*  RUNS PER OPERATOR AND PROGRAM FOR THE SUMMARY SECTION.        *
007300******************************************************************
007400 01  SUMMARY-TABLE.
007500     05  SUMMARY-ENTRY OCCURS 100 TIMES.
007600         10  SM-OPERATOR     PIC X(12).
007700         10  SM-PROGRAM      PIC X(08).
007800         10  SM-RUNS         PIC 9(05).
007900 77  SUMMARY-COUNT           PIC 9(03) VALUE ZERO.
008000 77  SM-IX                   PIC 9(03).
008100 77  HIT-IX                  PIC 9(03).
008200******************************************************************
008300*  THE WEEK'S RESTORES, HELD FOR THEIR OWN SECTION.              *
008400******************************************************************
008500 01  RESTORE-TABLE.
008600     05  RESTORE-LINE OCCURS 100 TIMES PIC X(180).
008700 77  RS-IX                   PIC 9(03).
008800 77  DASH-YMD                PIC 9(08).
008900 01  DASHED-DATE             PIC X(10).
009000 01  COLON-TIME              PIC X(08).
009100 77  ED-9                    PIC Z(8)9.
009200 77  ED-9B                   PIC Z(8)9.
009300 77  ED-5                    PIC ZZZZ9.
009400 01  REPORT-LINE             PIC X(180).
009500 PROCEDURE DIVISION.
009600******************************************************************
009700*  0000-MAINLINE - THE SEVEN DAYS ENDING YESTERDAY.              *
009800******************************************************************
009900 0000-MAINLINE.
010000     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
010100     COMPUTE WEEK-TO = FUNCTION DATE-OF-INTEGER(
010200         FUNCTION INTEGER-OF-DATE(TODAY-YMD) - 1).
010300     COMPUTE WEEK-FROM = FUNCTION DATE-OF-INTEGER(
010400         FUNCTION INTEGER-OF-DATE(TODAY-YMD) - 7).
010500     CALL "CBL_CREATE_DIR" USING AUDIT-DIR.
010600     MOVE ZERO TO RETURN-CODE.
010700     MOVE SPACES TO REPORT-NAME.
010800     STRING "AUDIT/OPWEEK." WEEK-TO
010900         DELIMITED BY SIZE INTO REPORT-NAME.
011000     OPEN OUTPUT REPORT-FILE.
011100     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
011200         DISPLAY "CANNOT WRITE " FUNCTION TRIM(REPORT-NAME)
011300         STOP RUN.
011400     PERFORM 1000-HEADING THRU 1000-EXIT.
011500     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
011600     IF ENTRY-COUNT = ZERO
011700         MOVE "  NO OPERATOR ACTIVITY JOURNALED THIS WEEK."
011800             TO REPORT-LINE
011900         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
012000     PERFORM 3000-SUMMARY THRU 3000-EXIT.
012100     PERFORM 4000-RESTORES THRU 4000-EXIT.
012200     CLOSE REPORT-FILE.
012300     MOVE ENTRY-COUNT TO ED-5.
012400     DISPLAY "OPWEEK - " ED-5 " JOURNAL LINE(S) REPORTED IN "
012500             FUNCTION TRIM(REPORT-NAME).
012600     STOP RUN.
012700******************************************************************
012800*  1000-HEADING - TITLE AND COLUMN HEADINGS FOR THE DETAIL.      *
012900******************************************************************
013000 1000-HEADING.
013100     MOVE SPACES TO REPORT-LINE.
013200     MOVE WEEK-FROM TO DASH-YMD.
013300     PERFORM 8000-DASH-DATE THRU 8000-EXIT.
013400     STRING "OPERATOR JOURNAL AUDIT - WEEK OF " DASHED-DATE
013500         DELIMITED BY SIZE INTO REPORT-LINE.
013600     MOVE WEEK-TO TO DASH-YMD.
013700     PERFORM 8000-DASH-DATE THRU 8000-EXIT.
013800     STRING " THROUGH " DASHED-DATE
013900         DELIMITED BY SIZE INTO REPORT-LINE(44:).
014000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
014100     MOVE SPACES TO REPORT-LINE.
014200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
014300     MOVE "ACTIVITY, IN THE ORDER IT WAS JOURNALED"
014400         TO REPORT-LINE.
014500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
014600     MOVE SPACES TO REPORT-LINE.
014700     MOVE "DATE       TIME     OPERATOR     PROGRAM  MODE"
014800         TO REPORT-LINE.
014900     MOVE "FILE" TO REPORT-LINE(52:4).
015000     MOVE "BEFORE" TO REPORT-LINE(86:6).
015100     MOVE "AFTER" TO REPORT-LINE(97:5).
015200     MOVE "UNIT" TO REPORT-LINE(103:4).
015300     MOVE "PARAMETERS" TO REPORT-LINE(109:10).
015400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
015500 1000-EXIT.
015600     EXIT.
015700******************************************************************
015800*  2000-READ-JOURNAL - ONE DETAIL LINE PER JOURNAL LINE IN THE   *
015900*  WEEK; THE SUMMARY AND RESTORE TABLES ARE BUILT ON THE WAY.    *
016000******************************************************************
016100 2000-READ-JOURNAL.
016200     MOVE "N" TO EOF-SW.
016300     OPEN INPUT JOURNAL-FILE.
016400     IF JOURNAL-STATUS NOT = "00"
016500         IF JOURNAL-STATUS = "05"
016600             CLOSE JOURNAL-FILE
016700         END-IF
016800         GO TO 2000-EXIT.
016900     PERFORM 2100-ONE-ENTRY THRU 2100-EXIT
017000         UNTIL FILE-AT-END.
017100     CLOSE JOURNAL-FILE.
017200 2000-EXIT.
017300     EXIT.
017400 2100-ONE-ENTRY.
017500     READ JOURNAL-FILE
017600         AT END
017700             MOVE "Y" TO EOF-SW
017800             GO TO 2100-EXIT
017900     END-READ.
018000     IF JR-DATE IS NOT NUMERIC
018100         GO TO 2100-EXIT.
018200     IF JR-DATE < WEEK-FROM OR JR-DATE > WEEK-TO
018300         GO TO 2100-EXIT.
018400     ADD 1 TO ENTRY-COUNT.
018500     PERFORM 2200-FORMAT-ENTRY THRU 2200-EXIT.
018600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
018700     IF JR-OPERATOR = "UNKNOWN" OR JR-OPERATOR = SPACES
018800         ADD 1 TO UNKNOWN-COUNT.
018900     IF JR-PROGRAM = "SHOPSAVE" AND JR-MODE = "RESTORE"
019000         ADD 1 TO RESTORE-COUNT
019025         MOVE ZERO TO FAILED-HITS
019050         INSPECT JR-PARAMS TALLYING FAILED-HITS
019075             FOR ALL " - FAILED"
019100         IF FAILED-HITS > ZERO
019200             ADD 1 TO FAILED-COUNT
019300         END-IF
019400         IF RESTORE-COUNT <= 100
019500             MOVE REPORT-LINE TO RESTORE-LINE(RESTORE-COUNT)
019600         END-IF
019700     END-IF.
019800     PERFORM 2300-COUNT-RUN THRU 2300-EXIT.
019900 2100-EXIT.
020000     EXIT.
020100******************************************************************
020200*  2200-FORMAT-ENTRY - THE JOURNAL LINE AS A REPORT LINE.        *
020300******************************************************************
020400 2200-FORMAT-ENTRY.
020500     MOVE SPACES TO REPORT-LINE.
020600     MOVE JR-DATE TO DASH-YMD.
020700     PERFORM 8000-DASH-DATE THRU 8000-EXIT.
020800     MOVE SPACES TO COLON-TIME.
020900     STRING JR-TIME(1:2) ":" JR-TIME(3:2) ":" JR-TIME(5:2)
021000         DELIMITED BY SIZE INTO COLON-TIME.
021100     MOVE JR-BEFORE TO ED-9.
021200     MOVE JR-AFTER TO ED-9B.
021300     MOVE DASHED-DATE TO REPORT-LINE(1:10).
021400     MOVE COLON-TIME TO REPORT-LINE(12:8).
021500     MOVE JR-OPERATOR TO REPORT-LINE(21:12).
021600     MOVE JR-PROGRAM TO REPORT-LINE(34:8).
021700     MOVE JR-MODE TO REPORT-LINE(43:8).
021800     MOVE JR-FILE TO REPORT-LINE(52:30).
021900     MOVE ED-9 TO REPORT-LINE(83:9).
022000     MOVE ED-9B TO REPORT-LINE(93:9).
022100     MOVE JR-UNIT TO REPORT-LINE(103:5).
022200     MOVE JR-PARAMS TO REPORT-LINE(109:60).
022300     IF JR-OPERATOR = "UNKNOWN" OR JR-OPERATOR = SPACES
022400         MOVE "*NO ID*" TO REPORT-LINE(170:7).
022500 2200-EXIT.
022600     EXIT.
022700******************************************************************
022800*  2300-COUNT-RUN - ONE MORE RUN FOR THIS OPERATOR AND PROGRAM.  *
022900******************************************************************
023000 2300-COUNT-RUN.
023100     MOVE ZERO TO HIT-IX.
023200     PERFORM VARYING SM-IX FROM 1 BY 1
023300         UNTIL SM-IX > SUMMARY-COUNT OR HIT-IX > 0
023400         IF SM-OPERATOR(SM-IX) = JR-OPERATOR
023500            AND SM-PROGRAM(SM-IX) = JR-PROGRAM
023600             MOVE SM-IX TO HIT-IX
023700         END-IF
023800     END-PERFORM.
023900     IF HIT-IX = 0
024000         IF SUMMARY-COUNT >= 100
024100             GO TO 2300-EXIT
024200         END-IF
024300         ADD 1 TO SUMMARY-COUNT
024400         MOVE SUMMARY-COUNT TO HIT-IX
024500         MOVE JR-OPERATOR TO SM-OPERATOR(HIT-IX)
024600         MOVE JR-PROGRAM TO SM-PROGRAM(HIT-IX)
024700         MOVE ZERO TO SM-RUNS(HIT-IX).
024800     ADD 1 TO SM-RUNS(HIT-IX).
024900 2300-EXIT.
025000     EXIT.
025100******************************************************************
025200*  3000-SUMMARY - JOURNAL LINES PER OPERATOR AND PROGRAM.        *
025300******************************************************************
025400 3000-SUMMARY.
025500     MOVE SPACES TO REPORT-LINE.
025600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
025700     MOVE "JOURNAL LINES BY OPERATOR AND PROGRAM" TO REPORT-LINE.
025800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
025900     PERFORM 3100-ONE-SUMMARY THRU 3100-EXIT
026000         VARYING SM-IX FROM 1 BY 1
026100         UNTIL SM-IX > SUMMARY-COUNT.
026200     IF UNKNOWN-COUNT > ZERO
026300         MOVE SPACES TO REPORT-LINE
026400         MOVE UNKNOWN-COUNT TO ED-5
026500         STRING "  " ED-5 " LINE(S) CARRY NO OPERATOR ID - SET "
026600                "SHOP_OPERATOR AT SIGN-ON"
026700             DELIMITED BY SIZE INTO REPORT-LINE
026800         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
026900 3000-EXIT.
027000     EXIT.
027100 3100-ONE-SUMMARY.
027200     MOVE SPACES TO REPORT-LINE.
027300     MOVE SM-OPERATOR(SM-IX) TO REPORT-LINE(3:12).
027400     MOVE SM-PROGRAM(SM-IX) TO REPORT-LINE(16:8).
027500     MOVE SM-RUNS(SM-IX) TO ED-5.
027600     MOVE ED-5 TO REPORT-LINE(25:5).
027700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
027800 3100-EXIT.
027900     EXIT.
028000******************************************************************
028100*  4000-RESTORES - EVERY SHOPSAVE RESTORE OF THE WEEK AGAIN, ON  *
028200*  ITS OWN, WITH THE BACKUP DATE IT WAS TAKEN FROM.              *
028300******************************************************************
028400 4000-RESTORES.
028500     MOVE SPACES TO REPORT-LINE.
028600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
028700     MOVE RESTORE-COUNT TO ED-5.
028800     STRING "RESTORES OVER LIVE DATA: " ED-5
028900         DELIMITED BY SIZE INTO REPORT-LINE.
029000     IF FAILED-COUNT > ZERO
029100         MOVE FAILED-COUNT TO ED-5
029200         STRING " (" ED-5 " FAILED)"
029300             DELIMITED BY SIZE INTO REPORT-LINE(31:).
029400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
029500     PERFORM 4100-ONE-RESTORE THRU 4100-EXIT
029600         VARYING RS-IX FROM 1 BY 1
029700         UNTIL RS-IX > RESTORE-COUNT OR RS-IX > 100.
029800 4000-EXIT.
029900     EXIT.
030000 4100-ONE-RESTORE.
030100     MOVE RESTORE-LINE(RS-IX) TO REPORT-LINE.
030200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
030300 4100-EXIT.
030400     EXIT.
030500******************************************************************
030600*  8000-DASH-DATE - DASH-YMD AS YYYY-MM-DD IN DASHED-DATE.       *
030700******************************************************************
030800 8000-DASH-DATE.
030900     MOVE SPACES TO DASHED-DATE.
031000     STRING DASH-YMD(1:4) "-" DASH-YMD(5:2) "-" DASH-YMD(7:2)
031100         DELIMITED BY SIZE INTO DASHED-DATE.
031200 8000-EXIT.
031300     EXIT.
031400 8900-PUT-LINE.
031500     WRITE REPORT-RECORD FROM REPORT-LINE.
031600 8900-EXIT.
031700     EXIT.
031800 END PROGRAM OPWEEK.
