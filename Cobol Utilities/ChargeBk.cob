000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHARGEBK.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CHARGEBK - THE MONTH-END CHARGEBACK OF THE BREAK-ROOM         *
000900*  TERMINALS.  EVERY SESSION ARCADE LOGGED TO ARCADE.USE IN THE  *
001000*  MONTH IS CHARGED TO THE DEPARTMENT OF THE PLAYER WHO WAS      *
001100*  SIGNED IN (PLAYERS.REG COLS 86-93, SET IN DEPTMAINT) AND      *
001200*  PRICED AT THE RATE PER TERMINAL-HOUR IN CHARGE.RATES.         *
001300*  CHARGEBK.RPT TOTALS THE MINUTES AND CHARGES BY DEPARTMENT     *
001400*  (WITH EACH TERMINAL UNDER IT) AND BY TERMINAL, AND LISTS THE  *
001500*  UNASSIGNED USAGE SEPARATELY: SESSIONS WITH NO PLAYER SIGNED   *
001600*  IN, AND PLAYERS WITH NO DEPARTMENT (OR A CODE NO LONGER IN    *
001700*  DEPT.CODES), SO FACILITIES CAN HAVE THEM ASSIGNED.            *
001800*                                                                *
001900*  CHARGEBK.CSV CARRIES THE SAME FIGURES FOR FINANCE, ONE ROW    *
002000*  PER DEPARTMENT AND TERMINAL (PER PLAYER AND TERMINAL FOR THE  *
002100*  PLAYERS WITH NO DEPARTMENT), UNDER A HEADER ROW OF FIELD      *
002200*  NAMES.  THE REPORT IS QUEUED TO LIST:DEPTHEADS WITH THE CSV   *
002300*  ATTACHED, THROUGH THIS PROGRAM'S SPOOL DROP FILE.             *
002400*                                                                *
002500*  THE MONTH CHARGED IS THE ONE JUST ENDED, SO THE STEP BELONGS  *
002600*  ON THE FIRSTBD CALENDAR IN RUNBOOK.CFG.  A RERUN FOR ANOTHER  *
002700*  MONTH SETS CHARGE_MONTH=YYYYMM IN THE ENVIRONMENT.            *
002800*                                                                *
002900*  CHARGE.RATES, ONE RATE PER LINE, AMOUNT AS NNNN.NN:           *
003000*    DEFAULT  NNNN.NN    EVERY TERMINAL NOT NAMED BELOW          *
003100*    <NAME>   NNNN.NN    ONE TERMINAL, BY ITS ARCADE.USE NAME    *
003200*  A LINE STARTING WITH * IS A COMMENT.  A TERMINAL WITH NO RATE *
003300*  IS CHARGED AT ZERO AND FLAGGED ON THE REPORT.                 *
003400*                                                                *
003500*  EACH DEPARTMENT AND TERMINAL'S CHARGE IS ITS MINUTES TIMES    *
003600*  THE HOURLY RATE OVER 60, ROUNDED TO THE CENT; EVERY TOTAL IS  *
003700*  THE SUM OF THOSE, SO THE REPORT AND THE CSV FOOT EXACTLY.     *
003800******************************************************************
003900*  MODIFICATION HISTORY                                          *
004000*  10/15/26 OSG  INITIAL VERSION.                                *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPTIONAL USAGE-FILE ASSIGN TO "ARCADE.USE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS USAGE-STATUS.
004900     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "PLAYERS.REG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS REGISTRY-STATUS.
005200     SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPT.CODES"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS DEPT-STATUS.
005500     SELECT OPTIONAL RATE-FILE ASSIGN TO "CHARGE.RATES"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS RATE-STATUS.
005800     SELECT OPTIONAL REPORT-FILE ASSIGN TO "CHARGEBK.RPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS REPORT-STATUS.
006100     SELECT OPTIONAL CSV-FILE ASSIGN TO "CHARGEBK.CSV"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS CSV-STATUS.
006400*    THIS PROGRAM'S OWN SPOOL DROP FILE; THE MAIL SENDER SWEEPS IT
006500*    AT THE START OF ITS RUN.
006600     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.CHARGE"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS SPOOL-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  USAGE-FILE.
007200 01  USAGE-RECORD.
007300     05  USE-GAME            PIC X(10).
007400     05  FILLER              PIC X(01).
007500     05  USE-DATE            PIC X(08).
007600     05  FILLER              PIC X(01).
007700     05  USE-START           PIC X(06).
007800     05  FILLER              PIC X(01).
007900     05  USE-END             PIC X(06).
008000     05  FILLER              PIC X(01).
008100     05  USE-TERMINAL        PIC X(10).
008200     05  FILLER              PIC X(01).
008300     05  USE-MINUTES         PIC X(04).
008400     05  FILLER              PIC X(01).
008500     05  USE-PLAYER          PIC X(12).
008600 FD  REGISTRY-FILE.
008700 01  REGISTRY-RECORD.
008800     05  REG-NAME            PIC X(12).
008900     05  FILLER              PIC X(01).
009000     05  REG-CREATED         PIC X(08).
009100     05  FILLER              PIC X(01).
009200     05  REG-EMAIL           PIC X(60).
009300     05  FILLER              PIC X(01).
009400     05  REG-OPTIN           PIC X(01).
009500     05  FILLER              PIC X(01).
009600     05  REG-DEPT            PIC X(08).
009700 FD  DEPT-FILE.
009800 01  DEPT-RECORD.
009900     05  DEPT-CODE-IN        PIC X(08).
010000     05  FILLER              PIC X(01).
010100     05  DEPT-NAME-IN        PIC X(30).
010200 FD  RATE-FILE.
010300 01  RATE-RECORD             PIC X(40).
010400 FD  REPORT-FILE.
010500 01  REPORT-RECORD           PIC X(80).
010600 FD  CSV-FILE.
010700 01  CSV-RECORD              PIC X(250).
010800 FD  SPOOL-FILE.
010900 01  SPOOL-RECORD            PIC X(250).
011000 WORKING-STORAGE SECTION.
011100 77  USAGE-STATUS            PIC X(02).
011200 77  REGISTRY-STATUS         PIC X(02).
011300 77  DEPT-STATUS             PIC X(02).
011400 77  RATE-STATUS             PIC X(02).
011500 77  REPORT-STATUS           PIC X(02).
011600 77  CSV-STATUS              PIC X(02).
011700 77  SPOOL-STATUS            PIC X(02).
011800 77  EOF-SW                  PIC X(01) VALUE "N".
011900     88  FILE-AT-END         VALUE "Y".
012000******************************************************************
012100*  THE MONTH CHARGED.                                            *
012200******************************************************************
012300 01  TODAY-YMD.
012400     05  TY-YEAR             PIC 9(04).
012500     05  TY-MONTH            PIC 9(02).
012600     05  TY-DAY              PIC 9(02).
012700 01  MONTH-ASKED             PIC X(06).
012800 01  CHARGE-MONTH.
012900     05  CM-YEAR             PIC 9(04).
013000     05  CM-MONTH            PIC 9(02).
013100 01  CHARGE-MONTH-X REDEFINES CHARGE-MONTH PIC X(06).
013200 01  MONTH-DASHED.
013300     05  MD-YEAR             PIC 9(04).
013400     05  FILLER              PIC X(01) VALUE "-".
013500     05  MD-MONTH            PIC 9(02).
013600******************************************************************
013700*  PLAYERS.REG AND DEPT.CODES IN MEMORY.                         *
013800******************************************************************
013900 01  REG-TABLE.
014000     05  REG-ENTRY OCCURS 500 TIMES.
014100         10  RG-NAME         PIC X(12).
014200         10  RG-DEPT         PIC X(08).
014300 77  REG-COUNT               PIC 9(03) VALUE ZERO.
014400 77  RG-IX                   PIC 9(03).
014500 77  REG-HIT                 PIC 9(03).
014600 01  DEPT-TABLE.
014700     05  DEPT-ENTRY OCCURS 100 TIMES.
014800         10  DT-CODE         PIC X(08).
014900         10  DT-NAME         PIC X(30).
015000 77  DEPT-COUNT              PIC 9(03) VALUE ZERO.
015100 77  DT-IX                   PIC 9(03).
015200 77  DEPT-HIT                PIC 9(03).
015300******************************************************************
015400*  CHARGE.RATES IN MEMORY.  RATES ARE PER TERMINAL-HOUR.         *
015500******************************************************************
015600 77  DEFAULT-RATE            PIC 9(04)V99 VALUE ZERO.
015700 77  DEFAULT-SET             PIC X(01) VALUE "N".
015800 01  RATE-TABLE.
015900     05  RATE-ENTRY OCCURS 50 TIMES.
016000         10  RT-TERMINAL     PIC X(10).
016100         10  RT-RATE         PIC 9(04)V99.
016200 77  RATE-COUNT              PIC 9(02) VALUE ZERO.
016300 77  RT-IX                   PIC 9(02).
016400 77  RATE-HIT                PIC 9(02).
016500 01  RATE-KEY                PIC X(10).
016600 01  RATE-TEXT               PIC X(10).
016700 01  RATE-DIGITS.
016800     05  RD-WHOLE            PIC 9(04).
016900     05  RD-CENTS            PIC 9(02).
017000 01  RATE-VALUE REDEFINES RATE-DIGITS PIC 9(04)V99.
017100 77  BAD-RATE-COUNT          PIC 9(03) VALUE ZERO.
017200 77  ZERO-RATE-COUNT         PIC 9(02) VALUE ZERO.
017300******************************************************************
017400*  THE MONTH'S USAGE, ONE CELL PER DEPARTMENT AND TERMINAL, KEPT *
017500*  IN KEY ORDER AS IT IS BUILT.  CL-KIND D IS A DEPARTMENT (THE  *
017600*  OWNER IS ITS CODE), N NO PLAYER SIGNED IN, P A PLAYER WITH NO *
017700*  DEPARTMENT (THE OWNER IS THE PLAYER).                         *
017800******************************************************************
017900 01  CELL-TABLE.
018000     05  CELL-ENTRY OCCURS 600 TIMES.
018100         10  CL-KEY.
018200             15  CL-KIND     PIC X(01).
018300                 88  CL-IS-DEPT      VALUE "D".
018400                 88  CL-IS-NO-PLAYER VALUE "N".
018500                 88  CL-IS-NO-DEPT   VALUE "P".
018600             15  CL-OWNER    PIC X(12).
018700             15  CL-TERMINAL PIC X(10).
018800         10  CL-SESSIONS     PIC 9(05).
018900         10  CL-MINUTES      PIC 9(07).
019000         10  CL-RATE         PIC 9(04)V99.
019100         10  CL-CHARGE       PIC 9(07)V99.
019200 77  CELL-COUNT              PIC 9(03) VALUE ZERO.
019300 77  CL-IX                   PIC 9(03).
019400 77  CELL-HIT                PIC 9(03).
019500 77  CELL-OVERFLOW           PIC 9(05) VALUE ZERO.
019600 01  WANT-KEY.
019700     05  WK-KIND             PIC X(01).
019800     05  WK-OWNER            PIC X(12).
019900     05  WK-TERMINAL         PIC X(10).
020000******************************************************************
020100*  TERMINAL TOTALS, IN NAME ORDER.                               *
020200******************************************************************
020300 01  TERM-TABLE.
020400     05  TERM-ENTRY OCCURS 50 TIMES.
020500         10  TT-TERMINAL     PIC X(10).
020600         10  TT-RATE         PIC 9(04)V99.
020700         10  TT-SESSIONS     PIC 9(05).
020800         10  TT-MINUTES      PIC 9(07).
020900         10  TT-CHARGE       PIC 9(07)V99.
021000 77  TERM-COUNT              PIC 9(02) VALUE ZERO.
021100 77  TT-IX                   PIC 9(02).
021200 77  TERM-HIT                PIC 9(02).
021300******************************************************************
021400*  TOTALS.  A GROUP IS ONE DEPARTMENT (OR ONE UNASSIGNED PLAYER) *
021500*  WHILE THE REPORT WALKS THE CELLS.                             *
021600******************************************************************
021700 01  TOTAL-AREA.
021800     05  GROUP-SESSIONS      PIC 9(05).
021900     05  GROUP-MINUTES       PIC 9(07).
022000     05  GROUP-CHARGE        PIC 9(07)V99.
022100     05  ASSIGNED-SESSIONS   PIC 9(05).
022200     05  ASSIGNED-MINUTES    PIC 9(07).
022300     05  ASSIGNED-CHARGE     PIC 9(07)V99.
022400     05  UNASSIGNED-SESSIONS PIC 9(05).
022500     05  UNASSIGNED-MINUTES  PIC 9(07).
022600     05  UNASSIGNED-CHARGE   PIC 9(07)V99.
022700     05  ALL-SESSIONS        PIC 9(05).
022800     05  ALL-MINUTES         PIC 9(07).
022900     05  ALL-CHARGE          PIC 9(07)V99.
023000 77  SESSION-COUNT           PIC 9(05) VALUE ZERO.
023100 77  MINUTES-WORK            PIC 9(04).
023200 01  GROUP-OWNER             PIC X(12).
023300 01  GROUP-KIND              PIC X(01).
023400******************************************************************
023500*  REPORT LINES.                                                 *
023600******************************************************************
023700 01  REPORT-LINE             PIC X(80).
023800 01  DETAIL-LINE.
023900     05  DL-LABEL            PIC X(34).
024000     05  FILLER              PIC X(01).
024100     05  DL-TERMINAL         PIC X(10).
024200     05  FILLER              PIC X(02).
024300     05  DL-SESSIONS         PIC ZZZZ9.
024400     05  FILLER              PIC X(02).
024500     05  DL-MINUTES          PIC ZZZZZZ9.
024600     05  FILLER              PIC X(02).
024700     05  DL-CHARGE           PIC Z,ZZZ,ZZ9.99.
024800 01  DETAIL-HEADING.
024900     05  FILLER              PIC X(35) VALUE SPACES.
025000     05  FILLER              PIC X(10) VALUE "TERMINAL".
025100     05  FILLER              PIC X(02) VALUE SPACES.
025200     05  FILLER              PIC X(05) VALUE "SESS.".
025300     05  FILLER              PIC X(02) VALUE SPACES.
025400     05  FILLER              PIC X(07) VALUE "MINUTES".
025500     05  FILLER              PIC X(02) VALUE SPACES.
025600     05  FILLER              PIC X(12) VALUE "      CHARGE".
025700 01  RATE-LINE.
025800     05  FILLER              PIC X(02) VALUE SPACES.
025900     05  RL-TERMINAL         PIC X(10).
026000     05  FILLER              PIC X(02) VALUE SPACES.
026100     05  RL-RATE             PIC Z,ZZ9.99.
026200     05  FILLER              PIC X(18) VALUE " PER TERMINAL-HOUR".
026300 77  ED-RATE                 PIC Z,ZZ9.99.
026400 77  ED-COUNT                PIC ZZZZ9.
026500******************************************************************
026600*  CSV ROW BUILDING.  CSV-TEXT IS QUOTED, CSV-NUMBER IS NOT;     *
026700*  EVERY FIELD AFTER THE FIRST IS PRECEDED BY A COMMA.           *
026800******************************************************************
026900 77  CSV-PTR                 PIC 9(03) COMP.
027000 77  CSV-TEXT                PIC X(64).
027100 77  CSV-NUMBER              PIC Z(17)9.
027200 77  CSV-MONEY               PIC Z(6)9.99.
027300 01  CSV-LINE                PIC X(250).
027400 77  CSV-ROWS                PIC 9(05) VALUE ZERO.
027500 01  SPOOL-LINE              PIC X(250).
027600 PROCEDURE DIVISION.
027700******************************************************************
027800*  0000-MAINLINE.                                                *
027900******************************************************************
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028200     PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.
028300     PERFORM 1600-LOAD-DEPARTMENTS THRU 1600-EXIT.
028400     PERFORM 1700-LOAD-RATES THRU 1700-EXIT.
028500     PERFORM 2000-READ-USAGE THRU 2000-EXIT.
028600     PERFORM 3000-PRICE-CELLS THRU 3000-EXIT.
028700     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
028800     PERFORM 5000-WRITE-CSV THRU 5000-EXIT.
028900     PERFORM 6000-QUEUE-MAIL THRU 6000-EXIT.
029000     MOVE SESSION-COUNT TO ED-COUNT.
029100     MOVE ALL-CHARGE TO DL-CHARGE.
029200     DISPLAY "CHARGEBK " MONTH-DASHED " COMPLETE - " ED-COUNT
029300             " SESSION(S), " FUNCTION TRIM(DL-CHARGE) " CHARGED".
029400     STOP RUN.
029500******************************************************************
029600*  1000-INITIALIZE - WHICH MONTH: CHARGE_MONTH WHEN IT IS SET,   *
029700*  OTHERWISE THE CALENDAR MONTH BEFORE TODAY.                    *
029800******************************************************************
029900 1000-INITIALIZE.
030000     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
030100     DISPLAY "CHARGE_MONTH" UPON ENVIRONMENT-NAME.
030200     ACCEPT MONTH-ASKED FROM ENVIRONMENT-VALUE.
030300     IF MONTH-ASKED IS NUMERIC
030400        AND MONTH-ASKED(5:2) >= "01" AND MONTH-ASKED(5:2) <= "12"
030500         MOVE MONTH-ASKED TO CHARGE-MONTH-X
030600     ELSE
030700         IF TY-MONTH = 1
030800             COMPUTE CM-YEAR = TY-YEAR - 1
030900             MOVE 12 TO CM-MONTH
031000         ELSE
031100             MOVE TY-YEAR TO CM-YEAR
031200             COMPUTE CM-MONTH = TY-MONTH - 1.
031300     MOVE CM-YEAR TO MD-YEAR.
031400     MOVE CM-MONTH TO MD-MONTH.
031500     MOVE ZEROS TO TOTAL-AREA.
031600     DISPLAY "CHARGEBK - TERMINAL CHARGEBACK FOR " MONTH-DASHED.
031700 1000-EXIT.
031800     EXIT.
031900******************************************************************
032000*  1500-LOAD-REGISTRY - EACH PLAYER'S DEPARTMENT CODE.           *
032100******************************************************************
032200 1500-LOAD-REGISTRY.
032300     MOVE "N" TO EOF-SW.
032400     OPEN INPUT REGISTRY-FILE.
032500     IF REGISTRY-STATUS NOT = "00"
032600         IF REGISTRY-STATUS = "05"
032700             CLOSE REGISTRY-FILE
032800         END-IF
032900         GO TO 1500-EXIT.
033000     PERFORM 1510-ONE-PLAYER THRU 1510-EXIT
033100         UNTIL FILE-AT-END.
033200     CLOSE REGISTRY-FILE.
033300 1500-EXIT.
033400     EXIT.
033500 1510-ONE-PLAYER.
033600     READ REGISTRY-FILE
033700         AT END
033800             MOVE "Y" TO EOF-SW
033900             GO TO 1510-EXIT
034000     END-READ.
034100     IF REG-NAME = SPACES OR REG-COUNT >= 500
034200         GO TO 1510-EXIT.
034300     ADD 1 TO REG-COUNT.
034400     MOVE REG-NAME TO RG-NAME(REG-COUNT).
034500     MOVE REG-DEPT TO RG-DEPT(REG-COUNT).
034600 1510-EXIT.
034700     EXIT.
034800******************************************************************
034900*  1600-LOAD-DEPARTMENTS - THE CODES AND THEIR NAMES.            *
035000******************************************************************
035100 1600-LOAD-DEPARTMENTS.
035200     MOVE "N" TO EOF-SW.
035300     OPEN INPUT DEPT-FILE.
035400     IF DEPT-STATUS NOT = "00"
035500         IF DEPT-STATUS = "05"
035600             CLOSE DEPT-FILE
035700         END-IF
035800         GO TO 1600-EXIT.
035900     PERFORM 1610-ONE-DEPARTMENT THRU 1610-EXIT
036000         UNTIL FILE-AT-END.
036100     CLOSE DEPT-FILE.
036200 1600-EXIT.
036300     EXIT.
036400 1610-ONE-DEPARTMENT.
036500     READ DEPT-FILE
036600         AT END
036700             MOVE "Y" TO EOF-SW
036800             GO TO 1610-EXIT
036900     END-READ.
037000     IF DEPT-CODE-IN = SPACES OR DEPT-COUNT >= 100
037100         GO TO 1610-EXIT.
037200     ADD 1 TO DEPT-COUNT.
037300     MOVE DEPT-CODE-IN TO DT-CODE(DEPT-COUNT).
037400     MOVE DEPT-NAME-IN TO DT-NAME(DEPT-COUNT).
037500 1610-EXIT.
037600     EXIT.
037700******************************************************************
037800*  1700-LOAD-RATES - CHARGE.RATES.  A LINE THAT IS NOT A NAME    *
037900*  AND AN NNNN.NN AMOUNT IS COUNTED AND REPORTED, NOT USED.      *
038000******************************************************************
038100 1700-LOAD-RATES.
038200     MOVE "N" TO EOF-SW.
038300     OPEN INPUT RATE-FILE.
038400     IF RATE-STATUS NOT = "00"
038500         IF RATE-STATUS = "05"
038600             CLOSE RATE-FILE
038700         END-IF
038800         DISPLAY "NO CHARGE.RATES - EVERY TERMINAL CHARGED AT "
038900                 "ZERO"
039000         GO TO 1700-EXIT.
039100     PERFORM 1710-ONE-RATE THRU 1710-EXIT
039200         UNTIL FILE-AT-END.
039300     CLOSE RATE-FILE.
039400     IF BAD-RATE-COUNT NOT = ZERO
039500         MOVE BAD-RATE-COUNT TO ED-COUNT
039600         DISPLAY ED-COUNT " LINE(S) OF CHARGE.RATES NOT "
039700                 "UNDERSTOOD".
039800 1700-EXIT.
039900     EXIT.
040000 1710-ONE-RATE.
040100     READ RATE-FILE
040200         AT END
040300             MOVE "Y" TO EOF-SW
040400             GO TO 1710-EXIT
040500     END-READ.
040600     IF RATE-RECORD = SPACES OR RATE-RECORD(1:1) = "*"
040700         GO TO 1710-EXIT.
040800     MOVE SPACES TO RATE-KEY RATE-TEXT.
040900     UNSTRING RATE-RECORD DELIMITED BY ALL SPACE
041000         INTO RATE-KEY RATE-TEXT.
041100     IF RATE-TEXT(1:4) IS NOT NUMERIC OR RATE-TEXT(5:1) NOT = "."
041200        OR RATE-TEXT(6:2) IS NOT NUMERIC
041300        OR RATE-TEXT(8:3) NOT = SPACES
041400         ADD 1 TO BAD-RATE-COUNT
041500         GO TO 1710-EXIT.
041600     MOVE RATE-TEXT(1:4) TO RD-WHOLE.
041700     MOVE RATE-TEXT(6:2) TO RD-CENTS.
041800     MOVE FUNCTION UPPER-CASE(RATE-KEY) TO RATE-KEY.
041900     IF RATE-KEY = "DEFAULT"
042000         MOVE RATE-VALUE TO DEFAULT-RATE
042100         MOVE "Y" TO DEFAULT-SET
042200         GO TO 1710-EXIT.
042300     IF RATE-COUNT >= 50
042400         ADD 1 TO BAD-RATE-COUNT
042500         GO TO 1710-EXIT.
042600     ADD 1 TO RATE-COUNT.
042700     MOVE RATE-KEY TO RT-TERMINAL(RATE-COUNT).
042800     MOVE RATE-VALUE TO RT-RATE(RATE-COUNT).
042900 1710-EXIT.
043000     EXIT.
043100******************************************************************
043200*  2000-READ-USAGE - EVERY SESSION OF THE MONTH INTO ITS CELL.   *
043300******************************************************************
043400 2000-READ-USAGE.
043500     MOVE "N" TO EOF-SW.
043600     OPEN INPUT USAGE-FILE.
043700     IF USAGE-STATUS NOT = "00"
043800         IF USAGE-STATUS = "05"
043900             CLOSE USAGE-FILE
044000         END-IF
044100         DISPLAY "NO ARCADE.USE - NOTHING TO CHARGE"
044200         GO TO 2000-EXIT.
044300     PERFORM 2100-ONE-SESSION THRU 2100-EXIT
044400         UNTIL FILE-AT-END.
044500     CLOSE USAGE-FILE.
044600     IF CELL-OVERFLOW NOT = ZERO
044700         MOVE CELL-OVERFLOW TO ED-COUNT
044800         DISPLAY ED-COUNT " SESSION(S) NOT CHARGED - MORE THAN "
044900                 "600 DEPARTMENT/TERMINAL COMBINATIONS".
045000 2000-EXIT.
045100     EXIT.
045200 2100-ONE-SESSION.
045300     READ USAGE-FILE
045400         AT END
045500             MOVE "Y" TO EOF-SW
045600             GO TO 2100-EXIT
045700     END-READ.
045800     IF USE-DATE(1:6) NOT = CHARGE-MONTH-X
045900        OR USE-MINUTES IS NOT NUMERIC
046000         GO TO 2100-EXIT.
046100     MOVE SPACES TO WANT-KEY.
046200     MOVE USE-TERMINAL TO WK-TERMINAL.
046300     IF WK-TERMINAL = SPACES
046400         MOVE "UNKNOWN" TO WK-TERMINAL.
046500     IF USE-PLAYER = SPACES
046600         MOVE "N" TO WK-KIND
046700     ELSE
046800         PERFORM 2200-FIND-DEPARTMENT THRU 2200-EXIT.
046900     PERFORM 2300-FIND-CELL THRU 2300-EXIT.
047000     IF CELL-HIT = ZERO
047100         ADD 1 TO CELL-OVERFLOW
047200         GO TO 2100-EXIT.
047300     MOVE USE-MINUTES TO MINUTES-WORK.
047400     ADD 1 TO CL-SESSIONS(CELL-HIT).
047500     ADD MINUTES-WORK TO CL-MINUTES(CELL-HIT).
047600     ADD 1 TO SESSION-COUNT.
047700 2100-EXIT.
047800     EXIT.
047900******************************************************************
048000*  2200-FIND-DEPARTMENT - THE SIGNED-IN PLAYER'S DEPARTMENT, IF  *
048100*  THE PLAYER IS REGISTERED AND THE CODE IS STILL IN DEPT.CODES; *
048200*  OTHERWISE THE SESSION IS THE PLAYER'S, UNASSIGNED.            *
048300******************************************************************
048400 2200-FIND-DEPARTMENT.
048500     MOVE "P" TO WK-KIND.
048600     MOVE USE-PLAYER TO WK-OWNER.
048700     MOVE ZERO TO REG-HIT.
048800     PERFORM 2210-TRY-PLAYER THRU 2210-EXIT
048900         VARYING RG-IX FROM 1 BY 1
049000         UNTIL RG-IX > REG-COUNT OR REG-HIT NOT = ZERO.
049100     IF REG-HIT = ZERO
049200         GO TO 2200-EXIT.
049300     IF RG-DEPT(REG-HIT) = SPACES
049400         GO TO 2200-EXIT.
049500     MOVE ZERO TO DEPT-HIT.
049600     PERFORM 2220-TRY-DEPARTMENT THRU 2220-EXIT
049700         VARYING DT-IX FROM 1 BY 1
049800         UNTIL DT-IX > DEPT-COUNT OR DEPT-HIT NOT = ZERO.
049900     IF DEPT-HIT = ZERO
050000         GO TO 2200-EXIT.
050100     MOVE "D" TO WK-KIND.
050200     MOVE RG-DEPT(REG-HIT) TO WK-OWNER.
050300 2200-EXIT.
050400     EXIT.
050500 2210-TRY-PLAYER.
050600     IF RG-NAME(RG-IX) = USE-PLAYER
050700         MOVE RG-IX TO REG-HIT.
050800 2210-EXIT.
050900     EXIT.
051000 2220-TRY-DEPARTMENT.
051100     IF DT-CODE(DT-IX) = RG-DEPT(REG-HIT)
051200         MOVE DT-IX TO DEPT-HIT.
051300 2220-EXIT.
051400     EXIT.
051500******************************************************************
051600*  2300-FIND-CELL - CELL-HIT = THE CELL FOR WANT-KEY.  A NEW KEY *
051700*  IS INSERTED IN ORDER, THE LATER CELLS MOVING DOWN ONE.  ZERO  *
051800*  WHEN THE TABLE IS FULL.                                       *
051900******************************************************************
052000 2300-FIND-CELL.
052100     MOVE ZERO TO CELL-HIT.
052200     PERFORM 2310-TRY-CELL THRU 2310-EXIT
052300         VARYING CL-IX FROM 1 BY 1
052400         UNTIL CL-IX > CELL-COUNT OR CELL-HIT NOT = ZERO.
052500     IF CELL-HIT NOT = ZERO
052600         IF CL-KEY(CELL-HIT) = WANT-KEY
052700             GO TO 2300-EXIT
052800         END-IF
052900     ELSE
053000         COMPUTE CELL-HIT = CELL-COUNT + 1.
053100     IF CELL-COUNT >= 600
053200         MOVE ZERO TO CELL-HIT
053300         GO TO 2300-EXIT.
053400     PERFORM 2320-MOVE-DOWN THRU 2320-EXIT
053500         VARYING CL-IX FROM CELL-COUNT BY -1
053600         UNTIL CL-IX < CELL-HIT.
053700     ADD 1 TO CELL-COUNT.
053800     MOVE WANT-KEY TO CL-KEY(CELL-HIT).
053900     MOVE ZERO TO CL-SESSIONS(CELL-HIT) CL-MINUTES(CELL-HIT)
054000                  CL-RATE(CELL-HIT) CL-CHARGE(CELL-HIT).
054100 2300-EXIT.
054200     EXIT.
054300 2310-TRY-CELL.
054400     IF CL-KEY(CL-IX) NOT < WANT-KEY
054500         MOVE CL-IX TO CELL-HIT.
054600 2310-EXIT.
054700     EXIT.
054800 2320-MOVE-DOWN.
054900     MOVE CELL-ENTRY(CL-IX) TO CELL-ENTRY(CL-IX + 1).
055000 2320-EXIT.
055100     EXIT.
055200******************************************************************
055300*  3000-PRICE-CELLS - EACH CELL'S RATE AND CHARGE, THE TERMINAL  *
055400*  TOTALS, AND THE ASSIGNED AND UNASSIGNED TOTALS.               *
055500******************************************************************
055600 3000-PRICE-CELLS.
055700     PERFORM 3100-PRICE-ONE THRU 3100-EXIT
055800         VARYING CL-IX FROM 1 BY 1
055900         UNTIL CL-IX > CELL-COUNT.
056000     ADD ASSIGNED-SESSIONS UNASSIGNED-SESSIONS
056100         GIVING ALL-SESSIONS.
056200     ADD ASSIGNED-MINUTES UNASSIGNED-MINUTES GIVING ALL-MINUTES.
056300     ADD ASSIGNED-CHARGE UNASSIGNED-CHARGE GIVING ALL-CHARGE.
056400     PERFORM 3050-COUNT-UNPRICED THRU 3050-EXIT
056500         VARYING TT-IX FROM 1 BY 1
056600         UNTIL TT-IX > TERM-COUNT.
056700 3000-EXIT.
056800     EXIT.
056900 3050-COUNT-UNPRICED.
057000     IF TT-RATE(TT-IX) = ZERO
057100         ADD 1 TO ZERO-RATE-COUNT.
057200 3050-EXIT.
057300     EXIT.
057400 3100-PRICE-ONE.
057500     MOVE ZERO TO RATE-HIT.
057600     PERFORM 3110-TRY-RATE THRU 3110-EXIT
057700         VARYING RT-IX FROM 1 BY 1
057800         UNTIL RT-IX > RATE-COUNT OR RATE-HIT NOT = ZERO.
057900     IF RATE-HIT = ZERO
058000         MOVE DEFAULT-RATE TO CL-RATE(CL-IX)
058100     ELSE
058200         MOVE RT-RATE(RATE-HIT) TO CL-RATE(CL-IX).
058300     COMPUTE CL-CHARGE(CL-IX) ROUNDED =
058400         CL-MINUTES(CL-IX) * CL-RATE(CL-IX) / 60.
058500     IF CL-IS-DEPT(CL-IX)
058600         ADD CL-SESSIONS(CL-IX) TO ASSIGNED-SESSIONS
058700         ADD CL-MINUTES(CL-IX) TO ASSIGNED-MINUTES
058800         ADD CL-CHARGE(CL-IX) TO ASSIGNED-CHARGE
058900     ELSE
059000         ADD CL-SESSIONS(CL-IX) TO UNASSIGNED-SESSIONS
059100         ADD CL-MINUTES(CL-IX) TO UNASSIGNED-MINUTES
059200         ADD CL-CHARGE(CL-IX) TO UNASSIGNED-CHARGE.
059300     PERFORM 3200-FIND-TERMINAL THRU 3200-EXIT.
059400     IF TERM-HIT = ZERO
059500         GO TO 3100-EXIT.
059600     MOVE CL-RATE(CL-IX) TO TT-RATE(TERM-HIT).
059700     ADD CL-SESSIONS(CL-IX) TO TT-SESSIONS(TERM-HIT).
059800     ADD CL-MINUTES(CL-IX) TO TT-MINUTES(TERM-HIT).
059900     ADD CL-CHARGE(CL-IX) TO TT-CHARGE(TERM-HIT).
060000 3100-EXIT.
060100     EXIT.
060200 3110-TRY-RATE.
060300     IF RT-TERMINAL(RT-IX) = CL-TERMINAL(CL-IX)
060400         MOVE RT-IX TO RATE-HIT.
060500 3110-EXIT.
060600     EXIT.
060700******************************************************************
060800*  3200-FIND-TERMINAL - TERM-HIT = THE TOTAL ROW FOR THE CELL'S  *
060900*  TERMINAL, INSERTED IN NAME ORDER WHEN IT IS NEW.              *
061000******************************************************************
061100 3200-FIND-TERMINAL.
061200     MOVE ZERO TO TERM-HIT.
061300     PERFORM 3210-TRY-TERMINAL THRU 3210-EXIT
061400         VARYING TT-IX FROM 1 BY 1
061500         UNTIL TT-IX > TERM-COUNT OR TERM-HIT NOT = ZERO.
061600     IF TERM-HIT NOT = ZERO
061700         IF TT-TERMINAL(TERM-HIT) = CL-TERMINAL(CL-IX)
061800             GO TO 3200-EXIT
061900         END-IF
062000     ELSE
062100         COMPUTE TERM-HIT = TERM-COUNT + 1.
062200     IF TERM-COUNT >= 50
062300         MOVE ZERO TO TERM-HIT
062400         GO TO 3200-EXIT.
062500     PERFORM 3220-MOVE-DOWN THRU 3220-EXIT
062600         VARYING TT-IX FROM TERM-COUNT BY -1
062700         UNTIL TT-IX < TERM-HIT.
062800     ADD 1 TO TERM-COUNT.
062900     MOVE CL-TERMINAL(CL-IX) TO TT-TERMINAL(TERM-HIT).
063000     MOVE ZERO TO TT-RATE(TERM-HIT) TT-SESSIONS(TERM-HIT)
063100                  TT-MINUTES(TERM-HIT) TT-CHARGE(TERM-HIT).
063200 3200-EXIT.
063300     EXIT.
063400 3210-TRY-TERMINAL.
063500     IF TT-TERMINAL(TT-IX) NOT < CL-TERMINAL(CL-IX)
063600         MOVE TT-IX TO TERM-HIT.
063700 3210-EXIT.
063800     EXIT.
063900 3220-MOVE-DOWN.
064000     MOVE TERM-ENTRY(TT-IX) TO TERM-ENTRY(TT-IX + 1).
064100 3220-EXIT.
064200     EXIT.
064300******************************************************************
064400*  4000-WRITE-REPORT - CHARGEBK.RPT: THE RATES, THE CHARGES BY   *
064500*  DEPARTMENT, BY TERMINAL, THE UNASSIGNED USAGE AND THE TOTAL.  *
064600******************************************************************
064700 4000-WRITE-REPORT.
064800     OPEN OUTPUT REPORT-FILE.
064900     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
065000         DISPLAY "CANNOT WRITE CHARGEBK.RPT, STATUS "
065100                 REPORT-STATUS
065200         GO TO 4000-EXIT.
065300     MOVE SPACES TO REPORT-LINE.
065400     STRING "ARCADE TERMINAL CHARGEBACK FOR " MONTH-DASHED
065500         DELIMITED BY SIZE INTO REPORT-LINE.
065600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
065700     MOVE ALL "=" TO REPORT-LINE(1:73).
065800     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
065900     PERFORM 4100-RATE-LINES THRU 4100-EXIT.
066000     PERFORM 4200-BY-DEPARTMENT THRU 4200-EXIT.
066100     PERFORM 4400-BY-TERMINAL THRU 4400-EXIT.
066200     PERFORM 4600-UNASSIGNED THRU 4600-EXIT.
066300     PERFORM 8800-BLANK-LINE THRU 8800-EXIT.
066400     MOVE SPACES TO DETAIL-LINE.
066500     MOVE "ALL USAGE" TO DL-LABEL.
066600     MOVE ALL-SESSIONS TO DL-SESSIONS.
066700     MOVE ALL-MINUTES TO DL-MINUTES.
066800     MOVE ALL-CHARGE TO DL-CHARGE.
066900     PERFORM 8950-PUT-DETAIL THRU 8950-EXIT.
067000     CLOSE REPORT-FILE.
067100     DISPLAY "REPORT WRITTEN TO CHARGEBK.RPT".
067200 4000-EXIT.
067300     EXIT.
067400******************************************************************
067500*  4100-RATE-LINES - THE RATES THE MONTH WAS PRICED AT.          *
067600******************************************************************
067700 4100-RATE-LINES.
067800     PERFORM 8800-BLANK-LINE THRU 8800-EXIT.
067900     MOVE "RATES" TO REPORT-LINE.
068000     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
068100     MOVE "DEFAULT" TO RL-TERMINAL.
068200     MOVE DEFAULT-RATE TO RL-RATE.
068300     MOVE RATE-LINE TO REPORT-LINE.
068400     IF DEFAULT-SET NOT = "Y"
068500         MOVE "(NONE SET)" TO REPORT-LINE(42:10).
068600     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
068700     PERFORM 4110-ONE-RATE THRU 4110-EXIT
068800         VARYING RT-IX FROM 1 BY 1
068900         UNTIL RT-IX > RATE-COUNT.
069000     IF ZERO-RATE-COUNT = ZERO
069100         GO TO 4100-EXIT.
069200     MOVE "  * A TERMINAL WITH NO RATE IS CHARGED AT ZERO"
069300       TO REPORT-LINE.
069400     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
069500 4100-EXIT.
069600     EXIT.
069700 4110-ONE-RATE.
069800     MOVE RT-TERMINAL(RT-IX) TO RL-TERMINAL.
069900     MOVE RT-RATE(RT-IX) TO RL-RATE.
070000     MOVE RATE-LINE TO REPORT-LINE.
070100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
070200 4110-EXIT.
070300     EXIT.
070400******************************************************************
070500*  4200-BY-DEPARTMENT - ONE LINE PER TERMINAL UNDER EACH         *
070600*  DEPARTMENT, THEN THE DEPARTMENT'S TOTAL.                      *
070700******************************************************************
070800 4200-BY-DEPARTMENT.
070900     PERFORM 8800-BLANK-LINE THRU 8800-EXIT.
071000     MOVE "CHARGES BY DEPARTMENT" TO REPORT-LINE.
071100     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
071200     MOVE DETAIL-HEADING TO REPORT-LINE.
071300     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
071400     MOVE SPACES TO GROUP-KIND GROUP-OWNER.
071500     PERFORM 4210-ONE-CELL THRU 4210-EXIT
071600         VARYING CL-IX FROM 1 BY 1
071700         UNTIL CL-IX > CELL-COUNT.
071800     PERFORM 4250-GROUP-TOTAL THRU 4250-EXIT.
071900     IF ASSIGNED-SESSIONS = ZERO
072000         MOVE "  NO USAGE CHARGED TO A DEPARTMENT" TO REPORT-LINE
072100         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
072200     MOVE SPACES TO DETAIL-LINE.
072300     MOVE "ALL DEPARTMENTS" TO DL-LABEL.
072400     MOVE ASSIGNED-SESSIONS TO DL-SESSIONS.
072500     MOVE ASSIGNED-MINUTES TO DL-MINUTES.
072600     MOVE ASSIGNED-CHARGE TO DL-CHARGE.
072700     PERFORM 8950-PUT-DETAIL THRU 8950-EXIT.
072800 4200-EXIT.
072900     EXIT.
073000 4210-ONE-CELL.
073100     IF NOT CL-IS-DEPT(CL-IX)
073200         GO TO 4210-EXIT.
073300     MOVE SPACES TO DETAIL-LINE.
073400     IF CL-OWNER(CL-IX) NOT = GROUP-OWNER
073500         PERFORM 4250-GROUP-TOTAL THRU 4250-EXIT
073600         MOVE "D" TO GROUP-KIND
073700         MOVE CL-OWNER(CL-IX) TO GROUP-OWNER
073800         PERFORM 4260-DEPARTMENT-LABEL THRU 4260-EXIT.
073900     PERFORM 4270-CELL-DETAIL THRU 4270-EXIT.
074000 4210-EXIT.
074100     EXIT.
074200******************************************************************
074300*  4250-GROUP-TOTAL - CLOSE THE GROUP IN PROGRESS, IF ANY.       *
074400******************************************************************
074500 4250-GROUP-TOTAL.
074600     IF GROUP-KIND = SPACE
074700         GO TO 4250-EXIT.
074800     MOVE SPACES TO DETAIL-LINE.
074900     IF GROUP-KIND = "D"
075000         MOVE "         DEPARTMENT TOTAL" TO DL-LABEL.
075100     IF GROUP-KIND = "N"
075200         MOVE "         NO PLAYER TOTAL" TO DL-LABEL.
075300     IF GROUP-KIND = "P"
075400         MOVE "         PLAYER TOTAL" TO DL-LABEL.
075500     MOVE GROUP-SESSIONS TO DL-SESSIONS.
075600     MOVE GROUP-MINUTES TO DL-MINUTES.
075700     MOVE GROUP-CHARGE TO DL-CHARGE.
075800     PERFORM 8950-PUT-DETAIL THRU 8950-EXIT.
075900     MOVE SPACES TO GROUP-KIND GROUP-OWNER DETAIL-LINE.
076000 4250-EXIT.
076100     EXIT.
076200 4260-DEPARTMENT-LABEL.
076300     MOVE ZERO TO GROUP-SESSIONS GROUP-MINUTES GROUP-CHARGE.
076400     MOVE ZERO TO DEPT-HIT.
076500     PERFORM 4265-TRY-CODE THRU 4265-EXIT
076600         VARYING DT-IX FROM 1 BY 1
076700         UNTIL DT-IX > DEPT-COUNT OR DEPT-HIT NOT = ZERO.
076800     MOVE GROUP-OWNER TO DL-LABEL(1:8).
076900     IF DEPT-HIT NOT = ZERO
077000         MOVE DT-NAME(DEPT-HIT) TO DL-LABEL(10:25).
077100 4260-EXIT.
077200     EXIT.
077300 4265-TRY-CODE.
077400     IF DT-CODE(DT-IX) = GROUP-OWNER
077500         MOVE DT-IX TO DEPT-HIT.
077600 4265-EXIT.
077700     EXIT.
077800******************************************************************
077900*  4270-CELL-DETAIL - ONE TERMINAL'S LINE UNDER ITS GROUP.       *
078000******************************************************************
078100 4270-CELL-DETAIL.
078200     MOVE CL-TERMINAL(CL-IX) TO DL-TERMINAL.
078300     MOVE CL-SESSIONS(CL-IX) TO DL-SESSIONS.
078400     MOVE CL-MINUTES(CL-IX) TO DL-MINUTES.
078500     MOVE CL-CHARGE(CL-IX) TO DL-CHARGE.
078600     PERFORM 8950-PUT-DETAIL THRU 8950-EXIT.
078700     ADD CL-SESSIONS(CL-IX) TO GROUP-SESSIONS.
078800     ADD CL-MINUTES(CL-IX) TO GROUP-MINUTES.
078900     ADD CL-CHARGE(CL-IX) TO GROUP-CHARGE.
079000 4270-EXIT.
079100     EXIT.
079200******************************************************************
079300*  4400-BY-TERMINAL - EVERY TERMINAL'S USAGE, ASSIGNED OR NOT,   *
079400*  AT ITS RATE.                                                  *
079500******************************************************************
079600 4400-BY-TERMINAL.
079700     PERFORM 8800-BLANK-LINE THRU 8800-EXIT.
079800     MOVE "CHARGES BY TERMINAL (ALL USAGE)" TO REPORT-LINE.
079900     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
080000     MOVE DETAIL-HEADING TO REPORT-LINE.
080100     MOVE "RATE PER HOUR" TO REPORT-LINE(1:13).
080200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
080300     PERFORM 4410-ONE-TERMINAL THRU 4410-EXIT
080400         VARYING TT-IX FROM 1 BY 1
080500         UNTIL TT-IX > TERM-COUNT.
080600     MOVE SPACES TO DETAIL-LINE.
080700     MOVE "ALL TERMINALS" TO DL-LABEL.
080800     MOVE ALL-SESSIONS TO DL-SESSIONS.
080900     MOVE ALL-MINUTES TO DL-MINUTES.
081000     MOVE ALL-CHARGE TO DL-CHARGE.
081100     PERFORM 8950-PUT-DETAIL THRU 8950-EXIT.
081200 4400-EXIT.
081300     EXIT.
081400 4410-ONE-TERMINAL.
081500     MOVE SPACES TO DETAIL-LINE.
081600     MOVE TT-RATE(TT-IX) TO ED-RATE.
081700     MOVE ED-RATE TO DL-LABEL(1:8).
081800     IF TT-RATE(TT-IX) = ZERO
081900         MOVE "* NO RATE" TO DL-LABEL(10:9).
082000     MOVE TT-TERMINAL(TT-IX) TO DL-TERMINAL.
082100     MOVE TT-SESSIONS(TT-IX) TO DL-SESSIONS.
082200     MOVE TT-MINUTES(TT-IX) TO DL-MINUTES.
082300     MOVE TT-CHARGE(TT-IX) TO DL-CHARGE.
082400     PERFORM 8950-PUT-DETAIL THRU 8950-EXIT.
082500 4410-EXIT.
082600     EXIT.
082700******************************************************************
082800*  4600-UNASSIGNED - THE USAGE NO DEPARTMENT CAN BE CHARGED FOR: *
082900*  SESSIONS WITH NO PLAYER SIGNED IN, BY TERMINAL, THEN EACH     *
083000*  PLAYER WITH NO DEPARTMENT AND THE TERMINALS THEY USED.        *
083100******************************************************************
083200 4600-UNASSIGNED.
083300     PERFORM 8800-BLANK-LINE THRU 8800-EXIT.
083400     MOVE "UNASSIGNED USAGE" TO REPORT-LINE.
083500     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
083600     MOVE DETAIL-HEADING TO REPORT-LINE.
083700     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
083800     MOVE SPACES TO GROUP-KIND GROUP-OWNER.
083900     PERFORM 4610-ONE-CELL THRU 4610-EXIT
084000         VARYING CL-IX FROM 1 BY 1
084100         UNTIL CL-IX > CELL-COUNT.
084200     PERFORM 4250-GROUP-TOTAL THRU 4250-EXIT.
084300     IF UNASSIGNED-SESSIONS = ZERO
084400         MOVE "  NONE - EVERY SESSION WAS CHARGED TO A DEPARTMENT"
084500           TO REPORT-LINE
084600         PERFORM 8900-PUT-LINE THRU 8900-EXIT.
084700     MOVE SPACES TO DETAIL-LINE.
084800     MOVE "ALL UNASSIGNED" TO DL-LABEL.
084900     MOVE UNASSIGNED-SESSIONS TO DL-SESSIONS.
085000     MOVE UNASSIGNED-MINUTES TO DL-MINUTES.
085100     MOVE UNASSIGNED-CHARGE TO DL-CHARGE.
085200     PERFORM 8950-PUT-DETAIL THRU 8950-EXIT.
085300 4600-EXIT.
085400     EXIT.
085500 4610-ONE-CELL.
085600     IF CL-IS-DEPT(CL-IX)
085700         GO TO 4610-EXIT.
085800     MOVE SPACES TO DETAIL-LINE.
085900     IF CL-IS-NO-PLAYER(CL-IX)
086000         IF GROUP-KIND = SPACE
086100             MOVE "N" TO GROUP-KIND
086200             MOVE ZERO TO GROUP-SESSIONS GROUP-MINUTES
086300                          GROUP-CHARGE
086400             MOVE "NO PLAYER SIGNED IN" TO DL-LABEL
086500         END-IF
086600     ELSE
086700         IF CL-OWNER(CL-IX) NOT = GROUP-OWNER
086800            OR GROUP-KIND NOT = "P"
086900             PERFORM 4250-GROUP-TOTAL THRU 4250-EXIT
087000             MOVE "P" TO GROUP-KIND
087100             MOVE CL-OWNER(CL-IX) TO GROUP-OWNER
087200             MOVE ZERO TO GROUP-SESSIONS GROUP-MINUTES
087300                          GROUP-CHARGE
087400             MOVE GROUP-OWNER TO DL-LABEL(1:12)
087500             MOVE "NO DEPARTMENT" TO DL-LABEL(14:13).
087600     PERFORM 4270-CELL-DETAIL THRU 4270-EXIT.
087700 4610-EXIT.
087800     EXIT.
087900******************************************************************
088000*  5000-WRITE-CSV - CHARGEBK.CSV FOR FINANCE: A HEADER ROW, THEN *
088100*  ONE ROW PER CELL.                                             *
088200******************************************************************
088300 5000-WRITE-CSV.
088400     OPEN OUTPUT CSV-FILE.
088500     IF CSV-STATUS NOT = "00" AND CSV-STATUS NOT = "05"
088600         DISPLAY "CANNOT WRITE CHARGEBK.CSV, STATUS " CSV-STATUS
088700         GO TO 5000-EXIT.
088800     MOVE SPACES TO CSV-LINE.
088900     STRING "MONTH,DEPARTMENT,DEPARTMENT-NAME,PLAYER,TERMINAL,"
089000            "SESSIONS,MINUTES,RATE-PER-HOUR,CHARGE"
089100         DELIMITED BY SIZE INTO CSV-LINE.
089200     WRITE CSV-RECORD FROM CSV-LINE.
089300     PERFORM 5100-ONE-ROW THRU 5100-EXIT
089400         VARYING CL-IX FROM 1 BY 1
089500         UNTIL CL-IX > CELL-COUNT.
089600     CLOSE CSV-FILE.
089700     MOVE CSV-ROWS TO ED-COUNT.
089800     DISPLAY ED-COUNT " ROW(S) WRITTEN TO CHARGEBK.CSV".
089900 5000-EXIT.
090000     EXIT.
090100 5100-ONE-ROW.
090200     MOVE SPACES TO CSV-LINE.
090300     MOVE 1 TO CSV-PTR.
090400     MOVE MONTH-DASHED TO CSV-TEXT.
090500     PERFORM 5500-ADD-BARE THRU 5500-EXIT.
090600     IF CL-IS-DEPT(CL-IX)
090700         MOVE CL-OWNER(CL-IX) TO CSV-TEXT
090800         PERFORM 5400-ADD-TEXT THRU 5400-EXIT
090900         MOVE CL-OWNER(CL-IX) TO GROUP-OWNER
091000         PERFORM 4260-DEPARTMENT-LABEL THRU 4260-EXIT
091100         MOVE SPACES TO CSV-TEXT
091200         IF DEPT-HIT NOT = ZERO
091300             MOVE DT-NAME(DEPT-HIT) TO CSV-TEXT
091400         END-IF
091500         PERFORM 5400-ADD-TEXT THRU 5400-EXIT
091600         MOVE SPACES TO CSV-TEXT
091700         PERFORM 5400-ADD-TEXT THRU 5400-EXIT
091800     ELSE
091900         MOVE "UNASSIGNED" TO CSV-TEXT
092000         PERFORM 5400-ADD-TEXT THRU 5400-EXIT
092100         IF CL-IS-NO-PLAYER(CL-IX)
092200             MOVE "NO PLAYER SIGNED IN" TO CSV-TEXT
092300         ELSE
092400             MOVE "NO DEPARTMENT" TO CSV-TEXT
092500         END-IF
092600         PERFORM 5400-ADD-TEXT THRU 5400-EXIT
092700         MOVE CL-OWNER(CL-IX) TO CSV-TEXT
092800         PERFORM 5400-ADD-TEXT THRU 5400-EXIT.
092900     MOVE CL-TERMINAL(CL-IX) TO CSV-TEXT.
093000     PERFORM 5400-ADD-TEXT THRU 5400-EXIT.
093100     MOVE CL-SESSIONS(CL-IX) TO CSV-NUMBER.
093200     PERFORM 5450-ADD-NUMBER THRU 5450-EXIT.
093300     MOVE CL-MINUTES(CL-IX) TO CSV-NUMBER.
093400     PERFORM 5450-ADD-NUMBER THRU 5450-EXIT.
093500     MOVE CL-RATE(CL-IX) TO CSV-MONEY.
093600     MOVE CSV-MONEY TO CSV-TEXT.
093700     PERFORM 5500-ADD-BARE THRU 5500-EXIT.
093800     MOVE CL-CHARGE(CL-IX) TO CSV-MONEY.
093900     MOVE CSV-MONEY TO CSV-TEXT.
094000     PERFORM 5500-ADD-BARE THRU 5500-EXIT.
094100     WRITE CSV-RECORD FROM CSV-LINE.
094200     ADD 1 TO CSV-ROWS.
094300 5100-EXIT.
094400     EXIT.
094500******************************************************************
094600*  5400-ADD-TEXT - A QUOTED TEXT FIELD.  A DOUBLE QUOTE INSIDE   *
094700*  THE DATA BECOMES A SINGLE QUOTE, SO THE ROW ALWAYS SPLITS     *
094800*  CLEANLY.                                                      *
094900******************************************************************
095000 5400-ADD-TEXT.
095100     PERFORM 5350-COMMA THRU 5350-EXIT.
095200     INSPECT CSV-TEXT REPLACING ALL QUOTE BY "'".
095300     IF CSV-TEXT = SPACES
095400         STRING QUOTE QUOTE DELIMITED BY SIZE
095500             INTO CSV-LINE WITH POINTER CSV-PTR
095600     ELSE
095700         STRING QUOTE FUNCTION TRIM(CSV-TEXT) QUOTE
095800             DELIMITED BY SIZE
095900             INTO CSV-LINE WITH POINTER CSV-PTR.
096000 5400-EXIT.
096100     EXIT.
096200 5350-COMMA.
096300     IF CSV-PTR > 1
096400         STRING "," DELIMITED BY SIZE
096500             INTO CSV-LINE WITH POINTER CSV-PTR.
096600 5350-EXIT.
096700     EXIT.
096800******************************************************************
096900*  5450-ADD-NUMBER - AN UNQUOTED NUMBER WITHOUT LEADING ZEROS.   *
097000******************************************************************
097100 5450-ADD-NUMBER.
097200     PERFORM 5350-COMMA THRU 5350-EXIT.
097300     STRING FUNCTION TRIM(CSV-NUMBER) DELIMITED BY SIZE
097400         INTO CSV-LINE WITH POINTER CSV-PTR.
097500 5450-EXIT.
097600     EXIT.
097700******************************************************************
097800*  5500-ADD-BARE - A FIELD ALREADY IN SPREADSHEET FORM, TRIMMED  *
097900*  BUT NOT QUOTED.                                               *
098000******************************************************************
098100 5500-ADD-BARE.
098200     PERFORM 5350-COMMA THRU 5350-EXIT.
098300     IF CSV-TEXT NOT = SPACES
098400         STRING FUNCTION TRIM(CSV-TEXT) DELIMITED BY SIZE
098500             INTO CSV-LINE WITH POINTER CSV-PTR.
098600 5500-EXIT.
098700     EXIT.
098800******************************************************************
098900*  6000-QUEUE-MAIL - THE REPORT TO LIST:DEPTHEADS (MAILLIST.DAT, *
099000*  KEPT IN LISTMGR) WITH THE CSV ATTACHED.                       *
099100******************************************************************
099200 6000-QUEUE-MAIL.
099300     OPEN EXTEND SPOOL-FILE.
099400     IF SPOOL-STATUS NOT = "00" AND SPOOL-STATUS NOT = "05"
099500         DISPLAY "CANNOT QUEUE THE CHARGEBACK MAIL"
099600         GO TO 6000-EXIT.
099700     MOVE SPACES TO SPOOL-LINE.
099800     STRING "P|LIST:DEPTHEADS|ARCADE TERMINAL CHARGEBACK "
099900            MONTH-DASHED "|@CHARGEBK.RPT|CHARGEBK.CSV"
100000         DELIMITED BY SIZE INTO SPOOL-LINE.
100100     WRITE SPOOL-RECORD FROM SPOOL-LINE.
100200     CLOSE SPOOL-FILE.
100300     DISPLAY "CHARGEBACK MAILED TO LIST:DEPTHEADS".
100400 6000-EXIT.
100500     EXIT.
100600******************************************************************
100700*  8800-BLANK-LINE, 8900-PUT-LINE, 8950-PUT-DETAIL - ONE LINE TO *
100800*  CHARGEBK.RPT.                                                 *
100900******************************************************************
101000 8800-BLANK-LINE.
101100     MOVE SPACES TO REPORT-LINE.
101200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
101300 8800-EXIT.
101400     EXIT.
101500 8900-PUT-LINE.
101600     WRITE REPORT-RECORD FROM REPORT-LINE.
101700     MOVE SPACES TO REPORT-LINE.
101800 8900-EXIT.
101900     EXIT.
102000 8950-PUT-DETAIL.
102100     MOVE DETAIL-LINE TO REPORT-LINE.
102200     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
102300 8950-EXIT.
102400     EXIT.
102500 END PROGRAM CHARGEBK.
