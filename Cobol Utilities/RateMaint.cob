000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RATEMAINT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  RATEMAINT - THE POSTED RATE SHEET (CALC.RATES) KEPT UNDER     *
000900*  MAKER-CHECKER.  A RATE IS KEYED HERE, CHECKED, AND HELD AS A  *
001000*  PENDING CHANGE; ONLY WHEN A SECOND OPERATOR APPROVES IT IS IT *
001100*  WRITTEN TO THE SHEET THE CALCULATOR AND CALCBATCH READ.  THE  *
001200*  MAINTENANCE SCREEN:                                           *
001300*    L - LIST THE RATE SHEET                                     *
001400*    A - ADD A RATE ROW (PRODUCT, TERM, EFFECTIVE DATE, RATE)    *
001500*    C - CHANGE THE RATE ON AN EXISTING ROW                      *
001600*    P - LIST THE PENDING CHANGES                                *
001700*    V - APPROVE A PENDING CHANGE (NOT ONE YOU KEYED YOURSELF)   *
001800*    R - REJECT OR WITHDRAW A PENDING CHANGE                     *
001900*                                                                *
002000*  EVERY ENTRY IS CHECKED BEFORE IT IS HELD: A PRODUCT CODE, A   *
002100*  TERM OF 1-600 MONTHS, A REAL CALENDAR DATE, AND A RATE WITHIN *
002200*  THE BAND BELOW (RATE-FLOOR TO RATE-CEILING PERCENT).  NO TWO  *
002300*  ROWS MAY SHARE A PRODUCT, TERM AND EFFECTIVE DATE - THE       *
002400*  CALCULATOR COULD NOT TELL WHICH ONE WAS MEANT - AND A ROW     *
002500*  WITH A CHANGE ALREADY PENDING TAKES NO SECOND ONE.  THE SHEET *
002600*  IS RELOADED AND THE CHECKS REPEATED AT APPROVAL, SO AN        *
002700*  APPROVAL NEVER OVERWRITES A CHANGE IT DID NOT SEE, AND THE    *
002725*  PENDING FILE IS RELOADED AFTER THE OPERATOR HAS ANSWERED, SO  *
002750*  A CHANGE ANOTHER OPERATOR KEYED, APPROVED OR REJECTED IN THE  *
002775*  MEANTIME IS NEITHER LOST NOR BROUGHT BACK.                    *
002800*                                                                *
002900*  CALC.RATES (THE CALCULATOR'S LAYOUT):                         *
003000*    COLS  1- 8  PRODUCT          COLS 10-13  TERM IN MONTHS     *
003100*    COLS 15-22  EFFECTIVE YYYYMMDD   COLS 24-31  RATE 999.9999  *
003200*  CALCRATE.PND, ONE PENDING CHANGE PER LINE:                    *
003300*    COL   1     A = ADD, C = CHANGE                             *
003400*    COLS  3-33  THE ROW AS IT WILL BE POSTED (LAYOUT ABOVE)     *
003500*    COLS 35-42  THE RATE IT REPLACES (CHANGE ONLY)              *
003600*    COLS 44-55  ENTERED BY                                      *
003700*    COLS 57-70  ENTERED AT, YYYYMMDDHHMMSS                      *
003800*  CALCRATE.HST, EVERY RATE EVER POSTED:                         *
003900*    COLS  1-70  THE PENDING LINE AS APPROVED                    *
004000*    COLS 72-83  APPROVED BY      COLS 85-98  APPROVED AT        *
004100*                                                                *
004200*  THE OPERATOR IS SHOP_OPERATOR (OR USER) FROM THE ENVIRONMENT, *
004300*  AND EVERY SUBMISSION, APPROVAL AND REJECTION IS RECORDED IN   *
004400*  THE OPERATOR JOURNAL.                                         *
004500******************************************************************
004600*  MODIFICATION HISTORY                                          *
004700*  10/15/26 OSG  INITIAL VERSION.                                *
004750*  10/15/26 OSG  PENDING FILE RELOADED AFTER THE LAST ANSWER.    *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT OPTIONAL RATE-FILE ASSIGN TO "CALC.RATES"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS RATE-STATUS.
005600     SELECT OPTIONAL PEND-FILE ASSIGN TO "CALCRATE.PND"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS PEND-STATUS.
005900     SELECT OPTIONAL HIST-FILE ASSIGN TO "CALCRATE.HST"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS HIST-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  RATE-FILE.
006500 01  RATE-RECORD             PIC X(31).
006600 FD  PEND-FILE.
006700 01  PEND-RECORD             PIC X(70).
006800 FD  HIST-FILE.
006900 01  HIST-RECORD             PIC X(98).
007000 WORKING-STORAGE SECTION.
007100 77  RATE-STATUS             PIC X(02).
007200 77  PEND-STATUS             PIC X(02).
007300 77  HIST-STATUS             PIC X(02).
007400 77  EOF-SW                  PIC X(01) VALUE "N".
007500     88  FILE-AT-END         VALUE "Y".
007600 77  OPERATOR-ID             PIC X(12) VALUE SPACES.
007700 77  MENU-CHOICE             PIC X(01).
007800     88  CHOICE-IS-LIST      VALUE "L" "l".
007900     88  CHOICE-IS-ADD       VALUE "A" "a".
008000     88  CHOICE-IS-CHANGE    VALUE "C" "c".
008100     88  CHOICE-IS-PENDING   VALUE "P" "p".
008200     88  CHOICE-IS-APPROVE   VALUE "V" "v".
008300     88  CHOICE-IS-REJECT    VALUE "R" "r".
008400     88  CHOICE-IS-QUIT      VALUE "Q" "q".
008500******************************************************************
008600*  THE SANE BAND FOR A POSTED RATE, IN PERCENT.                  *
008700******************************************************************
008800 77  RATE-FLOOR              PIC 9(03)V9(04) VALUE 0.
008900 77  RATE-CEILING            PIC 9(03)V9(04) VALUE 30.
009000******************************************************************
009100*  ONE SHEET ROW, AND THE SHEET IN MEMORY.  A SHEET TOO BIG FOR  *
009200*  THE TABLE IS NEVER SAVED BACK, SO NOTHING IS TRUNCATED.       *
009300******************************************************************
009400 01  RATE-VIEW.
009500     05  RV-PRODUCT          PIC X(08).
009600     05  FILLER              PIC X(01).
009700     05  RV-TERM             PIC 9(04).
009800     05  FILLER              PIC X(01).
009900     05  RV-EFFECTIVE        PIC 9(08).
010000     05  FILLER              PIC X(01).
010100     05  RV-RATE             PIC 9(03).9(04).
010200 01  RATE-TABLE.
010300     05  RATE-LINE OCCURS 500 TIMES PIC X(31).
010400 77  RATE-COUNT              PIC 9(03) VALUE ZERO.
010500 77  OLD-RATE-COUNT          PIC 9(03) VALUE ZERO.
010600 77  RT-IX                   PIC 9(03).
010700 77  RATE-HIT                PIC 9(03).
010800 77  RATE-OVERFLOW           PIC X(01) VALUE "N".
010900******************************************************************
011000*  ONE PENDING CHANGE, THE PENDING FILE IN MEMORY, AND THE       *
011100*  HISTORY LINE AN APPROVAL WRITES.                              *
011200******************************************************************
011300 01  PEND-VIEW.
011400     05  PV-ACTION           PIC X(01).
011500         88  PV-IS-ADD       VALUE "A".
011600         88  PV-IS-CHANGE    VALUE "C".
011700     05  FILLER              PIC X(01).
011800     05  PV-ROW              PIC X(31).
011900     05  FILLER              PIC X(01).
012000     05  PV-OLD-RATE         PIC X(08).
012100     05  FILLER              PIC X(01).
012200     05  PV-ENTERED-BY       PIC X(12).
012300     05  FILLER              PIC X(01).
012400     05  PV-ENTERED-AT       PIC X(14).
012500 01  PEND-TABLE.
012600     05  PEND-LINE OCCURS 100 TIMES PIC X(70).
012700 77  PEND-COUNT              PIC 9(03) VALUE ZERO.
012800 77  OLD-PEND-COUNT          PIC 9(03) VALUE ZERO.
012900 77  PD-IX                   PIC 9(03).
013000 77  PEND-HIT                PIC 9(03).
013100 77  PEND-OVERFLOW           PIC X(01) VALUE "N".
013200 01  HIST-VIEW.
013300     05  HV-PENDING          PIC X(70).
013400     05  FILLER              PIC X(01).
013500     05  HV-APPROVED-BY      PIC X(12).
013600     05  FILLER              PIC X(01).
013700     05  HV-APPROVED-AT      PIC X(14).
013800******************************************************************
013900*  THE OPERATOR'S ENTRIES AND THEIR CHECKS.                      *
014000******************************************************************
014100 01  ENTRY-PRODUCT           PIC X(08).
014200 01  ENTRY-FIELD             PIC X(12).
014300 01  ENTRY-ANSWER            PIC X(01).
014400 01  ENTRY-TERM              PIC 9(04).
014500 01  ENTRY-EFFECTIVE         PIC 9(08).
014600 01  ENTRY-DATE-PARTS REDEFINES ENTRY-EFFECTIVE.
014700     05  ED-YEAR             PIC 9(04).
014800     05  ED-MONTH            PIC 9(02).
014900     05  ED-DAY              PIC 9(02).
015000 01  ENTRY-RATE              PIC 9(03)V9(04).
015100 01  ENTRY-RATE-SHOWN        PIC 9(03).9(04).
015200 01  RATE-WHOLE              PIC X(12).
015300 01  RATE-FRACTION           PIC X(12).
015400 77  WHOLE-LEN               PIC 9(02).
015500 77  FRACTION-LEN            PIC 9(02).
015600 77  POINT-COUNT             PIC 9(02).
015700 77  TRAIL-SPACES            PIC 9(02).
015800 77  DATE-CHECK              PIC 9(08).
015900 77  ENTRY-OK                PIC X(01).
016000     88  ENTRY-IS-OK         VALUE "Y".
016100 01  ROW-KEY.
016200     05  RK-PRODUCT          PIC X(08).
016300     05  FILLER              PIC X(01).
016400     05  RK-TERM             PIC 9(04).
016500     05  FILLER              PIC X(01).
016600     05  RK-EFFECTIVE        PIC 9(08).
016700 01  PEND-ROW-KEY            PIC X(22).
016800******************************************************************
016900*  STAMPS AND DISPLAY WORK.                                      *
017000******************************************************************
017100 01  NOW-STAMP.
017200     05  NOW-DATE            PIC 9(08).
017300     05  NOW-TIME            PIC 9(06).
017400 01  NOW-TIME-FULL           PIC 9(08).
017500 77  ED-COUNT                PIC ZZ9.
017600 77  ED-NUMBER               PIC ZZ9.
017700 01  SHOW-LINE               PIC X(79).
017800 01  JOURNAL-MODE            PIC X(08).
017900 01  JOURNAL-TEXT            PIC X(60).
018000 01  JOURNAL-BEFORE          PIC 9(09).
018100 01  JOURNAL-AFTER           PIC 9(09).
018200 01  JOURNAL-FILE-NAME       PIC X(30).
018300******************************************************************
018400*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
018500*  AS OPJNL DECLARES IT.                                         *
018600******************************************************************
018700 01  OPJNL-AREA.
018800     05  OPJ-PROGRAM         PIC X(08).
018900     05  OPJ-MODE            PIC X(08).
019000     05  OPJ-FILE            PIC X(30).
019100     05  OPJ-BEFORE          PIC 9(09).
019200     05  OPJ-AFTER           PIC 9(09).
019300     05  OPJ-UNIT            PIC X(05).
019400     05  OPJ-PARAMS          PIC X(60).
019500 PROCEDURE DIVISION.
019600******************************************************************
019700*  0000-MAINLINE - MENU LOOP UNTIL THE OPERATOR QUITS.           *
019800******************************************************************
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100 0100-MENU-LOOP.
020200     PERFORM 2000-SHOW-MENU THRU 2000-EXIT.
020300     IF CHOICE-IS-QUIT
020400         GO TO 0200-WRAP-UP.
020500     IF CHOICE-IS-LIST
020600         PERFORM 3000-LIST-SHEET THRU 3000-EXIT
020700         GO TO 0100-MENU-LOOP.
020800     IF CHOICE-IS-ADD
020900         PERFORM 3200-ADD-ROW THRU 3200-EXIT
021000         GO TO 0100-MENU-LOOP.
021100     IF CHOICE-IS-CHANGE
021200         PERFORM 3400-CHANGE-ROW THRU 3400-EXIT
021300         GO TO 0100-MENU-LOOP.
021400     IF CHOICE-IS-PENDING
021500         PERFORM 3600-LIST-PENDING THRU 3600-EXIT
021600         GO TO 0100-MENU-LOOP.
021700     IF CHOICE-IS-APPROVE
021800         PERFORM 3800-APPROVE THRU 3800-EXIT
021900         GO TO 0100-MENU-LOOP.
022000     IF CHOICE-IS-REJECT
022100         PERFORM 3900-REJECT THRU 3900-EXIT
022200         GO TO 0100-MENU-LOOP.
022300     DISPLAY "PLEASE PICK L, A, C, P, V, R OR Q".
022400     GO TO 0100-MENU-LOOP.
022500 0200-WRAP-UP.
022600     DISPLAY "RATE SHEET MAINTENANCE CLOSED".
022700     STOP RUN.
022800******************************************************************
022900*  1000-INITIALIZE - WHO IS AT THE TERMINAL, AND THE FILES.      *
023000******************************************************************
023100 1000-INITIALIZE.
023200     DISPLAY "SHOP_OPERATOR" UPON ENVIRONMENT-NAME.
023300     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
023400     IF OPERATOR-ID = SPACES
023500         DISPLAY "USER" UPON ENVIRONMENT-NAME
023600         ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
023700     IF OPERATOR-ID = SPACES
023800         MOVE "UNKNOWN" TO OPERATOR-ID.
023900     MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.
024000     PERFORM 1500-LOAD-SHEET THRU 1500-EXIT.
024100     PERFORM 1700-LOAD-PENDING THRU 1700-EXIT.
024200     MOVE RATE-COUNT TO ED-COUNT.
024300     MOVE PEND-COUNT TO ED-NUMBER.
024400     DISPLAY "RATE SHEET MAINTENANCE - OPERATOR "
024500             FUNCTION TRIM(OPERATOR-ID) ", " ED-COUNT
024600             " ROW(S) POSTED, " ED-NUMBER " PENDING".
024700 1000-EXIT.
024800     EXIT.
024900******************************************************************
025000*  1500-LOAD-SHEET - CALC.RATES INTO THE TABLE.                  *
025100******************************************************************
025200 1500-LOAD-SHEET.
025300     MOVE ZERO TO RATE-COUNT OLD-RATE-COUNT.
025400     MOVE "N" TO RATE-OVERFLOW.
025500     MOVE "N" TO EOF-SW.
025600     OPEN INPUT RATE-FILE.
025700     IF RATE-STATUS NOT = "00"
025800         IF RATE-STATUS = "05"
025900             CLOSE RATE-FILE
026000         END-IF
026100         GO TO 1500-EXIT.
026200     PERFORM 1510-ONE-ROW THRU 1510-EXIT
026300         UNTIL FILE-AT-END.
026400     CLOSE RATE-FILE.
026500 1500-EXIT.
026600     EXIT.
026700 1510-ONE-ROW.
026800     READ RATE-FILE
026900         AT END
027000             MOVE "Y" TO EOF-SW
027100             GO TO 1510-EXIT
027200     END-READ.
027300     IF RATE-RECORD = SPACES
027400         GO TO 1510-EXIT.
027500     IF RATE-COUNT >= 500
027600         MOVE "Y" TO RATE-OVERFLOW
027700         GO TO 1510-EXIT.
027800     ADD 1 TO RATE-COUNT.
027900     ADD 1 TO OLD-RATE-COUNT.
028000     MOVE RATE-RECORD TO RATE-LINE(RATE-COUNT).
028100 1510-EXIT.
028200     EXIT.
028300******************************************************************
028400*  1600-SAVE-SHEET - THE TABLE BACK TO CALC.RATES.  ONLY AN      *
028500*  APPROVAL EVER COMES HERE.                                     *
028600******************************************************************
028700 1600-SAVE-SHEET.
028800     MOVE "N" TO ENTRY-OK.
028900     IF RATE-OVERFLOW = "Y"
029000         DISPLAY "CALC.RATES HOLDS MORE THAN 500 ROWS - NOT SAVED"
029100         GO TO 1600-EXIT.
029200     OPEN OUTPUT RATE-FILE.
029300     IF RATE-STATUS NOT = "00" AND RATE-STATUS NOT = "05"
029400         DISPLAY "CANNOT REWRITE CALC.RATES, STATUS " RATE-STATUS
029500         GO TO 1600-EXIT.
029600     PERFORM 1610-SAVE-ONE THRU 1610-EXIT
029700         VARYING RT-IX FROM 1 BY 1
029800         UNTIL RT-IX > RATE-COUNT.
029900     CLOSE RATE-FILE.
030000     MOVE "Y" TO ENTRY-OK.
030100 1600-EXIT.
030200     EXIT.
030300 1610-SAVE-ONE.
030400     WRITE RATE-RECORD FROM RATE-LINE(RT-IX).
030500 1610-EXIT.
030600     EXIT.
030700******************************************************************
030800*  1700-LOAD-PENDING / 1800-SAVE-PENDING - CALCRATE.PND.         *
030900******************************************************************
031000 1700-LOAD-PENDING.
031100     MOVE ZERO TO PEND-COUNT OLD-PEND-COUNT.
031200     MOVE "N" TO PEND-OVERFLOW.
031300     MOVE "N" TO EOF-SW.
031400     OPEN INPUT PEND-FILE.
031500     IF PEND-STATUS NOT = "00"
031600         IF PEND-STATUS = "05"
031700             CLOSE PEND-FILE
031800         END-IF
031900         GO TO 1700-EXIT.
032000     PERFORM 1710-ONE-PENDING THRU 1710-EXIT
032100         UNTIL FILE-AT-END.
032200     CLOSE PEND-FILE.
032300 1700-EXIT.
032400     EXIT.
032500 1710-ONE-PENDING.
032600     READ PEND-FILE
032700         AT END
032800             MOVE "Y" TO EOF-SW
032900             GO TO 1710-EXIT
033000     END-READ.
033100     IF PEND-RECORD = SPACES
033200         GO TO 1710-EXIT.
033300     IF PEND-COUNT >= 100
033400         MOVE "Y" TO PEND-OVERFLOW
033500         GO TO 1710-EXIT.
033600     ADD 1 TO PEND-COUNT.
033700     ADD 1 TO OLD-PEND-COUNT.
033800     MOVE PEND-RECORD TO PEND-LINE(PEND-COUNT).
033900 1710-EXIT.
034000     EXIT.
034100 1800-SAVE-PENDING.
034200     MOVE "N" TO ENTRY-OK.
034300     IF PEND-OVERFLOW = "Y"
034400         DISPLAY "CALCRATE.PND HOLDS MORE THAN 100 CHANGES - "
034500                 "NOT SAVED"
034600         GO TO 1800-EXIT.
034700     OPEN OUTPUT PEND-FILE.
034800     IF PEND-STATUS NOT = "00" AND PEND-STATUS NOT = "05"
034900         DISPLAY "CANNOT REWRITE CALCRATE.PND, STATUS "
035000                 PEND-STATUS
035100         GO TO 1800-EXIT.
035200     PERFORM 1810-SAVE-ONE THRU 1810-EXIT
035300         VARYING PD-IX FROM 1 BY 1
035400         UNTIL PD-IX > PEND-COUNT.
035500     CLOSE PEND-FILE.
035600     MOVE "Y" TO ENTRY-OK.
035700 1800-EXIT.
035800     EXIT.
035900 1810-SAVE-ONE.
036000     WRITE PEND-RECORD FROM PEND-LINE(PD-IX).
036100 1810-EXIT.
036200     EXIT.
036300******************************************************************
036400*  2000-SHOW-MENU - THE WHOLE USER INTERFACE.                    *
036500******************************************************************
036600 2000-SHOW-MENU.
036700     DISPLAY " ".
036800     DISPLAY "*** RATE SHEET MAINTENANCE ***".
036900     DISPLAY "  L - LIST THE RATE SHEET".
037000     DISPLAY "  A - ADD A RATE ROW".
037100     DISPLAY "  C - CHANGE A RATE".
037200     DISPLAY "  P - LIST PENDING CHANGES".
037300     DISPLAY "  V - APPROVE A PENDING CHANGE".
037400     DISPLAY "  R - REJECT A PENDING CHANGE".
037500     DISPLAY "  Q - QUIT".
037600     DISPLAY "CHOICE: " WITH NO ADVANCING.
037700     MOVE SPACE TO MENU-CHOICE.
037800     ACCEPT MENU-CHOICE.
037900 2000-EXIT.
038000     EXIT.
038100******************************************************************
038200*  3000-LIST-SHEET - THE ROWS AS POSTED.                         *
038300******************************************************************
038400 3000-LIST-SHEET.
038500     PERFORM 1500-LOAD-SHEET THRU 1500-EXIT.
038600     DISPLAY "PRODUCT  TERM EFFECTIVE   RATE".
038700     PERFORM 3010-LIST-ONE THRU 3010-EXIT
038800         VARYING RT-IX FROM 1 BY 1
038900         UNTIL RT-IX > RATE-COUNT.
039000     MOVE RATE-COUNT TO ED-COUNT.
039100     DISPLAY ED-COUNT " ROW(S) POSTED".
039200 3000-EXIT.
039300     EXIT.
039400 3010-LIST-ONE.
039500     DISPLAY RATE-LINE(RT-IX).
039600 3010-EXIT.
039700     EXIT.
039800******************************************************************
039900*  3200-ADD-ROW - A NEW PRODUCT/TERM/EFFECTIVE ROW, HELD FOR     *
040000*  APPROVAL.                                                     *
040100******************************************************************
040200 3200-ADD-ROW.
040300     PERFORM 4000-ASK-KEY THRU 4000-EXIT.
040400     IF NOT ENTRY-IS-OK
040500         GO TO 3200-EXIT.
040600     PERFORM 1500-LOAD-SHEET THRU 1500-EXIT.
040700     PERFORM 1700-LOAD-PENDING THRU 1700-EXIT.
040800     PERFORM 4500-FIND-ROW THRU 4500-EXIT.
040900     IF RATE-HIT NOT = ZERO
041000         MOVE RATE-LINE(RATE-HIT) TO RATE-VIEW
041100         DISPLAY "A ROW FOR THAT PRODUCT, TERM AND DATE IS "
041200                 "ALREADY POSTED AT " RV-RATE
041300                 " - USE C TO CHANGE IT"
041400         GO TO 3200-EXIT.
041500     PERFORM 4600-FIND-PENDING THRU 4600-EXIT.
041600     IF PEND-HIT NOT = ZERO
041700         DISPLAY "A CHANGE TO THAT ROW IS ALREADY PENDING"
041800         GO TO 3200-EXIT.
041900     PERFORM 4200-ASK-RATE THRU 4200-EXIT.
042000     IF NOT ENTRY-IS-OK
042100         GO TO 3200-EXIT.
042200     MOVE SPACES TO PEND-VIEW.
042300     MOVE "A" TO PV-ACTION.
042400     PERFORM 5000-HOLD-CHANGE THRU 5000-EXIT.
042500 3200-EXIT.
042600     EXIT.
042700******************************************************************
042800*  3400-CHANGE-ROW - A NEW RATE FOR A ROW ALREADY POSTED.        *
042900******************************************************************
043000 3400-CHANGE-ROW.
043100     PERFORM 4000-ASK-KEY THRU 4000-EXIT.
043200     IF NOT ENTRY-IS-OK
043300         GO TO 3400-EXIT.
043400     PERFORM 1500-LOAD-SHEET THRU 1500-EXIT.
043500     PERFORM 1700-LOAD-PENDING THRU 1700-EXIT.
043600     PERFORM 4500-FIND-ROW THRU 4500-EXIT.
043700     IF RATE-HIT = ZERO
043800         DISPLAY "NO ROW FOR THAT PRODUCT, TERM AND DATE - "
043900                 "USE A TO ADD ONE"
044000         GO TO 3400-EXIT.
044100     PERFORM 4600-FIND-PENDING THRU 4600-EXIT.
044200     IF PEND-HIT NOT = ZERO
044300         DISPLAY "A CHANGE TO THAT ROW IS ALREADY PENDING"
044400         GO TO 3400-EXIT.
044500     MOVE RATE-LINE(RATE-HIT) TO RATE-VIEW.
044600     DISPLAY "POSTED RATE: " RV-RATE.
044700     PERFORM 4200-ASK-RATE THRU 4200-EXIT.
044800     IF NOT ENTRY-IS-OK
044900         GO TO 3400-EXIT.
045000     IF ENTRY-RATE-SHOWN = RV-RATE
045100         DISPLAY "THAT IS THE RATE ALREADY POSTED - NOTHING TO DO"
045200         GO TO 3400-EXIT.
045300     MOVE SPACES TO PEND-VIEW.
045400     MOVE "C" TO PV-ACTION.
045500     MOVE RV-RATE TO PV-OLD-RATE.
045600     PERFORM 5000-HOLD-CHANGE THRU 5000-EXIT.
045700 3400-EXIT.
045800     EXIT.
045900******************************************************************
046000*  3600-LIST-PENDING - NUMBERED, FOR V AND R.                    *
046100******************************************************************
046200 3600-LIST-PENDING.
046300     PERFORM 1700-LOAD-PENDING THRU 1700-EXIT.
046400     IF PEND-COUNT = ZERO
046500         DISPLAY "NO CHANGES PENDING"
046600         GO TO 3600-EXIT.
046700     DISPLAY " NO  ROW (PRODUCT TERM EFFECTIVE RATE)   WAS"
046800             "       ENTERED BY".
046900     PERFORM 3610-LIST-ONE THRU 3610-EXIT
047000         VARYING PD-IX FROM 1 BY 1
047100         UNTIL PD-IX > PEND-COUNT.
047200 3600-EXIT.
047300     EXIT.
047400 3610-LIST-ONE.
047500     MOVE PEND-LINE(PD-IX) TO PEND-VIEW.
047600     MOVE PD-IX TO ED-NUMBER.
047700     MOVE SPACES TO SHOW-LINE.
047800     IF PV-IS-ADD
047900         STRING ED-NUMBER "  " PV-ROW "  (NEW)    "
048000                PV-ENTERED-BY
048100             DELIMITED BY SIZE INTO SHOW-LINE
048200     ELSE
048300         STRING ED-NUMBER "  " PV-ROW "  " PV-OLD-RATE " "
048400                PV-ENTERED-BY
048500             DELIMITED BY SIZE INTO SHOW-LINE.
048600     DISPLAY SHOW-LINE.
048700 3610-EXIT.
048800     EXIT.
048900******************************************************************
049000*  3800-APPROVE - THE SECOND PAIR OF EYES.  THE APPROVER MAY NOT *
049100*  BE WHOEVER KEYED THE CHANGE.  ONCE IT IS CONFIRMED THE        *
049200*  CHANGE IS FOUND AGAIN IN THE PENDING FILE AND THE SHEET IS    *
049300*  RELOADED AND THE CHANGE CHECKED AGAINST IT BEFORE IT IS       *
049350*  POSTED.                                                       *
049375******************************************************************
049400 3800-APPROVE.
049500     PERFORM 3600-LIST-PENDING THRU 3600-EXIT.
049600     IF PEND-COUNT = ZERO
049700         GO TO 3800-EXIT.
049800     PERFORM 4700-ASK-NUMBER THRU 4700-EXIT.
049900     IF PEND-HIT = ZERO
050000         GO TO 3800-EXIT.
050100     MOVE PEND-LINE(PEND-HIT) TO PEND-VIEW.
050200     IF PV-ENTERED-BY = OPERATOR-ID
050300         DISPLAY "YOU KEYED THIS CHANGE - A SECOND OPERATOR MUST "
050400                 "APPROVE IT"
050500         GO TO 3800-EXIT.
050600     DISPLAY "POST " PV-ROW " (Y/N)? " WITH NO ADVANCING.
050690     MOVE SPACE TO ENTRY-ANSWER.
050780     ACCEPT ENTRY-ANSWER.
050870     IF ENTRY-ANSWER NOT = "Y" AND ENTRY-ANSWER NOT = "y"
050960         DISPLAY "NOT APPROVED"
051050         GO TO 3800-EXIT.
051140     PERFORM 4900-FIND-AGAIN THRU 4900-EXIT.
051230     IF PEND-HIT = ZERO
051320         GO TO 3800-EXIT.
051410     MOVE PV-ROW TO RATE-VIEW.
051500     MOVE PV-ROW(1:22) TO ROW-KEY.
051590     PERFORM 1500-LOAD-SHEET THRU 1500-EXIT.
051680     PERFORM 4500-FIND-ROW THRU 4500-EXIT.
051770     IF PV-IS-ADD AND RATE-HIT NOT = ZERO
051860         DISPLAY "THE ROW HAS BEEN POSTED SINCE - REJECT THIS ONE"
051950         GO TO 3800-EXIT.
052040     IF PV-IS-CHANGE
052130         IF RATE-HIT = ZERO
052220             DISPLAY "THE ROW IS NO LONGER ON THE SHEET - REJECT "
052310                     "THIS ONE"
052400             GO TO 3800-EXIT
052490         END-IF
052580         IF RATE-LINE(RATE-HIT)(24:8) NOT = PV-OLD-RATE
052670             DISPLAY "THE POSTED RATE HAS CHANGED SINCE THIS WAS "
052760                     "KEYED - REJECT IT AND KEY IT AGAIN"
052850             GO TO 3800-EXIT
052940         END-IF
053030     END-IF.
053100     IF RATE-HIT = ZERO
053200         IF RATE-COUNT >= 500
053300             DISPLAY "CALC.RATES IS FULL (500 ROWS)"
053400             GO TO 3800-EXIT
053500         END-IF
053600         ADD 1 TO RATE-COUNT
053700         MOVE RATE-COUNT TO RATE-HIT
053800     END-IF.
053900     MOVE PV-ROW TO RATE-LINE(RATE-HIT).
054000     PERFORM 1600-SAVE-SHEET THRU 1600-EXIT.
054100     IF NOT ENTRY-IS-OK
054200         GO TO 3800-EXIT.
054300     PERFORM 8000-TAKE-STAMP THRU 8000-EXIT.
054400     MOVE SPACES TO HIST-VIEW.
054500     MOVE PEND-VIEW TO HV-PENDING.
054600     MOVE OPERATOR-ID TO HV-APPROVED-BY.
054700     MOVE NOW-STAMP TO HV-APPROVED-AT.
054800     OPEN EXTEND HIST-FILE.
054900     IF HIST-STATUS = "00" OR HIST-STATUS = "05"
055000         WRITE HIST-RECORD FROM HIST-VIEW
055100         CLOSE HIST-FILE
055200     ELSE
055300         DISPLAY "CANNOT ADD TO CALCRATE.HST, STATUS "
055400                 HIST-STATUS.
055500     MOVE OLD-RATE-COUNT TO JOURNAL-BEFORE.
055600     MOVE RATE-COUNT TO JOURNAL-AFTER.
055700     MOVE "CALC.RATES" TO JOURNAL-FILE-NAME.
055800     MOVE "APPROVE" TO JOURNAL-MODE.
055900     MOVE SPACES TO JOURNAL-TEXT.
056000     STRING PV-ROW " BY " PV-ENTERED-BY
056100         DELIMITED BY SIZE INTO JOURNAL-TEXT.
056200     PERFORM 8500-JOURNAL THRU 8500-EXIT.
056300     PERFORM 4800-DROP-PENDING THRU 4800-EXIT.
056400     DISPLAY "POSTED " PV-ROW.
056500 3800-EXIT.
056600     EXIT.
056700******************************************************************
056800*  3900-REJECT - TAKE A CHANGE OFF THE PENDING FILE UNPOSTED.    *
056900*  ANYONE MAY REJECT, INCLUDING THE OPERATOR WHO KEYED IT.       *
057000******************************************************************
057100 3900-REJECT.
057200     PERFORM 3600-LIST-PENDING THRU 3600-EXIT.
057300     IF PEND-COUNT = ZERO
057400         GO TO 3900-EXIT.
057500     PERFORM 4700-ASK-NUMBER THRU 4700-EXIT.
057600     IF PEND-HIT = ZERO
057700         GO TO 3900-EXIT.
057800     MOVE PEND-LINE(PEND-HIT) TO PEND-VIEW.
057900     DISPLAY "REJECT " PV-ROW " (Y/N)? " WITH NO ADVANCING.
058000     MOVE SPACE TO ENTRY-ANSWER.
058100     ACCEPT ENTRY-ANSWER.
058200     IF ENTRY-ANSWER NOT = "Y" AND ENTRY-ANSWER NOT = "y"
058300         GO TO 3900-EXIT.
058325     PERFORM 4900-FIND-AGAIN THRU 4900-EXIT.
058350     IF PEND-HIT = ZERO
058375         GO TO 3900-EXIT.
058400     MOVE "REJECT" TO JOURNAL-MODE.
058500     MOVE SPACES TO JOURNAL-TEXT.
058600     STRING PV-ROW " BY " PV-ENTERED-BY
058700         DELIMITED BY SIZE INTO JOURNAL-TEXT.
058800     PERFORM 4800-DROP-PENDING THRU 4800-EXIT.
058900     DISPLAY "REJECTED " PV-ROW.
059000 3900-EXIT.
059100     EXIT.
059200******************************************************************
059300*  4000-ASK-KEY - PRODUCT, TERM AND EFFECTIVE DATE, EACH CHECKED.*
059400*  ROW-KEY IS SET FOR 4500 AND 4600.                             *
059500******************************************************************
059600 4000-ASK-KEY.
059700     MOVE "N" TO ENTRY-OK.
059800     DISPLAY "PRODUCT CODE: " WITH NO ADVANCING.
059900     MOVE SPACES TO ENTRY-FIELD.
060000     ACCEPT ENTRY-FIELD.
060100     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ENTRY-FIELD))
060200       TO ENTRY-FIELD.
060300     IF ENTRY-FIELD = SPACES
060400         GO TO 4000-EXIT.
060500     IF ENTRY-FIELD(9:4) NOT = SPACES
060600         DISPLAY "A PRODUCT CODE IS AT MOST 8 CHARACTERS"
060700         GO TO 4000-EXIT.
060800     MOVE ENTRY-FIELD TO ENTRY-PRODUCT.
060900     DISPLAY "TERM IN MONTHS: " WITH NO ADVANCING.
061000     MOVE SPACES TO ENTRY-FIELD.
061100     ACCEPT ENTRY-FIELD.
061200     PERFORM 4100-TAKE-WHOLE THRU 4100-EXIT.
061300     IF WHOLE-LEN = ZERO OR WHOLE-LEN > 4
061400         DISPLAY "THE TERM MUST BE A WHOLE NUMBER OF MONTHS"
061500         GO TO 4000-EXIT.
061600     MOVE ZERO TO ENTRY-TERM.
061700     MOVE RATE-WHOLE(1:WHOLE-LEN)
061800       TO ENTRY-TERM(5 - WHOLE-LEN:WHOLE-LEN).
061900     IF ENTRY-TERM < 1 OR ENTRY-TERM > 600
062000         DISPLAY "THE TERM MUST BE 1 TO 600 MONTHS"
062100         GO TO 4000-EXIT.
062200     DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING.
062300     MOVE SPACES TO ENTRY-FIELD.
062400     ACCEPT ENTRY-FIELD.
062500     PERFORM 4100-TAKE-WHOLE THRU 4100-EXIT.
062600     IF WHOLE-LEN NOT = 8
062700         DISPLAY "THE DATE MUST BE 8 DIGITS, YYYYMMDD"
062800         GO TO 4000-EXIT.
062900     MOVE RATE-WHOLE(1:8) TO ENTRY-EFFECTIVE.
063000     IF ED-YEAR < 1900 OR ED-MONTH < 1 OR ED-MONTH > 12
063100        OR ED-DAY < 1 OR ED-DAY > 31
063200         DISPLAY "NOT A CALENDAR DATE"
063300         GO TO 4000-EXIT.
063400     COMPUTE DATE-CHECK = FUNCTION DATE-OF-INTEGER(
063500         FUNCTION INTEGER-OF-DATE(ENTRY-EFFECTIVE)).
063600     IF DATE-CHECK NOT = ENTRY-EFFECTIVE
063700         DISPLAY "NOT A CALENDAR DATE"
063800         GO TO 4000-EXIT.
063900     MOVE SPACES TO ROW-KEY.
064000     MOVE ENTRY-PRODUCT TO RK-PRODUCT.
064100     MOVE ENTRY-TERM TO RK-TERM.
064200     MOVE ENTRY-EFFECTIVE TO RK-EFFECTIVE.
064300     MOVE "Y" TO ENTRY-OK.
064400 4000-EXIT.
064500     EXIT.
064600******************************************************************
064700*  4100-TAKE-WHOLE - ENTRY-FIELD AS DIGITS ONLY: RATE-WHOLE      *
064800*  HOLDS THEM LEFT-JUSTIFIED AND WHOLE-LEN COUNTS THEM (ZERO IF  *
064900*  ANYTHING ELSE WAS KEYED).                                     *
065000******************************************************************
065100 4100-TAKE-WHOLE.
065200     MOVE FUNCTION TRIM(ENTRY-FIELD) TO RATE-WHOLE.
065300     MOVE ZERO TO TRAIL-SPACES.
065400     INSPECT FUNCTION REVERSE(RATE-WHOLE)
065500         TALLYING TRAIL-SPACES FOR LEADING SPACES.
065600     COMPUTE WHOLE-LEN = 12 - TRAIL-SPACES.
065700     IF WHOLE-LEN = ZERO
065800         GO TO 4100-EXIT.
065900     IF RATE-WHOLE(1:WHOLE-LEN) IS NOT NUMERIC
066000         MOVE ZERO TO WHOLE-LEN.
066100 4100-EXIT.
066200     EXIT.
066300******************************************************************
066400*  4200-ASK-RATE - THE RATE IN PERCENT, UP TO 3 WHOLE DIGITS AND *
066500*  4 DECIMALS, WITHIN THE BAND.                                  *
066600******************************************************************
066700 4200-ASK-RATE.
066800     MOVE "N" TO ENTRY-OK.
066900     DISPLAY "RATE IN PERCENT (E.G. 5.25): " WITH NO ADVANCING.
067000     MOVE SPACES TO ENTRY-FIELD.
067100     ACCEPT ENTRY-FIELD.
067200     MOVE FUNCTION TRIM(ENTRY-FIELD) TO ENTRY-FIELD.
067300     MOVE ZERO TO POINT-COUNT.
067400     INSPECT ENTRY-FIELD TALLYING POINT-COUNT FOR ALL ".".
067500     IF ENTRY-FIELD = SPACES OR POINT-COUNT > 1
067600         DISPLAY "NOT A RATE"
067700         GO TO 4200-EXIT.
067800     MOVE SPACES TO RATE-WHOLE RATE-FRACTION.
067900     MOVE ZERO TO WHOLE-LEN FRACTION-LEN.
068000     UNSTRING ENTRY-FIELD DELIMITED BY "." OR " "
068100         INTO RATE-WHOLE COUNT IN WHOLE-LEN
068200              RATE-FRACTION COUNT IN FRACTION-LEN.
068300     IF WHOLE-LEN > 3 OR FRACTION-LEN > 4
068400        OR (WHOLE-LEN = ZERO AND FRACTION-LEN = ZERO)
068500         DISPLAY "A RATE IS AT MOST 999.9999"
068600         GO TO 4200-EXIT.
068700     IF WHOLE-LEN > ZERO
068800         IF RATE-WHOLE(1:WHOLE-LEN) IS NOT NUMERIC
068900             DISPLAY "NOT A RATE"
069000             GO TO 4200-EXIT
069100         END-IF
069200     END-IF.
069300     IF FRACTION-LEN > ZERO
069400         IF RATE-FRACTION(1:FRACTION-LEN) IS NOT NUMERIC
069500             DISPLAY "NOT A RATE"
069600             GO TO 4200-EXIT
069700         END-IF
069800     END-IF.
069900     COMPUTE ENTRY-RATE = FUNCTION NUMVAL(ENTRY-FIELD).
070000     IF ENTRY-RATE < RATE-FLOOR OR ENTRY-RATE > RATE-CEILING
070100         MOVE RATE-CEILING TO ENTRY-RATE-SHOWN
070200         DISPLAY "OUTSIDE THE SANE BAND - A POSTED RATE IS AT "
070300                 "MOST " ENTRY-RATE-SHOWN " PERCENT"
070400         GO TO 4200-EXIT.
070500     MOVE ENTRY-RATE TO ENTRY-RATE-SHOWN.
070600     MOVE "Y" TO ENTRY-OK.
070700 4200-EXIT.
070800     EXIT.
070900******************************************************************
071000*  4500-FIND-ROW - RATE-HIT = THE SHEET ROW FOR ROW-KEY, OR 0.   *
071100******************************************************************
071200 4500-FIND-ROW.
071300     MOVE ZERO TO RATE-HIT.
071400     PERFORM 4510-TRY-ONE THRU 4510-EXIT
071500         VARYING RT-IX FROM 1 BY 1
071600         UNTIL RT-IX > RATE-COUNT OR RATE-HIT NOT = ZERO.
071700 4500-EXIT.
071800     EXIT.
071900 4510-TRY-ONE.
072000     IF RATE-LINE(RT-IX)(1:22) = ROW-KEY
072100         MOVE RT-IX TO RATE-HIT.
072200 4510-EXIT.
072300     EXIT.
072400******************************************************************
072500*  4600-FIND-PENDING - PEND-HIT = A PENDING CHANGE TO ROW-KEY.   *
072600******************************************************************
072700 4600-FIND-PENDING.
072800     MOVE ZERO TO PEND-HIT.
072900     PERFORM 4610-TRY-ONE THRU 4610-EXIT
073000         VARYING PD-IX FROM 1 BY 1
073100         UNTIL PD-IX > PEND-COUNT OR PEND-HIT NOT = ZERO.
073200 4600-EXIT.
073300     EXIT.
073400 4610-TRY-ONE.
073500     MOVE PEND-LINE(PD-IX)(3:22) TO PEND-ROW-KEY.
073600     IF PEND-ROW-KEY = ROW-KEY
073700         MOVE PD-IX TO PEND-HIT.
073800 4610-EXIT.
073900     EXIT.
074000******************************************************************
074100*  4700-ASK-NUMBER - WHICH PENDING CHANGE; PEND-HIT = ITS LINE,  *
074200*  OR ZERO.                                                      *
074300******************************************************************
074400 4700-ASK-NUMBER.
074500     MOVE ZERO TO PEND-HIT.
074600     DISPLAY "CHANGE NUMBER: " WITH NO ADVANCING.
074700     MOVE SPACES TO ENTRY-FIELD.
074800     ACCEPT ENTRY-FIELD.
074900     PERFORM 4100-TAKE-WHOLE THRU 4100-EXIT.
075000     IF WHOLE-LEN = ZERO OR WHOLE-LEN > 3
075100         GO TO 4700-EXIT.
075200     MOVE ZERO TO ENTRY-TERM.
075300     MOVE RATE-WHOLE(1:WHOLE-LEN)
075400       TO ENTRY-TERM(5 - WHOLE-LEN:WHOLE-LEN).
075500     IF ENTRY-TERM < 1 OR ENTRY-TERM > PEND-COUNT
075600         DISPLAY "NO SUCH CHANGE"
075700         GO TO 4700-EXIT.
075800     MOVE ENTRY-TERM TO PEND-HIT.
075900 4700-EXIT.
076000     EXIT.
076100******************************************************************
076200*  4800-DROP-PENDING - CLOSE UP THE PENDING TABLE OVER PEND-HIT  *
076300*  AND SAVE IT.                                                  *
076400******************************************************************
076500 4800-DROP-PENDING.
076600     PERFORM 4810-CLOSE-UP THRU 4810-EXIT
076700         VARYING PD-IX FROM PEND-HIT BY 1
076800         UNTIL PD-IX >= PEND-COUNT.
076900     SUBTRACT 1 FROM PEND-COUNT.
077000     PERFORM 1800-SAVE-PENDING THRU 1800-EXIT.
077100     IF JOURNAL-MODE = "REJECT"
077200         MOVE OLD-PEND-COUNT TO JOURNAL-BEFORE
077300         MOVE PEND-COUNT TO JOURNAL-AFTER
077400         MOVE "CALCRATE.PND" TO JOURNAL-FILE-NAME
077500         PERFORM 8500-JOURNAL THRU 8500-EXIT.
077600 4800-EXIT.
077700     EXIT.
077800 4810-CLOSE-UP.
077900     MOVE PEND-LINE(PD-IX + 1) TO PEND-LINE(PD-IX).
078000 4810-EXIT.
078100     EXIT.
078104******************************************************************
078108*  4900-FIND-AGAIN - THE PENDING FILE RELOADED AFTER THE         *
078112*  OPERATOR HAS ANSWERED, AND THE CHANGE IN PEND-VIEW FOUND IN   *
078116*  IT AGAIN BY ITS ROW, WHO KEYED IT AND WHEN.  PEND-HIT ZERO    *
078120*  MEANS ANOTHER OPERATOR HAS APPROVED OR REJECTED IT SINCE.     *
078124******************************************************************
078128 4900-FIND-AGAIN.
078132     PERFORM 1700-LOAD-PENDING THRU 1700-EXIT.
078136     MOVE ZERO TO PEND-HIT.
078140     PERFORM 4910-TRY-ONE THRU 4910-EXIT
078144         VARYING PD-IX FROM 1 BY 1
078148         UNTIL PD-IX > PEND-COUNT OR PEND-HIT NOT = ZERO.
078152     IF PEND-HIT = ZERO
078156         DISPLAY "THAT CHANGE HAS BEEN APPROVED OR REJECTED "
078160                 "MEANWHILE - NOTHING DONE".
078164 4900-EXIT.
078168     EXIT.
078172 4910-TRY-ONE.
078176     IF PEND-LINE(PD-IX)(3:22) = PV-ROW(1:22)
078180        AND PEND-LINE(PD-IX)(44:12) = PV-ENTERED-BY
078184        AND PEND-LINE(PD-IX)(57:14) = PV-ENTERED-AT
078188         MOVE PD-IX TO PEND-HIT.
078192 4910-EXIT.
078196     EXIT.
078200******************************************************************
078300*  5000-HOLD-CHANGE - THE CHECKED ENTRY ONTO THE PENDING FILE,   *
078400*  RELOADED NOW THE OPERATOR HAS TYPED.  PV-ACTION (AND          *
078450*  PV-OLD-RATE FOR A CHANGE) ARE ALREADY SET.                    *
078500******************************************************************
078600 5000-HOLD-CHANGE.
078614     PERFORM 1700-LOAD-PENDING THRU 1700-EXIT.
078628     PERFORM 4600-FIND-PENDING THRU 4600-EXIT.
078642     IF PEND-HIT NOT = ZERO
078656         DISPLAY "A CHANGE TO THAT ROW WAS KEYED MEANWHILE - "
078670                 "NOT HELD"
078684         GO TO 5000-EXIT.
078700     IF PEND-COUNT >= 100
078800         DISPLAY "CALCRATE.PND IS FULL (100 CHANGES) - APPROVE "
078900                 "OR REJECT SOME FIRST"
079000         GO TO 5000-EXIT.
079100     MOVE SPACES TO RATE-VIEW.
079200     MOVE ENTRY-PRODUCT TO RV-PRODUCT.
079300     MOVE ENTRY-TERM TO RV-TERM.
079400     MOVE ENTRY-EFFECTIVE TO RV-EFFECTIVE.
079500     MOVE ENTRY-RATE TO RV-RATE.
079600     MOVE RATE-VIEW TO PV-ROW.
079700     MOVE OPERATOR-ID TO PV-ENTERED-BY.
079800     PERFORM 8000-TAKE-STAMP THRU 8000-EXIT.
079900     MOVE NOW-STAMP TO PV-ENTERED-AT.
080000     ADD 1 TO PEND-COUNT.
080100     MOVE PEND-VIEW TO PEND-LINE(PEND-COUNT).
080200     PERFORM 1800-SAVE-PENDING THRU 1800-EXIT.
080300     IF NOT ENTRY-IS-OK
080400         GO TO 5000-EXIT.
080500     MOVE OLD-PEND-COUNT TO JOURNAL-BEFORE.
080600     MOVE PEND-COUNT TO JOURNAL-AFTER.
080700     MOVE "CALCRATE.PND" TO JOURNAL-FILE-NAME.
080800     MOVE "SUBMIT" TO JOURNAL-MODE.
080900     MOVE SPACES TO JOURNAL-TEXT.
081000     STRING PV-ACTION " " PV-ROW
081100         DELIMITED BY SIZE INTO JOURNAL-TEXT.
081200     PERFORM 8500-JOURNAL THRU 8500-EXIT.
081300     DISPLAY "HELD FOR APPROVAL: " PV-ROW.
081400     DISPLAY "A SECOND OPERATOR MUST APPROVE IT (V) BEFORE IT IS "
081500             "POSTED".
081600 5000-EXIT.
081700     EXIT.
081800******************************************************************
081900*  8000-TAKE-STAMP - NOW-STAMP = YYYYMMDDHHMMSS.                 *
082000******************************************************************
082100 8000-TAKE-STAMP.
082200     ACCEPT NOW-DATE FROM DATE YYYYMMDD.
082300     ACCEPT NOW-TIME-FULL FROM TIME.
082400     MOVE NOW-TIME-FULL(1:6) TO NOW-TIME.
082500 8000-EXIT.
082600     EXIT.
082700******************************************************************
082800*  8500-JOURNAL - ONE OPERATOR JOURNAL LINE FOR THE CHANGE.      *
082900******************************************************************
083000 8500-JOURNAL.
083100     MOVE SPACES TO OPJNL-AREA.
083200     MOVE "RATEMAIN" TO OPJ-PROGRAM.
083300     MOVE JOURNAL-MODE TO OPJ-MODE.
083400     MOVE JOURNAL-FILE-NAME TO OPJ-FILE.
083500     MOVE JOURNAL-BEFORE TO OPJ-BEFORE.
083600     MOVE JOURNAL-AFTER TO OPJ-AFTER.
083700     MOVE "RECS" TO OPJ-UNIT.
083800     MOVE JOURNAL-TEXT TO OPJ-PARAMS.
083900     CALL "OPJNL" USING OPJNL-AREA.
084000 8500-EXIT.
084100     EXIT.
084200 END PROGRAM RATEMAINT.
