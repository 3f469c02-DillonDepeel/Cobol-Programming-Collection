000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPTMAINT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  DEPTMAINT - WHICH DEPARTMENT EACH PLAYER'S TERMINAL TIME IS   *
000900*  CHARGED TO.  FACILITIES CHARGES THE BREAK-ROOM TERMINALS BACK *
001000*  TO THE DEPARTMENTS, AND CHARGEBK PRICES EACH MONTH'S ARCADE   *
001100*  MINUTES BY THE DEPARTMENT CODE KEPT HERE IN PLAYERS.REG.  THE *
001200*  MAINTENANCE SCREEN:                                           *
001300*    L - LIST THE PLAYERS AND THEIR DEPARTMENTS                  *
001400*    U - LIST THE PLAYERS WITH NO DEPARTMENT                     *
001500*    S - SET (OR CLEAR) A PLAYER'S DEPARTMENT                    *
001600*    D - LIST THE DEPARTMENT CODES                               *
001700*    A - ADD A DEPARTMENT CODE, OR CHANGE ITS NAME               *
001800*    R - REMOVE A DEPARTMENT CODE NO PLAYER CARRIES              *
001900*                                                                *
002000*  PLAYERS.REG (AS ARCADE KEEPS IT):                             *
002100*    COLS   1-12  PLAYER NAME                                    *
002200*    COLS  14-21  REGISTERED (YYYYMMDD)                          *
002300*    COLS  23-82  E-MAIL ADDRESS                                 *
002400*    COLS     84  SCORECARD OPT-IN (Y)                           *
002500*    COLS  86-93  DEPARTMENT CODE (SPACES = NOT ASSIGNED)        *
002600*                                                                *
002700*  DEPT.CODES, ONE LINE PER DEPARTMENT:                          *
002800*    COLS   1- 8  CODE (LETTERS, DIGITS AND -)                   *
002900*    COLS  10-39  DEPARTMENT NAME, AS THE CHARGEBACK PRINTS IT   *
003000*                                                                *
003100*  A PLAYER CAN ONLY BE GIVEN A CODE THAT IS IN DEPT.CODES, SO A *
003200*  MISTYPED CODE NEVER SPLITS A DEPARTMENT'S CHARGES IN TWO.     *
003300*  PLAYERS.REG IS RELOADED ONCE THE CODE HAS BEEN TYPED, SO A    *
003400*  PLAYER ARCADE REGISTERED A MOMENT AGO, OR AN ADDRESS IT HAS   *
003500*  JUST CHANGED, IS NOT LOST.  EVERY CHANGE IS RECORDED IN THE   *
003550*  OPERATOR JOURNAL.                                             *
003600******************************************************************
003700*  MODIFICATION HISTORY                                          *
003800*  10/15/26 OSG  INITIAL VERSION.                                *
003850*  10/15/26 OSG  SET RELOADS PLAYERS.REG AFTER THE CODE IS TYPED.*
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "PLAYERS.REG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS REGISTRY-STATUS.
004700     SELECT OPTIONAL DEPT-FILE ASSIGN TO "DEPT.CODES"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS DEPT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  REGISTRY-FILE.
005300 01  REGISTRY-RECORD         PIC X(93).
005400 FD  DEPT-FILE.
005500 01  DEPT-RECORD             PIC X(39).
005600 WORKING-STORAGE SECTION.
005700 77  REGISTRY-STATUS         PIC X(02).
005800 77  DEPT-STATUS             PIC X(02).
005900 77  EOF-SW                  PIC X(01) VALUE "N".
006000     88  FILE-AT-END         VALUE "Y".
006100 77  OPERATOR-ID             PIC X(12) VALUE SPACES.
006200 77  MENU-CHOICE             PIC X(01).
006300     88  CHOICE-IS-LIST      VALUE "L" "l".
006400     88  CHOICE-IS-UNASSIGNED VALUE "U" "u".
006500     88  CHOICE-IS-SET       VALUE "S" "s".
006600     88  CHOICE-IS-CODES     VALUE "D" "d".
006700     88  CHOICE-IS-ADD       VALUE "A" "a".
006800     88  CHOICE-IS-REMOVE    VALUE "R" "r".
006900     88  CHOICE-IS-QUIT      VALUE "Q" "q".
007000******************************************************************
007100*  ONE PLAYER AS PLAYERS.REG HOLDS IT, AND THE FILE IN MEMORY.   *
007200******************************************************************
007300 01  REG-VIEW.
007400     05  RV-NAME             PIC X(12).
007500     05  FILLER              PIC X(01).
007600     05  RV-CREATED          PIC X(08).
007700     05  FILLER              PIC X(01).
007800     05  RV-EMAIL            PIC X(60).
007900     05  FILLER              PIC X(01).
008000     05  RV-OPTIN            PIC X(01).
008100     05  FILLER              PIC X(01).
008200     05  RV-DEPT             PIC X(08).
008300 01  REG-TABLE.
008400     05  REG-LINE OCCURS 500 TIMES PIC X(93).
008500 77  REG-COUNT               PIC 9(03) VALUE ZERO.
008600 77  RG-IX                   PIC 9(03).
008700 77  REG-HIT                 PIC 9(03).
008800 77  REG-OVERFLOW            PIC X(01) VALUE "N".
008900 77  SHOWN-COUNT             PIC 9(03).
009000 77  CARRY-COUNT             PIC 9(03).
009100******************************************************************
009200*  ONE DEPARTMENT AS DEPT.CODES HOLDS IT, AND THE FILE IN MEMORY.*
009300******************************************************************
009400 01  DEPT-VIEW.
009500     05  DV-CODE             PIC X(08).
009600     05  FILLER              PIC X(01).
009700     05  DV-NAME             PIC X(30).
009800 01  DEPT-TABLE.
009900     05  DEPT-LINE OCCURS 100 TIMES PIC X(39).
010000 77  DEPT-COUNT              PIC 9(03) VALUE ZERO.
010100 77  OLD-DEPT-COUNT          PIC 9(03) VALUE ZERO.
010200 77  DP-IX                   PIC 9(03).
010300 77  DEPT-HIT                PIC 9(03).
010400 77  DEPT-OVERFLOW           PIC X(01) VALUE "N".
010500******************************************************************
010600*  THE OPERATOR'S ENTRIES.                                       *
010700******************************************************************
010800 01  ENTRY-NAME              PIC X(12).
010900 01  ENTRY-CODE              PIC X(08).
011000 01  ENTRY-DEPT-NAME         PIC X(30).
011100 01  MATCH-NAME              PIC X(12).
011200 01  TABLE-NAME              PIC X(12).
011300 01  ENTRY-ANSWER            PIC X(01).
011400 77  BAD-COUNT               PIC 9(03).
011500 77  ENTRY-OK                PIC X(01).
011600     88  ENTRY-IS-OK         VALUE "Y".
011700******************************************************************
011800*  DISPLAY WORK.                                                 *
011900******************************************************************
012000 77  ED-COUNT                PIC ZZ9.
012100 01  SHOW-LINE               PIC X(80).
012200 01  JOURNAL-MODE            PIC X(08).
012300 01  JOURNAL-FILE            PIC X(30).
012400 01  JOURNAL-TEXT            PIC X(60).
012500 77  JOURNAL-BEFORE          PIC 9(03).
012600 77  JOURNAL-AFTER           PIC 9(03).
012700******************************************************************
012800*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
012900*  AS OPJNL DECLARES IT.                                         *
013000******************************************************************
013100 01  OPJNL-AREA.
013200     05  OPJ-PROGRAM         PIC X(08).
013300     05  OPJ-MODE            PIC X(08).
013400     05  OPJ-FILE            PIC X(30).
013500     05  OPJ-BEFORE          PIC 9(09).
013600     05  OPJ-AFTER           PIC 9(09).
013700     05  OPJ-UNIT            PIC X(05).
013800     05  OPJ-PARAMS          PIC X(60).
013900 PROCEDURE DIVISION.
014000******************************************************************
014100*  0000-MAINLINE - MENU LOOP UNTIL THE OPERATOR QUITS.           *
014200******************************************************************
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500 0100-MENU-LOOP.
014600     PERFORM 2000-SHOW-MENU THRU 2000-EXIT.
014700     IF CHOICE-IS-QUIT
014800         GO TO 0200-WRAP-UP.
014900     IF CHOICE-IS-LIST
015000         PERFORM 3000-LIST-PLAYERS THRU 3000-EXIT
015100         GO TO 0100-MENU-LOOP.
015200     IF CHOICE-IS-UNASSIGNED
015300         PERFORM 3100-LIST-UNASSIGNED THRU 3100-EXIT
015400         GO TO 0100-MENU-LOOP.
015500     IF CHOICE-IS-SET
015600         PERFORM 3200-SET-DEPARTMENT THRU 3200-EXIT
015700         GO TO 0100-MENU-LOOP.
015800     IF CHOICE-IS-CODES
015900         PERFORM 4000-LIST-CODES THRU 4000-EXIT
016000         GO TO 0100-MENU-LOOP.
016100     IF CHOICE-IS-ADD
016200         PERFORM 4200-ADD-CODE THRU 4200-EXIT
016300         GO TO 0100-MENU-LOOP.
016400     IF CHOICE-IS-REMOVE
016500         PERFORM 4400-REMOVE-CODE THRU 4400-EXIT
016600         GO TO 0100-MENU-LOOP.
016700     DISPLAY "PLEASE PICK L, U, S, D, A, R OR Q".
016800     GO TO 0100-MENU-LOOP.
016900 0200-WRAP-UP.
017000     DISPLAY "DEPARTMENT MAINTENANCE CLOSED".
017100     STOP RUN.
017200******************************************************************
017300*  1000-INITIALIZE - WHO IS AT THE TERMINAL, AND THE FILES.      *
017400******************************************************************
017500 1000-INITIALIZE.
017600     DISPLAY "SHOP_OPERATOR" UPON ENVIRONMENT-NAME.
017700     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
017800     IF OPERATOR-ID = SPACES
017900         DISPLAY "USER" UPON ENVIRONMENT-NAME
018000         ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
018100     IF OPERATOR-ID = SPACES
018200         MOVE "UNKNOWN" TO OPERATOR-ID.
018300     MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.
018400     PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.
018500     PERFORM 1700-LOAD-CODES THRU 1700-EXIT.
018600     MOVE REG-COUNT TO ED-COUNT.
018700     DISPLAY "DEPARTMENT MAINTENANCE - OPERATOR "
018800             FUNCTION TRIM(OPERATOR-ID) ", " ED-COUNT
018900             " PLAYER(S) REGISTERED".
019000     IF DEPT-COUNT = ZERO
019100         DISPLAY "NO DEPT.CODES YET - ADD THE DEPARTMENTS WITH A "
019200                 "BEFORE ASSIGNING PLAYERS".
019300 1000-EXIT.
019400     EXIT.
019500******************************************************************
019600*  1500-LOAD-REGISTRY - PLAYERS.REG INTO THE TABLE.  A FILE TOO  *
019700*  BIG FOR THE TABLE IS NEVER SAVED BACK, SO NOTHING IS          *
019800*  TRUNCATED.                                                    *
019900******************************************************************
020000 1500-LOAD-REGISTRY.
020100     MOVE ZERO TO REG-COUNT.
020200     MOVE "N" TO REG-OVERFLOW.
020300     MOVE "N" TO EOF-SW.
020400     OPEN INPUT REGISTRY-FILE.
020500     IF REGISTRY-STATUS NOT = "00"
020600         IF REGISTRY-STATUS = "05"
020700             CLOSE REGISTRY-FILE
020800         END-IF
020900         GO TO 1500-EXIT.
021000     PERFORM 1510-ONE-PLAYER THRU 1510-EXIT
021100         UNTIL FILE-AT-END.
021200     CLOSE REGISTRY-FILE.
021300 1500-EXIT.
021400     EXIT.
021500 1510-ONE-PLAYER.
021600     READ REGISTRY-FILE
021700         AT END
021800             MOVE "Y" TO EOF-SW
021900             GO TO 1510-EXIT
022000     END-READ.
022100     IF REGISTRY-RECORD = SPACES
022200         GO TO 1510-EXIT.
022300     IF REG-COUNT >= 500
022400         MOVE "Y" TO REG-OVERFLOW
022500         GO TO 1510-EXIT.
022600     ADD 1 TO REG-COUNT.
022700     MOVE REGISTRY-RECORD TO REG-LINE(REG-COUNT).
022800 1510-EXIT.
022900     EXIT.
023000******************************************************************
023100*  1600-SAVE-REGISTRY - THE TABLE BACK TO PLAYERS.REG.           *
023200******************************************************************
023300 1600-SAVE-REGISTRY.
023400     IF REG-OVERFLOW = "Y"
023500         DISPLAY "PLAYERS.REG HOLDS MORE THAN 500 PLAYERS - "
023600                 "NOT SAVED"
023700         GO TO 1600-EXIT.
023800     OPEN OUTPUT REGISTRY-FILE.
023900     IF REGISTRY-STATUS NOT = "00" AND REGISTRY-STATUS NOT = "05"
024000         DISPLAY "CANNOT REWRITE PLAYERS.REG, STATUS "
024100                 REGISTRY-STATUS
024200         GO TO 1600-EXIT.
024300     PERFORM 1610-SAVE-ONE THRU 1610-EXIT
024400         VARYING RG-IX FROM 1 BY 1
024500         UNTIL RG-IX > REG-COUNT.
024600     CLOSE REGISTRY-FILE.
024700     MOVE "PLAYERS.REG" TO JOURNAL-FILE.
024800     MOVE REG-COUNT TO JOURNAL-BEFORE JOURNAL-AFTER.
024900     PERFORM 8500-JOURNAL THRU 8500-EXIT.
025000 1600-EXIT.
025100     EXIT.
025200 1610-SAVE-ONE.
025300     WRITE REGISTRY-RECORD FROM REG-LINE(RG-IX).
025400 1610-EXIT.
025500     EXIT.
025600******************************************************************
025700*  1700-LOAD-CODES - DEPT.CODES INTO THE TABLE.                  *
025800******************************************************************
025900 1700-LOAD-CODES.
026000     MOVE ZERO TO DEPT-COUNT OLD-DEPT-COUNT.
026100     MOVE "N" TO DEPT-OVERFLOW.
026200     MOVE "N" TO EOF-SW.
026300     OPEN INPUT DEPT-FILE.
026400     IF DEPT-STATUS NOT = "00"
026500         IF DEPT-STATUS = "05"
026600             CLOSE DEPT-FILE
026700         END-IF
026800         GO TO 1700-EXIT.
026900     PERFORM 1710-ONE-CODE THRU 1710-EXIT
027000         UNTIL FILE-AT-END.
027100     CLOSE DEPT-FILE.
027200 1700-EXIT.
027300     EXIT.
027400 1710-ONE-CODE.
027500     READ DEPT-FILE
027600         AT END
027700             MOVE "Y" TO EOF-SW
027800             GO TO 1710-EXIT
027900     END-READ.
028000     IF DEPT-RECORD = SPACES
028100         GO TO 1710-EXIT.
028200     IF DEPT-COUNT >= 100
028300         MOVE "Y" TO DEPT-OVERFLOW
028400         GO TO 1710-EXIT.
028500     ADD 1 TO DEPT-COUNT.
028600     ADD 1 TO OLD-DEPT-COUNT.
028700     MOVE DEPT-RECORD TO DEPT-LINE(DEPT-COUNT).
028800 1710-EXIT.
028900     EXIT.
029000******************************************************************
029100*  1800-SAVE-CODES - THE TABLE BACK TO DEPT.CODES.               *
029200******************************************************************
029300 1800-SAVE-CODES.
029400     IF DEPT-OVERFLOW = "Y"
029500         DISPLAY "DEPT.CODES HOLDS MORE THAN 100 CODES - "
029600                 "NOT SAVED"
029700         GO TO 1800-EXIT.
029800     OPEN OUTPUT DEPT-FILE.
029900     IF DEPT-STATUS NOT = "00" AND DEPT-STATUS NOT = "05"
030000         DISPLAY "CANNOT REWRITE DEPT.CODES, STATUS " DEPT-STATUS
030100         GO TO 1800-EXIT.
030200     PERFORM 1810-SAVE-ONE THRU 1810-EXIT
030300         VARYING DP-IX FROM 1 BY 1
030400         UNTIL DP-IX > DEPT-COUNT.
030500     CLOSE DEPT-FILE.
030600     MOVE "DEPT.CODES" TO JOURNAL-FILE.
030700     MOVE OLD-DEPT-COUNT TO JOURNAL-BEFORE.
030800     MOVE DEPT-COUNT TO JOURNAL-AFTER.
030900     PERFORM 8500-JOURNAL THRU 8500-EXIT.
031000 1800-EXIT.
031100     EXIT.
031200 1810-SAVE-ONE.
031300     WRITE DEPT-RECORD FROM DEPT-LINE(DP-IX).
031400 1810-EXIT.
031500     EXIT.
031600******************************************************************
031700*  2000-SHOW-MENU - THE WHOLE USER INTERFACE.                    *
031800******************************************************************
031900 2000-SHOW-MENU.
032000     DISPLAY " ".
032100     DISPLAY "*** PLAYER DEPARTMENTS ***".
032200     DISPLAY "  L - LIST PLAYERS AND THEIR DEPARTMENTS".
032300     DISPLAY "  U - LIST PLAYERS WITH NO DEPARTMENT".
032400     DISPLAY "  S - SET A PLAYER'S DEPARTMENT".
032500     DISPLAY "  D - LIST DEPARTMENT CODES".
032600     DISPLAY "  A - ADD OR RENAME A DEPARTMENT CODE".
032700     DISPLAY "  R - REMOVE A DEPARTMENT CODE".
032800     DISPLAY "  Q - QUIT".
032900     DISPLAY "CHOICE: " WITH NO ADVANCING.
033000     MOVE SPACE TO MENU-CHOICE.
033100     ACCEPT MENU-CHOICE.
033200 2000-EXIT.
033300     EXIT.
033400******************************************************************
033500*  3000-LIST-PLAYERS - ONE LINE PER PLAYER WITH THE DEPARTMENT.  *
033600******************************************************************
033700 3000-LIST-PLAYERS.
033800     PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.
033900     PERFORM 1700-LOAD-CODES THRU 1700-EXIT.
034000     MOVE ZERO TO SHOWN-COUNT.
034100     PERFORM 3010-LIST-ONE THRU 3010-EXIT
034200         VARYING RG-IX FROM 1 BY 1
034300         UNTIL RG-IX > REG-COUNT.
034400     MOVE SHOWN-COUNT TO ED-COUNT.
034500     DISPLAY ED-COUNT " PLAYER(S) LISTED".
034600 3000-EXIT.
034700     EXIT.
034800 3010-LIST-ONE.
034900     MOVE REG-LINE(RG-IX) TO REG-VIEW.
035000     PERFORM 8300-FORMAT-PLAYER THRU 8300-EXIT.
035100     DISPLAY SHOW-LINE(1:79).
035200     ADD 1 TO SHOWN-COUNT.
035300 3010-EXIT.
035400     EXIT.
035500******************************************************************
035600*  3100-LIST-UNASSIGNED - THE PLAYERS WHOSE MINUTES THE          *
035700*  CHARGEBACK CANNOT PLACE: NO CODE, OR A CODE NO LONGER IN      *
035800*  DEPT.CODES.                                                   *
035900******************************************************************
036000 3100-LIST-UNASSIGNED.
036100     PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.
036200     PERFORM 1700-LOAD-CODES THRU 1700-EXIT.
036300     MOVE ZERO TO SHOWN-COUNT.
036400     PERFORM 3110-TRY-ONE THRU 3110-EXIT
036500         VARYING RG-IX FROM 1 BY 1
036600         UNTIL RG-IX > REG-COUNT.
036700     MOVE SHOWN-COUNT TO ED-COUNT.
036800     DISPLAY ED-COUNT " PLAYER(S) WITH NO DEPARTMENT".
036900 3100-EXIT.
037000     EXIT.
037100 3110-TRY-ONE.
037200     MOVE REG-LINE(RG-IX) TO REG-VIEW.
037300     IF RV-DEPT NOT = SPACES
037400         MOVE RV-DEPT TO ENTRY-CODE
037500         PERFORM 4950-FIND-CODE THRU 4950-EXIT
037600         IF DEPT-HIT NOT = ZERO
037700             GO TO 3110-EXIT.
037800     PERFORM 8300-FORMAT-PLAYER THRU 8300-EXIT.
037900     DISPLAY SHOW-LINE(1:79).
038000     ADD 1 TO SHOWN-COUNT.
038100 3110-EXIT.
038200     EXIT.
038300******************************************************************
038400*  3200-SET-DEPARTMENT - GIVE A REGISTERED PLAYER A CODE FROM    *
038500*  DEPT.CODES.  A SINGLE "-" CLEARS THE PLAYER'S DEPARTMENT;     *
038600*  ENTER ALONE LEAVES IT AS IT IS.  THE REGISTRY IS READ AGAIN   *
038650*  ONCE THE CODE IS TYPED, SO WHAT ARCADE WROTE MEANWHILE STAYS. *
038700******************************************************************
038800 3200-SET-DEPARTMENT.
038900     DISPLAY "PLAYER NAME: " WITH NO ADVANCING.
039000     MOVE SPACES TO ENTRY-NAME.
039100     ACCEPT ENTRY-NAME.
039200     MOVE FUNCTION UPPER-CASE(ENTRY-NAME) TO ENTRY-NAME.
039300     MOVE FUNCTION TRIM(ENTRY-NAME) TO ENTRY-NAME.
039400     IF ENTRY-NAME = SPACES
039500         GO TO 3200-EXIT.
039600     PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.
039700     PERFORM 1700-LOAD-CODES THRU 1700-EXIT.
039800     PERFORM 3950-FIND-PLAYER THRU 3950-EXIT.
039900     IF REG-HIT = ZERO
040000         DISPLAY "NOT IN PLAYERS.REG: " FUNCTION TRIM(ENTRY-NAME)
040100         GO TO 3200-EXIT.
040200     MOVE REG-LINE(REG-HIT) TO REG-VIEW.
040300     PERFORM 8300-FORMAT-PLAYER THRU 8300-EXIT.
040400     DISPLAY SHOW-LINE(1:79).
040500     DISPLAY "DEPARTMENT CODE (- TO CLEAR): " WITH NO ADVANCING.
040600     MOVE SPACES TO ENTRY-CODE.
040700     ACCEPT ENTRY-CODE.
040800     MOVE FUNCTION UPPER-CASE(ENTRY-CODE) TO ENTRY-CODE.
040900     MOVE FUNCTION TRIM(ENTRY-CODE) TO ENTRY-CODE.
041000     IF ENTRY-CODE = SPACES
041100         GO TO 3200-EXIT.
041200     IF ENTRY-CODE = "-"
041300         IF RV-DEPT = SPACES
041400             DISPLAY "NO DEPARTMENT TO CLEAR"
041500             GO TO 3200-EXIT
041600         END-IF
041700         MOVE SPACES TO ENTRY-CODE
041800         MOVE "CLEAR" TO JOURNAL-MODE
041900     ELSE
042000         PERFORM 4950-FIND-CODE THRU 4950-EXIT
042100         IF DEPT-HIT = ZERO
042200             DISPLAY "NOT A DEPARTMENT CODE: "
042300                     FUNCTION TRIM(ENTRY-CODE)
042400                     " (D LISTS THEM, A ADDS ONE)"
042500             GO TO 3200-EXIT
042600         END-IF
042700         MOVE "SET" TO JOURNAL-MODE.
042712     PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.
042724     PERFORM 3950-FIND-PLAYER THRU 3950-EXIT.
042736     IF REG-HIT = ZERO
042748         DISPLAY "NO LONGER IN PLAYERS.REG: "
042760                 FUNCTION TRIM(ENTRY-NAME)
042772         GO TO 3200-EXIT.
042784     MOVE REG-LINE(REG-HIT) TO REG-VIEW.
042800     IF ENTRY-CODE = RV-DEPT
042900         DISPLAY "NO CHANGE"
043000         GO TO 3200-EXIT.
043100     MOVE SPACES TO JOURNAL-TEXT.
043200     STRING RV-NAME " " RV-DEPT " TO " ENTRY-CODE
043300         DELIMITED BY SIZE INTO JOURNAL-TEXT.
043400     MOVE ENTRY-CODE TO RV-DEPT.
043500     MOVE REG-VIEW TO REG-LINE(REG-HIT).
043600     PERFORM 1600-SAVE-REGISTRY THRU 1600-EXIT.
043700     PERFORM 8300-FORMAT-PLAYER THRU 8300-EXIT.
043800     DISPLAY SHOW-LINE(1:79).
043900 3200-EXIT.
044000     EXIT.
044100******************************************************************
044200*  3950-FIND-PLAYER - REG-HIT = THE TABLE ROW FOR ENTRY-NAME     *
044300*  (CASE DOES NOT MATTER), OR ZERO.                              *
044400******************************************************************
044500 3950-FIND-PLAYER.
044600     MOVE ZERO TO REG-HIT.
044700     MOVE FUNCTION UPPER-CASE(ENTRY-NAME) TO MATCH-NAME.
044800     PERFORM 3960-TRY-ONE THRU 3960-EXIT
044900         VARYING RG-IX FROM 1 BY 1
045000         UNTIL RG-IX > REG-COUNT OR REG-HIT NOT = ZERO.
045100 3950-EXIT.
045200     EXIT.
045300 3960-TRY-ONE.
045400     MOVE REG-LINE(RG-IX) TO REG-VIEW.
045500     MOVE FUNCTION UPPER-CASE(RV-NAME) TO TABLE-NAME.
045600     IF TABLE-NAME = MATCH-NAME
045700         MOVE RG-IX TO REG-HIT.
045800 3960-EXIT.
045900     EXIT.
046000******************************************************************
046100*  4000-LIST-CODES - EVERY DEPARTMENT WITH ITS NAME AND HOW MANY *
046200*  PLAYERS CARRY IT.                                             *
046300******************************************************************
046400 4000-LIST-CODES.
046500     PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.
046600     PERFORM 1700-LOAD-CODES THRU 1700-EXIT.
046700     PERFORM 4010-LIST-ONE THRU 4010-EXIT
046800         VARYING DP-IX FROM 1 BY 1
046900         UNTIL DP-IX > DEPT-COUNT.
047000     MOVE DEPT-COUNT TO ED-COUNT.
047100     DISPLAY ED-COUNT " DEPARTMENT CODE(S) LISTED".
047200 4000-EXIT.
047300     EXIT.
047400 4010-LIST-ONE.
047500     MOVE DEPT-LINE(DP-IX) TO DEPT-VIEW.
047600     PERFORM 4900-COUNT-CARRIERS THRU 4900-EXIT.
047700     MOVE CARRY-COUNT TO ED-COUNT.
047800     MOVE SPACES TO SHOW-LINE.
047900     STRING DV-CODE " " DV-NAME " " ED-COUNT " PLAYER(S)"
048000         DELIMITED BY SIZE INTO SHOW-LINE.
048100     DISPLAY SHOW-LINE(1:79).
048200 4010-EXIT.
048300     EXIT.
048400******************************************************************
048500*  4200-ADD-CODE - A NEW DEPARTMENT CODE, OR A NEW NAME FOR ONE  *
048600*  ALREADY ON FILE.  THE CODE ITSELF NEVER CHANGES, SINCE THE    *
048700*  PLAYERS CARRY IT.                                             *
048800******************************************************************
048900 4200-ADD-CODE.
049000     PERFORM 4800-ASK-CODE THRU 4800-EXIT.
049100     IF NOT ENTRY-IS-OK
049200         GO TO 4200-EXIT.
049300     PERFORM 1700-LOAD-CODES THRU 1700-EXIT.
049400     PERFORM 4950-FIND-CODE THRU 4950-EXIT.
049500     IF DEPT-HIT = ZERO
049600         IF DEPT-COUNT >= 100
049700             DISPLAY "DEPT.CODES IS FULL (100 CODES)"
049800             GO TO 4200-EXIT
049900         END-IF
050000         MOVE SPACES TO DEPT-VIEW
050100         MOVE ENTRY-CODE TO DV-CODE
050200         DISPLAY "NEW DEPARTMENT CODE"
050300     ELSE
050400         MOVE DEPT-LINE(DEPT-HIT) TO DEPT-VIEW
050500         DISPLAY "NOW: " DV-CODE " " DV-NAME.
050600     DISPLAY "DEPARTMENT NAME: " WITH NO ADVANCING.
050700     MOVE SPACES TO ENTRY-DEPT-NAME.
050800     ACCEPT ENTRY-DEPT-NAME.
050900     MOVE FUNCTION UPPER-CASE(ENTRY-DEPT-NAME) TO ENTRY-DEPT-NAME.
051000     MOVE FUNCTION TRIM(ENTRY-DEPT-NAME) TO ENTRY-DEPT-NAME.
051100     IF ENTRY-DEPT-NAME = SPACES
051200         DISPLAY "A DEPARTMENT NEEDS A NAME - NOTHING CHANGED"
051300         GO TO 4200-EXIT.
051400     IF ENTRY-DEPT-NAME = DV-NAME
051500         DISPLAY "NO CHANGE"
051600         GO TO 4200-EXIT.
051700     MOVE ENTRY-DEPT-NAME TO DV-NAME.
051800     IF DEPT-HIT = ZERO
051900         ADD 1 TO DEPT-COUNT
052000         MOVE DEPT-COUNT TO DEPT-HIT
052100         MOVE "ADD" TO JOURNAL-MODE
052200     ELSE
052300         MOVE "RENAME" TO JOURNAL-MODE.
052400     MOVE DEPT-VIEW TO DEPT-LINE(DEPT-HIT).
052500     MOVE DEPT-VIEW TO JOURNAL-TEXT.
052600     PERFORM 1800-SAVE-CODES THRU 1800-EXIT.
052700     DISPLAY "SAVED: " DV-CODE " " DV-NAME.
052800 4200-EXIT.
052900     EXIT.
053000******************************************************************
053100*  4400-REMOVE-CODE - TAKE A CODE OFF DEPT.CODES.  A CODE STILL  *
053200*  CARRIED BY A PLAYER IS REFUSED: MOVE THE PLAYERS FIRST.       *
053300******************************************************************
053400 4400-REMOVE-CODE.
053500     PERFORM 4800-ASK-CODE THRU 4800-EXIT.
053600     IF NOT ENTRY-IS-OK
053700         GO TO 4400-EXIT.
053800     PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT.
053900     PERFORM 1700-LOAD-CODES THRU 1700-EXIT.
054000     PERFORM 4950-FIND-CODE THRU 4950-EXIT.
054100     IF DEPT-HIT = ZERO
054200         DISPLAY "NOT IN DEPT.CODES: " FUNCTION TRIM(ENTRY-CODE)
054300         GO TO 4400-EXIT.
054400     MOVE DEPT-LINE(DEPT-HIT) TO DEPT-VIEW.
054500     PERFORM 4900-COUNT-CARRIERS THRU 4900-EXIT.
054600     IF CARRY-COUNT NOT = ZERO
054700         MOVE CARRY-COUNT TO ED-COUNT
054800         DISPLAY FUNCTION TRIM(ENTRY-CODE) " IS STILL CARRIED BY "
054900                 ED-COUNT " PLAYER(S) - NOT REMOVED"
055000         GO TO 4400-EXIT.
055100     DISPLAY "REMOVE " DV-CODE " " DV-NAME " (Y/N)? "
055200             WITH NO ADVANCING.
055300     MOVE SPACE TO ENTRY-ANSWER.
055400     ACCEPT ENTRY-ANSWER.
055500     IF ENTRY-ANSWER NOT = "Y" AND ENTRY-ANSWER NOT = "y"
055600         GO TO 4400-EXIT.
055700     PERFORM 4410-CLOSE-UP THRU 4410-EXIT
055800         VARYING DP-IX FROM DEPT-HIT BY 1
055900         UNTIL DP-IX >= DEPT-COUNT.
056000     SUBTRACT 1 FROM DEPT-COUNT.
056100     MOVE "REMOVE" TO JOURNAL-MODE.
056200     MOVE DEPT-VIEW TO JOURNAL-TEXT.
056300     PERFORM 1800-SAVE-CODES THRU 1800-EXIT.
056400     DISPLAY "REMOVED " FUNCTION TRIM(ENTRY-CODE).
056500 4400-EXIT.
056600     EXIT.
056700 4410-CLOSE-UP.
056800     MOVE DEPT-LINE(DP-IX + 1) TO DEPT-LINE(DP-IX).
056900 4410-EXIT.
057000     EXIT.
057100******************************************************************
057200*  4800-ASK-CODE - A DEPARTMENT CODE FROM THE OPERATOR: ONE TO   *
057300*  EIGHT LETTERS, DIGITS OR HYPHENS.                             *
057400******************************************************************
057500 4800-ASK-CODE.
057600     MOVE "N" TO ENTRY-OK.
057700     DISPLAY "DEPARTMENT CODE: " WITH NO ADVANCING.
057800     MOVE SPACES TO ENTRY-CODE.
057900     ACCEPT ENTRY-CODE.
058000     MOVE FUNCTION UPPER-CASE(ENTRY-CODE) TO ENTRY-CODE.
058100     MOVE FUNCTION TRIM(ENTRY-CODE) TO ENTRY-CODE.
058200     IF ENTRY-CODE = SPACES
058300         GO TO 4800-EXIT.
058400     MOVE ZERO TO BAD-COUNT.
058500     PERFORM 4810-CHECK-CHAR THRU 4810-EXIT
058600         VARYING DP-IX FROM 1 BY 1 UNTIL DP-IX > 8.
058700     IF BAD-COUNT NOT = ZERO OR ENTRY-CODE = "-"
058800         DISPLAY "A CODE IS LETTERS, DIGITS AND - ONLY"
058900         GO TO 4800-EXIT.
059000     MOVE "Y" TO ENTRY-OK.
059100 4800-EXIT.
059200     EXIT.
059300 4810-CHECK-CHAR.
059400     IF ENTRY-CODE(DP-IX:) = SPACES
059500         GO TO 4810-EXIT.
059600     IF ENTRY-CODE(DP-IX:1) IS NOT ALPHABETIC-UPPER
059700        AND ENTRY-CODE(DP-IX:1) IS NOT NUMERIC
059800        AND ENTRY-CODE(DP-IX:1) NOT = "-"
059900         ADD 1 TO BAD-COUNT.
060000     IF ENTRY-CODE(DP-IX:1) = SPACE
060100         ADD 1 TO BAD-COUNT.
060200 4810-EXIT.
060300     EXIT.
060400******************************************************************
060500*  4900-COUNT-CARRIERS - CARRY-COUNT = PLAYERS WHOSE DEPARTMENT  *
060600*  IS DV-CODE.                                                   *
060700******************************************************************
060800 4900-COUNT-CARRIERS.
060900     MOVE ZERO TO CARRY-COUNT.
061000     PERFORM 4910-COUNT-ONE THRU 4910-EXIT
061100         VARYING RG-IX FROM 1 BY 1
061200         UNTIL RG-IX > REG-COUNT.
061300 4900-EXIT.
061400     EXIT.
061500 4910-COUNT-ONE.
061600     MOVE REG-LINE(RG-IX) TO REG-VIEW.
061700     IF RV-DEPT = DV-CODE
061800         ADD 1 TO CARRY-COUNT.
061900 4910-EXIT.
062000     EXIT.
062100******************************************************************
062200*  4950-FIND-CODE - DEPT-HIT = THE TABLE ROW FOR ENTRY-CODE, OR  *
062300*  ZERO.  DEPT-VIEW IS LEFT ALONE.                               *
062400******************************************************************
062500 4950-FIND-CODE.
062600     MOVE ZERO TO DEPT-HIT.
062700     PERFORM 4960-TRY-ONE THRU 4960-EXIT
062800         VARYING DP-IX FROM 1 BY 1
062900         UNTIL DP-IX > DEPT-COUNT OR DEPT-HIT NOT = ZERO.
063000 4950-EXIT.
063100     EXIT.
063200 4960-TRY-ONE.
063300     IF DEPT-LINE(DP-IX)(1:8) = ENTRY-CODE
063400         MOVE DP-IX TO DEPT-HIT.
063500 4960-EXIT.
063600     EXIT.
063700******************************************************************
063800*  8300-FORMAT-PLAYER - SHOW-LINE = THE PLAYER, THE DEPARTMENT   *
063900*  CODE AND ITS NAME.                                            *
064000******************************************************************
064100 8300-FORMAT-PLAYER.
064200     MOVE SPACES TO SHOW-LINE.
064300     MOVE RV-NAME TO SHOW-LINE(1:12).
064400     IF RV-DEPT = SPACES
064500         MOVE "(NO DEPARTMENT)" TO SHOW-LINE(14:15)
064600         GO TO 8300-EXIT.
064700     MOVE RV-DEPT TO SHOW-LINE(14:8).
064800     MOVE RV-DEPT TO ENTRY-CODE.
064900     PERFORM 4950-FIND-CODE THRU 4950-EXIT.
065000     IF DEPT-HIT = ZERO
065100         MOVE "(NOT IN DEPT.CODES)" TO SHOW-LINE(23:19)
065200     ELSE
065300         MOVE DEPT-LINE(DEPT-HIT)(10:30) TO SHOW-LINE(23:30).
065400 8300-EXIT.
065500     EXIT.
065600******************************************************************
065700*  8500-JOURNAL - ONE OPERATOR JOURNAL LINE FOR THE CHANGE.      *
065800******************************************************************
065900 8500-JOURNAL.
066000     MOVE SPACES TO OPJNL-AREA.
066100     MOVE "DEPTMAIN" TO OPJ-PROGRAM.
066200     MOVE JOURNAL-MODE TO OPJ-MODE.
066300     MOVE JOURNAL-FILE TO OPJ-FILE.
066400     MOVE JOURNAL-BEFORE TO OPJ-BEFORE.
066500     MOVE JOURNAL-AFTER TO OPJ-AFTER.
066600     MOVE "RECS" TO OPJ-UNIT.
066700     MOVE JOURNAL-TEXT TO OPJ-PARAMS.
066800     CALL "OPJNL" USING OPJNL-AREA.
066900 8500-EXIT.
067000     EXIT.
067100 END PROGRAM DEPTMAINT.
