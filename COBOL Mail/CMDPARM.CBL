000010 *>
000020 *>  Source Module: CMDPARM.CBL
000030 *>
000040 *>  Parameter checking for RUNJOB.  A CMDJOBS.LST job may declare
000050 *>  the parameters it takes on "+" lines directly under its job
000060 *>  line; the requester supplies them in the command mail's
000070 *>  body, one NAME=VALUE per line, and READER (when it accepts
000080 *>  the command) and CMDEXEC (before it runs it) both call this
000090 *>  module with the job name and the NAME=VALUE list.  It
000100 *>  checks every value against its declaration, refuses anything
000110 *>  missing, unknown or out of range with a reason fit for the
000120 *>  reply, and hands back the job's command with the values put
000130 *>  in.
000140 *>
000150 *>  CMDJOBS.LST:
000160 *>    job line    cols 1-8   job name      cols 10-80 command
000170 *>    "+" line    col  1     "+"           cols 2-9   parameter
000180 *>                cols 11-19 type          cols 21-80 range
000182 *>    "!" line    col  1     "!"           run limits, read by
000184 *>                CMDEXEC and passed over here
000190 *>  Types and ranges:
000200 *>    YYYYMM      a month; range lo-hi (e.g. 202401-202612) or
000210 *>                LAST n (the current month and the n before it)
000220 *>    DATE        a YYYYMMDD date; range lo-hi or LAST n (days)
000230 *>    DATERANGE   YYYYMMDD-YYYYMMDD, from not after to; both ends
000240 *>                are held to the range as for DATE
000250 *>    NUMBER      up to nine digits; range lo-hi
000260 *>    LIST        one of the comma-separated values in the range
000270 *>                column (case-blind; the listed spelling is
000280 *>                what the command gets)
000290 *>  A blank range takes any well-formed value.  Every declared
000300 *>  parameter must be supplied.
000310 *>
000320 *>  In the command {NAME} is replaced by the value; a DATERANGE
000330 *>  gives "from to" there, and {NAME-FROM} / {NAME-TO} give the
000340 *>  ends separately.  The types admit only digits and the fixed
000350 *>  list values, so nothing a requester types reaches the shell
000360 *>  except what CMDJOBS.LST already allows.  Example:
000370 *>    SENDSTAT printf '{MONTH}\n' | ./sendstat
000380 *>    +MONTH    YYYYMM    LAST 12
000390 *>    LOGFETCH printf '%s\n' {FILE} {RANGE} | ./logfetch
000400 *>    +FILE     LIST      SEND.LOG,CALC.LOG,ARCADE.USE
000410 *>    +RANGE    DATERANGE LAST 90
000420 *>
000430 *>  CP-RESULT comes back Y (valid, CP-COMMAND is the command to
000440 *>  run) or N (refused, CP-REASON says why).
000450 *>
000460
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.    CMDPARM.
000490 AUTHOR.        Operations Support Group.
000500 INSTALLATION.  Mail terminals.
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OPTIONAL CMDJOBS-FILE ASSIGN TO "CMDJOBS.LST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CMDJOBS-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CMDJOBS-FILE.
000630 01  CMDJOBS-RECORD           PIC X(80).
000640
000650 WORKING-STORAGE SECTION.
000660  01  WS-CMDJOBS-STATUS     PIC XX VALUE "99".
000670  01  WS-EOF                PIC X VALUE "N".
000680
000690 *> The job's command and the parameters it declares.
000700  01  JOB-FOUND             PIC X VALUE "N".
000710  01  JOB-DONE              PIC X VALUE "N".
000720  01  JOB-COMMAND           PIC X(71).
000730  01  DECL-COUNT            PIC S9(4) COMP-5 VALUE 0.
000740  01  DECL-TABLE.
000750      05  DECL-ROW OCCURS 10 TIMES.
000760          10  DC-NAME       PIC X(8).
000770          10  DC-TYPE       PIC X(9).
000780          10  DC-RANGE      PIC X(60).
000790          10  DC-VALUE      PIC X(40).
000800          10  DC-GIVEN      PIC X.
000810  01  DC-IX                 PIC S9(4) COMP-5.
000820  01  DC-HIT                PIC S9(4) COMP-5.
000830
000840 *> The NAME=VALUE pairs as supplied.
000850  01  PARM-WORDS.
000860      05  PARM-WORD OCCURS 11 TIMES PIC X(50).
000870  01  PARM-IX               PIC S9(4) COMP-5.
000880  01  PARM-NAME             PIC X(50).
000890  01  PARM-VALUE            PIC X(50).
000900
000910 *> Checking one value.
000920  01  TODAY-YMD             PIC 9(8).
000930  01  TODAY-YMD-X REDEFINES TODAY-YMD.
000940      05  TODAY-YYYY        PIC 9(4).
000950      05  TODAY-MM          PIC 9(2).
000960      05  FILLER            PIC 9(2).
000970  01  MONTH-WORK            PIC X(6).
000980  01  MONTH-WORK-N REDEFINES MONTH-WORK.
000990      05  MW-YYYY           PIC 9(4).
001000      05  MW-MM             PIC 9(2).
001010  01  TODAY-MONTHS          PIC 9(9).
001020  01  CHK-TEXT              PIC X(40).
001030  01  CHK-LEN               PIC S9(4) COMP-5.
001040  01  CHK-OK                PIC X.
001050  01  CHK-DATE              PIC X(8).
001060  01  CHK-DATE-N REDEFINES CHK-DATE.
001070      05  CHK-YYYY          PIC 9(4).
001080      05  CHK-MM            PIC 9(2).
001090      05  CHK-DD            PIC 9(2).
001100  01  CHK-MONTH-DAYS        PIC 9(2).
001110  01  CHK-NUMBER            PIC 9(9).
001120  01  RANGE-LO              PIC 9(9).
001130  01  RANGE-HI              PIC 9(9).
001140  01  RANGE-LO-X            PIC X(20).
001150  01  RANGE-HI-X            PIC X(20).
001160  01  RANGE-BACK            PIC 9(9).
001170  01  RANGE-SHOWN           PIC X(30).
001180  01  RANGE-ED              PIC 9(8).
001190  01  FROM-DATE             PIC X(8).
001200  01  TO-DATE               PIC X(8).
001210  01  LIST-ITEM             PIC X(40).
001220  01  LIST-PTR              PIC S9(4) COMP-5.
001230  01  LIST-UPPER            PIC X(40).
001240
001250 *> Building the command.
001260  01  CMD-IN-IX             PIC S9(4) COMP-5.
001270  01  CMD-OUT-PTR           PIC S9(4) COMP-5.
001280  01  CMD-CLOSE             PIC S9(4) COMP-5.
001290  01  CMD-KEY               PIC X(20).
001300  01  KEY-FROM              PIC X(20).
001310  01  KEY-TO                PIC X(20).
001320  01  CMD-KEY-LEN           PIC S9(4) COMP-5.
001330  01  CMD-PIECE             PIC X(40).
001340  01  CMD-OVERFLOW          PIC X VALUE "N".
001350
001360 LINKAGE SECTION.
001370  01  CMDPARM-AREA.
001380      05  CP-JOB            PIC X(8).
001390      05  CP-PARMS          PIC X(190).
001400      05  CP-RESULT         PIC X.
001410      05  CP-REASON         PIC X(60).
001420      05  CP-COMMAND        PIC X(250).
001430
001440 PROCEDURE DIVISION USING CMDPARM-AREA.
001450
001460      MOVE "N" TO CP-RESULT
001470      MOVE SPACES TO CP-REASON
001480      MOVE SPACES TO CP-COMMAND
001490      ACCEPT TODAY-YMD FROM DATE YYYYMMDD
001500      COMPUTE TODAY-MONTHS = TODAY-YYYY * 12 + TODAY-MM
001510      PERFORM LOAD-JOB-DECLARATIONS
001520      IF JOB-FOUND NOT = "Y" THEN
001530        MOVE "THE JOB IS NOT IN CMDJOBS.LST" TO CP-REASON
001540        GOBACK
001550      END-IF
001560      PERFORM TAKE-SUPPLIED-PARMS THRU TAKE-SUPPLIED-EXIT
001570      IF CP-REASON NOT = SPACES THEN
001580        GOBACK
001590      END-IF
001600      PERFORM VARYING DC-IX FROM 1 BY 1
001610              UNTIL DC-IX > DECL-COUNT OR CP-REASON NOT = SPACES
001620        PERFORM CHECK-ONE-DECLARED THRU CHECK-ONE-EXIT
001630      END-PERFORM
001640      IF CP-REASON NOT = SPACES THEN
001650        GOBACK
001660      END-IF
001670      PERFORM BUILD-COMMAND
001680      IF CMD-OVERFLOW = "Y" THEN
001690        MOVE "THE COMMAND IS TOO LONG WITH THESE VALUES"
001700          TO CP-REASON
001710        GOBACK
001720      END-IF
001730      MOVE "Y" TO CP-RESULT
001740      GOBACK.
001750
001760 *> The job line and the "+" lines that follow it.
001770  LOAD-JOB-DECLARATIONS.
001780      MOVE "N" TO JOB-FOUND
001790      MOVE "N" TO JOB-DONE
001800      MOVE 0 TO DECL-COUNT
001810      MOVE SPACES TO JOB-COMMAND
001820      OPEN INPUT CMDJOBS-FILE
001830      IF WS-CMDJOBS-STATUS = "00" THEN
001840        MOVE "N" TO WS-EOF
001850        PERFORM LOAD-ONE-LINE
001860            UNTIL WS-EOF = "Y" OR JOB-DONE = "Y"
001870        CLOSE CMDJOBS-FILE
001880      ELSE
001890        IF WS-CMDJOBS-STATUS = "05" THEN
001900          CLOSE CMDJOBS-FILE
001910        END-IF
001920      END-IF
001930      .
001940
001950  LOAD-ONE-LINE.
001960      READ CMDJOBS-FILE
001970          AT END
001980            MOVE "Y" TO WS-EOF
001990          NOT AT END
002000            IF CMDJOBS-RECORD NOT = SPACES THEN
002010              IF CMDJOBS-RECORD(1:1) = "+" THEN
002020                IF JOB-FOUND = "Y" AND DECL-COUNT < 10 THEN
002030                  ADD 1 TO DECL-COUNT
002040                  MOVE FUNCTION UPPER-CASE(CMDJOBS-RECORD(2:8))
002050                    TO DC-NAME(DECL-COUNT)
002060                  MOVE FUNCTION UPPER-CASE(CMDJOBS-RECORD(11:9))
002070                    TO DC-TYPE(DECL-COUNT)
002080                  MOVE FUNCTION UPPER-CASE(CMDJOBS-RECORD(21:60))
002090                    TO DC-RANGE(DECL-COUNT)
002100                  MOVE SPACES TO DC-VALUE(DECL-COUNT)
002110                  MOVE "N" TO DC-GIVEN(DECL-COUNT)
002120                END-IF
002130              ELSE
002132 *> a "!" line holds CMDEXEC's run limits for the job
002134                IF CMDJOBS-RECORD(1:1) NOT = "!" THEN
002140                  IF JOB-FOUND = "Y" THEN
002150                    MOVE "Y" TO JOB-DONE
002160                  ELSE
002170                    IF CMDJOBS-RECORD(1:8) = CP-JOB THEN
002180                      MOVE "Y" TO JOB-FOUND
002190                      MOVE CMDJOBS-RECORD(10:71) TO JOB-COMMAND
002200                    END-IF
002210                  END-IF
002215                END-IF
002220              END-IF
002230            END-IF
002240      END-READ
002250      .
002260
002270 *> Split the NAME=VALUE list and pair each with its declaration.
002280  TAKE-SUPPLIED-PARMS.
002290      MOVE SPACES TO PARM-WORDS
002300      UNSTRING CP-PARMS DELIMITED BY ALL SPACE
002310          INTO PARM-WORD(1) PARM-WORD(2) PARM-WORD(3)
002320               PARM-WORD(4) PARM-WORD(5) PARM-WORD(6)
002330               PARM-WORD(7) PARM-WORD(8) PARM-WORD(9)
002340               PARM-WORD(10) PARM-WORD(11)
002350      END-UNSTRING
002360      IF PARM-WORD(1) = SPACES THEN
002370        MOVE PARM-WORD(2) TO PARM-WORD(1)
002380      END-IF
002390      IF PARM-WORD(11) NOT = SPACES THEN
002400        MOVE "TOO MANY PARAMETERS - AT MOST 10" TO CP-REASON
002410        GO TO TAKE-SUPPLIED-EXIT
002420      END-IF
002430      PERFORM VARYING PARM-IX FROM 1 BY 1
002440              UNTIL PARM-IX > 10 OR CP-REASON NOT = SPACES
002450        IF PARM-WORD(PARM-IX) NOT = SPACES THEN
002460          PERFORM TAKE-ONE-PARM
002470        END-IF
002480      END-PERFORM.
002490  TAKE-SUPPLIED-EXIT.
002500      EXIT.
002510
002520  TAKE-ONE-PARM.
002530      MOVE SPACES TO PARM-NAME
002540      MOVE SPACES TO PARM-VALUE
002550      UNSTRING PARM-WORD(PARM-IX) DELIMITED BY "="
002560          INTO PARM-NAME PARM-VALUE
002570      END-UNSTRING
002580      MOVE FUNCTION UPPER-CASE(PARM-NAME) TO PARM-NAME
002590      IF PARM-NAME = SPACES OR PARM-VALUE = SPACES THEN
002600        STRING "WRITE PARAMETERS AS NAME=VALUE, NOT "
002610               PARM-WORD(PARM-IX)
002620          DELIMITED BY SIZE INTO CP-REASON
002630      ELSE
002640        MOVE 0 TO DC-HIT
002650        PERFORM VARYING DC-IX FROM 1 BY 1
002660                UNTIL DC-IX > DECL-COUNT OR DC-HIT > 0
002670          IF DC-NAME(DC-IX) = PARM-NAME THEN
002680            MOVE DC-IX TO DC-HIT
002690          END-IF
002700        END-PERFORM
002710        EVALUATE TRUE
002720          WHEN DC-HIT = 0
002730            STRING "THE JOB TAKES NO PARAMETER "
002740                   FUNCTION TRIM(PARM-NAME)
002750              DELIMITED BY SIZE INTO CP-REASON
002760          WHEN DC-GIVEN(DC-HIT) = "Y"
002770            STRING "PARAMETER " FUNCTION TRIM(PARM-NAME)
002780                   " IS GIVEN TWICE"
002790              DELIMITED BY SIZE INTO CP-REASON
002800          WHEN OTHER
002810            MOVE "Y" TO DC-GIVEN(DC-HIT)
002820            MOVE PARM-VALUE TO DC-VALUE(DC-HIT)
002830        END-EVALUATE
002840      END-IF
002850      .
002860
002870 *> One declared parameter: present, the right shape, in range.
002880  CHECK-ONE-DECLARED.
002890      IF DC-GIVEN(DC-IX) NOT = "Y" THEN
002900        STRING "PARAMETER " FUNCTION TRIM(DC-NAME(DC-IX))
002910               " (" FUNCTION TRIM(DC-TYPE(DC-IX))
002920               ") IS MISSING"
002930          DELIMITED BY SIZE INTO CP-REASON
002940        GO TO CHECK-ONE-EXIT
002950      END-IF
002960      MOVE DC-VALUE(DC-IX) TO CHK-TEXT
002970      EVALUATE DC-TYPE(DC-IX)
002980        WHEN "YYYYMM"
002990          PERFORM CHECK-MONTH-VALUE
003000        WHEN "DATE"
003010          PERFORM CHECK-DATE-VALUE
003020        WHEN "DATERANGE"
003030          PERFORM CHECK-DATERANGE-VALUE THRU CHECK-DATERANGE-EXIT
003040        WHEN "NUMBER"
003050          PERFORM CHECK-NUMBER-VALUE THRU CHECK-NUMBER-EXIT
003060        WHEN "LIST"
003070          PERFORM CHECK-LIST-VALUE
003080        WHEN OTHER
003090          STRING "CMDJOBS.LST GIVES "
003100                 FUNCTION TRIM(DC-NAME(DC-IX))
003110                 " AN UNKNOWN TYPE"
003120            DELIMITED BY SIZE INTO CP-REASON
003130      END-EVALUATE.
003140  CHECK-ONE-EXIT.
003150      EXIT.
003160
003170  CHECK-MONTH-VALUE.
003180      MOVE "N" TO CHK-OK
003190      MOVE CHK-TEXT(1:6) TO MONTH-WORK
003200      IF CHK-TEXT(7:34) = SPACES AND MONTH-WORK IS NUMERIC THEN
003210        IF MW-MM >= 1 AND MW-MM <= 12 THEN
003220          MOVE "Y" TO CHK-OK
003230        END-IF
003240      END-IF
003250      IF CHK-OK NOT = "Y" THEN
003260        PERFORM REFUSE-SHAPE
003270      ELSE
003280        COMPUTE CHK-NUMBER = MW-YYYY * 12 + MW-MM
003290        PERFORM SET-MONTH-RANGE THRU SET-MONTH-RANGE-EXIT
003300        IF CHK-NUMBER < RANGE-LO OR CHK-NUMBER > RANGE-HI THEN
003310          PERFORM REFUSE-RANGE
003320        END-IF
003330      END-IF
003340      .
003350
003360 *> Months are compared as year * 12 + month, so LAST n can step
003370 *> back across a year end.
003380  SET-MONTH-RANGE.
003390      MOVE 0 TO RANGE-LO
003400      MOVE 999999999 TO RANGE-HI
003410      MOVE SPACES TO RANGE-SHOWN
003420      IF DC-RANGE(DC-IX) = SPACES THEN
003430        GO TO SET-MONTH-RANGE-EXIT
003440      END-IF
003450      IF DC-RANGE(DC-IX)(1:5) = "LAST " THEN
003460        PERFORM TAKE-RANGE-BACK
003470        COMPUTE RANGE-LO = TODAY-MONTHS - RANGE-BACK
003480        MOVE TODAY-MONTHS TO RANGE-HI
003490        STRING "THE LAST " FUNCTION TRIM(DC-RANGE(DC-IX)(6:10))
003500               " MONTHS"
003510          DELIMITED BY SIZE INTO RANGE-SHOWN
003520      ELSE
003530        PERFORM TAKE-RANGE-BOUNDS
003540        MOVE RANGE-LO-X(1:6) TO MONTH-WORK
003550        IF MONTH-WORK IS NUMERIC THEN
003560          COMPUTE RANGE-LO = MW-YYYY * 12 + MW-MM
003570        END-IF
003580        MOVE RANGE-HI-X(1:6) TO MONTH-WORK
003590        IF MONTH-WORK IS NUMERIC THEN
003600          COMPUTE RANGE-HI = MW-YYYY * 12 + MW-MM
003610        END-IF
003620      END-IF.
003630  SET-MONTH-RANGE-EXIT.
003640      EXIT.
003650
003660  CHECK-DATE-VALUE.
003670      MOVE CHK-TEXT(1:8) TO CHK-DATE
003680      IF CHK-TEXT(9:32) NOT = SPACES THEN
003690        MOVE "N" TO CHK-OK
003700      ELSE
003710        PERFORM CHECK-CALENDAR-DATE THRU CHECK-CALENDAR-EXIT
003720      END-IF
003730      IF CHK-OK NOT = "Y" THEN
003740        PERFORM REFUSE-SHAPE
003750      ELSE
003760        MOVE CHK-DATE TO CHK-NUMBER
003770        PERFORM SET-DATE-RANGE THRU SET-DATE-RANGE-EXIT
003780        IF CHK-NUMBER < RANGE-LO OR CHK-NUMBER > RANGE-HI THEN
003790          PERFORM REFUSE-RANGE
003800        END-IF
003810      END-IF
003820      .
003830
003840  CHECK-DATERANGE-VALUE.
003850      MOVE SPACES TO FROM-DATE TO-DATE
003860      MOVE "N" TO CHK-OK
003870      IF CHK-TEXT(9:1) = "-" AND CHK-TEXT(18:23) = SPACES THEN
003880        MOVE CHK-TEXT(1:8) TO FROM-DATE
003890        MOVE CHK-TEXT(10:8) TO TO-DATE
003900        MOVE FROM-DATE TO CHK-DATE
003910        PERFORM CHECK-CALENDAR-DATE THRU CHECK-CALENDAR-EXIT
003920        IF CHK-OK = "Y" THEN
003930          MOVE TO-DATE TO CHK-DATE
003940          PERFORM CHECK-CALENDAR-DATE THRU CHECK-CALENDAR-EXIT
003950        END-IF
003960      END-IF
003970      IF CHK-OK NOT = "Y" THEN
003980        PERFORM REFUSE-SHAPE
003990        GO TO CHECK-DATERANGE-EXIT
004000      END-IF
004010      IF FROM-DATE > TO-DATE THEN
004020        STRING FUNCTION TRIM(DC-NAME(DC-IX))
004030               " STARTS AFTER IT ENDS"
004040          DELIMITED BY SIZE INTO CP-REASON
004050        GO TO CHECK-DATERANGE-EXIT
004060      END-IF
004070      PERFORM SET-DATE-RANGE THRU SET-DATE-RANGE-EXIT
004080      MOVE FROM-DATE TO CHK-NUMBER
004090      IF CHK-NUMBER < RANGE-LO OR CHK-NUMBER > RANGE-HI THEN
004100        MOVE FROM-DATE TO CHK-TEXT
004110        PERFORM REFUSE-RANGE
004120        GO TO CHECK-DATERANGE-EXIT
004130      END-IF
004140      MOVE TO-DATE TO CHK-NUMBER
004150      IF CHK-NUMBER < RANGE-LO OR CHK-NUMBER > RANGE-HI THEN
004160        MOVE TO-DATE TO CHK-TEXT
004170        PERFORM REFUSE-RANGE
004180      END-IF.
004190  CHECK-DATERANGE-EXIT.
004200      EXIT.
004210
004220  SET-DATE-RANGE.
004230      MOVE 0 TO RANGE-LO
004240      MOVE 99999999 TO RANGE-HI
004250      MOVE SPACES TO RANGE-SHOWN
004260      IF DC-RANGE(DC-IX) = SPACES THEN
004270        GO TO SET-DATE-RANGE-EXIT
004280      END-IF
004290      IF DC-RANGE(DC-IX)(1:5) = "LAST " THEN
004300        PERFORM TAKE-RANGE-BACK
004310        COMPUTE RANGE-LO = FUNCTION DATE-OF-INTEGER(
004320            FUNCTION INTEGER-OF-DATE(TODAY-YMD) - RANGE-BACK)
004330        MOVE TODAY-YMD TO RANGE-HI
004340        STRING "THE LAST " FUNCTION TRIM(DC-RANGE(DC-IX)(6:10))
004350               " DAYS"
004360          DELIMITED BY SIZE INTO RANGE-SHOWN
004370      ELSE
004380        PERFORM TAKE-RANGE-BOUNDS
004390        IF RANGE-LO-X(1:8) IS NUMERIC THEN
004400          MOVE RANGE-LO-X(1:8) TO RANGE-LO
004410        END-IF
004420        IF RANGE-HI-X(1:8) IS NUMERIC THEN
004430          MOVE RANGE-HI-X(1:8) TO RANGE-HI
004440        END-IF
004450      END-IF.
004460  SET-DATE-RANGE-EXIT.
004470      EXIT.
004480
004490  CHECK-NUMBER-VALUE.
004500      MOVE 0 TO CHK-LEN
004510      INSPECT CHK-TEXT TALLYING CHK-LEN
004520          FOR CHARACTERS BEFORE INITIAL SPACE
004530      IF CHK-LEN < 1 OR CHK-LEN > 9 THEN
004540        PERFORM REFUSE-SHAPE
004550        GO TO CHECK-NUMBER-EXIT
004560      END-IF
004570      IF CHK-TEXT(1:CHK-LEN) NOT NUMERIC
004580         OR CHK-TEXT(CHK-LEN + 1:40 - CHK-LEN) NOT = SPACES THEN
004590        PERFORM REFUSE-SHAPE
004600        GO TO CHECK-NUMBER-EXIT
004610      END-IF
004620      MOVE CHK-TEXT(1:CHK-LEN) TO CHK-NUMBER
004630      MOVE 0 TO RANGE-LO
004640      MOVE 999999999 TO RANGE-HI
004650      MOVE SPACES TO RANGE-SHOWN
004660      IF DC-RANGE(DC-IX) NOT = SPACES THEN
004670        PERFORM TAKE-RANGE-BOUNDS
004680        IF FUNCTION TRIM(RANGE-LO-X) IS NUMERIC THEN
004690          MOVE FUNCTION NUMVAL(RANGE-LO-X) TO RANGE-LO
004700        END-IF
004710        IF FUNCTION TRIM(RANGE-HI-X) IS NUMERIC THEN
004720          MOVE FUNCTION NUMVAL(RANGE-HI-X) TO RANGE-HI
004730        END-IF
004740      END-IF
004750      IF CHK-NUMBER < RANGE-LO OR CHK-NUMBER > RANGE-HI THEN
004760        PERFORM REFUSE-RANGE
004770      END-IF.
004780  CHECK-NUMBER-EXIT.
004790      EXIT.
004800
004810 *> The value must be one of the listed ones; the command gets the
004820 *> list's own spelling.
004830  CHECK-LIST-VALUE.
004840      MOVE "N" TO CHK-OK
004850      MOVE FUNCTION UPPER-CASE(CHK-TEXT) TO CHK-TEXT
004860      MOVE 1 TO LIST-PTR
004870      PERFORM UNTIL LIST-PTR > 60 OR CHK-OK = "Y"
004880        MOVE SPACES TO LIST-ITEM
004890        UNSTRING DC-RANGE(DC-IX) DELIMITED BY ","
004900            INTO LIST-ITEM WITH POINTER LIST-PTR
004910        END-UNSTRING
004920        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LIST-ITEM))
004930          TO LIST-UPPER
004940        IF LIST-UPPER = CHK-TEXT AND LIST-UPPER NOT = SPACES THEN
004950          MOVE "Y" TO CHK-OK
004960          MOVE FUNCTION TRIM(LIST-ITEM) TO DC-VALUE(DC-IX)
004970        END-IF
004980      END-PERFORM
004990      IF CHK-OK NOT = "Y" THEN
005000        STRING FUNCTION TRIM(DC-NAME(DC-IX)) " MUST BE ONE OF "
005010               DC-RANGE(DC-IX)
005020          DELIMITED BY SIZE INTO CP-REASON
005030      END-IF
005040      .
005050
005060  CHECK-CALENDAR-DATE.
005070      MOVE "N" TO CHK-OK
005080      IF CHK-DATE IS NOT NUMERIC THEN
005090        GO TO CHECK-CALENDAR-EXIT
005100      END-IF
005110      IF CHK-YYYY < 1900 OR CHK-MM < 1 OR CHK-MM > 12
005120         OR CHK-DD < 1 THEN
005130        GO TO CHECK-CALENDAR-EXIT
005140      END-IF
005150      EVALUATE CHK-MM
005160        WHEN 2
005170          IF FUNCTION MOD(CHK-YYYY, 4) = 0
005180             AND (FUNCTION MOD(CHK-YYYY, 100) NOT = 0
005190               OR FUNCTION MOD(CHK-YYYY, 400) = 0) THEN
005200            MOVE 29 TO CHK-MONTH-DAYS
005210          ELSE
005220            MOVE 28 TO CHK-MONTH-DAYS
005230          END-IF
005240        WHEN 4 WHEN 6 WHEN 9 WHEN 11
005250          MOVE 30 TO CHK-MONTH-DAYS
005260        WHEN OTHER
005270          MOVE 31 TO CHK-MONTH-DAYS
005280      END-EVALUATE
005290      IF CHK-DD <= CHK-MONTH-DAYS THEN
005300        MOVE "Y" TO CHK-OK
005310      END-IF.
005320  CHECK-CALENDAR-EXIT.
005330      EXIT.
005340
005350  TAKE-RANGE-BACK.
005360      MOVE 0 TO RANGE-BACK
005370      IF FUNCTION TRIM(DC-RANGE(DC-IX)(6:10)) IS NUMERIC THEN
005380        MOVE FUNCTION NUMVAL(DC-RANGE(DC-IX)(6:10)) TO RANGE-BACK
005390      END-IF
005400      .
005410
005420  TAKE-RANGE-BOUNDS.
005430      MOVE SPACES TO RANGE-LO-X RANGE-HI-X
005440      UNSTRING DC-RANGE(DC-IX) DELIMITED BY "-"
005450          INTO RANGE-LO-X RANGE-HI-X
005460      END-UNSTRING
005470      MOVE FUNCTION TRIM(RANGE-LO-X) TO RANGE-LO-X
005480      MOVE FUNCTION TRIM(RANGE-HI-X) TO RANGE-HI-X
005490      .
005500
005510  REFUSE-SHAPE.
005520      EVALUATE DC-TYPE(DC-IX)
005530        WHEN "YYYYMM"
005540          MOVE "A YYYYMM MONTH" TO RANGE-SHOWN
005550        WHEN "DATE"
005560          MOVE "A YYYYMMDD DATE" TO RANGE-SHOWN
005570        WHEN "DATERANGE"
005580          MOVE "YYYYMMDD-YYYYMMDD" TO RANGE-SHOWN
005590        WHEN OTHER
005600          MOVE "A WHOLE NUMBER" TO RANGE-SHOWN
005610      END-EVALUATE
005620      STRING FUNCTION TRIM(DC-NAME(DC-IX)) " MUST BE "
005630             FUNCTION TRIM(RANGE-SHOWN) ", NOT "
005640             FUNCTION TRIM(CHK-TEXT)
005650        DELIMITED BY SIZE INTO CP-REASON
005660      .
005670
005680  REFUSE-RANGE.
005690      IF RANGE-SHOWN = SPACES THEN
005700        MOVE DC-RANGE(DC-IX) TO RANGE-SHOWN
005710      END-IF
005720      STRING FUNCTION TRIM(DC-NAME(DC-IX)) " "
005730             FUNCTION TRIM(CHK-TEXT) " IS OUTSIDE "
005740             FUNCTION TRIM(RANGE-SHOWN)
005750        DELIMITED BY SIZE INTO CP-REASON
005760      .
005770
005780 *> Copy the command across, putting each {NAME} value in.  A
005790 *> brace pair naming no parameter is copied as it stands.
005800  BUILD-COMMAND.
005810      MOVE "N" TO CMD-OVERFLOW
005820      MOVE 1 TO CMD-OUT-PTR
005830      MOVE 1 TO CMD-IN-IX
005840      PERFORM UNTIL CMD-IN-IX > 71 OR CMD-OVERFLOW = "Y"
005850        IF JOB-COMMAND(CMD-IN-IX:1) = "{" THEN
005860          PERFORM PUT-PLACEHOLDER
005870        ELSE
005880          MOVE JOB-COMMAND(CMD-IN-IX:1) TO CMD-PIECE
005890          MOVE 1 TO CMD-KEY-LEN
005900          PERFORM APPEND-PIECE THRU APPEND-PIECE-EXIT
005910          ADD 1 TO CMD-IN-IX
005920        END-IF
005930      END-PERFORM
005940      .
005950
005960  PUT-PLACEHOLDER.
005970      MOVE 0 TO CMD-CLOSE
005980      PERFORM VARYING CMD-KEY-LEN FROM 1 BY 1
005990              UNTIL CMD-KEY-LEN > 20 OR CMD-CLOSE > 0
006000                 OR CMD-IN-IX + CMD-KEY-LEN > 71
006010        IF JOB-COMMAND(CMD-IN-IX + CMD-KEY-LEN:1) = "}" THEN
006020          MOVE CMD-KEY-LEN TO CMD-CLOSE
006030        END-IF
006040      END-PERFORM
006050      MOVE 0 TO DC-HIT
006060      IF CMD-CLOSE > 1 THEN
006070        MOVE SPACES TO CMD-KEY
006080        MOVE FUNCTION UPPER-CASE(
006090            JOB-COMMAND(CMD-IN-IX + 1:CMD-CLOSE - 1)) TO CMD-KEY
006100        PERFORM FIND-PLACEHOLDER-VALUE
006110      END-IF
006120      IF DC-HIT = 0 THEN
006130        MOVE "{" TO CMD-PIECE
006140        MOVE 1 TO CMD-KEY-LEN
006150        PERFORM APPEND-PIECE THRU APPEND-PIECE-EXIT
006160        ADD 1 TO CMD-IN-IX
006170      ELSE
006180        PERFORM APPEND-PIECE THRU APPEND-PIECE-EXIT
006190        COMPUTE CMD-IN-IX = CMD-IN-IX + CMD-CLOSE + 1
006200      END-IF
006210      .
006220
006230 *> CMD-PIECE / CMD-KEY-LEN = what {CMD-KEY} stands for.
006240  FIND-PLACEHOLDER-VALUE.
006250      PERFORM VARYING DC-IX FROM 1 BY 1
006260              UNTIL DC-IX > DECL-COUNT OR DC-HIT > 0
006270        MOVE SPACES TO CMD-PIECE
006280        MOVE SPACES TO KEY-FROM KEY-TO
006290        STRING FUNCTION TRIM(DC-NAME(DC-IX)) "-FROM"
006300          DELIMITED BY SIZE INTO KEY-FROM
006310        STRING FUNCTION TRIM(DC-NAME(DC-IX)) "-TO"
006320          DELIMITED BY SIZE INTO KEY-TO
006330        EVALUATE TRUE
006340          WHEN CMD-KEY = DC-NAME(DC-IX)
006350            MOVE DC-IX TO DC-HIT
006360            IF DC-TYPE(DC-IX) = "DATERANGE" THEN
006370              STRING DC-VALUE(DC-IX)(1:8) " "
006380                     DC-VALUE(DC-IX)(10:8)
006390                DELIMITED BY SIZE INTO CMD-PIECE
006400            ELSE
006410              MOVE DC-VALUE(DC-IX) TO CMD-PIECE
006420            END-IF
006430          WHEN DC-TYPE(DC-IX) = "DATERANGE"
006440               AND CMD-KEY = KEY-FROM
006450            MOVE DC-IX TO DC-HIT
006460            MOVE DC-VALUE(DC-IX)(1:8) TO CMD-PIECE
006470          WHEN DC-TYPE(DC-IX) = "DATERANGE"
006480               AND CMD-KEY = KEY-TO
006490            MOVE DC-IX TO DC-HIT
006500            MOVE DC-VALUE(DC-IX)(10:8) TO CMD-PIECE
006510        END-EVALUATE
006520      END-PERFORM
006530      IF DC-HIT > 0 THEN
006540        MOVE 0 TO CMD-KEY-LEN
006550        INSPECT CMD-PIECE TALLYING CMD-KEY-LEN
006560            FOR CHARACTERS BEFORE INITIAL "  "
006570      END-IF
006580      .
006590
006600  APPEND-PIECE.
006610      IF CMD-KEY-LEN < 1 THEN
006620        GO TO APPEND-PIECE-EXIT
006630      END-IF
006640      IF CMD-OUT-PTR + CMD-KEY-LEN > 251 THEN
006650        MOVE "Y" TO CMD-OVERFLOW
006660      ELSE
006670        MOVE CMD-PIECE(1:CMD-KEY-LEN)
006680          TO CP-COMMAND(CMD-OUT-PTR:CMD-KEY-LEN)
006690        ADD CMD-KEY-LEN TO CMD-OUT-PTR
006700      END-IF.
006710  APPEND-PIECE-EXIT.
006720      EXIT.
006730
006740 END PROGRAM CMDPARM.
