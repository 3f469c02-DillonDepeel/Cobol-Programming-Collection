000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INCOPEN.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  INCOPEN - OPEN AN INCIDENT IN THE SHOP INCIDENT LOG.  CALLED  *
000900*  BY ALERTMON FOR EVERY TRIGGERED ALERT.CFG RULE, BY RUNBOOK    *
001000*  FOR EVERY FAILED OR REFUSED STEP, AND BY THE INCIDENT         *
001100*  MAINTENANCE SCREEN WHEN AN OPERATOR OPENS ONE BY HAND.        *
001200*                                                                *
001300*  AN INCIDENT IS IDENTIFIED BY ITS SOURCE PROGRAM AND KEY (THE  *
001400*  ALERT'S FILE AND CONDITION, OR THE RUNBOOK STEP NAME).  WHILE *
001500*  ONE IS STILL OPEN FOR THE SAME SOURCE AND KEY NO SECOND ONE   *
001600*  IS OPENED - AN ALERT THAT FIRES EVERY CYCLE UNTIL SOMEBODY    *
001700*  FIXES IT IS ONE INCIDENT, NOT FIFTY.  INC-RESULT COMES BACK   *
001800*  "N" (NEW INCIDENT OPENED) OR "A" (ALREADY OPEN), WITH THE     *
001900*  INCIDENT NUMBER IN INC-ID EITHER WAY.                         *
002000*                                                                *
002100*  INCIDENT.DAT, ONE LINE PER INCIDENT:                          *
002200*    COLS   1-6   INCIDENT NUMBER    COL    8     O/C (STATUS)   *
002300*    COL   10     SEVERITY           COLS  12-19  SOURCE         *
002400*    COLS  21-50  KEY                COLS  52-59  OPENED DATE    *
002500*    COLS  61-66  OPENED TIME        COLS  68-79  OPENED BY      *
002600*    COLS  81-88  CLOSED DATE        COLS  90-95  CLOSED TIME    *
002700*    COLS  97-108 CLOSED BY          COLS 110-179 TITLE          *
002800*    COLS 181-240 CAUSE                                          *
002900******************************************************************
003000*  MODIFICATION HISTORY                                          *
003100*  10/15/26 OSG  INITIAL VERSION.                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS INCIDENT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  INCIDENT-FILE.
004300 01  INCIDENT-RECORD.
004400     05  IR-ID               PIC 9(06).
004500     05  FILLER              PIC X(01).
004600     05  IR-STATUS           PIC X(01).
004700     05  FILLER              PIC X(01).
004800     05  IR-SEVERITY         PIC X(01).
004900     05  FILLER              PIC X(01).
005000     05  IR-SOURCE           PIC X(08).
005100     05  FILLER              PIC X(01).
005200     05  IR-KEY              PIC X(30).
005300     05  FILLER              PIC X(01).
005400     05  IR-OPEN-DATE        PIC 9(08).
005500     05  FILLER              PIC X(01).
005600     05  IR-OPEN-TIME        PIC 9(06).
005700     05  FILLER              PIC X(01).
005800     05  IR-OPEN-BY          PIC X(12).
005900     05  FILLER              PIC X(01).
006000     05  IR-CLOSE-DATE       PIC 9(08).
006100     05  FILLER              PIC X(01).
006200     05  IR-CLOSE-TIME       PIC 9(06).
006300     05  FILLER              PIC X(01).
006400     05  IR-CLOSE-BY         PIC X(12).
006500     05  FILLER              PIC X(01).
006600     05  IR-TITLE            PIC X(70).
006700     05  FILLER              PIC X(01).
006800     05  IR-CAUSE            PIC X(60).
006900 WORKING-STORAGE SECTION.
007000 77  INCIDENT-STATUS         PIC X(02).
007100 77  EOF-SW                  PIC X(01) VALUE "N".
007200     88  FILE-AT-END         VALUE "Y".
007300 77  HIGH-ID                 PIC 9(06) VALUE ZERO.
007400 77  MATCH-ID                PIC 9(06) VALUE ZERO.
007500 01  CLOCK-NOW               PIC 9(08).
007600 LINKAGE SECTION.
007700 01  INCOPEN-AREA.
007800     05  INC-SOURCE          PIC X(08).
007900     05  INC-KEY             PIC X(30).
008000     05  INC-SEVERITY        PIC X(01).
008100     05  INC-OPERATOR        PIC X(12).
008200     05  INC-TITLE           PIC X(70).
008300     05  INC-RESULT          PIC X(01).
008400     05  INC-ID              PIC 9(06).
008500 PROCEDURE DIVISION USING INCOPEN-AREA.
008600******************************************************************
008700*  0000-MAINLINE - LOOK FOR A MATCHING OPEN INCIDENT, ELSE       *
008800*  APPEND A NEW ONE UNDER THE NEXT NUMBER.                       *
008900******************************************************************
009000 0000-MAINLINE.
009100     MOVE ZERO TO HIGH-ID MATCH-ID.
009200     PERFORM 1000-SCAN-LOG THRU 1000-EXIT.
009300     IF MATCH-ID > ZERO
009400         MOVE "A" TO INC-RESULT
009500         MOVE MATCH-ID TO INC-ID
009600         GOBACK.
009700     MOVE SPACES TO INCIDENT-RECORD.
009800     ADD 1 TO HIGH-ID.
009900     MOVE HIGH-ID TO IR-ID.
010000     MOVE "O" TO IR-STATUS.
010100     MOVE INC-SEVERITY TO IR-SEVERITY.
010200     MOVE INC-SOURCE TO IR-SOURCE.
010300     MOVE INC-KEY TO IR-KEY.
010400     ACCEPT IR-OPEN-DATE FROM DATE YYYYMMDD.
010500     ACCEPT CLOCK-NOW FROM TIME.
010600     MOVE CLOCK-NOW(1:6) TO IR-OPEN-TIME.
010700     MOVE INC-OPERATOR TO IR-OPEN-BY.
010800     MOVE ZERO TO IR-CLOSE-DATE IR-CLOSE-TIME.
010900     MOVE INC-TITLE TO IR-TITLE.
011000     OPEN EXTEND INCIDENT-FILE.
011100     IF INCIDENT-STATUS = "00" OR INCIDENT-STATUS = "05"
011200         WRITE INCIDENT-RECORD
011300         MOVE "N" TO INC-RESULT
011400         MOVE HIGH-ID TO INC-ID
011500     ELSE
011600         DISPLAY "CANNOT WRITE INCIDENT.DAT, STATUS "
011700                 INCIDENT-STATUS
011800         MOVE SPACE TO INC-RESULT
011900         MOVE ZERO TO INC-ID.
012000     CLOSE INCIDENT-FILE.
012100     GOBACK.
012200******************************************************************
012300*  1000-SCAN-LOG - THE HIGHEST NUMBER IN USE, AND ANY OPEN       *
012400*  INCIDENT ALREADY RAISED FOR THIS SOURCE AND KEY.              *
012500******************************************************************
012600 1000-SCAN-LOG.
012700     MOVE "N" TO EOF-SW.
012800     OPEN INPUT INCIDENT-FILE.
012900     IF INCIDENT-STATUS NOT = "00"
013000         IF INCIDENT-STATUS = "05"
013100             CLOSE INCIDENT-FILE
013200         END-IF
013300         GO TO 1000-EXIT.
013400     PERFORM 1100-ONE-INCIDENT THRU 1100-EXIT
013500         UNTIL FILE-AT-END.
013600     CLOSE INCIDENT-FILE.
013700 1000-EXIT.
013800     EXIT.
013900 1100-ONE-INCIDENT.
014000     READ INCIDENT-FILE
014100         AT END
014200             MOVE "Y" TO EOF-SW
014300             GO TO 1100-EXIT
014400     END-READ.
014500     IF IR-ID IS NOT NUMERIC
014600         GO TO 1100-EXIT.
014700     IF IR-ID > HIGH-ID
014800         MOVE IR-ID TO HIGH-ID.
014900     IF IR-STATUS = "O"
015000        AND IR-SOURCE = INC-SOURCE
015100        AND IR-KEY = INC-KEY
015200         MOVE IR-ID TO MATCH-ID.
015300 1100-EXIT.
015400     EXIT.
015500 END PROGRAM INCOPEN.
