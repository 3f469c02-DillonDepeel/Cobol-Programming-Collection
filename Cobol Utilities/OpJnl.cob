000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPJNL.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  OPJNL - THE SHARED OPERATOR JOURNAL.  CALLED BY EVERY         *
000900*  MAINTENANCE UTILITY THAT REWRITES LIVE DATA (TTSFIX,          *
001000*  SHOPSAVE, CHKMERGE, LISTMGR, LOGFETCH, ...) ONCE PER FILE IT  *
001100*  REWROTE.  THE CALLER FILLS OPJNL-AREA; THIS MODULE STAMPS     *
001200*  THE DATE, THE TIME AND THE OPERATOR AND APPENDS ONE LINE TO   *
001300*  OPERATOR.JNL.  OPWEEK REPORTS THE JOURNAL FOR THE AUDIT       *
001400*  FOLDER.                                                       *
001500*                                                                *
001600*  THE OPERATOR ID IS SHOP_OPERATOR FROM THE ENVIRONMENT (SET AT *
001700*  SIGN-ON), ELSE THE LOGIN NAME IN USER, ELSE "UNKNOWN".        *
001800*                                                                *
001900*  OPERATOR.JNL, ONE LINE PER FILE REWRITTEN:                    *
002000*    COLS   1-8   DATE YYYYMMDD      COLS  10-15  TIME HHMMSS    *
002100*    COLS  17-28  OPERATOR           COLS  30-37  PROGRAM        *
002200*    COLS  39-46  MODE               COLS  48-77  FILE           *
002300*    COLS  79-87  COUNT BEFORE       COLS  89-97  COUNT AFTER    *
002400*    COLS  99-103 UNIT (RECS/BYTES)  COLS 105-164 PARAMETERS     *
002500******************************************************************
002600*  MODIFICATION HISTORY                                          *
002700*  10/15/26 OSG  INITIAL VERSION.                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "OPERATOR.JNL"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS JOURNAL-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  JOURNAL-FILE.
003900 01  JOURNAL-RECORD.
004000     05  JR-DATE             PIC 9(08).
004100     05  FILLER              PIC X(01).
004200     05  JR-TIME             PIC 9(06).
004300     05  FILLER              PIC X(01).
004400     05  JR-OPERATOR         PIC X(12).
004500     05  FILLER              PIC X(01).
004600     05  JR-PROGRAM          PIC X(08).
004700     05  FILLER              PIC X(01).
004800     05  JR-MODE             PIC X(08).
004900     05  FILLER              PIC X(01).
005000     05  JR-FILE             PIC X(30).
005100     05  FILLER              PIC X(01).
005200     05  JR-BEFORE           PIC 9(09).
005300     05  FILLER              PIC X(01).
005400     05  JR-AFTER            PIC 9(09).
005500     05  FILLER              PIC X(01).
005600     05  JR-UNIT             PIC X(05).
005700     05  FILLER              PIC X(01).
005800     05  JR-PARAMS           PIC X(60).
005900 WORKING-STORAGE SECTION.
006000 77  JOURNAL-STATUS          PIC X(02).
006100 77  OPERATOR-ID             PIC X(12) VALUE SPACES.
006200 01  CLOCK-NOW               PIC 9(08).
006300 LINKAGE SECTION.
006400 01  OPJNL-AREA.
006500     05  OPJ-PROGRAM         PIC X(08).
006600     05  OPJ-MODE            PIC X(08).
006700     05  OPJ-FILE            PIC X(30).
006800     05  OPJ-BEFORE          PIC 9(09).
006900     05  OPJ-AFTER           PIC 9(09).
007000     05  OPJ-UNIT            PIC X(05).
007100     05  OPJ-PARAMS          PIC X(60).
007200 PROCEDURE DIVISION USING OPJNL-AREA.
007300******************************************************************
007400*  0000-MAINLINE - ONE JOURNAL LINE PER CALL.                    *
007500******************************************************************
007600 0000-MAINLINE.
007700     IF OPERATOR-ID = SPACES
007800         PERFORM 1000-WHO-IS-IT THRU 1000-EXIT.
007900     MOVE SPACES TO JOURNAL-RECORD.
008000     ACCEPT JR-DATE FROM DATE YYYYMMDD.
008100     ACCEPT CLOCK-NOW FROM TIME.
008200     MOVE CLOCK-NOW(1:6) TO JR-TIME.
008300     MOVE OPERATOR-ID TO JR-OPERATOR.
008400     MOVE OPJ-PROGRAM TO JR-PROGRAM.
008500     MOVE OPJ-MODE TO JR-MODE.
008600     MOVE OPJ-FILE TO JR-FILE.
008700     MOVE OPJ-BEFORE TO JR-BEFORE.
008800     MOVE OPJ-AFTER TO JR-AFTER.
008900     MOVE OPJ-UNIT TO JR-UNIT.
009000     MOVE OPJ-PARAMS TO JR-PARAMS.
009100     OPEN EXTEND JOURNAL-FILE.
009200     IF JOURNAL-STATUS = "00" OR JOURNAL-STATUS = "05"
009300         WRITE JOURNAL-RECORD
009400     ELSE
009500         DISPLAY "CANNOT WRITE OPERATOR.JNL, STATUS "
009600                 JOURNAL-STATUS.
009700     CLOSE JOURNAL-FILE.
009800     GOBACK.
009900******************************************************************
010000*  1000-WHO-IS-IT - THE OPERATOR, ONCE PER RUN OF THE CALLER.    *
010100******************************************************************
010200 1000-WHO-IS-IT.
010300     DISPLAY "SHOP_OPERATOR" UPON ENVIRONMENT-NAME.
010400     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
010500     IF OPERATOR-ID = SPACES
010600         DISPLAY "USER" UPON ENVIRONMENT-NAME
010700         ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
010800     IF OPERATOR-ID = SPACES
010900         MOVE "UNKNOWN" TO OPERATOR-ID.
011000     MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID.
011100 1000-EXIT.
011200     EXIT.
011300 END PROGRAM OPJNL.
