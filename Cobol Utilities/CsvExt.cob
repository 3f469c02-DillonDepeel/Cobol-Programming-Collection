000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSVEXT.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  CSVEXT - SPREADSHEET EXTRACT OF THE SHOP'S GAME AND MAIL      *
000900*  FILES.  GIVEN A FILE NAME AND A DATE RANGE, EVERY RECORD IS   *
001000*  WRITTEN TO EXTRACT.CSV AS ONE COMMA-SEPARATED ROW UNDER A     *
001100*  HEADER ROW OF THE RECORD LAYOUT'S OWN FIELD NAMES.  TEXT      *
001200*  FIELDS ARE TRIMMED AND QUOTED, NUMBERS LOSE THEIR LEADING     *
001300*  ZEROS, DATES COME OUT AS YYYY-MM-DD AND TIMES AS HH:MM:SS.    *
001400*                                                                *
001500*  THE FILES IT KNOWS:                                           *
001600*    ARCADE.USE        ONE ROW PER ARCADE SESSION (USE-DATE)     *
001700*    PONG.RESULTS      ONE ROW PER MATCH (MR-DATE), THE GAME     *
001800*                      SCORES DECODED AS PONGLADDER READS THEM   *
001833*                      (OLD "MATCH" LINES AND LINES WITH NO      *
001866*                      WINNER ARE LEFT OUT, AS THERE)            *
001900*    SEND.LOG          ONE ROW PER SEND (SL-DATE)                *
002000*    CHECKERS.PLAYERS  ONE ROW PER PLAYER PROFILE                *
002100*    TTS.SCORE         ONE ROW PER HIGH-SCORE SLOT, THE BINARY   *
002200*                      COMP FIELDS DECODED                       *
002300*  THE LAST TWO CARRY NO DATE, SO THE RANGE DOES NOT FILTER      *
002400*  THEM - EVERY RECORD IS EXTRACTED.                             *
002500*                                                                *
002600*  OLDER RECORDS ARE FOUND THE WAY LOGFETCH FINDS THEM: EVERY    *
002700*  LOGKEEP ARCHIVE OF THE FILE WHOSE CATALOG DATE RANGE TOUCHES  *
002800*  THE REQUEST (OR IS UNKNOWN) IS READ FIRST, THEN THE LIVE      *
002900*  FILE.  A TTS.SCORE ARCHIVE IS THE SAME BINARY LAYOUT AS THE   *
003000*  LIVE FILE AND IS READ THE SAME WAY.                           *
003100******************************************************************
003200*  MODIFICATION HISTORY                                          *
003300*  10/15/26 OSG  INITIAL VERSION.                                *
003350*  10/15/26 OSG  CHECKERS.PLAYERS READ AS THE KEYED LADDER.      *
003375*  10/15/26 OSG  PONG LINES PONGLADDER SKIPS ARE SKIPPED TOO.    *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL CATALOG-FILE ASSIGN TO "LOGKEEP.CAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS CATALOG-STATUS.
004200     SELECT OPTIONAL SOURCE-FILE ASSIGN TO SOURCE-NAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS SOURCE-STATUS.
004500     SELECT OPTIONAL SCORE-FILE ASSIGN TO SOURCE-NAME
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS SOURCE-STATUS.
004710     SELECT OPTIONAL LADDER-FILE ASSIGN TO SOURCE-NAME
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS SEQUENTIAL
004740         RECORD KEY IS LADDER-KEY
004750         FILE STATUS IS SOURCE-STATUS.
004800     SELECT OPTIONAL CSV-FILE ASSIGN TO "EXTRACT.CSV"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS CSV-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CATALOG-FILE.
005400 01  CATALOG-RECORD.
005500     05  CAT-FILE-NAME       PIC X(20).
005600     05  FILLER              PIC X(01).
005700     05  CAT-DATE-FROM       PIC 9(08).
005800     05  FILLER              PIC X(01).
005900     05  CAT-DATE-TO         PIC 9(08).
006000     05  FILLER              PIC X(01).
006100     05  CAT-REC-COUNT       PIC 9(07).
006200     05  FILLER              PIC X(01).
006300     05  CAT-ARCH-NAME       PIC X(30).
006400******************************************************************
006500*  THE TEXT FILES, ONE RECORD VIEW EACH OVER THE SAME BUFFER.    *
006600******************************************************************
006700 FD  SOURCE-FILE.
006800 01  SOURCE-RECORD           PIC X(250).
006900 01  ARCADE-RECORD.
007000     05  USE-GAME            PIC X(10).
007100     05  FILLER              PIC X(01).
007200     05  USE-DATE            PIC 9(08).
007300     05  FILLER              PIC X(01).
007400     05  USE-START           PIC 9(06).
007500     05  FILLER              PIC X(01).
007600     05  USE-END             PIC 9(06).
007700     05  FILLER              PIC X(01).
007800     05  USE-TERMINAL        PIC X(10).
007900     05  FILLER              PIC X(01).
008000     05  USE-MINUTES         PIC 9(04).
008100 01  PONG-RECORD.
008200     05  MR-DATE             PIC 9(08).
008300     05  FILLER              PIC X(01).
008400     05  P1-NAME             PIC X(12).
008500     05  FILLER              PIC X(01).
008600     05  P2-NAME             PIC X(12).
008700     05  FILLER              PIC X(09).
008800     05  MATCH-WINNER        PIC X(01).
008900     05  FILLER              PIC X(06).
009000     05  MR-SCORES           PIC X(82).
009100 01  SENDLOG-RECORD.
009200     05  SL-DATE             PIC X(10).
009300     05  FILLER              PIC X(01).
009400     05  SL-TIME             PIC X(08).
009500     05  FILLER              PIC X(01).
009600     05  SL-JOBNAME          PIC X(08).
009700     05  FILLER              PIC X(01).
009800     05  SL-MAILBOX          PIC X(64).
009900     05  FILLER              PIC X(01).
010000     05  SL-RETURN-CODE      PIC X(05).
010100     05  FILLER              PIC X(07).
010200     05  SL-LINES            PIC 9(05).
010300     05  FILLER              PIC X(06).
010400     05  SL-RULE             PIC X(10).
010500     05  FILLER              PIC X(06).
010600     05  SL-TMPL             PIC X(08).
010700     05  FILLER              PIC X(08).
010800     05  SL-RESOLVED         PIC X(01).
010900 01  PLAYER-RECORD.
011000     05  PL-NAME             PIC X(12).
011100     05  PL-GAMES            PIC 9(05).
011200     05  PL-WINS             PIC 9(05).
011300     05  PL-LOSSES           PIC 9(05).
011400     05  PL-RATING           PIC 9(04).
011500******************************************************************
011600*  TTS.SCORE, LAID OUT EXACTLY AS TETRIS WRITES IT.              *
011700******************************************************************
011800 FD  SCORE-FILE.
011900 01  SHIGH.
012000     05  HIGH-NAME           PIC X(20).
012100     05  HIGH-POINTS         PIC 9(18) COMP.
012200     05  HIGH-LINES          PIC 9(09) COMP.
012300     05  HIGH-ENTRY          PIC 9(04) COMP.
012400     05  HIGH-LEVEL          PIC 9(04) COMP.
012500     05  HIGH-BONUS          PIC 9(04) COMP.
012600     05  HIGH-CPU            PIC 9(09) COMP.
012700     05  HIGH-NODE           PIC X(08).
012710******************************************************************
012720*  CHECKERS.PLAYERS, THE KEYED LADDER CHECKERS KEEPS BY NAME.    *
012730******************************************************************
012740 FD  LADDER-FILE.
012750 01  LADDER-RECORD.
012760     05  LADDER-KEY          PIC X(12).
012770     05  FILLER              PIC X(19).
012800 FD  CSV-FILE.
012900 01  CSV-RECORD              PIC X(250).
013000 WORKING-STORAGE SECTION.
013100 77  CATALOG-STATUS          PIC X(02).
013200 77  SOURCE-STATUS           PIC X(02).
013300 77  CSV-STATUS              PIC X(02).
013400 77  SOURCE-NAME             PIC X(40) VALUE SPACES.
013500 77  EOF-SW                  PIC X(01) VALUE "N".
013600     88  FILE-AT-END         VALUE "Y".
013700 77  CAT-EOF-SW              PIC X(01) VALUE "N".
013800     88  CATALOG-AT-END      VALUE "Y".
013900 77  WANT-FILE               PIC X(20) VALUE SPACES.
014000 77  WANT-FROM               PIC 9(08) VALUE ZERO.
014100 77  WANT-TO                 PIC 9(08) VALUE 99999999.
014200 77  FILE-KIND               PIC X(01) VALUE SPACE.
014300     88  KIND-ARCADE         VALUE "A".
014400     88  KIND-PONG           VALUE "P".
014500     88  KIND-SENDLOG        VALUE "S".
014600     88  KIND-PLAYERS        VALUE "C".
014700     88  KIND-TTS            VALUE "T".
014800     88  KIND-DATED          VALUES "A" "P" "S".
014900 77  REC-YMD                 PIC 9(08) VALUE ZERO.
015000 77  EXTRACT-COUNT           PIC 9(07) VALUE ZERO.
015100 77  ARCHIVES-USED           PIC 9(03) VALUE ZERO.
015200 77  OLD-CSV-COUNT           PIC 9(07) VALUE ZERO.
015300 77  ED-7                    PIC Z(6)9.
015400******************************************************************
015500*  PONG.RESULTS DECODE - THE " SS-SS" GAME GROUPS AND THE RALLY. *
015600******************************************************************
015700 77  SCAN-POS                PIC 9(03) COMP.
015800 77  SCAN-DONE               PIC X(01).
015900 77  GAME-S1                 PIC 9(02).
016000 77  GAME-S2                 PIC 9(02).
016100 77  GAMES-PLAYED            PIC 9(02).
016200 77  P1-GAMES                PIC 9(02).
016300 77  P2-GAMES                PIC 9(02).
016400 77  MATCH-RALLY             PIC 9(03).
016500 77  SCORE-PTR               PIC 9(03) COMP.
016600 01  SCORE-LIST              PIC X(80).
016700******************************************************************
016800*  ROW BUILDING.  CSV-TEXT IS QUOTED, CSV-NUMBER IS NOT; EVERY   *
016900*  FIELD AFTER THE FIRST IS PRECEDED BY A COMMA.                 *
017000******************************************************************
017100 77  CSV-PTR                 PIC 9(03) COMP.
017200 77  CSV-TEXT                PIC X(64).
017300 77  CSV-NUMBER              PIC Z(17)9.
017400 01  CSV-LINE                PIC X(250).
017500 01  CSV-DATE.
017600     05  CD-YYYY             PIC X(04).
017700     05  FILLER              PIC X(01) VALUE "-".
017800     05  CD-MM               PIC X(02).
017900     05  FILLER              PIC X(01) VALUE "-".
018000     05  CD-DD               PIC X(02).
018100 01  CSV-TIME.
018200     05  CT-HH               PIC X(02).
018300     05  FILLER              PIC X(01) VALUE ":".
018400     05  CT-MM               PIC X(02).
018500     05  FILLER              PIC X(01) VALUE ":".
018600     05  CT-SS               PIC X(02).
018700 01  HOLD-YMD                PIC X(08).
018800 01  HOLD-HMS                PIC X(06).
018900******************************************************************
019000*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
019100*  AS OPJNL DECLARES IT.                                         *
019200******************************************************************
019300 01  OPJNL-AREA.
019400     05  OPJ-PROGRAM         PIC X(08).
019500     05  OPJ-MODE            PIC X(08).
019600     05  OPJ-FILE            PIC X(30).
019700     05  OPJ-BEFORE          PIC 9(09).
019800     05  OPJ-AFTER           PIC 9(09).
019900     05  OPJ-UNIT            PIC X(05).
020000     05  OPJ-PARAMS          PIC X(60).
020100 PROCEDURE DIVISION.
020200******************************************************************
020300*  0000-MAINLINE.                                                *
020400******************************************************************
020500 0000-MAINLINE.
020600     DISPLAY "FILE NAME (ARCADE.USE, PONG.RESULTS, SEND.LOG,".
020700     DISPLAY "  CHECKERS.PLAYERS OR TTS.SCORE): "
020800         WITH NO ADVANCING.
020900     ACCEPT WANT-FILE.
021000     MOVE FUNCTION UPPER-CASE(WANT-FILE) TO WANT-FILE.
021100     PERFORM 1000-PICK-LAYOUT THRU 1000-EXIT.
021200     IF FILE-KIND = SPACE
021300         DISPLAY "NO EXTRACT LAYOUT FOR " FUNCTION TRIM(WANT-FILE)
021400         STOP RUN.
021500     IF KIND-DATED
021600         DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING
021700         ACCEPT WANT-FROM
021800         DISPLAY "TO DATE (YYYYMMDD): " WITH NO ADVANCING
021900         ACCEPT WANT-TO
022000         IF WANT-TO = ZERO
022100             MOVE 99999999 TO WANT-TO
022200         END-IF
022300     ELSE
022400         DISPLAY FUNCTION TRIM(WANT-FILE)
022500                 " CARRIES NO DATES - EVERY RECORD IS EXTRACTED".
022600     PERFORM 1500-COUNT-OLD-CSV THRU 1500-EXIT.
022700     OPEN OUTPUT CSV-FILE.
022800     IF CSV-STATUS NOT = "00" AND CSV-STATUS NOT = "05"
022900         DISPLAY "CANNOT WRITE EXTRACT.CSV"
023000         STOP RUN.
023100     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
023200     PERFORM 2000-SCAN-CATALOG THRU 2000-EXIT.
023300     MOVE SPACES TO SOURCE-NAME.
023400     MOVE WANT-FILE TO SOURCE-NAME.
023500     PERFORM 3000-EXTRACT-ONE THRU 3000-EXIT.
023600     CLOSE CSV-FILE.
023700     MOVE EXTRACT-COUNT TO ED-7.
023800     DISPLAY "EXTRACTED " ED-7 " ROW(S) FROM "
023900             ARCHIVES-USED " ARCHIVE(S) PLUS THE LIVE FILE".
024000     DISPLAY "SPREADSHEET FILE IS EXTRACT.CSV".
024100     PERFORM 8000-JOURNAL THRU 8000-EXIT.
024200     STOP RUN.
024300******************************************************************
024400*  1000-PICK-LAYOUT - WHICH RECORD LAYOUT THE FILE IS READ WITH. *
024500******************************************************************
024600 1000-PICK-LAYOUT.
024700     MOVE SPACE TO FILE-KIND.
024800     IF WANT-FILE = "ARCADE.USE"
024900         MOVE "A" TO FILE-KIND.
025000     IF WANT-FILE = "PONG.RESULTS"
025100         MOVE "P" TO FILE-KIND.
025200     IF WANT-FILE = "SEND.LOG"
025300         MOVE "S" TO FILE-KIND.
025400     IF WANT-FILE = "CHECKERS.PLAYERS"
025500         MOVE "C" TO FILE-KIND.
025600     IF WANT-FILE = "TTS.SCORE"
025700         MOVE "T" TO FILE-KIND.
025800 1000-EXIT.
025900     EXIT.
026000******************************************************************
026100*  1100-WRITE-HEADER - THE FIELD NAMES OF THE CHOSEN LAYOUT.     *
026200******************************************************************
026300 1100-WRITE-HEADER.
026400     MOVE SPACES TO CSV-LINE.
026500     IF KIND-ARCADE
026600         MOVE "USE-GAME,USE-DATE,USE-START,USE-END,USE-TERMINAL,"
026700           TO CSV-LINE(1:49)
026800         MOVE "USE-MINUTES" TO CSV-LINE(50:11).
026900     IF KIND-PONG
027000         MOVE "MR-DATE,P1-NAME,P2-NAME,MATCH-WINNER,GAMES-PLAYED,"
027100           TO CSV-LINE(1:50)
027200         MOVE "P1-GAMES,P2-GAMES,GAME-SCORES,LONGEST-RALLY"
027300           TO CSV-LINE(51:43).
027400     IF KIND-SENDLOG
027500         MOVE "SL-DATE,SL-TIME,SL-JOBNAME,SL-MAILBOX,"
027600           TO CSV-LINE(1:38)
027700         MOVE "SL-RETURN-CODE,SL-LINES,SL-RULE,"
027800           TO CSV-LINE(39:32)
027900         MOVE "SL-TMPL,SL-RESOLVED" TO CSV-LINE(71:19).
028000     IF KIND-PLAYERS
028100         MOVE "PL-NAME,PL-GAMES,PL-WINS,PL-LOSSES,PL-RATING"
028200           TO CSV-LINE.
028300     IF KIND-TTS
028400         MOVE "HIGH-NAME,HIGH-POINTS,HIGH-LINES,HIGH-LEVEL,"
028500           TO CSV-LINE(1:44)
028600         MOVE "HIGH-BONUS,HIGH-NODE" TO CSV-LINE(45:20).
028700     WRITE CSV-RECORD FROM CSV-LINE.
028800 1100-EXIT.
028900     EXIT.
029000******************************************************************
029100*  1500-COUNT-OLD-CSV - HOW MANY LINES THE PREVIOUS EXTRACT      *
029200*  LEFT IN EXTRACT.CSV, FOR THE OPERATOR JOURNAL'S BEFORE COUNT. *
029300******************************************************************
029400 1500-COUNT-OLD-CSV.
029500     MOVE ZERO TO OLD-CSV-COUNT.
029600     MOVE "N" TO EOF-SW.
029700     OPEN INPUT CSV-FILE.
029800     IF CSV-STATUS NOT = "00"
029900         IF CSV-STATUS = "05"
030000             CLOSE CSV-FILE
030100         END-IF
030200         GO TO 1500-EXIT.
030300     PERFORM 1510-COUNT-ONE THRU 1510-EXIT
030400         UNTIL FILE-AT-END.
030500     CLOSE CSV-FILE.
030600 1500-EXIT.
030700     EXIT.
030800 1510-COUNT-ONE.
030900     READ CSV-FILE
031000         AT END
031100             MOVE "Y" TO EOF-SW
031200             GO TO 1510-EXIT
031300     END-READ.
031400     ADD 1 TO OLD-CSV-COUNT.
031500 1510-EXIT.
031600     EXIT.
031700******************************************************************
031800*  2000-SCAN-CATALOG - EVERY ARCHIVE OF THE WANTED FILE WHOSE    *
031900*  DATE RANGE TOUCHES THE REQUEST (OR IS UNKNOWN).               *
032000******************************************************************
032100 2000-SCAN-CATALOG.
032200     MOVE "N" TO CAT-EOF-SW.
032300     OPEN INPUT CATALOG-FILE.
032400     IF CATALOG-STATUS NOT = "00"
032500         DISPLAY "NO LOGKEEP.CAT - LIVE FILE ONLY"
032600         IF CATALOG-STATUS = "05"
032700             CLOSE CATALOG-FILE
032800         END-IF
032900         GO TO 2000-EXIT.
033000     PERFORM 2100-ONE-CATALOG-ROW THRU 2100-EXIT
033100         UNTIL CATALOG-AT-END.
033200     CLOSE CATALOG-FILE.
033300 2000-EXIT.
033400     EXIT.
033500 2100-ONE-CATALOG-ROW.
033600     READ CATALOG-FILE
033700         AT END
033800             MOVE "Y" TO CAT-EOF-SW
033900             GO TO 2100-EXIT
034000     END-READ.
034100     IF CAT-FILE-NAME NOT = WANT-FILE
034200         GO TO 2100-EXIT.
034300     IF CAT-DATE-TO > ZERO
034400        AND (CAT-DATE-TO < WANT-FROM
034500             OR CAT-DATE-FROM > WANT-TO)
034600         GO TO 2100-EXIT.
034700     ADD 1 TO ARCHIVES-USED.
034800     MOVE SPACES TO SOURCE-NAME.
034900     MOVE CAT-ARCH-NAME TO SOURCE-NAME.
035000     PERFORM 3000-EXTRACT-ONE THRU 3000-EXIT.
035100 2100-EXIT.
035200     EXIT.
035250******************************************************************
035300*  3000-EXTRACT-ONE - ONE ARCHIVE OR THE LIVE FILE.  TTS.SCORE   *
035350*  IS BINARY AND GOES THROUGH ITS OWN RECORD-SEQUENTIAL READ;    *
035400*  CHECKERS.PLAYERS IS KEYED AND IS READ IN NAME ORDER.          *
035450******************************************************************
035700 3000-EXTRACT-ONE.
035800     IF KIND-TTS
035900         PERFORM 3500-EXTRACT-SCORES THRU 3500-EXIT
036000         GO TO 3000-EXIT.
036025     IF KIND-PLAYERS
036050         PERFORM 3600-EXTRACT-PLAYERS THRU 3600-EXIT
036075         GO TO 3000-EXIT.
036100     MOVE "N" TO EOF-SW.
036200     OPEN INPUT SOURCE-FILE.
036300     IF SOURCE-STATUS NOT = "00"
036400         DISPLAY "SKIPPING " FUNCTION TRIM(SOURCE-NAME)
036500                 " STATUS " SOURCE-STATUS
036600         IF SOURCE-STATUS = "05"
036700             CLOSE SOURCE-FILE
036800         END-IF
036900         GO TO 3000-EXIT.
037000     PERFORM 3100-ONE-RECORD THRU 3100-EXIT
037100         UNTIL FILE-AT-END.
037200     CLOSE SOURCE-FILE.
037300 3000-EXIT.
037400     EXIT.
037500 3100-ONE-RECORD.
037600     MOVE SPACES TO SOURCE-RECORD.
037700     READ SOURCE-FILE
037800         AT END
037900             MOVE "Y" TO EOF-SW
038000             GO TO 3100-EXIT
038100     END-READ.
038200     IF SOURCE-RECORD = SPACES
038300         GO TO 3100-EXIT.
038700     PERFORM 3200-RECORD-DATE THRU 3200-EXIT.
038800     IF REC-YMD = ZERO
038900         GO TO 3100-EXIT.
039000     IF REC-YMD < WANT-FROM OR REC-YMD > WANT-TO
039100         GO TO 3100-EXIT.
039200     IF KIND-ARCADE
039300         PERFORM 4100-ARCADE-ROW THRU 4100-EXIT.
039316     IF KIND-PONG AND SOURCE-RECORD(10:6) = "MATCH "
039332*        FROM BEFORE PLAYER NAMES WERE RECORDED
039348         GO TO 3100-EXIT.
039364     IF KIND-PONG AND SOURCE-RECORD(35:9) NOT = " WINNER P"
039380         GO TO 3100-EXIT.
039400     IF KIND-PONG
039500         PERFORM 4200-PONG-ROW THRU 4200-EXIT.
039600     IF KIND-SENDLOG
039700         PERFORM 4300-SENDLOG-ROW THRU 4300-EXIT.
039800 3100-EXIT.
039900     EXIT.
040000******************************************************************
040100*  3200-RECORD-DATE - THE RECORD'S OWN DATE FIELD.  A RECORD     *
040200*  WHOSE DATE DOES NOT READ AS ONE IS LEFT OUT.                  *
040300******************************************************************
040400 3200-RECORD-DATE.
040500     MOVE ZERO TO REC-YMD.
040600     IF KIND-ARCADE
040700         IF USE-DATE IS NUMERIC
040800             MOVE USE-DATE TO REC-YMD
040900         END-IF
041000         GO TO 3200-EXIT.
041100     IF KIND-PONG
041200         IF MR-DATE IS NUMERIC
041300             MOVE MR-DATE TO REC-YMD
041400         END-IF
041500         GO TO 3200-EXIT.
041600     IF SL-DATE(1:4) IS NUMERIC
041700        AND SL-DATE(5:1) = "-"
041800        AND SL-DATE(6:2) IS NUMERIC
041900        AND SL-DATE(8:1) = "-"
042000        AND SL-DATE(9:2) IS NUMERIC
042100         MOVE SL-DATE(1:4) TO REC-YMD(1:4)
042200         MOVE SL-DATE(6:2) TO REC-YMD(5:2)
042300         MOVE SL-DATE(9:2) TO REC-YMD(7:2).
042400 3200-EXIT.
042500     EXIT.
042600******************************************************************
042700*  3500-EXTRACT-SCORES - ONE TTS.SCORE FILE, 50-BYTE BINARY      *
042800*  RECORDS.  EMPTY SLOTS (NO NAME AND NO POINTS) ARE SKIPPED,    *
042900*  AS TTSFIX SKIPS THEM.                                         *
043000******************************************************************
043100 3500-EXTRACT-SCORES.
043200     MOVE "N" TO EOF-SW.
043300     OPEN INPUT SCORE-FILE.
043400     IF SOURCE-STATUS NOT = "00"
043500         DISPLAY "SKIPPING " FUNCTION TRIM(SOURCE-NAME)
043600                 " STATUS " SOURCE-STATUS
043700         IF SOURCE-STATUS = "05"
043800             CLOSE SCORE-FILE
043900         END-IF
044000         GO TO 3500-EXIT.
044100     PERFORM 3510-ONE-SCORE THRU 3510-EXIT
044200         UNTIL FILE-AT-END.
044300     CLOSE SCORE-FILE.
044400 3500-EXIT.
044500     EXIT.
044600 3510-ONE-SCORE.
044700     READ SCORE-FILE
044800         AT END
044900             MOVE "Y" TO EOF-SW
045000             GO TO 3510-EXIT
045100     END-READ.
045200     IF SOURCE-STATUS NOT = "00"
045300         MOVE "Y" TO EOF-SW
045400         GO TO 3510-EXIT.
045500     IF HIGH-POINTS = ZERO AND HIGH-NAME = SPACES
045600         GO TO 3510-EXIT.
045700     PERFORM 4500-SCORE-ROW THRU 4500-EXIT.
045800 3510-EXIT.
045801     EXIT.
045803******************************************************************
045806*  3600-EXTRACT-PLAYERS - ONE KEYED LADDER FILE, READ IN NAME    *
045809*  ORDER INTO THE PLAYER-RECORD VIEW 4400 WRITES FROM.           *
045812******************************************************************
045815 3600-EXTRACT-PLAYERS.
045818     MOVE "N" TO EOF-SW.
045821     OPEN INPUT LADDER-FILE.
045824     IF SOURCE-STATUS NOT = "00"
045827         DISPLAY "SKIPPING " FUNCTION TRIM(SOURCE-NAME)
045830                 " STATUS " SOURCE-STATUS
045833         IF SOURCE-STATUS = "05"
045836             CLOSE LADDER-FILE
045839         END-IF
045842         GO TO 3600-EXIT.
045845     PERFORM 3610-ONE-PLAYER THRU 3610-EXIT
045848         UNTIL FILE-AT-END.
045851     CLOSE LADDER-FILE.
045854 3600-EXIT.
045857     EXIT.
045860 3610-ONE-PLAYER.
045863     READ LADDER-FILE
045866         AT END
045869             MOVE "Y" TO EOF-SW
045872             GO TO 3610-EXIT
045875     END-READ.
045878     IF SOURCE-STATUS NOT = "00"
045881         MOVE "Y" TO EOF-SW
045884         GO TO 3610-EXIT.
045887     MOVE LADDER-RECORD TO PLAYER-RECORD.
045890     PERFORM 4400-PLAYER-ROW THRU 4400-EXIT.
045893 3610-EXIT.
045896     EXIT.
046000******************************************************************
046100*  4100-ARCADE-ROW.                                              *
046200******************************************************************
046300 4100-ARCADE-ROW.
046400     PERFORM 6000-START-ROW THRU 6000-EXIT.
046500     MOVE USE-GAME TO CSV-TEXT.
046600     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
046700     MOVE USE-DATE TO HOLD-YMD.
046800     PERFORM 6300-ADD-DATE THRU 6300-EXIT.
046900     MOVE USE-START TO HOLD-HMS.
047000     PERFORM 6400-ADD-TIME THRU 6400-EXIT.
047100     MOVE USE-END TO HOLD-HMS.
047200     PERFORM 6400-ADD-TIME THRU 6400-EXIT.
047300     MOVE USE-TERMINAL TO CSV-TEXT.
047400     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
047500     MOVE ZERO TO CSV-NUMBER.
047600     IF USE-MINUTES IS NUMERIC
047700         MOVE USE-MINUTES TO CSV-NUMBER.
047800     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
047900     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
048000 4100-EXIT.
048100     EXIT.
048200******************************************************************
048300*  4200-PONG-ROW - THE GAME GROUPS ARE WALKED THE WAY PONGLADDER *
048400*  WALKS THEM; THE SCORES THEMSELVES GO OUT AS ONE TEXT FIELD.   *
048500******************************************************************
048600 4200-PONG-ROW.
048700     PERFORM 5000-SCAN-GAMES THRU 5000-EXIT.
048800     PERFORM 6000-START-ROW THRU 6000-EXIT.
048900     MOVE MR-DATE TO HOLD-YMD.
049000     PERFORM 6300-ADD-DATE THRU 6300-EXIT.
049100     MOVE P1-NAME TO CSV-TEXT.
049200     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
049300     MOVE P2-NAME TO CSV-TEXT.
049400     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
049500     MOVE ZERO TO CSV-NUMBER.
049600     IF MATCH-WINNER IS NUMERIC
049700         MOVE MATCH-WINNER TO CSV-NUMBER.
049800     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
049900     MOVE GAMES-PLAYED TO CSV-NUMBER.
050000     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
050100     MOVE P1-GAMES TO CSV-NUMBER.
050200     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
050300     MOVE P2-GAMES TO CSV-NUMBER.
050400     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
050500     MOVE SCORE-LIST TO CSV-TEXT.
050600     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
050700     MOVE MATCH-RALLY TO CSV-NUMBER.
050800     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
050900     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
051000 4200-EXIT.
051100     EXIT.
051200******************************************************************
051300*  4300-SENDLOG-ROW - SEND.LOG IS ALREADY DISPLAY TEXT; THE      *
051400*  RETURN CODE IS TRIMMED RATHER THAN RE-EDITED SO A NEGATIVE    *
051500*  ONE KEEPS ITS SIGN.                                           *
051600******************************************************************
051700 4300-SENDLOG-ROW.
051800     PERFORM 6000-START-ROW THRU 6000-EXIT.
051900     MOVE SL-DATE TO CSV-TEXT.
052000     PERFORM 6500-ADD-BARE THRU 6500-EXIT.
052100     MOVE SL-TIME TO CSV-TEXT.
052200     PERFORM 6500-ADD-BARE THRU 6500-EXIT.
052300     MOVE SL-JOBNAME TO CSV-TEXT.
052400     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
052500     MOVE SL-MAILBOX TO CSV-TEXT.
052600     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
052700     MOVE SL-RETURN-CODE TO CSV-TEXT.
052800     PERFORM 6500-ADD-BARE THRU 6500-EXIT.
052900     MOVE ZERO TO CSV-NUMBER.
052910     IF SL-LINES IS NUMERIC
052920         MOVE SL-LINES TO CSV-NUMBER.
053000     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
053100     MOVE SL-RULE TO CSV-TEXT.
053200     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
053300     MOVE SL-TMPL TO CSV-TEXT.
053400     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
053500     MOVE SL-RESOLVED TO CSV-TEXT.
053600     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
053700     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
053800 4300-EXIT.
053900     EXIT.
054000******************************************************************
054100*  4400-PLAYER-ROW.                                              *
054200******************************************************************
054300 4400-PLAYER-ROW.
054400     PERFORM 6000-START-ROW THRU 6000-EXIT.
054500     MOVE PL-NAME TO CSV-TEXT.
054600     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
054700     MOVE ZERO TO CSV-NUMBER.
054800     IF PL-GAMES IS NUMERIC
054900         MOVE PL-GAMES TO CSV-NUMBER.
055000     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
055100     MOVE ZERO TO CSV-NUMBER.
055200     IF PL-WINS IS NUMERIC
055300         MOVE PL-WINS TO CSV-NUMBER.
055400     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
055500     MOVE ZERO TO CSV-NUMBER.
055600     IF PL-LOSSES IS NUMERIC
055700         MOVE PL-LOSSES TO CSV-NUMBER.
055800     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
055900     MOVE ZERO TO CSV-NUMBER.
056000     IF PL-RATING IS NUMERIC
056100         MOVE PL-RATING TO CSV-NUMBER.
056200     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
056300     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
056400 4400-EXIT.
056500     EXIT.
056600******************************************************************
056700*  4500-SCORE-ROW - THE COMP FIELDS DECODED TO PLAIN NUMBERS.    *
056800******************************************************************
056900 4500-SCORE-ROW.
057000     PERFORM 6000-START-ROW THRU 6000-EXIT.
057100     MOVE HIGH-NAME TO CSV-TEXT.
057200     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
057300     MOVE HIGH-POINTS TO CSV-NUMBER.
057400     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
057500     MOVE HIGH-LINES TO CSV-NUMBER.
057600     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
057700     MOVE HIGH-LEVEL TO CSV-NUMBER.
057800     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
057900     MOVE HIGH-BONUS TO CSV-NUMBER.
058000     PERFORM 6200-ADD-NUMBER THRU 6200-EXIT.
058100     MOVE HIGH-NODE TO CSV-TEXT.
058200     PERFORM 6100-ADD-TEXT THRU 6100-EXIT.
058300     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
058400 4500-EXIT.
058500     EXIT.
058600******************************************************************
058700*  5000-SCAN-GAMES - THE " SS-SS" GROUPS FROM COLUMN 51 ON, UP   *
058800*  TO " LONGEST RALLY NNN", COUNTED AND LISTED.                  *
058900******************************************************************
059000 5000-SCAN-GAMES.
059100     MOVE ZERO TO GAMES-PLAYED P1-GAMES P2-GAMES MATCH-RALLY.
059200     MOVE SPACES TO SCORE-LIST.
059300     MOVE 1 TO SCORE-PTR.
059400     MOVE 51 TO SCAN-POS.
059500     MOVE "N" TO SCAN-DONE.
059600     PERFORM 5100-ONE-GAME-GROUP THRU 5100-EXIT
059700         UNTIL SCAN-DONE = "Y" OR SCAN-POS > 120.
059800 5000-EXIT.
059900     EXIT.
060000 5100-ONE-GAME-GROUP.
060100     IF SOURCE-RECORD(SCAN-POS:9) = " LONGEST "
060200         IF SOURCE-RECORD(SCAN-POS + 15:3) IS NUMERIC
060300             MOVE SOURCE-RECORD(SCAN-POS + 15:3)
060400               TO MATCH-RALLY
060500         END-IF
060600         MOVE "Y" TO SCAN-DONE
060700         GO TO 5100-EXIT.
060800     IF SOURCE-RECORD(SCAN-POS + 1:2) IS NUMERIC
060900        AND SOURCE-RECORD(SCAN-POS + 3:1) = "-"
061000        AND SOURCE-RECORD(SCAN-POS + 4:2) IS NUMERIC
061100         MOVE SOURCE-RECORD(SCAN-POS + 1:2) TO GAME-S1
061200         MOVE SOURCE-RECORD(SCAN-POS + 4:2) TO GAME-S2
061300         ADD 1 TO GAMES-PLAYED
061400         IF GAME-S1 > GAME-S2
061500             ADD 1 TO P1-GAMES
061600         ELSE
061700             IF GAME-S2 > GAME-S1
061800                 ADD 1 TO P2-GAMES
061900             END-IF
062000         END-IF
062100         IF SCORE-PTR > 1
062200             STRING " " DELIMITED BY SIZE
062300                 INTO SCORE-LIST WITH POINTER SCORE-PTR
062400         END-IF
062500         STRING SOURCE-RECORD(SCAN-POS + 1:5) DELIMITED BY SIZE
062600             INTO SCORE-LIST WITH POINTER SCORE-PTR
062700         ADD 6 TO SCAN-POS
062800     ELSE
062900         ADD 1 TO SCAN-POS.
063000 5100-EXIT.
063100     EXIT.
063200******************************************************************
063300*  6000-6900 - ROW BUILDING.                                     *
063400******************************************************************
063500 6000-START-ROW.
063600     MOVE SPACES TO CSV-LINE.
063700     MOVE 1 TO CSV-PTR.
063800 6000-EXIT.
063900     EXIT.
064000******************************************************************
064100*  6100-ADD-TEXT - A QUOTED TEXT FIELD.  A DOUBLE QUOTE INSIDE   *
064200*  THE DATA BECOMES A SINGLE QUOTE AND BINARY ZEROS BECOME       *
064300*  SPACES, SO THE ROW ALWAYS SPLITS CLEANLY.                     *
064400******************************************************************
064500 6100-ADD-TEXT.
064600     PERFORM 6050-COMMA THRU 6050-EXIT.
064700     INSPECT CSV-TEXT REPLACING ALL QUOTE BY "'"
064800                                ALL LOW-VALUE BY SPACE.
064900     IF CSV-TEXT = SPACES
065000         STRING QUOTE QUOTE DELIMITED BY SIZE
065100             INTO CSV-LINE WITH POINTER CSV-PTR
065200     ELSE
065300         STRING QUOTE FUNCTION TRIM(CSV-TEXT) QUOTE
065400             DELIMITED BY SIZE
065500             INTO CSV-LINE WITH POINTER CSV-PTR.
065600 6100-EXIT.
065700     EXIT.
065800 6050-COMMA.
065900     IF CSV-PTR > 1
066000         STRING "," DELIMITED BY SIZE
066100             INTO CSV-LINE WITH POINTER CSV-PTR.
066200 6050-EXIT.
066300     EXIT.
066400******************************************************************
066500*  6200-ADD-NUMBER - AN UNQUOTED NUMBER WITHOUT LEADING ZEROS.   *
066600******************************************************************
066700 6200-ADD-NUMBER.
066800     PERFORM 6050-COMMA THRU 6050-EXIT.
066900     STRING FUNCTION TRIM(CSV-NUMBER) DELIMITED BY SIZE
067000         INTO CSV-LINE WITH POINTER CSV-PTR.
067100 6200-EXIT.
067200     EXIT.
067300******************************************************************
067400*  6300-ADD-DATE - HOLD-YMD (YYYYMMDD) AS YYYY-MM-DD.            *
067500******************************************************************
067600 6300-ADD-DATE.
067700     MOVE HOLD-YMD(1:4) TO CD-YYYY.
067800     MOVE HOLD-YMD(5:2) TO CD-MM.
067900     MOVE HOLD-YMD(7:2) TO CD-DD.
068000     PERFORM 6050-COMMA THRU 6050-EXIT.
068100     STRING CSV-DATE DELIMITED BY SIZE
068200         INTO CSV-LINE WITH POINTER CSV-PTR.
068300 6300-EXIT.
068400     EXIT.
068500******************************************************************
068600*  6400-ADD-TIME - HOLD-HMS (HHMMSS) AS HH:MM:SS.                *
068700******************************************************************
068800 6400-ADD-TIME.
068900     MOVE HOLD-HMS(1:2) TO CT-HH.
069000     MOVE HOLD-HMS(3:2) TO CT-MM.
069100     MOVE HOLD-HMS(5:2) TO CT-SS.
069200     PERFORM 6050-COMMA THRU 6050-EXIT.
069300     STRING CSV-TIME DELIMITED BY SIZE
069400         INTO CSV-LINE WITH POINTER CSV-PTR.
069500 6400-EXIT.
069600     EXIT.
069700******************************************************************
069800*  6500-ADD-BARE - A FIELD ALREADY IN SPREADSHEET FORM, TRIMMED  *
069900*  BUT NOT QUOTED.                                               *
070000******************************************************************
070100 6500-ADD-BARE.
070200     PERFORM 6050-COMMA THRU 6050-EXIT.
070300     IF CSV-TEXT NOT = SPACES
070400         STRING FUNCTION TRIM(CSV-TEXT) DELIMITED BY SIZE
070500             INTO CSV-LINE WITH POINTER CSV-PTR.
070600 6500-EXIT.
070700     EXIT.
070800 6900-WRITE-ROW.
070900     WRITE CSV-RECORD FROM CSV-LINE.
071000     ADD 1 TO EXTRACT-COUNT.
071100 6900-EXIT.
071200     EXIT.
071300******************************************************************
071400*  8000-JOURNAL - ONE OPERATOR JOURNAL LINE FOR THE EXTRACT.     *
071500******************************************************************
071600 8000-JOURNAL.
071700     MOVE SPACES TO OPJNL-AREA.
071800     MOVE "CSVEXT" TO OPJ-PROGRAM.
071900     MOVE "EXTRACT" TO OPJ-MODE.
072000     MOVE "EXTRACT.CSV" TO OPJ-FILE.
072100     MOVE OLD-CSV-COUNT TO OPJ-BEFORE.
072200     MOVE EXTRACT-COUNT TO OPJ-AFTER.
072300     MOVE "ROWS" TO OPJ-UNIT.
072400     STRING WANT-FILE DELIMITED BY SPACE
072500            " " WANT-FROM "-" WANT-TO " "
072600            ARCHIVES-USED " ARCHIVES"
072700         DELIMITED BY SIZE INTO OPJ-PARAMS.
072800     CALL "OPJNL" USING OPJNL-AREA.
072900 8000-EXIT.
073000     EXIT.
073100 END PROGRAM CSVEXT.
