001500******************************************************************
001600*  MODIFICATION HISTORY                                          *
001700*  09/02/26 OSG  INITIAL VERSION.                                *
001750*  10/15/26 OSG  EACH FETCH RECORDED IN THE OPERATOR JOURNAL.    *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
006100 77  REC-YMD                 PIC 9(08) VALUE ZERO.
006200 77  EXTRACT-COUNT           PIC 9(07) VALUE ZERO.
006300 77  ARCHIVES-USED           PIC 9(03) VALUE ZERO.
006350 77  OLD-WORK-COUNT          PIC 9(07) VALUE ZERO.
006400 77  ED-7                    PIC Z(6)9.
006405******************************************************************
006410*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
006415*  AS OPJNL DECLARES IT.                                         *
006420******************************************************************
006425 01  OPJNL-AREA.
006430     05  OPJ-PROGRAM         PIC X(08).
006435     05  OPJ-MODE            PIC X(08).
006440     05  OPJ-FILE            PIC X(30).
006445     05  OPJ-BEFORE          PIC 9(09).
006450     05  OPJ-AFTER           PIC 9(09).
006455     05  OPJ-UNIT            PIC X(05).
006460     05  OPJ-PARAMS          PIC X(60).
006500 PROCEDURE DIVISION.
006600******************************************************************
006700*  0000-MAINLINE.                                                *
007600     ACCEPT WANT-TO.
007700     IF WANT-TO = ZERO
007800         MOVE 99999999 TO WANT-TO.
007850     PERFORM 1500-COUNT-OLD-WORK THRU 1500-EXIT.
007900     OPEN OUTPUT WORK-FILE.
008000     IF WORK-STATUS NOT = "00" AND WORK-STATUS NOT = "05"
008100         DISPLAY "CANNOT WRITE WORK.EXT"
008900     DISPLAY "EXTRACTED " ED-7 " RECORD(S) FROM "
009000             ARCHIVES-USED " ARCHIVE(S) PLUS THE LIVE FILE".
009100     DISPLAY "WORK FILE IS WORK.EXT".
009150     PERFORM 8000-JOURNAL THRU 8000-EXIT.
009200     STOP RUN.
009202******************************************************************
009204*  1500-COUNT-OLD-WORK - HOW MANY LINES THE PREVIOUS EXTRACT     *
009206*  LEFT IN WORK.EXT, FOR THE OPERATOR JOURNAL'S BEFORE COUNT.    *
009208******************************************************************
009210 1500-COUNT-OLD-WORK.
009212     MOVE ZERO TO OLD-WORK-COUNT.
009214     MOVE "N" TO EOF-SW.
009216     OPEN INPUT WORK-FILE.
009218     IF WORK-STATUS NOT = "00"
009220         IF WORK-STATUS = "05"
009222             CLOSE WORK-FILE
009224         END-IF
009226         GO TO 1500-EXIT.
009228     PERFORM 1510-COUNT-ONE THRU 1510-EXIT
009230         UNTIL FILE-AT-END.
009232     CLOSE WORK-FILE.
009234 1500-EXIT.
009236     EXIT.
009238 1510-COUNT-ONE.
009240     READ WORK-FILE
009242         AT END
009244             MOVE "Y" TO EOF-SW
009246             GO TO 1510-EXIT
009248     END-READ.
009250     ADD 1 TO OLD-WORK-COUNT.
009252 1510-EXIT.
009254     EXIT.
009300******************************************************************
009400*  2000-SCAN-CATALOG - EVERY ARCHIVE OF THE WANTED FILE WHOSE    *
009500*  DATE RANGE TOUCHES THE REQUEST (OR IS UNKNOWN).               *
017900     END-IF.
018000 3200-EXIT.
018100     EXIT.
018200******************************************************************
018300*  8000-JOURNAL - ONE OPERATOR JOURNAL LINE FOR THE EXTRACT.     *
018400******************************************************************
018500 8000-JOURNAL.
018600     MOVE SPACES TO OPJNL-AREA.
018700     MOVE "LOGFETCH" TO OPJ-PROGRAM.
018800     MOVE "FETCH" TO OPJ-MODE.
018900     MOVE "WORK.EXT" TO OPJ-FILE.
019000     MOVE OLD-WORK-COUNT TO OPJ-BEFORE.
019100     MOVE EXTRACT-COUNT TO OPJ-AFTER.
019200     MOVE "RECS" TO OPJ-UNIT.
019300     STRING WANT-FILE DELIMITED BY SPACE
019400            " " WANT-FROM "-" WANT-TO " "
019500            ARCHIVES-USED " ARCHIVES"
019600         DELIMITED BY SIZE INTO OPJ-PARAMS.
019700     CALL "OPJNL" USING OPJNL-AREA.
019800 8000-EXIT.
019900     EXIT.
020000 END PROGRAM LOGFETCH.
