002900******************************************************************
003000*  MODIFICATION HISTORY                                          *
003100*  09/02/26 OSG  INITIAL VERSION.                                *
003150*  10/15/26 OSG  EACH RUN RECORDED IN THE OPERATOR JOURNAL.      *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
011200 77  RECOVERED-COUNT         PIC 9(05) VALUE ZERO.
011300 77  DISCARDED-COUNT         PIC 9(05) VALUE ZERO.
011400 77  PEND-FOLDED             PIC 9(05) VALUE ZERO.
011425 77  SCORE-IN-COUNT          PIC 9(05) VALUE ZERO.
011450 77  PEND-IN-COUNT           PIC 9(05) VALUE ZERO.
011500 77  SANITY-OK               PIC X(01).
011600 77  CHAR-IX                 PIC 9(03) COMP.
011700 77  WRITE-IX                PIC 9(03).
011800 77  ED-5                    PIC ZZZZ9.
011900 77  ED-18                   PIC Z(17)9.
012000 01  REPORT-LINE             PIC X(100).
012005******************************************************************
012010*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
012015*  AS OPJNL DECLARES IT.                                         *
012020******************************************************************
012025 01  OPJNL-AREA.
012030     05  OPJ-PROGRAM         PIC X(08).
012035     05  OPJ-MODE            PIC X(08).
012040     05  OPJ-FILE            PIC X(30).
012045     05  OPJ-BEFORE          PIC 9(09).
012050     05  OPJ-AFTER           PIC 9(09).
012055     05  OPJ-UNIT            PIC X(05).
012060     05  OPJ-PARAMS          PIC X(60).
012100 PROCEDURE DIVISION.
012200******************************************************************
012300*  0000-MAINLINE.                                                *
012900     PERFORM 5000-REBUILD-SCORE THRU 5000-EXIT.
013000     PERFORM 6000-REBUILD-INDEXED THRU 6000-EXIT.
013100     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
013150     PERFORM 8000-JOURNAL THRU 8000-EXIT.
013200     DISPLAY "TTS.SCORE REBUILT - DETAILS IN TTSFIX.RPT".
013300     STOP RUN.
013400******************************************************************
015400             MOVE "Y" TO EOF-SW
015500             GO TO 2100-EXIT
015600     END-READ.
015650     ADD 1 TO SCORE-IN-COUNT.
015700     IF SCORE-STATUS NOT = "00"
015800*        A SHORT OR MANGLED TAIL RECORD - COUNT IT AS LOST AND
015900*        STOP BEFORE THE DAMAGE CASCADES.
022600             MOVE "Y" TO EOF-SW
022700             GO TO 3100-EXIT
022800     END-READ.
022850     ADD 1 TO PEND-IN-COUNT.
022900     IF PEND-STATUS NOT = "00"
023000         ADD 1 TO DISCARDED-COUNT
023100         MOVE "Y" TO EOF-SW
039700     WRITE REPORT-RECORD FROM REPORT-LINE.
039800 7900-EXIT.
039900     EXIT.
040000******************************************************************
040100*  8000-JOURNAL - TTS.SCORE (AND A FOLDED TTS.PEND) INTO THE     *
040200*  OPERATOR JOURNAL, RECORD COUNTS BEFORE AND AFTER.             *
040300******************************************************************
040400 8000-JOURNAL.
040500     MOVE SPACES TO OPJNL-AREA.
040600     MOVE "TTSFIX" TO OPJ-PROGRAM.
040700     MOVE "REPAIR" TO OPJ-MODE.
040800     MOVE "RECS" TO OPJ-UNIT.
040900     MOVE "TTS.SCORE" TO OPJ-FILE.
041000     MOVE SCORE-IN-COUNT TO OPJ-BEFORE.
041100     IF SALVAGE-COUNT > 20
041200         MOVE 20 TO OPJ-AFTER
041300     ELSE
041400         MOVE SALVAGE-COUNT TO OPJ-AFTER.
041500     STRING "RECOVERED " RECOVERED-COUNT " LOST " DISCARDED-COUNT
041600         DELIMITED BY SIZE INTO OPJ-PARAMS.
041700     CALL "OPJNL" USING OPJNL-AREA.
041800     IF PEND-IN-COUNT = ZERO
041900         GO TO 8000-EXIT.
042000     MOVE "TTS.PEND" TO OPJ-FILE.
042100     MOVE PEND-IN-COUNT TO OPJ-BEFORE.
042200     MOVE ZERO TO OPJ-AFTER.
042300     MOVE SPACES TO OPJ-PARAMS.
042400     STRING "FOLDED " PEND-FOLDED
042500         DELIMITED BY SIZE INTO OPJ-PARAMS.
042600     CALL "OPJNL" USING OPJNL-AREA.
042700 8000-EXIT.
042800     EXIT.
042900 END PROGRAM TTSFIX.
