000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RUNSTATS.
000300 AUTHOR.        OPERATIONS SUPPORT GROUP.
000400 INSTALLATION.  NIGHTLY BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*  RUNSTATS - HOW LONG THE NIGHT RUN TAKES, AND WILL IT FIT.     *
000900*  READS THE STEP TIMES RUNBOOK WRITES TO RUNBOOK.JNL:           *
001000*    COLS  1- 8  DATE        COLS 28-33  START HHMMSS            *
001100*    COLS 10-17  STEP        COLS 35-40  END HHMMSS              *
001200*    COLS 19-26  NOTE        COLS 42-46  ELAPSED SECONDS         *
001300*  "TONIGHT" IS THE LATEST RUN DATE IN THE JOURNAL.  FOR EACH    *
001400*  STEP RUNSTATS.RPT SHOWS TONIGHT'S ELAPSED TIME AGAINST THE    *
001500*  AVERAGE AND WORST CASE OF THE 30 NIGHTS BEFORE IT, AND FLAGS  *
001600*  ANY STEP MORE THAN 50% OVER ITS AVERAGE.  STEPS IN            *
001700*  RUNBOOK.CFG NOT YET DONE TONIGHT ARE COSTED AT THEIR AVERAGE  *
001800*  TO PROJECT THE FINISH TIME AGAINST THE WINDOW END.            *
001900*                                                                *
002000*  RUNSTATS.CFG COLS 1-4 HOLD THE WINDOW END AS HHMM (DEFAULT    *
002100*  0600).  A TIME EARLIER THAN THE NIGHT'S FIRST STEP IS TAKEN   *
002200*  AS BEING AFTER MIDNIGHT.                                      *
002300******************************************************************
002400*  MODIFICATION HISTORY                                          *
002500*  10/15/26 OSG  INITIAL VERSION.                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL CONFIG-FILE ASSIGN TO "RUNBOOK.CFG"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS CONFIG-STATUS.
003400     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "RUNBOOK.JNL"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS JOURNAL-STATUS.
003700     SELECT OPTIONAL WINDOW-FILE ASSIGN TO "RUNSTATS.CFG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WINDOW-STATUS.
004000     SELECT OPTIONAL REPORT-FILE ASSIGN TO "RUNSTATS.RPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS REPORT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CONFIG-FILE.
004600 01  CONFIG-RECORD.
004700     05  CFG-STEP-NAME       PIC X(08).
004800     05  FILLER              PIC X(81).
004900 FD  JOURNAL-FILE.
005000 01  JOURNAL-RECORD.
005100     05  JNL-DATE            PIC X(08).
005200     05  FILLER              PIC X(01).
005300     05  JNL-STEP            PIC X(08).
005400     05  FILLER              PIC X(01).
005500     05  JNL-NOTE            PIC X(08).
005600     05  FILLER              PIC X(01).
005700     05  JNL-START           PIC X(06).
005800     05  JNL-START-R REDEFINES JNL-START.
005900         10  JNL-START-HH    PIC 9(02).
006000         10  JNL-START-MM    PIC 9(02).
006100         10  JNL-START-SS    PIC 9(02).
006200     05  FILLER              PIC X(01).
006300     05  JNL-END             PIC X(06).
006400     05  JNL-END-R REDEFINES JNL-END.
006500         10  JNL-END-HH      PIC 9(02).
006600         10  JNL-END-MM      PIC 9(02).
006700         10  JNL-END-SS      PIC 9(02).
006800     05  FILLER              PIC X(01).
006900     05  JNL-ELAPSED         PIC 9(05).
007000 FD  WINDOW-FILE.
007100 01  WINDOW-RECORD.
007200     05  WIN-END-HHMM        PIC X(04).
007300     05  WIN-END-R REDEFINES WIN-END-HHMM.
007400         10  WIN-END-HH      PIC 9(02).
007500         10  WIN-END-MM      PIC 9(02).
007600     05  FILLER              PIC X(76).
007700 FD  REPORT-FILE.
007800 01  REPORT-RECORD           PIC X(100).
007900 WORKING-STORAGE SECTION.
008000 77  CONFIG-STATUS           PIC X(02).
008100 77  JOURNAL-STATUS          PIC X(02).
008200 77  WINDOW-STATUS           PIC X(02).
008300 77  REPORT-STATUS           PIC X(02).
008400 77  EOF-SW                  PIC X(01) VALUE "N".
008500     88  FILE-AT-END         VALUE "Y".
008600******************************************************************
008700*  THE LAST 31 RUN DATES SEEN IN THE JOURNAL, OLDEST FIRST.  THE *
008800*  LAST ONE IS TONIGHT; THE REST ARE THE HISTORY NIGHTS.         *
008900******************************************************************
009000 01  NIGHT-TABLE.
009100     05  NIGHT-DATE OCCURS 31 TIMES PIC X(08).
009200 77  NIGHT-COUNT             PIC 9(02) VALUE ZERO.
009300 77  NIGHT-IX                PIC 9(02).
009400 01  TONIGHT                 PIC X(08) VALUE SPACES.
009500 01  OLDEST-NIGHT            PIC X(08) VALUE SPACES.
009600******************************************************************
009700*  ONE ENTRY PER STEP: RUNBOOK.CFG ORDER FIRST, THEN ANY STEP    *
009800*  ONLY THE JOURNAL STILL KNOWS ABOUT.                           *
009900******************************************************************
010000 01  STEP-TABLE.
010100     05  STEP-ENTRY OCCURS 40 TIMES.
010200         10  ST-NAME         PIC X(08).
010300         10  ST-IN-CFG       PIC X(01).
010400         10  ST-TN-NOTE      PIC X(08).
010500         10  ST-TN-ELAPSED   PIC 9(05).
010600         10  ST-HIST-COUNT   PIC 9(03).
010700         10  ST-HIST-TOTAL   PIC 9(09).
010800         10  ST-HIST-WORST   PIC 9(05).
010900         10  ST-HIST-AVG     PIC 9(05).
011000 77  STEP-COUNT              PIC 9(02) VALUE ZERO.
011100 77  STEP-IX                 PIC 9(02).
011200 77  HIT-IX                  PIC 9(02).
011300******************************************************************
011400*  CLOCK ARITHMETIC - EVERYTHING IN SECONDS FROM MIDNIGHT OF THE *
011500*  RUN DATE, SO A STEP AT 00:30 AFTER A 23:00 START COUNTS AS    *
011600*  86400 + 1800.                                                 *
011700******************************************************************
011800 77  NIGHT-START-SECS        PIC 9(06) VALUE ZERO.
011900 77  NIGHT-START-SET         PIC X(01) VALUE "N".
012000 77  LAST-END-SECS           PIC 9(06) VALUE ZERO.
012100 77  WORK-SECS               PIC 9(06).
012200 77  WINDOW-SECS             PIC 9(06).
012300 77  REMAINING-SECS          PIC 9(06) VALUE ZERO.
012400 77  REMAINING-STEPS         PIC 9(02) VALUE ZERO.
012500 77  PROJECTED-SECS          PIC 9(06).
012600 77  OVERRUN-SECS            PIC 9(06).
012700 77  FLAGGED-COUNT           PIC 9(02) VALUE ZERO.
012800 01  FMT-SECS                PIC 9(06).
012900 01  FMT-TEXT.
013000     05  FMT-HH              PIC 9(02).
013100     05  FILLER              PIC X(01) VALUE ":".
013200     05  FMT-MM              PIC 9(02).
013300     05  FILLER              PIC X(01) VALUE ":".
013400     05  FMT-SS              PIC 9(02).
013500 01  TEXT-TONIGHT            PIC X(08).
013600 01  TEXT-AVG                PIC X(08).
013700 01  TEXT-WORST              PIC X(08).
013800 01  FLAG-TEXT               PIC X(20).
013900 77  ED-3                    PIC ZZ9.
014000 01  REPORT-LINE             PIC X(100).
014100 PROCEDURE DIVISION.
014200******************************************************************
014300*  0000-MAINLINE.                                                *
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 1000-LOAD-STEPS THRU 1000-EXIT.
014700     PERFORM 1500-LOAD-WINDOW THRU 1500-EXIT.
014800     PERFORM 2000-FIND-NIGHTS THRU 2000-EXIT.
014900     IF NIGHT-COUNT = ZERO
015000         DISPLAY "NO RUNBOOK.JNL ENTRIES - NOTHING TO REPORT"
015100         STOP RUN.
015200     PERFORM 3000-TALLY-TIMES THRU 3000-EXIT.
015300     PERFORM 4000-PROJECT THRU 4000-EXIT.
015400     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
015500     DISPLAY "REPORT WRITTEN TO RUNSTATS.RPT".
015600     STOP RUN.
015700******************************************************************
015800*  1000-LOAD-STEPS - THE CONFIGURED STEP ORDER.                  *
015900******************************************************************
016000 1000-LOAD-STEPS.
016100     MOVE "N" TO EOF-SW.
016200     OPEN INPUT CONFIG-FILE.
016300     IF CONFIG-STATUS NOT = "00"
016400         IF CONFIG-STATUS = "05"
016500             CLOSE CONFIG-FILE
016600         END-IF
016700         GO TO 1000-EXIT.
016800     PERFORM 1100-ONE-STEP-LINE THRU 1100-EXIT
016900         UNTIL FILE-AT-END.
017000     CLOSE CONFIG-FILE.
017100 1000-EXIT.
017200     EXIT.
017300 1100-ONE-STEP-LINE.
017400     READ CONFIG-FILE
017500         AT END
017600             MOVE "Y" TO EOF-SW
017700             GO TO 1100-EXIT
017800     END-READ.
017900     IF CFG-STEP-NAME = SPACES OR CFG-STEP-NAME(1:1) = "*"
018000         GO TO 1100-EXIT.
018100     MOVE CFG-STEP-NAME TO JNL-STEP.
018200     PERFORM 3200-FIND-STEP THRU 3200-EXIT.
018300     IF HIT-IX > 0
018400         MOVE "Y" TO ST-IN-CFG(HIT-IX).
018500 1100-EXIT.
018600     EXIT.
018700******************************************************************
018800*  1500-LOAD-WINDOW - THE CONFIGURED END OF THE BATCH WINDOW.    *
018900******************************************************************
019000 1500-LOAD-WINDOW.
019100     COMPUTE WINDOW-SECS = 6 * 3600.
019200     OPEN INPUT WINDOW-FILE.
019300     IF WINDOW-STATUS NOT = "00"
019400         IF WINDOW-STATUS = "05"
019500             CLOSE WINDOW-FILE
019600         END-IF
019700         GO TO 1500-EXIT.
019800     READ WINDOW-FILE
019900         AT END
020000             MOVE SPACES TO WINDOW-RECORD
020100     END-READ.
020200     IF WIN-END-HHMM IS NUMERIC
020300        AND WIN-END-HH < 24 AND WIN-END-MM < 60
020400         COMPUTE WINDOW-SECS = WIN-END-HH * 3600
020500                             + WIN-END-MM * 60.
020600     CLOSE WINDOW-FILE.
020700 1500-EXIT.
020800     EXIT.
020900******************************************************************
021000*  2000-FIND-NIGHTS - PASS ONE: THE LAST 31 RUN DATES.  THE      *
021100*  JOURNAL IS APPENDED IN ORDER, SO A NEW DATE IS A NEW NIGHT.   *
021200******************************************************************
021300 2000-FIND-NIGHTS.
021400     MOVE "N" TO EOF-SW.
021500     OPEN INPUT JOURNAL-FILE.
021600     IF JOURNAL-STATUS NOT = "00"
021700         IF JOURNAL-STATUS = "05"
021800             CLOSE JOURNAL-FILE
021900         END-IF
022000         GO TO 2000-EXIT.
022100     PERFORM 2100-ONE-DATE THRU 2100-EXIT
022200         UNTIL FILE-AT-END.
022300     CLOSE JOURNAL-FILE.
022400     IF NIGHT-COUNT > ZERO
022500         MOVE NIGHT-DATE(NIGHT-COUNT) TO TONIGHT
022600         MOVE NIGHT-DATE(1) TO OLDEST-NIGHT.
022700 2000-EXIT.
022800     EXIT.
022900 2100-ONE-DATE.
023000     READ JOURNAL-FILE
023100         AT END
023200             MOVE "Y" TO EOF-SW
023300             GO TO 2100-EXIT
023400     END-READ.
023500     IF JNL-DATE IS NOT NUMERIC
023600         GO TO 2100-EXIT.
023700     IF NIGHT-COUNT > ZERO
023800         IF NIGHT-DATE(NIGHT-COUNT) = JNL-DATE
023900             GO TO 2100-EXIT.
024000     IF NIGHT-COUNT >= 31
024100         PERFORM VARYING NIGHT-IX FROM 1 BY 1 UNTIL NIGHT-IX > 30
024200             MOVE NIGHT-DATE(NIGHT-IX + 1) TO NIGHT-DATE(NIGHT-IX)
024300         END-PERFORM
024400         MOVE 30 TO NIGHT-COUNT.
024500     ADD 1 TO NIGHT-COUNT.
024600     MOVE JNL-DATE TO NIGHT-DATE(NIGHT-COUNT).
024700 2100-EXIT.
024800     EXIT.
024900******************************************************************
025000*  3000-TALLY-TIMES - PASS TWO: TONIGHT'S TIMES AND THE HISTORY. *
025100*  ONLY "DONE" LINES COUNT TOWARD THE AVERAGE; A FAILED RUN IS   *
025200*  NOT A FAIR MEASURE OF HOW LONG THE STEP TAKES.                *
025300******************************************************************
025400 3000-TALLY-TIMES.
025500     MOVE "N" TO EOF-SW.
025600     OPEN INPUT JOURNAL-FILE.
025700     IF JOURNAL-STATUS NOT = "00"
025800         IF JOURNAL-STATUS = "05"
025900             CLOSE JOURNAL-FILE
026000         END-IF
026100         GO TO 3000-EXIT.
026200     PERFORM 3100-ONE-TIMING THRU 3100-EXIT
026300         UNTIL FILE-AT-END.
026400     CLOSE JOURNAL-FILE.
026500     PERFORM VARYING STEP-IX FROM 1 BY 1
026600         UNTIL STEP-IX > STEP-COUNT
026700         IF ST-HIST-COUNT(STEP-IX) > ZERO
026800             COMPUTE ST-HIST-AVG(STEP-IX) ROUNDED =
026900                 ST-HIST-TOTAL(STEP-IX) / ST-HIST-COUNT(STEP-IX)
027000         END-IF
027100     END-PERFORM.
027200 3000-EXIT.
027300     EXIT.
027400 3100-ONE-TIMING.
027500     READ JOURNAL-FILE
027600         AT END
027700             MOVE "Y" TO EOF-SW
027800             GO TO 3100-EXIT
027900     END-READ.
028000     IF JNL-DATE < OLDEST-NIGHT OR JNL-DATE > TONIGHT
028100         GO TO 3100-EXIT.
028200     IF JNL-DATE = TONIGHT
028300         PERFORM 3300-TONIGHT-LINE THRU 3300-EXIT
028400         GO TO 3100-EXIT.
028500     IF JNL-NOTE NOT = "DONE" OR JNL-ELAPSED IS NOT NUMERIC
028600         GO TO 3100-EXIT.
028700     PERFORM 3200-FIND-STEP THRU 3200-EXIT.
028800     IF HIT-IX = 0
028900         GO TO 3100-EXIT.
029000     ADD 1 TO ST-HIST-COUNT(HIT-IX).
029100     ADD JNL-ELAPSED TO ST-HIST-TOTAL(HIT-IX).
029200     IF JNL-ELAPSED > ST-HIST-WORST(HIT-IX)
029300         MOVE JNL-ELAPSED TO ST-HIST-WORST(HIT-IX).
029400 3100-EXIT.
029500     EXIT.
029600 3200-FIND-STEP.
029700     MOVE ZERO TO HIT-IX.
029800     PERFORM VARYING STEP-IX FROM 1 BY 1
029900         UNTIL STEP-IX > STEP-COUNT OR HIT-IX > 0
030000         IF ST-NAME(STEP-IX) = JNL-STEP
030100             MOVE STEP-IX TO HIT-IX
030200         END-IF
030300     END-PERFORM.
030400     IF HIT-IX = 0 AND STEP-COUNT < 40
030500         ADD 1 TO STEP-COUNT
030600         MOVE STEP-COUNT TO HIT-IX
030700         MOVE JNL-STEP TO ST-NAME(HIT-IX)
030800         MOVE "N" TO ST-IN-CFG(HIT-IX)
030900         MOVE SPACES TO ST-TN-NOTE(HIT-IX)
031000         MOVE ZERO TO ST-TN-ELAPSED(HIT-IX) ST-HIST-COUNT(HIT-IX)
031100                      ST-HIST-TOTAL(HIT-IX) ST-HIST-WORST(HIT-IX)
031200                      ST-HIST-AVG(HIT-IX).
031300 3200-EXIT.
031400     EXIT.
031500*    TONIGHT: THE FIRST TIMED LINE FIXES THE NIGHT'S START, THE
031600*    LATEST END TIME IS WHERE THE RUN HAS GOT TO.
031700 3300-TONIGHT-LINE.
031800     PERFORM 3200-FIND-STEP THRU 3200-EXIT.
031900     IF HIT-IX = 0
032000         GO TO 3300-EXIT.
032100     IF ST-TN-NOTE(HIT-IX) NOT = "DONE"
032200         MOVE JNL-NOTE TO ST-TN-NOTE(HIT-IX).
032300     IF JNL-START IS NOT NUMERIC OR JNL-END IS NOT NUMERIC
032400         GO TO 3300-EXIT.
032500     IF JNL-NOTE = "DONE" OR JNL-NOTE = "FAILED"
032600         MOVE JNL-ELAPSED TO ST-TN-ELAPSED(HIT-IX).
032700     COMPUTE WORK-SECS = JNL-START-HH * 3600 + JNL-START-MM * 60
032800                       + JNL-START-SS.
032900     IF NIGHT-START-SET = "N"
033000         MOVE WORK-SECS TO NIGHT-START-SECS
033100         MOVE "Y" TO NIGHT-START-SET.
033200     COMPUTE WORK-SECS = JNL-END-HH * 3600 + JNL-END-MM * 60
033300                       + JNL-END-SS.
033400     IF WORK-SECS < NIGHT-START-SECS
033500         ADD 86400 TO WORK-SECS.
033600     IF WORK-SECS > LAST-END-SECS
033700         MOVE WORK-SECS TO LAST-END-SECS.
033800 3300-EXIT.
033900     EXIT.
034000******************************************************************
034100*  4000-PROJECT - COST THE STEPS STILL TO RUN AT THEIR AVERAGE   *
034200*  AND SET THE RESULT AGAINST THE WINDOW END.                    *
034300******************************************************************
034400 4000-PROJECT.
034500     PERFORM VARYING STEP-IX FROM 1 BY 1
034600         UNTIL STEP-IX > STEP-COUNT
034700         IF ST-IN-CFG(STEP-IX) = "Y"
034800            AND ST-TN-NOTE(STEP-IX) NOT = "DONE"
034900            AND ST-TN-NOTE(STEP-IX) NOT = "NOT DUE"
035000             ADD 1 TO REMAINING-STEPS
035100             ADD ST-HIST-AVG(STEP-IX) TO REMAINING-SECS
035200         END-IF
035300     END-PERFORM.
035400     IF LAST-END-SECS < NIGHT-START-SECS
035500         MOVE NIGHT-START-SECS TO LAST-END-SECS.
035600     COMPUTE PROJECTED-SECS = LAST-END-SECS + REMAINING-SECS.
035700     IF WINDOW-SECS < NIGHT-START-SECS
035800         ADD 86400 TO WINDOW-SECS.
035900     MOVE ZERO TO OVERRUN-SECS.
036000     IF PROJECTED-SECS > WINDOW-SECS
036100         COMPUTE OVERRUN-SECS = PROJECTED-SECS - WINDOW-SECS.
036200 4000-EXIT.
036300     EXIT.
036400******************************************************************
036500*  5000-WRITE-REPORT.                                            *
036600******************************************************************
036700 5000-WRITE-REPORT.
036800     OPEN OUTPUT REPORT-FILE.
036900     IF REPORT-STATUS NOT = "00" AND REPORT-STATUS NOT = "05"
037000         DISPLAY "CANNOT WRITE RUNSTATS.RPT"
037100         GO TO 5000-EXIT.
037200     MOVE ALL "-" TO REPORT-LINE.
037300     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
037400     COMPUTE NIGHT-IX = NIGHT-COUNT - 1.
037500     MOVE NIGHT-IX TO ED-3.
037600     MOVE SPACES TO REPORT-LINE.
037700     STRING "NIGHT RUN TIMING FOR " TONIGHT
037800            "  (HISTORY: " ED-3 " NIGHTS)"
037900         DELIMITED BY SIZE INTO REPORT-LINE.
038000     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
038100     MOVE ALL "-" TO REPORT-LINE.
038200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
038300     MOVE "STEP      TONIGHT   AVERAGE   WORST     NIGHTS  NOTE"
038400         TO REPORT-LINE.
038500     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
038600     PERFORM 5100-ONE-STEP THRU 5100-EXIT
038700         VARYING STEP-IX FROM 1 BY 1 UNTIL STEP-IX > STEP-COUNT.
038800     MOVE SPACES TO REPORT-LINE.
038900     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
039000     MOVE NIGHT-START-SECS TO FMT-SECS.
039100     PERFORM 8000-FORMAT-SECS THRU 8000-EXIT.
039200     MOVE FMT-TEXT TO TEXT-TONIGHT.
039300     MOVE LAST-END-SECS TO FMT-SECS.
039400     PERFORM 8000-FORMAT-SECS THRU 8000-EXIT.
039500     MOVE SPACES TO REPORT-LINE.
039600     STRING "RUN STARTED " TEXT-TONIGHT
039700            "   LAST STEP ENDED " FMT-TEXT
039800         DELIMITED BY SIZE INTO REPORT-LINE.
039900     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
040000     MOVE REMAINING-STEPS TO ED-3.
040100     MOVE REMAINING-SECS TO FMT-SECS.
040200     PERFORM 8000-FORMAT-SECS THRU 8000-EXIT.
040300     MOVE SPACES TO REPORT-LINE.
040400     STRING "STEPS STILL TO RUN: " ED-3
040500            "   ESTIMATED AT AVERAGE: " FMT-TEXT
040600         DELIMITED BY SIZE INTO REPORT-LINE.
040700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
040800     MOVE PROJECTED-SECS TO FMT-SECS.
040900     PERFORM 8000-FORMAT-SECS THRU 8000-EXIT.
041000     MOVE FMT-TEXT TO TEXT-TONIGHT.
041100     MOVE WINDOW-SECS TO FMT-SECS.
041200     PERFORM 8000-FORMAT-SECS THRU 8000-EXIT.
041300     MOVE SPACES TO REPORT-LINE.
041400     STRING "PROJECTED FINISH " TEXT-TONIGHT
041500            "   WINDOW ENDS " FMT-TEXT
041600         DELIMITED BY SIZE INTO REPORT-LINE.
041700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
041800     MOVE SPACES TO REPORT-LINE.
041900     IF OVERRUN-SECS = ZERO
042000         MOVE "THE RUN FITS THE WINDOW" TO REPORT-LINE
042100     ELSE
042200         MOVE OVERRUN-SECS TO FMT-SECS
042300         PERFORM 8000-FORMAT-SECS THRU 8000-EXIT
042400         STRING "*** PROJECTED TO OVERRUN THE WINDOW BY "
042500                FMT-TEXT " ***"
042600             DELIMITED BY SIZE INTO REPORT-LINE.
042700     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
042800     MOVE FLAGGED-COUNT TO ED-3.
042900     MOVE SPACES TO REPORT-LINE.
043000     STRING "STEPS OVER 50% ABOVE AVERAGE: " ED-3
043100         DELIMITED BY SIZE INTO REPORT-LINE.
043200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
043300     MOVE ALL "-" TO REPORT-LINE.
043400     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
043500     CLOSE REPORT-FILE.
043600 5000-EXIT.
043700     EXIT.
043800 5100-ONE-STEP.
043900     MOVE SPACES TO TEXT-TONIGHT FLAG-TEXT.
044000     IF ST-TN-NOTE(STEP-IX) = "DONE"
044100        OR ST-TN-NOTE(STEP-IX) = "FAILED"
044200         MOVE ST-TN-ELAPSED(STEP-IX) TO FMT-SECS
044300         PERFORM 8000-FORMAT-SECS THRU 8000-EXIT
044400         MOVE FMT-TEXT TO TEXT-TONIGHT
044500     ELSE
044600         IF ST-TN-NOTE(STEP-IX) = "NOT DUE"
044700             MOVE "NOT DUE" TO TEXT-TONIGHT
044800         ELSE
044900             MOVE "--:--:--" TO TEXT-TONIGHT
045000             MOVE "NOT RUN YET" TO FLAG-TEXT
045100         END-IF
045200     END-IF.
045300     IF ST-TN-NOTE(STEP-IX) = "FAILED"
045400         MOVE "FAILED TONIGHT" TO FLAG-TEXT.
045500     MOVE ST-HIST-AVG(STEP-IX) TO FMT-SECS.
045600     PERFORM 8000-FORMAT-SECS THRU 8000-EXIT.
045700     MOVE FMT-TEXT TO TEXT-AVG.
045800     MOVE ST-HIST-WORST(STEP-IX) TO FMT-SECS.
045900     PERFORM 8000-FORMAT-SECS THRU 8000-EXIT.
046000     MOVE FMT-TEXT TO TEXT-WORST.
046100*    MORE THAN 50% OVER AVERAGE: TONIGHT * 2 > AVERAGE * 3.
046200     IF ST-TN-NOTE(STEP-IX) = "DONE"
046300        AND ST-HIST-COUNT(STEP-IX) > ZERO
046400        AND ST-TN-ELAPSED(STEP-IX) * 2 > ST-HIST-AVG(STEP-IX) * 3
046500         MOVE "** OVER AVG +50% **" TO FLAG-TEXT
046600         ADD 1 TO FLAGGED-COUNT.
046700     MOVE ST-HIST-COUNT(STEP-IX) TO ED-3.
046800     MOVE SPACES TO REPORT-LINE.
046900     STRING ST-NAME(STEP-IX) "  " TEXT-TONIGHT "  " TEXT-AVG
047000            "  " TEXT-WORST "  " ED-3 "     " FLAG-TEXT
047100         DELIMITED BY SIZE INTO REPORT-LINE.
047200     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
047300 5100-EXIT.
047400     EXIT.
047500 5900-PUT-LINE.
047600     WRITE REPORT-RECORD FROM REPORT-LINE.
047700 5900-EXIT.
047800     EXIT.
047900******************************************************************
048000*  8000-FORMAT-SECS - FMT-SECS AS HH:MM:SS.  CLOCK TIMES PAST    *
048100*  MIDNIGHT WRAP BACK ROUND TO 00:00:00.                         *
048200******************************************************************
048300 8000-FORMAT-SECS.
048400     IF FMT-SECS >= 86400
048500         SUBTRACT 86400 FROM FMT-SECS.
048600     COMPUTE FMT-HH = FMT-SECS / 3600.
048700     COMPUTE FMT-MM = (FMT-SECS - FMT-HH * 3600) / 60.
048800     COMPUTE FMT-SS = FMT-SECS - FMT-HH * 3600 - FMT-MM * 60.
048900 8000-EXIT.
049000     EXIT.
049100 END PROGRAM RUNSTATS.
