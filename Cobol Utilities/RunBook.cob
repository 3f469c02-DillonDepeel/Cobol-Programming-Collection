001000*    COLS  1- 8  STEP NAME                                       *
001100*    COLS 10-17  DEPENDS-ON STEP NAME (BLANK = NONE)             *
001200*    COLS 19-78  THE COMMAND THAT RUNS THE STEP                  *
001207*    COLS 80-87  RUN CALENDAR (BLANK = DAILY):                   *
001214*                 DAILY     EVERY NIGHT                          *
001221*                 WEEKDAYS  MONDAY TO FRIDAY                     *
001228*                 MON..SUN  THAT DAY OF THE WEEK ONLY            *
001235*                 FIRSTBD   FIRST BUSINESS DAY OF THE MONTH      *
001242*                 LASTBD    LAST BUSINESS DAY OF THE MONTH       *
001249*    COL  89     H = ALSO SKIP ON SHOP HOLIDAYS (CALC.HOLIDAYS)  *
001256*                                                                *
001263*  BUSINESS DAYS ARE WEEKDAYS NOT ON THE CALC.HOLIDAYS LIST, THE *
001270*  SAME CALENDAR THE CALCULATOR'S BUSINESS-DAY ENTRIES USE.  A   *
001277*  STEP NOT DUE TONIGHT IS JOURNALLED "NOT DUE" AND COUNTS AS    *
001284*  SATISFIED FOR ANY STEP THAT DEPENDS ON IT.                    *
001300*                                                                *
001400*  EVERY COMPLETED STEP IS JOURNALLED TO RUNBOOK.JNL WITH THE    *
001500*  DATE, THE SAME WAY LOGKEEP JOURNALS ITS PHASES.  A RESTART    *
001800*  BECAUSE SHOPDIGEST DIED.  A STEP WHOSE DEPENDENCY HAS NOT     *
001900*  COMPLETED TONIGHT IS REFUSED, AND A FAILING STEP STOPS THE    *
002000*  RUN SO THE WINDOW IS NOT WASTED ON WORK BUILT ON SAND.        *
002007*                                                                *
002014*  EACH JOURNAL LINE CARRIES THE STEP'S START AND END TIME       *
002021*  (HHMMSS) AND ELAPSED SECONDS, SO RUNSTATS CAN TRACK HOW THE   *
002028*  WINDOW IS BEING USED.  A FAILED STEP IS JOURNALLED "FAILED"   *
002035*  WITH ITS TIMES; ONLY "DONE" MARKS A STEP COMPLETE.            *
002042*                                                                *
002049*  A FAILED OR REFUSED STEP ALSO OPENS AN INCIDENT IN THE        *
002056*  INCIDENT LOG (THROUGH INCOPEN), KEYED BY THE STEP NAME.       *
002063*                                                                *
002070*  WHILE THE RUN IS GOING RUNBOOK.ACT READS "ACTIVE YYYYMMDD     *
002077*  HHMMSS"; ONCE IT STOPS, FOR ANY REASON, IT READS "ENDED".     *
002084*  CMDEXEC HOLDS BACK ANY JOB MARKED EXCLUSIVE WITH THE NIGHT    *
002091*  BATCH WHILE THE MARKER SAYS ACTIVE.                           *
002100******************************************************************
002200*  MODIFICATION HISTORY                                          *
002300*  09/02/26 OSG  INITIAL VERSION.                                *
002320*  10/15/26 OSG  PER-STEP RUN CALENDAR AND HOLIDAY SKIP.         *
002340*  10/15/26 OSG  START/END TIMES ON JOURNAL LINES; FAILED STEPS. *
002360*  10/15/26 OSG  FAILED AND REFUSED STEPS OPEN INCIDENTS.        *
002380*  10/15/26 OSG  RUNBOOK.ACT MARKS THE RUN ACTIVE/ENDED.         *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003200     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "RUNBOOK.JNL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS JOURNAL-STATUS.
003414     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "CALC.HOLIDAYS"
003428         ORGANIZATION IS LINE SEQUENTIAL
003442         FILE STATUS IS HOLIDAY-STATUS.
003456     SELECT OPTIONAL ACTIVITY-FILE ASSIGN TO "RUNBOOK.ACT"
003470         ORGANIZATION IS LINE SEQUENTIAL
003484         FILE STATUS IS ACTIVITY-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CONFIG-FILE.
004100     05  CFG-DEPENDS         PIC X(08).
004200     05  FILLER              PIC X(01).
004300     05  CFG-COMMAND         PIC X(60).
004320     05  FILLER              PIC X(01).
004340     05  CFG-CALENDAR        PIC X(08).
004360     05  FILLER              PIC X(01).
004380     05  CFG-HOLIDAY         PIC X(01).
004400 FD  JOURNAL-FILE.
004500 01  JOURNAL-RECORD.
004600     05  JNL-DATE            PIC X(08).
004800     05  JNL-STEP            PIC X(08).
004900     05  FILLER              PIC X(01).
005000     05  JNL-NOTE            PIC X(08).
005006     05  FILLER              PIC X(01).
005012     05  JNL-START           PIC X(06).
005018     05  FILLER              PIC X(01).
005024     05  JNL-END             PIC X(06).
005030     05  FILLER              PIC X(01).
005036     05  JNL-ELAPSED         PIC 9(05).
005042 FD  HOLIDAY-FILE.
005048 01  HOLIDAY-RECORD          PIC X(08).
005054 FD  ACTIVITY-FILE.
005060 01  ACTIVITY-RECORD.
005066     05  ACT-NOTE            PIC X(06).
005072     05  FILLER              PIC X(01).
005078     05  ACT-DATE            PIC X(08).
005084     05  FILLER              PIC X(01).
005090     05  ACT-TIME            PIC X(06).
005100 WORKING-STORAGE SECTION.
005200 77  CONFIG-STATUS           PIC X(02).
005300 77  JOURNAL-STATUS          PIC X(02).
005325 77  HOLIDAY-STATUS          PIC X(02).
005350 77  ACTIVITY-STATUS         PIC X(02).
005375 77  ACTIVITY-NOTE           PIC X(06).
005400 77  EOF-SW                  PIC X(01) VALUE "N".
005500     88  FILE-AT-END         VALUE "Y".
005600 77  TODAY-YMD               PIC 9(08).
006400         10  ST-DEPENDS      PIC X(08).
006500         10  ST-COMMAND      PIC X(60).
006600         10  ST-DONE         PIC X(01).
006620             88  ST-FINISHED     VALUE "Y".
006640             88  ST-NOT-DUE      VALUE "X".
006660         10  ST-CALENDAR     PIC X(08).
006680         10  ST-HOLIDAY      PIC X(01).
006700 77  STEP-COUNT              PIC 9(02) VALUE ZERO.
006800 77  STEP-IX                 PIC 9(02).
006900 77  DEP-IX                  PIC 9(02).
007100 77  RUN-RC                  PIC S9(9) COMP VALUE ZERO.
007200 77  STEPS-RUN               PIC 9(02) VALUE ZERO.
007300 77  STEPS-SKIPPED           PIC 9(02) VALUE ZERO.
007350 77  STEPS-NOT-DUE           PIC 9(02) VALUE ZERO.
007400 01  RUN-COMMAND             PIC X(60).
007402 01  JOURNAL-NOTE            PIC X(08).
007404 01  STEP-START              PIC X(06).
007406 01  STEP-END                PIC X(06).
007408 01  CLOCK-NOW.
007410     05  CLOCK-HH            PIC 9(02).
007412     05  CLOCK-MM            PIC 9(02).
007414     05  CLOCK-SS            PIC 9(02).
007416     05  CLOCK-CC            PIC 9(02).
007418 77  START-SECS              PIC 9(05).
007420 77  END-SECS                PIC 9(05).
007422 77  STEP-ELAPSED            PIC 9(05).
007424******************************************************************
007426*  TONIGHT'S PLACE ON THE CALENDAR.  INTEGER DAY 1 IS A MONDAY,  *
007428*  SO (DAY - 1) MOD 7 GIVES 0 = MONDAY ... 6 = SUNDAY.           *
007430******************************************************************
007432 01  HOLIDAY-TABLE.
007434     05  HOL-DATE OCCURS 100 TIMES PIC 9(08).
007436 77  HOL-COUNT               PIC 9(03) VALUE ZERO.
007438 77  HOL-IX                  PIC 9(03).
007440 77  TODAY-INT               PIC 9(07).
007442 77  TODAY-DOW               PIC 9(01).
007444 77  TODAY-BUSINESS          PIC X(01).
007446 77  TODAY-HOLIDAY           PIC X(01).
007448 77  FIRST-BD-SW             PIC X(01).
007450 77  LAST-BD-SW              PIC X(01).
007452 77  CAL-INT                 PIC 9(07).
007454 77  CAL-YMD                 PIC 9(08).
007456 77  CAL-DOW                 PIC 9(01).
007458 77  CAL-BUSINESS            PIC X(01).
007460 77  STEP-DUE                PIC X(01).
007462 77  DAY-IX                  PIC 9(01).
007464 01  DAY-NAMES               PIC X(21)
007466                             VALUE "MONTUEWEDTHUFRISATSUN".
007468 01  DAY-NAME-TABLE REDEFINES DAY-NAMES.
007470     05  DAY-NAME OCCURS 7 TIMES PIC X(03).
007472******************************************************************
007474*  INCOPEN'S LINKAGE AREA, LAID OUT EXACTLY AS INCOPEN DECLARES  *
007476*  IT.                                                           *
007478******************************************************************
007480 01  INCOPEN-AREA.
007482     05  INC-SOURCE          PIC X(08).
007484     05  INC-KEY             PIC X(30).
007486     05  INC-SEVERITY        PIC X(01).
007488     05  INC-OPERATOR        PIC X(12).
007490     05  INC-TITLE           PIC X(70).
007492     05  INC-RESULT          PIC X(01).
007494     05  INC-ID              PIC 9(06).
007496 01  RC-EDIT                 PIC -(9)9.
007500 PROCEDURE DIVISION.
007600******************************************************************
007700*  0000-MAINLINE.                                                *
007900 0000-MAINLINE.
008000     ACCEPT TODAY-YMD FROM DATE YYYYMMDD.
008100     MOVE TODAY-YMD TO TODAY-X.
008150     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
008200     PERFORM 1000-LOAD-STEPS THRU 1000-EXIT.
008300     IF STEP-COUNT = ZERO
008400         DISPLAY "NO RUNBOOK.CFG STEPS - NOTHING TO RUN"
008500         STOP RUN.
008600     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT.
008633     MOVE "ACTIVE" TO ACTIVITY-NOTE.
008666     PERFORM 3400-MARK-ACTIVITY THRU 3400-EXIT.
008700     PERFORM 3000-ONE-STEP THRU 3000-EXIT
008800         VARYING STEP-IX FROM 1 BY 1
008900         UNTIL STEP-IX > STEP-COUNT.
009000     DISPLAY "RUNBOOK COMPLETE: " STEPS-RUN " RUN, "
009100             STEPS-SKIPPED " ALREADY DONE TONIGHT, "
009125             STEPS-NOT-DUE " NOT DUE".
009150     MOVE "ENDED" TO ACTIVITY-NOTE.
009175     PERFORM 3400-MARK-ACTIVITY THRU 3400-EXIT.
009200     STOP RUN.
009300******************************************************************
009400*  1000-LOAD-STEPS.                                              *
011900     MOVE CFG-DEPENDS   TO ST-DEPENDS(STEP-COUNT).
012000     MOVE CFG-COMMAND   TO ST-COMMAND(STEP-COUNT).
012100     MOVE "N" TO ST-DONE(STEP-COUNT).
012133     MOVE CFG-CALENDAR  TO ST-CALENDAR(STEP-COUNT).
012166     MOVE CFG-HOLIDAY   TO ST-HOLIDAY(STEP-COUNT).
012200 1100-EXIT.
012201     EXIT.
012202******************************************************************
012203*  1500-LOAD-CALENDAR - THE HOLIDAY LIST, AND WHAT KIND OF DAY   *
012204*  TONIGHT IS: WEEKDAY, BUSINESS DAY, FIRST OR LAST BUSINESS DAY *
012205*  OF THE MONTH.                                                 *
012206******************************************************************
012207 1500-LOAD-CALENDAR.
012208     MOVE "N" TO EOF-SW.
012209     OPEN INPUT HOLIDAY-FILE.
012210     IF HOLIDAY-STATUS NOT = "00"
012211         IF HOLIDAY-STATUS = "05"
012212             CLOSE HOLIDAY-FILE
012213         END-IF
012214         GO TO 1500-CLASSIFY.
012215     PERFORM 1510-ONE-HOLIDAY THRU 1510-EXIT
012216         UNTIL FILE-AT-END.
012217     CLOSE HOLIDAY-FILE.
012218 1500-CLASSIFY.
012219     COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-YMD).
012220     MOVE TODAY-INT TO CAL-INT.
012221     PERFORM 1520-CHECK-BUSINESS THRU 1520-EXIT.
012222     MOVE CAL-DOW TO TODAY-DOW.
012223     COMPUTE DAY-IX = TODAY-DOW + 1.
012224     MOVE CAL-BUSINESS TO TODAY-BUSINESS.
012225     MOVE "N" TO TODAY-HOLIDAY.
012226     PERFORM VARYING HOL-IX FROM 1 BY 1
012227         UNTIL HOL-IX > HOL-COUNT
012228         IF HOL-DATE(HOL-IX) = TODAY-YMD
012229             MOVE "Y" TO TODAY-HOLIDAY
012230         END-IF
012231     END-PERFORM.
012232*    FIRST BUSINESS DAY: NO BUSINESS DAY EARLIER THIS MONTH.
012233*    THE SWITCH ENDS "D" WHEN TONIGHT QUALIFIES, "N" OTHERWISE.
012234     MOVE TODAY-BUSINESS TO FIRST-BD-SW.
012235     COMPUTE CAL-INT = TODAY-INT - 1.
012236     PERFORM 1530-BACK-ONE-DAY THRU 1530-EXIT
012237         UNTIL FIRST-BD-SW NOT = "Y".
012238*    LAST BUSINESS DAY: NO BUSINESS DAY LATER THIS MONTH.
012239     MOVE TODAY-BUSINESS TO LAST-BD-SW.
012240     COMPUTE CAL-INT = TODAY-INT + 1.
012241     PERFORM 1540-AHEAD-ONE-DAY THRU 1540-EXIT
012242         UNTIL LAST-BD-SW NOT = "Y".
012243 1500-EXIT.
012244     EXIT.
012245 1510-ONE-HOLIDAY.
012246     READ HOLIDAY-FILE
012247         AT END
012248             MOVE "Y" TO EOF-SW
012249             GO TO 1510-EXIT
012250     END-READ.
012251     IF HOLIDAY-RECORD IS NUMERIC AND HOL-COUNT < 100
012252         ADD 1 TO HOL-COUNT
012253         MOVE HOLIDAY-RECORD TO HOL-DATE(HOL-COUNT).
012254 1510-EXIT.
012255     EXIT.
012256 1520-CHECK-BUSINESS.
012257     COMPUTE CAL-DOW = FUNCTION MOD(CAL-INT - 1, 7).
012258     COMPUTE CAL-YMD = FUNCTION DATE-OF-INTEGER(CAL-INT).
012259     MOVE "N" TO CAL-BUSINESS.
012260     IF CAL-DOW > 4
012261         GO TO 1520-EXIT.
012262     MOVE "Y" TO CAL-BUSINESS.
012263     PERFORM VARYING HOL-IX FROM 1 BY 1
012264         UNTIL HOL-IX > HOL-COUNT
012265         IF HOL-DATE(HOL-IX) = CAL-YMD
012266             MOVE "N" TO CAL-BUSINESS
012267         END-IF
012268     END-PERFORM.
012269 1520-EXIT.
012270     EXIT.
012271 1530-BACK-ONE-DAY.
012272     COMPUTE CAL-YMD = FUNCTION DATE-OF-INTEGER(CAL-INT).
012273     IF CAL-YMD(1:6) NOT = TODAY-YMD(1:6)
012274         MOVE "D" TO FIRST-BD-SW
012275         GO TO 1530-EXIT.
012276     PERFORM 1520-CHECK-BUSINESS THRU 1520-EXIT.
012277     IF CAL-BUSINESS = "Y"
012278         MOVE "N" TO FIRST-BD-SW
012279         GO TO 1530-EXIT.
012280     SUBTRACT 1 FROM CAL-INT.
012281 1530-EXIT.
012282     EXIT.
012283 1540-AHEAD-ONE-DAY.
012284     COMPUTE CAL-YMD = FUNCTION DATE-OF-INTEGER(CAL-INT).
012285     IF CAL-YMD(1:6) NOT = TODAY-YMD(1:6)
012286         MOVE "D" TO LAST-BD-SW
012287         GO TO 1540-EXIT.
012288     PERFORM 1520-CHECK-BUSINESS THRU 1520-EXIT.
012289     IF CAL-BUSINESS = "Y"
012290         MOVE "N" TO LAST-BD-SW
012291         GO TO 1540-EXIT.
012292     ADD 1 TO CAL-INT.
012293 1540-EXIT.
012300     EXIT.
012400******************************************************************
012500*  2000-LOAD-JOURNAL - WHICH STEPS ALREADY FINISHED TONIGHT.     *
014300             MOVE "Y" TO EOF-SW
014400             GO TO 2100-EXIT
014500     END-READ.
014511     IF JNL-DATE = TODAY-X AND JNL-NOTE = "NOT DUE"
014522         PERFORM VARYING STEP-IX FROM 1 BY 1
014533             UNTIL STEP-IX > STEP-COUNT
014544             IF ST-NAME(STEP-IX) = JNL-STEP
014555                AND NOT ST-FINISHED(STEP-IX)
014566                 MOVE "X" TO ST-DONE(STEP-IX)
014577             END-IF
014588         END-PERFORM.
014600     IF JNL-DATE = TODAY-X AND JNL-NOTE = "DONE"
014700         PERFORM VARYING STEP-IX FROM 1 BY 1
014800             UNTIL STEP-IX > STEP-COUNT
015500******************************************************************
015600*  3000-ONE-STEP - SKIP WHAT IS DONE, CHECK THE DEPENDENCY,      *
015700*  RUN, JOURNAL "DONE" ON SUCCESS, STOP THE RUN ON FAILURE.      *
015733*  A STEP WHOSE CALENDAR DOES NOT FALL TONIGHT IS JOURNALLED     *
015766*  "NOT DUE" (ONCE) AND PASSED OVER.                             *
015800******************************************************************
015900 3000-ONE-STEP.
016000     IF ST-FINISHED(STEP-IX)
016100         ADD 1 TO STEPS-SKIPPED
016200         DISPLAY ST-NAME(STEP-IX)
016300                 " ALREADY DONE TONIGHT - SKIPPED"
016307         GO TO 3000-EXIT.
016314     PERFORM 3200-CHECK-CALENDAR THRU 3200-EXIT.
016321     IF STEP-DUE NOT = "Y"
016328         ADD 1 TO STEPS-NOT-DUE
016335         DISPLAY ST-NAME(STEP-IX) " NOT DUE TONIGHT ("
016342                 ST-CALENDAR(STEP-IX) ")"
016349         IF NOT ST-NOT-DUE(STEP-IX)
016356             MOVE "NOT DUE" TO JOURNAL-NOTE
016363             MOVE SPACES TO STEP-START STEP-END
016370             MOVE ZERO TO STEP-ELAPSED
016377             PERFORM 3100-JOURNAL-DONE THRU 3100-EXIT
016384             MOVE "X" TO ST-DONE(STEP-IX)
016391         END-IF
016400         GO TO 3000-EXIT.
016500     IF ST-DEPENDS(STEP-IX) NOT = SPACES
016600         MOVE "N" TO DEP-OK
016700         PERFORM VARYING DEP-IX FROM 1 BY 1
016800             UNTIL DEP-IX > STEP-COUNT
016900             IF ST-NAME(DEP-IX) = ST-DEPENDS(STEP-IX)
017000                AND (ST-FINISHED(DEP-IX) OR ST-NOT-DUE(DEP-IX))
017100                 MOVE "Y" TO DEP-OK
017200             END-IF
017300         END-PERFORM
017400         IF DEP-OK NOT = "Y"
017500             DISPLAY ST-NAME(STEP-IX) " REFUSED - DEPENDENCY "
017600                     ST-DEPENDS(STEP-IX) " NOT DONE TONIGHT"
017609             MOVE SPACES TO INC-TITLE
017618             STRING "STEP " DELIMITED BY SIZE
017627                    ST-NAME(STEP-IX) DELIMITED BY SPACE
017636                    " REFUSED - " DELIMITED BY SIZE
017645                    ST-DEPENDS(STEP-IX) DELIMITED BY SPACE
017654                    " NOT DONE TONIGHT" DELIMITED BY SIZE
017663                 INTO INC-TITLE
017672             PERFORM 3300-OPEN-INCIDENT THRU 3300-EXIT
017681             MOVE "ENDED" TO ACTIVITY-NOTE
017690             PERFORM 3400-MARK-ACTIVITY THRU 3400-EXIT
017700             STOP RUN
017800         END-IF
017900     END-IF.
018000     DISPLAY "RUNNING " ST-NAME(STEP-IX) ": "
018100             FUNCTION TRIM(ST-COMMAND(STEP-IX)).
018200     MOVE ST-COMMAND(STEP-IX) TO RUN-COMMAND.
018220     ACCEPT CLOCK-NOW FROM TIME.
018240     MOVE CLOCK-NOW(1:6) TO STEP-START.
018260     COMPUTE START-SECS = CLOCK-HH * 3600 + CLOCK-MM * 60
018280                  + CLOCK-SS.
018300     CALL "SYSTEM" USING RUN-COMMAND.
018400     MOVE RETURN-CODE TO RUN-RC.
018500     MOVE ZERO TO RETURN-CODE.
018510     ACCEPT CLOCK-NOW FROM TIME.
018520     MOVE CLOCK-NOW(1:6) TO STEP-END.
018530     COMPUTE END-SECS = CLOCK-HH * 3600 + CLOCK-MM * 60
018540                + CLOCK-SS.
018550*    A STEP THAT RUNS ACROSS MIDNIGHT ENDS "BEFORE" IT STARTED.
018560     IF END-SECS < START-SECS
018570         COMPUTE STEP-ELAPSED = END-SECS + 86400 - START-SECS
018580     ELSE
018590         COMPUTE STEP-ELAPSED = END-SECS - START-SECS.
018600     IF RUN-RC NOT = ZERO
018700         DISPLAY ST-NAME(STEP-IX) " FAILED, RC " RUN-RC
018709         MOVE RUN-RC TO RC-EDIT
018718         MOVE SPACES TO INC-TITLE
018727         STRING "STEP " DELIMITED BY SIZE
018736                ST-NAME(STEP-IX) DELIMITED BY SPACE
018745                " FAILED, RC " FUNCTION TRIM(RC-EDIT) ": "
018754                ST-COMMAND(STEP-IX) DELIMITED BY SIZE
018763             INTO INC-TITLE
018772         PERFORM 3300-OPEN-INCIDENT THRU 3300-EXIT
018781         MOVE "FAILED" TO JOURNAL-NOTE
018790         PERFORM 3100-JOURNAL-DONE THRU 3100-EXIT
018800         DISPLAY "RUN STOPPED - RERUN RESUMES AT THIS STEP"
018833         MOVE "ENDED" TO ACTIVITY-NOTE
018866         PERFORM 3400-MARK-ACTIVITY THRU 3400-EXIT
018900         STOP RUN.
018950     MOVE "DONE" TO JOURNAL-NOTE.
019000     PERFORM 3100-JOURNAL-DONE THRU 3100-EXIT.
019100     MOVE "Y" TO ST-DONE(STEP-IX).
019200     ADD 1 TO STEPS-RUN.
019800         MOVE SPACES TO JOURNAL-RECORD
019900         MOVE TODAY-X TO JNL-DATE
020000         MOVE ST-NAME(STEP-IX) TO JNL-STEP
020100         MOVE JOURNAL-NOTE TO JNL-NOTE
020125         MOVE STEP-START TO JNL-START
020150         MOVE STEP-END TO JNL-END
020175         MOVE STEP-ELAPSED TO JNL-ELAPSED
020200         WRITE JOURNAL-RECORD.
020300     CLOSE JOURNAL-FILE.
020400 3100-EXIT.
020500     EXIT.
020501******************************************************************
020502*  3200-CHECK-CALENDAR - IS THIS STEP DUE TONIGHT?               *
020503******************************************************************
020504 3200-CHECK-CALENDAR.
020505     MOVE "N" TO STEP-DUE.
020506     IF ST-HOLIDAY(STEP-IX) = "H" AND TODAY-HOLIDAY = "Y"
020507         GO TO 3200-EXIT.
020508     EVALUATE ST-CALENDAR(STEP-IX)
020509         WHEN SPACES
020510         WHEN "DAILY"
020511             MOVE "Y" TO STEP-DUE
020512         WHEN "WEEKDAYS"
020513             IF TODAY-DOW < 5
020514                 MOVE "Y" TO STEP-DUE
020515             END-IF
020516         WHEN "FIRSTBD"
020517             IF FIRST-BD-SW = "D"
020518                 MOVE "Y" TO STEP-DUE
020519             END-IF
020520         WHEN "LASTBD"
020521             IF LAST-BD-SW = "D"
020522                 MOVE "Y" TO STEP-DUE
020523             END-IF
020524         WHEN OTHER
020525             IF ST-CALENDAR(STEP-IX)(1:3) = DAY-NAME(DAY-IX)
020526                 MOVE "Y" TO STEP-DUE
020527             END-IF
020528     END-EVALUATE.
020529 3200-EXIT.
020530     EXIT.
020531******************************************************************
020532*  3300-OPEN-INCIDENT - AN INCIDENT FOR THIS STEP, TITLED FROM   *
020533*  INC-TITLE; ONE STAYS OPEN PER STEP UNTIL AN OPERATOR CLOSES   *
020534*  IT, HOWEVER MANY RERUNS FAIL.                                 *
020535******************************************************************
020536 3300-OPEN-INCIDENT.
020537     MOVE "RUNBOOK" TO INC-SOURCE.
020538     MOVE SPACES TO INC-KEY.
020539     MOVE ST-NAME(STEP-IX) TO INC-KEY.
020540     MOVE "A" TO INC-SEVERITY.
020541     MOVE "AUTO" TO INC-OPERATOR.
020542     MOVE SPACE TO INC-RESULT.
020543     MOVE ZERO TO INC-ID.
020544     CALL "INCOPEN" USING INCOPEN-AREA.
020545     IF INC-RESULT = "N"
020546         DISPLAY "OPENED INCIDENT " INC-ID " FOR STEP "
020547                 ST-NAME(STEP-IX).
020548 3300-EXIT.
020549     EXIT.
020550******************************************************************
020551*  3400-MARK-ACTIVITY - RUNBOOK.ACT SAYS WHETHER THE NIGHT RUN   *
020552*  IS GOING (ACTIVE) OR HAS STOPPED (ENDED), AND SINCE WHEN.     *
020553******************************************************************
020554 3400-MARK-ACTIVITY.
020555     OPEN OUTPUT ACTIVITY-FILE.
020556     IF ACTIVITY-STATUS = "00" OR ACTIVITY-STATUS = "05"
020557         MOVE SPACES TO ACTIVITY-RECORD
020558         MOVE ACTIVITY-NOTE TO ACT-NOTE
020559         MOVE TODAY-X TO ACT-DATE
020560         ACCEPT CLOCK-NOW FROM TIME
020561         MOVE CLOCK-NOW(1:6) TO ACT-TIME
020562         WRITE ACTIVITY-RECORD.
020563     CLOSE ACTIVITY-FILE.
020564 3400-EXIT.
020565     EXIT.
020600 END PROGRAM RUNBOOK.
