000100 *>
000110 *>  Source Module: SPOOLCON.CBL
000120 *>
000130 *>  Operator console for the mail spool queue.  Lists what is
000140 *>  waiting in DRIVER.SPL - producer, recipient, subject, status
000150 *>  and age - and lets the operator hold an entry, release it,
000160 *>  cancel it with a reason, or move it to the front of the
000170 *>  queue, without anybody opening the queue in an editor again.
000180 *>
000190 *>  The producers' drop files (DRIVER.SPL.<producer>) are swept
000200 *>  into DRIVER.SPL first, exactly as DRIVER sweeps them, so a
000210 *>  request queued a minute ago can be held before tonight's
000220 *>  run sends it.  Before every change the queue is reread and
000230 *>  the entry checked against what was listed; if DRIVER or a
000240 *>  sweep has moved things the operator is told to LIST again.
000250 *>
000260 *>  A held entry has status H; DRIVER leaves it in the queue
000270 *>  untouched until it is released (status P again).  A
000280 *>  cancelled entry leaves the queue for the day's
000290 *>  DRIVER.HIST.<yyyymmdd> file with status X and the reason
000300 *>  as an eleventh field; DRIVER's not-before (or URGENT),
000302 *>  tries and first-fail date stay in fields 8-10 untouched.
000304 *>  Every action is logged to SPOOLCON.LOG:
000310 *>    cols  1-8   date            cols 10-13  time (HHMM)
000320 *>    cols 15-26  operator        cols 28-34  action
000330 *>    cols 36-38  entry number    cols 40-48  producer
000340 *>    cols 50-     recipient | subject | reason
000350 *>  and journalled through OPJNL like every other rewrite of a
000360 *>  shop file.
000361 *>
000362 *>  Requests DRIVER has given up on wait in DRIVER.DLQ, the
000363 *>  dead-letter file.  DEAD lists them with the last SEE error;
000364 *>  REQUEUE n puts one back in the queue with its retry count
000365 *>  cleared, DISCARD n reason files it in the history file as
000366 *>  cancelled.  Both are logged like the queue commands.
000370 *>
000371 *>  While DRIVER.ACT says DRIVER is running ("ACTIVE yyyymmdd
000372 *>  hhmmss", written before its sweep and cleared once it has
000373 *>  written the queue back) nothing here writes DRIVER.SPL or
000374 *>  DRIVER.DLQ: the sweep, every change to the queue and every
000375 *>  REQUEUE or DISCARD is refused with "DRIVER IS RUNNING - TRY
000376 *>  AGAIN", and the marker is read again just before either
000377 *>  file is opened for writing.  A marker over four hours old
000378 *>  is a run that died without clearing it and is ignored.
000379 *>
000380
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    SPOOLCON.
000410 AUTHOR.        Operations Support Group.
000420 INSTALLATION.  Mail terminals.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SPOOL-STATUS.
000510     SELECT OPTIONAL DROP-FILE ASSIGN TO WS-DROP-NAME
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DROP-STATUS.
000540     SELECT OPTIONAL HIST-FILE ASSIGN TO WS-HIST-NAME
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HIST-STATUS.
000570     SELECT OPTIONAL LOG-FILE ASSIGN TO "SPOOLCON.LOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-LOG-STATUS.
000592     SELECT OPTIONAL DEAD-FILE ASSIGN TO "DRIVER.DLQ"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-DEAD-STATUS.
000597     SELECT OPTIONAL ACTIVE-FILE ASSIGN TO "DRIVER.ACT"
000598         ORGANIZATION IS LINE SEQUENTIAL
000599         FILE STATUS IS WS-ACTIVE-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SPOOL-FILE.
000640 01  SPOOL-FILE-RECORD        PIC X(250).
000650 FD  DROP-FILE.
000660 01  DROP-RECORD              PIC X(250).
000670 FD  HIST-FILE.
000680 01  HIST-RECORD              PIC X(250).
000690 FD  LOG-FILE.
000700 01  LOG-RECORD               PIC X(250).
000702 FD  DEAD-FILE.
000704 01  DEAD-RECORD              PIC X(400).
000706 FD  ACTIVE-FILE.
000708 01  ACTIVE-RECORD            PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730  01  WS-SPOOL-STATUS      PIC XX VALUE "99".
000740  01  WS-DROP-STATUS       PIC XX VALUE "99".
000750  01  WS-HIST-STATUS       PIC XX VALUE "99".
000760  01  WS-LOG-STATUS        PIC XX VALUE "99".
000765  01  WS-DEAD-STATUS       PIC XX VALUE "99".
000770  01  WS-EOF               PIC X VALUE "N".
000780  01  WS-HIST-NAME         PIC X(30) VALUE SPACES.
000790
000800 *> The same producer drop files DRIVER sweeps; a producer added
000810 *> to DRIVER's table is added here too.
000820  01  DROP-NAME-VALUES.
000830      05  FILLER PIC X(20) VALUE "DRIVER.SPL.READER".
000840      05  FILLER PIC X(20) VALUE "DRIVER.SPL.DIGEST".
000850      05  FILLER PIC X(20) VALUE "DRIVER.SPL.2048".
000860      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CHECKERS".
000870      05  FILLER PIC X(20) VALUE "DRIVER.SPL.TTS".
000880      05  FILLER PIC X(20) VALUE "DRIVER.SPL.ARCADE".
000890      05  FILLER PIC X(20) VALUE "DRIVER.SPL.ALERT".
000900      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CMDEXEC".
000910      05  FILLER PIC X(20) VALUE "DRIVER.SPL.TREND".
000920      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CFGHIST".
000930      05  FILLER PIC X(20) VALUE "DRIVER.SPL.EVENTS".
000932      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CARDS".
000934      05  FILLER PIC X(20) VALUE "DRIVER.SPL.PONG".
000936      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CHARGE".
000938      05  FILLER PIC X(20) VALUE "DRIVER.SPL.ACHIEVE".
000939      05  FILLER PIC X(20) VALUE "DRIVER.SPL.SEASON".
000940  01  DROP-NAME-TABLE REDEFINES DROP-NAME-VALUES.
000950      05  DROP-NAME OCCURS 16 TIMES PIC X(20).
000960  01  WS-DROP-NAME         PIC X(20) VALUE SPACES.
000970  01  DROP-IDX             PIC 9(4) COMP-5 VALUE 0.
000980  01  SWEPT-COUNT          PIC 9(4) COMP-5 VALUE 0.
000990
001000 *> The queue as last read.  An over-long queue is listed as far
001010 *> as the table goes but not rewritten - changing it would drop
001020 *> whatever did not fit.
001030  01  ENTRY-COUNT          PIC S9(4) COMP-5 VALUE 0.
001040  01  ENTRY-TABLE.
001050      05  EN-LINE          PIC X(250) OCCURS 500 TIMES.
001060  01  EN-IX                PIC S9(4) COMP-5.
001070  01  WS-QUEUE-FULL        PIC X VALUE "N".
001080  01  SPOOL-LINE           PIC X(250).
001090  01  PICKED-LINE          PIC X(250).
001100
001110 *> One spool line taken apart.
001120  01  SP-STATUS            PIC X.
001130  01  SP-TO                PIC X(64).
001140  01  SP-SUBJ              PIC X(64).
001150  01  SP-MSG               PIC X(64).
001160  01  SP-ATT               PIC X(64).
001170  01  SP-PRODUCER          PIC X(12).
001180  01  SP-QUEUED.
001190      05  SP-QUEUED-DATE   PIC X(8).
001200      05  SP-QUEUED-HHMM.
001210          10  SP-QUEUED-HH PIC 99.
001220          10  SP-QUEUED-MM PIC 99.
001225  01  SP-NOT-BEFORE        PIC X(12).
001226  01  SP-TRIES             PIC X(4).
001227  01  SP-FIRST-FAIL        PIC X(8).
001228
001229 *> The dead-letter file as last read, and the fields DRIVER adds
001230 *> to a request when it gives up on it.
001231  01  DEAD-COUNT           PIC S9(4) COMP-5 VALUE 0.
001232  01  DEAD-TABLE.
001233      05  DL-LINE          PIC X(400) OCCURS 100 TIMES.
001234  01  DL-IX                PIC S9(4) COMP-5.
001235  01  WS-DEAD-FULL         PIC X VALUE "N".
001236  01  DEAD-LINE            PIC X(400).
001237  01  PICKED-DEAD          PIC X(400).
001238  01  DL-DEAD-ON           PIC X(8).
001239  01  DL-ERR-CODE          PIC X(10).
001240  01  DL-ERR-TEXT          PIC X(80).
001241  01  DEAD-SAVED           PIC S9(4) COMP-5 VALUE 0.
001242 *> DRIVER.ACT as last read: Y while a DRIVER run has the queue.
001243  01  WS-ACTIVE-STATUS     PIC XX VALUE "99".
001244  01  WS-DRIVER-BUSY       PIC X VALUE "N".
001245  01  WS-ACTIVE-HHMM.
001246      05  WS-ACTIVE-HH     PIC 99.
001247      05  WS-ACTIVE-MM     PIC 99.
001248  01  WS-SAVE-OK           PIC X VALUE "N".
001249
001250  01  CMD-LINE             PIC X(80).
001251  01  CMD-VERB             PIC X(8).
001260  01  CMD-NUM              PIC X(6).
001270  01  CMD-PTR              PIC S9(4) COMP-5.
001280  01  CMD-REASON           PIC X(60).
001290  01  WS-PICK              PIC S9(4) COMP-5 VALUE 0.
001300  01  WS-PICK-OK           PIC X VALUE "N".
001310
001320 *> Today, now, and how long an entry has waited.
001330  01  WS-TODAY-YMD         PIC X(8).
001340  01  WS-NOW-TIME.
001350      05  WS-NOW-HH        PIC 99.
001360      05  WS-NOW-MM        PIC 99.
001370      05  FILLER           PIC X(4).
001380  01  WS-NOW-STAMP         PIC X(12).
001390  01  WS-NOW-MINUTES       PIC S9(9) COMP-5.
001400  01  WS-AGE-MINUTES       PIC S9(9) COMP-5.
001410  01  WS-AGE-NUM           PIC ZZZ9.
001420  01  WS-AGE-DISP          PIC X(6).
001430
001440  01  WS-OPERATOR          PIC X(12) VALUE SPACES.
001450  01  WS-ACTION            PIC X(7).
001460  01  WS-ENTRY-NO          PIC 999.
001470  01  LIST-LINE            PIC X(80).
001480
001490 *> Entries on file as last saved, and as just written, for the
001500 *> before/after counts in the operator journal.
001510  01  SAVED-COUNT          PIC S9(4) COMP-5 VALUE 0.
001520  01  WRITTEN-COUNT        PIC S9(4) COMP-5 VALUE 0.
001530
001540 *> The operator journal module's linkage area, laid out exactly
001550 *> as OPJNL declares it.
001560  01  OPJNL-AREA.
001570      05  OPJ-PROGRAM       PIC X(08).
001580      05  OPJ-MODE          PIC X(08).
001590      05  OPJ-FILE          PIC X(30).
001600      05  OPJ-BEFORE        PIC 9(09).
001610      05  OPJ-AFTER         PIC 9(09).
001620      05  OPJ-UNIT          PIC X(05).
001630      05  OPJ-PARAMS        PIC X(60).
001640
001650 PROCEDURE DIVISION.
001660
001670      DISPLAY "SPOOLCON - mail spool queue console"
001680      PERFORM GET-OPERATOR
001690      PERFORM LOAD-QUEUE
001700      PERFORM SHOW-QUEUE.
001710
001720  COMMAND-LOOP.
001730      DISPLAY " "
001740      DISPLAY "Commands: LIST | HOLD n | RELEASE n |"
001750      DISPLAY "          CANCEL n reason | FRONT n |"
001755      DISPLAY "          DEAD | REQUEUE n | DISCARD n reason |"
001757      DISPLAY "          QUIT"
001760      DISPLAY "Command:"
001770      MOVE SPACES TO CMD-LINE
001780      ACCEPT CMD-LINE
001790      MOVE SPACES TO CMD-VERB CMD-NUM CMD-REASON
001800      MOVE 1 TO CMD-PTR
001810      UNSTRING CMD-LINE DELIMITED BY ALL " "
001820          INTO CMD-VERB CMD-NUM
001830          WITH POINTER CMD-PTR
001840      IF CMD-PTR <= 80 THEN
001850        MOVE CMD-LINE(CMD-PTR:) TO CMD-REASON
001860      END-IF
001870      MOVE FUNCTION UPPER-CASE(CMD-VERB) TO CMD-VERB
001880      EVALUATE CMD-VERB
001890        WHEN "QUIT"
001900          DISPLAY "Bye."
001910          STOP RUN
001920        WHEN "LIST"
001930          PERFORM LOAD-QUEUE
001940          PERFORM SHOW-QUEUE
001950        WHEN "HOLD"
001960          PERFORM PICK-ENTRY THRU PICK-ENTRY-EXIT
001970          IF WS-PICK-OK = "Y" THEN
001980            PERFORM HOLD-ENTRY
001990          END-IF
002000        WHEN "RELEASE"
002010          PERFORM PICK-ENTRY THRU PICK-ENTRY-EXIT
002020          IF WS-PICK-OK = "Y" THEN
002030            PERFORM RELEASE-ENTRY
002040          END-IF
002050        WHEN "CANCEL"
002060          IF CMD-REASON = SPACES THEN
002070            DISPLAY "Usage: CANCEL n reason - a reason is"
002080                    " required"
002090          ELSE
002100            PERFORM PICK-ENTRY THRU PICK-ENTRY-EXIT
002110            IF WS-PICK-OK = "Y" THEN
002120              PERFORM CANCEL-ENTRY
002130                THRU CANCEL-ENTRY-EXIT
002140            END-IF
002150          END-IF
002160        WHEN "FRONT"
002170          PERFORM PICK-ENTRY THRU PICK-ENTRY-EXIT
002180          IF WS-PICK-OK = "Y" THEN
002190            PERFORM FRONT-ENTRY
002200          END-IF
002201        WHEN "DEAD"
002202          PERFORM LOAD-DEAD
002203          PERFORM SHOW-DEAD
002204        WHEN "REQUEUE"
002205          PERFORM PICK-DEAD THRU PICK-DEAD-EXIT
002206          IF WS-PICK-OK = "Y" THEN
002207            PERFORM REQUEUE-DEAD THRU REQUEUE-DEAD-EXIT
002208          END-IF
002209        WHEN "DISCARD"
002210          IF CMD-REASON = SPACES THEN
002211            DISPLAY "Usage: DISCARD n reason - a reason is"
002212                    " required"
002213          ELSE
002214            PERFORM PICK-DEAD THRU PICK-DEAD-EXIT
002215            IF WS-PICK-OK = "Y" THEN
002216              PERFORM DISCARD-DEAD THRU DISCARD-DEAD-EXIT
002217            END-IF
002218          END-IF
002219        WHEN OTHER
002220          DISPLAY "Unknown command"
002230      END-EVALUATE
002240      GO TO COMMAND-LOOP.
002250
002260 *> The operator id as the shop journal records it:
002270 *> SHOP_OPERATOR, else the login, else UNKNOWN.
002280  GET-OPERATOR.
002290      DISPLAY "SHOP_OPERATOR" UPON ENVIRONMENT-NAME
002300      ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
002310      IF WS-OPERATOR = SPACES THEN
002320        DISPLAY "USER" UPON ENVIRONMENT-NAME
002330        ACCEPT WS-OPERATOR FROM ENVIRONMENT-VALUE
002340      END-IF
002350      IF WS-OPERATOR = SPACES THEN
002360        MOVE "UNKNOWN" TO WS-OPERATOR
002370      END-IF
002380      MOVE FUNCTION UPPER-CASE(WS-OPERATOR) TO WS-OPERATOR
002390      .
002400
002410  TAKE-THE-TIME.
002420      ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
002430      ACCEPT WS-NOW-TIME FROM TIME
002440      MOVE SPACES TO WS-NOW-STAMP
002450      STRING WS-TODAY-YMD WS-NOW-TIME(1:4)
002460        DELIMITED BY SIZE INTO WS-NOW-STAMP
002470      COMPUTE WS-NOW-MINUTES =
002480          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-YMD))
002490            * 1440 + WS-NOW-HH * 60 + WS-NOW-MM
002500      .
002510
002520 *> Sweep the drop files in, then read the whole queue.
002530  LOAD-QUEUE.
002540      PERFORM TAKE-THE-TIME
002550      PERFORM SWEEP-DROP-FILES
002560      MOVE 0 TO ENTRY-COUNT
002570      MOVE "N" TO WS-QUEUE-FULL
002580      OPEN INPUT SPOOL-FILE
002590      IF WS-SPOOL-STATUS = "00" THEN
002600        MOVE "N" TO WS-EOF
002610        PERFORM LOAD-ONE-ENTRY UNTIL WS-EOF = "Y"
002620        CLOSE SPOOL-FILE
002630      ELSE
002640        IF WS-SPOOL-STATUS = "05" THEN
002650          CLOSE SPOOL-FILE
002660        END-IF
002670      END-IF
002680      MOVE ENTRY-COUNT TO SAVED-COUNT
002690      .
002700
002710  LOAD-ONE-ENTRY.
002720      READ SPOOL-FILE INTO SPOOL-LINE
002730          AT END
002740            MOVE "Y" TO WS-EOF
002750          NOT AT END
002760            IF SPOOL-LINE NOT = SPACES THEN
002770              IF ENTRY-COUNT < 500 THEN
002780                ADD 1 TO ENTRY-COUNT
002790                MOVE SPOOL-LINE TO EN-LINE(ENTRY-COUNT)
002800              ELSE
002810                MOVE "Y" TO WS-QUEUE-FULL
002820              END-IF
002830            END-IF
002840      END-READ
002850      .
002860
002870 *> Merge every producer's drop file into DRIVER.SPL and empty
002880 *> the drop, stamping each line the way DRIVER's sweep does.
002890  SWEEP-DROP-FILES.
002900      MOVE 0 TO SWEPT-COUNT
002910      PERFORM CHECK-DRIVER
002920      IF WS-DRIVER-BUSY = "N" THEN
002930        PERFORM VARYING DROP-IDX FROM 1 BY 1
002940                UNTIL DROP-IDX > 16 OR WS-DRIVER-BUSY = "Y"
002950          MOVE DROP-NAME(DROP-IDX) TO WS-DROP-NAME
002951          PERFORM SWEEP-ONE-DROP
002952        END-PERFORM
002953      END-IF
002954      IF WS-DRIVER-BUSY = "Y" THEN
002955        DISPLAY "DRIVER IS RUNNING - TRY AGAIN"
002956      END-IF
002960      IF SWEPT-COUNT > 0 THEN
002970        DISPLAY "Swept " SWEPT-COUNT
002980                " request(s) from producer drop files"
002990      END-IF
003000      .
003010
003020  SWEEP-ONE-DROP.
003030      OPEN INPUT DROP-FILE
003040      IF WS-DROP-STATUS NOT = "00" THEN
003050        IF WS-DROP-STATUS = "05" THEN
003060          CLOSE DROP-FILE
003070        END-IF
003080      ELSE
003090        PERFORM CHECK-DRIVER
003100        IF WS-DRIVER-BUSY = "Y" THEN
003170          CLOSE DROP-FILE
003180        ELSE
003181          OPEN EXTEND SPOOL-FILE
003182          IF WS-SPOOL-STATUS = "00" OR WS-SPOOL-STATUS = "05" THEN
003183            MOVE "N" TO WS-EOF
003184            PERFORM SWEEP-ONE-LINE
003185                UNTIL WS-EOF = "Y"
003186            CLOSE SPOOL-FILE
003187            CLOSE DROP-FILE
003188            OPEN OUTPUT DROP-FILE
003189            CLOSE DROP-FILE
003190          ELSE
003191            CLOSE DROP-FILE
003192          END-IF
003200        END-IF
003210      END-IF
003220      .
003230
003240  SWEEP-ONE-LINE.
003250      READ DROP-FILE INTO SPOOL-LINE
003260          AT END
003270            MOVE "Y" TO WS-EOF
003280          NOT AT END
003290            PERFORM SPLIT-LINE
003300            IF SP-QUEUED = SPACES THEN
003310              MOVE WS-DROP-NAME(12:9) TO SP-PRODUCER
003320              MOVE SPACES TO SPOOL-LINE
003330              STRING SP-STATUS "|" FUNCTION TRIM(SP-TO) "|"
003340                     FUNCTION TRIM(SP-SUBJ) "|"
003350                     FUNCTION TRIM(SP-MSG) "|"
003360                     FUNCTION TRIM(SP-ATT) "|"
003370                     FUNCTION TRIM(SP-PRODUCER) "|"
003380                     WS-NOW-STAMP "|"
003385                     FUNCTION TRIM(SP-NOT-BEFORE)
003390                DELIMITED BY SIZE INTO SPOOL-LINE
003400            END-IF
003410            WRITE SPOOL-FILE-RECORD FROM SPOOL-LINE
003420            ADD 1 TO SWEPT-COUNT
003430      END-READ
003440      .
003450
003460  SPLIT-LINE.
003470      MOVE SPACES TO SP-STATUS SP-TO SP-SUBJ SP-MSG SP-ATT
003480      MOVE SPACES TO SP-PRODUCER SP-QUEUED SP-NOT-BEFORE
003485      MOVE SPACES TO SP-TRIES SP-FIRST-FAIL
003490      UNSTRING SPOOL-LINE DELIMITED BY "|"
003500          INTO SP-STATUS SP-TO SP-SUBJ SP-MSG SP-ATT
003510               SP-PRODUCER SP-QUEUED SP-NOT-BEFORE
003515               SP-TRIES SP-FIRST-FAIL
003520      .
003530
003540 *> One line per entry in queue order - the order DRIVER sends
003550 *> them in.
003560  SHOW-QUEUE.
003570      IF ENTRY-COUNT = 0 THEN
003580        DISPLAY "DRIVER.SPL is empty"
003590      ELSE
003600        DISPLAY "  # S PRODUCER  AGE    RECIPIENT"
003610                "                SUBJECT"
003620        PERFORM VARYING EN-IX FROM 1 BY 1
003630                UNTIL EN-IX > ENTRY-COUNT
003640          PERFORM SHOW-ONE-ENTRY
003650        END-PERFORM
003660        MOVE ENTRY-COUNT TO WS-ENTRY-NO
003670        DISPLAY WS-ENTRY-NO " request(s) queued"
003680      END-IF
003690      IF WS-QUEUE-FULL = "Y" THEN
003700        DISPLAY "More than 500 requests queued - only the first"
003710                " 500 are shown, and the queue cannot be changed"
003720                " here"
003730      END-IF
003740      .
003750
003760  SHOW-ONE-ENTRY.
003770      MOVE EN-LINE(EN-IX) TO SPOOL-LINE
003780      PERFORM SPLIT-LINE
003790      PERFORM FORMAT-AGE
003800      MOVE EN-IX TO WS-ENTRY-NO
003810      MOVE SPACES TO LIST-LINE
003820      MOVE WS-ENTRY-NO TO LIST-LINE(1:3)
003830      MOVE SP-STATUS TO LIST-LINE(5:1)
003840      MOVE SP-PRODUCER TO LIST-LINE(7:9)
003850      MOVE WS-AGE-DISP TO LIST-LINE(17:6)
003860      MOVE SP-TO TO LIST-LINE(24:24)
003870      MOVE SP-SUBJ TO LIST-LINE(49:31)
003880      DISPLAY LIST-LINE
003890      .
003900
003910 *> Minutes under two hours, hours under two days, days after
003920 *> that; a line queued before the sweep stamped them shows "?".
003930  FORMAT-AGE.
003940      MOVE "?" TO WS-AGE-DISP
003950      IF SP-QUEUED IS NUMERIC THEN
003960        COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES -
003970            (FUNCTION INTEGER-OF-DATE(
003980                 FUNCTION NUMVAL(SP-QUEUED-DATE))
003990               * 1440 + SP-QUEUED-HH * 60 + SP-QUEUED-MM)
004000        IF WS-AGE-MINUTES < 0 THEN
004010          MOVE 0 TO WS-AGE-MINUTES
004020        END-IF
004030        EVALUATE TRUE
004040          WHEN WS-AGE-MINUTES < 120
004050            MOVE WS-AGE-MINUTES TO WS-AGE-NUM
004060            MOVE SPACES TO WS-AGE-DISP
004070            STRING FUNCTION TRIM(WS-AGE-NUM) "M"
004080              DELIMITED BY SIZE INTO WS-AGE-DISP
004090          WHEN WS-AGE-MINUTES < 2880
004100            COMPUTE WS-AGE-NUM = WS-AGE-MINUTES / 60
004110            MOVE SPACES TO WS-AGE-DISP
004120            STRING FUNCTION TRIM(WS-AGE-NUM) "H"
004130              DELIMITED BY SIZE INTO WS-AGE-DISP
004140          WHEN OTHER
004150            COMPUTE WS-AGE-NUM = WS-AGE-MINUTES / 1440
004160            MOVE SPACES TO WS-AGE-DISP
004170            STRING FUNCTION TRIM(WS-AGE-NUM) "D"
004180              DELIMITED BY SIZE INTO WS-AGE-DISP
004190        END-EVALUATE
004200      END-IF
004210      .
004220
004230 *> The entry number must be one that was listed, and the queue
004240 *> reread now must still have that same request in that place.
004250  PICK-ENTRY.
004260      MOVE "N" TO WS-PICK-OK
004270      IF CMD-NUM = SPACES
004280         OR FUNCTION TRIM(CMD-NUM) IS NOT NUMERIC THEN
004290        DISPLAY "Give the entry number from the list"
004300        GO TO PICK-ENTRY-EXIT
004310      END-IF
004320      COMPUTE WS-PICK = FUNCTION NUMVAL(CMD-NUM)
004330      IF WS-PICK < 1 OR WS-PICK > ENTRY-COUNT THEN
004340        DISPLAY "No entry " FUNCTION TRIM(CMD-NUM)
004350                " - LIST shows the current numbers"
004360        GO TO PICK-ENTRY-EXIT
004370      END-IF
004380      MOVE EN-LINE(WS-PICK) TO PICKED-LINE
004390      PERFORM LOAD-QUEUE
004392      *> the sweep has already said why
004394      IF WS-DRIVER-BUSY = "Y" THEN
004396        GO TO PICK-ENTRY-EXIT
004398      END-IF
004400      IF WS-QUEUE-FULL = "Y" THEN
004410        DISPLAY "More than 500 requests queued - no changes"
004420                " can be made here"
004430        GO TO PICK-ENTRY-EXIT
004440      END-IF
004450      IF WS-PICK > ENTRY-COUNT
004460         OR EN-LINE(WS-PICK) NOT = PICKED-LINE THEN
004470        DISPLAY "The queue has changed since it was listed -"
004480                " LIST it again"
004490        GO TO PICK-ENTRY-EXIT
004500      END-IF
004510      MOVE EN-LINE(WS-PICK) TO SPOOL-LINE
004520      PERFORM SPLIT-LINE
004530      MOVE "Y" TO WS-PICK-OK.
004540  PICK-ENTRY-EXIT.
004550      EXIT.
004560
004570  HOLD-ENTRY.
004580      IF SP-STATUS = "H" THEN
004590        MOVE WS-PICK TO WS-ENTRY-NO
004600        DISPLAY "Entry " WS-ENTRY-NO " is already held"
004610      ELSE
004620        MOVE "H" TO EN-LINE(WS-PICK)(1:1)
004630        MOVE "HOLD" TO WS-ACTION
004640        PERFORM SAVE-QUEUE THRU SAVE-QUEUE-EXIT
004650        IF WS-SAVE-OK = "Y" THEN
004653          DISPLAY "Held - DRIVER will leave it in the queue"
004656        END-IF
004660      END-IF
004670      .
004680
004690  RELEASE-ENTRY.
004700      IF SP-STATUS NOT = "H" THEN
004710        MOVE WS-PICK TO WS-ENTRY-NO
004720        DISPLAY "Entry " WS-ENTRY-NO " is not held"
004730      ELSE
004740        MOVE "P" TO EN-LINE(WS-PICK)(1:1)
004750        MOVE "RELEASE" TO WS-ACTION
004760        PERFORM SAVE-QUEUE THRU SAVE-QUEUE-EXIT
004770        IF WS-SAVE-OK = "Y" THEN
004773          DISPLAY "Released - it goes on the next DRIVER run"
004776        END-IF
004780      END-IF
004790      .
004800
004810 *> The cancelled request goes to today's history file, where
004820 *> DRIVER files the ones it sent, with its reason attached -
004823 *> once it is out of the queue, so a rewrite refused while
004826 *> DRIVER runs leaves no history line for a request still there.
004830  CANCEL-ENTRY.
004831      PERFORM VARYING EN-IX FROM WS-PICK BY 1
004832              UNTIL EN-IX >= ENTRY-COUNT
004833        MOVE EN-LINE(EN-IX + 1) TO EN-LINE(EN-IX)
004834      END-PERFORM
004835      SUBTRACT 1 FROM ENTRY-COUNT
004836      MOVE "CANCEL" TO WS-ACTION
004837      PERFORM SAVE-QUEUE THRU SAVE-QUEUE-EXIT
004838      IF WS-SAVE-OK NOT = "Y" THEN
004839        GO TO CANCEL-ENTRY-EXIT
004840      END-IF
004841      MOVE SPACES TO WS-HIST-NAME
004850      STRING "DRIVER.HIST." WS-TODAY-YMD
004860        DELIMITED BY SIZE INTO WS-HIST-NAME
004870      OPEN EXTEND HIST-FILE
004880      IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
004890        THEN
004900        DISPLAY "Cannot write " FUNCTION TRIM(WS-HIST-NAME)
004910                ", status " WS-HIST-STATUS " - cancelled, and"
004915                " logged in SPOOLCON.LOG only"
004920        GO TO CANCEL-ENTRY-EXIT
004930      END-IF
004940      MOVE SPACES TO HIST-RECORD
004950      STRING "X|" FUNCTION TRIM(SP-TO) "|"
004960             FUNCTION TRIM(SP-SUBJ) "|"
004970             FUNCTION TRIM(SP-MSG) "|"
004980             FUNCTION TRIM(SP-ATT) "|"
004990             FUNCTION TRIM(SP-PRODUCER) "|"
005000             FUNCTION TRIM(SP-QUEUED) "|"
005005             FUNCTION TRIM(SP-NOT-BEFORE) "|"
005006             FUNCTION TRIM(SP-TRIES) "|"
005007             FUNCTION TRIM(SP-FIRST-FAIL) "|"
005010             FUNCTION TRIM(CMD-REASON)
005020        DELIMITED BY SIZE INTO HIST-RECORD
005030      WRITE HIST-RECORD
005040      CLOSE HIST-FILE
005120      DISPLAY "Cancelled - moved to " FUNCTION TRIM(WS-HIST-NAME).
005130  CANCEL-ENTRY-EXIT.
005140      EXIT.
005150
005160 *> DRIVER sends in file order, so the front of the file is the
005170 *> front of the queue.
005180  FRONT-ENTRY.
005190      IF WS-PICK = 1 THEN
005200        DISPLAY "Entry 1 is already at the front"
005210      ELSE
005220        MOVE EN-LINE(WS-PICK) TO PICKED-LINE
005230        PERFORM VARYING EN-IX FROM WS-PICK BY -1
005240                UNTIL EN-IX < 2
005250          MOVE EN-LINE(EN-IX - 1) TO EN-LINE(EN-IX)
005260        END-PERFORM
005270        MOVE PICKED-LINE TO EN-LINE(1)
005280        MOVE "FRONT" TO WS-ACTION
005290        PERFORM SAVE-QUEUE THRU SAVE-QUEUE-EXIT
005300        IF WS-SAVE-OK = "Y" THEN
005303          DISPLAY "Moved to the front of the queue"
005306        END-IF
005310      END-IF
005320      .
005330
005340 *> Rewrite DRIVER.SPL from the table, then log and journal the
005350 *> action that changed it.
005360  SAVE-QUEUE.
005361      MOVE "N" TO WS-SAVE-OK
005362      PERFORM CHECK-DRIVER
005363      IF WS-DRIVER-BUSY = "Y" THEN
005364        DISPLAY "DRIVER IS RUNNING - TRY AGAIN"
005365        GO TO SAVE-QUEUE-EXIT
005366      END-IF
005370      OPEN OUTPUT SPOOL-FILE
005380      IF WS-SPOOL-STATUS NOT = "00"
005390         AND WS-SPOOL-STATUS NOT = "05" THEN
005400        DISPLAY "Cannot rewrite DRIVER.SPL!"
005410        GO TO SAVE-QUEUE-EXIT
005510      END-IF
005511      MOVE 0 TO WRITTEN-COUNT
005512      PERFORM VARYING EN-IX FROM 1 BY 1
005513              UNTIL EN-IX > ENTRY-COUNT
005514        WRITE SPOOL-FILE-RECORD FROM EN-LINE(EN-IX)
005515        ADD 1 TO WRITTEN-COUNT
005516      END-PERFORM
005517      CLOSE SPOOL-FILE
005518      PERFORM LOG-ACTION
005519      PERFORM JOURNAL-SAVE
005520      MOVE "Y" TO WS-SAVE-OK.
005521  SAVE-QUEUE-EXIT.
005522      EXIT.
005530
005540  LOG-ACTION.
005550      MOVE WS-PICK TO WS-ENTRY-NO
005560      MOVE SPACES TO LOG-RECORD
005570      MOVE WS-TODAY-YMD TO LOG-RECORD(1:8)
005580      MOVE WS-NOW-STAMP(9:4) TO LOG-RECORD(10:4)
005590      MOVE WS-OPERATOR TO LOG-RECORD(15:12)
005600      MOVE WS-ACTION TO LOG-RECORD(28:7)
005610      MOVE WS-ENTRY-NO TO LOG-RECORD(36:3)
005620      MOVE SP-PRODUCER TO LOG-RECORD(40:9)
005630      IF CMD-REASON = SPACES THEN
005640        STRING FUNCTION TRIM(SP-TO) " | "
005650               FUNCTION TRIM(SP-SUBJ)
005660          DELIMITED BY SIZE INTO LOG-RECORD(50:201)
005670      ELSE
005680        STRING FUNCTION TRIM(SP-TO) " | "
005690               FUNCTION TRIM(SP-SUBJ) " | "
005700               FUNCTION TRIM(CMD-REASON)
005710          DELIMITED BY SIZE INTO LOG-RECORD(50:201)
005720      END-IF
005730      OPEN EXTEND LOG-FILE
005740      IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05" THEN
005750        WRITE LOG-RECORD
005760        CLOSE LOG-FILE
005770      ELSE
005780        DISPLAY "Cannot write SPOOLCON.LOG, status " WS-LOG-STATUS
005790      END-IF
005800      .
005810
005820 *> One operator journal line per rewrite: the command that made
005830 *> the change, and the queue length before and after it.
005840  JOURNAL-SAVE.
005850      MOVE SPACES TO OPJNL-AREA
005860      MOVE "SPOOLCON" TO OPJ-PROGRAM
005870      MOVE CMD-VERB TO OPJ-MODE
005880      MOVE "DRIVER.SPL" TO OPJ-FILE
005890      MOVE SAVED-COUNT TO OPJ-BEFORE
005900      MOVE WRITTEN-COUNT TO OPJ-AFTER
005910      MOVE "REQS" TO OPJ-UNIT
005920      MOVE CMD-LINE TO OPJ-PARAMS
005930      CALL "OPJNL" USING OPJNL-AREA
005940      MOVE WRITTEN-COUNT TO SAVED-COUNT
005950      .
005960
005970 *> Read DRIVER.DLQ into the dead-letter table.
005980  LOAD-DEAD.
005990      PERFORM TAKE-THE-TIME
006000      MOVE 0 TO DEAD-COUNT
006010      MOVE "N" TO WS-DEAD-FULL
006020      OPEN INPUT DEAD-FILE
006030      IF WS-DEAD-STATUS = "00" THEN
006040        MOVE "N" TO WS-EOF
006050        PERFORM LOAD-ONE-DEAD UNTIL WS-EOF = "Y"
006060        CLOSE DEAD-FILE
006070      ELSE
006080        IF WS-DEAD-STATUS = "05" THEN
006090          CLOSE DEAD-FILE
006100        END-IF
006110      END-IF
006120      MOVE DEAD-COUNT TO DEAD-SAVED
006130      .
006140
006150  LOAD-ONE-DEAD.
006160      READ DEAD-FILE INTO DEAD-LINE
006170          AT END
006180            MOVE "Y" TO WS-EOF
006190          NOT AT END
006200            IF DEAD-LINE NOT = SPACES THEN
006210              IF DEAD-COUNT < 100 THEN
006220                ADD 1 TO DEAD-COUNT
006230                MOVE DEAD-LINE TO DL-LINE(DEAD-COUNT)
006240              ELSE
006250                MOVE "Y" TO WS-DEAD-FULL
006260              END-IF
006270            END-IF
006280      END-READ
006290      .
006300
006310 *> A dead letter is a spool line plus the day DRIVER gave up
006320 *> and the last SEE error code and text.
006330  SPLIT-DEAD-LINE.
006340      MOVE SPACES TO SP-STATUS SP-TO SP-SUBJ SP-MSG SP-ATT
006350      MOVE SPACES TO SP-PRODUCER SP-QUEUED SP-NOT-BEFORE
006360      MOVE SPACES TO SP-TRIES SP-FIRST-FAIL
006370      MOVE SPACES TO DL-DEAD-ON DL-ERR-CODE DL-ERR-TEXT
006380      UNSTRING DEAD-LINE DELIMITED BY "|"
006390          INTO SP-STATUS SP-TO SP-SUBJ SP-MSG SP-ATT
006400               SP-PRODUCER SP-QUEUED SP-NOT-BEFORE
006410               SP-TRIES SP-FIRST-FAIL DL-DEAD-ON
006420               DL-ERR-CODE DL-ERR-TEXT
006430      .
006440
006450  SHOW-DEAD.
006460      IF DEAD-COUNT = 0 THEN
006470        DISPLAY "DRIVER.DLQ is empty"
006480      ELSE
006490        DISPLAY "  # TRIES SINCE           SEE ERR  RECIPIENT"
006500                "               SUBJECT"
006510        PERFORM VARYING DL-IX FROM 1 BY 1
006520                UNTIL DL-IX > DEAD-COUNT
006530          PERFORM SHOW-ONE-DEAD
006540        END-PERFORM
006550        MOVE DEAD-COUNT TO WS-ENTRY-NO
006560        DISPLAY WS-ENTRY-NO " dead letter(s)"
006570      END-IF
006580      IF WS-DEAD-FULL = "Y" THEN
006590        DISPLAY "More than 100 dead letters - only the first"
006600                " 100 are shown, and none can be changed here"
006610      END-IF
006620      .
006630
006640  SHOW-ONE-DEAD.
006650      MOVE DL-LINE(DL-IX) TO DEAD-LINE
006660      PERFORM SPLIT-DEAD-LINE
006670      MOVE DL-IX TO WS-ENTRY-NO
006680      MOVE SPACES TO LIST-LINE
006690      MOVE WS-ENTRY-NO TO LIST-LINE(1:3)
006700      MOVE SP-TRIES TO LIST-LINE(5:5)
006710      STRING SP-FIRST-FAIL(1:4) "-" SP-FIRST-FAIL(5:2) "-"
006720             SP-FIRST-FAIL(7:2)
006730        DELIMITED BY SIZE INTO LIST-LINE(11:10)
006740      MOVE DL-ERR-CODE TO LIST-LINE(27:8)
006750      MOVE SP-TO TO LIST-LINE(36:23)
006760      MOVE SP-SUBJ TO LIST-LINE(60:20)
006770      DISPLAY LIST-LINE
006780      MOVE SPACES TO LIST-LINE
006790      MOVE DL-ERR-TEXT TO LIST-LINE(11:69)
006800      DISPLAY LIST-LINE
006810      .
006820
006830 *> As PICK-ENTRY, against the dead-letter file.
006840  PICK-DEAD.
006850      MOVE "N" TO WS-PICK-OK
006860      IF CMD-NUM = SPACES
006870         OR FUNCTION TRIM(CMD-NUM) IS NOT NUMERIC THEN
006880        DISPLAY "Give the dead letter number from DEAD"
006890        GO TO PICK-DEAD-EXIT
006900      END-IF
006910      COMPUTE WS-PICK = FUNCTION NUMVAL(CMD-NUM)
006920      IF WS-PICK < 1 OR WS-PICK > DEAD-COUNT THEN
006930        DISPLAY "No dead letter " FUNCTION TRIM(CMD-NUM)
006940                " - DEAD shows the current numbers"
006950        GO TO PICK-DEAD-EXIT
006960      END-IF
006970      MOVE DL-LINE(WS-PICK) TO PICKED-DEAD
006980      PERFORM LOAD-DEAD
006990      IF WS-DEAD-FULL = "Y" THEN
007000        DISPLAY "More than 100 dead letters - no changes can"
007010                " be made here"
007020        GO TO PICK-DEAD-EXIT
007030      END-IF
007040      IF WS-PICK > DEAD-COUNT
007050         OR DL-LINE(WS-PICK) NOT = PICKED-DEAD THEN
007060        DISPLAY "DRIVER.DLQ has changed since it was listed -"
007070                " DEAD again"
007080        GO TO PICK-DEAD-EXIT
007090      END-IF
007100      MOVE DL-LINE(WS-PICK) TO DEAD-LINE
007110      PERFORM SPLIT-DEAD-LINE
007120      MOVE "Y" TO WS-PICK-OK.
007130  PICK-DEAD-EXIT.
007140      EXIT.
007150
007160 *> Back on the end of the queue as a fresh pending request: the
007170 *> retry count and first-failure day are cleared.
007180  REQUEUE-DEAD.
007190      PERFORM LOAD-QUEUE
007192      IF WS-DRIVER-BUSY = "Y" THEN
007194        GO TO REQUEUE-DEAD-EXIT
007196      END-IF
007200      MOVE PICKED-DEAD TO DEAD-LINE
007210      PERFORM SPLIT-DEAD-LINE
007220      IF WS-QUEUE-FULL = "Y" OR ENTRY-COUNT >= 500 THEN
007230        DISPLAY "The queue is too long to add to here"
007240        GO TO REQUEUE-DEAD-EXIT
007250      END-IF
007260      ADD 1 TO ENTRY-COUNT
007270      MOVE SPACES TO EN-LINE(ENTRY-COUNT)
007280      STRING "P|" FUNCTION TRIM(SP-TO) "|"
007290             FUNCTION TRIM(SP-SUBJ) "|"
007300             FUNCTION TRIM(SP-MSG) "|"
007310             FUNCTION TRIM(SP-ATT) "|"
007320             FUNCTION TRIM(SP-PRODUCER) "|"
007330             FUNCTION TRIM(SP-QUEUED) "|"
007340             FUNCTION TRIM(SP-NOT-BEFORE)
007350        DELIMITED BY SIZE INTO EN-LINE(ENTRY-COUNT)
007360      MOVE "REQUEUE" TO WS-ACTION
007370      PERFORM SAVE-QUEUE THRU SAVE-QUEUE-EXIT
007380      IF WS-SAVE-OK NOT = "Y" THEN
007381        GO TO REQUEUE-DEAD-EXIT
007382      END-IF
007383      PERFORM DROP-DEAD THRU DROP-DEAD-EXIT
007384      IF WS-SAVE-OK NOT = "Y" THEN
007385        DISPLAY "Requeued, but it is still in DRIVER.DLQ -"
007386                " DISCARD it there once DRIVER has finished"
007387        GO TO REQUEUE-DEAD-EXIT
007388      END-IF
007390      DISPLAY "Requeued - it goes on the next DRIVER run".
007400  REQUEUE-DEAD-EXIT.
007410      EXIT.
007420
007430 *> Given up for good: into today's history file as cancelled,
007440 *> with the reason, the same as a CANCEL, once it is out of
007445 *> DRIVER.DLQ.
007450  DISCARD-DEAD.
007452      PERFORM DROP-DEAD THRU DROP-DEAD-EXIT
007454      IF WS-SAVE-OK NOT = "Y" THEN
007456        GO TO DISCARD-DEAD-EXIT
007458      END-IF
007460      MOVE SPACES TO WS-HIST-NAME
007470      STRING "DRIVER.HIST." WS-TODAY-YMD
007480        DELIMITED BY SIZE INTO WS-HIST-NAME
007490      OPEN EXTEND HIST-FILE
007500      IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
007510        THEN
007520        DISPLAY "Cannot write " FUNCTION TRIM(WS-HIST-NAME)
007530                ", status " WS-HIST-STATUS " - discarded, and"
007532                " logged in SPOOLCON.LOG only"
007534        MOVE "DISCARD" TO WS-ACTION
007536        PERFORM LOG-ACTION
007540        GO TO DISCARD-DEAD-EXIT
007550      END-IF
007560      MOVE SPACES TO HIST-RECORD
007570      STRING "X|" FUNCTION TRIM(SP-TO) "|"
007580             FUNCTION TRIM(SP-SUBJ) "|"
007590             FUNCTION TRIM(SP-MSG) "|"
007600             FUNCTION TRIM(SP-ATT) "|"
007610             FUNCTION TRIM(SP-PRODUCER) "|"
007620             FUNCTION TRIM(SP-QUEUED) "|"
007630             FUNCTION TRIM(SP-NOT-BEFORE) "|"
007640             FUNCTION TRIM(SP-TRIES) "|"
007650             FUNCTION TRIM(SP-FIRST-FAIL) "|"
007660             FUNCTION TRIM(CMD-REASON)
007670        DELIMITED BY SIZE INTO HIST-RECORD
007680      WRITE HIST-RECORD
007690      CLOSE HIST-FILE
007700      MOVE "DISCARD" TO WS-ACTION
007710      PERFORM LOG-ACTION
007730      DISPLAY "Discarded - moved to " FUNCTION TRIM(WS-HIST-NAME).
007740  DISCARD-DEAD-EXIT.
007750      EXIT.
007760
007770 *> Take the picked dead letter out of DRIVER.DLQ and journal the
007780 *> rewrite.
007790  DROP-DEAD.
007791      MOVE "N" TO WS-SAVE-OK
007792      PERFORM CHECK-DRIVER
007793      IF WS-DRIVER-BUSY = "Y" THEN
007794        DISPLAY "DRIVER IS RUNNING - TRY AGAIN"
007795        GO TO DROP-DEAD-EXIT
007796      END-IF
007800      PERFORM VARYING DL-IX FROM WS-PICK BY 1
007810              UNTIL DL-IX >= DEAD-COUNT
007820        MOVE DL-LINE(DL-IX + 1) TO DL-LINE(DL-IX)
007830      END-PERFORM
007840      SUBTRACT 1 FROM DEAD-COUNT
007850      OPEN OUTPUT DEAD-FILE
007860      IF WS-DEAD-STATUS NOT = "00"
007870         AND WS-DEAD-STATUS NOT = "05" THEN
007880        DISPLAY "Cannot rewrite DRIVER.DLQ!"
007881        GO TO DROP-DEAD-EXIT
007882      END-IF
007883      PERFORM VARYING DL-IX FROM 1 BY 1
007884              UNTIL DL-IX > DEAD-COUNT
007885        WRITE DEAD-RECORD FROM DL-LINE(DL-IX)
007886      END-PERFORM
007887      CLOSE DEAD-FILE
007888      MOVE SPACES TO OPJNL-AREA
007889      MOVE "SPOOLCON" TO OPJ-PROGRAM
007890      MOVE CMD-VERB TO OPJ-MODE
007891      MOVE "DRIVER.DLQ" TO OPJ-FILE
007892      MOVE DEAD-SAVED TO OPJ-BEFORE
007893      MOVE DEAD-COUNT TO OPJ-AFTER
007894      MOVE "REQS" TO OPJ-UNIT
007895      MOVE CMD-LINE TO OPJ-PARAMS
007896      CALL "OPJNL" USING OPJNL-AREA
007897      MOVE DEAD-COUNT TO DEAD-SAVED
007898      MOVE "Y" TO WS-SAVE-OK.
007899  DROP-DEAD-EXIT.
007900      EXIT.
007901
007902 *> DRIVER.ACT reads "ACTIVE yyyymmdd hhmmss" while a DRIVER run
007903 *> has the queue.  A marker over four hours old is a run that
007904 *> died without clearing it and holds nothing back.
007905  CHECK-DRIVER.
007906      MOVE "N" TO WS-DRIVER-BUSY
007907      MOVE SPACES TO ACTIVE-RECORD
007908      OPEN INPUT ACTIVE-FILE
007909      IF WS-ACTIVE-STATUS = "00" THEN
007910        READ ACTIVE-FILE
007911            AT END MOVE SPACES TO ACTIVE-RECORD
007912        END-READ
007913        CLOSE ACTIVE-FILE
007914      ELSE
007915        IF WS-ACTIVE-STATUS = "05" THEN
007916          CLOSE ACTIVE-FILE
007920        END-IF
007930      END-IF
007940      IF ACTIVE-RECORD(1:6) = "ACTIVE"
007950         AND ACTIVE-RECORD(8:8) IS NUMERIC
007960         AND ACTIVE-RECORD(17:4) IS NUMERIC THEN
007970        MOVE ACTIVE-RECORD(17:4) TO WS-ACTIVE-HHMM
007980        PERFORM TAKE-THE-TIME
007990        COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES -
008000            (FUNCTION INTEGER-OF-DATE(
008010                 FUNCTION NUMVAL(ACTIVE-RECORD(8:8)))
008020               * 1440 + WS-ACTIVE-HH * 60 + WS-ACTIVE-MM)
008030        IF WS-AGE-MINUTES < 240 THEN
008040          MOVE "Y" TO WS-DRIVER-BUSY
008045        END-IF
008050      END-IF
008060      .
008070
008080 END PROGRAM SPOOLCON.
