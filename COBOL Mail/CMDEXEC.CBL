000230 *>
000240 *>  CMDEXEC.CFG line 1 is the poll interval in seconds; zero or
000250 *>  no file means one sweep and stop.
000251 *>
000252 *>  A job that declares parameters in CMDJOBS.LST ("+" lines,
000253 *>  see CMDPARM) gets the NAME=VALUE list READER queued with the
000254 *>  request.  CMDPARM checks it again against today's CMDJOBS.LST
000255 *>  and builds the command; a request that no longer passes is
000256 *>  REFUSED, not run.  The exact command line run, who asked for
000257 *>  it and how it ended are added to CMDAUDIT.TXT, the same audit
000258 *>  trail READER writes when it accepts the command.
000259 *>
000260 *>  A "!" line under a job in CMDJOBS.LST sets how it may run,
000261 *>  as KEY=VALUE words:
000262 *>    MAXRUN=n          minutes it may run before it is ended
000263 *>                      (TIMEOUT); CMDEXEC.CFG line 2 is the
000264 *>                      default, zero or absent meaning no limit
000265 *>    HOURS=hhmm-hhmm   when it may start; the window may run
000266 *>                      past midnight (2200-0600)
000267 *>    EXCLUSIVE=Y       never while the night batch is running,
000268 *>                      i.e. while RUNBOOK.ACT says ACTIVE
000269 *>  e.g.  LOGKEEP  ./logkeep
000270 *>        !MAXRUN=30 HOURS=0700-1900 EXCLUSIVE=Y
000271 *>  A request that may not start yet is held in CMDWAIT.REQ, the
000272 *>  requester is told it is waiting, and every sweep looks at the
000273 *>  held requests first and runs each one as soon as it may.  A
000274 *>  time limit is enforced by running the command under timeout
000275 *>  from a one-line script, CMDEXEC.SH.
000276 *>
000277
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    CMDEXEC.
000300 AUTHOR.        Operations Support Group.
000550     SELECT OPTIONAL REPLY-FILE ASSIGN TO WS-REPLY-NAME
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPLY-STATUS.
000571     SELECT OPTIONAL CMDAUDIT-FILE ASSIGN TO "CMDAUDIT.TXT"
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS WS-CMDAUDIT-STATUS.
000574     SELECT OPTIONAL WAIT-FILE ASSIGN TO "CMDWAIT.REQ"
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-WAIT-STATUS.
000577     SELECT OPTIONAL SCRIPT-FILE ASSIGN TO "CMDEXEC.SH"
000578         ORGANIZATION IS LINE SEQUENTIAL
000579         FILE STATUS IS WS-SCRIPT-STATUS.
000580     SELECT OPTIONAL NIGHT-FILE ASSIGN TO "RUNBOOK.ACT"
000581         ORGANIZATION IS LINE SEQUENTIAL
000582         FILE STATUS IS WS-NIGHT-STATUS.
000583
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CMDRUN-FILE.
000620 01  CMDRUN-RECORD            PIC X(250).
000630 FD  CMDJOBS-FILE.
000640 01  CMDJOBS-RECORD           PIC X(80).
000650 FD  STATE-FILE.
000660 01  STATE-RECORD             PIC X(20).
000670 FD  EXEC-LOG-FILE.
000680 01  EXEC-LOG-RECORD          PIC X(300).
000690 FD  CONFIG-FILE.
000700 01  CONFIG-RECORD            PIC X(80).
000710 FD  SPOOL-FILE.
000720 01  SPOOL-RECORD             PIC X(250).
000730 FD  REPLY-FILE.
000740 01  REPLY-RECORD             PIC X(80).
000741 FD  CMDAUDIT-FILE.
000742 01  CMDAUDIT-RECORD          PIC X(350).
000743 *> a held request: the CMDRUN.REQ line as queued, then its
000744 *> number in the queue (which names its reply files)
000745 FD  WAIT-FILE.
000746 01  WAIT-RECORD              PIC X(260).
000747 FD  SCRIPT-FILE.
000748 01  SCRIPT-RECORD            PIC X(250).
000749 FD  NIGHT-FILE.
000750 01  NIGHT-RECORD             PIC X(80).
000751
000760 WORKING-STORAGE SECTION.
000770  01  WS-CMDRUN-STATUS      PIC XX VALUE "99".
000780  01  WS-CMDJOBS-STATUS     PIC XX VALUE "99".
000810  01  WS-CONFIG-STATUS      PIC XX VALUE "99".
000820  01  WS-SPOOL-STATUS       PIC XX VALUE "99".
000830  01  WS-REPLY-STATUS       PIC XX VALUE "99".
000832  01  WS-CMDAUDIT-STATUS    PIC XX VALUE "99".
000834  01  WS-WAIT-STATUS        PIC XX VALUE "99".
000836  01  WS-SCRIPT-STATUS      PIC XX VALUE "99".
000838  01  WS-NIGHT-STATUS       PIC XX VALUE "99".
000840  01  WS-REPLY-NAME         PIC X(30) VALUE SPACES.
000850  01  WS-EOF                PIC X VALUE "N".
000860
000870  01  POLL-INTERVAL         PIC 9(9) COMP-5 VALUE 0.
000880  01  CONFIG-LINE           PIC X(80).
000885  01  DEFAULT-MAXRUN        PIC 9(4) VALUE 0.
000890
000900 *> How many queue entries earlier runs already executed.
000910  01  DONE-COUNT            PIC 9(9) VALUE ZERO.
000970      05  JOB-ROW OCCURS 20 TIMES.
000980          10  JT-NAME       PIC X(8).
000990          10  JT-COMMAND    PIC X(60).
000991          10  JT-MAXRUN     PIC 9(4).
000992          10  JT-HOURS-SET  PIC X.
000993          10  JT-FROM       PIC 9(4).
000994          10  JT-TO         PIC 9(4).
000995          10  JT-EXCLUSIVE  PIC X.
001000  01  JOB-IX                PIC S9(4) COMP-5.
001010  01  JOB-HIT               PIC S9(4) COMP-5.
001020
001021 *> A "!" line's KEY=VALUE words.
001022  01  LIM-TARGET            PIC S9(4) COMP-5 VALUE 0.
001023  01  LIM-WORDS.
001024      05  LIM-WORD          PIC X(20) OCCURS 4 TIMES.
001025  01  LIM-IX                PIC S9(4) COMP-5.
001026  01  LIM-KEY               PIC X(10).
001027  01  LIM-VALUE             PIC X(10).
001028
001029 *> Requests held until their job may start.
001030  01  WAIT-COUNT            PIC S9(4) COMP-5 VALUE 0.
001031  01  WAIT-TABLE.
001032      05  WAIT-ROW OCCURS 50 TIMES.
001033          10  WT-RECORD     PIC X(250).
001034          10  WT-SEQ        PIC 9(9).
001035          10  WT-LIVE       PIC X.
001036  01  WAIT-IX               PIC S9(4) COMP-5.
001037  01  WAIT-NEXT             PIC S9(4) COMP-5.
001038  01  WAIT-HIT              PIC S9(4) COMP-5 VALUE 0.
001039  01  FROM-WAIT             PIC X VALUE "N".
001040  01  WAIT-REASON           PIC X(50) VALUE SPACES.
001041  01  NOW-CLOCK             PIC X(8).
001042  01  NOW-HHMM              PIC 9(4).
001043  01  NIGHT-ACTIVE          PIC X VALUE "N".
001044  01  NIGHT-AGE             PIC S9(9) COMP-5.
001045  01  NIGHT-DATE            PIC 9(8).
001046  01  NIGHT-HH              PIC 9(2).
001047  01  NIGHT-MM              PIC 9(2).
001048  01  NOW-DATE              PIC 9(8).
001049  01  NOW-HH                PIC 9(2).
001050  01  NOW-MM                PIC 9(2).
001051
001052  01  REQ-JOB               PIC X(8).
001053  01  REQ-SENDER            PIC X(50).
001054  01  REQ-SEQ               PIC 9(9) VALUE ZERO.
001055  01  REQ-PARMS             PIC X(190).
001056  01  RUN-COMMAND           PIC X(250).
001060  01  RUN-OUTCOME           PIC X(12).
001070  01  RUN-RC                PIC S9(9) COMP-5 VALUE 0.
001075  01  RUN-RC-DISP           PIC -(8)9.
001076 *> the command's own exit code; SYSTEM may hand back the wait
001077 *> status, which is that code times 256
001078  01  RUN-EXIT              PIC S9(9) COMP-5 VALUE 0.
001079  01  RUN-LIMIT             PIC 9(4) VALUE 0.
001080  01  RUN-LIMIT-SECS        PIC 9(6) VALUE 0.
001081  01  RUN-SHELL             PIC X(250).
001082  01  STAMP-DATE            PIC X(8).
001090  01  STAMP-TIME            PIC X(8).
001100  01  LOG-LINE              PIC X(300).
001110  01  SPOOL-LINE            PIC X(250).
001111  01  AUDIT-LINE            PIC X(350).
001112
001113 *> The parameter checker's linkage area, laid out exactly as
001114 *> CMDPARM declares it.
001115  01  CMDPARM-AREA.
001116      05  CP-JOB            PIC X(8).
001117      05  CP-PARMS          PIC X(190).
001118      05  CP-RESULT         PIC X.
001119      05  CP-REASON         PIC X(60).
001120      05  CP-COMMAND        PIC X(250).
001130
001140 PROCEDURE DIVISION.
001150
001400           AND FUNCTION TRIM(CONFIG-LINE) NOT = SPACES THEN
001410          MOVE FUNCTION TRIM(CONFIG-LINE) TO POLL-INTERVAL
001420        END-IF
001421        MOVE SPACES TO CONFIG-LINE
001422        READ CONFIG-FILE INTO CONFIG-LINE
001423            AT END MOVE SPACES TO CONFIG-LINE
001424        END-READ
001425        IF FUNCTION TRIM(CONFIG-LINE) IS NUMERIC
001426           AND FUNCTION TRIM(CONFIG-LINE) NOT = SPACES THEN
001427          MOVE FUNCTION TRIM(CONFIG-LINE) TO DEFAULT-MAXRUN
001428        END-IF
001430        CLOSE CONFIG-FILE
001440      ELSE
001450        IF WS-CONFIG-STATUS = "05" THEN
001680            MOVE "Y" TO WS-EOF
001690          NOT AT END
001700            IF CMDJOBS-RECORD NOT = SPACES
001710               AND CMDJOBS-RECORD(1:1) NOT = "+"
001712               AND CMDJOBS-RECORD(1:1) NOT = "!" THEN
001714              MOVE 0 TO LIM-TARGET
001716              IF JOBS-COUNT < 20 THEN
001720              ADD 1 TO JOBS-COUNT
001730              MOVE CMDJOBS-RECORD(1:8)
001740                TO JT-NAME(JOBS-COUNT)
001750              MOVE CMDJOBS-RECORD(10:60)
001760                TO JT-COMMAND(JOBS-COUNT)
001761              MOVE 0 TO JT-MAXRUN(JOBS-COUNT)
001762              MOVE "N" TO JT-HOURS-SET(JOBS-COUNT)
001763              MOVE 0 TO JT-FROM(JOBS-COUNT)
001764              MOVE 0 TO JT-TO(JOBS-COUNT)
001765              MOVE "N" TO JT-EXCLUSIVE(JOBS-COUNT)
001766              MOVE JOBS-COUNT TO LIM-TARGET
001767              END-IF
001768            END-IF
001769            IF CMDJOBS-RECORD(1:1) = "!" AND LIM-TARGET > 0 THEN
001770              PERFORM TAKE-JOB-LIMITS
001771            END-IF
001780      END-READ
001781      .
001782
001783 *> MAXRUN, HOURS and EXCLUSIVE for the job just loaded; a word
001784 *> that does not read as one of them is passed over.
001785  TAKE-JOB-LIMITS.
001786      MOVE SPACES TO LIM-WORDS
001787      UNSTRING CMDJOBS-RECORD(2:79) DELIMITED BY ALL SPACE
001788          INTO LIM-WORD(1) LIM-WORD(2) LIM-WORD(3) LIM-WORD(4)
001789      END-UNSTRING
001790      PERFORM VARYING LIM-IX FROM 1 BY 1 UNTIL LIM-IX > 4
001791        MOVE SPACES TO LIM-KEY
001792        MOVE SPACES TO LIM-VALUE
001793        UNSTRING LIM-WORD(LIM-IX) DELIMITED BY "="
001794            INTO LIM-KEY LIM-VALUE
001795        END-UNSTRING
001796        MOVE FUNCTION UPPER-CASE(LIM-KEY) TO LIM-KEY
001797        MOVE FUNCTION UPPER-CASE(LIM-VALUE) TO LIM-VALUE
001798        EVALUATE LIM-KEY
001799          WHEN "MAXRUN"
001800            IF FUNCTION TRIM(LIM-VALUE) IS NUMERIC
001801               AND LIM-VALUE(5:1) = SPACE THEN
001802              MOVE FUNCTION TRIM(LIM-VALUE)
001803                TO JT-MAXRUN(LIM-TARGET)
001804            END-IF
001805          WHEN "HOURS"
001806            IF LIM-VALUE(1:4) IS NUMERIC AND LIM-VALUE(5:1) = "-"
001807               AND LIM-VALUE(6:4) IS NUMERIC
001808               AND LIM-VALUE(10:1) = SPACE THEN
001809              MOVE "Y" TO JT-HOURS-SET(LIM-TARGET)
001810              MOVE LIM-VALUE(1:4) TO JT-FROM(LIM-TARGET)
001811              MOVE LIM-VALUE(6:4) TO JT-TO(LIM-TARGET)
001812            END-IF
001813          WHEN "EXCLUSIVE"
001814            IF LIM-VALUE = "Y" OR LIM-VALUE = "YES" THEN
001815              MOVE "Y" TO JT-EXCLUSIVE(LIM-TARGET)
001816            END-IF
001817        END-EVALUATE
001818      END-PERFORM
001819      .
001820
001821 *> One pass over the queue: skip what earlier runs executed,
001822 *> journal each request before it starts, run it, log it, and
001830 *> queue the completion mail.
001840  SWEEP-QUEUE.
001850      PERFORM LOAD-STATE
001851      PERFORM LOAD-WAIT-TABLE
001852      PERFORM VARYING WAIT-NEXT FROM 1 BY 1
001853              UNTIL WAIT-NEXT > WAIT-COUNT
001854        IF WT-LIVE(WAIT-NEXT) = "Y" THEN
001855          MOVE WT-RECORD(WAIT-NEXT) TO CMDRUN-RECORD
001856          MOVE WT-SEQ(WAIT-NEXT) TO REQ-SEQ
001857          MOVE WAIT-NEXT TO WAIT-HIT
001858          MOVE "Y" TO FROM-WAIT
001859          PERFORM TAKE-REQUEST-FIELDS
001860          PERFORM DISPATCH-REQUEST THRU EXECUTE-ONE-EXIT
001861        END-IF
001862      END-PERFORM
001863      MOVE 0 TO SEEN-COUNT
001870      OPEN INPUT CMDRUN-FILE
001880      IF WS-CMDRUN-STATUS NOT = "00" THEN
001890        IF WS-CMDRUN-STATUS = "05" THEN
002030          NOT AT END
002040            ADD 1 TO SEEN-COUNT
002050            IF SEEN-COUNT > DONE-COUNT THEN
002060              PERFORM EXECUTE-ONE-REQUEST THRU EXECUTE-ONE-EXIT
002070            END-IF
002080      END-READ
002090      .
002100
002110  EXECUTE-ONE-REQUEST.
002120      PERFORM TAKE-REQUEST-FIELDS
002140 *> journal first - an abend mid-job must not rerun the job
002150      MOVE SEEN-COUNT TO DONE-COUNT
002160      PERFORM SAVE-STATE
002161      MOVE SEEN-COUNT TO REQ-SEQ
002162      MOVE "N" TO FROM-WAIT
002163      MOVE 0 TO WAIT-HIT.
002164
002165 *> A new request and a held one both go through here: find the
002166 *> job, check its parameters, see whether it may start now, and
002167 *> either hold it or run it.
002168  DISPATCH-REQUEST.
002169      MOVE SPACES TO CP-REASON
002170      MOVE 0 TO JOB-HIT
002180      PERFORM VARYING JOB-IX FROM 1 BY 1
002190              UNTIL JOB-IX > JOBS-COUNT OR JOB-HIT > 0
002230      END-PERFORM
002240      IF JOB-HIT = 0 OR
002250         (JOB-HIT > 0 AND JT-COMMAND(JOB-HIT) = SPACES) THEN
002255        PERFORM LEAVE-WAIT-TABLE
002260        MOVE "NO-COMMAND" TO RUN-OUTCOME
002270        MOVE 0 TO RUN-RC
002280        PERFORM WRITE-EXEC-LOG
002290        PERFORM QUEUE-COMPLETION-MAIL THRU QUEUE-COMPLETION-EXIT
002300        GO TO EXECUTE-ONE-EXIT
002310      END-IF
002311      MOVE SPACES TO CMDPARM-AREA
002312      MOVE REQ-JOB TO CP-JOB
002313      MOVE REQ-PARMS TO CP-PARMS
002314      CALL "CMDPARM" USING CMDPARM-AREA
002315      IF CP-RESULT NOT = "Y" THEN
002316        PERFORM LEAVE-WAIT-TABLE
002317        MOVE "REFUSED" TO RUN-OUTCOME
002318        MOVE 0 TO RUN-RC
002319        DISPLAY "Refused " REQ-JOB ": " FUNCTION TRIM(CP-REASON)
002320        PERFORM WRITE-EXEC-LOG
002321        PERFORM WRITE-END-AUDIT
002322        PERFORM QUEUE-COMPLETION-MAIL THRU QUEUE-COMPLETION-EXIT
002323        GO TO EXECUTE-ONE-EXIT
002324      END-IF
002325      MOVE CP-COMMAND TO RUN-COMMAND
002326      PERFORM CHECK-MAY-START
002327      IF WAIT-REASON NOT = SPACES THEN
002328        IF FROM-WAIT NOT = "Y" THEN
002329          PERFORM HOLD-REQUEST
002330        END-IF
002331        GO TO EXECUTE-ONE-EXIT
002332      END-IF
002333      PERFORM LEAVE-WAIT-TABLE
002334      MOVE JT-MAXRUN(JOB-HIT) TO RUN-LIMIT
002335      IF RUN-LIMIT = 0 THEN
002336        MOVE DEFAULT-MAXRUN TO RUN-LIMIT
002337      END-IF
002338      ACCEPT STAMP-DATE FROM DATE YYYYMMDD
002340      ACCEPT STAMP-TIME FROM TIME
002350      MOVE SPACES TO LOG-LINE
002360      STRING STAMP-DATE " " STAMP-TIME(1:6) " START "
002390      PERFORM APPEND-EXEC-LOG
002400      DISPLAY "Running " REQ-JOB ": "
002410              FUNCTION TRIM(RUN-COMMAND)
002420      PERFORM WRITE-RUN-AUDIT
002421      IF RUN-LIMIT > 0 THEN
002422        PERFORM RUN-WITH-LIMIT
002423      ELSE
002424        CALL "SYSTEM" USING RUN-COMMAND
002425      END-IF
002430      MOVE RETURN-CODE TO RUN-RC
002435      MOVE RUN-RC TO RUN-RC-DISP
002440      MOVE 0 TO RETURN-CODE
002442      MOVE RUN-RC TO RUN-EXIT
002444      IF RUN-EXIT > 255 THEN
002446        DIVIDE RUN-EXIT BY 256 GIVING RUN-EXIT
002448      END-IF
002450      IF RUN-RC = 0 THEN
002460        MOVE "COMPLETED" TO RUN-OUTCOME
002470      ELSE
002480        MOVE "FAILED" TO RUN-OUTCOME
002490      END-IF
002491 *> timeout ends the job with 124, or 137 when it had to kill it
002492      IF RUN-LIMIT > 0 AND (RUN-EXIT = 124 OR RUN-EXIT = 137) THEN
002493        MOVE "TIMEOUT" TO RUN-OUTCOME
002494        DISPLAY "Ended " REQ-JOB " after " RUN-LIMIT " minutes"
002495      END-IF
002500      PERFORM WRITE-EXEC-LOG
002501      PERFORM WRITE-END-AUDIT
002502      PERFORM QUEUE-COMPLETION-MAIL THRU QUEUE-COMPLETION-EXIT.
002503  EXECUTE-ONE-EXIT.
002504      EXIT.
002505
002506 *> The fields of a CMDRUN.REQ line, new or held.
002507  TAKE-REQUEST-FIELDS.
002508      MOVE CMDRUN-RECORD(1:8) TO REQ-JOB
002509      MOVE CMDRUN-RECORD(10:50) TO REQ-SENDER
002510      MOVE CMDRUN-RECORD(61:190) TO REQ-PARMS
002511      MOVE SPACES TO CP-REASON
002512      .
002513
002514 *> WAIT-REASON is left blank when the job may start now.
002515  CHECK-MAY-START.
002516      MOVE SPACES TO WAIT-REASON
002517      ACCEPT NOW-CLOCK FROM TIME
002518      MOVE NOW-CLOCK(1:4) TO NOW-HHMM
002519      IF JT-HOURS-SET(JOB-HIT) = "Y" THEN
002520        IF JT-FROM(JOB-HIT) <= JT-TO(JOB-HIT) THEN
002521          IF NOW-HHMM < JT-FROM(JOB-HIT)
002522             OR NOW-HHMM >= JT-TO(JOB-HIT) THEN
002523            PERFORM SET-HOURS-REASON
002524          END-IF
002525        ELSE
002526          IF NOW-HHMM < JT-FROM(JOB-HIT)
002527             AND NOW-HHMM >= JT-TO(JOB-HIT) THEN
002528            PERFORM SET-HOURS-REASON
002529          END-IF
002530        END-IF
002531      END-IF
002532      IF WAIT-REASON = SPACES AND JT-EXCLUSIVE(JOB-HIT) = "Y" THEN
002533        PERFORM CHECK-NIGHT-BATCH
002534        IF NIGHT-ACTIVE = "Y" THEN
002535          MOVE "THE NIGHT BATCH (RUNBOOK) IS RUNNING"
002536            TO WAIT-REASON
002537        END-IF
002538      END-IF
002539      .
002540
002541  SET-HOURS-REASON.
002542      STRING "IT MAY ONLY START BETWEEN " JT-FROM(JOB-HIT)
002543             " AND " JT-TO(JOB-HIT)
002544        DELIMITED BY SIZE INTO WAIT-REASON
002545      .
002546
002547 *> RUNBOOK.ACT reads "ACTIVE yyyymmdd hhmmss" while the night run
002548 *> is going.  A marker over twelve hours old is a run that died
002549 *> without clearing it and does not hold anything back.
002550  CHECK-NIGHT-BATCH.
002551      MOVE "N" TO NIGHT-ACTIVE
002552      MOVE SPACES TO NIGHT-RECORD
002553      OPEN INPUT NIGHT-FILE
002554      IF WS-NIGHT-STATUS = "00" THEN
002555        READ NIGHT-FILE
002556            AT END MOVE SPACES TO NIGHT-RECORD
002557        END-READ
002558        CLOSE NIGHT-FILE
002559      ELSE
002560        IF WS-NIGHT-STATUS = "05" THEN
002561          CLOSE NIGHT-FILE
002562        END-IF
002563      END-IF
002564      IF NIGHT-RECORD(1:6) = "ACTIVE"
002565         AND NIGHT-RECORD(8:8) IS NUMERIC
002566         AND NIGHT-RECORD(17:4) IS NUMERIC THEN
002567        MOVE NIGHT-RECORD(8:8) TO NIGHT-DATE
002568        MOVE NIGHT-RECORD(17:2) TO NIGHT-HH
002569        MOVE NIGHT-RECORD(19:2) TO NIGHT-MM
002570        ACCEPT NOW-DATE FROM DATE YYYYMMDD
002571        ACCEPT NOW-CLOCK FROM TIME
002572        MOVE NOW-CLOCK(1:2) TO NOW-HH
002573        MOVE NOW-CLOCK(3:2) TO NOW-MM
002574        COMPUTE NIGHT-AGE =
002575            (FUNCTION INTEGER-OF-DATE(NOW-DATE)
002576             - FUNCTION INTEGER-OF-DATE(NIGHT-DATE)) * 1440
002577            + (NOW-HH * 60 + NOW-MM) - (NIGHT-HH * 60 + NIGHT-MM)
002578        IF NIGHT-AGE <= 720 THEN
002579          MOVE "Y" TO NIGHT-ACTIVE
002580        END-IF
002581      END-IF
002582      .
002583
002584 *> The command goes into CMDEXEC.SH and runs under timeout; the
002585 *> audit line already holds the command itself.
002586  RUN-WITH-LIMIT.
002587      OPEN OUTPUT SCRIPT-FILE
002588      IF WS-SCRIPT-STATUS = "00" OR WS-SCRIPT-STATUS = "05" THEN
002589        WRITE SCRIPT-RECORD FROM RUN-COMMAND
002590      END-IF
002591      CLOSE SCRIPT-FILE
002592      COMPUTE RUN-LIMIT-SECS = RUN-LIMIT * 60
002593      MOVE SPACES TO RUN-SHELL
002594      STRING "timeout -k 60 " RUN-LIMIT-SECS " sh CMDEXEC.SH"
002595        DELIMITED BY SIZE INTO RUN-SHELL
002596      CALL "SYSTEM" USING RUN-SHELL
002597      .
002598
002599 *> Hold a new request that may not start yet and tell the
002600 *> requester why it is waiting.
002601  HOLD-REQUEST.
002602      IF WAIT-COUNT >= 50 THEN
002603        PERFORM COMPACT-WAIT-TABLE
002604      END-IF
002605      IF WAIT-COUNT >= 50 THEN
002606        MOVE "REFUSED" TO RUN-OUTCOME
002607        MOVE 0 TO RUN-RC
002608        MOVE "TOO MANY REQUESTS ARE ALREADY WAITING" TO CP-REASON
002609        PERFORM WRITE-EXEC-LOG
002610        PERFORM WRITE-END-AUDIT
002611        PERFORM QUEUE-COMPLETION-MAIL THRU QUEUE-COMPLETION-EXIT
002612        GO TO HOLD-REQUEST-EXIT
002613      END-IF
002614      ADD 1 TO WAIT-COUNT
002615      MOVE CMDRUN-RECORD TO WT-RECORD(WAIT-COUNT)
002616      MOVE REQ-SEQ TO WT-SEQ(WAIT-COUNT)
002617      MOVE "Y" TO WT-LIVE(WAIT-COUNT)
002618      PERFORM SAVE-WAIT-TABLE
002619      MOVE "WAITING" TO RUN-OUTCOME
002620      MOVE 0 TO RUN-RC
002621      MOVE RUN-RC TO RUN-RC-DISP
002622      DISPLAY "Holding " REQ-JOB ": " FUNCTION TRIM(WAIT-REASON)
002623      ACCEPT STAMP-DATE FROM DATE YYYYMMDD
002624      ACCEPT STAMP-TIME FROM TIME
002625      MOVE SPACES TO LOG-LINE
002626      STRING STAMP-DATE " " STAMP-TIME(1:6) " WAIT  "
002627             REQ-JOB " " FUNCTION TRIM(WAIT-REASON)
002628        DELIMITED BY SIZE INTO LOG-LINE
002629      PERFORM APPEND-EXEC-LOG
002630      PERFORM WRITE-END-AUDIT
002631      PERFORM QUEUE-COMPLETION-MAIL THRU QUEUE-COMPLETION-EXIT.
002632  HOLD-REQUEST-EXIT.
002633      EXIT.
002634
002635 *> A held request that is about to run, or can never run, is
002636 *> taken off CMDWAIT.REQ before anything else happens to it.
002637  LEAVE-WAIT-TABLE.
002638      IF FROM-WAIT = "Y" AND WAIT-HIT > 0 THEN
002639        MOVE "N" TO WT-LIVE(WAIT-HIT)
002640        PERFORM SAVE-WAIT-TABLE
002641      END-IF
002642      .
002643
002644  LOAD-WAIT-TABLE.
002645      MOVE 0 TO WAIT-COUNT
002646      OPEN INPUT WAIT-FILE
002647      IF WS-WAIT-STATUS = "00" THEN
002648        MOVE "N" TO WS-EOF
002649        PERFORM LOAD-ONE-WAIT UNTIL WS-EOF = "Y"
002650        CLOSE WAIT-FILE
002651      ELSE
002652        IF WS-WAIT-STATUS = "05" THEN
002653          CLOSE WAIT-FILE
002654        END-IF
002655      END-IF
002656      .
002657
002658  LOAD-ONE-WAIT.
002659      READ WAIT-FILE
002660          AT END
002661            MOVE "Y" TO WS-EOF
002662          NOT AT END
002663            IF WAIT-RECORD NOT = SPACES AND WAIT-COUNT < 50 THEN
002664              ADD 1 TO WAIT-COUNT
002665              MOVE WAIT-RECORD(1:250) TO WT-RECORD(WAIT-COUNT)
002666              MOVE ZERO TO WT-SEQ(WAIT-COUNT)
002667              IF WAIT-RECORD(252:9) IS NUMERIC THEN
002668                MOVE WAIT-RECORD(252:9) TO WT-SEQ(WAIT-COUNT)
002669              END-IF
002670              MOVE "Y" TO WT-LIVE(WAIT-COUNT)
002671            END-IF
002672      END-READ
002673      .
002674
002675  SAVE-WAIT-TABLE.
002676      OPEN OUTPUT WAIT-FILE
002677      IF WS-WAIT-STATUS = "00" OR WS-WAIT-STATUS = "05" THEN
002678        PERFORM VARYING WAIT-IX FROM 1 BY 1
002679                UNTIL WAIT-IX > WAIT-COUNT
002680          IF WT-LIVE(WAIT-IX) = "Y" THEN
002681            MOVE SPACES TO WAIT-RECORD
002682            MOVE WT-RECORD(WAIT-IX) TO WAIT-RECORD(1:250)
002683            MOVE WT-SEQ(WAIT-IX) TO WAIT-RECORD(252:9)
002684            WRITE WAIT-RECORD
002685          END-IF
002686        END-PERFORM
002687      END-IF
002688      CLOSE WAIT-FILE
002689      .
002690
002691 *> squeeze out rows already run so a full table has room again
002692  COMPACT-WAIT-TABLE.
002693      MOVE 0 TO LIM-IX
002694      PERFORM VARYING JOB-IX FROM 1 BY 1
002695              UNTIL JOB-IX > WAIT-COUNT
002696        IF WT-LIVE(JOB-IX) = "Y" THEN
002697          ADD 1 TO LIM-IX
002698          MOVE WAIT-ROW(JOB-IX) TO WAIT-ROW(LIM-IX)
002699        END-IF
002700      END-PERFORM
002701      MOVE LIM-IX TO WAIT-COUNT
002702      .
002703
002704  WRITE-EXEC-LOG.
002705      MOVE RUN-RC TO RUN-RC-DISP
002706      ACCEPT STAMP-DATE FROM DATE YYYYMMDD
002707      ACCEPT STAMP-TIME FROM TIME
002708      MOVE SPACES TO LOG-LINE
002709      STRING STAMP-DATE " " STAMP-TIME(1:6) " END   "
002710             REQ-JOB " " RUN-OUTCOME " RC " RUN-RC-DISP
002711        DELIMITED BY SIZE INTO LOG-LINE
002712      PERFORM APPEND-EXEC-LOG
002713      .
002714
002715  APPEND-EXEC-LOG.
002716      OPEN EXTEND EXEC-LOG-FILE
002717      IF WS-EXECLOG-STATUS = "00"
002718          OR WS-EXECLOG-STATUS = "05" THEN
002719        WRITE EXEC-LOG-RECORD FROM LOG-LINE
002720      END-IF
002721      CLOSE EXEC-LOG-FILE
002722      .
002730
002731 *> CMDAUDIT.TXT gets the command exactly as it went to the
002732 *> shell, then how it ended.
002733  WRITE-RUN-AUDIT.
002734      MOVE SPACES TO AUDIT-LINE
002735      STRING STAMP-DATE " " STAMP-TIME(1:6) " EXECUTED RUNJOB "
002736             REQ-JOB " FROM " FUNCTION TRIM(REQ-SENDER) " RAN "
002737             FUNCTION TRIM(RUN-COMMAND)
002738        DELIMITED BY SIZE INTO AUDIT-LINE
002739      PERFORM APPEND-AUDIT
002740      .
002741
002742  WRITE-END-AUDIT.
002743      ACCEPT STAMP-DATE FROM DATE YYYYMMDD
002744      ACCEPT STAMP-TIME FROM TIME
002745      MOVE SPACES TO AUDIT-LINE
002746      EVALUATE RUN-OUTCOME
002747        WHEN "REFUSED"
002748          STRING STAMP-DATE " " STAMP-TIME(1:6)
002749                 " REFUSED  RUNJOB "
002750                 REQ-JOB " FROM " FUNCTION TRIM(REQ-SENDER) " - "
002751                 FUNCTION TRIM(CP-REASON)
002752            DELIMITED BY SIZE INTO AUDIT-LINE
002753        WHEN "WAITING"
002754          STRING STAMP-DATE " " STAMP-TIME(1:6)
002755                 " WAITING  RUNJOB "
002756                 REQ-JOB " FROM " FUNCTION TRIM(REQ-SENDER) " - "
002757                 FUNCTION TRIM(WAIT-REASON)
002758            DELIMITED BY SIZE INTO AUDIT-LINE
002759        WHEN OTHER
002760          STRING STAMP-DATE " " STAMP-TIME(1:6) " " RUN-OUTCOME
002761                 " RUNJOB " REQ-JOB " RC " RUN-RC-DISP
002762            DELIMITED BY SIZE INTO AUDIT-LINE
002763      END-EVALUATE
002764      PERFORM APPEND-AUDIT
002765      .
002766
002767  APPEND-AUDIT.
002768      OPEN EXTEND CMDAUDIT-FILE
002769      IF WS-CMDAUDIT-STATUS = "00"
002770          OR WS-CMDAUDIT-STATUS = "05" THEN
002771        WRITE CMDAUDIT-RECORD FROM AUDIT-LINE
002772      END-IF
002773      CLOSE CMDAUDIT-FILE
002774      .
002775
002776 *> The requester travels in the queue record; no requester on
002777 *> file (a pre-upgrade record) means no mail, which the log
002778 *> still covers.
002779  QUEUE-COMPLETION-MAIL.
002780      IF REQ-SENDER = SPACES THEN
002790        GO TO QUEUE-COMPLETION-EXIT
002800      END-IF
002812 *> which never restarts at zero, so a restarted run can never
002814 *> truncate a reply still queued unsent on the drop file
002820      MOVE SPACES TO WS-REPLY-NAME
002830      IF RUN-OUTCOME = "WAITING" THEN
002840        STRING "CMDWAIT_" REQ-SEQ ".TXT"
002841          DELIMITED BY SIZE INTO WS-REPLY-NAME
002842      ELSE
002843        STRING "CMDDONE_" REQ-SEQ ".TXT"
002844          DELIMITED BY SIZE INTO WS-REPLY-NAME
002845      END-IF
002850      OPEN OUTPUT REPLY-FILE
002860      IF WS-REPLY-STATUS = "00"
002870          OR WS-REPLY-STATUS = "05" THEN
002930        STRING "OUTCOME: " RUN-OUTCOME " RC " RUN-RC-DISP
002940          DELIMITED BY SIZE INTO REPLY-RECORD
002950        WRITE REPLY-RECORD
002951        IF REQ-PARMS NOT = SPACES THEN
002952          MOVE SPACES TO REPLY-RECORD
002953          STRING "PARAMETERS: " REQ-PARMS
002954            DELIMITED BY SIZE INTO REPLY-RECORD
002955          WRITE REPLY-RECORD
002956        END-IF
002957        IF RUN-OUTCOME = "REFUSED" THEN
002958          MOVE SPACES TO REPLY-RECORD
002959          STRING "REASON: " CP-REASON
002960            DELIMITED BY SIZE INTO REPLY-RECORD
002961          WRITE REPLY-RECORD
002962        END-IF
002963        IF RUN-OUTCOME = "WAITING" THEN
002964          MOVE SPACES TO REPLY-RECORD
002965          STRING "WAITING: " WAIT-REASON
002966            DELIMITED BY SIZE INTO REPLY-RECORD
002967          WRITE REPLY-RECORD
002968          MOVE "IT STAYS QUEUED AND RUNS AS SOON AS IT MAY"
002969            TO REPLY-RECORD
002970          WRITE REPLY-RECORD
002971        END-IF
002972        IF RUN-OUTCOME = "TIMEOUT" THEN
002973          MOVE SPACES TO REPLY-RECORD
002974          STRING "THE JOB WAS ENDED AFTER ITS LIMIT OF " RUN-LIMIT
002975                 " MINUTES"
002976            DELIMITED BY SIZE INTO REPLY-RECORD
002977          WRITE REPLY-RECORD
002978        END-IF
002979        CLOSE REPLY-FILE
002980        OPEN EXTEND SPOOL-FILE
002981        IF WS-SPOOL-STATUS = "00"
002990            OR WS-SPOOL-STATUS = "05" THEN
003000          MOVE SPACES TO SPOOL-LINE
003010          STRING "P|" FUNCTION TRIM(REQ-SENDER)
