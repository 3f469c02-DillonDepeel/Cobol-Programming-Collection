             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL BATCH-FILE ASSIGN TO UT-S-MAILBTCH
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-BATCH-STATUS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO UT-S-MAILHOLD
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 80 CHARACTERS.
       01 AUTH-RECORD      PIC X(80).

       FD  BATCH-FILE
           LABEL RECORD STANDARD
           BLOCK 0 RECORDS
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01 BATCH-RECORD.
          05  BT-WHEN                  PIC X(5).
          05  FILLER                   PIC X.
          05  BT-MAILBOX               PIC X(64).
          05  FILLER                   PIC X(10).

      * ONE HELD NOTIFICATION.  HD-STATE IS SPACE WHILE IT IS HELD
      * AND 'S' ONCE THE CONSOLIDATED MESSAGE CARRYING IT WENT OUT.
       FD  HOLD-FILE
           LABEL RECORD STANDARD
           BLOCK 0 RECORDS
           RECORDING MODE F
           RECORD CONTAINS 200 CHARACTERS.
       01 HOLD-RECORD.
          05  HD-MAILBOX               PIC X(64).
          05  FILLER                   PIC X.
          05  HD-DATE                  PIC X(10).
          05  FILLER                   PIC X.
          05  HD-TIME                  PIC X(8).
          05  FILLER                   PIC X.
          05  HD-JOBNAME               PIC X(8).
          05  FILLER                   PIC X.
          05  HD-JOBNUM                PIC X(8).
          05  FILLER                   PIC X.
          05  HD-JOB-RC                PIC X(4).
          05  FILLER                   PIC X.
          05  HD-TMPL                  PIC X(8).
          05  FILLER                   PIC X.
          05  HD-RULE                  PIC X(10).
          05  FILLER                   PIC X.
          05  HD-SUBJECT               PIC X(60).
          05  FILLER                   PIC X(11).
          05  HD-STATE                 PIC X.

       WORKING-STORAGE SECTION.
       01 MAILBOX-ADDRESS              PIC X(64).
       01 REPLYTO-ADDRESS              PIC X(64).
       01 ROUTE-MATCHED                PIC X.
       01 RULE-PFX-LEN                 PIC S9(4) COMP.
       01 MATCHED-RULE-TEXT            PIC X(10) VALUE 'NONE'.
      * SET WHEN THE MATCHING RULE NAMES A REAL SEVERITY RATHER THAN
      * '*' - SUCH A NOTIFICATION IS NEVER HELD FOR A BATCH.
       01 SEVERITY-URGENT              PIC X VALUE 'N'.

      * SMTP AUTHENTICATION.  THE SMTPAUTH DD POINTS AT A PROTECTED
      * CONFIGURATION MEMBER HOLDING TWO LINES, THE BASE64-ENCODED
          05  SL-RULE                  PIC X(10).
          05  FILLER                   PIC X(6) VALUE ' TMPL '.
          05  SL-TMPL                  PIC X(8).
          05  FILLER                   PIC X VALUE SPACE.
      * COLUMNS 143-148: BLANK FOR AN ORDINARY SEND, 'HELD' WHEN A
      * NOTIFICATION IS HELD FOR A BATCH, 'BATCH' WHEN IT (OR A
      * CONSOLIDATED SEND ATTEMPT) GOES OUT IN ONE.
          05  SL-DELIVERY              PIC X(6).
          05  FILLER                   PIC X VALUE SPACE.
      * COLUMN 150, THE LAST COLUMN OF THE RECORD: SPACE WHILE OPEN,
      * 'R' ONCE THE RESEND UTILITY HAS SUCCESSFULLY RESENT A FAILED
      * ENTRY, 'H' WHILE THE NOTIFICATION IS STILL HELD FOR A BATCH
      * (THE RESEND UTILITY LEAVES THOSE ALONE).
          05  SL-RESOLVED              PIC X(1).
       01 LOG-DELIVERY                 PIC X(6) VALUE SPACES.
       01 LOG-MARK                     PIC X VALUE SPACE.

      * BATCHED NOTIFICATION MODE.  THE MAILBTCH MEMBER LISTS THE
      * MAILBOXES THAT WANT THEIR JOB NOTIFICATIONS CONSOLIDATED, ONE
      * LINE PER RELEASE POINT: COLUMNS 1-5 HOLD EITHER A NUMBER OF
      * MINUTES (60 = HOURLY, COUNTED FROM THE OLDEST NOTIFICATION
      * STILL HELD) OR @HHMM, A CLOCK TIME SUCH AS A SHIFT END, AND
      * COLUMNS 7-70 THE MAILBOX.  A MAILBOX MAY HAVE SEVERAL LINES
      * (@0700, @1500 AND @2300 FOR EVERY SHIFT END).  A '*' IN
      * COLUMN 1 MAKES A LINE A NOTE.
      *
      * A NOTIFICATION FOR A LISTED MAILBOX IS APPENDED TO THE
      * MAILHOLD DATASET AND LOGGED AS HELD INSTEAD OF BEING SENT -
      * UNLESS A MAILRULE RULE WITH A REAL SEVERITY MATCHED IT, OR IT
      * CARRIES AN ATTACHMENT, WHICH STILL GO OUT AT ONCE.  ONCE A
      * RELEASE POINT HAS PASSED, THE RUN THAT FINDS IT SENDS EVERY
      * HELD NOTIFICATION FOR THE MAILBOX AS ONE MESSAGE LISTING EACH
      * JOBNAME, TIME, RETURN CODE AND TEMPLATE SUBJECT, AND LOGS EACH
      * ONE AGAIN AS SENT.  SO THAT A QUIET STREAM IS NOT LEFT
      * WAITING, THE SCHEDULER ALSO RUNS EMAIL WITH 'FLUSH' AS THE
      * THIRD PARM FIELD AND THE MAILBOX FIRST (E.G. HOURLY, OR AT
      * EACH SHIFT END), WHICH RELEASES WHATEVER IS HELD FOR IT.  A
      * FAILED CONSOLIDATED SEND KEEPS EVERYTHING HELD FOR THE NEXT
      * RELEASE.  THE TENTH PARM FIELD IS THE RETURN CODE OF THE JOB
      * BEING REPORTED, SHOWN IN THE LISTING WHEN A DECK SUPPLIES IT.
       01 JOB-COND-CODE                PIC X(4).
       01 WS-BATCH-STATUS              PIC XX.
       01 WS-HOLD-STATUS               PIC XX.
       01 BATCH-EOF                    PIC X.
       01 BATCH-HOLD                   PIC X VALUE 'N'.
       01 BATCH-SEND                   PIC X VALUE 'N'.
       01 BATCH-WAIT                   PIC X VALUE 'N'.
       01 BATCH-DUE                    PIC X VALUE 'N'.
       01 BATCH-MATCH-MAILBOX          PIC X(64).
       01 BATCH-RULE-COUNT             PIC S9(4) COMP VALUE 0.
       01 BATCH-RULE-TABLE.
          05  BATCH-WHEN               PIC X(5) OCCURS 10 TIMES.
       01 BATCH-IX                     PIC S9(4) COMP.
       01 HELD-COUNT                   PIC S9(4) COMP VALUE 0.
       01 HELD-COUNT-ED                PIC ZZZ9.
       01 HELD-SUBJECT                 PIC X(60).
       01 HELD-OLDEST-DATE             PIC X(10).
       01 HELD-OLDEST-TIME             PIC X(8).
       01 HOLD-ORDINAL                 PIC S9(8) COMP.
       01 HOLD-LAST-ORDINAL            PIC S9(8) COMP.
       01 HOLD-PENDING-OTHER           PIC S9(8) COMP.
       01 STAMP-YMD                    PIC 9(8).
       01 STAMP-HH                     PIC 99.
       01 STAMP-MM                     PIC 99.
       01 RELEASE-CLOCK.
          05  RC-HH                    PIC 99.
          05  RC-MM                    PIC 99.
       01 INTERVAL-MINUTES             PIC S9(5) COMP.
       01 OLDEST-MINUTE                PIC S9(11) COMP.
       01 NOW-MINUTE                   PIC S9(11) COMP.
       01 RELEASE-MINUTE               PIC S9(11) COMP.
       01 BATCH-LINE                   PIC X(120).

       LINKAGE SECTION.
       01 CB1.
                            ATTACH-DSN
                            BODY-TYPE
                            TEMPLATE-NAME
                            ALERT-SEVERITY
                            JOB-COND-CODE.
           INSPECT MAILBOX-ADDRESS REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT REPLYTO-ADDRESS REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT DEBUG-ACTION REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT ALERT-SEVERITY REPLACING ALL LOW-VALUES BY SPACES.
           MOVE FUNCTION UPPER-CASE(ALERT-SEVERITY)
             TO ALERT-SEVERITY.
           INSPECT JOB-COND-CODE REPLACING ALL LOW-VALUES BY SPACES.

           CALL 'IKJTSOEV' USING WS-DUMMY WS-RETURN-CODE WS-REASON-CODE
             WS-INFO-CODE WS-CPPL-ADDRESS.
           MOVE JOB-NAME TO JOB-NAMEX.
           INSPECT JOB-NAMEX REPLACING ALL ' ' BY '@'.

      *    A FLUSH RUN NAMES ITS MAILBOX OUTRIGHT; THE ROUTING RULES
      *    WOULD ONLY RETARGET IT BY THE SCHEDULER JOB'S OWN NAME.
           IF DEBUG-ACTION NOT = 'FLUSH'
             PERFORM APPLY-ROUTING-RULES.
           PERFORM READ-AUTH-CONFIG.

      *    A BATCHED MAILBOX'S NOTIFICATION IS HELD, AND GOES NO
      *    FURTHER UNLESS A RELEASE IS DUE; WHEN ONE IS, THIS RUN'S
      *    MESSAGE BECOMES THE CONSOLIDATED ONE.
           PERFORM CHECK-BATCH-MAILBOX.
           IF BATCH-HOLD = 'Y' OR DEBUG-ACTION = 'FLUSH'
             PERFORM PREPARE-BATCH-SEND THRU PREPARE-BATCH-EXIT.
           IF BATCH-WAIT = 'Y'
             MOVE 0 TO RETURN-CODE
             STOP RUN.

           MOVE SPACES TO WS-BUFFER.
           IF DEBUG-ACTION IS NOT EQUAL TO 'DEBUG'
             STRING 'ALLOC DD(SYSPROC)'
           DELIMITED BY SIZE INTO REXX-RECORD.
           WRITE REXX-RECORD.
           MOVE SPACES TO REXX-RECORD.
           IF BATCH-SEND = 'Y'
             STRING 'SMTP_SUBJECT = "'
                    FUNCTION TRIM(HELD-COUNT-ED)
                    ' JOB NOTIFICATIONS HELD SINCE '
                    HELD-OLDEST-DATE ' ' HELD-OLDEST-TIME(1:5) '"'
             DELIMITED BY SIZE INTO REXX-RECORD
           ELSE
             STRING 'SMTP_SUBJECT = "MESSAGE FROM "'
                    '||JOBNAME||"."||JOBID||"@TIAA-CREF.ORG"'
             DELIMITED BY SIZE INTO REXX-RECORD
           END-IF.
           WRITE REXX-RECORD.

      *    THE GENERATED CONVERSATION CHECKS EVERY SMTP REPLY CODE.
           END-IF.

           MOVE ZERO TO BODY-LINE-COUNT.
           IF BATCH-SEND = 'Y'
             PERFORM WRITE-BATCH-BODY
           ELSE
             IF TEMPLATE-NAME NOT = SPACES
               PERFORM WRITE-TEMPLATE-BODY
             ELSE
               MOVE 'N' TO BODY-EOF
               OPEN INPUT SYSIN-FILE
               IF WS-SYSIN-STATUS = '00'
                 PERFORM STREAM-SYSIN-BODY
                   UNTIL BODY-EOF = 'Y'
                 CLOSE SYSIN-FILE
               ELSE
                 DISPLAY 'NO SYSIN BODY, STATUS=' WS-SYSIN-STATUS
                   UPON CONSOLE
               END-IF
             END-IF
           END-IF.

             WS-RETURN-CODE WS-REASON-CODE WS-DUMMY.

      *    REQ 029 - RECORD EVERY SEND ATTEMPT, SUCCESS OR FAILURE.
           IF BATCH-SEND = 'Y'
             PERFORM RELEASE-HELD-ITEMS THRU RELEASE-HELD-EXIT
           ELSE
             PERFORM WRITE-SEND-LOG
           END-IF.

           IF DEBUG-ACTION IS EQUAL TO 'DEBUG'
             DISPLAY WS-BUFFER.
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF ROUTE-MATCHED = 'Y' AND RT-SEVERITY NOT = '*'
             MOVE 'Y' TO SEVERITY-URGENT.
           IF ROUTE-MATCHED = 'Y'
             MOVE RT-RECIPIENT(1:64) TO MAILBOX-ADDRESS
             MOVE SPACES TO MATCHED-RULE-TEXT
           MOVE MATCHED-RULE-TEXT TO SL-RULE.
           MOVE ' TMPL ' TO SEND-LOG-ENTRY(128:6).
           MOVE TEMPLATE-NAME TO SL-TMPL.
           MOVE LOG-DELIVERY TO SL-DELIVERY.
           MOVE LOG-MARK TO SL-RESOLVED.
      *    A HELD NOTIFICATION HAS NOT BEEN SENT, SO IT HAS NO RC.
           IF LOG-DELIVERY = 'HELD'
             MOVE SPACES TO SEND-LOG-ENTRY(95:5).
           OPEN EXTEND SEND-LOG-FILE.
           IF WS-SEND-LOG-STATUS = '00' OR WS-SEND-LOG-STATUS = '05'
             WRITE SEND-LOG-RECORD FROM SEND-LOG-ENTRY
           END-IF.
           CLOSE SEND-LOG-FILE.

      *    IS THE (ROUTED) MAILBOX ONE THAT WANTS ITS NOTIFICATIONS
      *    BATCHED?  ITS RELEASE POINTS ARE KEPT FOR THE DUE TEST.
       CHECK-BATCH-MAILBOX.
           MOVE 'N' TO BATCH-HOLD.
           MOVE ZERO TO BATCH-RULE-COUNT.
           MOVE FUNCTION UPPER-CASE(MAILBOX-ADDRESS)
             TO BATCH-MATCH-MAILBOX.
           OPEN INPUT BATCH-FILE.
           IF WS-BATCH-STATUS = '00'
             MOVE 'N' TO BATCH-EOF
             PERFORM READ-BATCH-RULE
               UNTIL BATCH-EOF = 'Y'
             CLOSE BATCH-FILE
           END-IF.
           IF BATCH-RULE-COUNT > 0
             AND DEBUG-ACTION NOT = 'FLUSH'
             AND SEVERITY-URGENT = 'N'
             AND ATTACH-DSN = SPACES
             MOVE 'Y' TO BATCH-HOLD.

       READ-BATCH-RULE.
           READ BATCH-FILE
             AT END
               MOVE 'Y' TO BATCH-EOF
             NOT AT END
               IF BATCH-RECORD(1:1) NOT = '*'
                 AND FUNCTION UPPER-CASE(BT-MAILBOX)
                     = BATCH-MATCH-MAILBOX
                 AND BATCH-RULE-COUNT < 10
                 ADD 1 TO BATCH-RULE-COUNT
                 MOVE BT-WHEN TO BATCH-WHEN(BATCH-RULE-COUNT)
               END-IF
           END-READ.

      *    HOLD THIS NOTIFICATION (A FLUSH RUN HAS NONE OF ITS OWN),
      *    THEN DECIDE WHETHER THE MAILBOX'S HELD NOTIFICATIONS GO
      *    NOW.  IF MAILHOLD CANNOT TAKE IT THE NOTIFICATION IS SENT
      *    ON ITS OWN AS BEFORE RATHER THAN LOST.
       PREPARE-BATCH-SEND.
           MOVE 'N' TO BATCH-SEND.
           MOVE 'N' TO BATCH-WAIT.
           IF BATCH-HOLD = 'Y'
             PERFORM CAPTURE-HELD-SUBJECT
             PERFORM APPEND-HELD-ITEM
             IF BATCH-HOLD NOT = 'Y'
               GO TO PREPARE-BATCH-EXIT
             END-IF
           END-IF.
           PERFORM SCAN-HELD-ITEMS.
           MOVE HELD-COUNT TO HELD-COUNT-ED.
           IF HELD-COUNT = 0
             DISPLAY 'NO HELD NOTIFICATIONS FOR '
               FUNCTION TRIM(MAILBOX-ADDRESS)
             MOVE 'Y' TO BATCH-WAIT
             GO TO PREPARE-BATCH-EXIT.
           IF DEBUG-ACTION = 'FLUSH'
             MOVE 'Y' TO BATCH-SEND
           ELSE
             PERFORM TEST-BATCH-DUE
             MOVE BATCH-DUE TO BATCH-SEND
           END-IF.
           IF BATCH-SEND = 'Y'
             DISPLAY 'RELEASING ' HELD-COUNT-ED
               ' HELD NOTIFICATIONS FOR ' FUNCTION TRIM(MAILBOX-ADDRESS)
             MOVE SPACES TO ATTACH-DSN
             MOVE 'TEXT' TO BODY-TYPE
           ELSE
             DISPLAY 'NOTIFICATION HELD FOR '
               FUNCTION TRIM(MAILBOX-ADDRESS) ', ' HELD-COUNT-ED
               ' NOW WAITING'
             MOVE 'Y' TO BATCH-WAIT
           END-IF.
       PREPARE-BATCH-EXIT.
           EXIT.

      *    THE LISTING SHOWS EACH HELD NOTIFICATION'S SUBJECT: THE
      *    FIRST LINE OF ITS TEMPLATE WITH THE VARIABLES EXPANDED, OR
      *    THE FIRST LINE OF ITS SYSIN BODY.
       CAPTURE-HELD-SUBJECT.
           MOVE SPACES TO HELD-SUBJECT.
           ACCEPT SUB-DATE FROM DATE YYYYMMDD.
           ACCEPT SEND-LOG-TIME FROM TIME.
           MOVE SPACES TO SUB-TIME.
           STRING SLT-HOUR ':' SLT-MINUTE ':' SLT-SECOND
           DELIMITED BY SIZE INTO SUB-TIME.
           IF TEMPLATE-NAME NOT = SPACES
             MOVE SPACES TO WS-BUFFER
             STRING 'ALLOC DD(TMPLLIB)'
                    ' DA('
                    QUOTE
                    'PPDD.MAIL.TMPLLIB('
                    FUNCTION TRIM(TEMPLATE-NAME)
                    ')'
                    QUOTE
                    ') SHR REUSE'
             DELIMITED BY SIZE INTO WS-BUFFER
             CALL 'IKJEFTSR' USING WS-FLAGS WS-BUFFER WS-LENGTH
               WS-RETURN-CODE WS-REASON-CODE WS-DUMMY
             IF WS-RETURN-CODE > 0
               STRING '(TEMPLATE ' TEMPLATE-NAME ' WAS NOT AVAILABLE)'
               DELIMITED BY SIZE INTO HELD-SUBJECT
             ELSE
               OPEN INPUT TEMPLATE-FILE
               IF WS-TEMPLATE-STATUS = '00'
                 READ TEMPLATE-FILE
                   NOT AT END
                     MOVE TEMPLATE-RECORD TO TMPL-LINE
                     PERFORM SUBSTITUTE-VARS
                     MOVE FUNCTION TRIM(TMPL-LINE) TO HELD-SUBJECT
                 END-READ
                 CLOSE TEMPLATE-FILE
               END-IF
               MOVE SPACES TO WS-BUFFER
               MOVE 'FREE DD(TMPLLIB)' TO WS-BUFFER
               CALL 'IKJEFTSR' USING WS-FLAGS WS-BUFFER WS-LENGTH
                 WS-RETURN-CODE WS-REASON-CODE WS-DUMMY
             END-IF
           ELSE
             OPEN INPUT SYSIN-FILE
             IF WS-SYSIN-STATUS = '00'
               READ SYSIN-FILE
                 NOT AT END
                   IF SYSIN-RECORD NOT = '*EOM*'
                     MOVE FUNCTION TRIM(SYSIN-RECORD) TO HELD-SUBJECT
                   END-IF
               END-READ
               CLOSE SYSIN-FILE
             END-IF
           END-IF.

       APPEND-HELD-ITEM.
           ACCEPT SEND-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT SEND-LOG-TIME FROM TIME.
           MOVE SPACES TO HOLD-RECORD.
           MOVE MAILBOX-ADDRESS TO HD-MAILBOX.
           STRING SLD-YEAR '-' SLD-MONTH '-' SLD-DAY
           DELIMITED BY SIZE INTO HD-DATE.
           STRING SLT-HOUR ':' SLT-MINUTE ':' SLT-SECOND
           DELIMITED BY SIZE INTO HD-TIME.
           MOVE JOB-NAMEX TO HD-JOBNAME.
           MOVE JOB-NUMBER TO HD-JOBNUM.
           MOVE JOB-COND-CODE TO HD-JOB-RC.
           MOVE TEMPLATE-NAME TO HD-TMPL.
           MOVE MATCHED-RULE-TEXT TO HD-RULE.
           MOVE HELD-SUBJECT TO HD-SUBJECT.
           MOVE SPACE TO HD-STATE.
           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '05'
             WRITE HOLD-RECORD
             CLOSE HOLD-FILE
             MOVE ZERO TO BODY-LINE-COUNT
             MOVE 'HELD' TO LOG-DELIVERY
             MOVE 'H' TO LOG-MARK
             PERFORM WRITE-SEND-LOG
             MOVE SPACES TO LOG-DELIVERY
             MOVE SPACE TO LOG-MARK
           ELSE
             DISPLAY 'CANNOT OPEN MAILHOLD, STATUS=' WS-HOLD-STATUS
               ' - SENDING AT ONCE' UPON CONSOLE
             MOVE 'N' TO BATCH-HOLD
           END-IF.

      *    COUNT THE MAILBOX'S STILL-HELD NOTIFICATIONS AND NOTE THE
      *    OLDEST.  THE LAST ONE'S POSITION IN THE DATASET BOUNDS THE
      *    RELEASE, SO ONE HELD BY ANOTHER JOB WHILE THIS MESSAGE IS
      *    GOING OUT WAITS FOR THE NEXT RELEASE INSTEAD OF BEING
      *    MARKED SENT WITHOUT HAVING BEEN LISTED.
       SCAN-HELD-ITEMS.
           MOVE ZERO TO HELD-COUNT.
           MOVE ZERO TO HOLD-ORDINAL.
           MOVE ZERO TO HOLD-LAST-ORDINAL.
           MOVE SPACES TO HELD-OLDEST-DATE.
           MOVE SPACES TO HELD-OLDEST-TIME.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = '00'
             MOVE 'N' TO BATCH-EOF
             PERFORM SCAN-ONE-HELD-ITEM
               UNTIL BATCH-EOF = 'Y'
             CLOSE HOLD-FILE
           END-IF.

       SCAN-ONE-HELD-ITEM.
           READ HOLD-FILE
             AT END
               MOVE 'Y' TO BATCH-EOF
             NOT AT END
               ADD 1 TO HOLD-ORDINAL
               IF HD-STATE = SPACE
                 AND FUNCTION UPPER-CASE(HD-MAILBOX)
                     = BATCH-MATCH-MAILBOX
                 ADD 1 TO HELD-COUNT
                 MOVE HOLD-ORDINAL TO HOLD-LAST-ORDINAL
                 IF HELD-COUNT = 1
                   MOVE HD-DATE TO HELD-OLDEST-DATE
                   MOVE HD-TIME TO HELD-OLDEST-TIME
                 END-IF
               END-IF
           END-READ.

      *    DUE WHEN ANY RELEASE POINT HAS PASSED SINCE THE OLDEST HELD
      *    NOTIFICATION: N MINUTES AFTER IT, OR AN @HHMM CLOCK TIME
      *    REACHED SINCE IT WAS HELD.  EVERYTHING IS COUNTED IN
      *    MINUTES FROM THE START OF THE INTEGER-OF-DATE CALENDAR, SO
      *    A BATCH HELD OVER MIDNIGHT NEEDS NO SPECIAL CARE.
       TEST-BATCH-DUE.
           MOVE 'N' TO BATCH-DUE.
           MOVE HELD-OLDEST-DATE(1:4) TO STAMP-YMD(1:4).
           MOVE HELD-OLDEST-DATE(6:2) TO STAMP-YMD(5:2).
           MOVE HELD-OLDEST-DATE(9:2) TO STAMP-YMD(7:2).
           MOVE HELD-OLDEST-TIME(1:2) TO STAMP-HH.
           MOVE HELD-OLDEST-TIME(4:2) TO STAMP-MM.
           COMPUTE OLDEST-MINUTE =
             FUNCTION INTEGER-OF-DATE(STAMP-YMD) * 1440
             + STAMP-HH * 60 + STAMP-MM.
           ACCEPT STAMP-YMD FROM DATE YYYYMMDD.
           ACCEPT SEND-LOG-TIME FROM TIME.
           COMPUTE NOW-MINUTE =
             FUNCTION INTEGER-OF-DATE(STAMP-YMD) * 1440
             + SLT-HOUR * 60 + SLT-MINUTE.
           PERFORM TEST-RELEASE-POINT
             VARYING BATCH-IX FROM 1 BY 1
             UNTIL BATCH-IX > BATCH-RULE-COUNT OR BATCH-DUE = 'Y'.

      *    THE MOST RECENT OCCURRENCE OF A CLOCK TIME IS TODAY'S IF IT
      *    HAS BEEN REACHED, ELSE YESTERDAY'S.  A LINE THAT IS NEITHER
      *    A CLOCK TIME NOR A POSITIVE NUMBER OF MINUTES IS IGNORED.
       TEST-RELEASE-POINT.
           IF BATCH-WHEN(BATCH-IX)(1:1) = '@'
             IF BATCH-WHEN(BATCH-IX)(2:4) IS NUMERIC
               MOVE BATCH-WHEN(BATCH-IX)(2:4) TO RELEASE-CLOCK
               COMPUTE RELEASE-MINUTE =
                 FUNCTION INTEGER-OF-DATE(STAMP-YMD) * 1440
                 + RC-HH * 60 + RC-MM
               IF RELEASE-MINUTE > NOW-MINUTE
                 SUBTRACT 1440 FROM RELEASE-MINUTE
               END-IF
               IF RELEASE-MINUTE > OLDEST-MINUTE
                 MOVE 'Y' TO BATCH-DUE
               END-IF
             END-IF
           ELSE
             IF BATCH-WHEN(BATCH-IX)(1:1) IS NUMERIC
               COMPUTE INTERVAL-MINUTES =
                 FUNCTION NUMVAL(BATCH-WHEN(BATCH-IX))
               IF INTERVAL-MINUTES > 0
                 AND NOW-MINUTE - OLDEST-MINUTE >= INTERVAL-MINUTES
                 MOVE 'Y' TO BATCH-DUE
               END-IF
             END-IF
           END-IF.

      *    THE CONSOLIDATED BODY: A HEADING, THEN ONE LINE PER HELD
      *    NOTIFICATION IN THE ORDER THEY WERE HELD.
       WRITE-BATCH-BODY.
           MOVE SPACES TO BATCH-LINE.
           STRING FUNCTION TRIM(HELD-COUNT-ED)
                  ' JOB NOTIFICATIONS HELD FOR THIS MAILBOX SINCE '
                  HELD-OLDEST-DATE ' ' HELD-OLDEST-TIME
           DELIMITED BY SIZE INTO BATCH-LINE.
           PERFORM WRITE-BATCH-LINE.
           MOVE SPACES TO BATCH-LINE.
           PERFORM WRITE-BATCH-LINE.
           MOVE SPACES TO BATCH-LINE.
           MOVE 'JOBNAME' TO BATCH-LINE(1:7).
           MOVE 'JOB ID' TO BATCH-LINE(10:6).
           MOVE 'HELD AT' TO BATCH-LINE(19:7).
           MOVE 'RC' TO BATCH-LINE(39:2).
           MOVE 'TEMPLATE' TO BATCH-LINE(44:8).
           MOVE 'SUBJECT' TO BATCH-LINE(53:7).
           PERFORM WRITE-BATCH-LINE.
           MOVE ZERO TO HOLD-ORDINAL.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = '00'
             MOVE 'N' TO BATCH-EOF
             PERFORM LIST-ONE-HELD-ITEM
               UNTIL BATCH-EOF = 'Y'
             CLOSE HOLD-FILE
           END-IF.

       LIST-ONE-HELD-ITEM.
           READ HOLD-FILE
             AT END
               MOVE 'Y' TO BATCH-EOF
             NOT AT END
               ADD 1 TO HOLD-ORDINAL
               IF HOLD-ORDINAL > HOLD-LAST-ORDINAL
                 MOVE 'Y' TO BATCH-EOF
               ELSE
                 IF HD-STATE = SPACE
                   AND FUNCTION UPPER-CASE(HD-MAILBOX)
                       = BATCH-MATCH-MAILBOX
                   MOVE SPACES TO BATCH-LINE
                   STRING HD-JOBNAME ' ' HD-JOBNUM ' ' HD-DATE ' '
                          HD-TIME ' ' HD-JOB-RC ' ' HD-TMPL ' '
                          HD-SUBJECT
                   DELIMITED BY SIZE INTO BATCH-LINE
                   PERFORM WRITE-BATCH-LINE
                 END-IF
               END-IF
           END-READ.

       WRITE-BATCH-LINE.
           MOVE SPACES TO REXX-RECORD.
           STRING 'MSG = STRIP("'
                  BATCH-LINE
                  '")||CRLF'
           DELIMITED BY SIZE INTO REXX-RECORD.
           WRITE REXX-RECORD.
           MOVE 'STR = SOCKET("SEND",SOCKID,MSG)' TO REXX-RECORD.
           WRITE REXX-RECORD.
           ADD 1 TO BODY-LINE-COUNT.

      *    AFTER THE CONSOLIDATED SEND.  SENT: EVERY LISTED ENTRY IS
      *    MARKED 'S' IN PLACE AND LOGGED AGAIN AS SENT IN THE BATCH,
      *    AND A DATASET WITH NOTHING LEFT HELD IS EMPTIED.  FAILED:
      *    THE ATTEMPT IS LOGGED WITH THE 'H' AND EVERYTHING STAYS
      *    HELD FOR THE NEXT RELEASE.
       RELEASE-HELD-ITEMS.
           IF WS-RETURN-CODE NOT = 0
             MOVE 'BATCH' TO LOG-DELIVERY
             MOVE 'H' TO LOG-MARK
             PERFORM WRITE-SEND-LOG
             GO TO RELEASE-HELD-EXIT.
           MOVE ZERO TO HOLD-ORDINAL.
           MOVE ZERO TO HOLD-PENDING-OTHER.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
             DISPLAY 'CANNOT REOPEN MAILHOLD TO MARK, STATUS='
               WS-HOLD-STATUS UPON CONSOLE
             GO TO RELEASE-HELD-EXIT.
           OPEN EXTEND SEND-LOG-FILE.
           MOVE 'N' TO BATCH-EOF.
           PERFORM RELEASE-ONE-HELD-ITEM
             UNTIL BATCH-EOF = 'Y'.
           CLOSE SEND-LOG-FILE.
           CLOSE HOLD-FILE.
           IF HOLD-PENDING-OTHER = 0
             OPEN OUTPUT HOLD-FILE
             CLOSE HOLD-FILE.
       RELEASE-HELD-EXIT.
           EXIT.

       RELEASE-ONE-HELD-ITEM.
           READ HOLD-FILE
             AT END
               MOVE 'Y' TO BATCH-EOF
             NOT AT END
               ADD 1 TO HOLD-ORDINAL
               IF HD-STATE = SPACE
                 IF HOLD-ORDINAL NOT > HOLD-LAST-ORDINAL
                   AND FUNCTION UPPER-CASE(HD-MAILBOX)
                       = BATCH-MATCH-MAILBOX
                   MOVE 'S' TO HD-STATE
                   REWRITE HOLD-RECORD
                   PERFORM LOG-RELEASED-ITEM
                 ELSE
                   ADD 1 TO HOLD-PENDING-OTHER
                 END-IF
               END-IF
           END-READ.

      *    THE SENT ENTRY FOR ONE RELEASED NOTIFICATION CARRIES ITS
      *    OWN JOBNAME, RULE AND TEMPLATE, AS IF SENT ON ITS OWN.
       LOG-RELEASED-ITEM.
           ACCEPT SEND-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT SEND-LOG-TIME FROM TIME.
           MOVE SPACES TO SEND-LOG-ENTRY.
           STRING SLD-YEAR '-' SLD-MONTH '-' SLD-DAY
           DELIMITED BY SIZE INTO SL-DATE.
           STRING SLT-HOUR ':' SLT-MINUTE ':' SLT-SECOND
           DELIMITED BY SIZE INTO SL-TIME.
           MOVE HD-JOBNAME TO SL-JOBNAME.
           MOVE HD-MAILBOX TO SL-MAILBOX.
           MOVE WS-RETURN-CODE TO SL-RETURN-CODE.
           MOVE ' LINES ' TO SEND-LOG-ENTRY(100:7).
           MOVE BODY-LINE-COUNT TO SL-LINES.
           MOVE ' RULE ' TO SEND-LOG-ENTRY(112:6).
           MOVE HD-RULE TO SL-RULE.
           MOVE ' TMPL ' TO SEND-LOG-ENTRY(128:6).
           MOVE HD-TMPL TO SL-TMPL.
           MOVE 'BATCH' TO SL-DELIVERY.
           MOVE SPACE TO SL-RESOLVED.
           IF WS-SEND-LOG-STATUS = '00' OR WS-SEND-LOG-STATUS = '05'
             WRITE SEND-LOG-RECORD FROM SEND-LOG-ENTRY
           END-IF.
