000270 *> Mail parameters (other than EMAIL_TO) may instead be
000280 *> externalized in DRIVER.CFG, one value per line in the order
000290 *> SMTP_SERVER, EMAIL_FROM, EMAIL_SUBJ, EMAIL_MSG, EMAIL_ATTACH.
000292 *> Two further lines set the spool retry cap: MAX_TRIES, the
000294 *> attempts a failed request gets (default 5), and MAX_DAYS,
000296 *> the days it may go on failing (default 7).
000300 *> A blank line or a missing file leaves the compiled-in default
000310 *> for that parameter. A recipient distribution list may be given
000320 *> in DIST.LST, one address per line; when present it is used
000330 *> instead of the single compiled-in EMAIL_TO.
000332 *> From the sweep until the queue is written back DRIVER.ACT
000334 *> reads "ACTIVE yyyymmdd hhmmss", then "ENDED" with the time
000336 *> the run let go of it; SPOOLCON changes nothing in DRIVER.SPL
000338 *> or DRIVER.DLQ while the marker says ACTIVE.
000340 *>
000350
000360 IDENTIFICATION DIVISION.
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CONFIG-STATUS.
000540     SELECT OPTIONAL DIST-LIST-FILE ASSIGN TO "DIST.LST"
000541         ORGANIZATION IS LINE SEQUENTIAL
000542         FILE STATUS IS WS-DIST-STATUS.
000543*> Queue of pending send requests for the spool mode, one per
000544*> line: status|recipient|subject|message-file|attachment.
000545*> Status P = pending, D = done, F = failed (retried next run).
000546*> H = held by an operator in SPOOLCON: left in the queue
000547*> untouched until it is released.  The sweep adds two more
000548*> fields, |producer|queued-at (YYYYMMDDHHMM), for SPOOLCON.
000549*> An eighth field holds the delivery time: blank = send now
000550*> unless the LIST: audience is in its quiet hours, a
000551*> YYYYMMDDHHMM = not before then, URGENT = now, quiet or not.
000552*> A failed request carries two more: |tries|first-failed-on
000553*> (YYYYMMDD).  Past the retry cap it leaves the queue for the
000554*> dead-letter file below.
000555*> In the history file a sent (D) line gains an eleventh
000556*> field, the YYYYMMDDHHMM it went out, and a request given up
000557*> on is recorded as a G line: the dead letter with that stamp
000558*> in place of its dead-on date.  LEDGER reads both.
000565     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL"
000566         ORGANIZATION IS LINE SEQUENTIAL
000567         FILE STATUS IS WS-SPOOL-STATUS.
000595     SELECT OPTIONAL REPORT-FILE ASSIGN TO "DRIVER.RPT"
000596         ORGANIZATION IS LINE SEQUENTIAL
000597         FILE STATUS IS WS-REPORT-STATUS.
000598*> Dead letters: requests given up on after MAX_TRIES attempts
000599*> or MAX_DAYS days, each with the last SEE error, kept until
000600*> an operator requeues or discards them in SPOOLCON.  The
000601*> dated DRIVER.DLR.<yyyymmdd> report lists each day's new ones
000602*> and is queued to LIST:OPS.
000603     SELECT OPTIONAL DEAD-FILE ASSIGN TO "DRIVER.DLQ"
000604         ORGANIZATION IS LINE SEQUENTIAL
000605         FILE STATUS IS WS-DEAD-STATUS.
000606     SELECT OPTIONAL DEAD-RPT-FILE ASSIGN TO WS-DEAD-RPT-NAME
000607         ORGANIZATION IS LINE SEQUENTIAL
000608         FILE STATUS IS WS-DEAD-RPT-STATUS.
000609*> The sent-mail store: every mail sent, spooled or direct,
000610*> with its subject, attachment name and the message body as
000611*> it was when it went, so an overwritten DIGEST.MAI or
000612*> ALERT.MAI can still be read back.  Each record leads with
000613*> the send date, then the time, producer and recipient list,
000614*> so LOGKEEP ages it out like any other dated log once it is
000615*> named in LOGKEEP.CFG, and MAILFIND searches it.
000616     SELECT OPTIONAL SENT-FILE ASSIGN TO "SENTMAIL.LOG"
000617         ORGANIZATION IS LINE SEQUENTIAL
000618         FILE STATUS IS WS-SENT-STATUS.
000619     SELECT OPTIONAL BODY-FILE ASSIGN TO WS-BODY-NAME
000620         ORGANIZATION IS LINE SEQUENTIAL
000621         FILE STATUS IS WS-BODY-STATUS.
000622     SELECT OPTIONAL ACTIVE-FILE ASSIGN TO "DRIVER.ACT"
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS WS-ACTIVE-STATUS.
000625
000626 DATA DIVISION.
000627 FILE SECTION.
000628 FD  CONFIG-FILE.
000629 01  CONFIG-FILE-RECORD       PIC X(80).
000630 FD  DIST-LIST-FILE.
000631 01  DIST-LIST-FILE-RECORD    PIC X(80).
000632 FD  SPOOL-FILE.
000634 01  SPOOL-FILE-RECORD        PIC X(250).
000635 FD  SPOOL-NEW-FILE.
000642 01  MAILLIST-RECORD          PIC X(80).
000643 FD  REPORT-FILE.
000644 01  REPORT-RECORD            PIC X(132).
000645 FD  DEAD-FILE.
000646 01  DEAD-RECORD              PIC X(400).
000647 FD  DEAD-RPT-FILE.
000648 01  DEAD-RPT-RECORD          PIC X(132).
000649 FD  SENT-FILE.
000650 01  SENT-RECORD              PIC X(250).
000651 FD  BODY-FILE.
000652 01  BODY-RECORD              PIC X(184).
000653 FD  ACTIVE-FILE.
000654 01  ACTIVE-RECORD            PIC X(80).
000655
000656 WORKING-STORAGE SECTION.
000660 COPY "KEYCODE.CBI".
000670  01  NBR_CHANS    PIC S9(9) COMP-5 VALUE 1.
000680  01  AUTO_CALL    PIC 9(9) COMP-5 VALUE 9.
001070
001080 *> req 033 - retry with backoff on seeSmtpConnect.
001090  01  RETRY-COUNT          PIC 9(9) COMP-5 VALUE 0.
001091  01  MAX-RETRY            PIC 9(9) COMP-5 VALUE 5.
001092  01  RETRY-DELAY          PIC 9(9) COMP-5 VALUE 0.
001093
001094 *> Spool mode: the whole night's mail drains over the one SMTP
001095 *> session.  The queue is processed as a stream - one request
001096 *> read, sent and disposed of at a time - so a queue of any
001097 *> size drains; the old fixed table turned an overflowed queue
001098 *> into a night where nothing was sent at all.  Finished (D)
001099 *> records are compacted out to a dated history file; P and F
001100 *> records are written back to the live queue.
001101  01  WS-SPOOL-STATUS      PIC XX VALUE "99".
001102  01  WS-SPOOLNEW-STATUS   PIC XX VALUE "99".
001103  01  WS-HIST-STATUS       PIC XX VALUE "99".
001104  01  WS-HIST-NAME         PIC X(30) VALUE SPACES.
001105  01  WS-TODAY-YMD         PIC X(8).
001106  01  WS-HAVE-SPOOL        PIC X VALUE "N".
001107      88  HAVE-SPOOL           VALUE "Y".
001108  01  WS-SPOOL-EOF         PIC X VALUE "N".
001109  01  SPOOL-COUNT          PIC 9(4) COMP-5 VALUE 0.
001110  01  SP-STATUS            PIC X.
001111  01  SP-TO                PIC X(64).
001112  01  SP-SUBJ              PIC X(64).
001113  01  SP-MSG               PIC X(64).
001114  01  SP-ATT               PIC X(64).
001115  01  SP-PRODUCER          PIC X(12).
001116  01  SP-QUEUED            PIC X(12).
001117  01  SP-NOT-BEFORE        PIC X(12).
001118  01  SP-TRIES             PIC X(4).
001119  01  SP-FIRST-FAIL        PIC X(8).
001120  01  SPOOL-LINE           PIC X(250).
001121  01  SPOOL-DONE-COUNT     PIC 9(4) COMP-5 VALUE 0.
001122  01  SPOOL-FAIL-COUNT     PIC 9(4) COMP-5 VALUE 0.
001123
001124 *> The producers whose drop files are swept each run.  A new
001125 *> producer gets a new drop name here, never an OPEN EXTEND of
001126 *> the shared DRIVER.SPL.
001127  01  DROP-NAME-VALUES.
001128      05  FILLER PIC X(20) VALUE "DRIVER.SPL.READER".
001129      05  FILLER PIC X(20) VALUE "DRIVER.SPL.DIGEST".
001130      05  FILLER PIC X(20) VALUE "DRIVER.SPL.2048".
001131      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CHECKERS".
001132      05  FILLER PIC X(20) VALUE "DRIVER.SPL.TTS".
001133      05  FILLER PIC X(20) VALUE "DRIVER.SPL.ARCADE".
001134      05  FILLER PIC X(20) VALUE "DRIVER.SPL.ALERT".
001135      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CMDEXEC".
001136      05  FILLER PIC X(20) VALUE "DRIVER.SPL.TREND".
001137      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CFGHIST".
001138      05  FILLER PIC X(20) VALUE "DRIVER.SPL.EVENTS".
001139      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CARDS".
001140      05  FILLER PIC X(20) VALUE "DRIVER.SPL.PONG".
001141      05  FILLER PIC X(20) VALUE "DRIVER.SPL.CHARGE".
001142      05  FILLER PIC X(20) VALUE "DRIVER.SPL.ACHIEVE".
001143      05  FILLER PIC X(20) VALUE "DRIVER.SPL.SEASON".
001144  01  DROP-NAME-TABLE REDEFINES DROP-NAME-VALUES.
001145      05  DROP-NAME OCCURS 16 TIMES PIC X(20).
001146  01  WS-DROP-NAME         PIC X(20) VALUE SPACES.
001147  01  WS-DROP-STATUS       PIC XX VALUE "99".
001148  01  DROP-IDX             PIC 9(4) COMP-5 VALUE 0.
001149  01  WS-DROP-EOF          PIC X VALUE "N".
001150  01  SWEPT-COUNT          PIC 9(4) COMP-5 VALUE 0.
001151  01  WS-SWEEP-STAMP       PIC X(12).
001152  01  WS-SWEEP-TIME        PIC X(8).
001157
001158 *> Named-list expansion state for one LIST: spool request.
001159  01  WS-MAILLIST-STATUS   PIC XX VALUE "99".
001181  01  SENT-COUNT-DISP      PIC 9(4).
001182  01  FAILED-COUNT-DISP    PIC 9(4).
001183
001184*> Deferred delivery: a request not yet due (its own not-before
001185*> time, or its list's quiet hours from MAILLIST.DAT - a
001186*> "list|QUIET=HHMM-HHMM" line) stays pending for a later run.
001187  01  DEFER-COUNT          PIC 9(4) COMP-5 VALUE 0.
001188  01  DEFER-COUNT-DISP     PIC 9(4).
001189  01  WS-DUE               PIC X VALUE "Y".
001190  01  WS-DEFER-WHY         PIC X(40).
001191  01  WS-NOW-STAMP         PIC X(12).
001192  01  WS-NOW-TIME          PIC X(8).
001193  01  WS-QUIET-FROM        PIC X(4).
001194  01  WS-QUIET-TO          PIC X(4).
001195
001196*> Retry cap and dead letters.  The caps come from DRIVER.CFG
001197*> lines 6 and 7 when given there.
001198  01  WS-MAX-TRIES         PIC 9(4) VALUE 5.
001199  01  WS-MAX-DAYS          PIC 9(4) VALUE 7.
001200  01  WS-TRIES             PIC 9(4).
001201  01  WS-FAIL-DAYS         PIC S9(9) COMP-5.
001202  01  DEAD-COUNT           PIC 9(4) COMP-5 VALUE 0.
001203  01  DEAD-COUNT-DISP      PIC 9(4).
001204  01  WS-DEAD-STATUS       PIC XX VALUE "99".
001205  01  WS-DEAD-RPT-STATUS   PIC XX VALUE "99".
001206  01  WS-DEAD-RPT-NAME     PIC X(30) VALUE SPACES.
001207  01  DEAD-LINE            PIC X(400).
001208
001209*> One sent-mail store record.  Type S carries the subject, A
001210*> the attachment name, F the message file, B one body line.
001211  01  WS-SENT-STATUS       PIC XX VALUE "99".
001212  01  WS-BODY-STATUS       PIC XX VALUE "99".
001213  01  WS-BODY-NAME         PIC X(64) VALUE SPACES.
001214  01  WS-BODY-EOF          PIC X VALUE "N".
001215  01  SENT-LINE.
001216      05  SENT-DATE        PIC X(8).
001217      05  FILLER           PIC X.
001218      05  SENT-TIME        PIC X(4).
001219      05  FILLER           PIC X.
001220      05  SENT-PRODUCER    PIC X(8).
001221      05  FILLER           PIC X.
001222      05  SENT-TO          PIC X(40).
001223      05  FILLER           PIC X.
001224      05  SENT-TYPE        PIC X.
001225      05  FILLER           PIC X.
001226      05  SENT-TEXT        PIC X(184).
001227
001228 *> The run's DRIVER.ACT marker and the moment it was written.
001229  01  WS-ACTIVE-STATUS     PIC XX VALUE "99".
001230  01  WS-ACTIVE-NOTE       PIC X(6) VALUE SPACES.
001231  01  WS-ACTIVE-DATE       PIC X(8).
001232  01  WS-ACTIVE-TIME       PIC X(8).
001233
001234 PROCEDURE DIVISION.
001235
001236      DISPLAY "DRIVER.CBL Program"
001237      DISPLAY " "
001238
001239      PERFORM INIT-MAIL-PARAMS
001240      PERFORM LOAD-CONFIG
001241      MOVE "ACTIVE" TO WS-ACTIVE-NOTE
001242      PERFORM MARK-ACTIVITY
001243      PERFORM SWEEP-DROP-FILES
001244      PERFORM LOAD-SPOOL
001245      *> with nothing queued this run is done with DRIVER.SPL
001246      IF NOT HAVE-SPOOL THEN
001247        MOVE "ENDED" TO WS-ACTIVE-NOTE
001248        PERFORM MARK-ACTIVITY
001249      END-IF
001250      PERFORM OPEN-DIST-LIST
001251
001252      DISPLAY "Server is " RT-SMTP-SERVER
001253      DISPLAY "Email From "  RT-EMAIL-FROM
001254      DISPLAY "Email Subject "  RT-EMAIL-SUBJ
001255      DISPLAY " "
001260
001270      *> attach SEE
001280      CALL "seeAttach" WITH STDCALL USING
001475        ELSE
001480          MOVE EMAIL_TO TO CURRENT-EMAIL-TO
001490          PERFORM SEND-EMAIL-AND-DRIVE THRU SEND-EXIT
001491          IF WS-SEND-FAILED = "N" THEN
001492            PERFORM STORE-DIRECT-SEND
001493          END-IF
001495        END-IF
001498      END-IF.
001510
002290          STRING FUNCTION TRIM(CONFIG-LINE) DELIMITED BY SIZE
002300                 X'00' DELIMITED BY SIZE INTO RT-EMAIL-ATTACH
002310        END-IF
002311        PERFORM READ-CONFIG-LINE
002312        IF FUNCTION TRIM(CONFIG-LINE) IS NUMERIC THEN
002313          MOVE FUNCTION NUMVAL(CONFIG-LINE) TO WS-MAX-TRIES
002314        END-IF
002315        PERFORM READ-CONFIG-LINE
002316        IF FUNCTION TRIM(CONFIG-LINE) IS NUMERIC THEN
002317          MOVE FUNCTION NUMVAL(CONFIG-LINE) TO WS-MAX-DAYS
002318        END-IF
002320        CLOSE CONFIG-FILE
002330      ELSE
002340        DISPLAY "DRIVER.CFG not found; using compiled-in "
002686          MOVE SPACES TO WS-LAST-ERR-TEXT
002690          PERFORM SEND-EMAIL-AND-DRIVE THRU SEND-EXIT
002692          PERFORM WRITE-DELIVERY-LINE
002694          IF WS-SEND-FAILED = "N" THEN
002696            PERFORM STORE-DIRECT-SEND
002698          END-IF
002700        END-IF
002705        END-IF
002710        READ DIST-LIST-FILE INTO DIST-LINE
002831        MOVE SENT-COUNT TO SENT-COUNT-DISP
002832        MOVE FAILED-COUNT TO FAILED-COUNT-DISP
002833        MOVE SPACES TO REPORT-LINE
002834        MOVE DEFER-COUNT TO DEFER-COUNT-DISP
002835        MOVE DEAD-COUNT TO DEAD-COUNT-DISP
002836        STRING "TOTAL SENT " SENT-COUNT-DISP
002837               " FAILED " FAILED-COUNT-DISP
002838               " DEFERRED " DEFER-COUNT-DISP
002839               " DEAD " DEAD-COUNT-DISP
002840          DELIMITED BY SIZE INTO REPORT-LINE
002841        WRITE REPORT-RECORD FROM REPORT-LINE
002842        CLOSE REPORT-FILE
002844        DISPLAY "Delivery summary written to DRIVER.RPT"
002846        DISPLAY "Sent " SENT-COUNT ", failed " FAILED-COUNT
002847                ", deferred " DEFER-COUNT ", dead " DEAD-COUNT
002848      END-IF
002850      .
002851
003690  ERROR-EXIT.
003700
003710      PERFORM SHOW-SEE-ERROR
003736      MOVE "ENDED" TO WS-ACTIVE-NOTE
003762      PERFORM MARK-ACTIVITY
003790      STOP RUN.
003791
003792 *> Show the SEE error code and text without ending the run.
003793  SHOW-SEE-ERROR.
003794      DISPLAY "SEE4CB Error " SEE_CODE
003795      CALL "seeErrorText" WITH STDCALL USING
003796         BY VALUE     CHANNEL       *> channel
003797         BY VALUE     SEE_CODE
003798         BY REFERENCE BUFFER
003799         BY VALUE     BUF_LEN
003800      END-CALL
003801      DISPLAY BUFFER
003802      MOVE SEE_CODE TO WS-LAST-ERR-CODE
003803      MOVE BUFFER TO WS-LAST-ERR-TEXT
003804      .
003805
003806 *> Merge every producer's drop file into DRIVER.SPL, then empty
003807 *> the drop.  Only this program and the SPOOLCON console ever
003808 *> write the shared queue, so no producer can corrupt another
003809 *> producer's request.  Each line swept is stamped with the
003810 *> producer it came from and when it was queued.
003811  SWEEP-DROP-FILES.
003812      ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
003813      ACCEPT WS-SWEEP-TIME FROM TIME
003814      MOVE SPACES TO WS-SWEEP-STAMP
003815      STRING WS-TODAY-YMD WS-SWEEP-TIME(1:4)
003816        DELIMITED BY SIZE INTO WS-SWEEP-STAMP
003817      PERFORM VARYING DROP-IDX FROM 1 BY 1
003818              UNTIL DROP-IDX > 16
003819        MOVE DROP-NAME(DROP-IDX) TO WS-DROP-NAME
003820        PERFORM SWEEP-ONE-DROP
003821      END-PERFORM
003822      IF SWEPT-COUNT > 0 THEN
003823        DISPLAY "Swept " SWEPT-COUNT
003824                " request(s) from producer drop files"
003825      END-IF
003826      .
003827
003828  SWEEP-ONE-DROP.
003829      OPEN INPUT DROP-FILE
003830      IF WS-DROP-STATUS NOT = "00" THEN
003831        IF WS-DROP-STATUS = "05" THEN
003832          CLOSE DROP-FILE
003833        END-IF
003834      ELSE
003835        OPEN EXTEND SPOOL-FILE
003836        IF WS-SPOOL-STATUS = "00" OR WS-SPOOL-STATUS = "05" THEN
003837          MOVE "N" TO WS-DROP-EOF
003838          PERFORM SWEEP-ONE-LINE
003839              UNTIL WS-DROP-EOF = "Y"
003840          CLOSE SPOOL-FILE
003841          CLOSE DROP-FILE
003842          OPEN OUTPUT DROP-FILE
003843          CLOSE DROP-FILE
003844        ELSE
003845          CLOSE DROP-FILE
003846        END-IF
003847      END-IF
003848      .
003849
003850  SWEEP-ONE-LINE.
003851      READ DROP-FILE INTO SPOOL-LINE
003852          AT END
003853            MOVE "Y" TO WS-DROP-EOF
003854          NOT AT END
003855            PERFORM STAMP-DROP-LINE
003856            WRITE SPOOL-FILE-RECORD FROM SPOOL-LINE
003857            ADD 1 TO SWEPT-COUNT
003858      END-READ
003859      .
003860
003861 *> A line that already carries a stamp keeps it; otherwise the
003862 *> producer name is the drop file suffix.
003863  STAMP-DROP-LINE.
003864      MOVE SPACES TO SP-STATUS SP-TO SP-SUBJ SP-MSG SP-ATT
003865      MOVE SPACES TO SP-PRODUCER SP-QUEUED SP-NOT-BEFORE
003866      UNSTRING SPOOL-LINE DELIMITED BY "|"
003867          INTO SP-STATUS SP-TO SP-SUBJ SP-MSG SP-ATT
003868               SP-PRODUCER SP-QUEUED SP-NOT-BEFORE
003869      IF SP-QUEUED = SPACES THEN
003870        MOVE WS-DROP-NAME(12:9) TO SP-PRODUCER
003871        MOVE SPACES TO SPOOL-LINE
003872        STRING SP-STATUS "|" FUNCTION TRIM(SP-TO) "|"
003873               FUNCTION TRIM(SP-SUBJ) "|"
003874               FUNCTION TRIM(SP-MSG) "|"
003875               FUNCTION TRIM(SP-ATT) "|"
003876               FUNCTION TRIM(SP-PRODUCER) "|"
003877               WS-SWEEP-STAMP "|"
003878               FUNCTION TRIM(SP-NOT-BEFORE)
003879          DELIMITED BY SIZE INTO SPOOL-LINE
003880      END-IF
003881      .
003882
003883 *> Is there anything queued at all?  The pass itself streams the
003912      MOVE SPACES TO WS-HIST-NAME
003914      STRING "DRIVER.HIST." WS-TODAY-YMD
003916        DELIMITED BY SIZE INTO WS-HIST-NAME
003917      OPEN INPUT SPOOL-FILE
003918      IF WS-SPOOL-STATUS NOT = "00" THEN
003919        DISPLAY "Cannot reopen DRIVER.SPL, status "
003920                WS-SPOOL-STATUS
003921        MOVE "ENDED" TO WS-ACTIVE-NOTE
003922        PERFORM MARK-ACTIVITY
003923        GO TO PROCESS-SPOOL-EXIT
003924      END-IF
003925      ACCEPT WS-NOW-TIME FROM TIME
003926      MOVE SPACES TO WS-NOW-STAMP
003927      STRING WS-TODAY-YMD WS-NOW-TIME(1:4)
003928        DELIMITED BY SIZE INTO WS-NOW-STAMP
003929      MOVE 0 TO DEFER-COUNT
003930      MOVE 0 TO DEAD-COUNT
003931      MOVE SPACES TO WS-DEAD-RPT-NAME
003932      STRING "DRIVER.DLR." WS-TODAY-YMD
003933        DELIMITED BY SIZE INTO WS-DEAD-RPT-NAME
003934      PERFORM OPEN-DELIVERY-REPORT
003935      OPEN OUTPUT SPOOL-NEW-FILE
003936      OPEN EXTEND HIST-FILE
003937      MOVE "N" TO WS-SPOOL-EOF
003938      MOVE 0 TO SPOOL-COUNT
003939      PERFORM STREAM-ONE-REQUEST
003940          UNTIL WS-SPOOL-EOF = "Y"
003941      CLOSE SPOOL-FILE
003942      IF DEAD-COUNT > 0 THEN
003943        PERFORM QUEUE-DEAD-REPORT
003944      END-IF
003945      CLOSE SPOOL-NEW-FILE
003946      CLOSE HIST-FILE
003947      PERFORM COPY-BACK-SPOOL
003948      MOVE "ENDED" TO WS-ACTIVE-NOTE
003949      PERFORM MARK-ACTIVITY
003950      PERFORM CLOSE-DELIVERY-REPORT
003951      DISPLAY "Spool drained: " SPOOL-DONE-COUNT " sent, "
003952              SPOOL-FAIL-COUNT " failed (left in DRIVER.SPL), "
003953              DEFER-COUNT " deferred, " DEAD-COUNT " dead, "
003954              "history in " FUNCTION TRIM(WS-HIST-NAME)
003956      .
003958  PROCESS-SPOOL-EXIT.
003968          AT END
003970            MOVE "Y" TO WS-SPOOL-EOF
003972          NOT AT END
003973            ADD 1 TO SPOOL-COUNT
003974            PERFORM HANDLE-ONE-REQUEST
003975               THRU HANDLE-ONE-REQUEST-EXIT
003976      END-READ
003977      .
003978
003979  HANDLE-ONE-REQUEST.
003980      MOVE SPACES TO SP-STATUS SP-TO SP-SUBJ SP-MSG SP-ATT
003981      MOVE SPACES TO SP-PRODUCER SP-QUEUED SP-NOT-BEFORE
003982      MOVE SPACES TO SP-TRIES SP-FIRST-FAIL
003983      UNSTRING SPOOL-LINE DELIMITED BY "|"
003984          INTO SP-STATUS SP-TO SP-SUBJ SP-MSG SP-ATT
003985               SP-PRODUCER SP-QUEUED SP-NOT-BEFORE
003986               SP-TRIES SP-FIRST-FAIL
003987 *> a held request stays in the queue exactly as it stands
003988      IF SP-STATUS = "H" THEN
003989        WRITE SPOOL-NEW-RECORD FROM SPOOL-LINE
003990        GO TO HANDLE-ONE-REQUEST-EXIT
003991      END-IF
003992 *> a finished or unparseable line is compacted straight out to
003993 *> the history file; only live work stays in the queue
003994      IF SP-STATUS = "D" OR
003995         (SP-STATUS NOT = "P" AND SP-STATUS NOT = "F") THEN
003996        WRITE HIST-RECORD FROM SPOOL-LINE
003997      ELSE
003998 *> not due yet - back in the queue as it stands, and reported
003999        PERFORM CHECK-DUE THRU CHECK-DUE-EXIT
004000        IF WS-DUE = "N" THEN
004001          WRITE SPOOL-NEW-RECORD FROM SPOOL-LINE
004002          ADD 1 TO DEFER-COUNT
004003          DISPLAY "Spool deferred " FUNCTION TRIM(SP-TO) " - "
004004                  FUNCTION TRIM(WS-DEFER-WHY)
004005          MOVE SPACES TO REPORT-LINE
004006          STRING FUNCTION TRIM(SP-TO) " DEFERRED "
004007                 FUNCTION TRIM(WS-DEFER-WHY)
004008            DELIMITED BY SIZE INTO REPORT-LINE
004009          IF WS-REPORT-STATUS = "00" THEN
004010            WRITE REPORT-RECORD FROM REPORT-LINE
004011          END-IF
004012          GO TO HANDLE-ONE-REQUEST-EXIT
004013        END-IF
004014        MOVE SPACES TO CURRENT-EMAIL-TO
004015        STRING FUNCTION TRIM(SP-TO) DELIMITED BY SIZE
004016               X'00' DELIMITED BY SIZE
004017          INTO CURRENT-EMAIL-TO
004018        MOVE SPACES TO RT-EMAIL-SUBJ
004019        STRING FUNCTION TRIM(SP-SUBJ) DELIMITED BY SIZE
004020               X'00' DELIMITED BY SIZE
004021          INTO RT-EMAIL-SUBJ
004022        MOVE SPACES TO RT-EMAIL-MSG
004023        STRING FUNCTION TRIM(SP-MSG) DELIMITED BY SIZE
004024               X'00' DELIMITED BY SIZE
004025          INTO RT-EMAIL-MSG
004026        MOVE SPACES TO RT-EMAIL-ATTACH
004027        STRING FUNCTION TRIM(SP-ATT) DELIMITED BY SIZE
004028               X'00' DELIMITED BY SIZE
004029          INTO RT-EMAIL-ATTACH
004030        DISPLAY "Spool send to " FUNCTION TRIM(SP-TO)
004031        MOVE "N" TO WS-SEND-FAILED
004032        MOVE 0 TO WS-LAST-ERR-CODE
004033        MOVE SPACES TO WS-LAST-ERR-TEXT
004034        IF SP-TO(1:5) = "LIST:" THEN
004035          PERFORM SEND-TO-NAMED-LIST
004036        ELSE
004037          PERFORM SEND-EMAIL-AND-DRIVE THRU SEND-EXIT
004038        END-IF
004039        MOVE SP-TO TO DIST-LINE
004040        PERFORM WRITE-DELIVERY-LINE
004041        IF WS-SEND-FAILED = "Y" THEN
004042          ADD 1 TO SPOOL-FAIL-COUNT
004043          PERFORM COUNT-FAILURE
004044          IF WS-TRIES >= WS-MAX-TRIES
004045             OR WS-FAIL-DAYS >= WS-MAX-DAYS THEN
004046            PERFORM BURY-REQUEST
004047            GO TO HANDLE-ONE-REQUEST-EXIT
004048          END-IF
004049          MOVE SPACES TO SPOOL-LINE
004050          STRING "F|" FUNCTION TRIM(SP-TO) "|"
004051                 FUNCTION TRIM(SP-SUBJ) "|"
004052                 FUNCTION TRIM(SP-MSG) "|"
004053                 FUNCTION TRIM(SP-ATT) "|"
004054                 FUNCTION TRIM(SP-PRODUCER) "|"
004055                 FUNCTION TRIM(SP-QUEUED) "|"
004056                 FUNCTION TRIM(SP-NOT-BEFORE) "|"
004057                 WS-TRIES "|" SP-FIRST-FAIL
004058            DELIMITED BY SIZE INTO SPOOL-LINE
004059          WRITE SPOOL-NEW-RECORD FROM SPOOL-LINE
004060        ELSE
004062          ADD 1 TO SPOOL-DONE-COUNT
004063          PERFORM STORE-SENT-MAIL THRU STORE-SENT-MAIL-EXIT
004064          MOVE SPACES TO SPOOL-LINE
004065          STRING "D|" FUNCTION TRIM(SP-TO) "|"
004066                 FUNCTION TRIM(SP-SUBJ) "|"
004067                 FUNCTION TRIM(SP-MSG) "|"
004068                 FUNCTION TRIM(SP-ATT) "|"
004069                 FUNCTION TRIM(SP-PRODUCER) "|"
004070                 FUNCTION TRIM(SP-QUEUED) "|"
004071                 FUNCTION TRIM(SP-NOT-BEFORE) "|"
004072                 FUNCTION TRIM(SP-TRIES) "|"
004073                 FUNCTION TRIM(SP-FIRST-FAIL) "|"
004074                 WS-NOW-STAMP
004075            DELIMITED BY SIZE INTO SPOOL-LINE
004076          WRITE HIST-RECORD FROM SPOOL-LINE
004077        END-IF
004078      END-IF
004079      .
004080  HANDLE-ONE-REQUEST-EXIT.
004081      EXIT.
004082
004083 *> Expand a LIST:name recipient to its MAILLIST.DAT members and
004084 *> send to each.  An unknown or empty list falls back to the
004085 *> classic DIST.LST audience; a "!"-flagged member is skipped.
004086 *> The request as a whole fails if any member send failed, so
004087 *> the F record keeps it in the queue for the next run.
004088  SEND-TO-NAMED-LIST.
004089      MOVE SP-TO(6:12) TO WS-LIST-NAME
004090      MOVE 0 TO WS-LIST-MEMBERS
004091      MOVE "N" TO WS-LIST-FAILED
004092      OPEN INPUT MAILLIST-FILE
004093      IF WS-MAILLIST-STATUS = "00" THEN
004094        MOVE "N" TO WS-LIST-EOF
004095        PERFORM SEND-ONE-LIST-MEMBER
004096            UNTIL WS-LIST-EOF = "Y"
004097        CLOSE MAILLIST-FILE
004098      ELSE
004099        IF WS-MAILLIST-STATUS = "05" THEN
004100          CLOSE MAILLIST-FILE
004101        END-IF
004102      END-IF
004103      IF WS-LIST-MEMBERS = 0 THEN
004104        DISPLAY "List " FUNCTION TRIM(WS-LIST-NAME)
004105                " empty or unknown - using DIST.LST"
004106        PERFORM SEND-LIST-FALLBACK
004107      END-IF
004108      IF WS-LIST-FAILED = "Y" THEN
004109        MOVE "Y" TO WS-SEND-FAILED
004110      END-IF
004111      .
004112
004113  SEND-ONE-LIST-MEMBER.
004114      READ MAILLIST-FILE INTO SPOOL-LINE
004115          AT END
004116            MOVE "Y" TO WS-LIST-EOF
004117          NOT AT END
004118            MOVE SPACES TO ML-LIST
004119            MOVE SPACES TO ML-ADDR
004120            UNSTRING SPOOL-LINE(1:80) DELIMITED BY "|"
004121                INTO ML-LIST ML-ADDR
004122            IF FUNCTION UPPER-CASE(FUNCTION TRIM(ML-LIST)) =
004123               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIST-NAME))
004124               AND ML-ADDR NOT = SPACES
004125               AND FUNCTION UPPER-CASE(ML-ADDR(1:6))
004126                   NOT = "QUIET=" THEN
004127              IF ML-ADDR(1:1) = "!" THEN
004128                DISPLAY "Skipping flagged bad address "
004129                        FUNCTION TRIM(ML-ADDR(2:63))
004210      END-READ
004211      .
004212
004222 *> Is this request due now?  URGENT always is; a not-before
004232 *> time still in the future is not; otherwise a LIST: request
004242 *> waits out its list's quiet hours, which may run past
004252 *> midnight (2200-0730).
004262  CHECK-DUE.
004272      MOVE "Y" TO WS-DUE
004282      MOVE SPACES TO WS-DEFER-WHY
004292      IF SP-NOT-BEFORE = "URGENT" THEN
004302        GO TO CHECK-DUE-EXIT
004312      END-IF
004322      IF SP-NOT-BEFORE IS NUMERIC
004332         AND SP-NOT-BEFORE > WS-NOW-STAMP THEN
004342        MOVE "N" TO WS-DUE
004352        STRING "NOT BEFORE " SP-NOT-BEFORE(1:4) "-"
004362               SP-NOT-BEFORE(5:2) "-" SP-NOT-BEFORE(7:2) " "
004372               SP-NOT-BEFORE(9:2) ":" SP-NOT-BEFORE(11:2)
004382          DELIMITED BY SIZE INTO WS-DEFER-WHY
004392        GO TO CHECK-DUE-EXIT
004402      END-IF
004412      IF SP-TO(1:5) NOT = "LIST:" THEN
004422        GO TO CHECK-DUE-EXIT
004432      END-IF
004442      MOVE SP-TO(6:12) TO WS-LIST-NAME
004452      PERFORM FIND-QUIET-HOURS
004462      IF WS-QUIET-FROM = SPACES OR WS-QUIET-FROM = WS-QUIET-TO
004472        THEN
004482        GO TO CHECK-DUE-EXIT
004492      END-IF
004502      IF WS-QUIET-FROM < WS-QUIET-TO THEN
004512        IF WS-NOW-STAMP(9:4) >= WS-QUIET-FROM
004522           AND WS-NOW-STAMP(9:4) < WS-QUIET-TO THEN
004532          MOVE "N" TO WS-DUE
004542        END-IF
004552      ELSE
004562        IF WS-NOW-STAMP(9:4) >= WS-QUIET-FROM
004572           OR WS-NOW-STAMP(9:4) < WS-QUIET-TO THEN
004582          MOVE "N" TO WS-DUE
004592        END-IF
004602      END-IF
004612      IF WS-DUE = "N" THEN
004622        STRING "QUIET HOURS UNTIL " WS-QUIET-TO(1:2) ":"
004632               WS-QUIET-TO(3:2)
004642          DELIMITED BY SIZE INTO WS-DEFER-WHY
004652      END-IF
004662      .
004672  CHECK-DUE-EXIT.
004682      EXIT.
004692
004702 *> The list's QUIET= line, if it has one.  Read into the record
004712 *> area, never SPOOL-LINE: the request must go back unchanged.
004722  FIND-QUIET-HOURS.
004732      MOVE SPACES TO WS-QUIET-FROM WS-QUIET-TO
004742      OPEN INPUT MAILLIST-FILE
004752      IF WS-MAILLIST-STATUS = "00" THEN
004762        MOVE "N" TO WS-LIST-EOF
004772        PERFORM FIND-ONE-QUIET
004782            UNTIL WS-LIST-EOF = "Y"
004792        CLOSE MAILLIST-FILE
004802      ELSE
004812        IF WS-MAILLIST-STATUS = "05" THEN
004822          CLOSE MAILLIST-FILE
004832        END-IF
004842      END-IF
004852      .
004862
004872  FIND-ONE-QUIET.
004882      READ MAILLIST-FILE
004892          AT END
004902            MOVE "Y" TO WS-LIST-EOF
004912          NOT AT END
004922            MOVE SPACES TO ML-LIST
004932            MOVE SPACES TO ML-ADDR
004942            UNSTRING MAILLIST-RECORD DELIMITED BY "|"
004952                INTO ML-LIST ML-ADDR
004962            IF FUNCTION UPPER-CASE(FUNCTION TRIM(ML-LIST)) =
004972               FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIST-NAME))
004982               AND FUNCTION UPPER-CASE(ML-ADDR(1:6)) = "QUIET="
004992               AND ML-ADDR(7:4) IS NUMERIC
005002               AND ML-ADDR(12:4) IS NUMERIC THEN
005012              MOVE ML-ADDR(7:4) TO WS-QUIET-FROM
005022              MOVE ML-ADDR(12:4) TO WS-QUIET-TO
005032            END-IF
005042      END-READ
005052      .
005062
005072 *> One more failed attempt: bump the try count, remember the
005082 *> day the request first failed, and work out how long ago.
005092  COUNT-FAILURE.
005102      MOVE 0 TO WS-TRIES
005112      IF FUNCTION TRIM(SP-TRIES) IS NUMERIC THEN
005122        MOVE FUNCTION NUMVAL(SP-TRIES) TO WS-TRIES
005132      END-IF
005142      ADD 1 TO WS-TRIES
005152      IF SP-FIRST-FAIL IS NOT NUMERIC THEN
005162        MOVE WS-TODAY-YMD TO SP-FIRST-FAIL
005172      END-IF
005182      COMPUTE WS-FAIL-DAYS =
005192          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY-YMD))
005202        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SP-FIRST-FAIL))
005212      .
005222
005232 *> Past the retry cap: out of the queue and into DRIVER.DLQ with
005242 *> the last SEE error, and onto today's dead-letter report.
005252  BURY-REQUEST.
005262      ADD 1 TO DEAD-COUNT
005272      MOVE WS-LAST-ERR-CODE TO ERR-CODE-DISP
005282      MOVE SPACES TO DEAD-LINE
005292      STRING "F|" FUNCTION TRIM(SP-TO) "|"
005302             FUNCTION TRIM(SP-SUBJ) "|"
005312             FUNCTION TRIM(SP-MSG) "|"
005322             FUNCTION TRIM(SP-ATT) "|"
005332             FUNCTION TRIM(SP-PRODUCER) "|"
005342             FUNCTION TRIM(SP-QUEUED) "|"
005352             FUNCTION TRIM(SP-NOT-BEFORE) "|"
005362             WS-TRIES "|" SP-FIRST-FAIL "|"
005372             WS-TODAY-YMD "|"
005382             FUNCTION TRIM(ERR-CODE-DISP) "|"
005392             FUNCTION TRIM(WS-LAST-ERR-TEXT)
005402        DELIMITED BY SIZE INTO DEAD-LINE
005412      OPEN EXTEND DEAD-FILE
005422      IF WS-DEAD-STATUS = "00" OR WS-DEAD-STATUS = "05" THEN
005432        WRITE DEAD-RECORD FROM DEAD-LINE
005442        CLOSE DEAD-FILE
005452      ELSE
005462        DISPLAY "Cannot write DRIVER.DLQ, status " WS-DEAD-STATUS
005472      END-IF
005482      MOVE SPACES TO DEAD-LINE
005492      STRING "G|" FUNCTION TRIM(SP-TO) "|"
005502             FUNCTION TRIM(SP-SUBJ) "|"
005512             FUNCTION TRIM(SP-MSG) "|"
005522             FUNCTION TRIM(SP-ATT) "|"
005532             FUNCTION TRIM(SP-PRODUCER) "|"
005542             FUNCTION TRIM(SP-QUEUED) "|"
005552             FUNCTION TRIM(SP-NOT-BEFORE) "|"
005562             WS-TRIES "|" SP-FIRST-FAIL "|"
005572             WS-NOW-STAMP "|"
005582             FUNCTION TRIM(ERR-CODE-DISP) "|"
005592             FUNCTION TRIM(WS-LAST-ERR-TEXT)
005602        DELIMITED BY SIZE INTO DEAD-LINE
005612      WRITE HIST-RECORD FROM DEAD-LINE
005622      DISPLAY "Spool gave up on " FUNCTION TRIM(SP-TO)
005632              " after " WS-TRIES " tries - now in DRIVER.DLQ"
005642      OPEN EXTEND DEAD-RPT-FILE
005652      IF WS-DEAD-RPT-STATUS = "00" OR WS-DEAD-RPT-STATUS = "05"
005662        THEN
005672        PERFORM REPORT-DEAD-REQUEST
005682        CLOSE DEAD-RPT-FILE
005692      END-IF
005702      .
005712
005722  REPORT-DEAD-REQUEST.
005732      IF DEAD-COUNT = 1 THEN
005742        MOVE SPACES TO DEAD-RPT-RECORD
005752        STRING "SPOOL DEAD LETTERS - " WS-TODAY-YMD(1:4) "-"
005762               WS-TODAY-YMD(5:2) "-" WS-TODAY-YMD(7:2)
005772          DELIMITED BY SIZE INTO DEAD-RPT-RECORD
005782        WRITE DEAD-RPT-RECORD
005792        MOVE "Requests DRIVER has stopped retrying.  Fix the"
005802          TO DEAD-RPT-RECORD
005812        WRITE DEAD-RPT-RECORD
005822        MOVE "cause, then REQUEUE n or DISCARD n in SPOOLCON."
005832          TO DEAD-RPT-RECORD
005842        WRITE DEAD-RPT-RECORD
005852      END-IF
005862      MOVE SPACES TO DEAD-RPT-RECORD
005872      WRITE DEAD-RPT-RECORD
005882      MOVE SPACES TO DEAD-RPT-RECORD
005892      STRING "TO:       " FUNCTION TRIM(SP-TO)
005902        DELIMITED BY SIZE INTO DEAD-RPT-RECORD
005912      WRITE DEAD-RPT-RECORD
005922      MOVE SPACES TO DEAD-RPT-RECORD
005932      STRING "SUBJECT:  " FUNCTION TRIM(SP-SUBJ)
005942        DELIMITED BY SIZE INTO DEAD-RPT-RECORD
005952      WRITE DEAD-RPT-RECORD
005962      MOVE SPACES TO DEAD-RPT-RECORD
005972      STRING "FILES:    " FUNCTION TRIM(SP-MSG) " "
005982             FUNCTION TRIM(SP-ATT)
005992        DELIMITED BY SIZE INTO DEAD-RPT-RECORD
006002      WRITE DEAD-RPT-RECORD
006012      MOVE SPACES TO DEAD-RPT-RECORD
006022      STRING "FROM:     " FUNCTION TRIM(SP-PRODUCER)
006032             " QUEUED " FUNCTION TRIM(SP-QUEUED)
006042        DELIMITED BY SIZE INTO DEAD-RPT-RECORD
006052      WRITE DEAD-RPT-RECORD
006062      MOVE SPACES TO DEAD-RPT-RECORD
006072      STRING "GAVE UP:  " WS-TRIES " TRIES SINCE "
006082             SP-FIRST-FAIL(1:4) "-" SP-FIRST-FAIL(5:2) "-"
006092             SP-FIRST-FAIL(7:2)
006102        DELIMITED BY SIZE INTO DEAD-RPT-RECORD
006112      WRITE DEAD-RPT-RECORD
006122      MOVE SPACES TO DEAD-RPT-RECORD
006132      STRING "LAST SEE: " FUNCTION TRIM(ERR-CODE-DISP) " "
006142             FUNCTION TRIM(WS-LAST-ERR-TEXT)
006152        DELIMITED BY SIZE INTO DEAD-RPT-RECORD
006162      WRITE DEAD-RPT-RECORD
006172      .
006182
006192 *> Today's dead letters go to the operators as an ordinary
006202 *> spool request, sent on the next run.
006212  QUEUE-DEAD-REPORT.
006222      MOVE SPACES TO SPOOL-LINE
006232      STRING "P|LIST:OPS|SPOOL DEAD LETTERS "
006242             WS-TODAY-YMD(1:4) "-" WS-TODAY-YMD(5:2) "-"
006252             WS-TODAY-YMD(7:2) "|@"
006262             FUNCTION TRIM(WS-DEAD-RPT-NAME) "||DRIVER|"
006272             WS-NOW-STAMP "|"
006282        DELIMITED BY SIZE INTO SPOOL-LINE
006292      WRITE SPOOL-NEW-RECORD FROM SPOOL-LINE
006302      .
006312
006322 *> Copy what was just sent into SENTMAIL.LOG: subject, the
006332 *> attachment name, and the body - the @file's lines as they
006342 *> stand now, or the message text itself.
006352  STORE-SENT-MAIL.
006362      OPEN EXTEND SENT-FILE
006372      IF WS-SENT-STATUS NOT = "00" AND WS-SENT-STATUS NOT = "05"
006382        THEN
006392        DISPLAY "Cannot write SENTMAIL.LOG, status "
006402                WS-SENT-STATUS
006412        GO TO STORE-SENT-MAIL-EXIT
006422      END-IF
006432      MOVE SPACES TO SENT-LINE
006442      MOVE WS-NOW-STAMP(1:8) TO SENT-DATE
006452      MOVE WS-NOW-STAMP(9:4) TO SENT-TIME
006462      MOVE SP-PRODUCER TO SENT-PRODUCER
006472      IF SP-PRODUCER = SPACES THEN
006482        MOVE "-" TO SENT-PRODUCER
006492      END-IF
006502      MOVE SP-TO TO SENT-TO
006512      MOVE "S" TO SENT-TYPE
006522      MOVE SP-SUBJ TO SENT-TEXT
006532      WRITE SENT-RECORD FROM SENT-LINE
006542      IF SP-ATT NOT = SPACES THEN
006552        MOVE "A" TO SENT-TYPE
006562        MOVE SP-ATT TO SENT-TEXT
006572        WRITE SENT-RECORD FROM SENT-LINE
006582      END-IF
006592      IF SP-MSG(1:1) NOT = "@" THEN
006602        MOVE "B" TO SENT-TYPE
006612        MOVE SP-MSG TO SENT-TEXT
006622        WRITE SENT-RECORD FROM SENT-LINE
006632        CLOSE SENT-FILE
006642        GO TO STORE-SENT-MAIL-EXIT
006652      END-IF
006662      MOVE "F" TO SENT-TYPE
006672      MOVE SP-MSG(2:) TO SENT-TEXT
006682      WRITE SENT-RECORD FROM SENT-LINE
006692      MOVE SP-MSG(2:) TO WS-BODY-NAME
006702      MOVE "B" TO SENT-TYPE
006712      OPEN INPUT BODY-FILE
006722      IF WS-BODY-STATUS = "00" THEN
006732        MOVE "N" TO WS-BODY-EOF
006742        PERFORM STORE-ONE-BODY-LINE
006752            UNTIL WS-BODY-EOF = "Y"
006762        CLOSE BODY-FILE
006772      ELSE
006782        IF WS-BODY-STATUS = "05" THEN
006792          CLOSE BODY-FILE
006802        END-IF
006812        MOVE "(message file could not be read)" TO SENT-TEXT
006822        WRITE SENT-RECORD FROM SENT-LINE
006832      END-IF
006842      CLOSE SENT-FILE.
006852  STORE-SENT-MAIL-EXIT.
006862      EXIT.
006872
006882  STORE-ONE-BODY-LINE.
006892      READ BODY-FILE
006902          AT END
006912            MOVE "Y" TO WS-BODY-EOF
006922          NOT AT END
006932            MOVE BODY-RECORD TO SENT-TEXT
006942            WRITE SENT-RECORD FROM SENT-LINE
006952      END-READ
006962      .
006972
006982 *> A mail sent straight to DIST.LST or EMAIL_TO goes into the
006992 *> sent-mail store like a spooled one, under producer DRIVER.
007002 *> The runtime parameters end in the X'00' SEE needs; the copy
007012 *> stops short of it.
007022  STORE-DIRECT-SEND.
007032      MOVE SPACES TO SP-TO SP-SUBJ SP-MSG SP-ATT
007042      UNSTRING CURRENT-EMAIL-TO DELIMITED BY X'00' INTO SP-TO
007052      UNSTRING RT-EMAIL-SUBJ DELIMITED BY X'00' INTO SP-SUBJ
007062      UNSTRING RT-EMAIL-MSG DELIMITED BY X'00' INTO SP-MSG
007072      UNSTRING RT-EMAIL-ATTACH DELIMITED BY X'00' INTO SP-ATT
007082      MOVE "DRIVER" TO SP-PRODUCER
007092      ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
007102      ACCEPT WS-NOW-TIME FROM TIME
007112      MOVE SPACES TO WS-NOW-STAMP
007122      STRING WS-TODAY-YMD WS-NOW-TIME(1:4)
007132        DELIMITED BY SIZE INTO WS-NOW-STAMP
007142      PERFORM STORE-SENT-MAIL THRU STORE-SENT-MAIL-EXIT
007152      .
007162
007172 *> DRIVER.ACT says whether a run is working on the queue
007182 *> (ACTIVE) or has let go of it (ENDED), and since when.
007192  MARK-ACTIVITY.
007202      ACCEPT WS-ACTIVE-DATE FROM DATE YYYYMMDD
007212      ACCEPT WS-ACTIVE-TIME FROM TIME
007222      OPEN OUTPUT ACTIVE-FILE
007232      IF WS-ACTIVE-STATUS = "00" OR WS-ACTIVE-STATUS = "05" THEN
007242        MOVE SPACES TO ACTIVE-RECORD
007252        STRING WS-ACTIVE-NOTE " " WS-ACTIVE-DATE " "
007262               WS-ACTIVE-TIME(1:6)
007272          DELIMITED BY SIZE INTO ACTIVE-RECORD
007282        WRITE ACTIVE-RECORD
007292        CLOSE ACTIVE-FILE
007302      ELSE
007312        DISPLAY "Cannot write DRIVER.ACT, status "
007322                WS-ACTIVE-STATUS
007332      END-IF
007342      .
007352
007362 END PROGRAM DRIVER.
