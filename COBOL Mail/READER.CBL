000240 *>    with appropriate strings before compiling.
000250 *>    See SEE4CB_U.TXT and SEE4CB_R.TXT manuals.
000260 *>
000261*> Optional READER.BOX lists the mailboxes to poll instead of
000262*> the compiled-in one, one per line (a "*" line is a note):
000263*>   name|server|user|password|delete|rules|commands|moves|
000264*>   tickets
000265*> name is up to 12 characters and is recorded against every
000266*> message in MANIFEST.TXT and INBOX.IDX; delete is Y/N for
000267*> delete-after-read (blank takes READER.CFG line 1); rules is
000268*> that mailbox's filter rule file (blank = FILTER.RUL);
000269*> commands and moves are Y to let that mailbox's mail run
000270*> commands from CMDAUTH.LST senders and drop checkers moves
000271*> through MOVE rules - anything else turns them off.  tickets
000272*> is Y for the ops inbox: there every message that is not a
000273*> command, a bounce, a discard or a checkers move opens a
000274*> ticket (TICKET.DAT, through TKTOPEN) and the sender is sent
000275*> its number; a reply quoting "TICKET nnnnnn" in the subject
000276*> or body joins that ticket instead.  With no READER.BOX the
000277*> compiled-in account is polled as mailbox MAIN with all three
000278*> allowed.
000279*>
000280 *> Optional READER.CFG, two lines: line 1 is "Y"/"N" for
000281 *> delete-after-read, line 2 is a poll interval in seconds
000290 *> ("0" or absent means run once and stop, as before).
000300 *>
000301 *> Two-person approval: a job whose "!" line in CMDJOBS.LST says
000302 *> APPROVAL=Y (or APPROVAL=<list>) is not queued when RUNJOB asks
000303 *> for it.  It is held in CMDPEND.LST and a one-time code is
000304 *> mailed to LIST:APPROVERS (or the list named); it goes on to
000305 *> CMDRUN.REQ only when a different authorized sender mails
000306 *> "APPROVE <code>" (with their own token).  A request nobody
000307 *> approves expires after READER.CFG line 4 minutes (default
000308 *> 240) and the requester is told.  Each step - held, approved,
000309 *> refused, expired - goes to CMDAUDIT.TXT.
000310 *>
000311
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.    READER.
000340 AUTHOR.        Mike Marshall.
000470     SELECT OPTIONAL READER-CFG-FILE ASSIGN TO "READER.CFG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-READER-CFG-STATUS.
000491     SELECT OPTIONAL MAILBOX-FILE ASSIGN TO "READER.BOX"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS WS-MAILBOX-STATUS.
000494*> Alert acknowledgements: an ACK command appends the incident
000495*> number and the sender here, and ALERTMON's next run stops the
000496*> repeat mails for that alert and empties the file.
000497     SELECT OPTIONAL ALERTACK-FILE ASSIGN TO "ALERT.ACK"
000498         ORGANIZATION IS LINE SEQUENTIAL
000499         FILE STATUS IS WS-ALERTACK-STATUS.
000500     SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "MANIFEST.TXT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000502         FILE STATUS IS WS-MANIFEST-STATUS.
000503*> Parsed inbox index: one row per saved message with its From,
000504*> Subject and Date headers, so the morning check is one screen
000505*> instead of opening the .MAI files blind.
000506     SELECT OPTIONAL INDEX-FILE ASSIGN TO "INBOX.IDX"
000507         ORGANIZATION IS LINE SEQUENTIAL
000508         FILE STATUS IS WS-INDEX-STATUS.
000509*> A saved EMAIL_n.MAI message file, opened by name at runtime
000510*> for header parsing and for the browse screen.
000511     SELECT OPTIONAL MAI-FILE ASSIGN TO WS-MAI-NAME
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS WS-MAI-STATUS.
000514*> Filter rules, one per line: field|text|action|argument.
000515*> Field is FROM or SUBJ, text is a case-blind substring,
000516*> action is FILE (into the subdirectory named by argument),
000517*> URGENT (marked in the manifest), DISCARD (empties the
000518*> local copy; honoured only when delete-after-read is on),
000519*> or MOVE (a checkers correspondence move: the message body
000520*> is dropped into the CHECKMOVE.IN file of the game named on
000521*> its "CHECKERS CORRESPONDENCE GAME nnnn" line, so the turn
000522*> reaches the board without anyone copying files by hand).
000523*> Each mailbox names its own rule file; FILTER.RUL is the
000524*> default.
000525     SELECT OPTIONAL FILTER-RULES-FILE ASSIGN TO WS-FILTER-NAME
000526         ORGANIZATION IS LINE SEQUENTIAL
000527         FILE STATUS IS WS-FILTER-STATUS.
000528*> Destination copy of a message FILEd into a subdirectory.
000529     SELECT OPTIONAL FILED-FILE ASSIGN TO WS-FILED-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000531         FILE STATUS IS WS-FILED-STATUS.
000532*> Command-mailbox automation: authorized senders, the table of
000533*> jobs RUNJOB may name, the audit trail of every accepted and
000534*> rejected command, the run-request queue the site scheduler
000535*> polls, the reply body file, and the send spool the reply is
000536*> queued on for the mail sender to drain.
000537     SELECT OPTIONAL CMDAUTH-FILE ASSIGN TO "CMDAUTH.LST"
000538         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS IS WS-CMDAUTH-STATUS.
000540*> Lockout counters, one "address|failures" line per sender
000541*> that has failed the body-token check.  Three strikes locks
000542*> the sender out until an operator deletes the line.
000543     SELECT OPTIONAL CMDLOCK-FILE ASSIGN TO "CMDLOCK.LST"
000544         ORGANIZATION IS LINE SEQUENTIAL
000545         FILE STATUS IS WS-CMDLOCK-STATUS.
000546*> Approved jobs for RUNJOB; the "+" lines under a job declare
000547*> its parameters (see CMDPARM) and the "!" lines its run limits
000548*> (see CMDEXEC); neither is a job itself.
000549     SELECT OPTIONAL CMDJOBS-FILE ASSIGN TO "CMDJOBS.LST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000551         FILE STATUS IS WS-CMDJOBS-STATUS.
000552     SELECT OPTIONAL CMDAUDIT-FILE ASSIGN TO "CMDAUDIT.TXT"
000553         ORGANIZATION IS LINE SEQUENTIAL
000554         FILE STATUS IS WS-CMDAUDIT-STATUS.
000555*> One accepted RUNJOB per line: job (1-8), requester (10-59)
000556*> and its checked NAME=VALUE parameters (61-250).
000557     SELECT OPTIONAL CMDRUN-FILE ASSIGN TO "CMDRUN.REQ"
000558         ORGANIZATION IS LINE SEQUENTIAL
000559         FILE STATUS IS WS-CMDRUN-STATUS.
000560*> RUNJOBs waiting for a second approver, one per line: code
000561*> (1-6), job (8-15), requester (17-66), expires and asked-at as
000562*> YYYYMMDDHHMM (68-79, 81-92), parameters (94-283).
000563     SELECT OPTIONAL CMDPEND-FILE ASSIGN TO "CMDPEND.LST"
000564         ORGANIZATION IS LINE SEQUENTIAL
000565         FILE STATUS IS WS-CMDPEND-STATUS.
000566     SELECT OPTIONAL REPLY-FILE ASSIGN TO WS-REPLY-NAME
000567         ORGANIZATION IS LINE SEQUENTIAL
000568         FILE STATUS IS WS-REPLY-STATUS.
000569*> Shop files the STATUS command verb summarizes for whoever
000570*> mailed in "did the night run work?": the mail sender's
000571*> delivery summary, the retention run report, today's digest
000572*> body, and the pending queue itself.
000573     SELECT OPTIONAL DRVRPT-FILE ASSIGN TO "DRIVER.RPT"
000574         ORGANIZATION IS LINE SEQUENTIAL
000575         FILE STATUS IS WS-DRVRPT-STATUS.
000576     SELECT OPTIONAL LKRPT-FILE ASSIGN TO "LOGKEEP.RPT"
000577         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS WS-LKRPT-STATUS.
000579     SELECT OPTIONAL DIGESTB-FILE ASSIGN TO "DIGEST.MAI"
000580         ORGANIZATION IS LINE SEQUENTIAL
000581         FILE STATUS IS WS-DIGESTB-STATUS.
000582     SELECT OPTIONAL SPOOLQ-FILE ASSIGN TO "DRIVER.SPL"
000583         ORGANIZATION IS LINE SEQUENTIAL
000584         FILE STATUS IS WS-SPOOLQ-STATUS.
000585     SELECT OPTIONAL DEADQ-FILE ASSIGN TO "DRIVER.DLQ"
000586         ORGANIZATION IS LINE SEQUENTIAL
000587         FILE STATUS IS WS-DEADQ-STATUS.
000588*> Bounce records: one line per mailer-daemon bounce recognized,
000589*> date then the failed recipient, for the reconciliation job
000590*> (BOUNCER.CBL) to match against SEND.LOG and DRIVER.RPT.
000591     SELECT OPTIONAL BOUNCE-FILE ASSIGN TO "BOUNCE.LST"
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS WS-BOUNCE-STATUS.
000594*> This program's own spool drop file; the mail sender sweeps it
000595*> into DRIVER.SPL at the start of its run, so concurrent
000596*> producers can never interleave lines in the shared queue.
000597     SELECT OPTIONAL CMDSPOOL-FILE ASSIGN TO "DRIVER.SPL.READER"
000598         ORGANIZATION IS LINE SEQUENTIAL
000599         FILE STATUS IS WS-CMDSPOOL-STATUS.
000600
000601 DATA DIVISION.
000602 FILE SECTION.
000603 FD  READER-CFG-FILE.
000604 01  READER-CFG-RECORD        PIC X(80).
000605 FD  MAILBOX-FILE.
000606 01  MAILBOX-RECORD           PIC X(250).
000611 FD  MANIFEST-FILE.
000612 01  MANIFEST-RECORD          PIC X(120).
000613 FD  INDEX-FILE.
000625 FD  CMDJOBS-FILE.
000626 01  CMDJOBS-RECORD           PIC X(80).
000627 FD  CMDAUDIT-FILE.
000628 01  CMDAUDIT-RECORD          PIC X(250).
000629 FD  CMDRUN-FILE.
000630 01  CMDRUN-RECORD            PIC X(250).
000631 FD  ALERTACK-FILE.
000632 01  ALERTACK-RECORD          PIC X(80).
000633 FD  REPLY-FILE.
000634 01  REPLY-RECORD             PIC X(80).
000636 FD  CMDSPOOL-FILE.
000638 01  CMDSPOOL-RECORD          PIC X(250).
000646 01  DIGESTB-RECORD           PIC X(80).
000647 FD  SPOOLQ-FILE.
000648 01  SPOOLQ-RECORD            PIC X(250).
000649 FD  DEADQ-FILE.
000650 01  DEADQ-RECORD             PIC X(400).
000651 FD  CMDPEND-FILE.
000652 01  CMDPEND-RECORD           PIC X(283).
000653
000654 WORKING-STORAGE SECTION.
000655
000656 COPY "KEYCODE.CBI".
000657  01  SEE_CODE     PIC S9(9) COMP-5 VALUE 0.
000658  01  IS_ZERO      PIC 9(9)  COMP-5 VALUE 0.
000660  01  BUFFER       PIC X(80).
000670  01  BUF_LEN      PIC 9(9)  COMP-5 VALUE 80.
000680  01  NBR_CHANS    PIC S9(9) COMP-5 VALUE 1.
000970      05  FILLER PIC X(55).
000980      05  FILLER PIC X VALUE X'00'.
000990  01  RESULT-LEN PIC S9(9) COMP-5 VALUE 55.
000991*> Two-person approval.  PEND-TABLE is CMDPEND.LST in memory;
000992*> APR-ROW is the request the current APPROVE names.
000993*> JOB-APPROVERS is the list that approves each CMDJOBS.LST job
000994*> ("!" APPROVAL=), blank for a job that runs on its requester's
000995*> word alone.
000996  01  JOBS-APPROVAL-AREA.
000997      05  JOB-APPROVERS OCCURS 20 TIMES PIC X(12).
000998  01  WS-CMDPEND-STATUS     PIC XX VALUE "99".
000999  01  APR-EXPIRE-MINS       PIC 9(6) VALUE 240.
001000  01  APR-CODE              PIC X(6) VALUE SPACES.
001001  01  APR-LIST              PIC X(12) VALUE SPACES.
001002  01  APR-ROW               PIC S9(4) COMP-5 VALUE 0.
001003  01  APR-IX                PIC S9(4) COMP-5 VALUE 0.
001004  01  APR-K                 PIC S9(4) COMP-5 VALUE 0.
001005  01  APR-TRIES             PIC S9(4) COMP-5 VALUE 0.
001006  01  APR-NOTE              PIC X(80) VALUE SPACES.
001007  01  APR-NOTICE            PIC X(20) VALUE SPACES.
001008  01  APR-EOF               PIC X VALUE "N".
001009  01  APR-SEED              PIC 9(8) VALUE ZERO.
001010  01  APR-PICK              PIC S9(4) COMP-5 VALUE 0.
001011  01  APR-RANDOM            PIC 9V9(8) VALUE ZERO.
001012  01  APR-CHARS             PIC X(32)
001013      VALUE "23456789ABCDEFGHJKLMNPQRSTUVWXYZ".
001014  01  APR-NOW               PIC 9(12) VALUE ZERO.
001015  01  APR-EXPIRES           PIC 9(12) VALUE ZERO.
001016  01  APR-STAMP.
001017      05  APR-STAMP-DATE    PIC 9(8).
001018      05  APR-STAMP-HH      PIC 9(2).
001019      05  APR-STAMP-MM      PIC 9(2).
001020  01  APR-STAMP-N REDEFINES APR-STAMP PIC 9(12).
001021  01  APR-CLOCK             PIC X(8).
001022  01  APR-DAYS              PIC 9(8) VALUE ZERO.
001023  01  APR-MINS              PIC 9(9) VALUE ZERO.
001024  01  PEND-COUNT            PIC S9(4) COMP-5 VALUE 0.
001025  01  PEND-TABLE.
001026      05  PEND-ROW OCCURS 20 TIMES.
001027          10  PD-CODE       PIC X(6).
001028          10  PD-JOB        PIC X(8).
001029          10  PD-REQUESTER  PIC X(50).
001030          10  PD-EXPIRES    PIC 9(12).
001031          10  PD-ASKED      PIC 9(12).
001032          10  PD-PARMS      PIC X(190).
001033          10  PD-LIVE       PIC X.
001034
001035
001036 *> req 034 - delete-after-read and req 037 - poll interval,
001037 *> both read from the optional READER.CFG.
001038  01  WS-READER-CFG-STATUS  PIC XX VALUE "99".
001040  01  READER-CFG-LINE       PIC X(80).
001050  01  WS-DELETE-AFTER-READ  PIC X VALUE "N".
001060      88  DELETE-AFTER-READ     VALUE "Y".
001080      88  POLL-MODE-ON          VALUE "Y".
001090  01  POLL-INTERVAL         PIC 9(9) COMP-5 VALUE 0.
001100
001101*> The mailboxes polled each cycle (READER.BOX, or the one
001102*> compiled-in account), and the one being read right now with
001103*> its credentials null-terminated for SEE.
001104  01  WS-MAILBOX-STATUS     PIC XX VALUE "99".
001105  01  MAILBOX-EOF           PIC X VALUE "N".
001106  01  MAILBOX-COUNT         PIC S9(4) COMP-5 VALUE 0.
001107  01  MAILBOX-IX            PIC S9(4) COMP-5 VALUE 0.
001108  01  MAILBOX-TABLE.
001109      05  MAILBOX-ROW OCCURS 10 TIMES.
001110          10  MB-NAME       PIC X(12).
001111          10  MB-SERVER     PIC X(64).
001112          10  MB-USER       PIC X(64).
001113          10  MB-PASS       PIC X(32).
001114          10  MB-DELETE     PIC X.
001115          10  MB-RULES      PIC X(40).
001116          10  MB-COMMANDS   PIC X.
001117          10  MB-MOVES      PIC X.
001118          10  MB-TICKETS    PIC X.
001119  01  BOX-NAME              PIC X(12) VALUE SPACES.
001120  01  BOX-SERVER            PIC X(65) VALUE SPACES.
001121  01  BOX-USER              PIC X(65) VALUE SPACES.
001122  01  BOX-PASS              PIC X(33) VALUE SPACES.
001123  01  BOX-COMMANDS          PIC X VALUE "Y".
001124  01  BOX-MOVES             PIC X VALUE "Y".
001125  01  BOX-TICKETS           PIC X VALUE "Y".
001126  01  WS-FILTER-NAME        PIC X(40) VALUE "FILTER.RUL".
001127
001128 *> req 035 - EMAIL_NAME can only disambiguate as many messages
001129 *> as CHAR_SET has characters.
001130  01  MAX-NAMEABLE          PIC S9(9) COMP-5 VALUE 35.
001140  01  PROCESS-LIMIT         PIC S9(9) COMP-5 VALUE 0.
001143*> messages saved so far this cycle, across all the mailboxes
001146  01  CYCLE-SAVED           PIC S9(9) COMP-5 VALUE 0.
001150
001160 *> req 036 - attachment manifest report.
001170  01  WS-MANIFEST-STATUS    PIC XX VALUE "99".
001171      88  MANIFEST-OK-OR-NEW    VALUE "00" "05".
001180  01  WS-HAVE-MANIFEST      PIC X VALUE "N".
001190      88  HAVE-MANIFEST         VALUE "Y".
001191  01  MSG-NUM-DISPLAY       PIC ZZZ9.
001192
001193 *> req 037 follow-up - COUNTER is reset to 1 at the top of every
001194 *> poll cycle (it doubles as the server's 1-based message number),
001195 *> so using it to pick EMAIL_NAME's disambiguating SECOND character
001196 *> let a later cycle overwrite an earlier cycle's EMAIL_n.MAI files.
001197 *> WS-NAME-COUNTER runs for the life of the program instead and
001198 *> only wraps through CHAR_SET once every MAX-NAMEABLE messages
001199 *> saved, not once every cycle.
001200  01  WS-NAME-COUNTER       PIC S9(9) COMP-5 VALUE 1.
001201  01  WS-NAME-IDX           PIC S9(9) COMP-5 VALUE 1.
001202
001203 *> Inbox index and browse screen.
001204  01  WS-INDEX-STATUS       PIC XX VALUE "99".
001205  01  WS-MAI-STATUS         PIC XX VALUE "99".
001206  01  WS-MAI-NAME           PIC X(64) VALUE SPACES.
001207  01  HDR-FROM              PIC X(50) VALUE SPACES.
001208  01  HDR-SUBJ              PIC X(60) VALUE SPACES.
001209  01  HDR-DATE              PIC X(30) VALUE SPACES.
001210  01  MAI-LINE              PIC X(200).
001211  01  MAI-LINE-U            PIC X(10).
001212  01  MAI-EOF               PIC X VALUE "N".
001213  01  HDR-DONE              PIC X VALUE "N".
001214  01  IDX-TABLE.
001215      05  IDX-ENTRY OCCURS 100 TIMES.
001216          10  IX-FILE       PIC X(12).
001217          10  IX-FROM       PIC X(40).
001218          10  IX-SUBJ       PIC X(40).
001219          10  IX-DATE       PIC X(24).
001220          10  IX-BOX        PIC X(12).
001221  01  IDX-COUNT             PIC S9(4) COMP-5 VALUE 0.
001222  01  IDX-I                 PIC S9(4) COMP-5 VALUE 0.
001223  01  IDX-SHOWN             PIC S9(4) COMP-5 VALUE 0.
001224  01  IDX-EOF               PIC X VALUE "N".
001225  01  BROWSE-ANSWER         PIC X VALUE SPACE.
001226  01  BROWSE-PICK           PIC X(4) VALUE SPACES.
001227  01  PAGE-LINES            PIC S9(4) COMP-5 VALUE 0.
001228  01  IDX-NUM-DISPLAY       PIC ZZZ9.
001229
001230 *> Filter rules and the per-message disposition they produce,
001231 *> which also lands in the manifest row.
001232  01  WS-FILTER-STATUS      PIC XX VALUE "99".
001233  01  WS-FILED-STATUS       PIC XX VALUE "99".
001234  01  WS-FILED-NAME         PIC X(64) VALUE SPACES.
001235  01  FILTER-COUNT          PIC S9(4) COMP-5 VALUE 0.
001236  01  FILTER-I              PIC S9(4) COMP-5 VALUE 0.
001237  01  FILTER-EOF            PIC X VALUE "N".
001238  01  FILTER-TABLE.
001239      05  FILTER-ENTRY OCCURS 50 TIMES.
001240          10  FR-FIELD      PIC X(4).
001241          10  FR-TEXT       PIC X(40).
001242          10  FR-ACTION     PIC X(8).
001243          10  FR-ARG        PIC X(40).
001244  01  WS-DISPOSITION        PIC X(50) VALUE SPACES.
001245  01  SCAN-HAY              PIC X(60).
001246  01  SCAN-NEEDLE           PIC X(40).
001247  01  SCAN-HIT              PIC X.
001248  01  SCAN-LEN              PIC S9(4) COMP-5.
001249  01  SCAN-I                PIC S9(4) COMP-5.
001250  01  COPY-EOF              PIC X VALUE "N".
001251
001252 *> Checkers-move drop: the game ID parsed out of the message
001253 *> body and a switch that flips once the correspondence header
001254 *> has been seen and the target CHECKMOVE.IN file is open.
001255  01  MOVE-GAME-ID          PIC X(4) VALUE SPACES.
001256  01  MOVE-BODY-STARTED     PIC X VALUE "N".
001257
001258 *> Bounce recognition: a message from the mailer daemon (or
001259 *> with a delivery-failure subject) has its failed recipient
001260 *> pulled out of the body and recorded on BOUNCE.LST, so stale
001261 *> DIST.LST addresses stop being discovered by accident.
001262 *> STATUS-summary work fields.
001263  01  WS-DRVRPT-STATUS      PIC XX VALUE "99".
001264  01  WS-LKRPT-STATUS       PIC XX VALUE "99".
001265  01  WS-DIGESTB-STATUS     PIC XX VALUE "99".
001266  01  WS-SPOOLQ-STATUS      PIC XX VALUE "99".
001267  01  WS-DEADQ-STATUS       PIC XX VALUE "99".
001268  01  ST-EOF                PIC X VALUE "N".
001269  01  ST-DRIVER-TOTALS      PIC X(70) VALUE SPACES.
001270  01  ST-LK-LAST-1          PIC X(70) VALUE SPACES.
001271  01  ST-LK-LAST-2          PIC X(70) VALUE SPACES.
001272  01  ST-DIGEST-LINE        PIC X(70) VALUE SPACES.
001273  01  ST-PENDING            PIC 9(5) VALUE ZERO.
001274  01  ST-FAILED             PIC 9(5) VALUE ZERO.
001275  01  ST-HELD               PIC 9(5) VALUE ZERO.
001276  01  ST-DEAD               PIC 9(5) VALUE ZERO.
001277  01  ST-TODAY              PIC X(8).
001278  01  ST-TODAY-DASHED       PIC X(10).
001279  01  ST-WORK               PIC X(132).
001372 *> queued in the same spool window can never overwrite each
001373 *> other
001374  01  CMD-REP-SEQ           PIC 9(9) VALUE ZERO.
001375 *> the ACK command's incident number and the ALERT.ACK status
001376  01  WS-ACK-ID             PIC 9(6) VALUE ZERO.
001377  01  WS-ALERTACK-STATUS    PIC XX VALUE "99".
001378
001379*> Tickets for inbound requests.  CMD-RECOGNISED is set once a
001380*> subject parses as a command verb, so commands - accepted or
001381*> refused - never open tickets.  TKT-QUOTED is the ticket
001382*> number the message quotes, zero for none.
001383  01  CMD-RECOGNISED        PIC X VALUE "N".
001384  01  TKT-QUOTED            PIC 9(6) VALUE ZERO.
001385  01  TKT-ID-DISPLAY        PIC 9(6) VALUE ZERO.
001386  01  TKT-HAY               PIC X(200).
001387  01  TKT-I                 PIC S9(4) COMP-5 VALUE 0.
001388  01  TKT-J                 PIC S9(4) COMP-5 VALUE 0.
001389  01  TKT-LEN               PIC S9(4) COMP-5 VALUE 0.
001390  01  TKT-IN-BODY           PIC X VALUE "N".
001391  01  TKT-NOTE              PIC X(30) VALUE SPACES.
001392  01  TKT-WORK              PIC X(50) VALUE SPACES.
001393  01  TKT-SUBJ              PIC X(60) VALUE SPACES.
001394  01  TKT-DATE              PIC X(8).
001395  01  TKT-TIME              PIC X(8).
001396  01  TKT-NO-ACK            PIC X VALUE "N".
001397*> The ticket module's linkage area, laid out exactly as
001398*> TKTOPEN declares it.
001399  01  TKTOPEN-AREA.
001400      05  TKO-MAILBOX       PIC X(12).
001401      05  TKO-SENDER        PIC X(60).
001402      05  TKO-SUBJECT       PIC X(60).
001403      05  TKO-MESSAGE       PIC X(12).
001404      05  TKO-QUOTED        PIC 9(06).
001405      05  TKO-RESULT        PIC X(01).
001406      05  TKO-ID            PIC 9(06).
001407
001408*> RUNJOB parameters: the NAME=VALUE lines of the command body,
001409*> space-separated in CMD-PARMS, checked by CMDPARM (whose
001410*> linkage area CMDPARM-AREA copies field for field).
001411  01  CMD-PARMS             PIC X(190) VALUE SPACES.
001412  01  CMD-PARM-PTR          PIC S9(4) COMP-5 VALUE 0.
001413  01  CMD-PARM-EQ           PIC S9(4) COMP-5 VALUE 0.
001414  01  CMD-PARM-WORD         PIC X(200) VALUE SPACES.
001415  01  CMD-PARM-REST         PIC X(250) VALUE SPACES.
001416  01  CMD-PARM-LINE         PIC X(200) VALUE SPACES.
001417  01  CMD-PARM-IN-BODY      PIC X VALUE "N".
001418  01  CMDPARM-AREA.
001419      05  CP-JOB            PIC X(8).
001420      05  CP-PARMS          PIC X(190).
001421      05  CP-RESULT         PIC X.
001422      05  CP-REASON         PIC X(60).
001423      05  CP-COMMAND        PIC X(250).
001424
001425 PROCEDURE DIVISION.
001426
001427      DISPLAY "READER.CBL Program"
001428      DISPLAY " "
001429
001430      PERFORM LOAD-READER-CONFIG
001431      PERFORM LOAD-MAILBOXES
001432      PERFORM LOAD-COMMAND-TABLES
001433
001434      *> attach SEE
001435      CALL "seeAttach" WITH STDCALL USING
001436           BY VALUE     NBR_CHANS     *> number of channels
001437           BY VALUE     SEE_KEY_CODE  *> See KEYCODE.CBI
001438      END-CALL.
001439
001440  POLL-LOOP.
001441
001442      PERFORM POLL-ALL-MAILBOXES
001443
001444      IF POLL-MODE-ON THEN
001445        DISPLAY "Polling again in " POLL-INTERVAL " seconds..."
001446        CALL "C$SLEEP" USING BY VALUE POLL-INTERVAL
001450        GO TO POLL-LOOP
001460      END-IF.
001462
001788          MOVE FUNCTION TRIM(READER-CFG-LINE)
001789            TO QUAR-MAX-LINES
001790        END-IF
001791*> line 4: minutes a RUNJOB may wait for its second approver
001792        READ READER-CFG-FILE INTO READER-CFG-LINE
001793            AT END MOVE SPACES TO READER-CFG-LINE
001794        END-READ
001795        IF FUNCTION TRIM(READER-CFG-LINE) IS NUMERIC
001796           AND FUNCTION TRIM(READER-CFG-LINE) NOT = SPACES THEN
001797          MOVE FUNCTION TRIM(READER-CFG-LINE)
001798            TO APR-EXPIRE-MINS
001799        END-IF
001800        CLOSE READER-CFG-FILE
001801      END-IF
001810      .
001820
001821 *> READER.BOX, or failing that the compiled-in account as the
001822 *> single mailbox MAIN.
001823  LOAD-MAILBOXES.
001824      MOVE 0 TO MAILBOX-COUNT
001825      OPEN INPUT MAILBOX-FILE
001826      IF WS-MAILBOX-STATUS = "00" THEN
001827        MOVE "N" TO MAILBOX-EOF
001828        PERFORM READ-MAILBOX-ROW
001829            UNTIL MAILBOX-EOF = "Y" OR MAILBOX-COUNT >= 10
001830        CLOSE MAILBOX-FILE
001831      ELSE
001832        IF WS-MAILBOX-STATUS = "05" THEN
001833          CLOSE MAILBOX-FILE
001834        END-IF
001835      END-IF
001836      IF MAILBOX-COUNT = 0 THEN
001837        MOVE 1 TO MAILBOX-COUNT
001838        INITIALIZE MAILBOX-ROW(1)
001839        MOVE "MAIN" TO MB-NAME(1)
001840        UNSTRING POP3_SERVER DELIMITED BY X'00' INTO MB-SERVER(1)
001841        UNSTRING POP3_USER DELIMITED BY X'00' INTO MB-USER(1)
001842        UNSTRING POP3_PASS DELIMITED BY X'00' INTO MB-PASS(1)
001843        MOVE WS-DELETE-AFTER-READ TO MB-DELETE(1)
001844        MOVE "FILTER.RUL" TO MB-RULES(1)
001845        MOVE "Y" TO MB-COMMANDS(1)
001846        MOVE "Y" TO MB-MOVES(1)
001847        MOVE "Y" TO MB-TICKETS(1)
001848      END-IF
001849      PERFORM VARYING MAILBOX-IX FROM 1 BY 1
001850              UNTIL MAILBOX-IX > MAILBOX-COUNT
001851        DISPLAY "Mailbox " MB-NAME(MAILBOX-IX) " server "
001852                FUNCTION TRIM(MB-SERVER(MAILBOX-IX)) " user "
001853                FUNCTION TRIM(MB-USER(MAILBOX-IX))
001854      END-PERFORM
001855      DISPLAY " "
001856      .
001857
001858  READ-MAILBOX-ROW.
001859      READ MAILBOX-FILE
001860          AT END
001861            MOVE "Y" TO MAILBOX-EOF
001862          NOT AT END
001863            IF MAILBOX-RECORD NOT = SPACES
001864               AND MAILBOX-RECORD(1:1) NOT = "*" THEN
001865              ADD 1 TO MAILBOX-COUNT
001866              INITIALIZE MAILBOX-ROW(MAILBOX-COUNT)
001867              UNSTRING MAILBOX-RECORD DELIMITED BY "|"
001868                  INTO MB-NAME(MAILBOX-COUNT)
001869                       MB-SERVER(MAILBOX-COUNT)
001870                       MB-USER(MAILBOX-COUNT)
001871                       MB-PASS(MAILBOX-COUNT)
001872                       MB-DELETE(MAILBOX-COUNT)
001873                       MB-RULES(MAILBOX-COUNT)
001874                       MB-COMMANDS(MAILBOX-COUNT)
001875                       MB-MOVES(MAILBOX-COUNT)
001876                       MB-TICKETS(MAILBOX-COUNT)
001877              PERFORM DEFAULT-MAILBOX-FIELDS
001878            END-IF
001879      END-READ
001880      .
001881
001882 *> A line with no server cannot be polled and is dropped; blank
001883 *> options fall back as the READER.BOX note above describes.
001884  DEFAULT-MAILBOX-FIELDS.
001885      IF MB-SERVER(MAILBOX-COUNT) = SPACES THEN
001886        DISPLAY "READER.BOX line for "
001887                FUNCTION TRIM(MB-NAME(MAILBOX-COUNT))
001888                " has no server - skipped"
001889        SUBTRACT 1 FROM MAILBOX-COUNT
001890      ELSE
001891        IF MB-NAME(MAILBOX-COUNT) = SPACES THEN
001892          MOVE MB-USER(MAILBOX-COUNT) TO MB-NAME(MAILBOX-COUNT)
001893        END-IF
001894        MOVE FUNCTION UPPER-CASE(MB-DELETE(MAILBOX-COUNT))
001895          TO MB-DELETE(MAILBOX-COUNT)
001896        IF MB-DELETE(MAILBOX-COUNT) NOT = "Y"
001897           AND MB-DELETE(MAILBOX-COUNT) NOT = "N" THEN
001898          MOVE WS-DELETE-AFTER-READ TO MB-DELETE(MAILBOX-COUNT)
001899        END-IF
001900        IF MB-RULES(MAILBOX-COUNT) = SPACES THEN
001901          MOVE "FILTER.RUL" TO MB-RULES(MAILBOX-COUNT)
001902        END-IF
001903        MOVE FUNCTION UPPER-CASE(MB-COMMANDS(MAILBOX-COUNT))
001904          TO MB-COMMANDS(MAILBOX-COUNT)
001905        IF MB-COMMANDS(MAILBOX-COUNT) NOT = "Y" THEN
001906          MOVE "N" TO MB-COMMANDS(MAILBOX-COUNT)
001907        END-IF
001908        MOVE FUNCTION UPPER-CASE(MB-MOVES(MAILBOX-COUNT))
001909          TO MB-MOVES(MAILBOX-COUNT)
001910        IF MB-MOVES(MAILBOX-COUNT) NOT = "Y" THEN
001911          MOVE "N" TO MB-MOVES(MAILBOX-COUNT)
001912        END-IF
001913        MOVE FUNCTION UPPER-CASE(MB-TICKETS(MAILBOX-COUNT))
001914          TO MB-TICKETS(MAILBOX-COUNT)
001915        IF MB-TICKETS(MAILBOX-COUNT) NOT = "Y" THEN
001916          MOVE "N" TO MB-TICKETS(MAILBOX-COUNT)
001917        END-IF
001918      END-IF
001919      .
001920
001921 *> One poll cycle: every mailbox in turn, all into the one
001922 *> manifest.  A mailbox that cannot be reached is reported and
001923 *> passed over; the others are still read.
001924  POLL-ALL-MAILBOXES.
001925      MOVE 0 TO CYCLE-SAVED
001926      IF CMD-MODE-ON THEN
001927        PERFORM EXPIRE-PENDING-APPROVALS
001928      END-IF
001929      PERFORM VARYING MAILBOX-IX FROM 1 BY 1
001930              UNTIL MAILBOX-IX > MAILBOX-COUNT
001931        PERFORM SELECT-MAILBOX
001932        PERFORM RUN-ONE-POLL-CYCLE THRU PROCESS-DONE
001933      END-PERFORM
001934      PERFORM CLOSE-MANIFEST
001935      .
001936
001937  SELECT-MAILBOX.
001938      MOVE MB-NAME(MAILBOX-IX) TO BOX-NAME
001939      MOVE SPACES TO BOX-SERVER
001940      STRING FUNCTION TRIM(MB-SERVER(MAILBOX-IX))
001941                                            DELIMITED BY SIZE
001942             X'00'                          DELIMITED BY SIZE
001943        INTO BOX-SERVER
001944      MOVE SPACES TO BOX-USER
001945      STRING FUNCTION TRIM(MB-USER(MAILBOX-IX))
001946                                            DELIMITED BY SIZE
001947             X'00'                          DELIMITED BY SIZE
001948        INTO BOX-USER
001949      MOVE SPACES TO BOX-PASS
001950      STRING FUNCTION TRIM(MB-PASS(MAILBOX-IX))
001951                                            DELIMITED BY SIZE
001952             X'00'                          DELIMITED BY SIZE
001953        INTO BOX-PASS
001954      MOVE MB-DELETE(MAILBOX-IX) TO WS-DELETE-AFTER-READ
001955      MOVE MB-RULES(MAILBOX-IX) TO WS-FILTER-NAME
001956      MOVE MB-COMMANDS(MAILBOX-IX) TO BOX-COMMANDS
001957      MOVE MB-MOVES(MAILBOX-IX) TO BOX-MOVES
001958      MOVE MB-TICKETS(MAILBOX-IX) TO BOX-TICKETS
001959      DISPLAY "Reading mailbox " FUNCTION TRIM(BOX-NAME)
001960              " (delete-after-read " WS-DELETE-AFTER-READ
001961              ", commands " BOX-COMMANDS ", moves " BOX-MOVES
001962              ", tickets " BOX-TICKETS ")"
001963      PERFORM LOAD-FILTER-RULES
001964      .
001965
001966  RUN-ONE-POLL-CYCLE.
001967      *> connect to POP3 server
001968      DISPLAY "Calling seePop3Connect()..."
001969      CALL "seePop3Connect" WITH STDCALL USING
001970           BY VALUE     CHANNEL       *> channel
001971           BY REFERENCE BOX-SERVER    *> POP3 server name
001972           BY REFERENCE BOX-USER      *> user name
001973           BY REFERENCE BOX-PASS      *> user password
001974      END-CALL.
001975
001976      *> check result
001977      IF PROGRAM-STATUS < 0 THEN
001978        DISPLAY "Cannot connect to POP3 server for mailbox "
001979                FUNCTION TRIM(BOX-NAME)
001980        MOVE PROGRAM-STATUS TO SEE_CODE
001981        PERFORM SHOW-SEE-ERROR
001982        GO TO PROCESS-DONE
001983      END-IF.
001990
002000      *> get # messages waiting
002010      DISPLAY "Calling seeGetEmailCount()..."
002070      IF PROGRAM-STATUS < 0 THEN
002080        DISPLAY "Error getting email count"
002090        MOVE PROGRAM-STATUS TO SEE_CODE
002100        PERFORM SHOW-SEE-ERROR
002105        GO TO PROCESS-DONE
002110      END-IF.
002120
002130      MOVE PROGRAM-STATUS TO NBR_MESSAGES
002140      DISPLAY NBR_MESSAGES " messages waiting on server."
002150
002160      *> req 035 - EMAIL_NAME's SECOND character only has
002170      *> MAX-NAMEABLE distinct values to hand out, shared by
002175      *> every mailbox read this cycle
002180      MOVE NBR_MESSAGES TO PROCESS-LIMIT
002190      IF NBR_MESSAGES > MAX-NAMEABLE - CYCLE-SAVED THEN
002195        COMPUTE PROCESS-LIMIT = MAX-NAMEABLE - CYCLE-SAVED
002200        DISPLAY "WARNING: " NBR_MESSAGES " messages waiting, "
002210                "but only " PROCESS-LIMIT " can be given unique "
002220                "names this run - the rest are left on the "
002230                "server for the next poll"
002250      END-IF.
002260
002270      PERFORM OPEN-MANIFEST
002386          FUNCTION MOD(WS-NAME-COUNTER - 1, MAX-NAMEABLE) + 1
002388      MOVE WORK(WS-NAME-IDX) TO SECOND
002389      ADD 1 TO WS-NAME-COUNTER
002394      ADD 1 TO CYCLE-SAVED
002400      *> read email message
002410      DISPLAY "Calling seeGetEmailFile()..."
002420      CALL "seeGetEmailFile" WITH STDCALL USING
002514        PERFORM APPLY-FILTER-RULES
002515      END-IF
002516      PERFORM CHECK-FOR-BOUNCE THRU BOUNCE-EXIT
002517      MOVE "N" TO CMD-RECOGNISED
002518      IF CMD-MODE-ON AND BOX-COMMANDS = "Y" THEN
002519        PERFORM PROCESS-COMMAND-MESSAGE THRU COMMAND-EXIT
002520      END-IF
002521      IF BOX-TICKETS = "Y" THEN
002522        PERFORM TICKET-INBOUND-MESSAGE THRU TICKET-EXIT
002523      END-IF
002524      PERFORM WRITE-MANIFEST-ENTRY
002525      PERFORM SCAN-ATTACHMENTS
002526      END-IF
002527
002530      *> req 034 - remove the message from the server once it
002540      *> has been saved locally
002550      IF DELETE-AFTER-READ THEN
002690
002700  PROCESS-DONE.
002710
002740      *> close SEE
002750      DISPLAY "Calling seeClose()..."
002760      CALL "seeClose" WITH STDCALL USING
002790      .
002800
002810  OPEN-MANIFEST.
002820      IF PROCESS-LIMIT > 0 AND NOT HAVE-MANIFEST THEN
002831       IF POLL-MODE-ON THEN
002832 *> req 037 follow-up - OPEN OUTPUT here would truncate the
002833 *> manifest on every poll cycle, leaving only the last cycle's
002839          IF WS-MANIFEST-STATUS = "05" THEN
002840       MOVE "MSG#  EMAIL FILE        EMAIL DIR   ATTACH DIR"
002841        TO MANIFEST-RECORD
002842       MOVE "  MAILBOX" TO MANIFEST-RECORD(47:9)
002843       WRITE MANIFEST-RECORD
002844          END-IF
002845        ELSE
002846          DISPLAY "Unable to open MANIFEST.TXT, skipping report"
002847        END-IF
002848       ELSE
002849        OPEN OUTPUT MANIFEST-FILE
002850        IF WS-MANIFEST-STATUS = "00" THEN
002860          SET HAVE-MANIFEST TO TRUE
002870          MOVE "MSG#  EMAIL FILE        EMAIL DIR   ATTACH DIR"
002880            TO MANIFEST-RECORD
002885          MOVE "  MAILBOX" TO MANIFEST-RECORD(47:9)
002890          WRITE MANIFEST-RECORD
002900        ELSE
002910          DISPLAY "Unable to open MANIFEST.TXT, skipping report"
003040               "  "                       DELIMITED BY SIZE
003050               ATTACH_DIR                 DELIMITED BY SIZE
003052               "  "                       DELIMITED BY SIZE
003054               BOX-NAME                   DELIMITED BY SIZE
003056               "  "                       DELIMITED BY SIZE
003058               WS-DISPOSITION             DELIMITED BY SIZE
003060          INTO MANIFEST-RECORD
003070        WRITE MANIFEST-RECORD
003080      END-IF
003130        CLOSE MANIFEST-FILE
003140        MOVE "N" TO WS-HAVE-MANIFEST
003150      END-IF
003151      .
003152
003153 *> Parse the just-saved message file's From, Subject and Date
003154 *> headers and append one row to the INBOX.IDX index.
003155  INDEX-SAVED-MESSAGE.
003156      MOVE SPACES TO HDR-FROM
003157      MOVE SPACES TO HDR-SUBJ
003158      MOVE SPACES TO HDR-DATE
003159      MOVE SPACES TO WS-MAI-NAME
003160      MOVE EMAIL_NAME(1:11) TO WS-MAI-NAME
003161      OPEN INPUT MAI-FILE
003162      IF WS-MAI-STATUS = "00" THEN
003163        MOVE "N" TO MAI-EOF
003164        MOVE "N" TO HDR-DONE
003165        PERFORM READ-HEADER-LINE
003166            UNTIL MAI-EOF = "Y" OR HDR-DONE = "Y"
003167        CLOSE MAI-FILE
003168      END-IF
003169      OPEN EXTEND INDEX-FILE
003170      IF WS-INDEX-STATUS = "00" OR WS-INDEX-STATUS = "05" THEN
003171        MOVE SPACES TO INDEX-RECORD
003172        STRING EMAIL_NAME(1:11) "|"
003173               HDR-FROM(1:40) "|"
003174               HDR-SUBJ(1:40) "|"
003175               HDR-DATE(1:24) "|"
003176               BOX-NAME
003177          DELIMITED BY SIZE INTO INDEX-RECORD
003178        WRITE INDEX-RECORD
003179      END-IF
003180      CLOSE INDEX-FILE
003181      .
003182
003183 *> Headers end at the first blank line of the message file.
003184  READ-HEADER-LINE.
003185      READ MAI-FILE INTO MAI-LINE
003186          AT END
003187            MOVE "Y" TO MAI-EOF
003188          NOT AT END
003189            IF MAI-LINE = SPACES THEN
003190              MOVE "Y" TO HDR-DONE
003191            ELSE
003192              MOVE FUNCTION UPPER-CASE(MAI-LINE(1:10))
003193                TO MAI-LINE-U
003194              IF MAI-LINE-U(1:5) = "FROM:" THEN
003195                MOVE MAI-LINE(6:50) TO HDR-FROM
003196              END-IF
003197              IF MAI-LINE-U(1:8) = "SUBJECT:" THEN
003198                MOVE MAI-LINE(9:60) TO HDR-SUBJ
003199              END-IF
003200              IF MAI-LINE-U(1:5) = "DATE:" THEN
003201                MOVE MAI-LINE(6:30) TO HDR-DATE
003202              END-IF
003203            END-IF
003204      END-READ
003205      .
003206
003207 *> The browse screen: the index newest-first, pick an entry,
003208 *> page through that message's text.
003209  BROWSE-INBOX.
003210      PERFORM LOAD-INDEX-TABLE
003211      IF IDX-COUNT = 0 THEN
003212        DISPLAY "Inbox index is empty"
003213        GO TO BROWSE-DONE
003214      END-IF.
003215
003216  BROWSE-LIST.
003217      DISPLAY " "
003218      DISPLAY "INBOX (newest first)"
003219      MOVE 0 TO IDX-SHOWN
003220      PERFORM VARYING IDX-I FROM IDX-COUNT BY -1
003221              UNTIL IDX-I < 1 OR IDX-SHOWN >= 20
003222        MOVE IDX-I TO IDX-NUM-DISPLAY
003223        DISPLAY IDX-NUM-DISPLAY ") " IX-DATE(IDX-I) " "
003224                IX-FROM(IDX-I) " " IX-SUBJ(IDX-I) " "
003225                IX-BOX(IDX-I)
003226        ADD 1 TO IDX-SHOWN
003227      END-PERFORM
003228      DISPLAY "Entry number (blank to quit): "
003229      MOVE SPACES TO BROWSE-PICK
003230      ACCEPT BROWSE-PICK
003231      IF BROWSE-PICK = SPACES THEN
003232        GO TO BROWSE-DONE
003233      END-IF
003234      MOVE FUNCTION NUMVAL(BROWSE-PICK) TO IDX-I
003235      IF IDX-I >= 1 AND IDX-I <= IDX-COUNT THEN
003236        PERFORM SHOW-ONE-MESSAGE
003237      ELSE
003238        DISPLAY "No such entry"
003239      END-IF
003240      GO TO BROWSE-LIST.
003241
003242  BROWSE-DONE.
003243      EXIT.
003244
003245  LOAD-INDEX-TABLE.
003246      MOVE 0 TO IDX-COUNT
003247      OPEN INPUT INDEX-FILE
003248      IF WS-INDEX-STATUS = "00" THEN
003249        MOVE "N" TO IDX-EOF
003250        PERFORM READ-INDEX-ROW
003251            UNTIL IDX-EOF = "Y" OR IDX-COUNT >= 100
003252        CLOSE INDEX-FILE
003253      END-IF
003254      .
003255
003256  READ-INDEX-ROW.
003257      READ INDEX-FILE
003258          AT END
003259            MOVE "Y" TO IDX-EOF
003260          NOT AT END
003261            ADD 1 TO IDX-COUNT
003262            MOVE SPACES TO IX-BOX(IDX-COUNT)
003263            UNSTRING INDEX-RECORD DELIMITED BY "|"
003264                INTO IX-FILE(IDX-COUNT)
003265                     IX-FROM(IDX-COUNT)
003266                     IX-SUBJ(IDX-COUNT)
003267                     IX-DATE(IDX-COUNT)
003268                     IX-BOX(IDX-COUNT)
003269      END-READ
003270      .
003271
003272  SHOW-ONE-MESSAGE.
003273      MOVE SPACES TO WS-MAI-NAME
003274      MOVE IX-FILE(IDX-I) TO WS-MAI-NAME
003275      OPEN INPUT MAI-FILE
003276      IF WS-MAI-STATUS NOT = "00" THEN
003277        DISPLAY "Cannot open " IX-FILE(IDX-I)
003278      ELSE
003279        MOVE "N" TO MAI-EOF
003280        MOVE 0 TO PAGE-LINES
003281        PERFORM SHOW-MESSAGE-LINE
003282            UNTIL MAI-EOF = "Y"
003283        CLOSE MAI-FILE
003284      END-IF
003285      .
003286
003287  SHOW-MESSAGE-LINE.
003288      READ MAI-FILE INTO MAI-LINE
003289          AT END
003290            MOVE "Y" TO MAI-EOF
003291          NOT AT END
003292            DISPLAY MAI-LINE(1:79)
003293            ADD 1 TO PAGE-LINES
003294            IF PAGE-LINES >= 20 THEN
003295              MOVE 0 TO PAGE-LINES
003296              DISPLAY "-- Enter for more, Q to stop --"
003297              ACCEPT BROWSE-ANSWER
003298              IF BROWSE-ANSWER = "Q" OR BROWSE-ANSWER = "q" THEN
003299                MOVE "Y" TO MAI-EOF
003300              END-IF
003301            END-IF
003302      END-READ
003303      .
003304
003305  LOAD-FILTER-RULES.
003306      MOVE 0 TO FILTER-COUNT
003307      OPEN INPUT FILTER-RULES-FILE
003308      IF WS-FILTER-STATUS = "00" THEN
003309        MOVE "N" TO FILTER-EOF
003310        PERFORM READ-FILTER-RULE
003311            UNTIL FILTER-EOF = "Y" OR FILTER-COUNT >= 50
003312        CLOSE FILTER-RULES-FILE
003313        IF FILTER-COUNT > 0 THEN
003314          DISPLAY FILTER-COUNT " filter rule(s) loaded from "
003315                  FUNCTION TRIM(WS-FILTER-NAME)
003316        END-IF
003317      ELSE
003318        IF WS-FILTER-STATUS = "05" THEN
003319          CLOSE FILTER-RULES-FILE
003320        END-IF
003321      END-IF
003322      .
003323
003324  READ-FILTER-RULE.
003325      READ FILTER-RULES-FILE
003326          AT END
003327            MOVE "Y" TO FILTER-EOF
003328          NOT AT END
003329            ADD 1 TO FILTER-COUNT
003330            INITIALIZE FILTER-ENTRY(FILTER-COUNT)
003331            UNSTRING FILTER-RULE-RECORD DELIMITED BY "|"
003332                INTO FR-FIELD(FILTER-COUNT)
003333                     FR-TEXT(FILTER-COUNT)
003334                     FR-ACTION(FILTER-COUNT)
003335                     FR-ARG(FILTER-COUNT)
003336      END-READ
003337      .
003338
003339 *> First matching rule wins.  The From and Subject values come
003340 *> from the header parse the index step just did.
003341  APPLY-FILTER-RULES.
003342      PERFORM VARYING FILTER-I FROM 1 BY 1
003343              UNTIL FILTER-I > FILTER-COUNT
003344                 OR WS-DISPOSITION NOT = SPACES
003345        MOVE SPACES TO SCAN-HAY
003346        IF FR-FIELD(FILTER-I) = "FROM" THEN
003347          MOVE FUNCTION UPPER-CASE(HDR-FROM) TO SCAN-HAY
003348        ELSE
003349          MOVE FUNCTION UPPER-CASE(HDR-SUBJ) TO SCAN-HAY
003350        END-IF
003351        MOVE FUNCTION UPPER-CASE(FR-TEXT(FILTER-I))
003352          TO SCAN-NEEDLE
003353        PERFORM SCAN-FOR-TEXT THRU SCAN-FOR-TEXT-EXIT
003354        IF SCAN-HIT = "Y" THEN
003355          PERFORM APPLY-ONE-FILTER-ACTION
003356        END-IF
003357      END-PERFORM
003358      .
003359
003360 *> Case-blind substring search of SCAN-NEEDLE in SCAN-HAY.
003361  SCAN-FOR-TEXT.
003362      MOVE "N" TO SCAN-HIT
003363      MOVE 0 TO SCAN-LEN
003364      PERFORM VARYING SCAN-I FROM 40 BY -1
003365              UNTIL SCAN-I < 1 OR SCAN-LEN > 0
003366        IF SCAN-NEEDLE(SCAN-I:1) NOT = SPACE THEN
003367          MOVE SCAN-I TO SCAN-LEN
003368        END-IF
003369      END-PERFORM
003370      IF SCAN-LEN = 0 THEN
003371        GO TO SCAN-FOR-TEXT-EXIT
003372      END-IF
003373      PERFORM VARYING SCAN-I FROM 1 BY 1
003374              UNTIL SCAN-I > (61 - SCAN-LEN) OR SCAN-HIT = "Y"
003375        IF SCAN-HAY(SCAN-I:SCAN-LEN)
003376            = SCAN-NEEDLE(1:SCAN-LEN) THEN
003377          MOVE "Y" TO SCAN-HIT
003378        END-IF
003379      END-PERFORM.
003380  SCAN-FOR-TEXT-EXIT.
003381      EXIT.
003382
003383  APPLY-ONE-FILTER-ACTION.
003384      EVALUATE FR-ACTION(FILTER-I)
003385        WHEN "FILE"
003386          PERFORM FILE-MESSAGE-TO-SUBDIR
003387        WHEN "MOVE"
003388          IF BOX-MOVES = "Y" THEN
003389            PERFORM DROP-MOVE-TO-CHECKMOVE
003390          ELSE
003391            DISPLAY "MOVE rule ignored - mailbox "
003392                    FUNCTION TRIM(BOX-NAME)
003393                    " does not take checkers moves"
003394          END-IF
003401        WHEN "URGENT"
003402          MOVE "URGENT" TO WS-DISPOSITION
003403          DISPLAY "Marked urgent: " EMAIL_NAME(1:11)
003608      WRITE REPLY-RECORD
003609
003610      MOVE ZERO TO ST-PENDING
003611      MOVE ZERO TO ST-FAILED ST-HELD
003612      OPEN INPUT SPOOLQ-FILE
003613      IF WS-SPOOLQ-STATUS = "00" THEN
003614        MOVE "N" TO ST-EOF
003619          CLOSE SPOOLQ-FILE
003620        END-IF
003621      END-IF
003622      PERFORM STATUS-COUNT-DEAD
003623      MOVE SPACES TO REPLY-RECORD
003624      STRING "SPOOL: " ST-PENDING " PENDING, " ST-FAILED
003625             " FAILED AWAITING RETRY, " ST-HELD " HELD, " ST-DEAD
003626             " DEAD" DELIMITED BY SIZE INTO REPLY-RECORD
003627      WRITE REPLY-RECORD
003628      .
003629
003630  STATUS-ONE-DRVRPT.
003631      READ DRVRPT-FILE
003632          AT END
003633            MOVE "Y" TO ST-EOF
003634          NOT AT END
003635            IF DRVRPT-RECORD(1:6) = "TOTAL " THEN
003636              MOVE DRVRPT-RECORD(1:70) TO ST-DRIVER-TOTALS
003637            END-IF
003638      END-READ
003639      .
003640
003641  STATUS-ONE-LKRPT.
003642      READ LKRPT-FILE
003643          AT END
003644            MOVE "Y" TO ST-EOF
003645          NOT AT END
003646            IF LKRPT-RECORD NOT = SPACES THEN
003647              MOVE ST-LK-LAST-2 TO ST-LK-LAST-1
003648              MOVE LKRPT-RECORD(1:70) TO ST-LK-LAST-2
003649            END-IF
003650      END-READ
003651      .
003652
003653  STATUS-ONE-SPOOLQ.
003654      READ SPOOLQ-FILE
003655          AT END
003656            MOVE "Y" TO ST-EOF
003657          NOT AT END
003658            EVALUATE SPOOLQ-RECORD(1:2)
003659              WHEN "P|" ADD 1 TO ST-PENDING
003660              WHEN "F|" ADD 1 TO ST-FAILED
003661              WHEN "H|" ADD 1 TO ST-HELD
003662            END-EVALUATE
003663      END-READ
003664      .
003665
003975          AT END
003976            MOVE "Y" TO CMD-EOF
003977          NOT AT END
003978            IF CMDJOBS-RECORD NOT = SPACES
003988               AND CMDJOBS-RECORD(1:1) NOT = "+"
003998               AND CMDJOBS-RECORD(1:1) NOT = "!" THEN
004008              ADD 1 TO JOBS-COUNT
004018              MOVE CMDJOBS-RECORD(1:8) TO JOB-NAME(JOBS-COUNT)
004028              MOVE SPACES TO JOB-APPROVERS(JOBS-COUNT)
004038            END-IF
004048            IF CMDJOBS-RECORD(1:1) = "!" AND JOBS-COUNT > 0 THEN
004058              PERFORM TAKE-APPROVAL-WORD
004068            END-IF
004078      END-READ
004088      .
004098
004108*> APPROVAL=Y sends the code to LIST:APPROVERS; any other value
004118*> names the list to send it to.
004128  TAKE-APPROVAL-WORD.
004138      MOVE SPACES TO CMD-PARM-LINE
004148      MOVE FUNCTION UPPER-CASE(CMDJOBS-RECORD(2:79))
004158        TO CMD-PARM-LINE
004168      MOVE 0 TO APR-K
004178      INSPECT CMD-PARM-LINE TALLYING APR-K
004188          FOR CHARACTERS BEFORE INITIAL "APPROVAL="
004198      IF APR-K < 79 THEN
004208        MOVE SPACES TO APR-LIST
004218        UNSTRING CMD-PARM-LINE(APR-K + 10:70) DELIMITED BY SPACE
004228            INTO APR-LIST
004238        END-UNSTRING
004248        IF APR-LIST = "Y" OR APR-LIST = "YES" THEN
004258          MOVE "APPROVERS" TO APR-LIST
004268        END-IF
004278        IF APR-LIST = "N" OR APR-LIST = "NO" THEN
004288          MOVE SPACES TO APR-LIST
004298        END-IF
004308        MOVE APR-LIST TO JOB-APPROVERS(JOBS-COUNT)
004318      END-IF
004328      .
004338
004348 *> A fetched message whose subject carries a recognized command
004358 *> from an authorized sender is acted on, and the outcome is
004368 *> mailed back by queueing a reply on the send spool.  Every
004378 *> accepted and rejected command is written to CMDAUDIT.TXT;
004388 *> ordinary mail passes through untouched and unaudited.
004398  PROCESS-COMMAND-MESSAGE.
004408      MOVE SPACES TO CMD-TEXT2
004418      MOVE FUNCTION UPPER-CASE(HDR-SUBJ) TO CMD-TEXT2
004428*> strip leading blanks off the subject
004438      MOVE 0 TO CMD-J
004448      PERFORM VARYING CMD-I FROM 1 BY 1
004458              UNTIL CMD-I > 60 OR CMD-J > 0
004468        IF CMD-TEXT2(CMD-I:1) NOT = SPACE THEN
004478          MOVE CMD-I TO CMD-J
004488        END-IF
004498      END-PERFORM
004508      MOVE SPACES TO CMD-TEXT
004518      IF CMD-J = 0 THEN
004528        GO TO COMMAND-EXIT
004538      END-IF
004548      MOVE CMD-TEXT2(CMD-J:61 - CMD-J) TO CMD-TEXT
004558      MOVE SPACES TO CMD-VERB
004568      MOVE SPACES TO CMD-JOB
004578      MOVE SPACES TO CMD-PARMS
004588      MOVE SPACES TO APR-NOTE
004598      MOVE SPACES TO CP-REASON
004608      EVALUATE TRUE
004618        WHEN CMD-TEXT(1:7) = "STATUS "
004628          MOVE "STATUS" TO CMD-VERB
004638        WHEN CMD-TEXT(1:6) = "STATUS"
004648          MOVE "STATUS" TO CMD-VERB
004658        WHEN CMD-TEXT(1:7) = "RUNJOB "
004668          MOVE "RUNJOB" TO CMD-VERB
004678          MOVE CMD-TEXT(8:8) TO CMD-JOB
004688        WHEN CMD-TEXT(1:4) = "ACK "
004698          MOVE "ACK" TO CMD-VERB
004708        WHEN CMD-TEXT(1:8) = "APPROVE "
004718          MOVE "APPROVE" TO CMD-VERB
004728        WHEN OTHER
004738          GO TO COMMAND-EXIT
004748      END-EVALUATE
004758      MOVE "Y" TO CMD-RECOGNISED
004768      PERFORM EXTRACT-SENDER-ADDRESS
004778      PERFORM CHECK-SENDER-AUTHORIZED
004788      IF CMD-AUTHORIZED NOT = "Y" THEN
004798        MOVE "REJECTED-UNAUTH" TO CMD-VERDICT
004808        PERFORM WRITE-COMMAND-AUDIT
004818        GO TO COMMAND-EXIT
004828      END-IF
004838      PERFORM CHECK-SENDER-LOCKED
004848      IF SENDER-LOCKED = "Y" THEN
004858        MOVE "REJECTED-LOCKED" TO CMD-VERDICT
004868        PERFORM WRITE-COMMAND-AUDIT
004878        GO TO COMMAND-EXIT
004888      END-IF
004898      PERFORM CHECK-BODY-TOKEN THRU CHECK-BODY-TOKEN-EXIT
004908      IF TOKEN-SEEN NOT = "Y" THEN
004918        MOVE "REJECTED-TOKEN" TO CMD-VERDICT
004928        PERFORM WRITE-COMMAND-AUDIT
004938        PERFORM COUNT-TOKEN-FAILURE
004948        GO TO COMMAND-EXIT
004958      END-IF
004968      IF TOKEN-REQUIRED = "Y" THEN
004978        PERFORM CLEAR-TOKEN-FAILURES
004988      END-IF
004998      IF CMD-VERB = "RUNJOB" THEN
005008        MOVE "N" TO CMD-JOB-OK
005018        PERFORM VARYING CMD-I FROM 1 BY 1
005028                UNTIL CMD-I > JOBS-COUNT
005038          IF JOB-NAME(CMD-I) = CMD-JOB THEN
005048            MOVE "Y" TO CMD-JOB-OK
005058            MOVE CMD-I TO APR-IX
005068          END-IF
005078        END-PERFORM
005088        IF CMD-JOB-OK NOT = "Y" THEN
005098          MOVE "REJECTED-JOB" TO CMD-VERDICT
005108          PERFORM WRITE-COMMAND-AUDIT
005118          PERFORM WRITE-COMMAND-REPLY
005128          GO TO COMMAND-EXIT
005138        END-IF
005148*> the job's declared parameters are checked here, so a bad
005158*> value is refused to the requester at once rather than left
005168*> for CMDEXEC to find
005178        PERFORM COLLECT-RUNJOB-PARMS
005188            THRU COLLECT-RUNJOB-PARMS-EXIT
005198        MOVE SPACES TO CMDPARM-AREA
005208        MOVE CMD-JOB TO CP-JOB
005218        MOVE CMD-PARMS TO CP-PARMS
005228        CALL "CMDPARM" USING CMDPARM-AREA
005238        IF CP-RESULT NOT = "Y" THEN
005248          MOVE "REJECTED-PARM" TO CMD-VERDICT
005258          PERFORM WRITE-COMMAND-AUDIT
005268          PERFORM WRITE-COMMAND-REPLY
005278          GO TO COMMAND-EXIT
005288        END-IF
005298        IF JOB-APPROVERS(APR-IX) NOT = SPACES THEN
005308          PERFORM HOLD-FOR-APPROVAL
005318          GO TO COMMAND-EXIT
005328        END-IF
005338      END-IF
005348      IF CMD-VERB = "APPROVE" THEN
005358        PERFORM APPLY-APPROVAL
005368        GO TO COMMAND-EXIT
005378      END-IF
005388      IF CMD-VERB = "ACK" THEN
005398        PERFORM CHECK-ACK-NUMBER
005408        IF WS-ACK-ID = ZERO THEN
005418          GO TO COMMAND-EXIT
005428        END-IF
005438      END-IF
005448      MOVE "ACCEPTED" TO CMD-VERDICT
005458      IF CMD-VERB = "RUNJOB" THEN
005468        OPEN EXTEND CMDRUN-FILE
005478        IF WS-CMDRUN-STATUS = "00"
005488            OR WS-CMDRUN-STATUS = "05" THEN
005498 *> the requester travels with the job so the executor can mail
005508 *> the completion back to whoever asked
005518          MOVE SPACES TO CMDRUN-RECORD
005528          STRING CMD-JOB " " FUNCTION TRIM(CMD-SENDER)
005538            DELIMITED BY SIZE INTO CMDRUN-RECORD
005548          MOVE CMD-PARMS TO CMDRUN-RECORD(61:190)
005558          WRITE CMDRUN-RECORD
005568        END-IF
005578        CLOSE CMDRUN-FILE
005588        DISPLAY "RUNJOB " CMD-JOB " queued on CMDRUN.REQ"
005598      END-IF
005608      IF CMD-VERB = "ACK" THEN
005618        PERFORM QUEUE-ALERT-ACK
005628      END-IF
005638      PERFORM WRITE-COMMAND-AUDIT
005648      PERFORM WRITE-COMMAND-REPLY.
005658  COMMAND-EXIT.
005668      EXIT.
005678
005688 *> The address inside <...> when the From header has one,
005698 *> otherwise the whole trimmed header value.
005708  EXTRACT-SENDER-ADDRESS.
005718      MOVE 0 TO CMD-LT
005728      MOVE 0 TO CMD-GT
005738      PERFORM VARYING CMD-I FROM 1 BY 1 UNTIL CMD-I > 50
005748        IF HDR-FROM(CMD-I:1) = "<" AND CMD-LT = 0 THEN
005758          MOVE CMD-I TO CMD-LT
005768        END-IF
005778        IF HDR-FROM(CMD-I:1) = ">" AND CMD-GT = 0 THEN
005788          MOVE CMD-I TO CMD-GT
005798        END-IF
005808      END-PERFORM
005818      MOVE SPACES TO CMD-SENDER
005828      IF CMD-LT > 0 AND CMD-GT > CMD-LT + 1 THEN
005838        COMPUTE CMD-J = CMD-GT - CMD-LT - 1
005848        MOVE HDR-FROM(CMD-LT + 1:CMD-J) TO CMD-SENDER
005858      ELSE
005868        MOVE FUNCTION TRIM(HDR-FROM) TO CMD-SENDER
005878      END-IF
005888      .
005898
005908 *> this gate fronts RUNJOB, so it is an exact (case-blind)
005918 *> match of the extracted sender address against the table -
005928 *> never a substring test, which an address like
005938 *> ops@site.com.attacker.example would walk straight through
005948  CHECK-SENDER-AUTHORIZED.
005958      MOVE "N" TO CMD-AUTHORIZED
005968      MOVE 0 TO AUTH-HIT-IX
005978      PERFORM VARYING CMD-I FROM 1 BY 1
005988              UNTIL CMD-I > AUTH-COUNT
005998                 OR CMD-AUTHORIZED = "Y"
006008        IF FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-SENDER))
006018            = FUNCTION UPPER-CASE(FUNCTION
006028              TRIM(AUTH-ADDR(CMD-I)))
006038          MOVE "Y" TO CMD-AUTHORIZED
006048          MOVE CMD-I TO AUTH-HIT-IX
006058        END-IF
006068      END-PERFORM
006078      .
006088
006098 *> Repeated token failures lock the sender out; the lock holds
006108 *> until an operator removes the sender's CMDLOCK.LST line.
006118  CHECK-SENDER-LOCKED.
006128      MOVE "N" TO SENDER-LOCKED
006138      MOVE 0 TO LK-HIT
006148      PERFORM VARYING LK-IX FROM 1 BY 1
006158              UNTIL LK-IX > LOCK-COUNT OR LK-HIT > 0
006168        IF FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-SENDER))
006178            = FUNCTION UPPER-CASE(FUNCTION
006188              TRIM(LK-ADDR(LK-IX)))
006198          MOVE LK-IX TO LK-HIT
006208        END-IF
006218      END-PERFORM
006228      IF LK-HIT > 0 AND LK-FAILS(LK-HIT) >= 3 THEN
006238        MOVE "Y" TO SENDER-LOCKED
006248      END-IF
006258      .
006268
006278 *> A forged From header is trivial; the per-sender secret token
006288 *> from CMDAUTH.LST must also appear somewhere in the command
006298 *> body.  A sender registered without a token is exempt.
006308  CHECK-BODY-TOKEN.
006318      MOVE "N" TO TOKEN-REQUIRED
006328      MOVE "N" TO TOKEN-SEEN
006338      IF AUTH-HIT-IX > 0
006348         AND AUTH-TOKEN(AUTH-HIT-IX) NOT = SPACES THEN
006358        MOVE "Y" TO TOKEN-REQUIRED
006368      END-IF
006378      IF TOKEN-REQUIRED NOT = "Y" THEN
006388        MOVE "Y" TO TOKEN-SEEN
006398        GO TO CHECK-BODY-TOKEN-EXIT
006408      END-IF
006418      MOVE SPACES TO WS-MAI-NAME
006428      MOVE EMAIL_NAME(1:11) TO WS-MAI-NAME
006438      MOVE "N" TO TOKEN-IN-BODY
006448      OPEN INPUT MAI-FILE
006458      IF WS-MAI-STATUS NOT = "00" THEN
006468        GO TO CHECK-BODY-TOKEN-EXIT
006478      END-IF
006488      MOVE "N" TO MAI-EOF
006498      PERFORM SCAN-TOKEN-LINE
006508          UNTIL MAI-EOF = "Y" OR TOKEN-SEEN = "Y"
006518      CLOSE MAI-FILE.
006528  CHECK-BODY-TOKEN-EXIT.
006538      EXIT.
006548
006558  SCAN-TOKEN-LINE.
006568      READ MAI-FILE INTO MAI-LINE
006578          AT END
006588            MOVE "Y" TO MAI-EOF
006598          NOT AT END
006608            IF TOKEN-IN-BODY = "N" THEN
006618              IF MAI-LINE = SPACES THEN
006628                MOVE "Y" TO TOKEN-IN-BODY
006638              END-IF
006648            ELSE
006658              MOVE MAI-LINE(1:60) TO SCAN-HAY
006668              MOVE AUTH-TOKEN(AUTH-HIT-IX) TO SCAN-NEEDLE
006678              PERFORM SCAN-FOR-TEXT THRU SCAN-FOR-TEXT-EXIT
006688              IF SCAN-HIT = "Y" THEN
006698                MOVE "Y" TO TOKEN-SEEN
006708              END-IF
006718            END-IF
006728      END-READ
006738      .
006748
006758 *> RUNJOB parameters are the body lines (after the headers) that
006768 *> are a single NAME=VALUE word with a name of one to eight
006778 *> characters.  The line carrying the sender's token is never
006788 *> taken as a parameter.
006798  COLLECT-RUNJOB-PARMS.
006808      MOVE SPACES TO WS-MAI-NAME
006818      MOVE EMAIL_NAME(1:11) TO WS-MAI-NAME
006828      MOVE "N" TO CMD-PARM-IN-BODY
006838      MOVE 1 TO CMD-PARM-PTR
006848      OPEN INPUT MAI-FILE
006858      IF WS-MAI-STATUS NOT = "00" THEN
006868        GO TO COLLECT-RUNJOB-PARMS-EXIT
006878      END-IF
006888      MOVE "N" TO MAI-EOF
006898      PERFORM SCAN-PARM-LINE UNTIL MAI-EOF = "Y"
006908      CLOSE MAI-FILE.
006918  COLLECT-RUNJOB-PARMS-EXIT.
006928      EXIT.
006938
006948  SCAN-PARM-LINE.
006958      READ MAI-FILE INTO MAI-LINE
006968          AT END
006978            MOVE "Y" TO MAI-EOF
006988          NOT AT END
006998            IF CMD-PARM-IN-BODY = "N" THEN
007008              IF MAI-LINE = SPACES THEN
007018                MOVE "Y" TO CMD-PARM-IN-BODY
007028              END-IF
007038            ELSE
007048              PERFORM TAKE-PARM-LINE THRU TAKE-PARM-LINE-EXIT
007058            END-IF
007068      END-READ
007078      .
007088
007098  TAKE-PARM-LINE.
007108      MOVE SPACES TO CMD-PARM-WORD
007118      MOVE SPACES TO CMD-PARM-REST
007128      MOVE FUNCTION TRIM(MAI-LINE) TO CMD-PARM-LINE
007138      UNSTRING CMD-PARM-LINE DELIMITED BY ALL SPACE
007148        INTO CMD-PARM-WORD CMD-PARM-REST
007158      IF CMD-PARM-WORD = SPACES OR CMD-PARM-REST NOT = SPACES THEN
007168        GO TO TAKE-PARM-LINE-EXIT
007178      END-IF
007188      MOVE 0 TO CMD-PARM-EQ
007198      INSPECT CMD-PARM-WORD TALLYING CMD-PARM-EQ
007208          FOR CHARACTERS BEFORE INITIAL "="
007218      IF CMD-PARM-EQ < 1 OR CMD-PARM-EQ > 8 THEN
007228        GO TO TAKE-PARM-LINE-EXIT
007238      END-IF
007248      IF TOKEN-REQUIRED = "Y" THEN
007258        MOVE CMD-PARM-WORD(1:60) TO SCAN-HAY
007268        MOVE AUTH-TOKEN(AUTH-HIT-IX) TO SCAN-NEEDLE
007278        PERFORM SCAN-FOR-TEXT THRU SCAN-FOR-TEXT-EXIT
007288        IF SCAN-HIT = "Y" THEN
007298          GO TO TAKE-PARM-LINE-EXIT
007308        END-IF
007318      END-IF
007328      IF CMD-PARM-PTR < 190 THEN
007338        STRING CMD-PARM-WORD DELIMITED BY SPACE
007348               " " DELIMITED BY SIZE
007358          INTO CMD-PARMS WITH POINTER CMD-PARM-PTR
007368      END-IF.
007378  TAKE-PARM-LINE-EXIT.
007388      EXIT.
007398
007408 *> Bump the sender's strike counter (adding a row when this is
007418 *> their first failure) and persist it.
007428  COUNT-TOKEN-FAILURE.
007438      MOVE 0 TO LK-HIT
007448      PERFORM VARYING LK-IX FROM 1 BY 1
007458              UNTIL LK-IX > LOCK-COUNT OR LK-HIT > 0
007468        IF FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-SENDER))
007478            = FUNCTION UPPER-CASE(FUNCTION
007488              TRIM(LK-ADDR(LK-IX)))
007498          MOVE LK-IX TO LK-HIT
007508        END-IF
007518      END-PERFORM
007528      IF LK-HIT = 0 AND LOCK-COUNT < 20 THEN
007538        ADD 1 TO LOCK-COUNT
007548        MOVE LOCK-COUNT TO LK-HIT
007558        MOVE CMD-SENDER TO LK-ADDR(LK-HIT)
007568        MOVE 0 TO LK-FAILS(LK-HIT)
007578      END-IF
007588      IF LK-HIT > 0 THEN
007598        ADD 1 TO LK-FAILS(LK-HIT)
007608        PERFORM SAVE-LOCK-TABLE
007618        IF LK-FAILS(LK-HIT) >= 3 THEN
007628          DISPLAY "Sender locked out: "
007638                  FUNCTION TRIM(CMD-SENDER)
007648        END-IF
007658      END-IF
007668      .
007678
007688 *> A good token clears any strikes the sender had built up.
007698  CLEAR-TOKEN-FAILURES.
007708      MOVE 0 TO LK-HIT
007718      PERFORM VARYING LK-IX FROM 1 BY 1
007728              UNTIL LK-IX > LOCK-COUNT OR LK-HIT > 0
007738        IF FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-SENDER))
007748            = FUNCTION UPPER-CASE(FUNCTION
007758              TRIM(LK-ADDR(LK-IX)))
007768          MOVE LK-IX TO LK-HIT
007778        END-IF
007788      END-PERFORM
007798      IF LK-HIT > 0 AND LK-FAILS(LK-HIT) > 0
007808         AND LK-FAILS(LK-HIT) < 3 THEN
007818        MOVE 0 TO LK-FAILS(LK-HIT)
007828        PERFORM SAVE-LOCK-TABLE
007838      END-IF
007848      .
007858
007868  WRITE-COMMAND-AUDIT.
007878      ACCEPT CMD-DATE FROM DATE YYYYMMDD
007888      ACCEPT CMD-TIME FROM TIME
007898      OPEN EXTEND CMDAUDIT-FILE
007908      IF WS-CMDAUDIT-STATUS = "00"
007918          OR WS-CMDAUDIT-STATUS = "05" THEN
007928        MOVE SPACES TO CMDAUDIT-RECORD
007938        STRING CMD-DATE " " CMD-TIME(1:6) " "
007948               CMD-VERDICT " "
007958               CMD-VERB " " CMD-JOB " FROM "
007968               FUNCTION TRIM(CMD-SENDER)
007978          DELIMITED BY SIZE INTO CMDAUDIT-RECORD
007988        IF CMD-VERDICT = "REJECTED-PARM" THEN
007998          MOVE SPACES TO CMD-PARM-REST
008008          STRING FUNCTION TRIM(CMDAUDIT-RECORD) " - "
008018                 FUNCTION TRIM(CP-REASON)
008028            DELIMITED BY SIZE INTO CMD-PARM-REST
008038          MOVE CMD-PARM-REST TO CMDAUDIT-RECORD
008048        END-IF
008058        IF APR-NOTE NOT = SPACES THEN
008068          MOVE SPACES TO CMD-PARM-REST
008078          STRING FUNCTION TRIM(CMDAUDIT-RECORD) " - "
008088                 FUNCTION TRIM(APR-NOTE)
008098            DELIMITED BY SIZE INTO CMD-PARM-REST
008108          MOVE CMD-PARM-REST TO CMDAUDIT-RECORD
008118        END-IF
008128        IF CMD-PARMS NOT = SPACES THEN
008138          MOVE SPACES TO CMD-PARM-REST
008148          STRING FUNCTION TRIM(CMDAUDIT-RECORD) " PARMS "
008158                 FUNCTION TRIM(CMD-PARMS)
008168            DELIMITED BY SIZE INTO CMD-PARM-REST
008178          MOVE CMD-PARM-REST TO CMDAUDIT-RECORD
008188        END-IF
008198        WRITE CMDAUDIT-RECORD
008208      END-IF
008218      CLOSE CMDAUDIT-FILE
008228      .
008238
008248 *> The outcome goes back to the requester: a small reply body
008258 *> file plus a pending request on DRIVER.SPL for the send-side
008268 *> spool to drain on its next run.
008278  WRITE-COMMAND-REPLY.
008288      MOVE SPACES TO WS-REPLY-NAME
008298      MOVE WS-NAME-COUNTER TO CMD-REP-SEQ
008308      STRING "CMDREP_" CMD-REP-SEQ ".TXT"
008318        DELIMITED BY SIZE INTO WS-REPLY-NAME
008328      OPEN OUTPUT REPLY-FILE
008338      IF WS-REPLY-STATUS = "00" OR WS-REPLY-STATUS = "05" THEN
008348        MOVE SPACES TO REPLY-RECORD
008358        STRING "COMMAND: " CMD-VERB " " CMD-JOB
008368          DELIMITED BY SIZE INTO REPLY-RECORD
008378        WRITE REPLY-RECORD
008388        MOVE SPACES TO REPLY-RECORD
008398        STRING "RESULT: " CMD-VERDICT
008408          DELIMITED BY SIZE INTO REPLY-RECORD
008418        WRITE REPLY-RECORD
008428        IF CMD-VERDICT = "ACCEPTED"
008438            AND CMD-VERB = "RUNJOB" THEN
008448          MOVE "THE JOB IS QUEUED FOR SUBMISSION"
008458            TO REPLY-RECORD
008468          WRITE REPLY-RECORD
008478        END-IF
008488        IF CMD-PARMS NOT = SPACES THEN
008498          MOVE SPACES TO REPLY-RECORD
008508          STRING "PARAMETERS: " CMD-PARMS
008518            DELIMITED BY SIZE INTO REPLY-RECORD
008528          WRITE REPLY-RECORD
008538        END-IF
008548        IF CMD-VERDICT = "REJECTED-PARM" THEN
008558          MOVE SPACES TO REPLY-RECORD
008568          STRING "REASON: " CP-REASON
008578            DELIMITED BY SIZE INTO REPLY-RECORD
008588          WRITE REPLY-RECORD
008598          MOVE "PARAMETERS GO IN THE BODY, ONE NAME=VALUE A LINE"
008608            TO REPLY-RECORD
008618          WRITE REPLY-RECORD
008628        END-IF
008638        IF APR-NOTE NOT = SPACES THEN
008648          MOVE SPACES TO REPLY-RECORD
008658          STRING "NOTE: " APR-NOTE
008668            DELIMITED BY SIZE INTO REPLY-RECORD
008678          WRITE REPLY-RECORD
008688        END-IF
008698        IF CMD-VERDICT = "PENDING-APPROVAL" THEN
008708          MOVE "THE JOB RUNS ONCE A SECOND PERSON APPROVES IT"
008718            TO REPLY-RECORD
008728          WRITE REPLY-RECORD
008738        END-IF
008748        IF CMD-VERB = "ACK" THEN
008758          PERFORM WRITE-ACK-REPLY-LINE
008768        END-IF
008778        IF CMD-VERB = "STATUS" THEN
008788          MOVE COUNTER TO MSG-NUM-DISPLAY
008798          MOVE SPACES TO REPLY-RECORD
008808          STRING "READER IS UP; MESSAGES THIS CYCLE: "
008818                 MSG-NUM-DISPLAY
008828            DELIMITED BY SIZE INTO REPLY-RECORD
008838          WRITE REPLY-RECORD
008848          PERFORM WRITE-STATUS-SUMMARY
008858        END-IF
008868        CLOSE REPLY-FILE
008878        OPEN EXTEND CMDSPOOL-FILE
008888        IF WS-CMDSPOOL-STATUS = "00"
008898            OR WS-CMDSPOOL-STATUS = "05" THEN
008908          MOVE SPACES TO CMDSPOOL-RECORD
008918          STRING "P|" FUNCTION TRIM(CMD-SENDER)
008928                 "|RE: " CMD-VERB " " CMD-JOB
008938                 "|@" FUNCTION TRIM(WS-REPLY-NAME) "|"
008948            DELIMITED BY SIZE INTO CMDSPOOL-RECORD
008958          WRITE CMDSPOOL-RECORD
008968        END-IF
008978        CLOSE CMDSPOOL-FILE
008988      END-IF
008998      .
009008
009018 *> A job that needs a second approver is parked in CMDPEND.LST
009028 *> under a fresh code, the approvers' list is mailed the code,
009038 *> and the requester is told it is waiting.
009048  HOLD-FOR-APPROVAL.
009058      PERFORM LOAD-PENDING-TABLE
009068      PERFORM COMPACT-PENDING-TABLE
009078      IF PEND-COUNT >= 20 THEN
009088        MOVE "REJECTED-BUSY" TO CMD-VERDICT
009098        MOVE "TOO MANY REQUESTS ARE ALREADY WAITING FOR APPROVAL"
009108          TO APR-NOTE
009118        PERFORM WRITE-COMMAND-AUDIT
009128        PERFORM WRITE-COMMAND-REPLY
009138      ELSE
009148        PERFORM MAKE-APPROVAL-CODE
009158        PERFORM TAKE-APPROVAL-NOW
009168        ADD 1 TO PEND-COUNT
009178        MOVE APR-CODE TO PD-CODE(PEND-COUNT)
009188        MOVE CMD-JOB TO PD-JOB(PEND-COUNT)
009198        MOVE CMD-SENDER TO PD-REQUESTER(PEND-COUNT)
009208        MOVE APR-EXPIRES TO PD-EXPIRES(PEND-COUNT)
009218        MOVE APR-NOW TO PD-ASKED(PEND-COUNT)
009228        MOVE CMD-PARMS TO PD-PARMS(PEND-COUNT)
009238        MOVE "Y" TO PD-LIVE(PEND-COUNT)
009248        PERFORM SAVE-PENDING-TABLE
009258        MOVE PEND-COUNT TO APR-ROW
009268        MOVE JOB-APPROVERS(APR-IX) TO APR-LIST
009278        PERFORM QUEUE-APPROVAL-REQUEST
009288        MOVE "PENDING-APPROVAL" TO CMD-VERDICT
009298        STRING "CODE " APR-CODE " SENT TO LIST:"
009308               FUNCTION TRIM(APR-LIST) "; EXPIRES "
009318               APR-EXPIRES(1:8) " " APR-EXPIRES(9:4)
009328          DELIMITED BY SIZE INTO APR-NOTE
009338        PERFORM WRITE-COMMAND-AUDIT
009348        MOVE SPACES TO APR-NOTE
009358        STRING "WAITING FOR APPROVAL FROM LIST:"
009368               FUNCTION TRIM(APR-LIST) " UNTIL "
009378               APR-EXPIRES(1:8) " " APR-EXPIRES(9:4)
009388          DELIMITED BY SIZE INTO APR-NOTE
009398        PERFORM WRITE-COMMAND-REPLY
009408        DISPLAY "RUNJOB " CMD-JOB " held for approval, code "
009418                APR-CODE
009428      END-IF
009438      .
009448
009458 *> APPROVE <code>: the code must name a live request that has not
009468 *> expired, and the approver may not be the one who asked.
009478  APPLY-APPROVAL.
009488      MOVE SPACES TO APR-CODE
009498      UNSTRING CMD-TEXT(9:52) DELIMITED BY ALL SPACE
009508          INTO APR-CODE
009518      END-UNSTRING
009528      MOVE APR-CODE TO CMD-JOB
009538      PERFORM LOAD-PENDING-TABLE
009548      PERFORM TAKE-APPROVAL-NOW
009558      MOVE 0 TO APR-ROW
009568      PERFORM VARYING APR-K FROM 1 BY 1
009578              UNTIL APR-K > PEND-COUNT OR APR-ROW > 0
009588        IF PD-CODE(APR-K) = APR-CODE AND APR-CODE NOT = SPACES
009598           AND PD-LIVE(APR-K) = "Y" THEN
009608          MOVE APR-K TO APR-ROW
009618        END-IF
009628      END-PERFORM
009638      EVALUATE TRUE
009648        WHEN APR-ROW = 0
009658          MOVE "REJECTED-CODE" TO CMD-VERDICT
009668          MOVE "NO REQUEST IS WAITING UNDER THAT CODE" TO APR-NOTE
009678        WHEN PD-EXPIRES(APR-ROW) <= APR-NOW
009688          MOVE "REJECTED-EXPIRED" TO CMD-VERDICT
009698          MOVE PD-JOB(APR-ROW) TO CMD-JOB
009708          STRING "CODE " APR-CODE " EXPIRED AT "
009718                 PD-EXPIRES(APR-ROW)(1:8) " "
009728                 PD-EXPIRES(APR-ROW)(9:4)
009738            DELIMITED BY SIZE INTO APR-NOTE
009748        WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(CMD-SENDER))
009758           = FUNCTION UPPER-CASE(FUNCTION
009768             TRIM(PD-REQUESTER(APR-ROW)))
009778          MOVE "REJECTED-SELF" TO CMD-VERDICT
009788          MOVE PD-JOB(APR-ROW) TO CMD-JOB
009798          MOVE "THE REQUESTER MAY NOT APPROVE THEIR OWN REQUEST"
009808            TO APR-NOTE
009818        WHEN OTHER
009828          MOVE "APPROVED" TO CMD-VERDICT
009838          MOVE PD-JOB(APR-ROW) TO CMD-JOB
009848          MOVE PD-PARMS(APR-ROW) TO CMD-PARMS
009858          MOVE "N" TO PD-LIVE(APR-ROW)
009868          PERFORM SAVE-PENDING-TABLE
009878          PERFORM QUEUE-APPROVED-RUN
009888          STRING "CODE " APR-CODE " FOR "
009898                 FUNCTION TRIM(PD-REQUESTER(APR-ROW))
009908                 "; QUEUED ON CMDRUN.REQ"
009918            DELIMITED BY SIZE INTO APR-NOTE
009928          MOVE "APPROVED" TO APR-NOTICE
009938          PERFORM QUEUE-REQUESTER-NOTICE
009948      END-EVALUATE
009958      PERFORM WRITE-COMMAND-AUDIT
009968      PERFORM WRITE-COMMAND-REPLY
009978      .
009988
009998 *> the approved request goes on the queue under its requester, so
010008 *> CMDEXEC mails the completion to whoever asked for it
010018  QUEUE-APPROVED-RUN.
010028      OPEN EXTEND CMDRUN-FILE
010038      IF WS-CMDRUN-STATUS = "00"
010048          OR WS-CMDRUN-STATUS = "05" THEN
010058        MOVE SPACES TO CMDRUN-RECORD
010068        STRING PD-JOB(APR-ROW) " "
010078               FUNCTION TRIM(PD-REQUESTER(APR-ROW))
010088          DELIMITED BY SIZE INTO CMDRUN-RECORD
010098        MOVE PD-PARMS(APR-ROW) TO CMDRUN-RECORD(61:190)
010108        WRITE CMDRUN-RECORD
010118      END-IF
010128      CLOSE CMDRUN-FILE
010138      DISPLAY "RUNJOB " PD-JOB(APR-ROW) " approved by "
010148              FUNCTION TRIM(CMD-SENDER) ", queued on CMDRUN.REQ"
010158      .
010168
010178 *> Once a cycle: a request nobody approved in time is dropped,
010188 *> audited as EXPIRED and its requester told.
010198  EXPIRE-PENDING-APPROVALS.
010208      PERFORM LOAD-PENDING-TABLE
010218      IF PEND-COUNT > 0 THEN
010228        PERFORM TAKE-APPROVAL-NOW
010238        MOVE 0 TO APR-K
010248        PERFORM VARYING APR-ROW FROM 1 BY 1
010258                UNTIL APR-ROW > PEND-COUNT
010268          IF PD-LIVE(APR-ROW) = "Y"
010278             AND PD-EXPIRES(APR-ROW) <= APR-NOW THEN
010288            MOVE "N" TO PD-LIVE(APR-ROW)
010298            ADD 1 TO APR-K
010308            MOVE "EXPIRED" TO CMD-VERDICT
010318            MOVE "RUNJOB" TO CMD-VERB
010328            MOVE PD-JOB(APR-ROW) TO CMD-JOB
010338            MOVE PD-REQUESTER(APR-ROW) TO CMD-SENDER
010348            MOVE PD-PARMS(APR-ROW) TO CMD-PARMS
010358            MOVE SPACES TO APR-NOTE
010368            STRING "CODE " PD-CODE(APR-ROW) " NOT APPROVED BY "
010378                   PD-EXPIRES(APR-ROW)(1:8) " "
010388                   PD-EXPIRES(APR-ROW)(9:4)
010398              DELIMITED BY SIZE INTO APR-NOTE
010408            PERFORM WRITE-COMMAND-AUDIT
010418            MOVE "EXPIRED" TO APR-NOTICE
010428            PERFORM QUEUE-REQUESTER-NOTICE
010438            DISPLAY "RUNJOB " PD-JOB(APR-ROW) " for "
010448                    FUNCTION TRIM(PD-REQUESTER(APR-ROW))
010458                    " expired unapproved"
010468          END-IF
010478        END-PERFORM
010488        IF APR-K > 0 THEN
010498          PERFORM SAVE-PENDING-TABLE
010508        END-IF
010518        MOVE SPACES TO CMD-SENDER
010528        MOVE SPACES TO CMD-PARMS
010538        MOVE SPACES TO APR-NOTE
010548      END-IF
010558      .
010568
010578 *> The approvers' mail: what was asked, by whom, and the code to
010588 *> send back.
010598  QUEUE-APPROVAL-REQUEST.
010608      MOVE SPACES TO WS-REPLY-NAME
010618      STRING "CMDAPR_" APR-CODE ".TXT"
010628        DELIMITED BY SIZE INTO WS-REPLY-NAME
010638      OPEN OUTPUT REPLY-FILE
010648      IF WS-REPLY-STATUS = "00" OR WS-REPLY-STATUS = "05" THEN
010658        MOVE SPACES TO REPLY-RECORD
010668        STRING "APPROVAL NEEDED: RUNJOB " CMD-JOB
010678          DELIMITED BY SIZE INTO REPLY-RECORD
010688        WRITE REPLY-RECORD
010698        MOVE SPACES TO REPLY-RECORD
010708        STRING "REQUESTED BY: " CMD-SENDER
010718          DELIMITED BY SIZE INTO REPLY-RECORD
010728        WRITE REPLY-RECORD
010738        IF CMD-PARMS NOT = SPACES THEN
010748          MOVE SPACES TO REPLY-RECORD
010758          STRING "PARAMETERS: " CMD-PARMS
010768            DELIMITED BY SIZE INTO REPLY-RECORD
010778          WRITE REPLY-RECORD
010788        END-IF
010798        MOVE SPACES TO REPLY-RECORD
010808        STRING "TO APPROVE, MAIL THE SUBJECT: APPROVE " APR-CODE
010818          DELIMITED BY SIZE INTO REPLY-RECORD
010828        WRITE REPLY-RECORD
010838        MOVE "FROM YOUR OWN AUTHORIZED ADDRESS, WITH YOUR TOKEN"
010848          TO REPLY-RECORD
010858        WRITE REPLY-RECORD
010868        MOVE SPACES TO REPLY-RECORD
010878        STRING "THE CODE EXPIRES " APR-EXPIRES(1:8) " "
010888               APR-EXPIRES(9:4)
010898          DELIMITED BY SIZE INTO REPLY-RECORD
010908        WRITE REPLY-RECORD
010918        CLOSE REPLY-FILE
010928        MOVE SPACES TO CMDSPOOL-RECORD
010938        STRING "P|LIST:" FUNCTION TRIM(APR-LIST)
010948               "|APPROVAL NEEDED: RUNJOB " CMD-JOB
010958               "|@" FUNCTION TRIM(WS-REPLY-NAME) "|"
010968          DELIMITED BY SIZE INTO CMDSPOOL-RECORD
010978        PERFORM APPEND-CMDSPOOL
010988      END-IF
010998      .
011008
011018 *> The requester hears when their held request is approved or
011028 *> expires.
011038  QUEUE-REQUESTER-NOTICE.
011048      MOVE SPACES TO WS-REPLY-NAME
011058      STRING "CMDAPN_" PD-CODE(APR-ROW) ".TXT"
011068        DELIMITED BY SIZE INTO WS-REPLY-NAME
011078      OPEN OUTPUT REPLY-FILE
011088      IF WS-REPLY-STATUS = "00" OR WS-REPLY-STATUS = "05" THEN
011098        MOVE SPACES TO REPLY-RECORD
011108        STRING "COMMAND: RUNJOB " PD-JOB(APR-ROW)
011118          DELIMITED BY SIZE INTO REPLY-RECORD
011128        WRITE REPLY-RECORD
011138        MOVE SPACES TO REPLY-RECORD
011148        STRING "RESULT: " APR-NOTICE
011158          DELIMITED BY SIZE INTO REPLY-RECORD
011168        WRITE REPLY-RECORD
011178        MOVE SPACES TO REPLY-RECORD
011188        IF APR-NOTICE = "APPROVED" THEN
011198          STRING "APPROVED BY " FUNCTION TRIM(CMD-SENDER)
011208                 "; THE JOB IS QUEUED FOR SUBMISSION"
011218            DELIMITED BY SIZE INTO REPLY-RECORD
011228        ELSE
011238          MOVE "NOBODY APPROVED IT IN TIME; ASK AGAIN IF NEEDED"
011248            TO REPLY-RECORD
011258        END-IF
011268        WRITE REPLY-RECORD
011278        CLOSE REPLY-FILE
011288        MOVE SPACES TO CMDSPOOL-RECORD
011298        STRING "P|" FUNCTION TRIM(PD-REQUESTER(APR-ROW))
011308               "|RE: RUNJOB " PD-JOB(APR-ROW) " " APR-NOTICE
011318               "|@" FUNCTION TRIM(WS-REPLY-NAME) "|"
011328          DELIMITED BY SIZE INTO CMDSPOOL-RECORD
011338        PERFORM APPEND-CMDSPOOL
011348      END-IF
011358      .
011368
011378  APPEND-CMDSPOOL.
011388      OPEN EXTEND CMDSPOOL-FILE
011398      IF WS-CMDSPOOL-STATUS = "00"
011408          OR WS-CMDSPOOL-STATUS = "05" THEN
011418        WRITE CMDSPOOL-RECORD
011428      END-IF
011438      CLOSE CMDSPOOL-FILE
011448      .
011458
011468 *> Six characters from a set with no 0/O or 1/I to misread, not
011478 *> already in use on CMDPEND.LST.
011488  MAKE-APPROVAL-CODE.
011498      ACCEPT APR-CLOCK FROM TIME
011508      MOVE APR-CLOCK TO APR-SEED
011518      ADD WS-NAME-COUNTER TO APR-SEED
011528      COMPUTE APR-RANDOM = FUNCTION RANDOM(APR-SEED)
011538      MOVE 0 TO APR-TRIES
011548      MOVE SPACES TO APR-CODE
011558      PERFORM UNTIL APR-CODE NOT = SPACES OR APR-TRIES > 20
011568        ADD 1 TO APR-TRIES
011578        PERFORM VARYING APR-K FROM 1 BY 1 UNTIL APR-K > 6
011588          COMPUTE APR-PICK = FUNCTION RANDOM * 32 + 1
011598          IF APR-PICK > 32 THEN
011608            MOVE 32 TO APR-PICK
011618          END-IF
011628          MOVE APR-CHARS(APR-PICK:1) TO APR-CODE(APR-K:1)
011638        END-PERFORM
011648        PERFORM VARYING APR-K FROM 1 BY 1
011658                UNTIL APR-K > PEND-COUNT
011668          IF PD-CODE(APR-K) = APR-CODE THEN
011678            MOVE SPACES TO APR-CODE
011688          END-IF
011698        END-PERFORM
011708      END-PERFORM
011718      .
011728
011738 *> APR-NOW is the time now and APR-EXPIRES the time a request
011748 *> made now would expire, both as YYYYMMDDHHMM.
011758  TAKE-APPROVAL-NOW.
011768      ACCEPT APR-STAMP-DATE FROM DATE YYYYMMDD
011778      ACCEPT APR-CLOCK FROM TIME
011788      MOVE APR-CLOCK(1:2) TO APR-STAMP-HH
011798      MOVE APR-CLOCK(3:2) TO APR-STAMP-MM
011808      MOVE APR-STAMP-N TO APR-NOW
011818      COMPUTE APR-MINS = APR-STAMP-HH * 60 + APR-STAMP-MM
011828                       + APR-EXPIRE-MINS
011838      COMPUTE APR-DAYS = FUNCTION INTEGER-OF-DATE(APR-STAMP-DATE)
011848                       + APR-MINS / 1440
011858      COMPUTE APR-MINS = FUNCTION MOD(APR-MINS, 1440)
011868      COMPUTE APR-STAMP-DATE = FUNCTION DATE-OF-INTEGER(APR-DAYS)
011878      COMPUTE APR-STAMP-HH = APR-MINS / 60
011888      COMPUTE APR-STAMP-MM = FUNCTION MOD(APR-MINS, 60)
011898      MOVE APR-STAMP-N TO APR-EXPIRES
011908      .
011918
011928  LOAD-PENDING-TABLE.
011938      MOVE 0 TO PEND-COUNT
011948      OPEN INPUT CMDPEND-FILE
011958      IF WS-CMDPEND-STATUS = "00" THEN
011968        MOVE "N" TO APR-EOF
011978        PERFORM READ-PENDING-ROW
011988            UNTIL APR-EOF = "Y" OR PEND-COUNT >= 20
011998        CLOSE CMDPEND-FILE
012008      ELSE
012018        IF WS-CMDPEND-STATUS = "05" THEN
012028          CLOSE CMDPEND-FILE
012038        END-IF
012048      END-IF
012058      .
012068
012078  READ-PENDING-ROW.
012088      READ CMDPEND-FILE
012098          AT END
012108            MOVE "Y" TO APR-EOF
012118          NOT AT END
012128            IF CMDPEND-RECORD NOT = SPACES
012138               AND CMDPEND-RECORD(68:12) IS NUMERIC
012148               AND CMDPEND-RECORD(81:12) IS NUMERIC THEN
012158              ADD 1 TO PEND-COUNT
012168              MOVE CMDPEND-RECORD(1:6) TO PD-CODE(PEND-COUNT)
012178              MOVE CMDPEND-RECORD(8:8) TO PD-JOB(PEND-COUNT)
012188              MOVE CMDPEND-RECORD(17:50)
012198                TO PD-REQUESTER(PEND-COUNT)
012208              MOVE CMDPEND-RECORD(68:12) TO PD-EXPIRES(PEND-COUNT)
012218              MOVE CMDPEND-RECORD(81:12) TO PD-ASKED(PEND-COUNT)
012228              MOVE CMDPEND-RECORD(94:190) TO PD-PARMS(PEND-COUNT)
012238              MOVE "Y" TO PD-LIVE(PEND-COUNT)
012248            END-IF
012258      END-READ
012268      .
012278
012288  SAVE-PENDING-TABLE.
012298      OPEN OUTPUT CMDPEND-FILE
012308      IF WS-CMDPEND-STATUS = "00"
012318          OR WS-CMDPEND-STATUS = "05" THEN
012328        PERFORM VARYING APR-K FROM 1 BY 1
012338                UNTIL APR-K > PEND-COUNT
012348          IF PD-LIVE(APR-K) = "Y" THEN
012358            MOVE SPACES TO CMDPEND-RECORD
012368            MOVE PD-CODE(APR-K) TO CMDPEND-RECORD(1:6)
012378            MOVE PD-JOB(APR-K) TO CMDPEND-RECORD(8:8)
012388            MOVE PD-REQUESTER(APR-K) TO CMDPEND-RECORD(17:50)
012398            MOVE PD-EXPIRES(APR-K) TO CMDPEND-RECORD(68:12)
012408            MOVE PD-ASKED(APR-K) TO CMDPEND-RECORD(81:12)
012418            MOVE PD-PARMS(APR-K) TO CMDPEND-RECORD(94:190)
012428            WRITE CMDPEND-RECORD
012438          END-IF
012448        END-PERFORM
012458      END-IF
012468      CLOSE CMDPEND-FILE
012478      .
012488
012498  COMPACT-PENDING-TABLE.
012508      MOVE 0 TO APR-ROW
012518      PERFORM VARYING APR-K FROM 1 BY 1
012528              UNTIL APR-K > PEND-COUNT
012538        IF PD-LIVE(APR-K) = "Y" THEN
012548          ADD 1 TO APR-ROW
012558          MOVE PEND-ROW(APR-K) TO PEND-ROW(APR-ROW)
012568        END-IF
012578      END-PERFORM
012588      MOVE APR-ROW TO PEND-COUNT
012598      .
012608
012618 *> ACK names the incident number the alert mail gave.  Anything
012628 *> but one to six digits is turned back with a hint, and
012638 *> WS-ACK-ID comes back zero.
012648  CHECK-ACK-NUMBER.
012658      MOVE ZERO TO WS-ACK-ID
012668      MOVE SPACES TO CMD-JOB
012678      MOVE 0 TO CMD-J
012688      UNSTRING CMD-TEXT(5:56) DELIMITED BY ALL SPACE
012698          INTO CMD-JOB COUNT IN CMD-J
012708      END-UNSTRING
012718      IF CMD-J > 0 AND CMD-J < 7 THEN
012728        IF CMD-JOB(1:CMD-J) IS NUMERIC THEN
012738          MOVE CMD-JOB(1:CMD-J) TO WS-ACK-ID
012748        END-IF
012758      END-IF
012768      IF WS-ACK-ID = ZERO THEN
012778        MOVE "REJECTED-ACK" TO CMD-VERDICT
012788        PERFORM WRITE-COMMAND-AUDIT
012798        PERFORM WRITE-COMMAND-REPLY
012808      ELSE
012818        MOVE SPACES TO CMD-JOB
012828        MOVE WS-ACK-ID TO CMD-JOB(1:6)
012838      END-IF
012848      .
012858
012868 *> The acknowledgement waits in ALERT.ACK for ALERTMON's next
012878 *> run, which stops the repeat mails for that alert.
012888  QUEUE-ALERT-ACK.
012898      OPEN EXTEND ALERTACK-FILE
012908      IF WS-ALERTACK-STATUS = "00"
012918          OR WS-ALERTACK-STATUS = "05" THEN
012928        MOVE SPACES TO ALERTACK-RECORD
012938        STRING CMD-JOB(1:6) " " FUNCTION TRIM(CMD-SENDER)
012948          DELIMITED BY SIZE INTO ALERTACK-RECORD
012958        WRITE ALERTACK-RECORD
012968      END-IF
012978      CLOSE ALERTACK-FILE
012988      DISPLAY "ACK " CMD-JOB(1:6) " queued on ALERT.ACK"
012998      .
013008
013018  WRITE-ACK-REPLY-LINE.
013028      IF CMD-VERDICT = "ACCEPTED" THEN
013038        MOVE "ALERTMON STOPS REPEATING THE ALERT ON ITS NEXT RUN"
013048          TO REPLY-RECORD
013058      ELSE
013068        MOVE "NAME THE INCIDENT FROM THE ALERT MAIL, E.G. ACK 123"
013078          TO REPLY-RECORD
013088      END-IF
013098      WRITE REPLY-RECORD
013108      .
013118
013128 *> Mail that is not a command, a bounce, a discarded message or
013138 *> a checkers move is a request for ops.  TKTOPEN opens a ticket
013148 *> for a new conversation, which is acknowledged with its
013158 *> number, or attaches a reply quoting a ticket number to that
013168 *> ticket.  The outcome joins the manifest disposition.
013178  TICKET-INBOUND-MESSAGE.
013188      IF CMD-RECOGNISED = "Y" OR BOUNCE-IS = "Y"
013198         OR WS-DISPOSITION = "DISCARDED"
013208         OR WS-DISPOSITION(1:8) = "MOVE TO " THEN
013218        GO TO TICKET-EXIT
013228      END-IF
013238      PERFORM EXTRACT-SENDER-ADDRESS
013248      PERFORM FIND-QUOTED-TICKET
013258      MOVE SPACES TO TKTOPEN-AREA
013268      MOVE BOX-NAME TO TKO-MAILBOX
013278      MOVE CMD-SENDER TO TKO-SENDER
013288      MOVE HDR-SUBJ TO TKO-SUBJECT
013298      MOVE EMAIL_NAME(1:11) TO TKO-MESSAGE
013308      MOVE TKT-QUOTED TO TKO-QUOTED
013318      CALL "TKTOPEN" USING TKTOPEN-AREA
013328      IF TKO-RESULT = SPACE THEN
013338        DISPLAY "No ticket recorded for " EMAIL_NAME(1:11)
013348        GO TO TICKET-EXIT
013358      END-IF
013368      MOVE TKO-ID TO TKT-ID-DISPLAY
013378      MOVE SPACES TO TKT-NOTE
013388      EVALUATE TKO-RESULT
013398        WHEN "N"
013408          STRING "TICKET " TKT-ID-DISPLAY " NEW"
013418            DELIMITED BY SIZE INTO TKT-NOTE
013428          PERFORM WRITE-TICKET-ACK
013438        WHEN "R"
013448          STRING "TICKET " TKT-ID-DISPLAY " REOPENED"
013458            DELIMITED BY SIZE INTO TKT-NOTE
013468        WHEN OTHER
013478          STRING "TICKET " TKT-ID-DISPLAY " REPLY"
013488            DELIMITED BY SIZE INTO TKT-NOTE
013498      END-EVALUATE
013508      DISPLAY FUNCTION TRIM(TKT-NOTE) " - " EMAIL_NAME(1:11)
013518      IF WS-DISPOSITION = SPACES THEN
013528        MOVE TKT-NOTE TO WS-DISPOSITION
013538      ELSE
013548        MOVE SPACES TO TKT-WORK
013558        STRING FUNCTION TRIM(WS-DISPOSITION) "; "
013568               FUNCTION TRIM(TKT-NOTE)
013578          DELIMITED BY SIZE INTO TKT-WORK
013588        MOVE TKT-WORK TO WS-DISPOSITION
013598      END-IF.
013608  TICKET-EXIT.
013618      EXIT.
013628
013638 *> "TICKET nnnnnn" (or "TICKET #nnnnnn") in the subject, else
013648 *> anywhere in the body - a reply quoting the acknowledgement.
013658  FIND-QUOTED-TICKET.
013668      MOVE ZERO TO TKT-QUOTED
013678      MOVE SPACES TO TKT-HAY
013688      MOVE FUNCTION UPPER-CASE(HDR-SUBJ) TO TKT-HAY
013698      PERFORM PARSE-TICKET-NUMBER
013708      IF TKT-QUOTED = ZERO THEN
013718        MOVE SPACES TO WS-MAI-NAME
013728        MOVE EMAIL_NAME(1:11) TO WS-MAI-NAME
013738        OPEN INPUT MAI-FILE
013748        IF WS-MAI-STATUS = "00" THEN
013758          MOVE "N" TO MAI-EOF
013768          MOVE "N" TO TKT-IN-BODY
013778          PERFORM SCAN-TICKET-LINE
013788              UNTIL MAI-EOF = "Y" OR TKT-QUOTED > ZERO
013798          CLOSE MAI-FILE
013808        END-IF
013818      END-IF
013828      .
013838
013848  SCAN-TICKET-LINE.
013858      READ MAI-FILE INTO MAI-LINE
013868          AT END
013878            MOVE "Y" TO MAI-EOF
013888          NOT AT END
013898            IF TKT-IN-BODY = "N" THEN
013908              IF MAI-LINE = SPACES THEN
013918                MOVE "Y" TO TKT-IN-BODY
013928              END-IF
013938            ELSE
013948              MOVE FUNCTION UPPER-CASE(MAI-LINE) TO TKT-HAY
013958              PERFORM PARSE-TICKET-NUMBER
013968            END-IF
013978      END-READ
013988      .
013998
014008 *> Up to six digits after "TICKET " in TKT-HAY; the first
014018 *> non-zero number found wins.
014028  PARSE-TICKET-NUMBER.
014038      PERFORM VARYING TKT-I FROM 1 BY 1
014048              UNTIL TKT-I > 187 OR TKT-QUOTED > ZERO
014058        IF TKT-HAY(TKT-I:7) = "TICKET " THEN
014068          COMPUTE TKT-J = TKT-I + 7
014078          IF TKT-HAY(TKT-J:1) = "#" THEN
014088            ADD 1 TO TKT-J
014098          END-IF
014108          MOVE 0 TO TKT-LEN
014118          PERFORM UNTIL TKT-LEN >= 6
014128                  OR TKT-HAY(TKT-J + TKT-LEN:1) IS NOT NUMERIC
014138            ADD 1 TO TKT-LEN
014148          END-PERFORM
014158          IF TKT-LEN > 0 THEN
014168            MOVE TKT-HAY(TKT-J:TKT-LEN) TO TKT-QUOTED
014178          END-IF
014188        END-IF
014198      END-PERFORM
014208      .
014218
014228 *> The acknowledgement goes out through the spool like a command
014238 *> reply.  Automated senders (no-reply addresses) are not
014248 *> answered, so two robots cannot mail each other for ever.
014258  WRITE-TICKET-ACK.
014268      MOVE "N" TO TKT-NO-ACK
014278      IF CMD-SENDER = SPACES THEN
014288        MOVE "Y" TO TKT-NO-ACK
014298      END-IF
014308      MOVE FUNCTION UPPER-CASE(CMD-SENDER) TO SCAN-HAY
014318      MOVE "NOREPLY" TO SCAN-NEEDLE
014328      PERFORM SCAN-FOR-TEXT THRU SCAN-FOR-TEXT-EXIT
014338      IF SCAN-HIT = "Y" THEN
014348        MOVE "Y" TO TKT-NO-ACK
014358      END-IF
014368      MOVE "NO-REPLY" TO SCAN-NEEDLE
014378      PERFORM SCAN-FOR-TEXT THRU SCAN-FOR-TEXT-EXIT
014388      IF SCAN-HIT = "Y" THEN
014398        MOVE "Y" TO TKT-NO-ACK
014408      END-IF
014418      IF TKT-NO-ACK = "Y" THEN
014428        DISPLAY "Ticket " TKT-ID-DISPLAY " not acknowledged - "
014438                "no reply address"
014448      ELSE
014458        MOVE SPACES TO WS-REPLY-NAME
014468        MOVE WS-NAME-COUNTER TO CMD-REP-SEQ
014478        STRING "TKTACK_" CMD-REP-SEQ ".TXT"
014488          DELIMITED BY SIZE INTO WS-REPLY-NAME
014498        ACCEPT TKT-DATE FROM DATE YYYYMMDD
014508        ACCEPT TKT-TIME FROM TIME
014518        MOVE HDR-SUBJ TO TKT-SUBJ
014528        INSPECT TKT-SUBJ REPLACING ALL "|" BY "/"
014538        OPEN OUTPUT REPLY-FILE
014548        IF WS-REPLY-STATUS = "00" OR WS-REPLY-STATUS = "05" THEN
014558          MOVE SPACES TO REPLY-RECORD
014568          STRING "YOUR MESSAGE TO OPERATIONS IS LOGGED AS TICKET "
014578                 TKT-ID-DISPLAY "."
014588            DELIMITED BY SIZE INTO REPLY-RECORD
014598          WRITE REPLY-RECORD
014608          MOVE SPACES TO REPLY-RECORD
014618          STRING "SUBJECT: " TKT-SUBJ
014628            DELIMITED BY SIZE INTO REPLY-RECORD
014638          WRITE REPLY-RECORD
014648          MOVE SPACES TO REPLY-RECORD
014658          STRING "RECEIVED: " TKT-DATE(1:4) "-" TKT-DATE(5:2) "-"
014668                 TKT-DATE(7:2) " " TKT-TIME(1:2) ":"
014678                 TKT-TIME(3:2) " STATUS: OPEN"
014688            DELIMITED BY SIZE INTO REPLY-RECORD
014698          WRITE REPLY-RECORD
014708          MOVE SPACES TO REPLY-RECORD
014718          STRING "PLEASE QUOTE TICKET " TKT-ID-DISPLAY
014728                 " IN ANY REPLY SO IT JOINS THIS TICKET."
014738            DELIMITED BY SIZE INTO REPLY-RECORD
014748          WRITE REPLY-RECORD
014758          CLOSE REPLY-FILE
014768          OPEN EXTEND CMDSPOOL-FILE
014778          IF WS-CMDSPOOL-STATUS = "00"
014788              OR WS-CMDSPOOL-STATUS = "05" THEN
014798            MOVE SPACES TO CMDSPOOL-RECORD
014808            STRING "P|" FUNCTION TRIM(CMD-SENDER)
014818                   "|TICKET " TKT-ID-DISPLAY " OPENED: "
014828                   FUNCTION TRIM(TKT-SUBJ)
014838                   "|@" FUNCTION TRIM(WS-REPLY-NAME) "|"
014848              DELIMITED BY SIZE INTO CMDSPOOL-RECORD
014858            WRITE CMDSPOOL-RECORD
014868          END-IF
014878          CLOSE CMDSPOOL-FILE
014888        END-IF
014898      END-IF
014908      .
014918
014928 *> Read the saved message back and write one manifest row per
014938 *> attachment the part headers name.  This is the per-message
014948 *> detail the SEE4CB API itself never reports (see the note at
014958 *> ATTACH_DIR above).
014968  SCAN-ATTACHMENTS.
014978      IF HAVE-MANIFEST THEN
014988        MOVE SPACES TO WS-MAI-NAME
014998        MOVE EMAIL_NAME(1:11) TO WS-MAI-NAME
015008        OPEN INPUT MAI-FILE
015018        IF WS-MAI-STATUS = "00" THEN
015028          MOVE "N" TO MAI-EOF
015038          MOVE "N" TO ATT-PENDING
015048          PERFORM SCAN-ATTACHMENT-LINE
015058              UNTIL MAI-EOF = "Y"
015068          PERFORM FINALIZE-ATTACHMENT-ROW
015078          CLOSE MAI-FILE
015088        END-IF
015098      END-IF
015108      .
015118
015128  SCAN-ATTACHMENT-LINE.
015138      READ MAI-FILE INTO MAI-LINE
015148          AT END
015158            MOVE "Y" TO MAI-EOF
015168          NOT AT END
015178            MOVE FUNCTION UPPER-CASE(MAI-LINE) TO ATT-LINE-U
015188            IF ATT-LINE-U(1:20) = "CONTENT-DISPOSITION:" THEN
015198              PERFORM PARSE-ATTACHMENT-NAME
015208                  THRU PARSE-ATTACHMENT-EXIT
015218            ELSE
015228              IF ATT-PENDING = "Y" THEN
015238                ADD 1 TO ATT-LINES
015248              END-IF
015258            END-IF
015268      END-READ
015278      .
015288
015298 *> FILENAME= with or without quotes; a disposition line with no
015308 *> filename (inline parts) is not an attachment.
015318  PARSE-ATTACHMENT-NAME.
015328      MOVE 0 TO ATT-START
015338      PERFORM VARYING ATT-I FROM 1 BY 1
015348              UNTIL ATT-I > 190 OR ATT-START > 0
015358        IF ATT-LINE-U(ATT-I:9) = "FILENAME=" THEN
015368          COMPUTE ATT-START = ATT-I + 9
015378        END-IF
015388      END-PERFORM
015398      IF ATT-START = 0 THEN
015408        GO TO PARSE-ATTACHMENT-EXIT
015418      END-IF
015428      PERFORM FINALIZE-ATTACHMENT-ROW
015438      MOVE SPACES TO ATT-NAME
015448      MOVE 0 TO ATT-J
015458      IF MAI-LINE(ATT-START:1) = QUOTE THEN
015468        ADD 1 TO ATT-START
015478        PERFORM VARYING ATT-I FROM ATT-START BY 1
015488                UNTIL ATT-I > 199 OR ATT-J > 0
015498          IF MAI-LINE(ATT-I:1) = QUOTE THEN
015508            MOVE ATT-I TO ATT-J
015518          END-IF
015528        END-PERFORM
015538      ELSE
015548        PERFORM VARYING ATT-I FROM ATT-START BY 1
015558                UNTIL ATT-I > 199 OR ATT-J > 0
015568          IF MAI-LINE(ATT-I:1) = SPACE
015578              OR MAI-LINE(ATT-I:1) = ";" THEN
015588            MOVE ATT-I TO ATT-J
015598          END-IF
015608        END-PERFORM
015618      END-IF
015628      IF ATT-J > ATT-START THEN
015638        COMPUTE ATT-I = ATT-J - ATT-START
015648        IF ATT-I > 60 THEN
015658          MOVE 60 TO ATT-I
015668        END-IF
015678        MOVE MAI-LINE(ATT-START:ATT-I) TO ATT-NAME
015688        MOVE "Y" TO ATT-PENDING
015698        MOVE 0 TO ATT-LINES
015708      END-IF.
015718  PARSE-ATTACHMENT-EXIT.
015728      EXIT.
015738
015748  FINALIZE-ATTACHMENT-ROW.
015758      IF ATT-PENDING = "Y" THEN
015768        COMPUTE ATT-BYTES = ATT-LINES * 72
015778        MOVE ATT-BYTES TO ATT-BYTES-DISP
015788        MOVE COUNTER TO MSG-NUM-DISPLAY
015798        MOVE SPACES TO MANIFEST-RECORD
015808        STRING MSG-NUM-DISPLAY "  "
015818               EMAIL_NAME(1:11) "  ATTACHMENT "
015828               FUNCTION TRIM(ATT-NAME)
015838               "  APPROX" ATT-BYTES-DISP " BYTES"
015848          DELIMITED BY SIZE INTO MANIFEST-RECORD
015858        WRITE MANIFEST-RECORD
015868        MOVE "N" TO ATT-PENDING
015878      END-IF
015888      .
015898
015908  SHOW-SEE-ERROR.
015918
015928      DISPLAY "SEE4CB Error " SEE_CODE
015938      CALL "seeErrorText" WITH STDCALL USING
015948         BY VALUE     CHANNEL       *> channel
015958         BY VALUE     SEE_CODE
015968         BY REFERENCE BUFFER
015978         BY VALUE     BUF_LEN
015988      END-CALL
015998      DISPLAY BUFFER
016008      .
016018
016028 *> Every line in the dead-letter file is a request DRIVER has
016038 *> given up on.
016048  STATUS-COUNT-DEAD.
016058      MOVE ZERO TO ST-DEAD
016068      OPEN INPUT DEADQ-FILE
016078      IF WS-DEADQ-STATUS = "00" THEN
016088        MOVE "N" TO ST-EOF
016098        PERFORM STATUS-ONE-DEADQ UNTIL ST-EOF = "Y"
016108        CLOSE DEADQ-FILE
016118      ELSE
016128        IF WS-DEADQ-STATUS = "05" THEN
016138          CLOSE DEADQ-FILE
016148        END-IF
016158      END-IF
016168      .
016178
016188  STATUS-ONE-DEADQ.
016198      READ DEADQ-FILE
016208          AT END
016218            MOVE "Y" TO ST-EOF
016228          NOT AT END
016238            IF DEADQ-RECORD NOT = SPACES THEN
016248              ADD 1 TO ST-DEAD
016258            END-IF
016268      END-READ
016278      .
016288
016298 END PROGRAM READER.
