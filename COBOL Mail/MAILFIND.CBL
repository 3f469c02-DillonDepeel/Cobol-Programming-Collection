000150 *>  utility scans every EMAIL_n.MAI the reader can have saved
000160 *>  (the 35-character name set) plus the copies the FILE filter
000170 *>  action put into subdirectories (the directories come from
000180 *>  the FILE rules in FILTER.RUL and in each rule file a
000185 *>  mailbox names in READER.BOX), matching on From, Subject,
000190 *>  a date range and a body substring.  Matches are listed in
000200 *>  MAILFIND.RPT with the file name, the headers and the first
000210 *>  matching body line.
000211 *>
000212 *>  The sent side is searched too: SENTMAIL.LOG, where DRIVER
000213 *>  keeps each message it sends out of the spool, plus the
000214 *>  archives LOGKEEP has rolled it into (from LOGKEEP.CAT).
000215 *>  There the producing job stands in for From, the recipient
000216 *>  list for To, and the send date for the Date header.
000220 *>
000230
000240 IDENTIFICATION DIVISION.
000330     SELECT OPTIONAL MAI-FILE ASSIGN TO WS-MAI-NAME
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-MAI-STATUS.
000360     SELECT OPTIONAL FILTER-RULES-FILE ASSIGN TO WS-FILTER-NAME
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FILTER-STATUS.
000390     SELECT OPTIONAL REPORT-FILE ASSIGN TO "MAILFIND.RPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REPORT-STATUS.
000411     SELECT OPTIONAL SENT-FILE ASSIGN TO WS-SENT-NAME
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-SENT-STATUS.
000414     SELECT OPTIONAL CATALOG-FILE ASSIGN TO "LOGKEEP.CAT"
000415         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-CAT-STATUS.
000417     SELECT OPTIONAL MAILBOX-FILE ASSIGN TO "READER.BOX"
000418         ORGANIZATION IS LINE SEQUENTIAL
000419         FILE STATUS IS WS-MAILBOX-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000480 01  FILTER-RULE-RECORD       PIC X(100).
000490 FD  REPORT-FILE.
000500 01  REPORT-RECORD            PIC X(132).
000502 FD  SENT-FILE.
000504 01  SENT-RECORD              PIC X(250).
000506 FD  CATALOG-FILE.
000508 01  CATALOG-RECORD           PIC X(80).
000510 FD  MAILBOX-FILE.
000512 01  MAILBOX-RECORD           PIC X(250).
000514
000520 WORKING-STORAGE SECTION.
000530  01  WS-MAI-STATUS         PIC XX VALUE "99".
000540  01  WS-FILTER-STATUS      PIC XX VALUE "99".
000550  01  WS-REPORT-STATUS      PIC XX VALUE "99".
000560  01  WS-MAI-NAME           PIC X(64) VALUE SPACES.
000562  01  WS-SENT-STATUS        PIC XX VALUE "99".
000564  01  WS-CAT-STATUS         PIC XX VALUE "99".
000566  01  WS-SENT-NAME          PIC X(40) VALUE SPACES.
000567  01  WS-FILTER-NAME        PIC X(40) VALUE "FILTER.RUL".
000568  01  WS-MAILBOX-STATUS     PIC XX VALUE "99".
000570
000580 *> The same disambiguating character set READER.CBL hands out.
000590  01  CHAR_SET.
000720  01  FR-TEXT               PIC X(40).
000730  01  FR-ACTION             PIC X(8).
000740  01  FR-ARG                PIC X(40).
000742  01  MAILBOX-EOF           PIC X VALUE "N".
000744  01  MB-SKIP               PIC X(64).
000746  01  MB-RULES              PIC X(40).
000748  01  DIR-SEEN              PIC X VALUE "N".
000750
000760 *> Search criteria; blank means the criterion is not applied.
000770  01  CRIT-FROM             PIC X(40) VALUE SPACES.
000780  01  CRIT-SUBJ             PIC X(40) VALUE SPACES.
000790  01  CRIT-BODY             PIC X(40) VALUE SPACES.
000792  01  CRIT-TO               PIC X(40) VALUE SPACES.
000794  01  CRIT-STORE            PIC X VALUE SPACE.
000800  01  CRIT-DATE-FROM        PIC X(8) VALUE SPACES.
000810  01  CRIT-DATE-TO          PIC X(8) VALUE SPACES.
000820
000840  01  HDR-FROM              PIC X(60) VALUE SPACES.
000850  01  HDR-SUBJ              PIC X(60) VALUE SPACES.
000860  01  HDR-DATE              PIC X(40) VALUE SPACES.
000862  01  HDR-TO                PIC X(60) VALUE SPACES.
000864  01  HDR-ATT               PIC X(60) VALUE SPACES.
000870  01  HDR-DATE-YMD          PIC X(8) VALUE SPACES.
000880  01  MAI-LINE              PIC X(200).
000890  01  MAI-LINE-U            PIC X(200).
000950  01  MATCH-COUNT           PIC 9(5) VALUE ZERO.
000960  01  FILES-SCANNED         PIC 9(5) VALUE ZERO.
000970
000971 *> The sent-mail store, laid out as DRIVER writes it: S starts
000972 *> a message (the subject), A is the attachment name, F the
000973 *> message file, B a body line.
000974  01  STORE-KIND            PIC X VALUE "R".
000975  01  SENT-EOF              PIC X VALUE "N".
000976  01  IN-SENT-MSG           PIC X VALUE "N".
000977  01  SENT-LINE.
000978      05  SENT-DATE         PIC X(8).
000979      05  FILLER            PIC X.
000980      05  SENT-TIME         PIC X(4).
000981      05  FILLER            PIC X.
000982      05  SENT-PRODUCER     PIC X(8).
000983      05  FILLER            PIC X.
000984      05  SENT-TO           PIC X(40).
000985      05  FILLER            PIC X.
000986      05  SENT-TYPE         PIC X.
000987      05  FILLER            PIC X.
000988      05  SENT-TEXT         PIC X(184).
000989
000990 *> LOGKEEP's archive catalog row, as LOGKEEP writes it.
000991  01  CAT-EOF               PIC X VALUE "N".
000992  01  CAT-LINE.
000993      05  CAT-FILE-NAME     PIC X(20).
000994      05  FILLER            PIC X.
000995      05  CAT-DATE-FROM     PIC X(8).
000996      05  FILLER            PIC X.
000997      05  CAT-DATE-TO       PIC X(8).
000998      05  FILLER            PIC X.
000999      05  CAT-REC-COUNT     PIC X(7).
001000      05  FILLER            PIC X.
001001      05  CAT-ARCH-NAME     PIC X(30).
001002
001003 *> Case-blind substring scan, the same shape the reader uses.
001004  01  SCAN-HAY              PIC X(200).
001005  01  SCAN-NEEDLE           PIC X(40).
001010  01  SCAN-HIT              PIC X.
001020  01  SCAN-LEN              PIC S9(4) COMP-5.
001030  01  SCAN-I                PIC S9(4) COMP-5.
001220      ACCEPT CRIT-FROM
001230      DISPLAY "Subject contains (blank = any):"
001240      ACCEPT CRIT-SUBJ
001242      DISPLAY "To contains (blank = any):"
001244      ACCEPT CRIT-TO
001250      DISPLAY "Body contains (blank = any):"
001260      ACCEPT CRIT-BODY
001270      DISPLAY "Date from YYYYMMDD (blank = any):"
001280      ACCEPT CRIT-DATE-FROM
001290      DISPLAY "Date to YYYYMMDD (blank = any):"
001300      ACCEPT CRIT-DATE-TO
001302      DISPLAY "Search R received, S sent or B both (blank = B):"
001304      ACCEPT CRIT-STORE
001306      MOVE FUNCTION UPPER-CASE(CRIT-STORE) TO CRIT-STORE
001310
001320      PERFORM LOAD-FILE-DIRS
001330
001410      WRITE REPORT-RECORD
001420
001430 *> the current store, then every FILE subdirectory
001432      IF CRIT-STORE NOT = "S" THEN
001434        MOVE "R" TO STORE-KIND
001440        PERFORM VARYING NAME-IDX FROM 1 BY 1
001450                UNTIL NAME-IDX > 35
001460          MOVE SPACES TO WS-MAI-NAME
001470          STRING "EMAIL_" WORK(NAME-IDX) ".MAI"
001480            DELIMITED BY SIZE INTO WS-MAI-NAME
001490          PERFORM SEARCH-ONE-FILE
001500        END-PERFORM
001510        PERFORM VARYING DIR-IDX FROM 1 BY 1
001520                UNTIL DIR-IDX > DIR-COUNT
001530          PERFORM VARYING NAME-IDX FROM 1 BY 1
001540                  UNTIL NAME-IDX > 35
001550            MOVE SPACES TO WS-MAI-NAME
001560            STRING FUNCTION TRIM(DIR-NAME(DIR-IDX)) "\"
001570                   "EMAIL_" WORK(NAME-IDX) ".MAI"
001580              DELIMITED BY SIZE INTO WS-MAI-NAME
001590            PERFORM SEARCH-ONE-FILE
001600          END-PERFORM
001610        END-PERFORM
001611      END-IF
001612
001613 *> the sent store, live file first, then its archives
001614      IF CRIT-STORE NOT = "R" THEN
001615        MOVE "S" TO STORE-KIND
001616        MOVE "SENTMAIL.LOG" TO WS-SENT-NAME
001617        PERFORM SEARCH-SENT-FILE
001618        PERFORM SEARCH-SENT-ARCHIVES
001619      END-IF
001620
001630      MOVE SPACES TO REPORT-LINE
001640      STRING MATCH-COUNT " match(es) in " FILES-SCANNED
001690      DISPLAY MATCH-COUNT " match(es) - see MAILFIND.RPT"
001700      STOP RUN.
001710
001720 *> The subdirectories come from the FILE rules the reader uses:
001725 *> FILTER.RUL, then every other rule file READER.BOX names.
001730  LOAD-FILE-DIRS.
001731      MOVE "FILTER.RUL" TO WS-FILTER-NAME
001732      PERFORM LOAD-ONE-RULE-FILE
001733      OPEN INPUT MAILBOX-FILE
001734      IF WS-MAILBOX-STATUS = "00" THEN
001735        MOVE "N" TO MAILBOX-EOF
001736        PERFORM READ-MAILBOX-RULES
001737            UNTIL MAILBOX-EOF = "Y" OR DIR-COUNT >= 20
001738        CLOSE MAILBOX-FILE
001739      ELSE
001740        IF WS-MAILBOX-STATUS = "05" THEN
001741          CLOSE MAILBOX-FILE
001742        END-IF
001743      END-IF
001744      .
001745
001746  READ-MAILBOX-RULES.
001747      READ MAILBOX-FILE
001748          AT END
001749            MOVE "Y" TO MAILBOX-EOF
001750          NOT AT END
001751            MOVE SPACES TO MB-RULES
001752            IF MAILBOX-RECORD(1:1) NOT = "*" THEN
001753              UNSTRING MAILBOX-RECORD DELIMITED BY "|"
001754                  INTO MB-SKIP MB-SKIP MB-SKIP MB-SKIP MB-SKIP
001755                       MB-RULES
001756            END-IF
001757            IF MB-RULES NOT = SPACES
001758               AND FUNCTION UPPER-CASE(MB-RULES)
001759                   NOT = "FILTER.RUL" THEN
001760              MOVE MB-RULES TO WS-FILTER-NAME
001761              PERFORM LOAD-ONE-RULE-FILE
001762            END-IF
001763      END-READ
001764      .
001765
001766  LOAD-ONE-RULE-FILE.
001767      OPEN INPUT FILTER-RULES-FILE
001768      IF WS-FILTER-STATUS = "00" THEN
001769        MOVE "N" TO FILTER-EOF
001770        PERFORM READ-FILTER-RULE
001780            UNTIL FILTER-EOF = "Y" OR DIR-COUNT >= 20
001790        CLOSE FILTER-RULES-FILE
001792      ELSE
001794        IF WS-FILTER-STATUS = "05" THEN
001796          CLOSE FILTER-RULES-FILE
001798        END-IF
001800      END-IF
001810      .
001820
001890            UNSTRING FILTER-RULE-RECORD DELIMITED BY "|"
001900                INTO FR-FIELD FR-TEXT FR-ACTION FR-ARG
001910            IF FR-ACTION = "FILE" AND FR-ARG NOT = SPACES THEN
001911              *> two mailboxes may file into the same directory
001912              MOVE "N" TO DIR-SEEN
001913              PERFORM VARYING DIR-IDX FROM 1 BY 1
001914                      UNTIL DIR-IDX > DIR-COUNT
001915                IF DIR-NAME(DIR-IDX) = FR-ARG THEN
001916                  MOVE "Y" TO DIR-SEEN
001917                END-IF
001918              END-PERFORM
001919              IF DIR-SEEN = "N" THEN
001920                ADD 1 TO DIR-COUNT
001930                MOVE FR-ARG TO DIR-NAME(DIR-COUNT)
001935              END-IF
001940            END-IF
001950      END-READ
001960      .
002060      ELSE
002070        ADD 1 TO FILES-SCANNED
002080        MOVE SPACES TO HDR-FROM HDR-SUBJ HDR-DATE
002085        MOVE SPACES TO HDR-TO HDR-ATT
002090        MOVE SPACES TO HDR-DATE-YMD BODY-HIT-LINE
002100        MOVE "N" TO MAI-EOF
002110        MOVE "Y" TO IN-HEADERS
002380                IF MAI-LINE-U(1:5) = "DATE:" THEN
002390                  MOVE MAI-LINE(6:40) TO HDR-DATE
002400                END-IF
002402                IF MAI-LINE-U(1:3) = "TO:" THEN
002404                  MOVE MAI-LINE(4:60) TO HDR-TO
002406                END-IF
002410              END-IF
002420            ELSE
002470              PERFORM CHECK-BODY-LINE
002520            END-IF
002530      END-READ
002540      .
002541
002542  CHECK-BODY-LINE.
002543      IF CRIT-BODY NOT = SPACES AND BODY-HIT = "N" THEN
002544        MOVE MAI-LINE TO SCAN-HAY
002545        MOVE CRIT-BODY TO SCAN-NEEDLE
002546        PERFORM SCAN-FOR-TEXT THRU SCAN-FOR-TEXT-EXIT
002547        IF SCAN-HIT = "Y" THEN
002548          MOVE "Y" TO BODY-HIT
002549          MOVE MAI-LINE(1:100) TO BODY-HIT-LINE
002550        END-IF
002551      END-IF
002552      .
002553
002560  TEST-CRITERIA.
002570      IF CRIT-FROM NOT = SPACES THEN
002580        MOVE HDR-FROM TO SCAN-HAY
002700          GO TO TEST-CRITERIA-EXIT
002710        END-IF
002720      END-IF
002721      IF CRIT-TO NOT = SPACES THEN
002722        MOVE HDR-TO TO SCAN-HAY
002723        MOVE CRIT-TO TO SCAN-NEEDLE
002724        PERFORM SCAN-FOR-TEXT THRU SCAN-FOR-TEXT-EXIT
002725        IF SCAN-HIT NOT = "Y" THEN
002726          GO TO TEST-CRITERIA-EXIT
002727        END-IF
002728      END-IF
002730      IF CRIT-BODY NOT = SPACES AND BODY-HIT NOT = "Y" THEN
002740        GO TO TEST-CRITERIA-EXIT
002750      END-IF
002950
002960  WRITE-MATCH.
002970      MOVE SPACES TO REPORT-LINE
002972      IF STORE-KIND = "S" THEN
002974        STRING "SENT: " FUNCTION TRIM(WS-SENT-NAME)
002976          DELIMITED BY SIZE INTO REPORT-LINE
002978      ELSE
002980        STRING "FILE: " FUNCTION TRIM(WS-MAI-NAME)
002990          DELIMITED BY SIZE INTO REPORT-LINE
002995      END-IF
003000      WRITE REPORT-RECORD FROM REPORT-LINE
003010      MOVE SPACES TO REPORT-LINE
003020      STRING "  FROM: " HDR-FROM(1:60)
003100      STRING "  DATE: " HDR-DATE(1:40)
003110        DELIMITED BY SIZE INTO REPORT-LINE
003120      WRITE REPORT-RECORD FROM REPORT-LINE
003121      IF HDR-TO NOT = SPACES THEN
003122        MOVE SPACES TO REPORT-LINE
003123        STRING "  TO:   " HDR-TO(1:60)
003124          DELIMITED BY SIZE INTO REPORT-LINE
003125        WRITE REPORT-RECORD FROM REPORT-LINE
003126      END-IF
003127      IF HDR-ATT NOT = SPACES THEN
003128        MOVE SPACES TO REPORT-LINE
003129        STRING "  ATT:  " HDR-ATT(1:60)
003130          DELIMITED BY SIZE INTO REPORT-LINE
003131        WRITE REPORT-RECORD FROM REPORT-LINE
003132      END-IF
003133      IF BODY-HIT = "Y" THEN
003140        MOVE SPACES TO REPORT-LINE
003150        STRING "  LINE: " BODY-HIT-LINE
003160          DELIMITED BY SIZE INTO REPORT-LINE
003870  PARSE-HEADER-DATE-EXIT.
003880      EXIT.
003890
003900 *> One sent-store file: an S record closes the message before
003910 *> it and opens the next; the last one is closed at the end.
003920  SEARCH-SENT-FILE.
003930      OPEN INPUT SENT-FILE
003940      IF WS-SENT-STATUS NOT = "00" THEN
003950        IF WS-SENT-STATUS = "05" THEN
003960          CLOSE SENT-FILE
003970        END-IF
003980      ELSE
003990        ADD 1 TO FILES-SCANNED
004000        MOVE "N" TO SENT-EOF
004010        MOVE "N" TO IN-SENT-MSG
004020        PERFORM SCAN-SENT-RECORD
004030            UNTIL SENT-EOF = "Y"
004040        CLOSE SENT-FILE
004050        IF IN-SENT-MSG = "Y" THEN
004060          PERFORM TEST-CRITERIA THRU TEST-CRITERIA-EXIT
004070        END-IF
004080      END-IF
004090      .
004100
004110  SCAN-SENT-RECORD.
004120      READ SENT-FILE INTO SENT-LINE
004130          AT END
004140            MOVE "Y" TO SENT-EOF
004150          NOT AT END
004160            EVALUATE SENT-TYPE
004170              WHEN "S"
004180                IF IN-SENT-MSG = "Y" THEN
004190                  PERFORM TEST-CRITERIA THRU TEST-CRITERIA-EXIT
004200                END-IF
004210                MOVE "Y" TO IN-SENT-MSG
004220                MOVE SPACES TO HDR-FROM HDR-SUBJ HDR-DATE
004230                MOVE SPACES TO HDR-TO HDR-ATT BODY-HIT-LINE
004240                MOVE "N" TO BODY-HIT
004250                MOVE SENT-PRODUCER TO HDR-FROM
004260                MOVE SENT-TEXT TO HDR-SUBJ
004270                MOVE SENT-TO TO HDR-TO
004280                MOVE SENT-DATE TO HDR-DATE-YMD
004290                STRING SENT-DATE(1:4) "-" SENT-DATE(5:2) "-"
004300                       SENT-DATE(7:2) " " SENT-TIME(1:2) ":"
004310                       SENT-TIME(3:2)
004320                  DELIMITED BY SIZE INTO HDR-DATE
004330              WHEN "A"
004340                MOVE SENT-TEXT TO HDR-ATT
004350              WHEN "B"
004360                MOVE SENT-TEXT TO MAI-LINE
004370                PERFORM CHECK-BODY-LINE
004380              WHEN OTHER
004390                CONTINUE
004400            END-EVALUATE
004410      END-READ
004420      .
004430
004440 *> Every archive LOGKEEP has catalogued for SENTMAIL.LOG whose
004450 *> date range can hold a match.
004460  SEARCH-SENT-ARCHIVES.
004470      OPEN INPUT CATALOG-FILE
004480      IF WS-CAT-STATUS NOT = "00" THEN
004490        IF WS-CAT-STATUS = "05" THEN
004500          CLOSE CATALOG-FILE
004510        END-IF
004520      ELSE
004530        MOVE "N" TO CAT-EOF
004540        PERFORM CHECK-ONE-ARCHIVE
004550            UNTIL CAT-EOF = "Y"
004560        CLOSE CATALOG-FILE
004570      END-IF
004580      .
004590
004600  CHECK-ONE-ARCHIVE.
004610      READ CATALOG-FILE INTO CAT-LINE
004620          AT END
004630            MOVE "Y" TO CAT-EOF
004640          NOT AT END
004650            IF FUNCTION UPPER-CASE(CAT-FILE-NAME) = "SENTMAIL.LOG"
004660               AND CAT-ARCH-NAME NOT = SPACES
004670               AND (CRIT-DATE-FROM = SPACES
004680                    OR CAT-DATE-TO >= CRIT-DATE-FROM)
004690               AND (CRIT-DATE-TO = SPACES
004700                    OR CAT-DATE-FROM <= CRIT-DATE-TO) THEN
004710              MOVE CAT-ARCH-NAME TO WS-SENT-NAME
004720              PERFORM SEARCH-SENT-FILE
004730            END-IF
004740      END-READ
004750      .
004760
004770 END PROGRAM MAILFIND.
