000170 *>  exactly one @, no embedded spaces.  The DEFAULT audience
000180 *>  stays in DIST.LST; everything else gets a named list that
000190 *>  DRIVER expands from a LIST:name spool recipient.
000191 *>
000192 *>  A list may also carry quiet hours, kept in the same file as
000193 *>  a "list|QUIET=HHMM-HHMM" line; DRIVER holds the list's
000194 *>  non-urgent spool mail until the window ends.  The window
000195 *>  may run past midnight (QUIET=2200-0730).
000200 *>
000210
000220 IDENTIFICATION DIVISION.
000550  01  CMD-LIST2             PIC X(12).
000560  01  CMD-ADDR              PIC X(50).
000570  01  WS-DIRTY              PIC X VALUE "N".
000575  01  QUIET-ADDR            PIC X(50).
000580
000590 *> Address validation work fields.
000600  01  VAL-OK                PIC X.
000670  01  SHOWN-COUNT           PIC S9(4) COMP-5.
000680  01  LISTS-SHOWN           PIC X(200) VALUE SPACES.
000690  01  LS-PTR                PIC S9(4) COMP-5.
000691
000692 *> Members on file as last loaded or saved, and as just written,
000693 *> for the before/after counts in the operator journal.
000694  01  SAVED-COUNT           PIC S9(4) COMP-5 VALUE 0.
000695  01  WRITTEN-COUNT         PIC S9(4) COMP-5 VALUE 0.
000696
000697 *> The operator journal module's linkage area, laid out exactly
000698 *> as OPJNL declares it.
000699  01  OPJNL-AREA.
000700      05  OPJ-PROGRAM       PIC X(08).
000701      05  OPJ-MODE          PIC X(08).
000702      05  OPJ-FILE          PIC X(30).
000703      05  OPJ-BEFORE        PIC 9(09).
000704      05  OPJ-AFTER         PIC 9(09).
000705      05  OPJ-UNIT          PIC X(05).
000706      05  OPJ-PARAMS        PIC X(60).
000707
000710 PROCEDURE DIVISION.
000720
000730      DISPLAY "LISTMGR - named distribution lists"
000780      DISPLAY " "
000790      DISPLAY "Commands: LISTS | SHOW list | ADD list addr |"
000800      DISPLAY "          DEL list addr | MOVE from to addr |"
000810      DISPLAY "          QUIET list HHMM-HHMM | QUIET list OFF |"
000815      DISPLAY "          QUIT"
000820      DISPLAY "Command:"
000830      MOVE SPACES TO CMD-LINE
000840      ACCEPT CMD-LINE
001120          MOVE FUNCTION UPPER-CASE(CMD-LIST) TO CMD-LIST
001130          MOVE FUNCTION UPPER-CASE(CMD-LIST2) TO CMD-LIST2
001140          PERFORM MOVE-MEMBER
001142        WHEN "QUIET"
001144          MOVE FUNCTION UPPER-CASE(CMD-LIST2) TO CMD-LIST2
001146          PERFORM SET-QUIET-HOURS THRU SET-QUIET-HOURS-EXIT
001150        WHEN OTHER
001160          DISPLAY "Unknown command"
001170      END-EVALUATE
001290          CLOSE MAILLIST-FILE
001300        END-IF
001310      END-IF
001315      MOVE MEMBER-COUNT TO SAVED-COUNT
001320      .
001330
001340  LOAD-ONE-MEMBER.
001540         AND WS-MAILLIST-STATUS NOT = "05" THEN
001550        DISPLAY "Cannot rewrite MAILLIST.DAT!"
001560      ELSE
001565        MOVE 0 TO WRITTEN-COUNT
001570        PERFORM VARYING MB-IX FROM 1 BY 1
001580                UNTIL MB-IX > MEMBER-COUNT
001590          IF MB-LIST(MB-IX) NOT = SPACES THEN
001620                   FUNCTION TRIM(MB-ADDR(MB-IX))
001630              DELIMITED BY SIZE INTO MAILLIST-RECORD
001640            WRITE MAILLIST-RECORD
001645            ADD 1 TO WRITTEN-COUNT
001650          END-IF
001660        END-PERFORM
001670        CLOSE MAILLIST-FILE
001680        MOVE "N" TO WS-DIRTY
001690        DISPLAY "MAILLIST.DAT saved"
001695        PERFORM JOURNAL-SAVE
001700      END-IF
001710      .
001711
001712 *> One operator journal line per save: the command that made
001713 *> the change, and the member count before and after it.
001714  JOURNAL-SAVE.
001715      MOVE SPACES TO OPJNL-AREA
001716      MOVE "LISTMGR" TO OPJ-PROGRAM
001717      MOVE CMD-VERB TO OPJ-MODE
001718      MOVE "MAILLIST.DAT" TO OPJ-FILE
001719      MOVE SAVED-COUNT TO OPJ-BEFORE
001720      MOVE WRITTEN-COUNT TO OPJ-AFTER
001721      MOVE "ADDRS" TO OPJ-UNIT
001722      MOVE CMD-LINE TO OPJ-PARAMS
001723      CALL "OPJNL" USING OPJNL-AREA
001724      MOVE WRITTEN-COUNT TO SAVED-COUNT
001725      .
001726
001730  SHOW-LIST-NAMES.
001740      MOVE SPACES TO LISTS-SHOWN
001750      MOVE 1 TO LS-PTR
001960      PERFORM VARYING MB-IX FROM 1 BY 1
001970              UNTIL MB-IX > MEMBER-COUNT
001980        IF MB-LIST(MB-IX) = CMD-LIST THEN
001981          IF FUNCTION UPPER-CASE(MB-ADDR(MB-IX)(1:6)) = "QUIET="
001982            THEN
001983            DISPLAY "  Quiet hours " MB-ADDR(MB-IX)(7:2) ":"
001984                    MB-ADDR(MB-IX)(9:2) " to "
001985                    MB-ADDR(MB-IX)(12:2) ":" MB-ADDR(MB-IX)(14:2)
001986          ELSE
001990            DISPLAY "  " FUNCTION TRIM(MB-ADDR(MB-IX))
002000            ADD 1 TO SHOWN-COUNT
002005          END-IF
002010        END-IF
002020      END-PERFORM
002030      DISPLAY SHOWN-COUNT " member(s) on "
003110      END-IF
003120      .
003130
003140 *> QUIET list HHMM-HHMM sets the list's quiet hours, replacing
003150 *> any it had; QUIET list OFF takes them away.  Kept as a
003160 *> member line so the file layout DRIVER reads does not change.
003170  SET-QUIET-HOURS.
003180      IF CMD-LIST = SPACES OR CMD-LIST2 = SPACES THEN
003190        DISPLAY "Usage: QUIET list HHMM-HHMM or QUIET list OFF"
003200        GO TO SET-QUIET-HOURS-EXIT
003210      END-IF
003220      IF CMD-LIST2 NOT = "OFF" THEN
003230        IF CMD-LIST2(1:4) IS NOT NUMERIC
003240           OR CMD-LIST2(5:1) NOT = "-"
003250           OR CMD-LIST2(6:4) IS NOT NUMERIC
003260           OR CMD-LIST2(10:3) NOT = SPACES
003270           OR CMD-LIST2(1:2) > "23" OR CMD-LIST2(3:2) > "59"
003280           OR CMD-LIST2(6:2) > "23" OR CMD-LIST2(8:2) > "59"
003290           OR CMD-LIST2(1:4) = CMD-LIST2(6:4) THEN
003300          DISPLAY "Rejected: quiet hours are HHMM-HHMM, e.g."
003310                  " 2200-0730"
003320          GO TO SET-QUIET-HOURS-EXIT
003330        END-IF
003340      END-IF
003350      MOVE 0 TO MB-HIT
003360      PERFORM VARYING MB-IX FROM 1 BY 1
003370              UNTIL MB-IX > MEMBER-COUNT OR MB-HIT > 0
003380        IF MB-LIST(MB-IX) = CMD-LIST
003390           AND FUNCTION UPPER-CASE(MB-ADDR(MB-IX)(1:6)) = "QUIET="
003400           THEN
003410          MOVE MB-IX TO MB-HIT
003420        END-IF
003430      END-PERFORM
003440      IF CMD-LIST2 = "OFF" THEN
003450        IF MB-HIT = 0 THEN
003460          DISPLAY "No quiet hours on " FUNCTION TRIM(CMD-LIST)
003470          GO TO SET-QUIET-HOURS-EXIT
003480        END-IF
003490        MOVE SPACES TO MB-LIST(MB-HIT)
003500        MOVE SPACES TO MB-ADDR(MB-HIT)
003510        MOVE "Y" TO WS-DIRTY
003520        PERFORM SAVE-MEMBERS
003530        DISPLAY "Quiet hours removed."
003540        GO TO SET-QUIET-HOURS-EXIT
003550      END-IF
003560      MOVE SPACES TO QUIET-ADDR
003570      STRING "QUIET=" CMD-LIST2(1:9)
003580        DELIMITED BY SIZE INTO QUIET-ADDR
003590      IF MB-HIT = 0 THEN
003600        IF MEMBER-COUNT >= 200 THEN
003610          DISPLAY "Member table is full"
003620          GO TO SET-QUIET-HOURS-EXIT
003630        END-IF
003640        ADD 1 TO MEMBER-COUNT
003650        MOVE MEMBER-COUNT TO MB-HIT
003660        MOVE CMD-LIST TO MB-LIST(MB-HIT)
003670      END-IF
003680      MOVE QUIET-ADDR TO MB-ADDR(MB-HIT)
003690      MOVE "Y" TO WS-DIRTY
003700      PERFORM SAVE-MEMBERS
003710      DISPLAY "Quiet hours set.".
003720  SET-QUIET-HOURS-EXIT.
003730      EXIT.
003740
003750 END PROGRAM LISTMGR.
