002100*                                                                *
002200*  R = RESTORE: A NAMED FILE FROM A NAMED DATE IS COPIED BACK    *
002300*  OVER THE LIVE FILE, FOR THE INEVITABLE FAT-FINGERED DELETE.   *
002310*                                                                *
002320*  A UTILITY ABOUT TO REWRITE LIVE FILES (PLAYFIX) FIRST TAKES A *
002330*  PRE-CHANGE BUNDLE OF ITS OWN, BACKUP.YYYYMMDD.HHMMSS, HOLDING *
002340*  JUST THE FILES IT WILL TOUCH.  IT IS LAID OUT AND CATALOGUED  *
002350*  LIKE THE NIGHTLY BUNDLE AND PRUNED WITH IT, BY ITS MANIFEST.  *
002360*  R TAKES EITHER FORM OF BUNDLE NAME, AND A FILE NAME OF * PUTS *
002370*  BACK EVERY FILE THE BUNDLE'S MANIFEST SHOWS AS VERIFIED - ONE *
002380*  COMMAND TO UNDO THE WHOLE CHANGE.                             *
002400******************************************************************
002500*  MODIFICATION HISTORY                                          *
002600*  09/02/26 OSG  INITIAL VERSION.                                *
002650*  10/15/26 OSG  BACKUPS AND RESTORES IN THE OPERATOR JOURNAL.   *
002660*  10/15/26 OSG  PRE-CHANGE BUNDLES BACKUP.YYYYMMDD.HHMMSS; R OF *
002670*                * RESTORES A WHOLE BUNDLE.                      *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
009500******************************************************************
009600*  PRUNE AND RESTORE WORK FIELDS.                                *
009700******************************************************************
009750 01  KEPT-TAGS.
009800     05  KEPT-TAG OCCURS 60 TIMES PIC X(15).
009850 77  KEPT-COUNT              PIC 9(03) VALUE ZERO.
009900 77  KD-IX                   PIC 9(03).
009950 77  CAT-YMD                 PIC 9(08).
010000 77  CAT-TAG                 PIC X(15).
010050 77  LISTED-NAME             PIC X(40).
010100 77  VERIFY-HITS             PIC 9(03) COMP.
010150 77  RESTORED-COUNT          PIC 9(03) VALUE ZERO.
010200 77  MANIFEST-EOF-SW         PIC X(01) VALUE "N".
010250     88  MANIFEST-AT-END     VALUE "Y".
010300 77  CAT-INT                 PIC 9(08) COMP.
010400 77  AGE-DAYS                PIC S9(05) COMP.
010500 77  RESTORE-FILE            PIC X(40) VALUE SPACES.
010550 77  RESTORE-TAG             PIC X(15) VALUE SPACES.
010602 77  LIVE-SIZE               PIC 9(12) COMP VALUE ZERO.
010604 01  FILE-INFO.
010606     05  FI-SIZE             PIC X(08) COMP-X.
010608     05  FI-DAY              PIC X(01) COMP-X.
010610     05  FI-MONTH            PIC X(01) COMP-X.
010612     05  FI-YEAR             PIC X(02) COMP-X.
010614     05  FI-HOUR             PIC X(01) COMP-X.
010616     05  FI-MIN              PIC X(01) COMP-X.
010618     05  FI-SEC              PIC X(01) COMP-X.
010620     05  FI-CENTI            PIC X(01) COMP-X.
010622******************************************************************
010624*  THE OPERATOR JOURNAL MODULE'S LINKAGE AREA, LAID OUT EXACTLY  *
010626*  AS OPJNL DECLARES IT.                                         *
010628******************************************************************
010630 01  OPJNL-AREA.
010632     05  OPJ-PROGRAM         PIC X(08).
010634     05  OPJ-MODE            PIC X(08).
010636     05  OPJ-FILE            PIC X(30).
010638     05  OPJ-BEFORE          PIC 9(09).
010640     05  OPJ-AFTER           PIC 9(09).
010642     05  OPJ-UNIT            PIC X(05).
010644     05  OPJ-PARAMS          PIC X(60).
010700 PROCEDURE DIVISION.
010800******************************************************************
010900*  0000-MAINLINE - B = NIGHTLY BUNDLE, R = RESTORE ONE FILE.     *
017800     CLOSE CATALOG-FILE.
017900     DISPLAY "BUNDLE " FUNCTION TRIM(BUNDLE-DIR) ": "
018000             COPIED-COUNT " COPIED, " FAILED-COUNT " FAILED".
018005     MOVE SPACES TO OPJNL-AREA.
018010     MOVE "SHOPSAVE" TO OPJ-PROGRAM.
018015     MOVE "BACKUP" TO OPJ-MODE.
018020     MOVE BUNDLE-DIR TO OPJ-FILE.
018025     MOVE SET-COUNT TO OPJ-BEFORE.
018030     MOVE COPIED-COUNT TO OPJ-AFTER.
018035     MOVE "FILES" TO OPJ-UNIT.
018040     STRING "RETAIN " RETAIN-DAYS ", " FAILED-COUNT " FAILED"
018045         DELIMITED BY SIZE INTO OPJ-PARAMS.
018050     CALL "OPJNL" USING OPJNL-AREA.
018100 2000-EXIT.
018200     EXIT.
018300 2100-ONE-BACKUP.
029700         PERFORM VARYING KD-IX FROM 1 BY 1
029800             UNTIL KD-IX > KEPT-COUNT
029900             MOVE SPACES TO CATALOG-RECORD
030000             MOVE KEPT-TAG(KD-IX) TO CATALOG-RECORD(1:15)
030100             WRITE CATALOG-RECORD
030200         END-PERFORM
030300         CLOSE CATALOG-FILE
031300     IF CATALOG-RECORD(1:8) IS NOT NUMERIC
031400         GO TO 4100-EXIT.
031500     MOVE CATALOG-RECORD(1:8) TO CAT-YMD.
031550     MOVE CATALOG-RECORD(1:15) TO CAT-TAG.
031600     COMPUTE CAT-INT = FUNCTION INTEGER-OF-DATE(CAT-YMD).
031700     COMPUTE AGE-DAYS = TODAY-INT - CAT-INT.
031800     IF AGE-DAYS > RETAIN-DAYS
032100     ELSE
032200         IF KEPT-COUNT < 60
032300             ADD 1 TO KEPT-COUNT
032400             MOVE CAT-TAG TO KEPT-TAG(KEPT-COUNT)
032500         END-IF
032600     END-IF.
032700 4100-EXIT.
032800     EXIT.
032900 4200-DELETE-BUNDLE.
032925     IF CAT-TAG(9:1) = "."
032950         PERFORM 4300-DELETE-LISTED THRU 4300-EXIT
032975         GO TO 4200-MANIFEST.
033000     PERFORM VARYING SET-IX FROM 1 BY 1
033100         UNTIL SET-IX > SET-COUNT
033200         MOVE SPACES TO BS-DST-NAME
033600         CALL "CBL_DELETE_FILE" USING BS-DST-NAME
033700         MOVE ZERO TO RETURN-CODE
033800     END-PERFORM.
033825 4200-MANIFEST.
033850     MOVE SPACES TO BS-DST-NAME.
033875     STRING "BACKUP." FUNCTION TRIM(CAT-TAG) "/MANIFEST"
033900         DELIMITED BY SIZE INTO BS-DST-NAME.
033925     CALL "CBL_DELETE_FILE" USING BS-DST-NAME.
033950     MOVE ZERO TO RETURN-CODE.
033975 4200-EXIT.
034000     EXIT.
034025******************************************************************
034050*  4300-DELETE-LISTED - A PRE-CHANGE BUNDLE HOLDS ITS OWN SET OF *
034075*  FILES, SO THE COPIES TO DELETE ARE THE ONES ITS MANIFEST      *
034100*  NAMES (THE FIRST WORD OF EACH LINE).                          *
034125******************************************************************
034150 4300-DELETE-LISTED.
034175     MOVE SPACES TO MANIFEST-NAME.
034200     STRING "BACKUP." FUNCTION TRIM(CAT-TAG) "/MANIFEST"
034225         DELIMITED BY SIZE INTO MANIFEST-NAME.
034250     MOVE "N" TO MANIFEST-EOF-SW.
034275     OPEN INPUT MANIFEST-FILE.
034300     IF MANIFEST-STATUS NOT = "00"
034325         IF MANIFEST-STATUS = "05"
034350             CLOSE MANIFEST-FILE
034375         END-IF
034400         GO TO 4300-EXIT.
034425     PERFORM 4310-ONE-LISTED THRU 4310-EXIT
034450         UNTIL MANIFEST-AT-END.
034475     CLOSE MANIFEST-FILE.
034500 4300-EXIT.
034525     EXIT.
034550 4310-ONE-LISTED.
034575     READ MANIFEST-FILE
034600         AT END
034625             MOVE "Y" TO MANIFEST-EOF-SW
034650             GO TO 4310-EXIT
034675     END-READ.
034700     MOVE SPACES TO LISTED-NAME.
034725     UNSTRING MANIFEST-RECORD DELIMITED BY SPACE
034750         INTO LISTED-NAME.
034775     IF LISTED-NAME = SPACES
034800         GO TO 4310-EXIT.
034825     MOVE SPACES TO BS-DST-NAME.
034850     STRING "BACKUP." FUNCTION TRIM(CAT-TAG) "/"
034875            FUNCTION TRIM(LISTED-NAME)
034900         DELIMITED BY SIZE INTO BS-DST-NAME.
034925     CALL "CBL_DELETE_FILE" USING BS-DST-NAME.
034950     MOVE ZERO TO RETURN-CODE.
034975 4310-EXIT.
035000     EXIT.
035025******************************************************************
035050*  5000-RESTORE - ONE FILE BACK FROM ONE BUNDLE, OR (FILE *)     *
035075*  EVERY FILE THE BUNDLE HOLDS.                                  *
035100******************************************************************
035125 5000-RESTORE.
035150     DISPLAY "FILE TO RESTORE (* = WHOLE BUNDLE): "
035175         WITH NO ADVANCING.
035200     ACCEPT RESTORE-FILE.
035225     DISPLAY "FROM BUNDLE (YYYYMMDD OR YYYYMMDD.HHMMSS): "
035250         WITH NO ADVANCING.
035275     ACCEPT RESTORE-TAG.
035300     IF RESTORE-FILE = "*"
035325         PERFORM 5200-RESTORE-BUNDLE THRU 5200-EXIT
035350     ELSE
035375         PERFORM 5100-RESTORE-ONE THRU 5100-EXIT.
035400 5000-EXIT.
035425     EXIT.
035450 5100-RESTORE-ONE.
035475     MOVE SPACES TO BS-SRC-NAME.
035500     STRING "BACKUP." FUNCTION TRIM(RESTORE-TAG) "/"
036600            FUNCTION TRIM(RESTORE-FILE)
036700         DELIMITED BY SIZE INTO BS-SRC-NAME.
036800     MOVE SPACES TO BS-DST-NAME.
036900     MOVE RESTORE-FILE TO BS-DST-NAME.
036910     MOVE ZERO TO LIVE-SIZE.
036920     CALL "CBL_CHECK_FILE_EXIST" USING BS-DST-NAME FILE-INFO.
036930     IF RETURN-CODE = ZERO
036940         MOVE FI-SIZE TO LIVE-SIZE.
036950     MOVE ZERO TO RETURN-CODE.
037000     PERFORM 3000-COPY-BYTES THRU 3000-EXIT.
037100     MOVE BS-SRC-SIZE TO SIZE-ED.
037110     MOVE SPACES TO OPJNL-AREA.
037120     MOVE "SHOPSAVE" TO OPJ-PROGRAM.
037130     MOVE "RESTORE" TO OPJ-MODE.
037140     MOVE RESTORE-FILE TO OPJ-FILE.
037150     MOVE LIVE-SIZE TO OPJ-BEFORE.
037160     MOVE "BYTES" TO OPJ-UNIT.
037200     IF COPY-OK = "Y"
037225         MOVE BS-SRC-SIZE TO OPJ-AFTER
037235         STRING "FROM BACKUP." FUNCTION TRIM(RESTORE-TAG)
037245             DELIMITED BY SIZE INTO OPJ-PARAMS
037255         ADD 1 TO RESTORED-COUNT
037265         DISPLAY "RESTORED " FUNCTION TRIM(RESTORE-FILE)
037275                 " (" SIZE-ED " BYTES) FROM BACKUP."
037285                 FUNCTION TRIM(RESTORE-TAG)
037295     ELSE
037305         MOVE LIVE-SIZE TO OPJ-AFTER
037315         STRING "FROM BACKUP." FUNCTION TRIM(RESTORE-TAG)
037325                " - FAILED"
037335             DELIMITED BY SIZE INTO OPJ-PARAMS
037345         DISPLAY "RESTORE OF " FUNCTION TRIM(RESTORE-FILE)
037355                 " FAILED - BUNDLE COPY NOT FOUND OR "
037365                 "VERIFY MISMATCH".
037375     CALL "OPJNL" USING OPJNL-AREA.
037385 5100-EXIT.
037395     EXIT.
037405******************************************************************
037415*  5200-RESTORE-BUNDLE - EVERY FILE THE BUNDLE'S MANIFEST SHOWS  *
037425*  AS COPIED AND VERIFIED, EACH RESTORED AND JOURNALED ON ITS    *
037435*  OWN.                                                          *
037445******************************************************************
037455 5200-RESTORE-BUNDLE.
037465     MOVE SPACES TO MANIFEST-NAME.
037475     STRING "BACKUP." FUNCTION TRIM(RESTORE-TAG) "/MANIFEST"
037485         DELIMITED BY SIZE INTO MANIFEST-NAME.
037495     MOVE "N" TO MANIFEST-EOF-SW.
037505     OPEN INPUT MANIFEST-FILE.
037515     IF MANIFEST-STATUS NOT = "00"
037525         DISPLAY "NO MANIFEST IN BACKUP."
037535                 FUNCTION TRIM(RESTORE-TAG) " - NOTHING RESTORED"
037545         IF MANIFEST-STATUS = "05"
037555             CLOSE MANIFEST-FILE
037565         END-IF
037575         GO TO 5200-EXIT.
037585     PERFORM 5210-ONE-LISTED THRU 5210-EXIT
037595         UNTIL MANIFEST-AT-END.
037605     CLOSE MANIFEST-FILE.
037615     DISPLAY RESTORED-COUNT " FILE(S) RESTORED FROM BACKUP."
037625             FUNCTION TRIM(RESTORE-TAG).
037635 5200-EXIT.
037645     EXIT.
037655 5210-ONE-LISTED.
037665     READ MANIFEST-FILE
037675         AT END
037685             MOVE "Y" TO MANIFEST-EOF-SW
037695             GO TO 5210-EXIT
037705     END-READ.
037715     MOVE ZERO TO VERIFY-HITS.
037725     INSPECT MANIFEST-RECORD TALLYING VERIFY-HITS
037735         FOR ALL "BYTES VERIFIED".
037745     IF VERIFY-HITS = ZERO
037755         GO TO 5210-EXIT.
037765     MOVE SPACES TO RESTORE-FILE.
037775     UNSTRING MANIFEST-RECORD DELIMITED BY SPACE
037785         INTO RESTORE-FILE.
037795     PERFORM 5100-RESTORE-ONE THRU 5100-EXIT.
037805 5210-EXIT.
038000     EXIT.
038100 END PROGRAM SHOPSAVE.
