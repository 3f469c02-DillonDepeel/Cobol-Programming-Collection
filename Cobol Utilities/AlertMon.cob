002100*    COL  40     SEVERITY CHARACTER (RIDES IN THE SUBJECT AND    *
002200*                MAPS ONTO THE SEVERITY ROUTING THE EMAIL        *
002300*                PROGRAM'S MAILRULE MEMBER ALREADY SUPPORTS)     *
002325*    COLS 42-46  REPEAT INTERVAL IN MINUTES (BLANK OR ZERO =     *
002350*                240) FOR AN ALERT NOBODY HAS ACKNOWLEDGED       *
002400*                                                                *
002500*  ALL TRIGGERED RULES GO INTO ONE CONSOLIDATED ALERT MAIL       *
002600*  (ALERT.MAI), QUEUED TO THE ALERT LIST THROUGH THIS JOB'S      *
002700*  SPOOL DROP FILE; THE WORST SEVERITY SEEN LEADS THE SUBJECT.   *
002720*                                                                *
002740*  EVERY TRIGGERED RULE ALSO OPENS AN INCIDENT IN THE INCIDENT   *
002760*  LOG (THROUGH INCOPEN), KEYED BY FILE AND CONDITION, SO A RULE *
002780*  THAT KEEPS FIRING IS ONE INCIDENT UNTIL SOMEBODY CLOSES IT.   *
002781*                                                                *
002782*  RULES ALREADY IN ALERT ARE REMEMBERED IN ALERT.STATE, ONE     *
002783*  LINE PER FILE AND CONDITION.  A RULE GOES INTO THE ALERT MAIL *
002784*  ONLY WHEN IT FIRST FIRES, WHEN ITS SEVERITY WORSENS, OR WHEN  *
002785*  ITS REPEAT INTERVAL HAS RUN OUT AND NOBODY HAS ACKNOWLEDGED   *
002786*  IT; NO MAIL GOES OUT WHEN NOTHING IS DUE.  A RULE THAT STOPS  *
002787*  FIRING LEAVES ALERT.STATE AND IS LISTED IN AN ALL-CLEAR MAIL  *
002788*  (ALERTCLR.MAI) QUEUED THE SAME WAY.                           *
002789*                                                                *
002790*  ACKNOWLEDGEMENTS ARRIVE IN ALERT.ACK (COLS 1-6 THE INCIDENT   *
002791*  NUMBER, COLS 8-57 WHO), WRITTEN BY OPTION A OF THE INCIDENT   *
002792*  SCREEN AND BY READER FOR AN "ACK" COMMAND MAIL.  EACH RUN     *
002793*  APPLIES THEM TO ALERT.STATE AND THEN TAKES THEM OUT OF THE    *
002794*  FILE, KEEPING ANY THAT ARRIVED WHILE IT RAN.  A WORSENED      *
002795*  SEVERITY CANCELS THE ACKNOWLEDGEMENT.                         *
002796*                                                                *
002797*  A SEVERITY 1 ALERT MAIL IS QUEUED URGENT SO THE EMAIL DRIVER  *
002798*  SENDS IT AT ONCE, EVEN IN THE ALERT LIST'S QUIET HOURS.       *
002800******************************************************************
002900*  MODIFICATION HISTORY                                          *
003000*  09/02/26 OSG  INITIAL VERSION.                                *
003050*  10/15/26 OSG  EVERY TRIGGERED RULE OPENS AN INCIDENT.         *
003075*  10/15/26 OSG  ALERT STATE, ACKNOWLEDGE, REPEAT AND ALL-CLEAR. *
003087*  10/15/26 OSG  SEVERITY 1 ALERT MAIL QUEUED URGENT.            *
003093*  10/15/26 OSG  ACKS ARRIVING DURING A RUN KEPT FOR THE NEXT.   *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004500     SELECT OPTIONAL SPOOL-FILE ASSIGN TO "DRIVER.SPL.ALERT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS SPOOL-STATUS.
004710     SELECT OPTIONAL STATE-FILE ASSIGN TO "ALERT.STATE"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS STATE-STATUS.
004740     SELECT OPTIONAL ACK-FILE ASSIGN TO "ALERT.ACK"
004750         ORGANIZATION IS LINE SEQUENTIAL
004760         FILE STATUS IS ACK-STATUS.
004770     SELECT OPTIONAL CLEAR-FILE ASSIGN TO "ALERTCLR.MAI"
004780         ORGANIZATION IS LINE SEQUENTIAL
004790         FILE STATUS IS CLEAR-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RULES-FILE.
005600     05  RU-THRESHOLD        PIC 9(07).
005700     05  FILLER              PIC X(01).
005800     05  RU-SEVERITY         PIC X(01).
005825     05  FILLER              PIC X(01).
005850     05  RU-REPEAT           PIC 9(05).
005900 FD  DATA-FILE.
006000 01  DATA-RECORD             PIC X(250).
006100 FD  BODY-FILE.
006200 01  BODY-RECORD             PIC X(80).
006300 FD  SPOOL-FILE.
006400 01  SPOOL-RECORD            PIC X(250).
006402 FD  STATE-FILE.
006404 01  STATE-RECORD.
006406     05  SR-FILE             PIC X(20).
006408     05  FILLER              PIC X(01).
006410     05  SR-CONDITION        PIC X(09).
006412     05  FILLER              PIC X(01).
006414     05  SR-SEVERITY         PIC X(01).
006416     05  FILLER              PIC X(01).
006418     05  SR-INCIDENT         PIC 9(06).
006420     05  FILLER              PIC X(01).
006422     05  SR-FIRST-DATE       PIC 9(08).
006424     05  FILLER              PIC X(01).
006426     05  SR-FIRST-TIME       PIC 9(06).
006428     05  FILLER              PIC X(01).
006430     05  SR-LAST-DATE        PIC 9(08).
006432     05  FILLER              PIC X(01).
006434     05  SR-LAST-TIME        PIC 9(06).
006436     05  FILLER              PIC X(01).
006438     05  SR-ACK              PIC X(01).
006440     05  FILLER              PIC X(01).
006442     05  SR-ACK-BY           PIC X(40).
006444 FD  ACK-FILE.
006446 01  ACK-RECORD.
006448     05  AK-INCIDENT         PIC 9(06).
006450     05  FILLER              PIC X(01).
006452     05  AK-BY               PIC X(50).
006454 FD  CLEAR-FILE.
006456 01  CLEAR-RECORD            PIC X(80).
006500 WORKING-STORAGE SECTION.
006600 77  RULES-STATUS            PIC X(02).
006700 77  DATA-STATUS             PIC X(02).
006800 77  BODY-STATUS             PIC X(02).
006900 77  SPOOL-STATUS            PIC X(02).
006925 77  STATE-STATUS            PIC X(02).
006950 77  ACK-STATUS              PIC X(02).
006975 77  CLEAR-STATUS            PIC X(02).
007000 77  DATA-NAME               PIC X(40) VALUE SPACES.
007100 77  EOF-SW                  PIC X(01) VALUE "N".
007200     88  FILE-AT-END         VALUE "Y".
009800 77  AGE-DAYS                PIC S9(05) COMP VALUE ZERO.
009900 01  ALERT-LINES.
010000     05  ALERT-LINE OCCURS 30 TIMES PIC X(80).
010025 01  ALERT-NOTES.
010050     05  ALERT-NOTE OCCURS 30 TIMES PIC X(80).
010100 77  ALERT-COUNT             PIC 9(02) VALUE ZERO.
010200 77  ALERT-IX                PIC 9(02).
010300 77  WORST-SEVERITY          PIC X(01) VALUE SPACE.
010800 77  ED-7B                   PIC Z(6)9.
010900 01  BODY-LINE               PIC X(80).
011000 01  SPOOL-LINE              PIC X(250).
011001 77  ACK-KEEP-COUNT          PIC 9(03) VALUE ZERO.
011002 77  ACK-KEEP-IX             PIC 9(03) VALUE ZERO.
011003 01  ACK-KEEP-LINES.
011004     05  ACK-KEEP-LINE OCCURS 100 TIMES PIC X(57).
011005******************************************************************
011010*  INCOPEN'S LINKAGE AREA, LAID OUT EXACTLY AS INCOPEN DECLARES  *
011015*  IT.                                                           *
011020******************************************************************
011025 01  INCOPEN-AREA.
011030     05  INC-SOURCE          PIC X(08).
011035     05  INC-KEY             PIC X(30).
011040     05  INC-SEVERITY        PIC X(01).
011045     05  INC-OPERATOR        PIC X(12).
011050     05  INC-TITLE           PIC X(70).
011055     05  INC-RESULT          PIC X(01).
011060     05  INC-ID              PIC 9(06).
011061******************************************************************
011062*  THE RULES IN ALERT: ALERT.STATE AS LOADED, PLUS WHAT THIS RUN *
011063*  FOUND (AS-SEEN, AND THE WORST SEVERITY, ITS LINE AND ITS      *
011064*  REPEAT INTERVAL WHEN MORE THAN ONE RULE SHARES THE KEY).      *
011065******************************************************************
011066 01  ALERT-STATE-TABLE.
011067     05  ALERT-STATE OCCURS 50 TIMES.
011068         10  AS-FILE         PIC X(20).
011069         10  AS-CONDITION    PIC X(09).
011070         10  AS-SEVERITY     PIC X(01).
011071         10  AS-INCIDENT     PIC 9(06).
011072         10  AS-FIRST-DATE   PIC 9(08).
011073         10  AS-FIRST-TIME   PIC 9(06).
011074         10  AS-LAST-DATE    PIC 9(08).
011075         10  AS-LAST-TIME    PIC 9(06).
011076         10  AS-ACK          PIC X(01).
011077             88  AS-ACKNOWLEDGED VALUE "Y".
011078         10  AS-ACK-BY       PIC X(40).
011079         10  AS-SEEN         PIC X(01).
011080             88  AS-STILL-FIRING VALUE "Y".
011081         10  AS-RUN-SEVERITY PIC X(01).
011082         10  AS-RUN-REPEAT   PIC 9(05).
011083         10  AS-RUN-LINE     PIC X(70).
011084 77  STATE-COUNT             PIC 9(02) VALUE ZERO.
011085 77  STATE-IX                PIC 9(02) VALUE ZERO.
011086 77  HIT-IX                  PIC 9(02) VALUE ZERO.
011087 77  STATE-OVERFLOW          PIC X(01) VALUE "N".
011088 77  ACK-EOF-SW              PIC X(01) VALUE "N".
011089     88  ACKS-AT-END         VALUE "Y".
011090 77  ACK-APPLIED             PIC X(01) VALUE "N".
011091 77  ACK-LINE-COUNT          PIC 9(05) VALUE ZERO.
011092 77  RULE-REPEAT             PIC 9(05) VALUE ZERO.
011093 77  NOTIFY-REASON           PIC X(01) VALUE SPACE.
011094     88  NOTIFY-NEW          VALUE "N".
011095     88  NOTIFY-WORSE        VALUE "W".
011096     88  NOTIFY-REPEAT       VALUE "R".
011097 77  OLD-SEVERITY            PIC X(01) VALUE SPACE.
011098 77  LINE-SEVERITY           PIC X(01) VALUE SPACE.
011099 01  LINE-TEXT               PIC X(70).
011100 01  LINE-NOTE               PIC X(80).
011101 77  CLEAR-COUNT             PIC 9(02) VALUE ZERO.
011102 01  CLEAR-LINES.
011103     05  CLEAR-LINE OCCURS 50 TIMES PIC X(80).
011104 01  CLEAR-NOTES.
011105     05  CLEAR-NOTE OCCURS 50 TIMES PIC X(80).
011106 01  CLOCK-NOW               PIC 9(08).
011107 77  NOW-HMS                 PIC 9(06) VALUE ZERO.
011108 77  NOW-MINUTES             PIC S9(09) COMP VALUE ZERO.
011109 77  LAST-MINUTES            PIC S9(09) COMP VALUE ZERO.
011110 77  ELAPSED-MINUTES         PIC S9(09) COMP VALUE ZERO.
011111 01  CALC-TIME.
011112     05  CT-HH               PIC 9(02).
011113     05  CT-MM               PIC 9(02).
011114     05  CT-SS               PIC 9(02).
011115 77  ED-ID                   PIC Z(5)9.
011116 01  SINCE-STAMP.
011117     05  SS-YEAR             PIC X(04).
011118     05  FILLER              PIC X(01) VALUE "-".
011119     05  SS-MONTH            PIC X(02).
011120     05  FILLER              PIC X(01) VALUE "-".
011121     05  SS-DAY              PIC X(02).
011122     05  FILLER              PIC X(01) VALUE SPACE.
011123     05  SS-HOUR             PIC X(02).
011124     05  FILLER              PIC X(01) VALUE ":".
011125     05  SS-MINUTE           PIC X(02).
011126 PROCEDURE DIVISION.
011200******************************************************************
011300*  0000-MAINLINE.                                                *
011400******************************************************************
011800     MOVE TODAY-YMD(5:2) TO TD-MONTH.
011900     MOVE TODAY-YMD(7:2) TO TD-DAY.
012000     COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-YMD).
012020     ACCEPT CLOCK-NOW FROM TIME.
012040     MOVE CLOCK-NOW(1:6) TO NOW-HMS.
012060     MOVE NOW-HMS TO CALC-TIME.
012080     COMPUTE NOW-MINUTES = TODAY-INT * 1440 + CT-HH * 60 + CT-MM.
012100     MOVE "N" TO RULES-EOF-SW.
012200     OPEN INPUT RULES-FILE.
012300     IF RULES-STATUS NOT = "00"
012600             CLOSE RULES-FILE
012700         END-IF
012800         STOP RUN.
012825     PERFORM 1000-LOAD-STATE THRU 1000-EXIT.
012850     PERFORM 1100-APPLY-ACKS THRU 1100-EXIT.
012900     PERFORM 2000-ONE-RULE THRU 2000-EXIT
013000         UNTIL RULES-AT-END.
013100     CLOSE RULES-FILE.
013125     PERFORM 6000-SETTLE-ONE THRU 6000-EXIT
013150         VARYING STATE-IX FROM 1 BY 1
013175         UNTIL STATE-IX > STATE-COUNT.
013200     IF ALERT-COUNT = ZERO
013300         DISPLAY "ALERTMON: NO ALERTS DUE FOR MAIL"
013400     ELSE
013500         PERFORM 5000-SEND-ALERTS THRU 5000-EXIT
013600         DISPLAY "ALERTMON: " ALERT-COUNT
013700                 " ALERT(S) QUEUED FOR MAIL".
013710     IF CLEAR-COUNT > ZERO
013720         PERFORM 5500-SEND-ALL-CLEAR THRU 5500-EXIT
013730         DISPLAY "ALERTMON: " CLEAR-COUNT
013740                 " CONDITION(S) BACK TO NORMAL".
013750     PERFORM 7000-SAVE-STATE THRU 7000-EXIT.
013800     STOP RUN.
013801******************************************************************
013802*  1000-LOAD-STATE - THE RULES THAT WERE IN ALERT LAST RUN.  A   *
013803*  STATE FILE TOO BIG FOR THE TABLE IS NEVER SAVED BACK.         *
013804******************************************************************
013805 1000-LOAD-STATE.
013806     MOVE ZERO TO STATE-COUNT.
013807     MOVE "N" TO EOF-SW.
013808     OPEN INPUT STATE-FILE.
013809     IF STATE-STATUS NOT = "00"
013810         IF STATE-STATUS = "05"
013811             CLOSE STATE-FILE
013812         END-IF
013813         GO TO 1000-EXIT.
013814     PERFORM 1010-LOAD-ONE THRU 1010-EXIT
013815         UNTIL FILE-AT-END.
013816     CLOSE STATE-FILE.
013817 1000-EXIT.
013818     EXIT.
013819 1010-LOAD-ONE.
013820     READ STATE-FILE
013821         AT END
013822             MOVE "Y" TO EOF-SW
013823             GO TO 1010-EXIT
013824     END-READ.
013825     IF SR-FILE = SPACES
013826         GO TO 1010-EXIT.
013827     IF STATE-COUNT >= 50
013828         MOVE "Y" TO STATE-OVERFLOW
013829         GO TO 1010-EXIT.
013830     ADD 1 TO STATE-COUNT.
013831     MOVE SR-FILE TO AS-FILE(STATE-COUNT).
013832     MOVE SR-CONDITION TO AS-CONDITION(STATE-COUNT).
013833     MOVE SR-SEVERITY TO AS-SEVERITY(STATE-COUNT).
013834     MOVE SR-INCIDENT TO AS-INCIDENT(STATE-COUNT).
013835     MOVE SR-FIRST-DATE TO AS-FIRST-DATE(STATE-COUNT).
013836     MOVE SR-FIRST-TIME TO AS-FIRST-TIME(STATE-COUNT).
013837     MOVE SR-LAST-DATE TO AS-LAST-DATE(STATE-COUNT).
013838     MOVE SR-LAST-TIME TO AS-LAST-TIME(STATE-COUNT).
013839     MOVE SR-ACK TO AS-ACK(STATE-COUNT).
013840     MOVE SR-ACK-BY TO AS-ACK-BY(STATE-COUNT).
013841     MOVE "N" TO AS-SEEN(STATE-COUNT).
013842     MOVE SPACE TO AS-RUN-SEVERITY(STATE-COUNT).
013843     MOVE ZERO TO AS-RUN-REPEAT(STATE-COUNT).
013844     MOVE SPACES TO AS-RUN-LINE(STATE-COUNT).
013845 1010-EXIT.
013846     EXIT.
013847******************************************************************
013848*  1100-APPLY-ACKS - MARK THE ACKNOWLEDGED ALERTS.  AN ACK FOR   *
013849*  AN INCIDENT NOT IN ALERT (ALREADY CLEARED, OR A TYPO) IS      *
013850*  SHOWN AND DROPPED.                                            *
013851******************************************************************
013852 1100-APPLY-ACKS.
013853     MOVE "N" TO ACK-EOF-SW.
013854     OPEN INPUT ACK-FILE.
013855     IF ACK-STATUS NOT = "00"
013856         IF ACK-STATUS = "05"
013857             CLOSE ACK-FILE
013858         END-IF
013859         GO TO 1100-EXIT.
013860     MOVE ZERO TO ACK-LINE-COUNT.
013861     PERFORM 1110-ONE-ACK THRU 1110-EXIT
013862         UNTIL ACKS-AT-END.
013863     CLOSE ACK-FILE.
013864 1100-EXIT.
013865     EXIT.
013866 1110-ONE-ACK.
013867     READ ACK-FILE
013868         AT END
013869             MOVE "Y" TO ACK-EOF-SW
013870             GO TO 1110-EXIT
013871     END-READ.
013872     ADD 1 TO ACK-LINE-COUNT.
013873     IF AK-INCIDENT IS NOT NUMERIC OR AK-INCIDENT = ZERO
013874         GO TO 1110-EXIT.
013875     MOVE "N" TO ACK-APPLIED.
013876     PERFORM 1120-ACK-MATCH THRU 1120-EXIT
013877         VARYING STATE-IX FROM 1 BY 1
013878         UNTIL STATE-IX > STATE-COUNT.
013879     MOVE AK-INCIDENT TO ED-ID.
013880     IF ACK-APPLIED = "Y"
013881         DISPLAY "INCIDENT " ED-ID " ACKNOWLEDGED BY "
013882                 FUNCTION TRIM(AK-BY)
013883     ELSE
013884         DISPLAY "ACK FOR INCIDENT " ED-ID
013885                 " MATCHES NO ALERT IN PROGRESS - DROPPED".
013886 1110-EXIT.
013887     EXIT.
013888 1120-ACK-MATCH.
013889     IF AS-INCIDENT(STATE-IX) = AK-INCIDENT
013890         MOVE "Y" TO AS-ACK(STATE-IX)
013891         MOVE AK-BY TO AS-ACK-BY(STATE-IX)
013892         MOVE "Y" TO ACK-APPLIED.
013893 1120-EXIT.
013894     EXIT.
013900******************************************************************
014000*  2000-ONE-RULE - EVALUATE ONE CONFIGURED CONDITION.            *
014100******************************************************************
029500 3110-EXIT.
029600     EXIT.
029700******************************************************************
029800*  4000-RAISE-ALERT - THE RULE HAS FIRED: OPEN ITS INCIDENT AND  *
029900*  RECORD IT AGAINST ITS ALERT.STATE ENTRY.  WHETHER IT IS       *
030000*  MAILED IS DECIDED ONCE ALL THE RULES HAVE RUN.                *
030100******************************************************************
030200 4000-RAISE-ALERT.
030225     DISPLAY "SEV " RU-SEVERITY ": " BODY-LINE(1:70).
030250     PERFORM 4100-OPEN-INCIDENT THRU 4100-EXIT.
030350     PERFORM 4200-MARK-STATE THRU 4200-EXIT.
031300 4000-EXIT.
031400     EXIT.
031402******************************************************************
031404*  4100-OPEN-INCIDENT - ONE INCIDENT PER FILE AND CONDITION      *
031406*  UNTIL IT IS CLOSED.                                           *
031408******************************************************************
031410 4100-OPEN-INCIDENT.
031412     MOVE SPACES TO INCOPEN-AREA.
031414     MOVE "ALERTMON" TO INC-SOURCE.
031416     STRING RU-FILE DELIMITED BY SPACE
031418            " " DELIMITED BY SIZE
031420            RU-CONDITION DELIMITED BY SPACE
031422         INTO INC-KEY.
031424     MOVE RU-SEVERITY TO INC-SEVERITY.
031426     MOVE "AUTO" TO INC-OPERATOR.
031428     MOVE BODY-LINE(1:70) TO INC-TITLE.
031430     CALL "INCOPEN" USING INCOPEN-AREA.
031432     IF INC-RESULT = "N"
031434         DISPLAY "OPENED INCIDENT " INC-ID
031436                 " FOR " FUNCTION TRIM(INC-KEY).
031438 4100-EXIT.
031440     EXIT.
031441******************************************************************
031442*  4200-MARK-STATE - FIND (OR START) THE ENTRY FOR THIS FILE AND *
031443*  CONDITION.  OF SEVERAL RULES ON ONE KEY THE WORST SEVERITY    *
031444*  (ALPHABETICALLY LOWEST CHARACTER, SO A BEATS B BEATS C) WINS. *
031445******************************************************************
031446 4200-MARK-STATE.
031447     IF RU-REPEAT IS NUMERIC AND RU-REPEAT > ZERO
031448         MOVE RU-REPEAT TO RULE-REPEAT
031449     ELSE
031450         MOVE 240 TO RULE-REPEAT.
031451     MOVE ZERO TO HIT-IX.
031452     PERFORM 4210-FIND-KEY THRU 4210-EXIT
031453         VARYING STATE-IX FROM 1 BY 1
031454         UNTIL STATE-IX > STATE-COUNT OR HIT-IX > ZERO.
031455     IF HIT-IX = ZERO
031456         IF STATE-COUNT >= 50
031457             MOVE "Y" TO STATE-OVERFLOW
031458             MOVE RU-SEVERITY TO LINE-SEVERITY
031459             MOVE BODY-LINE(1:70) TO LINE-TEXT
031460             MOVE SPACES TO LINE-NOTE
031461             MOVE "       NOT TRACKED - ALERT.STATE IS FULL"
031462                 TO LINE-NOTE
031463             PERFORM 4300-ADD-ALERT-LINE THRU 4300-EXIT
031464             GO TO 4200-EXIT
031465         END-IF
031466         ADD 1 TO STATE-COUNT
031467         MOVE STATE-COUNT TO HIT-IX
031468         MOVE RU-FILE TO AS-FILE(HIT-IX)
031469         MOVE RU-CONDITION TO AS-CONDITION(HIT-IX)
031470         MOVE SPACE TO AS-SEVERITY(HIT-IX)
031471         MOVE TODAY-YMD TO AS-FIRST-DATE(HIT-IX)
031472         MOVE NOW-HMS TO AS-FIRST-TIME(HIT-IX)
031473         MOVE ZERO TO AS-LAST-DATE(HIT-IX)
031474         MOVE ZERO TO AS-LAST-TIME(HIT-IX)
031475         MOVE "N" TO AS-ACK(HIT-IX)
031476         MOVE SPACES TO AS-ACK-BY(HIT-IX)
031477         MOVE "N" TO AS-SEEN(HIT-IX)
031478         MOVE SPACE TO AS-RUN-SEVERITY(HIT-IX).
031479     IF INC-ID IS NUMERIC AND INC-ID > ZERO
031480         MOVE INC-ID TO AS-INCIDENT(HIT-IX).
031481     IF HIT-IX = ZERO
031482         GO TO 4200-EXIT.
031483     IF AS-STILL-FIRING(HIT-IX)
031484        AND RU-SEVERITY NOT < AS-RUN-SEVERITY(HIT-IX)
031485         GO TO 4200-EXIT.
031486     MOVE "Y" TO AS-SEEN(HIT-IX).
031487     MOVE RU-SEVERITY TO AS-RUN-SEVERITY(HIT-IX).
031488     MOVE RULE-REPEAT TO AS-RUN-REPEAT(HIT-IX).
031489     MOVE BODY-LINE(1:70) TO AS-RUN-LINE(HIT-IX).
031490 4200-EXIT.
031491     EXIT.
031492 4210-FIND-KEY.
031493     IF AS-FILE(STATE-IX) = RU-FILE
031494        AND AS-CONDITION(STATE-IX) = RU-CONDITION
031495         MOVE STATE-IX TO HIT-IX.
031496 4210-EXIT.
031497     EXIT.
031498******************************************************************
031499*  4300-ADD-ALERT-LINE - ONE ALERT INTO THE MAIL, TRACKING THE   *
031500*  WORST SEVERITY MAILED FOR THE SUBJECT.                        *
031501******************************************************************
031502 4300-ADD-ALERT-LINE.
031503     IF ALERT-COUNT >= 30
031504         GO TO 4300-EXIT.
031505     ADD 1 TO ALERT-COUNT.
031506     MOVE SPACES TO ALERT-LINE(ALERT-COUNT).
031507     STRING "SEV " LINE-SEVERITY ": " LINE-TEXT
031508         DELIMITED BY SIZE INTO ALERT-LINE(ALERT-COUNT).
031509     MOVE LINE-NOTE TO ALERT-NOTE(ALERT-COUNT).
031510     IF WORST-SEVERITY = SPACE
031511        OR LINE-SEVERITY < WORST-SEVERITY
031512         MOVE LINE-SEVERITY TO WORST-SEVERITY.
031513 4300-EXIT.
031514     EXIT.
031515******************************************************************
031600*  5000-SEND-ALERTS - ONE CONSOLIDATED MAIL PER RUN.             *
031700******************************************************************
031800 5000-SEND-ALERTS.
032700     PERFORM VARYING ALERT-IX FROM 1 BY 1
032800         UNTIL ALERT-IX > ALERT-COUNT
032900         WRITE BODY-RECORD FROM ALERT-LINE(ALERT-IX)
032950         WRITE BODY-RECORD FROM ALERT-NOTE(ALERT-IX)
033000     END-PERFORM.
033005     MOVE SPACES TO BODY-RECORD.
033010     WRITE BODY-RECORD.
033015     MOVE "TO STOP THE REPEATS, MAIL THE COMMAND MAILBOX WITH"
033020         TO BODY-RECORD.
033025     WRITE BODY-RECORD.
033030     MOVE "THE SUBJECT ACK AND THE INCIDENT NUMBER, OR USE"
033035         TO BODY-RECORD.
033040     WRITE BODY-RECORD.
033045     MOVE "OPTION A OF THE INCIDENT SCREEN.  A WORSENED ALERT"
033050         TO BODY-RECORD.
033055     WRITE BODY-RECORD.
033075     MOVE "IS ALWAYS SENT." TO BODY-RECORD.
033095     WRITE BODY-RECORD.
033100     CLOSE BODY-FILE.
033200     OPEN EXTEND SPOOL-FILE.
033300     IF SPOOL-STATUS = "00" OR SPOOL-STATUS = "05"
033600                WORST-SEVERITY " " TODAY-DASHED
033700                "|@ALERT.MAI|"
033800             DELIMITED BY SIZE INTO SPOOL-LINE
033810         IF WORST-SEVERITY = "1"
033820             MOVE SPACES TO SPOOL-LINE
033830             STRING "P|LIST:ALERT|SHOP ALERT SEV "
033840                    WORST-SEVERITY " " TODAY-DASHED
033850                    "|@ALERT.MAI||||URGENT"
033860                 DELIMITED BY SIZE INTO SPOOL-LINE
033870         END-IF
033900         WRITE SPOOL-RECORD FROM SPOOL-LINE
034000     ELSE
034100         DISPLAY "CANNOT QUEUE THE ALERT MAIL".
034200     CLOSE SPOOL-FILE.
034300 5000-EXIT.
034400     EXIT.
034401******************************************************************
034402*  5500-SEND-ALL-CLEAR - THE CONDITIONS BACK TO NORMAL SINCE THE *
034403*  LAST RUN, IN ONE MAIL TO THE SAME LIST.                       *
034404******************************************************************
034405 5500-SEND-ALL-CLEAR.
034406     OPEN OUTPUT CLEAR-FILE.
034407     IF CLEAR-STATUS NOT = "00" AND CLEAR-STATUS NOT = "05"
034408         DISPLAY "CANNOT WRITE ALERTCLR.MAI"
034409         GO TO 5500-EXIT.
034410     MOVE SPACES TO BODY-LINE.
034411     STRING "SHOP ALERTS CLEARED " TODAY-DASHED
034412         DELIMITED BY SIZE INTO BODY-LINE.
034413     WRITE CLEAR-RECORD FROM BODY-LINE.
034414     PERFORM VARYING ALERT-IX FROM 1 BY 1
034415         UNTIL ALERT-IX > CLEAR-COUNT
034416         WRITE CLEAR-RECORD FROM CLEAR-LINE(ALERT-IX)
034417         WRITE CLEAR-RECORD FROM CLEAR-NOTE(ALERT-IX)
034418     END-PERFORM.
034419     MOVE SPACES TO CLEAR-RECORD.
034420     WRITE CLEAR-RECORD.
034421     MOVE "THE INCIDENTS STAY OPEN UNTIL CLOSED WITH A CAUSE"
034422         TO CLEAR-RECORD.
034423     WRITE CLEAR-RECORD.
034424     MOVE "ON THE INCIDENT SCREEN." TO CLEAR-RECORD.
034425     WRITE CLEAR-RECORD.
034426     CLOSE CLEAR-FILE.
034427     OPEN EXTEND SPOOL-FILE.
034428     IF SPOOL-STATUS = "00" OR SPOOL-STATUS = "05"
034429         MOVE SPACES TO SPOOL-LINE
034430         STRING "P|LIST:ALERT|SHOP ALL CLEAR " TODAY-DASHED
034431                "|@ALERTCLR.MAI|"
034432             DELIMITED BY SIZE INTO SPOOL-LINE
034433         WRITE SPOOL-RECORD FROM SPOOL-LINE
034434     ELSE
034435         DISPLAY "CANNOT QUEUE THE ALL-CLEAR MAIL".
034436     CLOSE SPOOL-FILE.
034437 5500-EXIT.
034438     EXIT.
034439******************************************************************
034440*  6000-SETTLE-ONE - DECIDE WHAT ONE ALERT.STATE ENTRY GETS THIS *
034441*  RUN: FIRST NOTICE, WORSENED, REPEAT (UNACKNOWLEDGED AND THE   *
034442*  INTERVAL RUN OUT), NOTHING, OR ALL CLEAR WHEN NO RULE FIRED.  *
034443******************************************************************
034444 6000-SETTLE-ONE.
034445     IF NOT AS-STILL-FIRING(STATE-IX)
034446         PERFORM 6100-ADD-CLEAR-LINE THRU 6100-EXIT
034447         GO TO 6000-EXIT.
034448     MOVE SPACE TO NOTIFY-REASON.
034449     MOVE AS-SEVERITY(STATE-IX) TO OLD-SEVERITY.
034450     IF OLD-SEVERITY = SPACE
034451         MOVE "N" TO NOTIFY-REASON
034452     ELSE
034453         IF AS-RUN-SEVERITY(STATE-IX) < OLD-SEVERITY
034454             MOVE "W" TO NOTIFY-REASON
034455             MOVE "N" TO AS-ACK(STATE-IX)
034456             MOVE SPACES TO AS-ACK-BY(STATE-IX)
034457         ELSE
034458             IF NOT AS-ACKNOWLEDGED(STATE-IX)
034459                 PERFORM 6200-MINUTES-SINCE THRU 6200-EXIT
034460                 IF ELAPSED-MINUTES >= AS-RUN-REPEAT(STATE-IX)
034461                     MOVE "R" TO NOTIFY-REASON
034462                 END-IF
034463             END-IF
034464         END-IF
034465     END-IF.
034466     MOVE AS-RUN-SEVERITY(STATE-IX) TO AS-SEVERITY(STATE-IX).
034467     IF NOTIFY-REASON = SPACE
034468         GO TO 6000-EXIT.
034469     MOVE TODAY-YMD TO AS-LAST-DATE(STATE-IX).
034470     MOVE NOW-HMS TO AS-LAST-TIME(STATE-IX).
034471     MOVE AS-INCIDENT(STATE-IX) TO ED-ID.
034472     MOVE AS-FIRST-DATE(STATE-IX) TO FILE-YMD.
034473     MOVE AS-FIRST-TIME(STATE-IX) TO CALC-TIME.
034474     PERFORM 8000-FORMAT-SINCE THRU 8000-EXIT.
034475     MOVE SPACES TO LINE-NOTE.
034476     IF NOTIFY-NEW
034477         STRING "       INCIDENT " FUNCTION TRIM(ED-ID)
034478                " - NEW ALERT"
034479             DELIMITED BY SIZE INTO LINE-NOTE.
034480     IF NOTIFY-WORSE
034481         STRING "       INCIDENT " FUNCTION TRIM(ED-ID)
034482                " - WORSE, WAS SEV "
034483                OLD-SEVERITY ", IN ALERT SINCE " SINCE-STAMP
034484             DELIMITED BY SIZE INTO LINE-NOTE.
034485     IF NOTIFY-REPEAT
034486         STRING "       INCIDENT " FUNCTION TRIM(ED-ID)
034487                " - REPEAT, NOT ACKNOWLEDGED, IN ALERT SINCE "
034488                SINCE-STAMP
034489             DELIMITED BY SIZE INTO LINE-NOTE.
034490     MOVE AS-RUN-SEVERITY(STATE-IX) TO LINE-SEVERITY.
034491     MOVE AS-RUN-LINE(STATE-IX) TO LINE-TEXT.
034492     PERFORM 4300-ADD-ALERT-LINE THRU 4300-EXIT.
034493 6000-EXIT.
034494     EXIT.
034495******************************************************************
034496*  6100-ADD-CLEAR-LINE - A RULE THAT HAS STOPPED FIRING.  IT     *
034497*  DROPS OUT OF ALERT.STATE WHEN THE STATE IS SAVED.             *
034498******************************************************************
034499 6100-ADD-CLEAR-LINE.
034500     IF CLEAR-COUNT >= 50
034501         GO TO 6100-EXIT.
034502     ADD 1 TO CLEAR-COUNT.
034503     MOVE AS-INCIDENT(STATE-IX) TO ED-ID.
034504     MOVE SPACES TO CLEAR-LINE(CLEAR-COUNT).
034505     STRING "CLEAR: " DELIMITED BY SIZE
034506            AS-FILE(STATE-IX) DELIMITED BY SPACE
034507            " " DELIMITED BY SIZE
034508            AS-CONDITION(STATE-IX) DELIMITED BY SPACE
034509            " - SEV " AS-SEVERITY(STATE-IX)
034510            ", INCIDENT " FUNCTION TRIM(ED-ID)
034511            DELIMITED BY SIZE
034512         INTO CLEAR-LINE(CLEAR-COUNT).
034513     MOVE AS-FIRST-DATE(STATE-IX) TO FILE-YMD.
034514     MOVE AS-FIRST-TIME(STATE-IX) TO CALC-TIME.
034515     PERFORM 8000-FORMAT-SINCE THRU 8000-EXIT.
034516     MOVE SPACES TO CLEAR-NOTE(CLEAR-COUNT).
034517     IF AS-ACKNOWLEDGED(STATE-IX)
034518         STRING "       IN ALERT SINCE " SINCE-STAMP
034519                ", ACKNOWLEDGED BY " DELIMITED BY SIZE
034520                AS-ACK-BY(STATE-IX) DELIMITED BY SPACE
034521             INTO CLEAR-NOTE(CLEAR-COUNT)
034522     ELSE
034523         STRING "       IN ALERT SINCE " SINCE-STAMP
034524                ", NEVER ACKNOWLEDGED"
034525             DELIMITED BY SIZE INTO CLEAR-NOTE(CLEAR-COUNT).
034526     DISPLAY CLEAR-LINE(CLEAR-COUNT).
034527 6100-EXIT.
034528     EXIT.
034529******************************************************************
034530*  6200-MINUTES-SINCE - MINUTES FROM THE LAST MAIL FOR THE ENTRY *
034531*  TO NOW.  NO USABLE LAST-MAIL STAMP COUNTS AS LONG AGO.        *
034532******************************************************************
034533 6200-MINUTES-SINCE.
034534     MOVE 99999 TO ELAPSED-MINUTES.
034535     IF AS-LAST-DATE(STATE-IX) IS NOT NUMERIC
034536        OR AS-LAST-DATE(STATE-IX) < 17000101
034537        OR AS-LAST-TIME(STATE-IX) IS NOT NUMERIC
034538         GO TO 6200-EXIT.
034539     MOVE AS-LAST-TIME(STATE-IX) TO CALC-TIME.
034540     COMPUTE LAST-MINUTES =
034541         FUNCTION INTEGER-OF-DATE(AS-LAST-DATE(STATE-IX)) * 1440
034542         + CT-HH * 60 + CT-MM.
034543     COMPUTE ELAPSED-MINUTES = NOW-MINUTES - LAST-MINUTES.
034544 6200-EXIT.
034545     EXIT.
034546******************************************************************
034547*  7000-SAVE-STATE - THE RULES STILL IN ALERT BACK TO            *
034548*  ALERT.STATE, THEN TAKE THE ACKS JUST APPLIED OUT OF ALERT.ACK.*
034549******************************************************************
034550 7000-SAVE-STATE.
034551     IF STATE-OVERFLOW = "Y"
034552         DISPLAY "ALERT.STATE HOLDS MORE THAN 50 ALERTS - "
034553                 "NOT SAVED"
034554         GO TO 7000-EXIT.
034555     OPEN OUTPUT STATE-FILE.
034556     IF STATE-STATUS NOT = "00" AND STATE-STATUS NOT = "05"
034557         DISPLAY "CANNOT REWRITE ALERT.STATE, STATUS "
034558                 STATE-STATUS
034559         GO TO 7000-EXIT.
034560     PERFORM 7010-SAVE-ONE THRU 7010-EXIT
034561         VARYING STATE-IX FROM 1 BY 1
034562         UNTIL STATE-IX > STATE-COUNT.
034563     CLOSE STATE-FILE.
034564     IF ACK-LINE-COUNT > ZERO
034565         PERFORM 7100-KEEP-NEW-ACKS THRU 7100-EXIT.
034567 7000-EXIT.
034568     EXIT.
034569 7010-SAVE-ONE.
034570     IF NOT AS-STILL-FIRING(STATE-IX)
034571         GO TO 7010-EXIT.
034572     MOVE SPACES TO STATE-RECORD.
034573     MOVE AS-FILE(STATE-IX) TO SR-FILE.
034574     MOVE AS-CONDITION(STATE-IX) TO SR-CONDITION.
034575     MOVE AS-SEVERITY(STATE-IX) TO SR-SEVERITY.
034576     MOVE AS-INCIDENT(STATE-IX) TO SR-INCIDENT.
034577     MOVE AS-FIRST-DATE(STATE-IX) TO SR-FIRST-DATE.
034578     MOVE AS-FIRST-TIME(STATE-IX) TO SR-FIRST-TIME.
034579     MOVE AS-LAST-DATE(STATE-IX) TO SR-LAST-DATE.
034580     MOVE AS-LAST-TIME(STATE-IX) TO SR-LAST-TIME.
034581     MOVE AS-ACK(STATE-IX) TO SR-ACK.
034582     MOVE AS-ACK-BY(STATE-IX) TO SR-ACK-BY.
034583     WRITE STATE-RECORD.
034584 7010-EXIT.
034585     EXIT.
034586******************************************************************
034587*  7100-KEEP-NEW-ACKS - ALERT.ACK MAY HAVE GROWN WHILE THIS RUN  *
034588*  WAS UNDER WAY (INCIDENT OPTION A, READER'S ACK).  THE LINES   *
034589*  1100-APPLY-ACKS READ ARE DROPPED AND ANY LATER ONES ARE       *
034590*  WRITTEN BACK FOR THE NEXT RUN.                                *
034591******************************************************************
034592 7100-KEEP-NEW-ACKS.
034593     MOVE ZERO TO ACK-KEEP-COUNT.
034594     MOVE "N" TO ACK-EOF-SW.
034595     OPEN INPUT ACK-FILE.
034596     IF ACK-STATUS NOT = "00"
034597         IF ACK-STATUS = "05"
034598             CLOSE ACK-FILE
034599         END-IF
034600         GO TO 7100-EXIT.
034601     PERFORM 7110-SKIP-ONE THRU 7110-EXIT
034602         ACK-LINE-COUNT TIMES.
034603     PERFORM 7120-KEEP-ONE THRU 7120-EXIT
034604         UNTIL ACKS-AT-END.
034605     CLOSE ACK-FILE.
034606     IF ACK-KEEP-COUNT > 100
034607         DISPLAY "MORE THAN 100 ACKS ARRIVED DURING THE RUN - "
034608                 "ALERT.ACK LEFT AS IT IS"
034609         GO TO 7100-EXIT.
034610     OPEN OUTPUT ACK-FILE.
034611     IF ACK-STATUS NOT = "00" AND ACK-STATUS NOT = "05"
034612         DISPLAY "CANNOT REWRITE ALERT.ACK, STATUS " ACK-STATUS
034613         GO TO 7100-EXIT.
034614     PERFORM 7130-WRITE-ONE THRU 7130-EXIT
034615         VARYING ACK-KEEP-IX FROM 1 BY 1
034616         UNTIL ACK-KEEP-IX > ACK-KEEP-COUNT.
034617     CLOSE ACK-FILE.
034618 7100-EXIT.
034619     EXIT.
034620 7110-SKIP-ONE.
034621     IF ACKS-AT-END
034622         GO TO 7110-EXIT.
034623     READ ACK-FILE
034624         AT END
034625             MOVE "Y" TO ACK-EOF-SW
034626     END-READ.
034627 7110-EXIT.
034628     EXIT.
034629 7120-KEEP-ONE.
034630     READ ACK-FILE
034631         AT END
034632             MOVE "Y" TO ACK-EOF-SW
034633             GO TO 7120-EXIT
034634     END-READ.
034635     ADD 1 TO ACK-KEEP-COUNT.
034636     IF ACK-KEEP-COUNT > 100
034637         MOVE "Y" TO ACK-EOF-SW
034638         GO TO 7120-EXIT.
034639     MOVE ACK-RECORD TO ACK-KEEP-LINE(ACK-KEEP-COUNT).
034640 7120-EXIT.
034641     EXIT.
034642 7130-WRITE-ONE.
034643     WRITE ACK-RECORD FROM ACK-KEEP-LINE(ACK-KEEP-IX).
034644 7130-EXIT.
034645     EXIT.
034646******************************************************************
034647*  8000-FORMAT-SINCE - FILE-YMD AND CALC-TIME AS                 *
034648*  YYYY-MM-DD HH:MM IN SINCE-STAMP.                              *
034649******************************************************************
034650 8000-FORMAT-SINCE.
034651     MOVE FILE-YMD(1:4) TO SS-YEAR.
034652     MOVE FILE-YMD(5:2) TO SS-MONTH.
034653     MOVE FILE-YMD(7:2) TO SS-DAY.
034654     MOVE CT-HH TO SS-HOUR.
034655     MOVE CT-MM TO SS-MINUTE.
034656 8000-EXIT.
034657     EXIT.
034658 END PROGRAM ALERTMON.
