001200*      .2048-CONTEST (PUZZLE NAME, DEADLINE, START DATE) SO THE  *
001300*      GAME STAMPS ITS RESULTS, AND QUEUE ONE LIST-ADDRESSED     *
001400*      SEND REQUEST FOR THE CONTEST AUDIENCE (LIST:CONTEST).     *
001410*      THE PUZZLE IS ASKED FOR BY NUMBER, OR BY A GRADE A TO D   *
001420*      AS GRADE48 STORED IT ON THE GOAL LINE - THEN THE FIRST    *
001430*      PUZZLE OF THAT GRADE THAT IS NOT THE CURRENT CONTEST IS   *
001440*      TAKEN.  A PUZZLE GRADE48 NEVER SOLVED (GRADE U) IS NOT    *
001450*      PUBLISHED, AND THE GRADING FIGURES STAY OUT OF THE MAIL.  *
001500*                                                                *
001600*  R - RESULTS: GATHER THE 'CONTEST' RECORDS FROM THIS           *
001700*      TERMINAL'S .2048-CHALLENGE-RESULTS PLUS EVERY FILE        *
002300******************************************************************
002400*  MODIFICATION HISTORY                                          *
002500*  09/02/26 OSG  INITIAL VERSION.                                *
002550*  10/15/26 OSG  PUBLISH BY GRADE; NEVER-SOLVED PUZZLES SKIPPED. *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
009900******************************************************************
010000*  PUBLISH STATE.                                                *
010100******************************************************************
010125 77  PUZZLE-ANSWER           PIC X(02).
010150 77  PICK-GRADE              PIC X(01) VALUE SPACE.
010200 77  PUZZLE-PICK             PIC 9(02) VALUE ZERO.
010300 77  PUZZLE-SEEN             PIC 9(02) VALUE ZERO.
010400 77  PICK-FOUND              PIC X(01) VALUE "N".
015300*  2000-PUBLISH - THE WEEK'S PUZZLE OUT TO THE SHOP.             *
015400******************************************************************
015500 2000-PUBLISH.
015525     DISPLAY "PUZZLE NUMBER, OR GRADE A-D, TO PUBLISH?".
015550     ACCEPT PUZZLE-ANSWER.
015575     MOVE FUNCTION UPPER-CASE(PUZZLE-ANSWER) TO PUZZLE-ANSWER.
015600     MOVE SPACE TO PICK-GRADE.
015625     MOVE ZERO TO PUZZLE-PICK.
015650     EVALUATE TRUE
015675         WHEN PUZZLE-ANSWER = SPACES
015700             MOVE 1 TO PUZZLE-PICK
015725         WHEN PUZZLE-ANSWER(2:1) NOT = SPACE
015750          AND PUZZLE-ANSWER IS NUMERIC
015775             MOVE PUZZLE-ANSWER TO PUZZLE-PICK
015800         WHEN PUZZLE-ANSWER(2:1) NOT = SPACE
015825             CONTINUE
015850         WHEN PUZZLE-ANSWER(1:1) IS NUMERIC
015875             MOVE PUZZLE-ANSWER(1:1) TO PUZZLE-PICK
015900         WHEN PUZZLE-ANSWER(1:1) = "A" OR "B" OR "C" OR "D"
015925             MOVE PUZZLE-ANSWER(1:1) TO PICK-GRADE
015950     END-EVALUATE.
015975     IF PUZZLE-PICK = ZERO AND PICK-GRADE = SPACE
016000         DISPLAY "ANSWER A PUZZLE NUMBER OR A GRADE A TO D"
016025         GO TO 2000-EXIT.
016050     DISPLAY "DEADLINE (YYYY-MM-DD)?".
016075     ACCEPT DEADLINE-DASHED.
016100     PERFORM 3100-READ-WINDOW THRU 3100-EXIT.
016125     PERFORM 2100-FETCH-PUZZLE THRU 2100-EXIT.
016150     IF PICK-FOUND NOT = "Y" AND PICK-GRADE NOT = SPACE
016175         DISPLAY "NO GRADE " PICK-GRADE
016200                 " PUZZLE ON FILE BESIDES THE CURRENT CONTEST"
016225         GO TO 2000-EXIT.
016250     IF PICK-FOUND NOT = "Y"
016275         DISPLAY "PUZZLE " PUZZLE-PICK " NOT ON FILE"
016300         GO TO 2000-EXIT.
016325     IF PICK-GOAL-LINE(21:6) = "GRADE "
016350      AND PICK-GOAL-LINE(27:1) = "U"
016375         DISPLAY "PUZZLE " PUZZLE-PICK
016400                 " WAS NEVER SOLVED IN GRADING - NOT PUBLISHED"
016425         GO TO 2000-EXIT.
016450     DISPLAY "PUBLISHING PUZZLE " PUZZLE-PICK " - "
016475             FUNCTION TRIM(PICK-NAME).
016600     OPEN OUTPUT CONTROL-FILE.
016700     MOVE PICK-NAME TO CONTROL-RECORD.
016800     WRITE CONTROL-RECORD.
017800            FUNCTION TRIM(PICK-NAME)
017900         DELIMITED BY SIZE INTO BODY-RECORD.
018000     WRITE BODY-RECORD.
018025     MOVE PICK-GOAL-LINE(1:19) TO BODY-RECORD.
018050     WRITE BODY-RECORD.
018075     IF PICK-GOAL-LINE(21:6) = "GRADE "
018100         MOVE SPACES TO BODY-RECORD
018125         STRING "DIFFICULTY GRADE " PICK-GOAL-LINE(27:1)
018150             DELIMITED BY SIZE INTO BODY-RECORD
018175         WRITE BODY-RECORD.
018300     PERFORM VARYING PICK-ROW FROM 1 BY 1 UNTIL PICK-ROW > 4
018400         MOVE PICK-CELL-LINE(PICK-ROW) TO BODY-RECORD
018500         WRITE BODY-RECORD
023200                   TO PICK-CELL-LINE(PICK-ROW)
023300         END-READ
023400     END-PERFORM.
023410     IF FILE-AT-END
023420         GO TO 2200-EXIT.
023430     IF PICK-GRADE = SPACE
023440         IF PUZZLE-SEEN = PUZZLE-PICK
023450             MOVE "Y" TO PICK-FOUND
023460         END-IF
023470         GO TO 2200-EXIT.
023480*    BY GRADE: THE STORED GRADE MUST MATCH, AND LAST CONTEST'S
023490*    PUZZLE IS PASSED OVER.
023500     IF PICK-GOAL-LINE(21:6) = "GRADE "
023510      AND PICK-GOAL-LINE(27:1) = PICK-GRADE
023520      AND PICK-NAME NOT = CW-NAME
023530         MOVE PUZZLE-SEEN TO PUZZLE-PICK
023600         MOVE "Y" TO PICK-FOUND.
023700 2200-EXIT.
023800     EXIT.
