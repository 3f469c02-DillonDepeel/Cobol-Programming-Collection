002000******************************************************************
002100*  MODIFICATION HISTORY                                          *
002200*  09/02/26 OSG  INITIAL VERSION.                                *
002250*  10/15/26 OSG  HELD NOTIFICATIONS (BLANK RC) NOT COUNTED.      *
002260*  10/15/26 OSG  CHECKERS RATED/SCORED LINES NOT COUNTED.        *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
018200     COMPUTE DAY-OFFSET = TODAY-INT - REC-INT.
018300     IF DAY-OFFSET < 0
018400         GO TO 2100-EXIT.
018410*    A SEND.LOG ENTRY WITH A BLANK RC IS A NOTIFICATION HELD FOR
018420*    A BATCH; IT IS COUNTED WHEN IT IS LOGGED AGAIN AS SENT.
018430     IF WHICH-SERIES = "S"
018440        AND DATA-RECORD(95:5) = SPACES
018450         GO TO 2100-EXIT.
018500******************************************************************
018600*  THE CHECKERS SERIES COUNTS FINISHED GAMES, NOT MOVES: ONLY   *
018700*  THE CLOSING LINES (WINS, DRAWN, RESIGNED, BLOCKED, TIME).    *
018710*  THE RATED AND SCORED LINES THAT FOLLOW A RESULT ARE          *
018720*  BOOKKEEPING FOR THE SAME GAME AND ARE SKIPPED WITH THE MOVES. *
018800******************************************************************
018900     IF WHICH-SERIES = "C"
019000         IF DATA-RECORD(28:6) = " FROM "
019100          OR DATA-RECORD(28:10) = " MANDATORY"
019150          OR DATA-RECORD(20:8) = "RATED   "
019160          OR DATA-RECORD(20:8) = "SCORED  "
019200             GO TO 2100-EXIT
019300         END-IF
019400     END-IF.
