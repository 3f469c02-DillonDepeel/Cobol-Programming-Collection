002000******************************************************************
002100*  MODIFICATION HISTORY                                          *
002200*  09/02/26 OSG  INITIAL VERSION.                                *
002250*  10/15/26 OSG  HELD NOTIFICATIONS (BLANK RC) NOT COUNTED.      *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
015600     MOVE LOG-RECORD(6:2) TO REC-MONTH(5:2).
015700     IF REC-MONTH NOT = REPORT-MONTH
015800         GO TO 2100-EXIT.
015820*    A BLANK RC IS A NOTIFICATION HELD FOR A BATCH, NOT A SEND;
015840*    IT IS COUNTED WHEN IT IS LOGGED AGAIN AS SENT.
015860     IF LOG-RECORD(95:5) = SPACES
015880         GO TO 2100-EXIT.
015900     ADD 1 TO TOTAL-SENDS.
016000     MOVE LOG-RECORD(95:5) TO WORK-RC.
016100     IF WORK-RC = "    0" OR WORK-RC = "00000"
