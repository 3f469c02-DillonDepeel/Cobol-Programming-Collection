      * Index of the move currently shown; 0 means the opening position.
       77  MOVE-POS                    PIC 999 VALUE 0.
       77  APPLY-IDX                   PIC 999.
       77  LEG-DIST                    PIC 9.
       77  LEG-STEP                    PIC 9.
       77  LEG-DX                      PIC S9.
       77  LEG-DY                      PIC S9.
       77  PARSE-WHO                   PIC X(8).
       77  PARSE-REST                  PIC X(40).
       77  PARSE-FX                    PIC X.
           END-IF.
      * Set the board to the standard opening, then apply moves 1
      * through MOVE-POS the same way CHECKERS applies them: move the
      * piece, clear the squares a longer leg passed over (the jumped
      * piece, wherever a flying king took it), and crown a man that
      * reaches the far rank.
       REBUILD-BOARD.
           MOVE 1 TO I
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > 8
           MOVE S(MV-FX(APPLY-IDX), MV-FY(APPLY-IDX))
             TO S(MV-TX(APPLY-IDX), MV-TY(APPLY-IDX))
           MOVE EMPTY TO S(MV-FX(APPLY-IDX), MV-FY(APPLY-IDX))
           MOVE ABS(MV-FX(APPLY-IDX) - MV-TX(APPLY-IDX)) TO LEG-DIST
           IF LEG-DIST > 1 THEN
               COMPUTE LEG-DX =
                   (MV-TX(APPLY-IDX) - MV-FX(APPLY-IDX)) / LEG-DIST
               COMPUTE LEG-DY =
                   (MV-TY(APPLY-IDX) - MV-FY(APPLY-IDX)) / LEG-DIST
               PERFORM VARYING LEG-STEP FROM 1 BY 1
                       UNTIL LEG-STEP >= LEG-DIST
                   MOVE EMPTY TO
                       S(MV-FX(APPLY-IDX) + LEG-STEP * LEG-DX,
                         MV-FY(APPLY-IDX) + LEG-STEP * LEG-DY)
               END-PERFORM
           END-IF
           IF S(MV-TX(APPLY-IDX), MV-TY(APPLY-IDX)) = X-MAN
              AND MV-TY(APPLY-IDX) = 1 THEN
