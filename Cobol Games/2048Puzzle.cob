      * VALIDATION: EVERY CELL IS 0 OR A POWER OF TWO UP TO 2048,
      * THE GOAL IS A POWER OF TWO LARGER THAN ANY STARTING TILE
      * (REACHABLE IN PRINCIPLE), AND THE MOVE LIMIT IS 1-999.
      * GRADE48 MAY ADD 'GRADE G RRR BBB TTT' AFTER THE GOAL LINE'S
      * MOVE LIMIT (COLUMNS 21-39); LINT CHECKS IT WHEN PRESENT. A
      * NEWLY APPENDED PUZZLE HAS NO GRADE UNTIL GRADE48 RUNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       MOVE LINT-LINE-NO TO LINT-ERROR-LINE
                       MOVE 'MOVE LIMIT IS ZERO' TO LINT-ERROR-TEXT
                   ELSE
                       PERFORM LINT-GRADE-COLUMNS
                   END-IF
               END-IF
           END-IF
           .

       LINT-GRADE-COLUMNS.
           IF PUZZLE-FILE-RECORD (20:21) NOT = SPACES
              AND (PUZZLE-FILE-RECORD (21:6) NOT = 'GRADE '
                OR PUZZLE-FILE-RECORD (29:3) IS NOT NUMERIC
                OR (PUZZLE-FILE-RECORD (27:1) NOT = 'A' AND 'B'
                    AND 'C' AND 'D' AND 'U'))
               MOVE LINT-LINE-NO TO LINT-ERROR-LINE
               MOVE 'MALFORMED GRADE - RERUN GRADE48'
                 TO LINT-ERROR-TEXT
           ELSE
               MOVE 3 TO LINT-BLOCK-POS
           END-IF
           .

       LINT-CELL-LINE.
           PERFORM VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > 4 OR LINT-ERROR-LINE > ZERO
