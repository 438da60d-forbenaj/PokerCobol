      *Deuce-to-seven reading of the five cards EVAL-HAND has just
      *classified into WK-EVAL-RESULT/WK-EVAL-SCORE. Aces only ever
      *play high, so the A-2-3-4-5 wheel is no straight but an
      *Ace-high hand and the steel wheel a plain flush; every other
      *straight and flush stands and counts against the hand. The
      *score digits then read the other way up -- the LOWER score
      *is the better low, category first, highest card down, so two
      *low hands compare as plain unsigned digit strings just as two
      *high hands do. WK-LOW-NAME is the hand's display name: the
      *five ranks high to low for an unpaired hand ("7-5-4-3-2"),
      *otherwise the category name

           IF (WK-EVAL-RESULT = 5 AND WK-EVAL-STRAIGHT-HIGH = 5)
                 OR (WK-EVAL-RESULT = 9 AND WK-EVAL-SF-HIGH = 5)
              IF WK-EVAL-RESULT = 5
                 MOVE 1 TO WK-EVAL-RESULT
              ELSE
                 MOVE 6 TO WK-EVAL-RESULT
              END-IF
              MOVE WK-EVAL-RESULT TO WK-EVAL-SCORE-CAT
              MOVE 14 TO WK-EVAL-SCORE-VAL(1)
              MOVE 5 TO WK-EVAL-SCORE-VAL(2)
              MOVE 4 TO WK-EVAL-SCORE-VAL(3)
              MOVE 3 TO WK-EVAL-SCORE-VAL(4)
              MOVE 2 TO WK-EVAL-SCORE-VAL(5)
           END-IF.

           MOVE SPACES TO WK-LOW-NAME.
           IF WK-EVAL-RESULT NOT = 1
              MOVE WK-HANDNAME-ENTRY(WK-EVAL-RESULT) TO WK-LOW-NAME
           ELSE
              MOVE 1 TO WK-LOW-PTR
              PERFORM VARYING WK-LOW-IDX FROM 1 BY 1
                    UNTIL WK-LOW-IDX > 5
                 IF WK-EVAL-SCORE-VAL(WK-LOW-IDX) = 14
                    MOVE 1 TO WK-LOW-RANKIDX
                 ELSE
                    MOVE WK-EVAL-SCORE-VAL(WK-LOW-IDX)
                       TO WK-LOW-RANKIDX
                 END-IF
                 IF WK-LOW-IDX > 1
                    STRING "-" DELIMITED BY SIZE
                       INTO WK-LOW-NAME WITH POINTER WK-LOW-PTR
                 END-IF
                 STRING WK-RANK-TAB-ENTRY(WK-LOW-RANKIDX)
                       DELIMITED BY SPACE
                    INTO WK-LOW-NAME WITH POINTER WK-LOW-PTR
              END-PERFORM
           END-IF.
