          88 WK-GAME-DRAWFIVE VALUE 2.
          88 WK-GAME-CHEAT VALUE 3.
          88 WK-GAME-STUD VALUE 4.
          88 WK-GAME-TRIPLE VALUE 6.

       01 WK-EVAL-CARDS.
           02 WK-EVAL-CARD-ENTRY OCCURS 7 TIMES.
