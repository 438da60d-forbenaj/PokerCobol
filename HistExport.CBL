           MOVE SPACES TO EXP-RECORD.
           STRING '"DATE","TIME","PLAYER","GAME","PLAYERHAND",'
              '"CPUHAND","POT","JACKPOTPAID","JACKPOTBAL",'
              '"RESULT","SEED","TERMINAL","SITE"'
              DELIMITED BY SIZE INTO EXP-RECORD.
           WRITE EXP-RECORD.

              WK-QUOTE HIST-JACKPOTBAL WK-QUOTE ","
              WK-QUOTE HIST-RESULT WK-QUOTE ","
              WK-QUOTE HIST-SEED WK-QUOTE ","
              WK-QUOTE HIST-TERM WK-QUOTE ","
              WK-QUOTE HIST-SITE WK-QUOTE
              DELIMITED BY SIZE INTO WK-LINE.
           MOVE WK-LINE TO EXP-RECORD.
           WRITE EXP-RECORD.
