           PERFORM BANK-SETTLE-LOCKED.

           CLOSE CONFIG.
           CLOSE HOUSE.
           CLOSE HISTORY.
           CLOSE CHECKPT.
           CLOSE CHEATLOG.
