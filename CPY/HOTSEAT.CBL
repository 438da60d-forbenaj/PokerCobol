
      *The second profile's bankroll is real money, so a profile
      *with a PIN set is challenged for it before a chip moves --
      *through PinGate and the supervisor gate exactly as the login
      *prompt does, so its wrong entries count toward the same
      *lockout whichever prompt they are keyed at. Player 1's own
      *PIN fields are left alone

           MOVE "PPN" TO FD-OPTION.
           MOVE WK-PLAYER2NAME TO FD-PLAYER.
              PERFORM UNTIL WK-PINOK = 1 OR WK-PINTRIES >= 3
                 DISPLAY "PIN for that profile:" AT 0601 UNDERLINE
                 ACCEPT WK-PINENTRY AT 0623
                 MOVE WK-PINENTRY TO WK-CHEAT
                 MOVE 1 TO WK-GATE-TRY
                 PERFORM STAFF-GATE
                 MOVE 0 TO WK-GATE-TRY
                 IF WK-STAFFOK = 0
                    PERFORM H2H-PIN-CHECK
                 END-IF
                 EVALUATE TRUE
                    WHEN WK-STAFFOK = 0 AND PING-OK
                       MOVE 1 TO WK-PINOK
                    WHEN WK-STAFFOK = 1
                       MOVE 1 TO WK-PINOK
                       SET PING-RESET TO TRUE
                       SET PING-PROFILE TO TRUE
                       MOVE WK-PLAYER2NAME TO PING-ID
                       IF WK-STAFFID = SPACES
                          MOVE "SHAREDPIN" TO PING-BY
                       ELSE
                          MOVE WK-STAFFID TO PING-BY
                       END-IF
                       CALL "PinGate" USING PING-PARMS
                       MOVE 0 TO WK-P2PIN
                       MOVE "PPN" TO FD-OPTION
                       MOVE WK-PLAYER2NAME TO FD-PLAYER
                       READ CONFIG
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE 0 TO FD-PLAYERPIN
                             MOVE 0 TO FD-PINFAILS
                             MOVE SPACE TO FD-PINLOCK
                             MOVE 0 TO FD-PINLOCKDATE
                             REWRITE FD-CONFIG
                       END-READ
                       ACCEPT WK-TODAY FROM DATE
                       ACCEPT WK-CLOCK FROM TIME
                       MOVE SPACES TO AUD-RECORD
                       WRITE AUD-RECORD
                       DISPLAY MESSAGE "Profile PIN cleared by "
                          "supervisor - set a new one in Settings"
                    WHEN PING-LOCKED
                       ADD 1 TO WK-PINTRIES
                       DISPLAY MESSAGE "Profile locked after repeated "
                          "wrong PINs - only the supervisor PIN opens "
                          "it"
                    WHEN PING-EXPIRED
                       ADD 1 TO WK-PINTRIES
                       DISPLAY MESSAGE "PIN expired and not changed"
                    WHEN OTHER
                       ADD 1 TO WK-PINTRIES
                       DISPLAY MESSAGE "Wrong PIN"
              END-IF
           END-IF.

      *A profile held for its identity check may not play for money
      *-- the same test SPLASH puts player 1 through (who, being at
      *a real-money table, is clear of it) against the KYT threshold
      *loaded there

           ACCEPT WK-TODAY FROM DATE.
           MOVE "KYC" TO FD-OPTION.
           MOVE WK-PLAYER2NAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM KYC-HOLD-CHECK
           END-READ.
           IF WK-KYCHOLD = 1
              MOVE 0 TO WK-KYCHOLD
              DISPLAY MESSAGE "Identity check due for " WK-PLAYER2NAME
                 " - please see the cashier before playing for money"
              GO TO CHOOSE
           END-IF.

           MOVE "BANK" TO FD-OPTION.
           MOVE WK-PLAYER2NAME TO FD-PLAYER.
           READ CONFIG

           DISPLAY "C/R/F bet:" AT 0802 UNDERLINE.
           ACCEPT WK-H2HACTION AT 0813 UPPER.
           MOVE WK-PLAYERNAME TO WK-H2HSEATNAME.
           MOVE "SEAT1" TO WK-ACT-ACTOR.
           MOVE 0 TO WK-ACT-AMOUNT.
           EVALUATE WK-H2HACTION
              WHEN "F"
                 MOVE "FOLD" TO WK-ACT-ACTION
                 PERFORM H2H-JOURNAL
                 ADD WK-H2HPOT TO WK-PLAYER2MONEY
                 DISPLAY MESSAGE "Folded - the pot goes to the "
                    "other seat"
                 GO TO H2H-SETTLE
              WHEN "C"
                 MOVE 0 TO WK-H2HRAISE
                 MOVE "CHECK" TO WK-ACT-ACTION
                 PERFORM H2H-JOURNAL
              WHEN "R"
                 MOVE WK-PLAYERMONEY TO WK-H2HMAX
                 IF WK-PLAYER2MONEY < WK-H2HMAX
                 END-IF
                 SUBTRACT WK-H2HRAISE FROM WK-PLAYERMONEY
                 ADD WK-H2HRAISE TO WK-H2HPOT
                 MOVE "RAISE" TO WK-ACT-ACTION
                 MOVE WK-H2HRAISE TO WK-ACT-AMOUNT
                 PERFORM H2H-JOURNAL
              WHEN OTHER
                 DISPLAY MESSAGE "Enter C, R or F"
                 GO TO H2H-P1-TURN
           END-EVALUATE.

      *Player 2's private turn -- blackout again, then their hand
      *and, if player 1 raised, the call-or-fold decision. Each
      *seat's decision is journaled as it is taken

           DISPLAY " " ERASE.
           DISPLAY "Pass the keyboard to" AT 1020.
           DISPLAY "Pot:" AT 0602.
           DISPLAY WK-H2HPOT AT 0607.

           MOVE WK-PLAYER2NAME TO WK-H2HSEATNAME.
           MOVE "SEAT2" TO WK-ACT-ACTOR.
           MOVE 0 TO WK-ACT-AMOUNT.
           IF WK-H2HRAISE = 0
              MOVE "CHECK" TO WK-ACT-ACTION
              PERFORM H2H-JOURNAL
              GO TO H2H-SHOWDOWN
           END-IF.

              WHEN "C"
                 SUBTRACT WK-H2HRAISE FROM WK-PLAYER2MONEY
                 ADD WK-H2HRAISE TO WK-H2HPOT
                 MOVE "CALL" TO WK-ACT-ACTION
                 MOVE WK-H2HRAISE TO WK-ACT-AMOUNT
                 PERFORM H2H-JOURNAL
              WHEN "F"
                 MOVE "FOLD" TO WK-ACT-ACTION
                 PERFORM H2H-JOURNAL
                 ADD WK-H2HPOT TO WK-PLAYERMONEY
                 DISPLAY MESSAGE "Folded - the pot goes to the "
                    "other seat"
              DELIMITED BY SIZE INTO HIST-RESULT.
           MOVE WK-SEED TO HIST-SEED.
           MOVE WK-TERMID TO HIST-TERM.
           MOVE WK-SITECODE TO HIST-SITE.
           WRITE HIST-RECORD.
           PERFORM HISTIDX-MIRROR.

           CLOSE CONFIG.
           CLOSE HOUSE.
           CLOSE HISTORY.
           CLOSE CHECKPT.
           CLOSE CHEATLOG.
