       FD ARCHIN
           LABEL RECORD STANDARD.

       01 AIN-RECORD PIC X(177).

       WORKING-STORAGE SECTION.

                       WHEN "REBUY"
                       WHEN "PRIZE"
                       WHEN "H2HWIN"
                       WHEN "RUNPAY"
                          ADD ACT-AMOUNT TO WK-MOVEIN
                       WHEN "FOLD"
                          CONTINUE
                       WHEN "DEP"
                       WHEN "AJC"
                       WHEN "RED"
                       WHEN "MKI"
                       WHEN "FPV"
                          ADD CASH-AMOUNT TO WK-MOVEIN
                       WHEN "WDR"
                       WHEN "AJD"
                       WHEN "MKP"
                          ADD CASH-AMOUNT TO WK-MOVEOUT
                    END-EVALUATE
                 END-IF
           END-IF.

      *Same winnings model the bankroll reconciliation uses -- split
      *pots are estimated at half, except a split pot run twice,
      *which the journal's RUNPAY row has already credited exactly

       4200-CREDIT-WINNINGS.

           IF HIST-GAME NOT = "Head2Head"
              EVALUATE TRUE
                 WHEN HIST-BOARD2 NOT = SPACES
                       AND HIST-RESULT (1:3) = "Tie"
                    CONTINUE
                 WHEN HIST-RESULT (1:11) = "Player wins"
                    ADD HIST-POT TO WK-MOVEIN
                 WHEN HIST-RESULT (1:10) = "CPU folded"
