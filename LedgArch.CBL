             ACCESS DYNAMIC
             RECORD HWM-KEY.

           SELECT OPTIONAL NIGHTWRK
            ASSIGN TO
             "CPY\NIGHTWRK.DAT"
             ORGANIZATION LINE SEQUENTIAL.

      *The generic split machinery -- one ledger at a time rides
      *through these three


           COPY "CPY\HWMREC.CBL".

           COPY "CPY\NWKREC.CBL".

       FD RAWLEDGER
           LABEL RECORD STANDARD.


       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\SEALREC.CBL".

       01 WK-EOF PIC X VALUE "N".

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "LedgArch" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "Archive ledger rows dated before (YYMMDD as "
              "logged): " NO ADVANCING.
           ACCEPT WK-CUTOFF.

      *Trimming the ledgers invalidates every batch high-water
      *mark that counts rows in them -- the mark file is emptied
      *and the next nightly run rebuilds from the snapshots. The
      *history extract still holds the archived rows, so it is
      *emptied too until HistSort cuts it again

           OPEN OUTPUT HWM.
           CLOSE HWM.
           OPEN OUTPUT NIGHTWRK.
           CLOSE NIGHTWRK.
           DISPLAY "Ledgers archived at cutoff " WK-CUTOFF
              " - reconciliations now start from the snapshot".
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.
                       WHEN "REBUY"
                       WHEN "PRIZE"
                       WHEN "H2HWIN"
                       WHEN "RUNPAY"
                          ADD ACT-AMOUNT
                             TO WK-PT-IN(WK-FOUND-IDX)
                       WHEN "FOLD"
                          WHEN "DEP"
                          WHEN "AJC"
                          WHEN "RED"
                          WHEN "MKI"
                          WHEN "FPV"
                             ADD CASH-AMOUNT
                                TO WK-PT-IN(WK-FOUND-IDX)
                          WHEN "WDR"
                          WHEN "AJD"
                          WHEN "MKP"
                             ADD CASH-AMOUNT
                                TO WK-PT-OUT(WK-FOUND-IDX)
                       END-EVALUATE
       1500-CREDIT-WINNINGS.

           EVALUATE TRUE
              WHEN HIST-BOARD2 NOT = SPACES
                    AND HIST-RESULT (1:3) = "Tie"
                 CONTINUE
              WHEN HIST-RESULT (1:11) = "Player wins"
                 ADD HIST-POT TO WK-PT-IN(WK-FOUND-IDX)
              WHEN HIST-RESULT (1:10) = "CPU folded"

       9999-EXIT.

           IF JOBG-CLEARED
              MOVE RETURN-CODE TO JOBG-RC
              SET JOBG-END TO TRUE
              CALL "JobGate" USING JOBG-PARMS
              MOVE JOBG-RC TO RETURN-CODE
              MOVE SPACE TO JOBG-VERDICT
           END-IF.

       9999-EXIT-EXIT.

           GOBACK.
