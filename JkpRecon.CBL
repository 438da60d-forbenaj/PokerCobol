       SECURITY.   Replays the jackpot movement ledger
                   (CPY\JACKPOT.LOG) and confirms the contributions
                   less the payouts tie out to the JKP balance stored
                   in CPY\HOUSE.CFG, flagging any drift. An opening
                   balance can be supplied for ledgers that began
                   after the jackpot already held money. The
                   bad-beat pool gets the same treatment off its
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL JKPLOG
            ASSIGN TO

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\JKPREC.CBL".


       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-LEDGER-EOF VALUE "Y".


       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "JkpRecon" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 1000-ASK-OPENING.
           PERFORM 1500-LOAD-HIGH-WATER.
           PERFORM 2000-REPLAY-LEDGER.

       3000-LOAD-STORED-BALANCE.

           MOVE "JKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           OPEN INPUT HOUSE.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO WK-STORED
              NOT INVALID KEY
                 MOVE HS-JACKPOT TO WK-STORED
           END-READ.
           CLOSE HOUSE.

       4000-PRINT-VERDICT.

              UNTIL WK-LEDGER-EOF.
           CLOSE BADBEATLOG.

           MOVE "BBJ" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           OPEN INPUT HOUSE.
           READ HOUSE
              INVALID KEY
                 MOVE 0 TO WK-BBSTORED
              NOT INVALID KEY
                 MOVE HS-JACKPOT TO WK-BBSTORED
           END-READ.
           CLOSE HOUSE.

           COMPUTE WK-BBEXPECTED = WK-BBOPENING + WK-BBIN
              - WK-BBOUT.

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
