             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-CONFIG-STATUS.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\HISTREC.CBL".

           COPY "CPY\RAKEREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-CONFIG-STATUS PIC X(02).

       01 WK-EOF PIC X VALUE "N".

           PERFORM 1000-CHECK-NOT-CLOSED
              THRU 1000-CHECK-EXIT.
           SET JOBG-START TO TRUE.
           MOVE "LeagueClose" TO JOBG-PROGRAM.
           COMPUTE JOBG-BUSDATE = WK-SEASON * 100.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 2000-BUILD-STANDINGS.
           IF WK-ST-COUNT = 0
              DISPLAY "No hands in season " WK-SEASON

       4000-FUND-THE-POOL.

           OPEN INPUT HOUSE.
           MOVE "LGP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 5 TO WK-LEAGUEPCT
              NOT INVALID KEY
                 MOVE HS-LEAGUEPCT TO WK-LEAGUEPCT
           END-READ.
           CLOSE HOUSE.

           OPEN INPUT RAKELOG.
           MOVE "N" TO WK-EOF.

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
