
       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\SEALREC.CBL".

       01 WK-EOF PIC X VALUE "N".
           DISPLAY "Day to seal (YYMMDD as logged): " NO ADVANCING.
           ACCEPT WK-SEALDATE.

           SET JOBG-START TO TRUE.
           MOVE "LogSeal" TO JOBG-PROGRAM.
           MOVE WK-SEALDATE TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 1000-SEAL-HISTORY THRU 1000-SEAL-EXIT.
           PERFORM 2000-SEAL-ACTIONS THRU 2000-SEAL-EXIT.
           PERFORM 3000-SEAL-RAKE THRU 3000-SEAL-EXIT.

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
