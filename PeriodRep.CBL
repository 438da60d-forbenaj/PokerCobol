
       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-DONE PIC 9 VALUE 0.

       01 WK-MODE PIC X.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "PeriodRep" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 1000-ASK-PERIOD.
           PERFORM 1500-BUILD-COMPARISONS.
           PERFORM 2000-SWEEP-TOTALS.

           COMPUTE WK-DAYHANDS = DT-HANDS-HOLDEM + DT-HANDS-DRAW
              + DT-HANDS-CHEAT + DT-HANDS-STUD + DT-HANDS-OMAHA
              + DT-HANDS-TRIPLE + DT-HANDS-OTHER.

           IF DT-DATE >= WK-FROMDATE AND DT-DATE <= WK-TODATE
              ADD 1 TO WK-CUR-DAYS

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
