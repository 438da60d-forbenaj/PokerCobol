                   wager are voided off their ledgers, and the
                   checkpoint deleted. A zero checkpoint date (a
                   record written before the timestamp existed) is
                   treated as already stale. The run is asked for
                   the business date it sweeps ahead of, the same
                   date DayClose is then given, so the job calendar
                   files both under one key whatever the wall clock
                   says; 0 lets the calendar take the gaming date.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS DYNAMIC
             RECORD FD-KEY.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL CHECKPT
            ASSIGN TO
             "CPY\CHECKPT.CFG"
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CKPTREC.CBL".

           COPY "CPY\HISTREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-BUSDATE PIC 9(08) VALUE 0.
       01 WK-MAXDAYS PIC 9(03) VALUE 7.
       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-SWEPT PIC 9(04) VALUE 0.
       01 WK-REFUNDED PIC 9(09)V99 VALUE 0.

      *This property's site code, stamped on the refund lines

       01 WK-SITE PIC X(04) VALUE "MAIN".

      *Checkpoints selected for sweeping -- collected first, then
      *processed, so the deletes can't disturb the sequential sweep


       0000-MAINLINE.

           DISPLAY "Business date being closed (as logged, 0 = "
              "today): " NO ADVANCING.
           ACCEPT WK-BUSDATE.

           SET JOBG-START TO TRUE.
           MOVE "CkptSweep" TO JOBG-PROGRAM.
           MOVE WK-BUSDATE TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "Sweep checkpoints older than how many days: "
              NO ADVANCING.
           ACCEPT WK-MAXDAYS.
           COMPUTE WK-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).

           PERFORM 1000-LOAD-SITE.
           PERFORM 2000-COLLECT-STALE.
           PERFORM 3000-REFUND-STALE
              THRU 3000-REFUND-EXIT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *The site code off the house SIT record -- an install that has
      *never set one is the original room, MAIN

       1000-LOAD-SITE.

           OPEN INPUT HOUSE.
           MOVE "SIT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HS-SITECODE NOT = SPACES
                    MOVE HS-SITECODE TO WK-SITE
                 END-IF
           END-READ.
           CLOSE HOUSE.

       2000-COLLECT-STALE.

           OPEN INPUT CHECKPT.
           MOVE 0 TO HIST-JACKPOTBAL.
           MOVE "Checkpoint refund" TO HIST-RESULT.
           MOVE WK-SW-SEED(WK-SW-IDX) TO HIST-SEED.
           MOVE WK-SITE TO HIST-SITE.
           WRITE HIST-RECORD.

      *Mirror the refund line into the keyed store the same way the

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
