                   is the rake collected less the house-funded
                   jackpot skim. Period reporting reads the totals
                   file instead of scanning every hand ever played.
                   Wagered and rake are also kept per budget game
                   (Hold'em, Draw, Stud, Omaha, other) for the
                   budget-vs-actual variance report, BudRep. The
                   record carries this property's site code off the
                   house SIT record so head office can consolidate
                   it with the other rooms' totals (GrpCons).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS DYNAMIC
             RECORD KEY DT-DATE.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL HWM
            ASSIGN TO
             "CPY\HWM.CFG"

           COPY "CPY\DAYTOTREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\HWMREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-CHEAT PIC 9(06) VALUE 0.
       01 WK-STUD PIC 9(06) VALUE 0.
       01 WK-OMAHA PIC 9(06) VALUE 0.
       01 WK-TRIPLE PIC 9(06) VALUE 0.
       01 WK-OTHER PIC 9(06) VALUE 0.
       01 WK-WAGERED PIC 9(10)V99 VALUE 0.
       01 WK-JKPIN PIC 9(08)V99 VALUE 0.
       01 WK-HOUSENET PIC S9(09)V99 VALUE 0.
       01 WK-HOUSENETSHOW PIC -(8)9,99.

      *This property's site code, stamped on the totals record

       01 WK-SITE PIC X(04) VALUE "MAIN".

      *The day's wagered and rake by budget game, as DT-GAMEMONEY

       01 WK-GAMEMONEY.
           02 WK-GAME-ENTRY OCCURS 5 TIMES.
               03 WK-GAME-WAGERED PIC 9(10)V99.
               03 WK-GAME-RAKE PIC S9(08)V99.
       01 WK-GAMENAME PIC X(10).
       01 WK-BUDGAME PIC 9 COMP.

      *High-water marks -- the journals append in gaming-date
      *order, so rows a previous close fully consumed can be
      *skipped and the sweep can stop at the first row past the

           PERFORM 1000-CHECK-NOT-CLOSED
              THRU 1000-CHECK-EXIT.
           SET JOBG-START TO TRUE.
           MOVE "DayClose" TO JOBG-PROGRAM.
           MOVE WK-BUSDATE TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           MOVE ZEROS TO WK-GAMEMONEY.
           PERFORM 1500-LOAD-HIGH-WATER.
           PERFORM 2000-TALLY-HISTORY.
           PERFORM 3000-TALLY-JACKPOT.
                       AND HIST-PLAYER NOT = "SOAK"
                    ADD HIST-POT TO WK-WAGERED
                    ADD HIST-JACKPOTPAID TO WK-JKPOUT
                    MOVE HIST-GAME TO WK-GAMENAME
                    PERFORM 2200-BUDGET-GAME
                    ADD HIST-POT TO WK-GAME-WAGERED(WK-BUDGAME)
                    EVALUATE HIST-GAME
                       WHEN "Hold 'em"
                          ADD 1 TO WK-HOLDEM
                          ADD 1 TO WK-STUD
                       WHEN "Omaha"
                          ADD 1 TO WK-OMAHA
                       WHEN "2-7 Triple"
                          ADD 1 TO WK-TRIPLE
                       WHEN OTHER
                          ADD 1 TO WK-OTHER
                    END-EVALUATE
                 END-IF
           END-READ.

      *The budget file's five games -- the two draw games budget
      *together, and Cheat and anything unnamed fall to other

       2200-BUDGET-GAME.

           EVALUATE WK-GAMENAME
              WHEN "Hold 'em"
                 MOVE 1 TO WK-BUDGAME
              WHEN "Draw Five"
              WHEN "2-7 Triple"
                 MOVE 2 TO WK-BUDGAME
              WHEN "7-Stud"
                 MOVE 3 TO WK-BUDGAME
              WHEN "Omaha"
                 MOVE 4 TO WK-BUDGAME
              WHEN OTHER
                 MOVE 5 TO WK-BUDGAME
           END-EVALUATE.

       3000-TALLY-JACKPOT.

           MOVE 0 TO WK-ROWNUM.
                 IF WK-ROWNUM > WK-SKIP-RAKE
                       AND RAKE-DATE = WK-BUSDATE
                       AND RAKE-RECORD (10:5) NOT = "SEAL@"
                    MOVE RAKE-GAME TO WK-GAMENAME
                    PERFORM 2200-BUDGET-GAME
                    IF RAKE-RVSL = "RVS"
                       SUBTRACT RAKE-AMOUNT FROM WK-RAKE
                       SUBTRACT RAKE-AMOUNT
                          FROM WK-GAME-RAKE(WK-BUDGAME)
                    ELSE
                       ADD RAKE-AMOUNT TO WK-RAKE
                       ADD RAKE-AMOUNT TO WK-GAME-RAKE(WK-BUDGAME)
                    END-IF
                 END-IF
           END-READ.

      *The site code off the house SIT record -- an install that has
      *never set one is the original room, MAIN

       5900-LOAD-SITE.

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

      *One totals record, marked closed -- the house net is the rake
      *taken less the jackpot skim the house funded

       6000-WRITE-TOTALS.

           COMPUTE WK-HOUSENET = WK-RAKE - WK-JKPIN.
           PERFORM 5900-LOAD-SITE.

           OPEN I-O DAYTOT.
           MOVE SPACES TO DT-RECORD.
           MOVE WK-CHEAT TO DT-HANDS-CHEAT.
           MOVE WK-STUD TO DT-HANDS-STUD.
           MOVE WK-OMAHA TO DT-HANDS-OMAHA.
           MOVE WK-TRIPLE TO DT-HANDS-TRIPLE.
           MOVE WK-OTHER TO DT-HANDS-OTHER.
           MOVE WK-WAGERED TO DT-WAGERED.
           MOVE WK-JKPIN TO DT-JKP-IN.
           MOVE WK-REBUYS TO DT-REBUYS.
           MOVE WK-RAKE TO DT-RAKE.
           MOVE WK-HOUSENET TO DT-HOUSENET.
           MOVE WK-GAMEMONEY TO DT-GAMEMONEY.
           MOVE WK-SITE TO DT-SITE.
           WRITE DT-RECORD
              INVALID KEY
                 REWRITE DT-RECORD
           CLOSE DAYTOT.

           MOVE WK-HOUSENET TO WK-HOUSENETSHOW.
           DISPLAY "Business date " WK-BUSDATE " closed at site "
              WK-SITE.
           DISPLAY "Hands (H/D/C/S/O/T/other): " WK-HOLDEM " "
              WK-DRAW " " WK-CHEAT " " WK-STUD " " WK-OMAHA " "
              WK-TRIPLE " " WK-OTHER.
           DISPLAY "Wagered:        " WK-WAGERED.
           DISPLAY "Jackpot in/out: " WK-JKPIN " / " WK-JKPOUT.
           DISPLAY "Rebuys:         " WK-REBUYS.

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
