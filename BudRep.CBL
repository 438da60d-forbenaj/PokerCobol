       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudRep.
       SECURITY.   Budget-vs-actual variance report for one month
                   (YYMM). The actuals are the closed days of that
                   month on the day-totals file CPY\DAYTOT.CFG; the
                   budget is the month's records in CPY\BUDGET.CFG,
                   kept by BudAdm. For each budget game - Hold'em,
                   Draw (Draw Five and 2-7 Triple), Stud, Omaha,
                   other - and for the month as a whole it prints
                   hands, wagered and house net: month-to-date
                   actual, the budget pro-rated to date (the month's
                   budget times the days through the last closed
                   day over the days in the month), the variance in
                   dollars and percent, and a full-month projection
                   at the current run rate beside the full budget.
                   A game's house net is its own rake less its share
                   of the day's jackpot skim, shared out by amount
                   wagered so the games add back to the day's house
                   net. Days closed before the per-game breakdown
                   was kept count in the month's totals only, and
                   the report says how many there were.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAYTOT
            ASSIGN TO
             "CPY\DAYTOT.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY DT-DATE.

           SELECT OPTIONAL BUDGET
            ASSIGN TO
             "CPY\BUDGET.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY BUD-KEY.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\DAYTOTREC.CBL".

           COPY "CPY\BUDREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-DONE PIC 9 VALUE 0.

       01 WK-MONTH PIC 9(04).
       01 WK-FROMDATE PIC 9(08).
       01 WK-TODATE PIC 9(08).
       01 WK-NEXTMONTH PIC 9(04).
       01 WK-NEXTSPLIT REDEFINES WK-NEXTMONTH.
           02 WK-NEXT-YY PIC 9(02).
           02 WK-NEXT-MM PIC 9(02).
       01 WK-FULLDATE PIC 9(08).
       01 WK-FIRST-INT PIC 9(08).
       01 WK-NEXT-INT PIC 9(08).
       01 WK-MONTHDAYS PIC 9(02).
       01 WK-LASTDATE PIC 9(08) VALUE 0.
       01 WK-LASTSPLIT REDEFINES WK-LASTDATE.
           02 FILLER PIC 9(06).
           02 WK-LAST-DD PIC 9(02).
       01 WK-CLOSEDDAYS PIC 9(02) VALUE 0.
       01 WK-NOSPLITDAYS PIC 9(02) VALUE 0.

      *Actuals and budget per budget game, entry 6 the whole month

       01 WK-GAMETAB.
           02 WK-GT-ENTRY OCCURS 6 TIMES.
               03 WK-GT-HANDS PIC 9(08).
               03 WK-GT-WAGERED PIC 9(11)V99.
               03 WK-GT-NET PIC S9(10)V99.
               03 WK-GT-BUDHANDS PIC 9(08).
               03 WK-GT-BUDWAGERED PIC 9(11)V99.
               03 WK-GT-BUDNET PIC S9(10)V99.
       01 WK-GAME-IDX PIC 9 COMP.
       01 WK-BUDFOUND PIC 9(02) VALUE 0.

       01 WK-BUDGAMES.
           02 FILLER PIC X(08) VALUE "Hold'em".
           02 FILLER PIC X(08) VALUE "Draw".
           02 FILLER PIC X(08) VALUE "Stud".
           02 FILLER PIC X(08) VALUE "Omaha".
           02 FILLER PIC X(08) VALUE "Other".
           02 FILLER PIC X(08) VALUE "MONTH".
       01 WK-BUDGAME-TAB REDEFINES WK-BUDGAMES.
           02 WK-BUDGAME-ENTRY PIC X(08) OCCURS 6 TIMES.

      *One day's hands per budget game, and the jackpot skim shared
      *out across the games by amount wagered

       01 WK-DAYHANDS-TAB.
           02 WK-DAYHANDS PIC 9(06) OCCURS 5 TIMES.
       01 WK-DAYWAGERED PIC 9(11)V99.
       01 WK-SKIMSHARE PIC 9(08)V99.
       01 WK-SKIMLEFT PIC 9(08)V99.
       01 WK-LASTGAME PIC 9 COMP.

      *One measure of one game -- filled by the caller, printed by
      *5100-PRINT-MEASURE

       01 WK-M-LABEL PIC X(10).
       01 WK-M-ACTUAL PIC S9(11)V99.
       01 WK-M-BUDGET PIC S9(11)V99.
       01 WK-M-TODATE PIC S9(11)V99.
       01 WK-M-VARIANCE PIC S9(11)V99.
       01 WK-M-PCT PIC S9(05)V9.
       01 WK-M-PROJECTED PIC S9(11)V99.

       01 WK-SHOWACT PIC -(10)9,99.
       01 WK-SHOWTODATE PIC -(10)9,99.
       01 WK-SHOWVAR PIC -(10)9,99.
       01 WK-SHOWPCT PIC -(4)9,9.
       01 WK-SHOWPROJ PIC -(10)9,99.
       01 WK-SHOWBUD PIC -(10)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "BudRep" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "Month (YYMM as logged): " NO ADVANCING.
           ACCEPT WK-MONTH.
           COMPUTE WK-FROMDATE = WK-MONTH * 100 + 1.
           COMPUTE WK-TODATE = WK-MONTH * 100 + 31.
           INITIALIZE WK-GAMETAB.

           PERFORM 1000-MONTH-LENGTH.
           PERFORM 2000-SWEEP-ACTUALS.
           PERFORM 3000-LOAD-BUDGET.

           IF WK-CLOSEDDAYS = 0
              DISPLAY "No closed days in " WK-MONTH
                 " - nothing to compare"
              MOVE 4 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.
           IF WK-BUDFOUND = 0
              DISPLAY "No budget set for " WK-MONTH
                 " - run BudAdm first"
              MOVE 4 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 5000-PRINT-REPORT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Days in the month -- the first of the next month less the
      *first of this one; December rolls into the next year

       1000-MONTH-LENGTH.

           MOVE WK-MONTH TO WK-NEXTMONTH.
           IF WK-NEXT-MM = 12
              ADD 1 TO WK-NEXT-YY
              MOVE 1 TO WK-NEXT-MM
           ELSE
              ADD 1 TO WK-NEXT-MM
           END-IF.
           COMPUTE WK-FULLDATE = WK-FROMDATE + 20000000.
           COMPUTE WK-FIRST-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           COMPUTE WK-FULLDATE = WK-NEXTMONTH * 100 + 1 + 20000000.
           COMPUTE WK-NEXT-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           COMPUTE WK-MONTHDAYS = WK-NEXT-INT - WK-FIRST-INT.

       2000-SWEEP-ACTUALS.

           OPEN INPUT DAYTOT.
           MOVE WK-FROMDATE TO DT-DATE.
           MOVE 0 TO WK-DONE.
           START DAYTOT KEY NOT < DT-DATE
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2100-ONE-DAY
              UNTIL WK-DONE = 1.
           CLOSE DAYTOT.

       2100-ONE-DAY.

           READ DAYTOT NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF DT-DATE > WK-TODATE
                    MOVE 1 TO WK-DONE
                 ELSE
                    IF DT-CLOSED = "Y"
                       PERFORM 2200-ADD-DAY
                    END-IF
                 END-IF
           END-READ.

      *A day's hands by budget game; its money by game when the day
      *carries the breakdown, otherwise into the month's total only

       2200-ADD-DAY.

           ADD 1 TO WK-CLOSEDDAYS.
           MOVE DT-DATE TO WK-LASTDATE.
           MOVE DT-HANDS-HOLDEM TO WK-DAYHANDS(1).
           COMPUTE WK-DAYHANDS(2) = DT-HANDS-DRAW + DT-HANDS-TRIPLE.
           MOVE DT-HANDS-STUD TO WK-DAYHANDS(3).
           MOVE DT-HANDS-OMAHA TO WK-DAYHANDS(4).
           COMPUTE WK-DAYHANDS(5) = DT-HANDS-CHEAT + DT-HANDS-OTHER.
           PERFORM VARYING WK-GAME-IDX FROM 1 BY 1
                 UNTIL WK-GAME-IDX > 5
              ADD WK-DAYHANDS(WK-GAME-IDX) TO WK-GT-HANDS(WK-GAME-IDX)
              ADD WK-DAYHANDS(WK-GAME-IDX) TO WK-GT-HANDS(6)
           END-PERFORM.
           ADD DT-WAGERED TO WK-GT-WAGERED(6).
           ADD DT-HOUSENET TO WK-GT-NET(6).

           MOVE 0 TO WK-DAYWAGERED.
           MOVE 0 TO WK-LASTGAME.
           PERFORM VARYING WK-GAME-IDX FROM 1 BY 1
                 UNTIL WK-GAME-IDX > 5
              ADD DT-GAME-WAGERED(WK-GAME-IDX) TO WK-DAYWAGERED
              IF DT-GAME-WAGERED(WK-GAME-IDX) > 0
                 MOVE WK-GAME-IDX TO WK-LASTGAME
              END-IF
           END-PERFORM.
           IF WK-DAYWAGERED = 0 AND DT-WAGERED > 0
              ADD 1 TO WK-NOSPLITDAYS
           ELSE
              IF WK-LASTGAME = 0
                 MOVE 5 TO WK-LASTGAME
              END-IF
              MOVE DT-JKP-IN TO WK-SKIMLEFT
              PERFORM 2300-ADD-GAME-MONEY
                 VARYING WK-GAME-IDX FROM 1 BY 1
                 UNTIL WK-GAME-IDX > 5
           END-IF.

      *The last game with money takes whatever skim is left, so the
      *games' nets add back to the day's house net to the cent

       2300-ADD-GAME-MONEY.

           IF WK-GAME-IDX = WK-LASTGAME
              MOVE WK-SKIMLEFT TO WK-SKIMSHARE
           ELSE
              IF WK-DAYWAGERED = 0
                 MOVE 0 TO WK-SKIMSHARE
              ELSE
                 COMPUTE WK-SKIMSHARE ROUNDED = DT-JKP-IN
                    * DT-GAME-WAGERED(WK-GAME-IDX) / WK-DAYWAGERED
              END-IF
              IF WK-SKIMSHARE > WK-SKIMLEFT
                 MOVE WK-SKIMLEFT TO WK-SKIMSHARE
              END-IF
           END-IF.
           SUBTRACT WK-SKIMSHARE FROM WK-SKIMLEFT.
           ADD DT-GAME-WAGERED(WK-GAME-IDX)
              TO WK-GT-WAGERED(WK-GAME-IDX).
           COMPUTE WK-GT-NET(WK-GAME-IDX) = WK-GT-NET(WK-GAME-IDX)
              + DT-GAME-RAKE(WK-GAME-IDX) - WK-SKIMSHARE.

       3000-LOAD-BUDGET.

           OPEN INPUT BUDGET.
           PERFORM 3100-LOAD-GAME
              VARYING WK-GAME-IDX FROM 1 BY 1
              UNTIL WK-GAME-IDX > 5.
           CLOSE BUDGET.

       3100-LOAD-GAME.

           MOVE WK-MONTH TO BUD-MONTH.
           MOVE WK-GAME-IDX TO BUD-GAME.
           READ BUDGET
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WK-BUDFOUND
                 MOVE BUD-HANDS TO WK-GT-BUDHANDS(WK-GAME-IDX)
                 MOVE BUD-WAGERED TO WK-GT-BUDWAGERED(WK-GAME-IDX)
                 MOVE BUD-HOUSENET TO WK-GT-BUDNET(WK-GAME-IDX)
                 ADD BUD-HANDS TO WK-GT-BUDHANDS(6)
                 ADD BUD-WAGERED TO WK-GT-BUDWAGERED(6)
                 ADD BUD-HOUSENET TO WK-GT-BUDNET(6)
           END-READ.

       5000-PRINT-REPORT.

           DISPLAY " ".
           DISPLAY "Budget vs actual for " WK-MONTH " - "
              WK-CLOSEDDAYS " closed days, through day " WK-LAST-DD
              " of " WK-MONTHDAYS.
           DISPLAY "==================================================="
              "=======================".
           DISPLAY "           MTD actual  Budget to date      "
              "Variance   Var %     Projected  Month budget".
           PERFORM 5050-PRINT-GAME
              VARYING WK-GAME-IDX FROM 1 BY 1
              UNTIL WK-GAME-IDX > 6.
           IF WK-NOSPLITDAYS > 0
              DISPLAY " "
              DISPLAY WK-NOSPLITDAYS " day(s) closed before the "
                 "per-game breakdown - their wagered and house net "
                 "are in the MONTH lines only"
           END-IF.

       5050-PRINT-GAME.

           DISPLAY " ".
           DISPLAY WK-BUDGAME-ENTRY(WK-GAME-IDX).
           MOVE "Hands" TO WK-M-LABEL.
           MOVE WK-GT-HANDS(WK-GAME-IDX) TO WK-M-ACTUAL.
           MOVE WK-GT-BUDHANDS(WK-GAME-IDX) TO WK-M-BUDGET.
           PERFORM 5100-PRINT-MEASURE.
           MOVE "Wagered" TO WK-M-LABEL.
           MOVE WK-GT-WAGERED(WK-GAME-IDX) TO WK-M-ACTUAL.
           MOVE WK-GT-BUDWAGERED(WK-GAME-IDX) TO WK-M-BUDGET.
           PERFORM 5100-PRINT-MEASURE.
           MOVE "House net" TO WK-M-LABEL.
           MOVE WK-GT-NET(WK-GAME-IDX) TO WK-M-ACTUAL.
           MOVE WK-GT-BUDNET(WK-GAME-IDX) TO WK-M-BUDGET.
           PERFORM 5100-PRINT-MEASURE.

      *Budget to date is the month's budget pro-rated to the last
      *closed day; the projection runs the actual on at the same
      *daily rate to the month's end. A zero budget to date has no
      *percent

       5100-PRINT-MEASURE.

           COMPUTE WK-M-TODATE ROUNDED =
              WK-M-BUDGET * WK-LAST-DD / WK-MONTHDAYS.
           COMPUTE WK-M-VARIANCE = WK-M-ACTUAL - WK-M-TODATE.
           COMPUTE WK-M-PROJECTED ROUNDED =
              WK-M-ACTUAL * WK-MONTHDAYS / WK-LAST-DD.
           MOVE WK-M-ACTUAL TO WK-SHOWACT.
           MOVE WK-M-TODATE TO WK-SHOWTODATE.
           MOVE WK-M-VARIANCE TO WK-SHOWVAR.
           MOVE WK-M-PROJECTED TO WK-SHOWPROJ.
           MOVE WK-M-BUDGET TO WK-SHOWBUD.
           IF WK-M-TODATE = 0
              DISPLAY "  " WK-M-LABEL WK-SHOWACT " " WK-SHOWTODATE
                 " " WK-SHOWVAR "     n/a " WK-SHOWPROJ " "
                 WK-SHOWBUD
           ELSE
              COMPUTE WK-M-PCT ROUNDED =
                 WK-M-VARIANCE * 100 / WK-M-TODATE
                 ON SIZE ERROR
                    MOVE 9999,9 TO WK-M-PCT
              END-COMPUTE
              MOVE WK-M-PCT TO WK-SHOWPCT
              DISPLAY "  " WK-M-LABEL WK-SHOWACT " " WK-SHOWTODATE
                 " " WK-SHOWVAR " " WK-SHOWPCT " " WK-SHOWPROJ " "
                 WK-SHOWBUD
           END-IF.

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
