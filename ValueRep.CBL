       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValueRep.
       SECURITY.   Player lifetime value and house profitability,
                   per profile over a date range. Every ledger that
                   carries a profile's name is joined into what that
                   profile has been worth to the house: rake paid
                   (CPY\RAKE.LOG, reversing rows subtracted), its
                   contributions into the progressive and bad-beat
                   pools less the pool payouts it drew
                   (CPY\JACKPOT.LOG, CPY\BADBEAT.LOG, voided skims
                   taken back), its side-bet wagers less payouts and
                   sweep refunds (CPY\SIDEBET.LOG), less the comps it
                   redeemed (CPY\COMP.LOG RED rows, at the counter's
                   100 points to the dollar) and the tournament and
                   league prizes it took (CPY\TOURRES.LOG,
                   CPY\SEASON.LOG - a season counts when its month
                   falls inside the range). Time at the table comes
                   off the session ledger's sign-out rows
                   (CPY\SESSION.LOG), giving the net per hour played.
                   Rake given away in promotion windows - the
                   ordinary rake card (RKP / RKC as set today) on
                   each promotional pot, less what was withheld - is
                   shown beside it; it is rake the house chose not to
                   take, so it is not taken off the net a second
                   time. Listed by net contribution, highest first
                   (T) or biggest cost first (C), as many profiles
                   as asked for, with the house totals.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT OPTIONAL RAKELOG
            ASSIGN TO
             "CPY\RAKE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JKPLOG
            ASSIGN TO
             "CPY\JACKPOT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BADBEATLOG
            ASSIGN TO
             "CPY\BADBEAT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SIDELOG
            ASSIGN TO
             "CPY\SIDEBET.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL COMPLOG
            ASSIGN TO
             "CPY\COMP.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TOURRES
            ASSIGN TO
             "CPY\TOURRES.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SEASONLOG
            ASSIGN TO
             "CPY\SEASON.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SESSLOG
            ASSIGN TO
             "CPY\SESSION.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\RAKEREC.CBL".

           COPY "CPY\JKPREC.CBL".

           COPY "CPY\BBJREC.CBL".

           COPY "CPY\SIDEREC.CBL".

           COPY "CPY\COMPREC.CBL".

           COPY "CPY\TRESREC.CBL".

           COPY "CPY\SEASREC.CBL".

           COPY "CPY\SESSREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-FROMDATE PIC 9(08).
       01 WK-TODATE PIC 9(08).
       01 WK-FROMMONTH PIC 9(04).
       01 WK-TOMONTH PIC 9(04).
       01 WK-SORT PIC X.
          88 WK-SORT-COST VALUE "C" "c".
       01 WK-SHOWMAX PIC 9(03).
       01 WK-SHOWN PIC 9(03) VALUE 0.

      *The ordinary rake card, to price what a promotion gave away

       01 WK-RAKEPCT PIC 9(02) VALUE 5.
       01 WK-RAKECAP PIC 9(04)V99 VALUE 50.
       01 WK-CARDRAKE PIC 9(08)V99.
       01 WK-GIVEN PIC S9(08)V99.

      *One entry per profile -- every ledger's share of what it was
      *worth to the house

       01 WK-PV-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-PV-TAB.
           02 WK-PV-ENTRY OCCURS 200 TIMES.
               03 WK-PV-NAME PIC X(10).
               03 WK-PV-RAKE PIC S9(09)V99.
               03 WK-PV-POOLS PIC S9(09)V99.
               03 WK-PV-SIDE PIC S9(09)V99.
               03 WK-PV-COMPS PIC S9(09)V99.
               03 WK-PV-PRIZES PIC S9(09)V99.
               03 WK-PV-PROMO PIC S9(09)V99.
               03 WK-PV-SECONDS PIC 9(09).
               03 WK-PV-NET PIC S9(10)V99.
       01 WK-PV-TEMP PIC X(97).
       01 WK-PV-I PIC 9(03) COMP.
       01 WK-PV-J PIC 9(03) COMP.
       01 WK-FOUND-IDX PIC 9(03) COMP.
       01 WK-LOOKUP-NAME PIC X(10).
       01 WK-LEFTOUT PIC 9(07) VALUE 0.
       01 WK-SWAP PIC 9 VALUE 0.

       01 WK-STARTSECS PIC 9(06).
       01 WK-ENDSECS PIC 9(06).
       01 WK-CLOCKSPLIT.
           02 WK-CLK-HH PIC 9(02).
           02 WK-CLK-MM PIC 9(02).
           02 WK-CLK-SS PIC 9(02).
           02 WK-CLK-CC PIC 9(02).
       01 WK-CLOCK REDEFINES WK-CLOCKSPLIT PIC 9(08).
       01 WK-PERHOUR PIC S9(08)V99.
       01 WK-HOURS PIC 9(06)V99.

       01 WK-TOT-RAKE PIC S9(10)V99 VALUE 0.
       01 WK-TOT-POOLS PIC S9(10)V99 VALUE 0.
       01 WK-TOT-SIDE PIC S9(10)V99 VALUE 0.
       01 WK-TOT-COMPS PIC S9(10)V99 VALUE 0.
       01 WK-TOT-PRIZES PIC S9(10)V99 VALUE 0.
       01 WK-TOT-PROMO PIC S9(10)V99 VALUE 0.
       01 WK-TOT-NET PIC S9(11)V99 VALUE 0.
       01 WK-TOT-SECONDS PIC 9(10) VALUE 0.

       01 WK-SHOWNET PIC -(9)9,99.
       01 WK-SHOWRAKE PIC -(8)9,99.
       01 WK-SHOWPOOLS PIC -(8)9,99.
       01 WK-SHOWSIDE PIC -(8)9,99.
       01 WK-SHOWCOMPS PIC -(8)9,99.
       01 WK-SHOWPRIZES PIC -(8)9,99.
       01 WK-SHOWPROMO PIC -(8)9,99.
       01 WK-SHOWHOURS PIC Z(5)9,99.
       01 WK-SHOWPERHOUR PIC -(7)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "ValueRep" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "From date (as logged, 0 for all): "
              NO ADVANCING.
           ACCEPT WK-FROMDATE.
           DISPLAY "To date   (as logged, 0 for all): "
              NO ADVANCING.
           ACCEPT WK-TODATE.
           IF WK-TODATE = 0
              MOVE 99999999 TO WK-TODATE
           END-IF.
           COMPUTE WK-FROMMONTH = WK-FROMDATE / 100.
           COMPUTE WK-TOMONTH = WK-TODATE / 100.
           DISPLAY "Order - T top contributors, C biggest cost: "
              NO ADVANCING.
           ACCEPT WK-SORT.
           DISPLAY "Profiles to list (0 for all): " NO ADVANCING.
           ACCEPT WK-SHOWMAX.

           PERFORM 1000-LOAD-RAKE-CARD.
           PERFORM 2000-SCAN-RAKE.
           PERFORM 2200-SCAN-JACKPOT.
           PERFORM 2400-SCAN-BADBEAT.
           PERFORM 2600-SCAN-SIDEBET.
           PERFORM 2800-SCAN-COMP.
           PERFORM 3000-SCAN-TOURNEY.
           PERFORM 3200-SCAN-SEASON.
           PERFORM 3400-SCAN-SESSIONS.
           PERFORM 4000-RANK-PROFILES.
           PERFORM 5000-PRINT-REPORT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

       1000-LOAD-RAKE-CARD.

           OPEN INPUT HOUSE.
           MOVE "RKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-RAKEPCT TO WK-RAKEPCT
           END-READ.
           MOVE "RKC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-RAKECAP TO WK-RAKECAP
           END-READ.
           CLOSE HOUSE.

      *Rake withheld, reversing rows subtracted; on a promotional
      *pot, what the ordinary card would have taken beyond it

       2000-SCAN-RAKE.

           OPEN INPUT RAKELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2100-ONE-RAKE
              UNTIL WK-FILE-EOF.
           CLOSE RAKELOG.

       2100-ONE-RAKE.

           READ RAKELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF RAKE-DATE >= WK-FROMDATE
                       AND RAKE-DATE <= WK-TODATE
                       AND RAKE-RECORD (10:5) NOT = "SEAL@"
                       AND RAKE-PLAYER NOT = "SOAK"
                    MOVE RAKE-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3600-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       PERFORM 2150-CREDIT-RAKE
                    END-IF
                 END-IF
           END-READ.

       2150-CREDIT-RAKE.

           MOVE 0 TO WK-GIVEN.
           IF RAKE-PROMO NOT = SPACES
              COMPUTE WK-CARDRAKE = RAKE-POT * WK-RAKEPCT / 100
              IF WK-CARDRAKE > WK-RAKECAP
                 MOVE WK-RAKECAP TO WK-CARDRAKE
              END-IF
              IF WK-CARDRAKE > RAKE-AMOUNT
                 COMPUTE WK-GIVEN = WK-CARDRAKE - RAKE-AMOUNT
              END-IF
           END-IF.
           IF RAKE-RVSL = "RVS"
              SUBTRACT RAKE-AMOUNT FROM WK-PV-RAKE(WK-FOUND-IDX)
              SUBTRACT WK-GIVEN FROM WK-PV-PROMO(WK-FOUND-IDX)
           ELSE
              ADD RAKE-AMOUNT TO WK-PV-RAKE(WK-FOUND-IDX)
              ADD WK-GIVEN TO WK-PV-PROMO(WK-FOUND-IDX)
           END-IF.

      *Skims in under the player whose hand paid them, voided skims
      *back out, payouts out

       2200-SCAN-JACKPOT.

           OPEN INPUT JKPLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2300-ONE-JACKPOT
              UNTIL WK-FILE-EOF.
           CLOSE JKPLOG.

       2300-ONE-JACKPOT.

           READ JKPLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF JKPL-DATE >= WK-FROMDATE
                       AND JKPL-DATE <= WK-TODATE
                       AND JKPL-RECORD (10:5) NOT = "SEAL@"
                       AND JKPL-PLAYER NOT = "SOAK"
                       AND JKPL-PLAYER NOT = SPACES
                    MOVE JKPL-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3600-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       IF JKPL-TYPE = "IN "
                          ADD JKPL-AMOUNT TO WK-PV-POOLS(WK-FOUND-IDX)
                       ELSE
                          SUBTRACT JKPL-AMOUNT
                             FROM WK-PV-POOLS(WK-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      *The same for the bad-beat pool -- the forfeited CPU share of
      *a trigger is no player's draw

       2400-SCAN-BADBEAT.

           OPEN INPUT BADBEATLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2500-ONE-BADBEAT
              UNTIL WK-FILE-EOF.
           CLOSE BADBEATLOG.

       2500-ONE-BADBEAT.

           READ BADBEATLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF BBL-DATE >= WK-FROMDATE
                       AND BBL-DATE <= WK-TODATE
                       AND BBL-RECORD (10:5) NOT = "SEAL@"
                       AND BBL-PLAYER NOT = "CPU"
                       AND BBL-PLAYER NOT = "SOAK"
                       AND BBL-PLAYER NOT = SPACES
                    MOVE BBL-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3600-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       IF BBL-TYPE = "IN "
                          ADD BBL-AMOUNT TO WK-PV-POOLS(WK-FOUND-IDX)
                       ELSE
                          SUBTRACT BBL-AMOUNT
                             FROM WK-PV-POOLS(WK-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       2600-SCAN-SIDEBET.

           OPEN INPUT SIDELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2700-ONE-SIDEBET
              UNTIL WK-FILE-EOF.
           CLOSE SIDELOG.

       2700-ONE-SIDEBET.

           READ SIDELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF SB-DATE >= WK-FROMDATE
                       AND SB-DATE <= WK-TODATE
                       AND SB-RECORD (10:5) NOT = "SEAL@"
                       AND SB-PLAYER NOT = "SOAK"
                    MOVE SB-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3600-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       IF SB-TYPE = "WAG"
                          ADD SB-AMOUNT TO WK-PV-SIDE(WK-FOUND-IDX)
                       ELSE
                          SUBTRACT SB-AMOUNT
                             FROM WK-PV-SIDE(WK-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      *Comps redeemed, at 100 points to the dollar

       2800-SCAN-COMP.

           OPEN INPUT COMPLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2900-ONE-COMP
              UNTIL WK-FILE-EOF.
           CLOSE COMPLOG.

       2900-ONE-COMP.

           READ COMPLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF COMP-DATE >= WK-FROMDATE
                       AND COMP-DATE <= WK-TODATE
                       AND COMP-RECORD (10:5) NOT = "SEAL@"
                       AND COMP-TYPE = "RED"
                    MOVE COMP-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3600-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       COMPUTE WK-PV-COMPS(WK-FOUND-IDX) =
                          WK-PV-COMPS(WK-FOUND-IDX)
                          + COMP-POINTS / 100
                    END-IF
                 END-IF
           END-READ.

       3000-SCAN-TOURNEY.

           OPEN INPUT TOURRES.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-ONE-RESULT
              UNTIL WK-FILE-EOF.
           CLOSE TOURRES.

       3100-ONE-RESULT.

           READ TOURRES
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF TRES-DATE >= WK-FROMDATE
                       AND TRES-DATE <= WK-TODATE
                       AND TRES-PRIZE > 0
                    MOVE TRES-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3600-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       ADD TRES-PRIZE TO WK-PV-PRIZES(WK-FOUND-IDX)
                    END-IF
                 END-IF
           END-READ.

       3200-SCAN-SEASON.

           OPEN INPUT SEASONLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3300-ONE-SEASON
              UNTIL WK-FILE-EOF.
           CLOSE SEASONLOG.

       3300-ONE-SEASON.

           READ SEASONLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF SEA-SEASON >= WK-FROMMONTH
                       AND SEA-SEASON <= WK-TOMONTH
                       AND SEA-PRIZE > 0
                    MOVE SEA-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3600-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       ADD SEA-PRIZE TO WK-PV-PRIZES(WK-FOUND-IDX)
                    END-IF
                 END-IF
           END-READ.

      *Time at the table off each sign-out row -- the session's
      *start clock to its end clock, across midnight when the end
      *reads earlier

       3400-SCAN-SESSIONS.

           OPEN INPUT SESSLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3500-ONE-SESSION
              UNTIL WK-FILE-EOF.
           CLOSE SESSLOG.

       3500-ONE-SESSION.

           READ SESSLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF SES-TYPE = "OFF"
                       AND SES-DATE >= WK-FROMDATE
                       AND SES-DATE <= WK-TODATE
                       AND SES-PLAYER NOT = "SOAK"
                    MOVE SES-PLAYER TO WK-LOOKUP-NAME
                    PERFORM 3600-FIND-PLAYER
                    IF WK-FOUND-IDX > 0
                       PERFORM 3550-ADD-TIME
                    END-IF
                 END-IF
           END-READ.

       3550-ADD-TIME.

           MOVE SES-START TO WK-CLOCK.
           COMPUTE WK-STARTSECS = WK-CLK-HH * 3600 + WK-CLK-MM * 60
              + WK-CLK-SS.
           MOVE SES-TIME TO WK-CLOCK.
           COMPUTE WK-ENDSECS = WK-CLK-HH * 3600 + WK-CLK-MM * 60
              + WK-CLK-SS.
           IF WK-ENDSECS < WK-STARTSECS
              ADD 86400 TO WK-ENDSECS
           END-IF.
           COMPUTE WK-PV-SECONDS(WK-FOUND-IDX) =
              WK-PV-SECONDS(WK-FOUND-IDX) + WK-ENDSECS - WK-STARTSECS.

      *Find (or add) the entry for the name staged in
      *WK-LOOKUP-NAME -- zero back when the table is full, and the
      *rows left out are counted on the report

       3600-FIND-PLAYER.

           MOVE 0 TO WK-FOUND-IDX.
           PERFORM VARYING WK-PV-I FROM 1 BY 1
                 UNTIL WK-PV-I > WK-PV-COUNT
              IF WK-PV-NAME(WK-PV-I) = WK-LOOKUP-NAME
                 MOVE WK-PV-I TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX = 0
              IF WK-PV-COUNT < 200
                 ADD 1 TO WK-PV-COUNT
                 MOVE WK-PV-COUNT TO WK-FOUND-IDX
                 MOVE WK-LOOKUP-NAME TO WK-PV-NAME(WK-FOUND-IDX)
                 MOVE 0 TO WK-PV-RAKE(WK-FOUND-IDX)
                 MOVE 0 TO WK-PV-POOLS(WK-FOUND-IDX)
                 MOVE 0 TO WK-PV-SIDE(WK-FOUND-IDX)
                 MOVE 0 TO WK-PV-COMPS(WK-FOUND-IDX)
                 MOVE 0 TO WK-PV-PRIZES(WK-FOUND-IDX)
                 MOVE 0 TO WK-PV-PROMO(WK-FOUND-IDX)
                 MOVE 0 TO WK-PV-SECONDS(WK-FOUND-IDX)
                 MOVE 0 TO WK-PV-NET(WK-FOUND-IDX)
              ELSE
                 ADD 1 TO WK-LEFTOUT
              END-IF
           END-IF.

      *Net per profile, then rank -- highest first, or for the cost
      *view lowest first

       4000-RANK-PROFILES.

           PERFORM VARYING WK-PV-I FROM 1 BY 1
                 UNTIL WK-PV-I > WK-PV-COUNT
              COMPUTE WK-PV-NET(WK-PV-I) = WK-PV-RAKE(WK-PV-I)
                 + WK-PV-POOLS(WK-PV-I) + WK-PV-SIDE(WK-PV-I)
                 - WK-PV-COMPS(WK-PV-I) - WK-PV-PRIZES(WK-PV-I)
           END-PERFORM.

           PERFORM VARYING WK-PV-I FROM 1 BY 1
                 UNTIL WK-PV-I >= WK-PV-COUNT
              PERFORM VARYING WK-PV-J FROM 1 BY 1
                    UNTIL WK-PV-J >= WK-PV-COUNT
                 MOVE 0 TO WK-SWAP
                 IF WK-SORT-COST
                    IF WK-PV-NET(WK-PV-J + 1) < WK-PV-NET(WK-PV-J)
                       MOVE 1 TO WK-SWAP
                    END-IF
                 ELSE
                    IF WK-PV-NET(WK-PV-J + 1) > WK-PV-NET(WK-PV-J)
                       MOVE 1 TO WK-SWAP
                    END-IF
                 END-IF
                 IF WK-SWAP = 1
                    MOVE WK-PV-ENTRY(WK-PV-J) TO WK-PV-TEMP
                    MOVE WK-PV-ENTRY(WK-PV-J + 1)
                       TO WK-PV-ENTRY(WK-PV-J)
                    MOVE WK-PV-TEMP TO WK-PV-ENTRY(WK-PV-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       5000-PRINT-REPORT.

           DISPLAY " ".
           IF WK-SORT-COST
              DISPLAY "Player value - biggest cost to the house first"
           ELSE
              DISPLAY "Player value - top contributors first"
           END-IF.
           DISPLAY "=================================================="
              "==========".
           DISPLAY "Player            Net      Hours    Net/hour".
           DISPLAY "        Rake       Pools        Side       Comps"
              "      Prizes  Promo given".
           PERFORM 5100-PRINT-PROFILE
              THRU 5100-PRINT-EXIT
              VARYING WK-PV-I FROM 1 BY 1
              UNTIL WK-PV-I > WK-PV-COUNT.

           DISPLAY " ".
           MOVE WK-TOT-NET TO WK-SHOWNET.
           COMPUTE WK-HOURS = WK-TOT-SECONDS / 3600.
           MOVE WK-HOURS TO WK-SHOWHOURS.
           IF WK-TOT-SECONDS > 0
              COMPUTE WK-PERHOUR = WK-TOT-NET * 3600 / WK-TOT-SECONDS
           ELSE
              MOVE 0 TO WK-PERHOUR
           END-IF.
           MOVE WK-PERHOUR TO WK-SHOWPERHOUR.
           DISPLAY "HOUSE     " WK-SHOWNET " " WK-SHOWHOURS " "
              WK-SHOWPERHOUR.
           MOVE WK-TOT-RAKE TO WK-SHOWRAKE.
           MOVE WK-TOT-POOLS TO WK-SHOWPOOLS.
           MOVE WK-TOT-SIDE TO WK-SHOWSIDE.
           MOVE WK-TOT-COMPS TO WK-SHOWCOMPS.
           MOVE WK-TOT-PRIZES TO WK-SHOWPRIZES.
           MOVE WK-TOT-PROMO TO WK-SHOWPROMO.
           DISPLAY "  " WK-SHOWRAKE " " WK-SHOWPOOLS " " WK-SHOWSIDE
              " " WK-SHOWCOMPS " " WK-SHOWPRIZES " " WK-SHOWPROMO.
           DISPLAY WK-PV-COUNT " profiles in the range".
           IF WK-LEFTOUT > 0
              DISPLAY "WARNING: " WK-LEFTOUT " ledger rows belong to "
                 "profiles past the table's 200 - not counted"
              MOVE 4 TO RETURN-CODE
           END-IF.

      *Every profile goes into the house totals; only as many as
      *were asked for are listed

       5100-PRINT-PROFILE.

           ADD WK-PV-RAKE(WK-PV-I) TO WK-TOT-RAKE.
           ADD WK-PV-POOLS(WK-PV-I) TO WK-TOT-POOLS.
           ADD WK-PV-SIDE(WK-PV-I) TO WK-TOT-SIDE.
           ADD WK-PV-COMPS(WK-PV-I) TO WK-TOT-COMPS.
           ADD WK-PV-PRIZES(WK-PV-I) TO WK-TOT-PRIZES.
           ADD WK-PV-PROMO(WK-PV-I) TO WK-TOT-PROMO.
           ADD WK-PV-NET(WK-PV-I) TO WK-TOT-NET.
           ADD WK-PV-SECONDS(WK-PV-I) TO WK-TOT-SECONDS.

           IF WK-SHOWMAX > 0 AND WK-SHOWN >= WK-SHOWMAX
              GO TO 5100-PRINT-EXIT
           END-IF.
           ADD 1 TO WK-SHOWN.
           MOVE WK-PV-NET(WK-PV-I) TO WK-SHOWNET.
           COMPUTE WK-HOURS = WK-PV-SECONDS(WK-PV-I) / 3600.
           MOVE WK-HOURS TO WK-SHOWHOURS.
           IF WK-PV-SECONDS(WK-PV-I) > 0
              COMPUTE WK-PERHOUR = WK-PV-NET(WK-PV-I) * 3600
                 / WK-PV-SECONDS(WK-PV-I)
           ELSE
              MOVE 0 TO WK-PERHOUR
           END-IF.
           MOVE WK-PERHOUR TO WK-SHOWPERHOUR.
           DISPLAY WK-PV-NAME(WK-PV-I) WK-SHOWNET " " WK-SHOWHOURS
              " " WK-SHOWPERHOUR.
           MOVE WK-PV-RAKE(WK-PV-I) TO WK-SHOWRAKE.
           MOVE WK-PV-POOLS(WK-PV-I) TO WK-SHOWPOOLS.
           MOVE WK-PV-SIDE(WK-PV-I) TO WK-SHOWSIDE.
           MOVE WK-PV-COMPS(WK-PV-I) TO WK-SHOWCOMPS.
           MOVE WK-PV-PRIZES(WK-PV-I) TO WK-SHOWPRIZES.
           MOVE WK-PV-PROMO(WK-PV-I) TO WK-SHOWPROMO.
           DISPLAY "  " WK-SHOWRAKE " " WK-SHOWPOOLS " " WK-SHOWSIDE
              " " WK-SHOWCOMPS " " WK-SHOWPRIZES " " WK-SHOWPROMO.

       5100-PRINT-EXIT.

           CONTINUE.

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
