       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiabRep.
       SECURITY.   Daily house liability balance sheet. Each
                   reconciliation proves one piece on its own -
                   BankRecon the bankrolls, JkpRecon the two pools,
                   CompAdm the comp points, VchClose the vouchers,
                   CkptSweep the escrowed pots - and nothing said
                   in one place what the house owes in all. This
                   run, the last step of the nightly chain, lists
                   every class of it as it stands: the player
                   bankrolls (BANK), comp points at the counter's
                   100-to-the-dollar redemption rate (CMP), the
                   progressive and bad-beat pools (JKP, BBJ), the
                   in-flight hands on CPY\CHECKPT.CFG - the escrowed
                   pot and side wager, less the stake the stored
                   bankroll still carries, which is exactly what a
                   sweep refund would add - the prize pools of open
                   events on CPY\TOUREVT.CFG (buy-in times
                   entrants), the league pool the month's rake has
                   accrued so far at the LGP percent (nothing once
                   the season is on CPY\SEASON.LOG), open vouchers
                   (VCH) and the dealer tip pool (TKP). Against the
                   total it sets the cash on hand for the business
                   date: the vault's book balance through the date
                   off CPY\CAGE.LOG, corrected by the day's last
                   vault count, plus what every drawer not yet
                   closed still holds - a closed drawer's counted
                   cash is back in the vault - and gives the
                   coverage ratio. Markers receivable are shown as
                   a memo: owed to the house, not cash. The SOAK
                   burn-in profile stays out, as in every report.
                   One line per run goes to CPY\LIABSHT.LOG (see
                   CPY\LBSREC.CBL), so the quarterly figure the
                   regulator asks for is the quarter-end row. Cash
                   short of the total ends the run with return
                   code 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONFIG
            ASSIGN TO
             "CPY\CONFIG.CFG"
             ORGANIZATION INDEXED
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
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY CKPT-PLAYER.

           SELECT OPTIONAL TOUREVT
            ASSIGN TO
             "CPY\TOUREVT.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY EVT-NUMBER.

           SELECT OPTIONAL RAKELOG
            ASSIGN TO
             "CPY\RAKE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SEASONLOG
            ASSIGN TO
             "CPY\SEASON.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CAGELOG
            ASSIGN TO
             "CPY\CAGE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CASHLOG
            ASSIGN TO
             "CPY\CASHIER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL LIABLOG
            ASSIGN TO
             "CPY\LIABSHT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CKPTREC.CBL".

           COPY "CPY\TEVTREC.CBL".

           COPY "CPY\RAKEREC.CBL".

           COPY "CPY\SEASREC.CBL".

           COPY "CPY\CAGEREC.CBL".

           COPY "CPY\CASHREC.CBL".

           COPY "CPY\LBSREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-DONE PIC 9 VALUE 0.

       01 WK-BUSDATE PIC 9(08).
       01 WK-SEASON PIC 9(04).
       01 WK-RECMONTH PIC 9(04).
       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-SITE PIC X(04) VALUE "MAIN".
       01 WK-SCANOPT PIC X(03).

      *What the house owes, class by class

       01 WK-BANKROLLS PIC 9(10)V99 VALUE 0.
       01 WK-PROFILES PIC 9(05) VALUE 0.
       01 WK-POINTS PIC 9(10) VALUE 0.
       01 WK-COMPS PIC 9(10)V99 VALUE 0.
       01 WK-JACKPOT PIC 9(10)V99 VALUE 0.
       01 WK-BADBEAT PIC 9(10)V99 VALUE 0.
       01 WK-ESCROWPOT PIC 9(10)V99 VALUE 0.
       01 WK-STAKES PIC S9(10)V99 VALUE 0.
       01 WK-ESCROW PIC S9(10)V99 VALUE 0.
       01 WK-HANDS PIC 9(05) VALUE 0.
       01 WK-TOURNEY PIC 9(10)V99 VALUE 0.
       01 WK-EVENTS PIC 9(04) VALUE 0.
       01 WK-LEAGUEPCT PIC 9(02) VALUE 5.
       01 WK-MONTHRAKE PIC S9(10)V99 VALUE 0.
       01 WK-LEAGUE PIC 9(10)V99 VALUE 0.
       01 WK-SEASONSHUT PIC 9 VALUE 0.
       01 WK-VOUCHERS PIC 9(10)V99 VALUE 0.
       01 WK-OPENVCH PIC 9(05) VALUE 0.
       01 WK-TIPS PIC 9(10)V99 VALUE 0.
       01 WK-MARKERS PIC 9(10)V99 VALUE 0.
       01 WK-TOTAL PIC S9(11)V99 VALUE 0.

      *The cash held against it -- the vault's book through the
      *business date, the day's last vault count's over/short, and
      *the drawers still out

       01 WK-VAULTBOOK PIC S9(11)V99 VALUE 0.
       01 WK-VCTSEEN PIC 9 VALUE 0.
       01 WK-VCTTIME PIC 9(08) VALUE 0.
       01 WK-VCTOVER PIC S9(10)V99 VALUE 0.
       01 WK-VAULTCASH PIC S9(11)V99 VALUE 0.
       01 WK-DRAWERCASH PIC S9(11)V99 VALUE 0.
       01 WK-OPENDRAWERS PIC 99 VALUE 0.
       01 WK-CASH PIC S9(11)V99 VALUE 0.
       01 WK-COVERPCT PIC 9(05)V99 VALUE 0.

       01 WK-DRAWER-COUNT PIC 99 COMP VALUE 0.
       01 WK-DRAWER-TAB.
           02 WK-DRAWER-ENTRY OCCURS 20 TIMES.
               03 WK-DT-DRAWER PIC X(04).
               03 WK-DT-HELD PIC S9(10)V99.
               03 WK-DT-CLOSED PIC 9.
       01 WK-SEARCH-IDX PIC 99 COMP.
       01 WK-FOUND-IDX PIC 99 COMP.
       01 WK-LOOKUP-DRAWER PIC X(04).

       01 WK-SHOW PIC Z(10)9,99.
       01 WK-NETSHOW PIC -(10)9,99.
       01 WK-PCTSHOW PIC Z(4)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "LiabRep" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.
           MOVE JOBG-BUSDATE TO WK-BUSDATE.
           IF WK-BUSDATE = 0
              ACCEPT WK-BUSDATE FROM DATE
           END-IF.
           COMPUTE WK-SEASON = WK-BUSDATE / 100.
           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.

           PERFORM 1000-HOUSE-BALANCES.
           PERFORM 2000-PLAYER-BALANCES.
           PERFORM 2500-ESCROWED-HANDS.
           PERFORM 2700-OPEN-EVENTS.
           PERFORM 2800-LEAGUE-ACCRUAL.
           PERFORM 3000-CASH-ON-HAND.
           PERFORM 4000-PRINT-SHEET.
           PERFORM 5000-LOG-SHEET.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *The house-wide balances -- both pools, the tip pool, the
      *league percent and the site code -- then every open voucher

       1000-HOUSE-BALANCES.

           OPEN INPUT HOUSE.
           MOVE "JKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-JACKPOT TO WK-JACKPOT
           END-READ.
           MOVE "BBJ" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-JACKPOT TO WK-BADBEAT
           END-READ.
           MOVE "TKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-JACKPOT TO WK-TIPS
           END-READ.
           MOVE "LGP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-LEAGUEPCT TO WK-LEAGUEPCT
           END-READ.
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

           MOVE 0 TO WK-DONE.
           MOVE "VCH" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 1100-ONE-VOUCHER
              UNTIL WK-DONE = 1.
           CLOSE HOUSE.

      *An open voucher not yet past its expiry is owed -- one past
      *it is the nightly close's to lapse, and is breakage

       1100-ONE-VOUCHER.

           READ HOUSE NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF HS-OPTION NOT = "VCH"
                    MOVE 1 TO WK-DONE
                 ELSE
                    IF HS-VCHSTATUS = "O"
                          AND HS-VCHEXPIRES NOT < WK-BUSDATE
                       ADD 1 TO WK-OPENVCH
                       ADD HS-VCHAMOUNT TO WK-VOUCHERS
                    END-IF
                 END-IF
           END-READ.

      *Every profile's bankroll, comp points and markers out, one
      *record type at a time off the player master

       2000-PLAYER-BALANCES.

           OPEN INPUT CONFIG.
           MOVE "BAN" TO WK-SCANOPT.
           PERFORM 2100-SCAN-TYPE.
           MOVE "CMP" TO WK-SCANOPT.
           PERFORM 2100-SCAN-TYPE.
           MOVE "MKL" TO WK-SCANOPT.
           PERFORM 2100-SCAN-TYPE.
           CLOSE CONFIG.

           COMPUTE WK-COMPS = WK-POINTS / 100.

       2100-SCAN-TYPE.

           MOVE 0 TO WK-DONE.
           MOVE WK-SCANOPT TO FD-OPTION.
           MOVE LOW-VALUES TO FD-PLAYER.
           START CONFIG KEY NOT < FD-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2200-ONE-PROFILE
              UNTIL WK-DONE = 1.

       2200-ONE-PROFILE.

           READ CONFIG NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF FD-OPTION NOT = WK-SCANOPT
                    MOVE 1 TO WK-DONE
                 ELSE
                    IF FD-PLAYER NOT = "SOAK"
                       EVALUATE FD-OPTION
                          WHEN "BAN"
                             ADD 1 TO WK-PROFILES
                             ADD FD-BANKROLL TO WK-BANKROLLS
                          WHEN "CMP"
                             ADD FD-COMPPOINTS TO WK-POINTS
                          WHEN "MKL"
                             ADD FD-MARKEROUT TO WK-MARKERS
                       END-EVALUATE
                    END-IF
                 END-IF
           END-READ.

      *An in-flight hand owes its player the checkpointed in-play
      *bankroll plus the escrowed pot and side wager - what the
      *sweep would refund. The stored bankroll, already counted
      *above, still holds the pre-hand balance, so only the refund
      *less that balance is owed on top of it

       2500-ESCROWED-HANDS.

           OPEN INPUT CHECKPT.
           OPEN INPUT CONFIG.
           MOVE "N" TO WK-EOF.
           PERFORM 2510-ONE-HAND
              UNTIL WK-FILE-EOF.
           CLOSE CONFIG.
           CLOSE CHECKPT.

           COMPUTE WK-ESCROW = WK-ESCROWPOT - WK-STAKES.

       2510-ONE-HAND.

           READ CHECKPT NEXT
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CKPT-PLAYER NOT = "SOAK"
                    ADD 1 TO WK-HANDS
                    ADD CKPT-POT TO WK-ESCROWPOT
                    ADD CKPT-SBWAGER TO WK-ESCROWPOT
                    MOVE "BAN" TO FD-OPTION
                    MOVE CKPT-PLAYER TO FD-PLAYER
                    READ CONFIG
                       INVALID KEY
                          SUBTRACT CKPT-PLAYERMONEY FROM WK-STAKES
                       NOT INVALID KEY
                          COMPUTE WK-STAKES = WK-STAKES
                             + FD-BANKROLL - CKPT-PLAYERMONEY
                    END-READ
                 END-IF
           END-READ.

      *An open event has taken its entry fees and owes them back as
      *prizes when it closes

       2700-OPEN-EVENTS.

           OPEN INPUT TOUREVT.
           MOVE "N" TO WK-EOF.
           PERFORM 2710-ONE-EVENT
              UNTIL WK-FILE-EOF.
           CLOSE TOUREVT.

       2710-ONE-EVENT.

           READ TOUREVT NEXT
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF EVT-STATUS = "O"
                    ADD 1 TO WK-EVENTS
                    COMPUTE WK-TOURNEY = WK-TOURNEY
                       + EVT-BUYIN * EVT-COUNT
                 END-IF
           END-READ.

      *The season's pool, accrued through the business date the way
      *LeagueClose will fund it - unless that season has already
      *closed and paid out

       2800-LEAGUE-ACCRUAL.

           OPEN INPUT SEASONLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2810-SCAN-SEASON
              UNTIL WK-FILE-EOF.
           CLOSE SEASONLOG.
           IF WK-SEASONSHUT = 1
              MOVE 0 TO WK-LEAGUE
           ELSE
              OPEN INPUT RAKELOG
              MOVE "N" TO WK-EOF
              PERFORM 2820-ADD-RAKE
                 UNTIL WK-FILE-EOF
              CLOSE RAKELOG
              IF WK-MONTHRAKE > 0
                 COMPUTE WK-LEAGUE =
                    WK-MONTHRAKE * WK-LEAGUEPCT / 100
              END-IF
           END-IF.

       2810-SCAN-SEASON.

           READ SEASONLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF SEA-SEASON = WK-SEASON
                    MOVE 1 TO WK-SEASONSHUT
                 END-IF
           END-READ.

       2820-ADD-RAKE.

           READ RAKELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 COMPUTE WK-RECMONTH = RAKE-DATE / 100
                 IF WK-RECMONTH = WK-SEASON
                       AND RAKE-DATE NOT > WK-BUSDATE
                       AND RAKE-RECORD (10:5) NOT = "SEAL@"
                    IF RAKE-RVSL = "RVS"
                       SUBTRACT RAKE-AMOUNT FROM WK-MONTHRAKE
                    ELSE
                       ADD RAKE-AMOUNT TO WK-MONTHRAKE
                    END-IF
                 END-IF
           END-READ.

      *Cash on hand for the business date -- the vault book rolled
      *the way the cage report rolls it, the day's last vault count
      *correcting it to counted cash, and each drawer's float and
      *fills less credits plus the counter's deposits less
      *withdrawals for a drawer not closed

       3000-CASH-ON-HAND.

           MOVE 0 TO WK-DRAWER-COUNT.
           INITIALIZE WK-DRAWER-TAB.

           OPEN INPUT CAGELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-ONE-CAGE-ROW
              UNTIL WK-FILE-EOF.
           CLOSE CAGELOG.

           OPEN INPUT CASHLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3200-ONE-COUNTER-ROW
              UNTIL WK-FILE-EOF.
           CLOSE CASHLOG.

           PERFORM 3300-DRAWER-OUT
              VARYING WK-FOUND-IDX FROM 1 BY 1
              UNTIL WK-FOUND-IDX > WK-DRAWER-COUNT.

           COMPUTE WK-VAULTCASH = WK-VAULTBOOK + WK-VCTOVER.
           COMPUTE WK-CASH = WK-VAULTCASH + WK-DRAWERCASH.

       3100-ONE-CAGE-ROW.

           READ CAGELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CAGE-DATE NOT > WK-BUSDATE
                    PERFORM 3110-PLACE-CAGE-ROW
                       THRU 3110-PLACE-EXIT
                 END-IF
           END-READ.

       3110-PLACE-CAGE-ROW.

           EVALUATE CAGE-TYPE
              WHEN "VIN"
              WHEN "CRD"
              WHEN "CLS"
                 ADD CAGE-AMOUNT TO WK-VAULTBOOK
              WHEN "VOT"
              WHEN "ISS"
              WHEN "FIL"
                 SUBTRACT CAGE-AMOUNT FROM WK-VAULTBOOK
           END-EVALUATE.

           IF CAGE-DATE NOT = WK-BUSDATE
              GO TO 3110-PLACE-EXIT
           END-IF.
           IF CAGE-TYPE = "VCT"
              IF CAGE-TIME NOT < WK-VCTTIME
                 MOVE 1 TO WK-VCTSEEN
                 MOVE CAGE-TIME TO WK-VCTTIME
                 MOVE CAGE-OVERSHORT TO WK-VCTOVER
              END-IF
              GO TO 3110-PLACE-EXIT
           END-IF.
           IF CAGE-DRAWER = "CAGE"
              GO TO 3110-PLACE-EXIT
           END-IF.

           MOVE CAGE-DRAWER TO WK-LOOKUP-DRAWER.
           PERFORM 3400-FIND-DRAWER.
           IF WK-FOUND-IDX = 0
              GO TO 3110-PLACE-EXIT
           END-IF.
           EVALUATE CAGE-TYPE
              WHEN "ISS"
              WHEN "FIL"
                 ADD CAGE-AMOUNT TO WK-DT-HELD(WK-FOUND-IDX)
              WHEN "CRD"
                 SUBTRACT CAGE-AMOUNT FROM WK-DT-HELD(WK-FOUND-IDX)
              WHEN "CLS"
                 MOVE 1 TO WK-DT-CLOSED(WK-FOUND-IDX)
           END-EVALUATE.

       3110-PLACE-EXIT.

           CONTINUE.

       3200-ONE-COUNTER-ROW.

           READ CASHLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CASH-RECORD (10:5) NOT = "SEAL@"
                       AND CASH-DATE = WK-BUSDATE
                       AND (CASH-TYPE = "DEP" OR CASH-TYPE = "WDR")
                    MOVE CASH-DRAWER TO WK-LOOKUP-DRAWER
                    PERFORM 3400-FIND-DRAWER
                    IF WK-FOUND-IDX > 0
                       IF CASH-TYPE = "DEP"
                          ADD CASH-AMOUNT TO WK-DT-HELD(WK-FOUND-IDX)
                       ELSE
                          SUBTRACT CASH-AMOUNT
                             FROM WK-DT-HELD(WK-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      *A closed drawer's counted cash went back to the vault with
      *its CLS row, so only drawers still open add to the cash

       3300-DRAWER-OUT.

           IF WK-DT-CLOSED(WK-FOUND-IDX) = 0
              ADD WK-DT-HELD(WK-FOUND-IDX) TO WK-DRAWERCASH
              ADD 1 TO WK-OPENDRAWERS
           END-IF.

      *Find the day's entry for WK-LOOKUP-DRAWER, adding it when new
      *-- WK-FOUND-IDX comes back zero when the table is full

       3400-FIND-DRAWER.

           MOVE 0 TO WK-FOUND-IDX.
           PERFORM 3410-MATCH-DRAWER
              VARYING WK-SEARCH-IDX FROM 1 BY 1
              UNTIL WK-SEARCH-IDX > WK-DRAWER-COUNT.
           IF WK-FOUND-IDX = 0 AND WK-DRAWER-COUNT < 20
              ADD 1 TO WK-DRAWER-COUNT
              MOVE WK-DRAWER-COUNT TO WK-FOUND-IDX
              MOVE WK-LOOKUP-DRAWER TO WK-DT-DRAWER(WK-FOUND-IDX)
              MOVE 0 TO WK-DT-HELD(WK-FOUND-IDX)
              MOVE 0 TO WK-DT-CLOSED(WK-FOUND-IDX)
           END-IF.

       3410-MATCH-DRAWER.

           IF WK-DT-DRAWER(WK-SEARCH-IDX) = WK-LOOKUP-DRAWER
              MOVE WK-SEARCH-IDX TO WK-FOUND-IDX
           END-IF.

       4000-PRINT-SHEET.

           COMPUTE WK-TOTAL = WK-BANKROLLS + WK-COMPS + WK-JACKPOT
              + WK-BADBEAT + WK-ESCROW + WK-TOURNEY + WK-LEAGUE
              + WK-VOUCHERS + WK-TIPS.
           IF WK-TOTAL > 0 AND WK-CASH > 0
              COMPUTE WK-COVERPCT ROUNDED =
                 WK-CASH * 100 / WK-TOTAL
                 ON SIZE ERROR
                    MOVE 99999,99 TO WK-COVERPCT
              END-COMPUTE
           ELSE
              MOVE 0 TO WK-COVERPCT
           END-IF.

           DISPLAY "House liability balance sheet for " WK-BUSDATE
              "  site " WK-SITE.
           DISPLAY "=============================================".
           DISPLAY "Balances as they stand at " WK-TODAY " "
              WK-CLOCK(1:4).
           DISPLAY " ".
           DISPLAY "Owed by the house".
           MOVE WK-BANKROLLS TO WK-SHOW.
           DISPLAY "  Player bankrolls       " WK-SHOW "  ("
              WK-PROFILES " profiles)".
           MOVE WK-COMPS TO WK-SHOW.
           DISPLAY "  Comp points            " WK-SHOW "  ("
              WK-POINTS " points at 100 to $1)".
           MOVE WK-JACKPOT TO WK-SHOW.
           DISPLAY "  Progressive jackpot    " WK-SHOW.
           MOVE WK-BADBEAT TO WK-SHOW.
           DISPLAY "  Bad-beat pool          " WK-SHOW.
           MOVE WK-ESCROW TO WK-NETSHOW.
           DISPLAY "  In-flight hands        " WK-NETSHOW "  ("
              WK-HANDS " checkpoints)".
           MOVE WK-ESCROWPOT TO WK-SHOW.
           DISPLAY "    escrowed pots/wagers " WK-SHOW.
           MOVE WK-STAKES TO WK-NETSHOW.
           DISPLAY "    less stakes on file  " WK-NETSHOW.
           MOVE WK-TOURNEY TO WK-SHOW.
           DISPLAY "  Tournament prize pools " WK-SHOW "  ("
              WK-EVENTS " open events)".
           MOVE WK-LEAGUE TO WK-SHOW.
           IF WK-SEASONSHUT = 1
              DISPLAY "  League prize pool      " WK-SHOW
                 "  (season " WK-SEASON " closed)"
           ELSE
              DISPLAY "  League prize pool      " WK-SHOW
                 "  (season " WK-SEASON " at " WK-LEAGUEPCT
                 "% of rake)"
           END-IF.
           MOVE WK-VOUCHERS TO WK-SHOW.
           DISPLAY "  Open vouchers          " WK-SHOW "  ("
              WK-OPENVCH " vouchers)".
           MOVE WK-TIPS TO WK-SHOW.
           DISPLAY "  Dealer tip pool        " WK-SHOW.
           MOVE WK-TOTAL TO WK-NETSHOW.
           DISPLAY "Total liabilities        " WK-NETSHOW.

           DISPLAY " ".
           DISPLAY "Cash held against it".
           MOVE WK-VAULTBOOK TO WK-NETSHOW.
           DISPLAY "  Vault book             " WK-NETSHOW.
           IF WK-VCTSEEN = 1
              MOVE WK-VCTOVER TO WK-NETSHOW
              DISPLAY "  Vault count over/short " WK-NETSHOW
                 "  (counted " WK-VCTTIME(1:4) ")"
           ELSE
              DISPLAY "  Vault not counted on " WK-BUSDATE
                 " - book balance used"
           END-IF.
           MOVE WK-DRAWERCASH TO WK-NETSHOW.
           DISPLAY "  Drawers still out      " WK-NETSHOW "  ("
              WK-OPENDRAWERS " not closed)".
           MOVE WK-CASH TO WK-NETSHOW.
           DISPLAY "Total cash               " WK-NETSHOW.

           DISPLAY " ".
           MOVE WK-MARKERS TO WK-SHOW.
           DISPLAY "Memo: markers receivable " WK-SHOW
              "  (owed to the house, not cash)".
           DISPLAY " ".
           IF WK-TOTAL > 0
              MOVE WK-COVERPCT TO WK-PCTSHOW
              DISPLAY "Coverage ratio           " WK-PCTSHOW "%"
              IF WK-CASH < WK-TOTAL
                 DISPLAY "CASH SHORT OF LIABILITIES"
                 MOVE 4 TO RETURN-CODE
              ELSE
                 DISPLAY "Liabilities covered"
              END-IF
           ELSE
              DISPLAY "Coverage ratio           nothing owed"
           END-IF.

       5000-LOG-SHEET.

           OPEN EXTEND LIABLOG.
           MOVE SPACES TO LBS-RECORD.
           MOVE WK-BUSDATE TO LBS-BUSDATE.
           MOVE WK-TODAY TO LBS-RUNDATE.
           MOVE WK-CLOCK TO LBS-RUNTIME.
           MOVE WK-SITE TO LBS-SITE.
           MOVE WK-BANKROLLS TO LBS-BANKROLLS.
           MOVE WK-COMPS TO LBS-COMPS.
           MOVE WK-JACKPOT TO LBS-JACKPOT.
           MOVE WK-BADBEAT TO LBS-BADBEAT.
           MOVE WK-ESCROW TO LBS-ESCROW.
           MOVE WK-TOURNEY TO LBS-TOURNEY.
           MOVE WK-LEAGUE TO LBS-LEAGUE.
           MOVE WK-VOUCHERS TO LBS-VOUCHERS.
           MOVE WK-TIPS TO LBS-TIPS.
           MOVE WK-TOTAL TO LBS-TOTAL.
           MOVE WK-CASH TO LBS-CASH.
           MOVE WK-COVERPCT TO LBS-COVERPCT.
           MOVE WK-MARKERS TO LBS-MARKERS.
           WRITE LBS-RECORD.
           CLOSE LIABLOG.

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
