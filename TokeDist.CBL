       IDENTIFICATION DIVISION.
       PROGRAM-ID. TokeDist.
       SECURITY.   Period-end distribution of the dealer tip pool.
                   Winners' tokes collect in the TKP pool as the
                   hands settle, each on its own TIP line of the
                   toke ledger CPY\TOKE.LOG; this job, behind a
                   supervisor staff login through PinGate, shares
                   the pool out among the staff accounts that
                   worked a shift in the period asked for. A shift
                   is a drawer's time off the cage ledger
                   CPY\CAGE.LOG, from the opening float issued
                   (ISS) to the drawer close (CLS), credited to the
                   staff id that closed it; a drawer still open at
                   the period's end, a float issued before it
                   began, and a close under an id that is not a
                   staff account on the house file count for no
                   one. Each staff account's share is the pool
                   weighted by its minutes on shift, rounded down
                   to the cent - the odd cents stay in the pool for
                   the next period. The pool is taken under a
                   record lock, one PAY line per staff account goes
                   on the toke ledger with the minutes, the
                   supervisor and the period, and the pool is
                   reduced by what was paid; the general-ledger
                   extract posts the PAY lines as the pool paid out
                   in cash. A period must start after the last one
                   distributed, so no shift is paid twice.

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
             RECORD HS-KEY
             LOCK MODE IS MANUAL WITH LOCK ON RECORD
             FILE STATUS WK-HOUSE-STATUS.

           SELECT OPTIONAL CAGELOG
            ASSIGN TO
             "CPY\CAGE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TOKELOG
            ASSIGN TO
             "CPY\TOKE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CAGEREC.CBL".

           COPY "CPY\TOKREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

       01 WK-HOUSE-STATUS PIC X(02).

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

      *Supervisor login and the period of shifts to pay

       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-LOGIN-OK PIC 9 VALUE 0.
       01 WK-FROMDATE PIC 9(08).
       01 WK-TODATE PIC 9(08).
       01 WK-LASTTO PIC 9(08) VALUE 0.
       01 WK-PERIOD-OK PIC 9 VALUE 0.

      *The run's stamp and the gaming date it falls in under the
      *GDC cutover, the way the game dates its hands

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-CUTOVER PIC 9(04) VALUE 0600.
       01 WK-GAMEDATE PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-ROW-INT PIC 9(08).
       01 WK-ROW-CLOCK PIC 9(04).
       01 WK-ROW-HH PIC 9(02).
       01 WK-ROW-MM PIC 9(02).

      *Drawers with a float issued in the period and not yet
      *closed -- the issue stamp in minutes, day number times 1440
      *plus the clock

       01 WK-DR-COUNT PIC 99 COMP VALUE 0.
       01 WK-DR-TAB.
           02 WK-DR-ENTRY OCCURS 20 TIMES.
               03 WK-DR-DRAWER PIC X(04).
               03 WK-DR-OPEN PIC 9 VALUE 0.
               03 WK-DR-ISSUED PIC 9(12).
       01 WK-LOOKUP-DRAWER PIC X(04).
       01 WK-STAMP PIC 9(12).
       01 WK-SHIFTMIN PIC 9(07).

      *Staff accounts on shift in the period, their minutes and the
      *share each is paid

       01 WK-ST-COUNT PIC 99 COMP VALUE 0.
       01 WK-ST-TAB.
           02 WK-ST-ENTRY OCCURS 50 TIMES.
               03 WK-ST-STAFF PIC X(10).
               03 WK-ST-MINUTES PIC 9(07).
               03 WK-ST-SHARE PIC 9(08)V99.
       01 WK-LOOKUP-STAFF PIC X(10).
       01 WK-SEARCH-IDX PIC 99 COMP.
       01 WK-FOUND-IDX PIC 99 COMP.
       01 WK-NOSTAFF PIC 9 VALUE 0.

       01 WK-TOTMIN PIC 9(09) VALUE 0.
       01 WK-UNCREDITED PIC 9(09) VALUE 0.
       01 WK-STILLOPEN PIC 99 VALUE 0.
       01 WK-POOL PIC 9(08)V99 VALUE 0.
       01 WK-PAID PIC 9(08)V99 VALUE 0.
       01 WK-LEFT PIC 9(08)V99 VALUE 0.
       01 WK-HOURS PIC 9(05)V99.
       01 WK-MONEYSHOW PIC Z(7)9,99.
       01 WK-HOURSHOW PIC Z(4)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0500-STAFF-LOGIN
              THRU 0500-STAFF-EXIT.
           IF WK-LOGIN-OK = 0
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.
           PERFORM 1000-LOAD-SETTINGS.
           PERFORM 0600-ASK-PERIOD
              THRU 0600-ASK-EXIT.
           IF WK-PERIOD-OK = 0
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           SET JOBG-START TO TRUE.
           MOVE "TokeDist" TO JOBG-PROGRAM.
           MOVE WK-TODATE TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 2000-BUILD-SHIFTS.
           IF WK-TOTMIN = 0
              DISPLAY "No shift closed by a staff account from "
                 WK-FROMDATE " to " WK-TODATE
                 " - nothing distributed"
              MOVE 4 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.
           PERFORM 3000-DISTRIBUTE
              THRU 3000-DISTRIBUTE-EXIT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Supervisor challenge -- the counter's rules, supervisor role
      *only. With no staff accounts on file there is no one to
      *share the pool with, so the job refuses rather than running
      *open

       0500-STAFF-LOGIN.

           OPEN INPUT HOUSE.
           MOVE "STF" TO HS-OPTION.
           MOVE LOW-VALUES TO HS-PLAYER.
           MOVE 0 TO WK-STF-SEEN.
           START HOUSE KEY NOT < HS-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ HOUSE NEXT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF HS-OPTION = "STF"
                          MOVE 1 TO WK-STF-SEEN
                       END-IF
                 END-READ
           END-START.
           CLOSE HOUSE.

           MOVE 0 TO WK-LOGIN-OK.
           IF WK-STF-SEEN = 0
              DISPLAY "No staff accounts on file - there is no one "
                 "to share the tip pool with"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.

           DISPLAY "Staff id:  " NO ADVANCING.
           ACCEPT WK-STAFFID.
           DISPLAY "Staff PIN: " NO ADVANCING.
           ACCEPT WK-STAFFPIN.

           SET PING-VERIFY TO TRUE.
           SET PING-STAFF TO TRUE.
           MOVE WK-STAFFID TO PING-ID.
           MOVE WK-STAFFPIN TO PING-PIN.
           MOVE "TokeDist" TO PING-PROGRAM.
           MOVE "Y" TO PING-CONSOLE.
           CALL "PinGate" USING PING-PARMS.
           IF NOT PING-OK
              EVALUATE TRUE
                 WHEN PING-NOACCOUNT
                    DISPLAY "No staff account [" WK-STAFFID "]"
                 WHEN PING-LOCKED
                    DISPLAY "Staff id " WK-STAFFID " is locked out - "
                       "another supervisor must clear it"
                 WHEN PING-EXPIRED
                    DISPLAY "PIN expired and not changed"
                 WHEN OTHER
                    DISPLAY "Wrong staff PIN"
              END-EVALUATE
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           IF PING-ROLE NOT = "S"
              DISPLAY "Role " PING-ROLE " cannot distribute the tip "
                 "pool"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           MOVE 1 TO WK-LOGIN-OK.

       0500-STAFF-EXIT.

           CONTINUE.

      *The period is calendar dates, the way the cage stamps its
      *rows. It may not run past today, and must start after the
      *last period already paid out

       0600-ASK-PERIOD.

           MOVE 0 TO WK-PERIOD-OK.
           DISPLAY "Shifts from (YYMMDD as logged): " NO ADVANCING.
           ACCEPT WK-FROMDATE.
           DISPLAY "Shifts to   (YYMMDD as logged): " NO ADVANCING.
           ACCEPT WK-TODATE.
           IF WK-TODATE < WK-FROMDATE OR WK-TODATE > WK-TODAY
              DISPLAY "Period " WK-FROMDATE " to " WK-TODATE
                 " is not a closed period - nothing distributed"
              GO TO 0600-ASK-EXIT
           END-IF.

           OPEN INPUT TOKELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 0700-LAST-PERIOD
              UNTIL WK-FILE-EOF.
           CLOSE TOKELOG.
           IF WK-FROMDATE NOT > WK-LASTTO
              DISPLAY "The tip pool was already distributed for "
                 "shifts up to " WK-LASTTO " - start the period "
                 "after it"
              GO TO 0600-ASK-EXIT
           END-IF.
           MOVE 1 TO WK-PERIOD-OK.

       0600-ASK-EXIT.

           CONTINUE.

       0700-LAST-PERIOD.

           READ TOKELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF TOK-TYPE = "PAY" AND TOK-TO > WK-LASTTO
                    MOVE TOK-TO TO WK-LASTTO
                 END-IF
           END-READ.

      *The GDC cutover, and the gaming date the run falls in

       1000-LOAD-SETTINGS.

           OPEN INPUT HOUSE.
           MOVE "GDC" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-CUTOVER TO WK-CUTOVER
           END-READ.
           CLOSE HOUSE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           MOVE WK-TODAY TO WK-GAMEDATE.
           COMPUTE WK-ROW-CLOCK = WK-CLOCK / 10000.
           IF WK-ROW-CLOCK < WK-CUTOVER
              COMPUTE WK-FULLDATE = WK-TODAY + 20000000
              COMPUTE WK-ROW-INT =
                 FUNCTION INTEGER-OF-DATE(WK-FULLDATE) - 1
              COMPUTE WK-FULLDATE =
                 FUNCTION DATE-OF-INTEGER(WK-ROW-INT)
              COMPUTE WK-GAMEDATE = WK-FULLDATE - 20000000
           END-IF.

      *Every drawer shift in the period off the cage ledger -- the
      *float issued opens it, the close ends it and credits its
      *minutes to the staff id that closed it

       2000-BUILD-SHIFTS.

           OPEN INPUT HOUSE.
           OPEN INPUT CAGELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2100-CAGE-ROW
              UNTIL WK-FILE-EOF.
           CLOSE CAGELOG.
           CLOSE HOUSE.

           MOVE 0 TO WK-STILLOPEN.
           PERFORM 2700-COUNT-OPEN
              VARYING WK-SEARCH-IDX FROM 1 BY 1
              UNTIL WK-SEARCH-IDX > WK-DR-COUNT.
           IF WK-STILLOPEN > 0
              DISPLAY WK-STILLOPEN " drawer(s) still open at the "
                 "period's end - those shifts are not counted"
           END-IF.
           IF WK-UNCREDITED > 0
              DISPLAY WK-UNCREDITED " shift minutes closed under an "
                 "id that is not a staff account - not counted"
           END-IF.

       2100-CAGE-ROW.

           READ CAGELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CAGE-DATE NOT < WK-FROMDATE
                       AND CAGE-DATE NOT > WK-TODATE
                       AND CAGE-DRAWER NOT = "CAGE"
                    PERFORM 2200-PLACE-ROW
                       THRU 2200-PLACE-EXIT
                 END-IF
           END-READ.

       2200-PLACE-ROW.

           IF CAGE-TYPE NOT = "ISS" AND CAGE-TYPE NOT = "CLS"
              GO TO 2200-PLACE-EXIT
           END-IF.
           COMPUTE WK-FULLDATE = CAGE-DATE + 20000000.
           COMPUTE WK-ROW-CLOCK = CAGE-TIME / 10000.
           DIVIDE WK-ROW-CLOCK BY 100
              GIVING WK-ROW-HH REMAINDER WK-ROW-MM.
           COMPUTE WK-STAMP =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE) * 1440
              + WK-ROW-HH * 60 + WK-ROW-MM.
           MOVE CAGE-DRAWER TO WK-LOOKUP-DRAWER.
           PERFORM 2300-FIND-DRAWER.
           IF WK-FOUND-IDX = 0
              GO TO 2200-PLACE-EXIT
           END-IF.

           IF CAGE-TYPE = "ISS"
              MOVE 1 TO WK-DR-OPEN(WK-FOUND-IDX)
              MOVE WK-STAMP TO WK-DR-ISSUED(WK-FOUND-IDX)
              GO TO 2200-PLACE-EXIT
           END-IF.

           IF WK-DR-OPEN(WK-FOUND-IDX) = 0
              GO TO 2200-PLACE-EXIT
           END-IF.
           MOVE 0 TO WK-DR-OPEN(WK-FOUND-IDX).
           COMPUTE WK-SHIFTMIN = WK-STAMP
              - WK-DR-ISSUED(WK-FOUND-IDX).
           MOVE CAGE-STAFF TO WK-LOOKUP-STAFF.
           PERFORM 2500-CHECK-STAFF.
           IF WK-NOSTAFF = 1
              ADD WK-SHIFTMIN TO WK-UNCREDITED
              GO TO 2200-PLACE-EXIT
           END-IF.
           PERFORM 2400-FIND-STAFF.
           IF WK-FOUND-IDX = 0
              ADD WK-SHIFTMIN TO WK-UNCREDITED
              GO TO 2200-PLACE-EXIT
           END-IF.
           ADD WK-SHIFTMIN TO WK-ST-MINUTES(WK-FOUND-IDX).
           ADD WK-SHIFTMIN TO WK-TOTMIN.

       2200-PLACE-EXIT.

           EXIT.

       2300-FIND-DRAWER.

           MOVE 0 TO WK-FOUND-IDX.
           PERFORM 2310-MATCH-DRAWER
              VARYING WK-SEARCH-IDX FROM 1 BY 1
              UNTIL WK-SEARCH-IDX > WK-DR-COUNT.
           IF WK-FOUND-IDX = 0 AND WK-DR-COUNT < 20
              ADD 1 TO WK-DR-COUNT
              MOVE WK-DR-COUNT TO WK-FOUND-IDX
              MOVE WK-LOOKUP-DRAWER TO WK-DR-DRAWER(WK-FOUND-IDX)
              MOVE 0 TO WK-DR-OPEN(WK-FOUND-IDX)
              MOVE 0 TO WK-DR-ISSUED(WK-FOUND-IDX)
           END-IF.

       2310-MATCH-DRAWER.

           IF WK-DR-DRAWER(WK-SEARCH-IDX) = WK-LOOKUP-DRAWER
              MOVE WK-SEARCH-IDX TO WK-FOUND-IDX
           END-IF.

       2400-FIND-STAFF.

           MOVE 0 TO WK-FOUND-IDX.
           PERFORM 2410-MATCH-STAFF
              VARYING WK-SEARCH-IDX FROM 1 BY 1
              UNTIL WK-SEARCH-IDX > WK-ST-COUNT.
           IF WK-FOUND-IDX = 0 AND WK-ST-COUNT < 50
              ADD 1 TO WK-ST-COUNT
              MOVE WK-ST-COUNT TO WK-FOUND-IDX
              MOVE WK-LOOKUP-STAFF TO WK-ST-STAFF(WK-FOUND-IDX)
              MOVE 0 TO WK-ST-MINUTES(WK-FOUND-IDX)
              MOVE 0 TO WK-ST-SHARE(WK-FOUND-IDX)
           END-IF.

       2410-MATCH-STAFF.

           IF WK-ST-STAFF(WK-SEARCH-IDX) = WK-LOOKUP-STAFF
              MOVE WK-SEARCH-IDX TO WK-FOUND-IDX
           END-IF.

      *Only a staff account on the house file shares the pool --
      *an open-station close (NOSTAFF) or an id since removed
      *does not

       2500-CHECK-STAFF.

           MOVE 0 TO WK-NOSTAFF.
           MOVE "STF" TO HS-OPTION.
           MOVE WK-LOOKUP-STAFF TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE 1 TO WK-NOSTAFF
           END-READ.

       2700-COUNT-OPEN.

           IF WK-DR-OPEN(WK-SEARCH-IDX) = 1
              ADD 1 TO WK-STILLOPEN
           END-IF.

      *Take the pool under the lock, pay each staff account its
      *share by minutes on a PAY line, and put back only the odd
      *cents

       3000-DISTRIBUTE.

           OPEN I-O HOUSE.
           MOVE "TKP" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           PERFORM 3100-HOUSE-READ-LOCK.
           IF WK-HOUSE-STATUS NOT = "00"
              DISPLAY "No tip pool on file - nothing distributed"
              CLOSE HOUSE
              MOVE 4 TO RETURN-CODE
              GO TO 3000-DISTRIBUTE-EXIT
           END-IF.
           MOVE HS-JACKPOT TO WK-POOL.
           IF WK-POOL = 0
              DISPLAY "The tip pool is empty - nothing distributed"
              CLOSE HOUSE
              MOVE 4 TO RETURN-CODE
              GO TO 3000-DISTRIBUTE-EXIT
           END-IF.

           DISPLAY "Tip pool distribution, shifts " WK-FROMDATE
              " to " WK-TODATE.
           DISPLAY "=============================================".
           DISPLAY "Staff id      Hours      Share".
           OPEN EXTEND TOKELOG.
           PERFORM 3200-PAY-ONE
              VARYING WK-SEARCH-IDX FROM 1 BY 1
              UNTIL WK-SEARCH-IDX > WK-ST-COUNT.
           CLOSE TOKELOG.

           SUBTRACT WK-PAID FROM HS-JACKPOT.
           MOVE HS-JACKPOT TO WK-LEFT.
           REWRITE HS-CONFIG.
           CLOSE HOUSE.

           DISPLAY " ".
           MOVE WK-POOL TO WK-MONEYSHOW.
           DISPLAY "Pool before:   " WK-MONEYSHOW.
           MOVE WK-PAID TO WK-MONEYSHOW.
           DISPLAY "Paid to staff: " WK-MONEYSHOW.
           MOVE WK-LEFT TO WK-MONEYSHOW.
           DISPLAY "Left in pool:  " WK-MONEYSHOW.

       3000-DISTRIBUTE-EXIT.

           CONTINUE.

       3100-HOUSE-READ-LOCK.

           READ HOUSE WITH LOCK
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WK-HOUSE-STATUS = "51" OR WK-HOUSE-STATUS = "9D"
              DISPLAY "Record in use by a terminal - retrying"
              GO TO 3100-HOUSE-READ-LOCK
           END-IF.

       3200-PAY-ONE.

           COMPUTE WK-ST-SHARE(WK-SEARCH-IDX) = WK-POOL
              * WK-ST-MINUTES(WK-SEARCH-IDX) / WK-TOTMIN.
           COMPUTE WK-HOURS = WK-ST-MINUTES(WK-SEARCH-IDX) / 60.
           MOVE WK-HOURS TO WK-HOURSHOW.
           MOVE WK-ST-SHARE(WK-SEARCH-IDX) TO WK-MONEYSHOW.
           DISPLAY WK-ST-STAFF(WK-SEARCH-IDX) " " WK-HOURSHOW " "
              WK-MONEYSHOW.
           IF WK-ST-SHARE(WK-SEARCH-IDX) > 0
              MOVE SPACES TO TOK-RECORD
              MOVE WK-GAMEDATE TO TOK-DATE
              MOVE WK-CLOCK TO TOK-TIME
              MOVE "PAY" TO TOK-TYPE
              MOVE SPACES TO TOK-PLAYER
              MOVE "TokeDist" TO TOK-GAME
              MOVE WK-ST-SHARE(WK-SEARCH-IDX) TO TOK-AMOUNT
              MOVE WK-POOL TO TOK-POT
              MOVE 0 TO TOK-SEED
              MOVE SPACES TO TOK-TERM
              MOVE WK-ST-STAFF(WK-SEARCH-IDX) TO TOK-STAFF
              MOVE WK-ST-MINUTES(WK-SEARCH-IDX) TO TOK-MINUTES
              MOVE WK-STAFFID TO TOK-AUTH
              MOVE WK-FROMDATE TO TOK-FROM
              MOVE WK-TODATE TO TOK-TO
              WRITE TOK-RECORD
              ADD WK-ST-SHARE(WK-SEARCH-IDX) TO WK-PAID
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
