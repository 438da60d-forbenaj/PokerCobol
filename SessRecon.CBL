       IDENTIFICATION DIVISION.
       PROGRAM-ID. SessRecon.
       SECURITY.   Nightly three-way session reconciliation. Every
                   session the game signs out leaves three records
                   of itself - the numbered receipt in the player's
                   pocket (CPY\RECEIPT.LOG), the OFF line in the
                   session ledger (CPY\SESSION.LOG) and the hands
                   themselves in the hand-history and betting
                   journals - and this check makes them agree. Each
                   of the business date's receipts is matched to its
                   session by profile, terminal and start clock; the
                   hands and net are then re-totalled from the
                   journals inside the session's window, read off
                   the nightly history extract CPY\NIGHTWRK.DAT that
                   HistSort cuts, with the same movement model the
                   bankroll reconciliation runs. Reported: gaps in
                   the receipt numbering, sessions with no receipt,
                   receipts with no session, a receipt that
                   disagrees with its OFF line, and hand counts or
                   nets that the journals do not bear out. The
                   findings go to CPY\SESSRCN.DAT for the morning
                   exception dashboard. Split pots are estimated at
                   half the pot, so the tolerance asked for at
                   startup absorbs the small drift on those hands.
                   Counter movement off the cashier ledger never
                   passes through a seated session and is left out.
                   A receipt or OFF line belongs to the gaming date
                   its end clock falls in, by the GDC cutover.

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

           SELECT OPTIONAL SESSLOG
            ASSIGN TO
             "CPY\SESSION.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RECEIPTS
            ASSIGN TO
             "CPY\RECEIPT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL NIGHTWRK
            ASSIGN TO
             "CPY\NIGHTWRK.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT SESSRCN
            ASSIGN TO
             "CPY\SESSRCN.DAT"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\SESSREC.CBL".

           COPY "CPY\RCPTREC.CBL".

           COPY "CPY\NWKREC.CBL".

           COPY "CPY\SRCREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-BUSDATE PIC 9(08).
       01 WK-TOLERANCE PIC 9(04)V99 VALUE 0.

       01 WK-CONTROLS PIC 9(02) VALUE 0.
       01 WK-EXTRACT-DATE PIC 9(08) VALUE 0.
       01 WK-EXTRACT-TIME PIC 9(08) VALUE 0.

       01 WK-SESSIONS PIC 9(05) VALUE 0.
       01 WK-RECEIPTS PIC 9(05) VALUE 0.
       01 WK-FINDINGS PIC 9(05) VALUE 0.
       01 WK-HIGHS PIC 9(05) VALUE 0.

      *Gaming dates -- a clock before the GDC cutover belongs to the
      *date before. Journal rows carry their gaming date, receipts
      *and session lines the calendar date, so everything is put on
      *one day-number-and-clock stamp before it is compared. Only
      *extract rows dated from two days before the business date to
      *the day after can fall in one of its sessions

       01 WK-CUTOVER PIC 9(04) VALUE 0600.
       01 WK-FULLDATE PIC 9(08).
       01 WK-BUS-INT PIC 9(08).
       01 WK-LOWDATE PIC 9(08).
       01 WK-HIGHDATE PIC 9(08).
       01 WK-ROW-DATE PIC 9(08).
       01 WK-ROW-TIME PIC 9(08).
       01 WK-ROW-INT PIC 9(08).
       01 WK-GAME-INT PIC 9(08).
       01 WK-ROW-STAMP PIC 9(15).
       01 WK-MATCH-TERM PIC X(04).

      *The business date's signed-out sessions, off their OFF lines
      *-- what the ledger says, what the receipt says, and what the
      *journals re-total to inside the session's window

       01 WK-SS-COUNT PIC 9(04) COMP VALUE 0.
       01 WK-SS-DROPPED PIC 9(05) VALUE 0.
       01 WK-SS-TAB.
           02 WK-SS-ENTRY OCCURS 500 TIMES.
               03 WK-SS-PLAYER PIC X(10).
               03 WK-SS-TERM PIC X(04).
               03 WK-SS-START PIC 9(08).
               03 WK-SS-FROM PIC 9(15).
               03 WK-SS-TO PIC 9(15).
               03 WK-SS-HANDS PIC 9(04).
               03 WK-SS-NET PIC S9(08)V99.
               03 WK-SS-RCPT PIC 9(06).
               03 WK-SS-RHANDS PIC 9(04).
               03 WK-SS-RNET PIC S9(08)V99.
               03 WK-SS-CHANDS PIC 9(05).
               03 WK-SS-CIN PIC S9(10)V99.
               03 WK-SS-COUT PIC S9(10)V99.
       01 WK-SS-I PIC 9(04) COMP.
       01 WK-SS-J PIC 9(04) COMP.
       01 WK-SS-FOUND PIC 9(04) COMP.

      *Receipt numbering -- the business date's lowest and highest
      *numbers, the highest cut before them, and which numbers in
      *between are on file

       01 WK-RMIN PIC 9(06) VALUE 0.
       01 WK-RMAX PIC 9(06) VALUE 0.
       01 WK-PREVMAX PIC 9(06) VALUE 0.
       01 WK-RNET PIC S9(08)V99.
       01 WK-SPAN PIC 9(04) COMP.
       01 WK-RP-I PIC 9(04) COMP.
       01 WK-RP-TAB.
           02 WK-RP-SEEN PIC 9 OCCURS 2000 TIMES.
       01 WK-RUN-FIRST PIC 9(06).
       01 WK-RUN-COUNT PIC 9(06).

       01 WK-MODEL PIC S9(10)V99.
       01 WK-DIFF PIC S9(10)V99.
       01 WK-DIFFABS PIC 9(10)V99.

      *Staging fields for one finding, loaded by each check and
      *written by the shared 8000-RAISE-FINDING paragraph

       01 WK-F-CHECK PIC X(10).
       01 WK-F-PLAYER PIC X(10).
       01 WK-F-TERM PIC X(04).
       01 WK-F-START PIC 9(08).
       01 WK-F-RECEIPT PIC 9(06).
       01 WK-F-AMOUNT PIC S9(09)V99.
       01 WK-F-SEVERITY PIC X(04).
       01 WK-AMTSHOW PIC -(9)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.

           SET JOBG-START TO TRUE.
           MOVE "SessRecon" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.
           MOVE JOBG-BUSDATE TO WK-BUSDATE.

           DISPLAY "Session reconciliation for " WK-BUSDATE.
           DISPLAY "===================================".
           DISPLAY "Tolerance for split-pot estimates (0 exact): "
              NO ADVANCING.
           ACCEPT WK-TOLERANCE.
           PERFORM 1000-LOAD-CUTOVER.
           PERFORM 1100-SET-WINDOW.
           PERFORM 1200-OPEN-EXTRACT.
           IF WK-CONTROLS = 0
              CLOSE NIGHTWRK
              DISPLAY "No history extract in CPY\NIGHTWRK.DAT - "
                 "run HistSort first"
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           OPEN OUTPUT SESSRCN.
           DISPLAY " ".
           DISPLAY "Check      Profile    Term Start    Receipt "
              "Amount       Severity".
           PERFORM 2000-LOAD-SESSIONS.
           PERFORM 3000-MATCH-RECEIPTS.
           PERFORM 3500-CHECK-NUMBERING THRU 3500-CHECK-EXIT.
           PERFORM 4000-RETOTAL-SESSIONS.
           PERFORM 5000-CHECK-SESSIONS.
           PERFORM 6000-WRITE-TRAILER.
           CLOSE SESSRCN.

           PERFORM 7000-PRINT-VERDICT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

       1000-LOAD-CUTOVER.

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

       1100-SET-WINDOW.

           COMPUTE WK-FULLDATE = WK-BUSDATE + 20000000.
           COMPUTE WK-BUS-INT = FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           COMPUTE WK-FULLDATE =
              FUNCTION DATE-OF-INTEGER(WK-BUS-INT - 2).
           COMPUTE WK-LOWDATE = WK-FULLDATE - 20000000.
           COMPUTE WK-FULLDATE =
              FUNCTION DATE-OF-INTEGER(WK-BUS-INT + 1).
           COMPUTE WK-HIGHDATE = WK-FULLDATE - 20000000.

      *The extract's control rows lead the file; the first detail
      *row is left in the record area for the re-total pass

       1200-OPEN-EXTRACT.

           MOVE 0 TO WK-CONTROLS.
           OPEN INPUT NIGHTWRK.
           MOVE "N" TO WK-EOF.
           PERFORM 1250-READ-EXTRACT.
           PERFORM 1260-NOTE-CONTROL
              UNTIL WK-FILE-EOF OR NOT NWK-CONTROL-ROW.
           IF WK-CONTROLS > 0
              DISPLAY "History extract taken " WK-EXTRACT-DATE
                 " " WK-EXTRACT-TIME
           END-IF.

       1250-READ-EXTRACT.

           READ NIGHTWRK
              AT END
                 SET WK-FILE-EOF TO TRUE
           END-READ.

       1260-NOTE-CONTROL.

           ADD 1 TO WK-CONTROLS.
           MOVE NWK-DATE TO WK-EXTRACT-DATE.
           MOVE NWK-CTL-TIME TO WK-EXTRACT-TIME.
           PERFORM 1250-READ-EXTRACT.

      *A calendar date and clock to its day number, and the day
      *number of the gaming date it falls in

       1300-GAMING-DAY.

           COMPUTE WK-FULLDATE = WK-ROW-DATE + 20000000.
           COMPUTE WK-ROW-INT = FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           MOVE WK-ROW-INT TO WK-GAME-INT.
           IF WK-ROW-TIME / 10000 < WK-CUTOVER
              SUBTRACT 1 FROM WK-GAME-INT
           END-IF.

      *Step 1 -- the business date's OFF lines, each one a session
      *to account for; the soak profile plays synthetic money and
      *is never receipted

       2000-LOAD-SESSIONS.

           OPEN INPUT SESSLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 2100-ONE-SESSION-LINE
              UNTIL WK-FILE-EOF.
           CLOSE SESSLOG.

       2100-ONE-SESSION-LINE.

           READ SESSLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF SES-TYPE = "OFF"
                       AND SES-PLAYER NOT = "SOAK"
                       AND SES-DATE NUMERIC
                       AND SES-TIME NUMERIC
                    PERFORM 2200-KEEP-SESSION
                       THRU 2200-KEEP-EXIT
                 END-IF
           END-READ.

      *The session ran from its start clock to the OFF line's clock;
      *a start clock later than the end means it sat down the
      *calendar day before

       2200-KEEP-SESSION.

           MOVE SES-DATE TO WK-ROW-DATE.
           MOVE SES-TIME TO WK-ROW-TIME.
           PERFORM 1300-GAMING-DAY.
           IF WK-GAME-INT NOT = WK-BUS-INT
              GO TO 2200-KEEP-EXIT
           END-IF.
           ADD 1 TO WK-SESSIONS.
           IF WK-SS-COUNT = 500
              ADD 1 TO WK-SS-DROPPED
              GO TO 2200-KEEP-EXIT
           END-IF.

           ADD 1 TO WK-SS-COUNT.
           MOVE WK-SS-COUNT TO WK-SS-I.
           MOVE SES-PLAYER TO WK-SS-PLAYER(WK-SS-I).
           MOVE SES-TERM TO WK-SS-TERM(WK-SS-I).
           MOVE SES-START TO WK-SS-START(WK-SS-I).
           COMPUTE WK-SS-TO(WK-SS-I) =
              WK-ROW-INT * 100000000 + SES-TIME.
           IF SES-START > SES-TIME
              SUBTRACT 1 FROM WK-ROW-INT
           END-IF.
           COMPUTE WK-SS-FROM(WK-SS-I) =
              WK-ROW-INT * 100000000 + SES-START.
           MOVE 0 TO WK-SS-HANDS(WK-SS-I).
           IF SES-HANDS NUMERIC
              MOVE SES-HANDS TO WK-SS-HANDS(WK-SS-I)
           END-IF.
           MOVE 0 TO WK-SS-NET(WK-SS-I).
           IF SES-NET NUMERIC
              IF SES-NETSIGN = "-"
                 COMPUTE WK-SS-NET(WK-SS-I) = 0 - SES-NET
              ELSE
                 MOVE SES-NET TO WK-SS-NET(WK-SS-I)
              END-IF
           END-IF.
           MOVE 0 TO WK-SS-RCPT(WK-SS-I).
           MOVE 0 TO WK-SS-RHANDS(WK-SS-I).
           MOVE 0 TO WK-SS-RNET(WK-SS-I).
           MOVE 0 TO WK-SS-CHANDS(WK-SS-I).
           MOVE 0 TO WK-SS-CIN(WK-SS-I).
           MOVE 0 TO WK-SS-COUT(WK-SS-I).

       2200-KEEP-EXIT.

           EXIT.

      *Step 2 -- the business date's receipts, each matched to its
      *session by profile, terminal and start clock. A receipt no
      *OFF line accounts for is a slip our books cannot stand
      *behind

       3000-MATCH-RECEIPTS.

           OPEN INPUT RECEIPTS.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-ONE-RECEIPT
              UNTIL WK-FILE-EOF.
           CLOSE RECEIPTS.

       3100-ONE-RECEIPT.

           READ RECEIPTS
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF RCP-NUMBER NUMERIC
                       AND RCP-DATE NUMERIC
                       AND RCP-END NUMERIC
                       AND RCP-PLAYER NOT = "SOAK"
                    MOVE RCP-DATE TO WK-ROW-DATE
                    MOVE RCP-END TO WK-ROW-TIME
                    PERFORM 1300-GAMING-DAY
                    IF WK-GAME-INT = WK-BUS-INT
                       PERFORM 3200-TAKE-RECEIPT
                    END-IF
                 END-IF
           END-READ.

       3200-TAKE-RECEIPT.

           ADD 1 TO WK-RECEIPTS.
           IF WK-RMIN = 0 OR RCP-NUMBER < WK-RMIN
              MOVE RCP-NUMBER TO WK-RMIN
           END-IF.
           IF RCP-NUMBER > WK-RMAX
              MOVE RCP-NUMBER TO WK-RMAX
           END-IF.
           MOVE 0 TO WK-RNET.
           IF RCP-NET NUMERIC
              IF RCP-NETSIGN = "-"
                 COMPUTE WK-RNET = 0 - RCP-NET
              ELSE
                 MOVE RCP-NET TO WK-RNET
              END-IF
           END-IF.

           MOVE 0 TO WK-SS-FOUND.
           PERFORM 3300-MATCH-SESSION
              VARYING WK-SS-J FROM 1 BY 1
              UNTIL WK-SS-J > WK-SS-COUNT OR WK-SS-FOUND > 0.
           IF WK-SS-FOUND > 0
              MOVE RCP-NUMBER TO WK-SS-RCPT(WK-SS-FOUND)
              MOVE 0 TO WK-SS-RHANDS(WK-SS-FOUND)
              IF RCP-HANDS NUMERIC
                 MOVE RCP-HANDS TO WK-SS-RHANDS(WK-SS-FOUND)
              END-IF
              MOVE WK-RNET TO WK-SS-RNET(WK-SS-FOUND)
           ELSE
              MOVE "NOSESSION" TO WK-F-CHECK
              MOVE RCP-PLAYER TO WK-F-PLAYER
              MOVE RCP-TERM TO WK-F-TERM
              MOVE RCP-START TO WK-F-START
              MOVE RCP-NUMBER TO WK-F-RECEIPT
              MOVE WK-RNET TO WK-F-AMOUNT
              MOVE "HIGH" TO WK-F-SEVERITY
              PERFORM 8000-RAISE-FINDING
           END-IF.

       3300-MATCH-SESSION.

           IF WK-SS-PLAYER(WK-SS-J) = RCP-PLAYER
                 AND WK-SS-TERM(WK-SS-J) = RCP-TERM
                 AND WK-SS-START(WK-SS-J) = RCP-START
                 AND WK-SS-RCPT(WK-SS-J) = 0
              MOVE WK-SS-J TO WK-SS-FOUND
           END-IF.

      *Step 3 -- receipt numbers come off one house counter, so the
      *business date's run must follow on from the highest number
      *cut before it and have no holes of its own. A second pass
      *over the log finds that highest earlier number and marks the
      *numbers present in the date's range (any date's receipt
      *fills a number). Each run of missing numbers is one finding,
      *carrying the first number missing and how many are

       3500-CHECK-NUMBERING.

           IF WK-RECEIPTS = 0
              GO TO 3500-CHECK-EXIT
           END-IF.
           COMPUTE WK-SPAN = WK-RMAX - WK-RMIN + 1.
           IF WK-RMAX - WK-RMIN >= 2000
              MOVE 2000 TO WK-SPAN
              DISPLAY "Receipt range " WK-RMIN " - " WK-RMAX
                 " checked for gaps to its first 2000 numbers"
           END-IF.
           MOVE ZEROS TO WK-RP-TAB.
           MOVE 0 TO WK-PREVMAX.
           OPEN INPUT RECEIPTS.
           MOVE "N" TO WK-EOF.
           PERFORM 3600-NOTE-NUMBER
              UNTIL WK-FILE-EOF.
           CLOSE RECEIPTS.

           IF WK-PREVMAX + 1 < WK-RMIN
              COMPUTE WK-RUN-FIRST = WK-PREVMAX + 1
              COMPUTE WK-RUN-COUNT = WK-RMIN - WK-PREVMAX - 1
              PERFORM 3800-RAISE-GAP
           END-IF.

           MOVE 0 TO WK-RUN-COUNT.
           PERFORM 3700-WALK-NUMBER
              VARYING WK-RP-I FROM 1 BY 1
              UNTIL WK-RP-I > WK-SPAN.
           IF WK-RUN-COUNT > 0
              PERFORM 3800-RAISE-GAP
           END-IF.

       3500-CHECK-EXIT.

           EXIT.

       3600-NOTE-NUMBER.

           READ RECEIPTS
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF RCP-NUMBER NUMERIC
                    IF RCP-NUMBER < WK-RMIN
                       IF RCP-NUMBER > WK-PREVMAX
                          MOVE RCP-NUMBER TO WK-PREVMAX
                       END-IF
                    ELSE
                       IF RCP-NUMBER - WK-RMIN < WK-SPAN
                          COMPUTE WK-RP-I = RCP-NUMBER - WK-RMIN + 1
                          MOVE 1 TO WK-RP-SEEN(WK-RP-I)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       3700-WALK-NUMBER.

           IF WK-RP-SEEN(WK-RP-I) = 0
              IF WK-RUN-COUNT = 0
                 COMPUTE WK-RUN-FIRST = WK-RMIN + WK-RP-I - 1
              END-IF
              ADD 1 TO WK-RUN-COUNT
           ELSE
              IF WK-RUN-COUNT > 0
                 PERFORM 3800-RAISE-GAP
                 MOVE 0 TO WK-RUN-COUNT
              END-IF
           END-IF.

       3800-RAISE-GAP.

           MOVE "RCPTGAP" TO WK-F-CHECK.
           MOVE SPACES TO WK-F-PLAYER.
           MOVE SPACES TO WK-F-TERM.
           MOVE 0 TO WK-F-START.
           MOVE WK-RUN-FIRST TO WK-F-RECEIPT.
           MOVE WK-RUN-COUNT TO WK-F-AMOUNT.
           MOVE "HIGH" TO WK-F-SEVERITY.
           PERFORM 8000-RAISE-FINDING.

      *Step 4 -- re-total each session off the history extract. A
      *hand or a betting row counts toward the session its profile
      *was signed in to on that terminal at that clock; side-bet and
      *bad-beat rows carry no terminal and go to the profile's
      *session open at the time. Head-to-head hands ride the
      *journal as H2HWIN and are not counted as session hands

       4000-RETOTAL-SESSIONS.

           PERFORM 4100-TALLY-ROW
              UNTIL WK-FILE-EOF.
           CLOSE NIGHTWRK.

       4100-TALLY-ROW.

           IF NWK-DETAIL-ROW
                 AND NWK-PLAYER NOT = "SOAK"
                 AND NWK-DATE NOT < WK-LOWDATE
                 AND NWK-DATE NOT > WK-HIGHDATE
              EVALUATE TRUE
                 WHEN NWK-FROM-HISTORY
                    PERFORM 4200-TALLY-HAND
                 WHEN NWK-FROM-ACTION
                    PERFORM 4300-TALLY-ACTION
                 WHEN NWK-FROM-SIDEBET
                    PERFORM 4400-TALLY-SIDEBET
                 WHEN NWK-FROM-BADBEAT
                    PERFORM 4500-TALLY-BADBEAT
              END-EVALUATE
           END-IF.
           PERFORM 1250-READ-EXTRACT.

       4200-TALLY-HAND.

           IF NWH-GAME NOT = "Head2Head"
              MOVE NWH-DATE TO WK-ROW-DATE
              MOVE NWH-TIME TO WK-ROW-TIME
              MOVE NWH-TERM TO WK-MATCH-TERM
              PERFORM 4600-FIND-WINDOW
              IF WK-SS-FOUND > 0
                 ADD 1 TO WK-SS-CHANDS(WK-SS-FOUND)
                 PERFORM 4250-CREDIT-WINNINGS
              END-IF
           END-IF.

       4250-CREDIT-WINNINGS.

           EVALUATE TRUE
              WHEN NWH-BOARD2 NOT = SPACES
                    AND NWH-RESULT (1:3) = "Tie"
                 CONTINUE
              WHEN NWH-RESULT (1:11) = "Player wins"
                 ADD NWH-POT TO WK-SS-CIN(WK-SS-FOUND)
              WHEN NWH-RESULT (1:10) = "CPU folded"
                 ADD NWH-POT TO WK-SS-CIN(WK-SS-FOUND)
              WHEN NWH-RESULT (1:15) = "All CPUs folded"
                 ADD NWH-POT TO WK-SS-CIN(WK-SS-FOUND)
              WHEN NWH-RESULT (1:17) = "Checkpoint refund"
                 ADD NWH-POT TO WK-SS-CIN(WK-SS-FOUND)
              WHEN NWH-RESULT (1:3) = "Tie"
                 COMPUTE WK-SS-CIN(WK-SS-FOUND) =
                    WK-SS-CIN(WK-SS-FOUND) + NWH-POT / 2
           END-EVALUATE.
           ADD NWH-JACKPOTPAID TO WK-SS-CIN(WK-SS-FOUND).

       4300-TALLY-ACTION.

           IF NWA-ACTOR = "PLAYER"
              MOVE NWA-DATE TO WK-ROW-DATE
              MOVE NWA-TIME TO WK-ROW-TIME
              MOVE NWA-TERM TO WK-MATCH-TERM
              PERFORM 4600-FIND-WINDOW
              IF WK-SS-FOUND > 0
                 EVALUATE NWA-ACTION
                    WHEN "REBUY"
                    WHEN "PRIZE"
                    WHEN "H2HWIN"
                    WHEN "RUNPAY"
                       ADD NWA-AMOUNT TO WK-SS-CIN(WK-SS-FOUND)
                    WHEN "FOLD"
                       CONTINUE
                    WHEN OTHER
                       ADD NWA-AMOUNT TO WK-SS-COUT(WK-SS-FOUND)
                 END-EVALUATE
              END-IF
           END-IF.

       4400-TALLY-SIDEBET.

           MOVE NWS-DATE TO WK-ROW-DATE.
           MOVE NWS-TIME TO WK-ROW-TIME.
           MOVE SPACES TO WK-MATCH-TERM.
           PERFORM 4600-FIND-WINDOW.
           IF WK-SS-FOUND > 0
              EVALUATE NWS-TYPE
                 WHEN "WAG"
                    ADD NWS-AMOUNT TO WK-SS-COUT(WK-SS-FOUND)
                 WHEN "PAY"
                 WHEN "VOD"
                    ADD NWS-AMOUNT TO WK-SS-CIN(WK-SS-FOUND)
              END-EVALUATE
           END-IF.

       4500-TALLY-BADBEAT.

           IF NWB-TYPE = "OUT"
              MOVE NWB-DATE TO WK-ROW-DATE
              MOVE NWB-TIME TO WK-ROW-TIME
              MOVE SPACES TO WK-MATCH-TERM
              PERFORM 4600-FIND-WINDOW
              IF WK-SS-FOUND > 0
                 ADD NWB-AMOUNT TO WK-SS-CIN(WK-SS-FOUND)
              END-IF
           END-IF.

      *A journal row's gaming date put back on the calendar and
      *stamped, then the session of that profile (and terminal,
      *where the row has one) whose window holds the stamp

       4600-FIND-WINDOW.

           MOVE 0 TO WK-SS-FOUND.
           IF WK-ROW-TIME NOT NUMERIC
              MOVE 0 TO WK-ROW-TIME
           END-IF.
           COMPUTE WK-FULLDATE = WK-ROW-DATE + 20000000.
           COMPUTE WK-ROW-INT = FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           IF WK-ROW-TIME / 10000 < WK-CUTOVER
              ADD 1 TO WK-ROW-INT
           END-IF.
           COMPUTE WK-ROW-STAMP = WK-ROW-INT * 100000000
              + WK-ROW-TIME.
           PERFORM 4610-MATCH-WINDOW
              VARYING WK-SS-J FROM 1 BY 1
              UNTIL WK-SS-J > WK-SS-COUNT OR WK-SS-FOUND > 0.

       4610-MATCH-WINDOW.

           IF WK-SS-PLAYER(WK-SS-J) = NWK-PLAYER
                 AND (WK-MATCH-TERM = SPACES
                    OR WK-SS-TERM(WK-SS-J) = WK-MATCH-TERM)
                 AND WK-ROW-STAMP NOT < WK-SS-FROM(WK-SS-J)
                 AND WK-ROW-STAMP NOT > WK-SS-TO(WK-SS-J)
              MOVE WK-SS-J TO WK-SS-FOUND
           END-IF.

      *Step 5 -- each session's three accounts of itself side by
      *side. No receipt is a warning (the player walked without a
      *slip, nothing to dispute); a receipt that disagrees with the
      *OFF line, or a net the journals cannot bear out, is high; a
      *hand count off by the re-total is a warning

       5000-CHECK-SESSIONS.

           PERFORM 5100-CHECK-ONE
              VARYING WK-SS-I FROM 1 BY 1
              UNTIL WK-SS-I > WK-SS-COUNT.
           IF WK-SS-DROPPED > 0
              MOVE "SESSFULL" TO WK-F-CHECK
              MOVE SPACES TO WK-F-PLAYER
              MOVE SPACES TO WK-F-TERM
              MOVE 0 TO WK-F-START
              MOVE 0 TO WK-F-RECEIPT
              MOVE WK-SS-DROPPED TO WK-F-AMOUNT
              MOVE "HIGH" TO WK-F-SEVERITY
              PERFORM 8000-RAISE-FINDING
           END-IF.

       5100-CHECK-ONE.

           MOVE WK-SS-PLAYER(WK-SS-I) TO WK-F-PLAYER.
           MOVE WK-SS-TERM(WK-SS-I) TO WK-F-TERM.
           MOVE WK-SS-START(WK-SS-I) TO WK-F-START.
           MOVE WK-SS-RCPT(WK-SS-I) TO WK-F-RECEIPT.

           IF WK-SS-RCPT(WK-SS-I) = 0
              MOVE "NORECEIPT" TO WK-F-CHECK
              MOVE WK-SS-NET(WK-SS-I) TO WK-F-AMOUNT
              MOVE "WARN" TO WK-F-SEVERITY
              PERFORM 8000-RAISE-FINDING
           ELSE
              IF WK-SS-RHANDS(WK-SS-I) NOT = WK-SS-HANDS(WK-SS-I)
                    OR WK-SS-RNET(WK-SS-I) NOT = WK-SS-NET(WK-SS-I)
                 MOVE "RCPTLEDGER" TO WK-F-CHECK
                 COMPUTE WK-F-AMOUNT = WK-SS-RNET(WK-SS-I)
                    - WK-SS-NET(WK-SS-I)
                 MOVE "HIGH" TO WK-F-SEVERITY
                 PERFORM 8000-RAISE-FINDING
              END-IF
           END-IF.

           IF WK-SS-CHANDS(WK-SS-I) NOT = WK-SS-HANDS(WK-SS-I)
              MOVE "HANDCOUNT" TO WK-F-CHECK
              COMPUTE WK-F-AMOUNT = WK-SS-HANDS(WK-SS-I)
                 - WK-SS-CHANDS(WK-SS-I)
              MOVE "WARN" TO WK-F-SEVERITY
              PERFORM 8000-RAISE-FINDING
           END-IF.

           COMPUTE WK-MODEL = WK-SS-CIN(WK-SS-I)
              - WK-SS-COUT(WK-SS-I).
           COMPUTE WK-DIFF = WK-SS-NET(WK-SS-I) - WK-MODEL.
           IF WK-DIFF < 0
              COMPUTE WK-DIFFABS = 0 - WK-DIFF
           ELSE
              MOVE WK-DIFF TO WK-DIFFABS
           END-IF.
           IF WK-DIFFABS > WK-TOLERANCE
              MOVE "SESSNET" TO WK-F-CHECK
              MOVE WK-DIFF TO WK-F-AMOUNT
              MOVE "HIGH" TO WK-F-SEVERITY
              PERFORM 8000-RAISE-FINDING
           END-IF.

      *The trailer goes last, so a findings file that has one is a
      *check that ran to the end

       6000-WRITE-TRAILER.

           MOVE SPACES TO SRC-RECORD.
           SET SRC-TRAILER-ROW TO TRUE.
           MOVE WK-BUSDATE TO SRC-BUSDATE.
           MOVE WK-TODAY TO SRC-RUNDATE.
           MOVE WK-CLOCK TO SRC-RUNTIME.
           MOVE WK-SESSIONS TO SRC-SESSIONS.
           MOVE WK-RECEIPTS TO SRC-RECEIPTS.
           MOVE WK-FINDINGS TO SRC-FINDINGS.
           WRITE SRC-RECORD.

       7000-PRINT-VERDICT.

           DISPLAY " ".
           DISPLAY "Sessions signed out: " WK-SESSIONS
              "  receipts cut: " WK-RECEIPTS.
           DISPLAY "Findings: " WK-FINDINGS
              " (" WK-HIGHS " high)".
           IF WK-FINDINGS = 0
              DISPLAY "Receipts, session ledger and hand history "
                 "agree"
           ELSE
              IF WK-HIGHS > 0
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      *One finding -- to the screen and to the findings file

       8000-RAISE-FINDING.

           ADD 1 TO WK-FINDINGS.
           IF WK-F-SEVERITY = "HIGH"
              ADD 1 TO WK-HIGHS
           END-IF.

           MOVE SPACES TO SRC-RECORD.
           SET SRC-FINDING-ROW TO TRUE.
           MOVE WK-BUSDATE TO SRC-BUSDATE.
           MOVE WK-F-CHECK TO SRC-CHECK.
           MOVE WK-F-PLAYER TO SRC-PLAYER.
           MOVE WK-F-TERM TO SRC-TERM.
           MOVE WK-F-START TO SRC-START.
           MOVE WK-F-RECEIPT TO SRC-RECEIPT.
           IF WK-F-AMOUNT < 0
              MOVE "-" TO SRC-SIGN
              COMPUTE SRC-AMOUNT = 0 - WK-F-AMOUNT
           ELSE
              MOVE "+" TO SRC-SIGN
              MOVE WK-F-AMOUNT TO SRC-AMOUNT
           END-IF.
           MOVE WK-F-SEVERITY TO SRC-SEVERITY.
           WRITE SRC-RECORD.

           MOVE WK-F-AMOUNT TO WK-AMTSHOW.
           DISPLAY WK-F-CHECK " " WK-F-PLAYER " " WK-F-TERM " "
              WK-F-START " " WK-F-RECEIPT " " WK-AMTSHOW " "
              WK-F-SEVERITY.

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
