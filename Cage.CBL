       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cage.
       SECURITY.   Cage (main vault) station. The counter program
                   knew what a drawer took in and paid out, but the
                   cash a drawer started the shift with and the
                   cash carried between the drawers and the vault
                   went unrecorded, so nothing could prove where
                   the house's cash was. This program keeps the
                   cage ledger CPY\CAGE.LOG: it issues the opening
                   float to a drawer, posts fills (cage to drawer)
                   and credits (drawer back to the cage), and
                   books cash into and out of the vault from the
                   bank. The drawer close itself is done at the
                   counter (Cashier, mode B), which writes the
                   counted cash, the expected cash and the
                   over/short back here under the cashier's staff
                   id. The daily cage accountability report rolls
                   the vault's book balance from the opening
                   balance through the day's movements, shows what
                   each drawer was issued and returned or still
                   holds, and takes the vault count - a count that
                   disagrees with the book is flagged and written
                   to the ledger too. The over/short history lists
                   every drawer close in a date range with totals
                   per cashier for reviews and the auditors. The
                   station challenges for a staff login: cashier
                   and supervisor accounts move cash, an auditor
                   account may only run the report and the history;
                   with no staff accounts on file it runs open, the
                   same as the counter.

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

           SELECT OPTIONAL CASHLOG
            ASSIGN TO
             "CPY\CASHIER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CAGELOG
            ASSIGN TO
             "CPY\CAGE.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\CASHREC.CBL".

           COPY "CPY\CAGEREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\PINGPARM.CBL".

       01 WK-MODE PIC X.
          88 WK-MODE-ISSUE VALUE "I" "i".
          88 WK-MODE-FILL VALUE "F" "f".
          88 WK-MODE-CREDIT VALUE "C" "c".
          88 WK-MODE-VAULTIN VALUE "V" "v".
          88 WK-MODE-VAULTOUT VALUE "O" "o".
          88 WK-MODE-REPORT VALUE "R" "r".
          88 WK-MODE-HISTORY VALUE "H" "h".
          88 WK-MODE-EXIT VALUE "X" "x".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-AUDITONLY PIC 9 VALUE 0.
       01 WK-DRAWER PIC X(04).
       01 WK-TYPE PIC X(03).
       01 WK-AMOUNT PIC 9(08)V99.
       01 WK-REF PIC X(12).

      *Book balance of the vault -- every cage row dated before
      *WK-BOOKBEFORE, cash in from the bank, credits and closed
      *drawers' counts less cash out to the bank, floats and fills

       01 WK-BOOKBEFORE PIC 9(08).
       01 WK-VAULTBOOK PIC S9(10)V99 VALUE 0.

      *One drawer's position today, for posting

       01 WK-FLOAT PIC 9(10)V99 VALUE 0.
       01 WK-FILLS PIC 9(10)V99 VALUE 0.
       01 WK-CREDITS PIC 9(10)V99 VALUE 0.
       01 WK-DEPTOTAL PIC 9(10)V99 VALUE 0.
       01 WK-WDRTOTAL PIC 9(10)V99 VALUE 0.
       01 WK-CLOSED PIC 9 VALUE 0.
       01 WK-DRAWERNET PIC S9(10)V99 VALUE 0.

      *Daily cage accountability

       01 WK-RPTDATE PIC 9(08).
       01 WK-OPENBOOK PIC S9(10)V99 VALUE 0.
       01 WK-CLOSEBOOK PIC S9(10)V99 VALUE 0.
       01 WK-DAY-VIN PIC 9(10)V99 VALUE 0.
       01 WK-DAY-VOT PIC 9(10)V99 VALUE 0.
       01 WK-DAY-ISS PIC 9(10)V99 VALUE 0.
       01 WK-DAY-FIL PIC 9(10)V99 VALUE 0.
       01 WK-DAY-CRD PIC 9(10)V99 VALUE 0.
       01 WK-DAY-CLS PIC 9(10)V99 VALUE 0.
       01 WK-DAY-OVERSHORT PIC S9(10)V99 VALUE 0.
       01 WK-OUTSTANDING PIC S9(10)V99 VALUE 0.
       01 WK-ACCOUNTED PIC S9(10)V99 VALUE 0.
       01 WK-OPENDRAWERS PIC 99 VALUE 0.
       01 WK-VAULTCOUNT PIC 9(10)V99 VALUE 0.
       01 WK-OVERSHORT PIC S9(10)V99 VALUE 0.

       01 WK-DRAWER-COUNT PIC 99 COMP VALUE 0.
       01 WK-DRAWER-TAB.
           02 WK-DRAWER-ENTRY OCCURS 20 TIMES.
               03 WK-DT-DRAWER PIC X(04).
               03 WK-DT-FLOAT PIC 9(10)V99.
               03 WK-DT-FILLS PIC 9(10)V99.
               03 WK-DT-CREDITS PIC 9(10)V99.
               03 WK-DT-DEP PIC 9(10)V99.
               03 WK-DT-WDR PIC 9(10)V99.
               03 WK-DT-CLOSED PIC 9.
               03 WK-DT-COUNTED PIC 9(10)V99.
               03 WK-DT-EXPECTED PIC S9(10)V99.
               03 WK-DT-OVERSHORT PIC S9(10)V99.
               03 WK-DT-STAFF PIC X(10).
       01 WK-SEARCH-IDX PIC 99 COMP.
       01 WK-FOUND-IDX PIC 99 COMP.
       01 WK-LOOKUP-DRAWER PIC X(04).

      *Over/short history by cashier

       01 WK-FROMDATE PIC 9(08).
       01 WK-TODATE PIC 9(08).
       01 WK-ASKSTAFF PIC X(10).
       01 WK-CLOSES PIC 9(05) VALUE 0.
       01 WK-STAFF-COUNT PIC 99 COMP VALUE 0.
       01 WK-STAFF-TAB.
           02 WK-STAFF-ENTRY OCCURS 50 TIMES.
               03 WK-ST-STAFF PIC X(10).
               03 WK-ST-CLOSES PIC 9(05).
               03 WK-ST-OVERS PIC 9(05).
               03 WK-ST-SHORTS PIC 9(05).
               03 WK-ST-NET PIC S9(10)V99.
               03 WK-ST-WORST PIC S9(10)V99.
       01 WK-LOOKUP-STAFF PIC X(10).

       01 WK-NETSHOW PIC -(9)9,99.
       01 WK-NETSHOW2 PIC -(9)9,99.
       01 WK-NETSHOW3 PIC -(9)9,99.
       01 WK-MONEYSHOW PIC Z(9)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           PERFORM 0500-STAFF-LOGIN
              THRU 0500-STAFF-EXIT.

           PERFORM 1000-ONE-TRANSACTION
              THRU 1000-TRANSACTION-EXIT
              UNTIL WK-MODE-EXIT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Staff challenge -- the counter's rules, except that an
      *auditor account is let in to look: it can run the report
      *and the history but posts nothing and takes no vault count

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

           IF WK-STF-SEEN = 0
              DISPLAY "No staff accounts on file - cage runs "
                 "open until some are set up"
              CLOSE HOUSE
              GO TO 0500-STAFF-EXIT
           END-IF.

           DISPLAY "Staff id:  " NO ADVANCING.
           ACCEPT WK-STAFFID.
           DISPLAY "Staff PIN: " NO ADVANCING.
           ACCEPT WK-STAFFPIN.

           CLOSE HOUSE.

           SET PING-VERIFY TO TRUE.
           SET PING-STAFF TO TRUE.
           MOVE WK-STAFFID TO PING-ID.
           MOVE WK-STAFFPIN TO PING-PIN.
           MOVE "Cage" TO PING-PROGRAM.
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
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           IF PING-ROLE = "A"
              MOVE 1 TO WK-AUDITONLY
              DISPLAY "Cage open for " WK-STAFFID " - reports only"
              GO TO 0500-STAFF-EXIT
           END-IF.
           IF PING-ROLE NOT = "C" AND PING-ROLE NOT = "S"
              DISPLAY "Role " PING-ROLE " cannot use the cage"
              MOVE 8 TO RETURN-CODE
              SET WK-MODE-EXIT TO TRUE
              GO TO 0500-STAFF-EXIT
           END-IF.
           DISPLAY "Cage open for " WK-STAFFID.

       0500-STAFF-EXIT.

           CONTINUE.

       1000-ONE-TRANSACTION.

           DISPLAY " ".
           DISPLAY "Mode - I issue float, F fill, C credit, "
              "V vault in, O vault out,".
           DISPLAY "       R cage report, H over/short history, "
              "X exit: " NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-ISSUE
                 MOVE "ISS" TO WK-TYPE
                 PERFORM 2000-POST-CAGE
                    THRU 2000-POST-EXIT
              WHEN WK-MODE-FILL
                 MOVE "FIL" TO WK-TYPE
                 PERFORM 2000-POST-CAGE
                    THRU 2000-POST-EXIT
              WHEN WK-MODE-CREDIT
                 MOVE "CRD" TO WK-TYPE
                 PERFORM 2000-POST-CAGE
                    THRU 2000-POST-EXIT
              WHEN WK-MODE-VAULTIN
                 MOVE "VIN" TO WK-TYPE
                 PERFORM 2000-POST-CAGE
                    THRU 2000-POST-EXIT
              WHEN WK-MODE-VAULTOUT
                 MOVE "VOT" TO WK-TYPE
                 PERFORM 2000-POST-CAGE
                    THRU 2000-POST-EXIT
              WHEN WK-MODE-REPORT
                 PERFORM 4000-CAGE-REPORT
                    THRU 4000-REPORT-EXIT
              WHEN WK-MODE-HISTORY
                 PERFORM 5000-OVERSHORT-HISTORY
              WHEN WK-MODE-EXIT
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Enter I, F, C, V, O, R, H or X"
           END-EVALUATE.

       1000-TRANSACTION-EXIT.

           CONTINUE.

      *Post one cage movement. Cash leaving the vault can't exceed
      *its book balance; a drawer gets one opening float a day
      *(more cash after that is a fill), can't credit back more
      *than it should be holding, and takes nothing once closed

       2000-POST-CAGE.

           IF WK-AUDITONLY = 1
              DISPLAY "Auditor accounts cannot move cash"
              GO TO 2000-POST-EXIT
           END-IF.

           IF WK-TYPE = "VIN" OR WK-TYPE = "VOT"
              MOVE "CAGE" TO WK-DRAWER
           ELSE
              DISPLAY "Drawer id:   " NO ADVANCING
              ACCEPT WK-DRAWER
              IF WK-DRAWER = SPACES OR WK-DRAWER = "CAGE"
                 DISPLAY "No drawer given - nothing posted"
                 GO TO 2000-POST-EXIT
              END-IF
           END-IF.
           DISPLAY "Amount:      " NO ADVANCING.
           ACCEPT WK-AMOUNT.
           DISPLAY "Reference:   " NO ADVANCING.
           ACCEPT WK-REF.

           IF WK-AMOUNT = 0
              DISPLAY "Nothing posted"
              GO TO 2000-POST-EXIT
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           MOVE 99999999 TO WK-BOOKBEFORE.
           PERFORM 3000-VAULT-BOOK.
           IF (WK-TYPE = "ISS" OR WK-TYPE = "FIL" OR WK-TYPE = "VOT")
                 AND WK-AMOUNT > WK-VAULTBOOK
              MOVE WK-VAULTBOOK TO WK-NETSHOW
              DISPLAY "Vault book only holds " WK-NETSHOW
                 " - nothing posted"
              GO TO 2000-POST-EXIT
           END-IF.

           IF WK-DRAWER NOT = "CAGE"
              PERFORM 3100-DRAWER-POSITION
              IF WK-CLOSED = 1
                 DISPLAY "Drawer " WK-DRAWER " is closed for today "
                    "- nothing posted"
                 GO TO 2000-POST-EXIT
              END-IF
              IF WK-TYPE = "ISS" AND WK-FLOAT > 0
                 DISPLAY "Drawer " WK-DRAWER " already has its "
                    "float - post a fill instead"
                 GO TO 2000-POST-EXIT
              END-IF
              IF WK-TYPE = "CRD" AND WK-AMOUNT > WK-DRAWERNET
                 MOVE WK-DRAWERNET TO WK-NETSHOW
                 DISPLAY "Drawer " WK-DRAWER " should only hold "
                    WK-NETSHOW " - nothing posted"
                 GO TO 2000-POST-EXIT
              END-IF
           END-IF.

           ACCEPT WK-CLOCK FROM TIME.
           OPEN EXTEND CAGELOG.
           MOVE SPACES TO CAGE-RECORD.
           MOVE WK-TODAY TO CAGE-DATE.
           MOVE WK-CLOCK TO CAGE-TIME.
           MOVE WK-DRAWER TO CAGE-DRAWER.
           MOVE WK-TYPE TO CAGE-TYPE.
           MOVE WK-STAFFID TO CAGE-STAFF.
           MOVE WK-AMOUNT TO CAGE-AMOUNT.
           MOVE 0 TO CAGE-EXPECTED.
           MOVE 0 TO CAGE-OVERSHORT.
           MOVE WK-REF TO CAGE-REF.
           WRITE CAGE-RECORD.
           CLOSE CAGELOG.

           IF WK-TYPE = "VIN" OR WK-TYPE = "CRD"
              ADD WK-AMOUNT TO WK-VAULTBOOK
           ELSE
              SUBTRACT WK-AMOUNT FROM WK-VAULTBOOK
           END-IF.
           MOVE WK-VAULTBOOK TO WK-NETSHOW.
           DISPLAY WK-TYPE " posted - vault book now " WK-NETSHOW.

       2000-POST-EXIT.

           CONTINUE.

       3000-VAULT-BOOK.

           MOVE 0 TO WK-VAULTBOOK.
           OPEN INPUT CAGELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3010-ADD-VAULT-ROW
              UNTIL WK-FILE-EOF.
           CLOSE CAGELOG.

       3010-ADD-VAULT-ROW.

           READ CAGELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CAGE-DATE < WK-BOOKBEFORE
                    EVALUATE CAGE-TYPE
                       WHEN "VIN"
                       WHEN "CRD"
                       WHEN "CLS"
                          ADD CAGE-AMOUNT TO WK-VAULTBOOK
                       WHEN "VOT"
                       WHEN "ISS"
                       WHEN "FIL"
                          SUBTRACT CAGE-AMOUNT FROM WK-VAULTBOOK
                    END-EVALUATE
                 END-IF
           END-READ.

      *What WK-DRAWER should be holding today -- float and fills
      *less credits from the cage, plus the counter's deposits less
      *withdrawals, the same sum the counter's close uses

       3100-DRAWER-POSITION.

           MOVE 0 TO WK-FLOAT.
           MOVE 0 TO WK-FILLS.
           MOVE 0 TO WK-CREDITS.
           MOVE 0 TO WK-DEPTOTAL.
           MOVE 0 TO WK-WDRTOTAL.
           MOVE 0 TO WK-CLOSED.

           OPEN INPUT CAGELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3110-ADD-CAGE-MOVEMENT
              UNTIL WK-FILE-EOF.
           CLOSE CAGELOG.

           OPEN INPUT CASHLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3120-ADD-COUNTER-MOVEMENT
              UNTIL WK-FILE-EOF.
           CLOSE CASHLOG.

           COMPUTE WK-DRAWERNET = WK-FLOAT + WK-FILLS - WK-CREDITS
              + WK-DEPTOTAL - WK-WDRTOTAL.

       3110-ADD-CAGE-MOVEMENT.

           READ CAGELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CAGE-DATE = WK-TODAY
                       AND CAGE-DRAWER = WK-DRAWER
                    EVALUATE CAGE-TYPE
                       WHEN "ISS"
                          ADD CAGE-AMOUNT TO WK-FLOAT
                       WHEN "FIL"
                          ADD CAGE-AMOUNT TO WK-FILLS
                       WHEN "CRD"
                          ADD CAGE-AMOUNT TO WK-CREDITS
                       WHEN "CLS"
                          MOVE 1 TO WK-CLOSED
                    END-EVALUATE
                 END-IF
           END-READ.

       3120-ADD-COUNTER-MOVEMENT.

           READ CASHLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CASH-RECORD (10:5) NOT = "SEAL@"
                       AND CASH-DATE = WK-TODAY
                       AND CASH-DRAWER = WK-DRAWER
                    EVALUATE CASH-TYPE
                       WHEN "DEP"
                          ADD CASH-AMOUNT TO WK-DEPTOTAL
                       WHEN "WDR"
                          ADD CASH-AMOUNT TO WK-WDRTOTAL
                    END-EVALUATE
                 END-IF
           END-READ.

      *Daily cage accountability -- the vault's opening book
      *balance, the day's movements row by row, the closing book
      *balance, each drawer's issue and return, then the vault
      *count against the closing book

       4000-CAGE-REPORT.

           DISPLAY "Cage date (YYMMDD as logged, 0 for today): "
              NO ADVANCING.
           ACCEPT WK-RPTDATE.
           IF WK-RPTDATE = 0
              ACCEPT WK-RPTDATE FROM DATE
           END-IF.

           MOVE WK-RPTDATE TO WK-BOOKBEFORE.
           PERFORM 3000-VAULT-BOOK.
           MOVE WK-VAULTBOOK TO WK-OPENBOOK.

           MOVE 0 TO WK-DAY-VIN.
           MOVE 0 TO WK-DAY-VOT.
           MOVE 0 TO WK-DAY-ISS.
           MOVE 0 TO WK-DAY-FIL.
           MOVE 0 TO WK-DAY-CRD.
           MOVE 0 TO WK-DAY-CLS.
           MOVE 0 TO WK-DAY-OVERSHORT.
           MOVE 0 TO WK-DRAWER-COUNT.
           INITIALIZE WK-DRAWER-TAB.

           DISPLAY " ".
           DISPLAY "Cage accountability for " WK-RPTDATE.
           DISPLAY "=============================================".
           MOVE WK-OPENBOOK TO WK-NETSHOW.
           DISPLAY "Vault opening book:    " WK-NETSHOW.
           DISPLAY " ".
           DISPLAY "Time     Type Drawer Staff            Amount".

           OPEN INPUT CAGELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 4100-DAY-CAGE-ROW
              UNTIL WK-FILE-EOF.
           CLOSE CAGELOG.

           OPEN INPUT CASHLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 4200-DAY-COUNTER-ROW
              UNTIL WK-FILE-EOF.
           CLOSE CASHLOG.

           COMPUTE WK-CLOSEBOOK = WK-OPENBOOK + WK-DAY-VIN
              + WK-DAY-CRD + WK-DAY-CLS
              - WK-DAY-VOT - WK-DAY-ISS - WK-DAY-FIL.

           DISPLAY " ".
           MOVE WK-DAY-VIN TO WK-MONEYSHOW.
           DISPLAY "  + cash in from bank  " WK-MONEYSHOW.
           MOVE WK-DAY-CRD TO WK-MONEYSHOW.
           DISPLAY "  + drawer credits     " WK-MONEYSHOW.
           MOVE WK-DAY-CLS TO WK-MONEYSHOW.
           DISPLAY "  + drawers closed     " WK-MONEYSHOW.
           MOVE WK-DAY-VOT TO WK-MONEYSHOW.
           DISPLAY "  - cash out to bank   " WK-MONEYSHOW.
           MOVE WK-DAY-ISS TO WK-MONEYSHOW.
           DISPLAY "  - floats issued      " WK-MONEYSHOW.
           MOVE WK-DAY-FIL TO WK-MONEYSHOW.
           DISPLAY "  - drawer fills       " WK-MONEYSHOW.
           MOVE WK-CLOSEBOOK TO WK-NETSHOW.
           DISPLAY "Vault closing book:    " WK-NETSHOW.

           DISPLAY " ".
           DISPLAY "Drawer  Issued    Returned  Counted/held  "
              "Over/short".
           MOVE 0 TO WK-OUTSTANDING.
           MOVE 0 TO WK-OPENDRAWERS.
           PERFORM 4300-SHOW-DRAWER
              VARYING WK-FOUND-IDX FROM 1 BY 1
              UNTIL WK-FOUND-IDX > WK-DRAWER-COUNT.

           COMPUTE WK-ACCOUNTED = WK-CLOSEBOOK + WK-OUTSTANDING.
           DISPLAY " ".
           MOVE WK-OUTSTANDING TO WK-NETSHOW.
           DISPLAY "Still out in drawers:  " WK-NETSHOW.
           MOVE WK-ACCOUNTED TO WK-NETSHOW.
           DISPLAY "Cage accountability:   " WK-NETSHOW.
           MOVE WK-DAY-OVERSHORT TO WK-NETSHOW.
           DISPLAY "Drawer over/short:     " WK-NETSHOW.
           IF WK-OPENDRAWERS > 0
              DISPLAY WK-OPENDRAWERS " drawer(s) not closed"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           IF WK-AUDITONLY = 1
              GO TO 4000-REPORT-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "Vault cash counted (0 to skip): " NO ADVANCING.
           ACCEPT WK-VAULTCOUNT.
           IF WK-VAULTCOUNT = 0
              GO TO 4000-REPORT-EXIT
           END-IF.

           COMPUTE WK-OVERSHORT = WK-VAULTCOUNT - WK-CLOSEBOOK.
           IF WK-OVERSHORT = 0
              DISPLAY "Vault ties out to the book"
           ELSE
              MOVE WK-OVERSHORT TO WK-NETSHOW
              DISPLAY "VAULT OVER/SHORT BY " WK-NETSHOW
              MOVE 8 TO RETURN-CODE
           END-IF.

           ACCEPT WK-CLOCK FROM TIME.
           OPEN EXTEND CAGELOG.
           MOVE SPACES TO CAGE-RECORD.
           MOVE WK-RPTDATE TO CAGE-DATE.
           MOVE WK-CLOCK TO CAGE-TIME.
           MOVE "CAGE" TO CAGE-DRAWER.
           MOVE "VCT" TO CAGE-TYPE.
           MOVE WK-STAFFID TO CAGE-STAFF.
           MOVE WK-VAULTCOUNT TO CAGE-AMOUNT.
           MOVE WK-CLOSEBOOK TO CAGE-EXPECTED.
           MOVE WK-OVERSHORT TO CAGE-OVERSHORT.
           MOVE "VAULT COUNT" TO CAGE-REF.
           WRITE CAGE-RECORD.
           CLOSE CAGELOG.

       4000-REPORT-EXIT.

           CONTINUE.

       4100-DAY-CAGE-ROW.

           READ CAGELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CAGE-DATE = WK-RPTDATE
                    PERFORM 4110-PLACE-CAGE-ROW
                       THRU 4110-PLACE-EXIT
                 END-IF
           END-READ.

       4110-PLACE-CAGE-ROW.

           IF CAGE-TYPE = "VCT"
              MOVE CAGE-OVERSHORT TO WK-NETSHOW
              DISPLAY CAGE-TIME " VCT  CAGE   " CAGE-STAFF " "
                 "vault counted, over/short " WK-NETSHOW
           ELSE
              MOVE CAGE-AMOUNT TO WK-MONEYSHOW
              DISPLAY CAGE-TIME " " CAGE-TYPE "  " CAGE-DRAWER
                 "   " CAGE-STAFF " " WK-MONEYSHOW
           END-IF.

           EVALUATE CAGE-TYPE
              WHEN "VIN"
                 ADD CAGE-AMOUNT TO WK-DAY-VIN
              WHEN "VOT"
                 ADD CAGE-AMOUNT TO WK-DAY-VOT
              WHEN "ISS"
                 ADD CAGE-AMOUNT TO WK-DAY-ISS
              WHEN "FIL"
                 ADD CAGE-AMOUNT TO WK-DAY-FIL
              WHEN "CRD"
                 ADD CAGE-AMOUNT TO WK-DAY-CRD
              WHEN "CLS"
                 ADD CAGE-AMOUNT TO WK-DAY-CLS
                 ADD CAGE-OVERSHORT TO WK-DAY-OVERSHORT
           END-EVALUATE.

           IF CAGE-DRAWER = "CAGE"
              GO TO 4110-PLACE-EXIT
           END-IF.
           MOVE CAGE-DRAWER TO WK-LOOKUP-DRAWER.
           PERFORM 4400-FIND-DRAWER.
           IF WK-FOUND-IDX = 0
              GO TO 4110-PLACE-EXIT
           END-IF.
           EVALUATE CAGE-TYPE
              WHEN "ISS"
                 ADD CAGE-AMOUNT TO WK-DT-FLOAT(WK-FOUND-IDX)
              WHEN "FIL"
                 ADD CAGE-AMOUNT TO WK-DT-FILLS(WK-FOUND-IDX)
              WHEN "CRD"
                 ADD CAGE-AMOUNT TO WK-DT-CREDITS(WK-FOUND-IDX)
              WHEN "CLS"
                 MOVE 1 TO WK-DT-CLOSED(WK-FOUND-IDX)
                 MOVE CAGE-AMOUNT TO WK-DT-COUNTED(WK-FOUND-IDX)
                 MOVE CAGE-EXPECTED TO WK-DT-EXPECTED(WK-FOUND-IDX)
                 MOVE CAGE-OVERSHORT
                    TO WK-DT-OVERSHORT(WK-FOUND-IDX)
                 MOVE CAGE-STAFF TO WK-DT-STAFF(WK-FOUND-IDX)
           END-EVALUATE.

       4110-PLACE-EXIT.

           EXIT.

      *Counter cash of the day per drawer -- what an unclosed drawer
      *still holds depends on it

       4200-DAY-COUNTER-ROW.

           READ CASHLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CASH-RECORD (10:5) NOT = "SEAL@"
                       AND CASH-DATE = WK-RPTDATE
                       AND (CASH-TYPE = "DEP" OR CASH-TYPE = "WDR")
                    MOVE CASH-DRAWER TO WK-LOOKUP-DRAWER
                    PERFORM 4400-FIND-DRAWER
                    IF WK-FOUND-IDX > 0
                       IF CASH-TYPE = "DEP"
                          ADD CASH-AMOUNT TO WK-DT-DEP(WK-FOUND-IDX)
                       ELSE
                          ADD CASH-AMOUNT TO WK-DT-WDR(WK-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       4300-SHOW-DRAWER.

           COMPUTE WK-DRAWERNET = WK-DT-FLOAT(WK-FOUND-IDX)
              + WK-DT-FILLS(WK-FOUND-IDX)
              - WK-DT-CREDITS(WK-FOUND-IDX)
              + WK-DT-DEP(WK-FOUND-IDX) - WK-DT-WDR(WK-FOUND-IDX).
           COMPUTE WK-NETSHOW = WK-DT-FLOAT(WK-FOUND-IDX)
              + WK-DT-FILLS(WK-FOUND-IDX).
           MOVE WK-DT-CREDITS(WK-FOUND-IDX) TO WK-NETSHOW2.
           IF WK-DT-CLOSED(WK-FOUND-IDX) = 1
              MOVE WK-DT-COUNTED(WK-FOUND-IDX) TO WK-MONEYSHOW
              MOVE WK-DT-OVERSHORT(WK-FOUND-IDX) TO WK-NETSHOW3
              DISPLAY WK-DT-DRAWER(WK-FOUND-IDX) " " WK-NETSHOW
                 WK-NETSHOW2 " " WK-MONEYSHOW WK-NETSHOW3 " "
                 WK-DT-STAFF(WK-FOUND-IDX)
           ELSE
              ADD WK-DRAWERNET TO WK-OUTSTANDING
              ADD 1 TO WK-OPENDRAWERS
              MOVE WK-DRAWERNET TO WK-NETSHOW3
              DISPLAY WK-DT-DRAWER(WK-FOUND-IDX) " " WK-NETSHOW
                 WK-NETSHOW2 " " WK-NETSHOW3 "  NOT CLOSED"
           END-IF.

      *Find the day's entry for WK-LOOKUP-DRAWER, adding it when new
      *-- WK-FOUND-IDX comes back zero when the table is full

       4400-FIND-DRAWER.

           MOVE 0 TO WK-FOUND-IDX.
           PERFORM VARYING WK-SEARCH-IDX FROM 1 BY 1
                 UNTIL WK-SEARCH-IDX > WK-DRAWER-COUNT
              IF WK-DT-DRAWER(WK-SEARCH-IDX) = WK-LOOKUP-DRAWER
                 MOVE WK-SEARCH-IDX TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX = 0 AND WK-DRAWER-COUNT < 20
              ADD 1 TO WK-DRAWER-COUNT
              MOVE WK-DRAWER-COUNT TO WK-FOUND-IDX
              MOVE WK-LOOKUP-DRAWER TO WK-DT-DRAWER(WK-FOUND-IDX)
           END-IF.

      *Every drawer close in the range, with totals per cashier --
      *how often each came up over or short and by how much

       5000-OVERSHORT-HISTORY.

           DISPLAY "From date (as logged, 0 for all): " NO ADVANCING.
           ACCEPT WK-FROMDATE.
           DISPLAY "To date   (as logged, 0 for all): " NO ADVANCING.
           ACCEPT WK-TODATE.
           IF WK-TODATE = 0
              MOVE 99999999 TO WK-TODATE
           END-IF.
           DISPLAY "Staff id (blank for all):         " NO ADVANCING.
           ACCEPT WK-ASKSTAFF.

           MOVE 0 TO WK-CLOSES.
           MOVE 0 TO WK-STAFF-COUNT.
           INITIALIZE WK-STAFF-TAB.

           DISPLAY " ".
           DISPLAY "Drawer over/short history".
           DISPLAY "=============================================".
           DISPLAY "Date     Drawer Staff          Expected"
              "       Counted    Over/short".
           OPEN INPUT CAGELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 5100-HISTORY-ROW
              UNTIL WK-FILE-EOF.
           CLOSE CAGELOG.

           DISPLAY " ".
           DISPLAY "Staff      Closes  Over Short    Net o/s"
              "     Worst short".
           PERFORM 5300-SHOW-STAFF
              VARYING WK-FOUND-IDX FROM 1 BY 1
              UNTIL WK-FOUND-IDX > WK-STAFF-COUNT.
           DISPLAY " ".
           DISPLAY "Drawer closes listed: " WK-CLOSES.

       5100-HISTORY-ROW.

           READ CAGELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF CAGE-TYPE = "CLS"
                       AND CAGE-DATE >= WK-FROMDATE
                       AND CAGE-DATE <= WK-TODATE
                       AND (WK-ASKSTAFF = SPACES
                          OR CAGE-STAFF = WK-ASKSTAFF)
                    PERFORM 5200-PLACE-CLOSE
                       THRU 5200-PLACE-EXIT
                 END-IF
           END-READ.

       5200-PLACE-CLOSE.

           ADD 1 TO WK-CLOSES.
           MOVE CAGE-EXPECTED TO WK-NETSHOW.
           MOVE CAGE-AMOUNT TO WK-MONEYSHOW.
           MOVE CAGE-OVERSHORT TO WK-NETSHOW3.
           DISPLAY CAGE-DATE " " CAGE-DRAWER "   " CAGE-STAFF " "
              WK-NETSHOW " " WK-MONEYSHOW " " WK-NETSHOW3.

           MOVE CAGE-STAFF TO WK-LOOKUP-STAFF.
           MOVE 0 TO WK-FOUND-IDX.
           PERFORM VARYING WK-SEARCH-IDX FROM 1 BY 1
                 UNTIL WK-SEARCH-IDX > WK-STAFF-COUNT
              IF WK-ST-STAFF(WK-SEARCH-IDX) = WK-LOOKUP-STAFF
                 MOVE WK-SEARCH-IDX TO WK-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WK-FOUND-IDX = 0
              IF WK-STAFF-COUNT < 50
                 ADD 1 TO WK-STAFF-COUNT
                 MOVE WK-STAFF-COUNT TO WK-FOUND-IDX
                 MOVE WK-LOOKUP-STAFF TO WK-ST-STAFF(WK-FOUND-IDX)
              ELSE
                 GO TO 5200-PLACE-EXIT
              END-IF
           END-IF.

           ADD 1 TO WK-ST-CLOSES(WK-FOUND-IDX).
           ADD CAGE-OVERSHORT TO WK-ST-NET(WK-FOUND-IDX).
           IF CAGE-OVERSHORT > 0
              ADD 1 TO WK-ST-OVERS(WK-FOUND-IDX)
           END-IF.
           IF CAGE-OVERSHORT < 0
              ADD 1 TO WK-ST-SHORTS(WK-FOUND-IDX)
              IF CAGE-OVERSHORT < WK-ST-WORST(WK-FOUND-IDX)
                 MOVE CAGE-OVERSHORT TO WK-ST-WORST(WK-FOUND-IDX)
              END-IF
           END-IF.

       5200-PLACE-EXIT.

           EXIT.

       5300-SHOW-STAFF.

           MOVE WK-ST-NET(WK-FOUND-IDX) TO WK-NETSHOW.
           MOVE WK-ST-WORST(WK-FOUND-IDX) TO WK-NETSHOW3.
           DISPLAY WK-ST-STAFF(WK-FOUND-IDX) " "
              WK-ST-CLOSES(WK-FOUND-IDX) " "
              WK-ST-OVERS(WK-FOUND-IDX) " "
              WK-ST-SHORTS(WK-FOUND-IDX) " " WK-NETSHOW " "
              WK-NETSHOW3.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
