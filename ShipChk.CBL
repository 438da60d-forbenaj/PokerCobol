       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShipChk.
       SECURITY.   Receiving-side verifier for the off-site log
                   copies LogShip appends to <ship-to directory><log
                   key>.SHP. Reads each log's shipped copy straight
                   through and reports every missing sequence range
                   (a break in the numbers, a copy that starts past
                   sequence 1, or - where CPY\SHIPCTL.CFG can be
                   read - numbers the sender gave out that never
                   arrived), every row that no longer yields the
                   check value it was shipped with, and every row
                   filed under the wrong log. Numbers sent again by
                   a shipping run that died before saving its
                   position are counted as resent, not as faults.
                   Asked to, it also compares each shipped row with
                   the live log row it was copied from - the
                   control record ties a live row number to its
                   sequence - and reports rows that differ from the
                   original. The tie is found again the way LogShip
                   finds it, by the image of the last row shipped:
                   when an archive run has trimmed that row out of
                   the live log since the last ship, the log is not
                   compared and the report says so, rather than
                   calling every row a difference. Any missing
                   range, altered, misfiled
                   or differing row ends the run with return code
                   8, so the second copy can be proved complete and
                   faithful before it is ever needed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SHIPFILE
            ASSIGN TO DYNAMIC WK-SHIPNAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS WK-SHIP-STATUS.

           SELECT OPTIONAL SOURCELOG
            ASSIGN TO DYNAMIC WK-LOGNAME
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SHIPCTL
            ASSIGN TO
             "CPY\SHIPCTL.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD SHC-LOG.

       DATA DIVISION.
       FILE SECTION.

           COPY "CPY\SHPREC.CBL".

       FD SOURCELOG
           LABEL RECORD STANDARD.

       01 LOG-RECORD PIC X(200).

           COPY "CPY\SHCREC.CBL".

       WORKING-STORAGE SECTION.

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-LOG-EOF PIC X VALUE "N".
          88 WK-LOG-AT-END VALUE "Y".

       01 WK-LOGNAME PIC X(30).
       01 WK-SHIPNAME PIC X(60).
       01 WK-SHIP-STATUS PIC X(02).
       01 WK-DEST PIC X(40) VALUE SPACES.
       01 WK-ANSWER PIC X(40).
       01 WK-DESTLEN PIC 9(02) COMP.
       01 WK-LOG-IDX PIC 9(02) COMP.

       01 WK-COMPARE PIC X VALUE "N".
          88 WK-COMPARE-LIVE VALUE "Y" "y".

      *The nine shipped logs -- the live file each came from and its
      *key, as LogShip names them

       01 WK-LOGS.
           02 FILLER PIC X(16) VALUE "CPY\HISTORY.LOG".
           02 FILLER PIC X(10) VALUE "HISTORY".
           02 FILLER PIC X(16) VALUE "CPY\ACTION.LOG".
           02 FILLER PIC X(10) VALUE "ACTION".
           02 FILLER PIC X(16) VALUE "CPY\RAKE.LOG".
           02 FILLER PIC X(10) VALUE "RAKE".
           02 FILLER PIC X(16) VALUE "CPY\JACKPOT.LOG".
           02 FILLER PIC X(10) VALUE "JACKPOT".
           02 FILLER PIC X(16) VALUE "CPY\BADBEAT.LOG".
           02 FILLER PIC X(10) VALUE "BADBEAT".
           02 FILLER PIC X(16) VALUE "CPY\CASHIER.LOG".
           02 FILLER PIC X(10) VALUE "CASHIER".
           02 FILLER PIC X(16) VALUE "CPY\SIDEBET.LOG".
           02 FILLER PIC X(10) VALUE "SIDEBET".
           02 FILLER PIC X(16) VALUE "CPY\COMP.LOG".
           02 FILLER PIC X(10) VALUE "COMP".
           02 FILLER PIC X(16) VALUE "CPY\TOKE.LOG".
           02 FILLER PIC X(10) VALUE "TOKE".
       01 WK-LOG-TAB REDEFINES WK-LOGS.
           02 WK-LOG-ENTRY OCCURS 9 TIMES.
               03 WK-LG-NAME PIC X(16).
               03 WK-LG-KEY PIC X(10).

      *The sender's control record for the log, when it can be read
      *-- the last sequence given out, and the sequence just before
      *live row 1 (live row r went out as WK-BASE + r)

       01 WK-HAVECTL PIC 9 VALUE 0.
       01 WK-SENTSEQ PIC 9(09).
       01 WK-BASE PIC 9(09).
       01 WK-LIVEROW PIC 9(09).
       01 WK-ROWNO PIC 9(09).
       01 WK-CMPON PIC 9 VALUE 0.
       01 WK-LIVEOPEN PIC 9 VALUE 0.
       01 WK-FOUNDAT PIC 9(09).

      *Per-log tallies, and whether any log failed

       01 WK-EXPECT PIC 9(09).
       01 WK-GAPEND PIC 9(09).
       01 WK-ROWS PIC 9(09).
       01 WK-MISSING PIC 9(09).
       01 WK-ALTERED PIC 9(07).
       01 WK-MISFILED PIC 9(07).
       01 WK-RESENT PIC 9(07).
       01 WK-DIFFER PIC 9(07).
       01 WK-LOGBAD PIC 9.
       01 WK-ANYBAD PIC 9 VALUE 0.

       01 WK-CHKROW PIC X(200).
       01 WK-CHECK PIC 9(09).
       01 WK-CHIDX PIC 9(03) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Shipped log verification".
           DISPLAY "========================".

           PERFORM 1000-ASK-TARGET.
           IF WK-DEST = SPACES
              DISPLAY "No shipped-copy directory - nothing checked"
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "Compare with the live logs in CPY too (Y/N): "
              NO ADVANCING.
           ACCEPT WK-COMPARE.

           OPEN INPUT SHIPCTL.
           PERFORM 2000-CHECK-ONE-LOG THRU 2000-CHECK-EXIT
              VARYING WK-LOG-IDX FROM 1 BY 1
              UNTIL WK-LOG-IDX > 9.
           CLOSE SHIPCTL.

           DISPLAY " ".
           IF WK-ANYBAD = 0
              DISPLAY "Every shipped copy is complete and intact"
           ELSE
              DISPLAY "SHIPPED COPIES INCOMPLETE OR ALTERED - see "
                 "above"
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *The directory defaults to the one the sender last shipped to,
      *when its control file can be read from here

       1000-ASK-TARGET.

           OPEN INPUT SHIPCTL.
           READ SHIPCTL NEXT
              AT END
                 CONTINUE
              NOT AT END
                 MOVE SHC-DEST TO WK-DEST
           END-READ.
           CLOSE SHIPCTL.

           IF WK-DEST = SPACES
              DISPLAY "Shipped-copy directory: " NO ADVANCING
           ELSE
              DISPLAY "Shipped-copy directory (blank for " WK-DEST
                 "): " NO ADVANCING
           END-IF.
           MOVE SPACES TO WK-ANSWER.
           ACCEPT WK-ANSWER.
           IF WK-ANSWER NOT = SPACES
              MOVE WK-ANSWER TO WK-DEST
           END-IF.

           IF WK-DEST NOT = SPACES
              MOVE 0 TO WK-DESTLEN
              INSPECT FUNCTION REVERSE(WK-DEST)
                 TALLYING WK-DESTLEN FOR LEADING SPACES
              COMPUTE WK-DESTLEN = 40 - WK-DESTLEN
              IF WK-DEST(WK-DESTLEN:1) NOT = "\"
                 AND WK-DESTLEN < 40
                 MOVE "\" TO WK-DEST(WK-DESTLEN + 1:1)
              END-IF
           END-IF.

      *One log's copy, read straight through -- the sequence must
      *climb by one from 1, each row must still yield its check
      *value, and with the live comparison on each row must match
      *the live row it was copied from

       2000-CHECK-ONE-LOG.

           MOVE WK-LG-NAME(WK-LOG-IDX) TO WK-LOGNAME.
           MOVE SPACES TO WK-SHIPNAME.
           STRING WK-DEST DELIMITED BY SPACE
              WK-LG-KEY(WK-LOG-IDX) DELIMITED BY SPACE
              ".SHP" DELIMITED BY SIZE
              INTO WK-SHIPNAME.

           MOVE 1 TO WK-EXPECT.
           MOVE 0 TO WK-ROWS.
           MOVE 0 TO WK-MISSING.
           MOVE 0 TO WK-ALTERED.
           MOVE 0 TO WK-MISFILED.
           MOVE 0 TO WK-RESENT.
           MOVE 0 TO WK-DIFFER.
           MOVE 0 TO WK-LOGBAD.

           MOVE 0 TO WK-HAVECTL.
           MOVE 0 TO WK-SENTSEQ.
           MOVE WK-LG-KEY(WK-LOG-IDX) TO SHC-LOG.
           READ SHIPCTL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WK-HAVECTL
                 MOVE SHC-SEQ TO WK-SENTSEQ
           END-READ.

           DISPLAY " ".
           DISPLAY WK-SHIPNAME.

           OPEN INPUT SHIPFILE.
           IF WK-SHIP-STATUS NOT = "00"
              IF WK-SHIP-STATUS = "05"
                 CLOSE SHIPFILE
              END-IF
              IF WK-SENTSEQ > 0
                 DISPLAY "  NO SHIPPED COPY - sequence 1 to "
                    WK-SENTSEQ " MISSING"
                 MOVE 1 TO WK-ANYBAD
              ELSE
                 DISPLAY "  nothing shipped yet"
              END-IF
              GO TO 2000-CHECK-EXIT
           END-IF.

           MOVE 0 TO WK-CMPON.
           MOVE 0 TO WK-LIVEOPEN.
           IF WK-COMPARE-LIVE AND WK-HAVECTL = 1
              PERFORM 2050-ANCHOR-LIVE THRU 2050-ANCHOR-EXIT
           END-IF.

           MOVE "N" TO WK-EOF.
           PERFORM 2100-CHECK-ROW
              UNTIL WK-FILE-EOF.
           CLOSE SHIPFILE.
           IF WK-LIVEOPEN = 1
              CLOSE SOURCELOG
           END-IF.

      *Numbers the sender gave out beyond the last one that arrived

           IF WK-HAVECTL = 1 AND WK-EXPECT NOT > WK-SENTSEQ
              DISPLAY "  sequence " WK-EXPECT " to " WK-SENTSEQ
                 " MISSING - shipped but never arrived"
              COMPUTE WK-MISSING =
                 WK-MISSING + WK-SENTSEQ - WK-EXPECT + 1
              MOVE 1 TO WK-LOGBAD
           END-IF.

           COMPUTE WK-GAPEND = WK-EXPECT - 1.
           DISPLAY "  " WK-ROWS " rows through sequence " WK-GAPEND
              ", " WK-MISSING " missing, " WK-ALTERED " altered, "
              WK-MISFILED " misfiled, " WK-RESENT " resent".
           IF WK-COMPARE-LIVE
              EVALUATE TRUE
                 WHEN WK-LIVEOPEN = 1
                    DISPLAY "  " WK-DIFFER
                       " differ from the live log"
                 WHEN WK-HAVECTL = 1
                    DISPLAY "  last shipped row no longer in the "
                       "live log - trimmed since the last ship, "
                       "not compared"
                 WHEN OTHER
                    DISPLAY "  no control record - not compared "
                       "with the live log"
              END-EVALUATE
           END-IF.
           IF WK-LOGBAD = 0
              DISPLAY "  OK"
           ELSE
              DISPLAY "  FAIL"
              MOVE 1 TO WK-ANYBAD
           END-IF.

       2000-CHECK-EXIT.

           CONTINUE.

      *The live row number behind each sequence, found the way
      *LogShip finds its position -- the row at the shipped-through
      *position must still be the last row shipped; when it is not,
      *an archive run has trimmed the log and the row is looked for
      *again. Gone altogether, the shipped rows can no longer be
      *placed in the live log and none are compared. Anchored, the
      *live log is opened afresh to be read forward from row 1

       2050-ANCHOR-LIVE.

           MOVE SHC-POS TO WK-FOUNDAT.
           IF SHC-POS = 0
              GO TO 2050-ANCHOR-OPEN
           END-IF.

           OPEN INPUT SOURCELOG.
           MOVE "N" TO WK-LOG-EOF.
           MOVE 0 TO WK-ROWNO.
           PERFORM 2310-READ-LIVE
              UNTIL WK-ROWNO NOT < SHC-POS
              OR WK-LOG-AT-END.
           IF NOT WK-LOG-AT-END
              AND LOG-RECORD = SHC-LASTROW
              CLOSE SOURCELOG
              GO TO 2050-ANCHOR-OPEN
           END-IF.
           CLOSE SOURCELOG.

           OPEN INPUT SOURCELOG.
           MOVE "N" TO WK-LOG-EOF.
           MOVE 0 TO WK-ROWNO.
           MOVE 0 TO WK-FOUNDAT.
           PERFORM 2060-SEEK-LIVE
              UNTIL WK-LOG-AT-END
              OR WK-FOUNDAT > 0.
           CLOSE SOURCELOG.
           IF WK-FOUNDAT = 0
              GO TO 2050-ANCHOR-EXIT
           END-IF.
           DISPLAY "  live log trimmed since the last ship - last "
              "shipped row now live row " WK-FOUNDAT.

       2050-ANCHOR-OPEN.

           COMPUTE WK-BASE = SHC-SEQ - WK-FOUNDAT.
           OPEN INPUT SOURCELOG.
           MOVE "N" TO WK-LOG-EOF.
           MOVE 0 TO WK-ROWNO.
           MOVE 1 TO WK-LIVEOPEN.
           MOVE 1 TO WK-CMPON.

       2050-ANCHOR-EXIT.

           CONTINUE.

       2060-SEEK-LIVE.

           READ SOURCELOG
              AT END
                 SET WK-LOG-AT-END TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNO
                 IF LOG-RECORD = SHC-LASTROW
                    MOVE WK-ROWNO TO WK-FOUNDAT
                 END-IF
           END-READ.

       2100-CHECK-ROW.

           READ SHIPFILE
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWS
                 PERFORM 2200-ONE-ROW THRU 2200-ONE-EXIT
           END-READ.

      *A row under another log's key, or whose number or check
      *value is no longer plain digits, is reported and passed over
      *without moving the expected sequence

       2200-ONE-ROW.

           IF SHP-LOG NOT = WK-LG-KEY(WK-LOG-IDX)
              DISPLAY "  row " WK-ROWS " is filed under " SHP-LOG
              ADD 1 TO WK-MISFILED
              MOVE 1 TO WK-LOGBAD
              GO TO 2200-ONE-EXIT
           END-IF.

           IF SHP-SEQ NOT NUMERIC OR SHP-CHECK NOT NUMERIC
              DISPLAY "  row " WK-ROWS " is damaged"
              ADD 1 TO WK-ALTERED
              MOVE 1 TO WK-LOGBAD
              GO TO 2200-ONE-EXIT
           END-IF.

           MOVE SHP-ROW TO WK-CHKROW.
           PERFORM 3000-CHECK-VALUE.
           IF WK-CHECK NOT = SHP-CHECK
              DISPLAY "  sequence " SHP-SEQ
                 ": row altered since it was shipped"
              ADD 1 TO WK-ALTERED
              MOVE 1 TO WK-LOGBAD
           END-IF.

           EVALUATE TRUE
              WHEN SHP-SEQ = WK-EXPECT
                 ADD 1 TO WK-EXPECT
              WHEN SHP-SEQ > WK-EXPECT
                 COMPUTE WK-GAPEND = SHP-SEQ - 1
                 DISPLAY "  sequence " WK-EXPECT " to " WK-GAPEND
                    " MISSING"
                 COMPUTE WK-MISSING =
                    WK-MISSING + SHP-SEQ - WK-EXPECT
                 MOVE 1 TO WK-LOGBAD
                 COMPUTE WK-EXPECT = SHP-SEQ + 1
              WHEN OTHER
                 ADD 1 TO WK-RESENT
           END-EVALUATE.

           IF WK-CMPON = 1
              PERFORM 2300-COMPARE-LIVE THRU 2300-COMPARE-EXIT
           END-IF.

       2200-ONE-EXIT.

           CONTINUE.

      *Only rows the control record places in the live log are
      *compared - older ones have been archived out of it - and the
      *live log is read forward only, so a resent row is not
      *compared twice

       2300-COMPARE-LIVE.

           IF SHP-SEQ NOT > WK-BASE OR SHP-SEQ > WK-SENTSEQ
              GO TO 2300-COMPARE-EXIT
           END-IF.
           COMPUTE WK-LIVEROW = SHP-SEQ - WK-BASE.
           IF WK-LIVEROW NOT > WK-ROWNO
              GO TO 2300-COMPARE-EXIT
           END-IF.

           PERFORM 2310-READ-LIVE
              UNTIL WK-ROWNO NOT < WK-LIVEROW
              OR WK-LOG-AT-END.
           IF WK-LOG-AT-END
              DISPLAY "  live log ends before row " WK-LIVEROW
                 " - no further comparison"
              ADD 1 TO WK-DIFFER
              MOVE 1 TO WK-LOGBAD
              MOVE 0 TO WK-CMPON
              GO TO 2300-COMPARE-EXIT
           END-IF.

           IF LOG-RECORD NOT = SHP-ROW
              DISPLAY "  sequence " SHP-SEQ
                 ": differs from live row " WK-LIVEROW
              ADD 1 TO WK-DIFFER
              MOVE 1 TO WK-LOGBAD
           END-IF.

       2300-COMPARE-EXIT.

           CONTINUE.

       2310-READ-LIVE.

           READ SOURCELOG
              AT END
                 SET WK-LOG-AT-END TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNO
           END-READ.

      *The check value LogShip stamped on the row -- the same
      *running MOD across every byte

       3000-CHECK-VALUE.

           MOVE 0 TO WK-CHECK.
           PERFORM 3010-CHECK-BYTE
              VARYING WK-CHIDX FROM 1 BY 1
              UNTIL WK-CHIDX > 200.

       3010-CHECK-BYTE.

           COMPUTE WK-CHECK = FUNCTION MOD(
              WK-CHECK * 31 + FUNCTION ORD(WK-CHKROW(WK-CHIDX:1)),
              999999937).

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
