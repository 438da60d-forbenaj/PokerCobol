       IDENTIFICATION DIVISION.
       PROGRAM-ID. LogShip.
       SECURITY.   Off-site shipping for the append-only logs. The
                   money journals - HISTORY.LOG, ACTION.LOG,
                   RAKE.LOG, JACKPOT.LOG, BADBEAT.LOG, CASHIER.LOG,
                   SIDEBET.LOG, COMP.LOG and TOKE.LOG - lived only
                   in CPY on this machine; CfgBack copies the
                   indexed files, not the journals, so losing the
                   box lost every movement behind every balance.
                   This run, part of the nightly close after
                   LogSeal, appends every row added to each log
                   since its last run to <ship-to directory><log
                   key>.SHP on a second location, each row stamped
                   with a per-log sequence number that runs from 1
                   without a break and a check value over the row
                   (see CPY\SHPREC.CBL). How far each log is shipped
                   is kept per log in CPY\SHIPCTL.CFG; a trimmed
                   log is picked up again by the image of its last
                   shipped row, so the archive runs never cause rows
                   to be sent twice or skipped. The seal verifier
                   SealChk runs first, and a sealed log whose seals
                   fail - or that the verifier did not report on -
                   is refused and left unshipped, so a tampered log
                   is never passed off site as good; COMP.LOG and
                   TOKE.LOG carry no seals and always ship. Any
                   refused log or unreachable ship-to location ends
                   the run with return code 8. ShipChk verifies the
                   shipped copies on the receiving side. Run it
                   before HistArch and LedgArch - rows those runs
                   move out before they have shipped never reach
                   the second location.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *The nine logs read through one generic reader, the way the
      *seal verifier walks them -- only whole rows are copied, so
      *no layout is needed here

           SELECT OPTIONAL SOURCELOG
            ASSIGN TO DYNAMIC WK-LOGNAME
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SHIPFILE
            ASSIGN TO DYNAMIC WK-SHIPNAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS WK-SHIP-STATUS.

           SELECT OPTIONAL SHIPCTL
            ASSIGN TO
             "CPY\SHIPCTL.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD SHC-LOG.

           SELECT OPTIONAL SEALVRD
            ASSIGN TO
             "CPY\SEALVRD.DAT"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SOURCELOG
           LABEL RECORD STANDARD.

       01 LOG-RECORD PIC X(200).

           COPY "CPY\SHPREC.CBL".

           COPY "CPY\SHCREC.CBL".

           COPY "CPY\SVDREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).

       01 WK-LOGNAME PIC X(30).
       01 WK-SHIPNAME PIC X(60).
       01 WK-SHIP-STATUS PIC X(02).
       01 WK-DEST PIC X(40) VALUE SPACES.
       01 WK-ANSWER PIC X(40).
       01 WK-DESTLEN PIC 9(02) COMP.
       01 WK-LOG-IDX PIC 9(02) COMP.

      *Each log's file, its key (the same key the seal verifier
      *reports it under) and whether it carries seals at all

       01 WK-LOGS.
           02 FILLER PIC X(16) VALUE "CPY\HISTORY.LOG".
           02 FILLER PIC X(10) VALUE "HISTORY".
           02 FILLER PIC X(01) VALUE "Y".
           02 FILLER PIC X(16) VALUE "CPY\ACTION.LOG".
           02 FILLER PIC X(10) VALUE "ACTION".
           02 FILLER PIC X(01) VALUE "Y".
           02 FILLER PIC X(16) VALUE "CPY\RAKE.LOG".
           02 FILLER PIC X(10) VALUE "RAKE".
           02 FILLER PIC X(01) VALUE "Y".
           02 FILLER PIC X(16) VALUE "CPY\JACKPOT.LOG".
           02 FILLER PIC X(10) VALUE "JACKPOT".
           02 FILLER PIC X(01) VALUE "Y".
           02 FILLER PIC X(16) VALUE "CPY\BADBEAT.LOG".
           02 FILLER PIC X(10) VALUE "BADBEAT".
           02 FILLER PIC X(01) VALUE "Y".
           02 FILLER PIC X(16) VALUE "CPY\CASHIER.LOG".
           02 FILLER PIC X(10) VALUE "CASHIER".
           02 FILLER PIC X(01) VALUE "Y".
           02 FILLER PIC X(16) VALUE "CPY\SIDEBET.LOG".
           02 FILLER PIC X(10) VALUE "SIDEBET".
           02 FILLER PIC X(01) VALUE "Y".
           02 FILLER PIC X(16) VALUE "CPY\COMP.LOG".
           02 FILLER PIC X(10) VALUE "COMP".
           02 FILLER PIC X(01) VALUE "N".
           02 FILLER PIC X(16) VALUE "CPY\TOKE.LOG".
           02 FILLER PIC X(10) VALUE "TOKE".
           02 FILLER PIC X(01) VALUE "N".
       01 WK-LOG-TAB REDEFINES WK-LOGS.
           02 WK-LOG-ENTRY OCCURS 9 TIMES.
               03 WK-LG-NAME PIC X(16).
               03 WK-LG-KEY PIC X(10).
               03 WK-LG-SEALED PIC X(01).

      *This run's seal verdict per log, off CPY\SEALVRD.DAT --
      *spaces when the verifier wrote nothing for it this run

       01 WK-VERDICTS.
           02 WK-LG-VERDICT PIC X(04) OCCURS 9 TIMES.
       01 WK-SVD-DONE PIC 9 VALUE 0.

      *Position in the live log -- the row count read so far, where
      *this run starts shipping, and where the last shipped row was
      *found again after a trim

       01 WK-ROWNO PIC 9(09).
       01 WK-STARTPOS PIC 9(09).
       01 WK-FOUNDAT PIC 9(09).
       01 WK-SHIPPED PIC 9(09).
       01 WK-FIRSTSEQ PIC 9(09).
       01 WK-TOTSHIPPED PIC 9(09) VALUE 0.
       01 WK-REFUSED PIC 9(02) VALUE 0.

       01 WK-CHKROW PIC X(200).
       01 WK-CHECK PIC 9(09).
       01 WK-CHIDX PIC 9(03) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "LogShip" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "Off-site log shipping".
           DISPLAY "=====================".
           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.

           PERFORM 1000-ASK-TARGET.
           IF WK-DEST = SPACES
              DISPLAY "No ship-to directory - nothing shipped"
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 1500-CHECK-SEALS.

           DISPLAY " ".
           OPEN I-O SHIPCTL.
           PERFORM 2000-SHIP-ONE-LOG THRU 2000-SHIP-EXIT
              VARYING WK-LOG-IDX FROM 1 BY 1
              UNTIL WK-LOG-IDX > 9.
           CLOSE SHIPCTL.

           DISPLAY " ".
           DISPLAY WK-TOTSHIPPED " rows shipped to " WK-DEST.
           IF WK-REFUSED > 0
              DISPLAY WK-REFUSED " LOG(S) NOT SHIPPED - see above"
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *The ship-to directory defaults to the one the logs last went
      *to; a typed one is made to end in a backslash so the log
      *key can go straight on the end of it

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
              DISPLAY "Ship-to directory: " NO ADVANCING
           ELSE
              DISPLAY "Ship-to directory (blank for " WK-DEST
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

      *A fresh seal check, not yesterday's -- only verdict rows
      *stamped at or after this run began are taken

       1500-CHECK-SEALS.

           MOVE SPACES TO WK-VERDICTS.
           DISPLAY " ".
           MOVE 0 TO RETURN-CODE.
           CALL "SealChk"
              ON EXCEPTION
                 DISPLAY "SealChk module not available"
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           MOVE 0 TO WK-SVD-DONE.
           OPEN INPUT SEALVRD.
           PERFORM 1510-READ-VERDICT
              UNTIL WK-SVD-DONE = 1.
           CLOSE SEALVRD.

       1510-READ-VERDICT.

           READ SEALVRD
              AT END
                 MOVE 1 TO WK-SVD-DONE
              NOT AT END
                 IF SVD-RUNDATE > WK-TODAY
                    OR (SVD-RUNDATE = WK-TODAY
                    AND SVD-RUNTIME NOT < WK-CLOCK)
                    PERFORM 1520-TAKE-VERDICT
                       VARYING WK-LOG-IDX FROM 1 BY 1
                       UNTIL WK-LOG-IDX > 9
                 END-IF
           END-READ.

       1520-TAKE-VERDICT.

           IF WK-LG-KEY(WK-LOG-IDX) = SVD-LOG
              MOVE SVD-VERDICT TO WK-LG-VERDICT(WK-LOG-IDX)
           END-IF.

      *One log -- refused outright when its seals fail, otherwise
      *every row past the shipped-through position goes out under
      *the next sequence numbers and the control record moves up
      *only once the rows are safely written

       2000-SHIP-ONE-LOG.

           MOVE WK-LG-NAME(WK-LOG-IDX) TO WK-LOGNAME.
           MOVE 0 TO WK-SHIPPED.

           IF WK-LG-SEALED(WK-LOG-IDX) = "Y"
              AND WK-LG-VERDICT(WK-LOG-IDX) NOT = "OK"
              AND WK-LG-VERDICT(WK-LOG-IDX) NOT = "NONE"
              IF WK-LG-VERDICT(WK-LOG-IDX) = "FAIL"
                 DISPLAY WK-LOGNAME ": seals FAIL - NOT shipped"
              ELSE
                 DISPLAY WK-LOGNAME ": no seal verdict - NOT "
                    "shipped"
              END-IF
              ADD 1 TO WK-REFUSED
              GO TO 2000-SHIP-EXIT
           END-IF.

           MOVE WK-LG-KEY(WK-LOG-IDX) TO SHC-LOG.
           READ SHIPCTL
              INVALID KEY
                 MOVE 0 TO SHC-SEQ
                 MOVE 0 TO SHC-POS
                 MOVE SPACES TO SHC-DEST
                 MOVE SPACES TO SHC-LASTROW
           END-READ.

           IF SHC-DEST NOT = SPACES AND SHC-DEST NOT = WK-DEST
              DISPLAY WK-LOGNAME ": ship-to changed from "
                 SHC-DEST
              DISPLAY "  the new location starts at sequence "
                 SHC-SEQ " + 1"
           END-IF.

           MOVE SPACES TO WK-SHIPNAME.
           STRING WK-DEST DELIMITED BY SPACE
              WK-LG-KEY(WK-LOG-IDX) DELIMITED BY SPACE
              ".SHP" DELIMITED BY SIZE
              INTO WK-SHIPNAME.

           PERFORM 2100-FIND-POSITION THRU 2100-FIND-EXIT.

           OPEN EXTEND SHIPFILE.
           IF WK-SHIP-STATUS NOT = "00" AND WK-SHIP-STATUS NOT = "05"
              DISPLAY WK-LOGNAME ": cannot write " WK-SHIPNAME
                 " (status " WK-SHIP-STATUS ") - NOT shipped"
              ADD 1 TO WK-REFUSED
              GO TO 2000-SHIP-EXIT
           END-IF.

           OPEN INPUT SOURCELOG.
           MOVE "N" TO WK-EOF.
           MOVE 0 TO WK-ROWNO.
           PERFORM 2200-SKIP-ROW
              UNTIL WK-ROWNO NOT < WK-STARTPOS
              OR WK-FILE-EOF.
           COMPUTE WK-FIRSTSEQ = SHC-SEQ + 1.
           PERFORM 2300-SHIP-ROW
              UNTIL WK-FILE-EOF.
           CLOSE SOURCELOG.
           CLOSE SHIPFILE.

           COMPUTE SHC-POS = WK-STARTPOS + WK-SHIPPED.
           MOVE WK-TODAY TO SHC-DATE.
           MOVE WK-CLOCK TO SHC-TIME.
           MOVE WK-DEST TO SHC-DEST.
           WRITE SHC-RECORD
              INVALID KEY
                 REWRITE SHC-RECORD
           END-WRITE.

           IF WK-SHIPPED = 0
              DISPLAY WK-LOGNAME ": nothing new, shipped through "
                 "sequence " SHC-SEQ
           ELSE
              DISPLAY WK-LOGNAME ": " WK-SHIPPED " rows shipped, "
                 "sequence " WK-FIRSTSEQ " to " SHC-SEQ
           END-IF.
           ADD WK-SHIPPED TO WK-TOTSHIPPED.

       2000-SHIP-EXIT.

           CONTINUE.

      *The row at the shipped-through position must still be the
      *last row shipped. When it is not, an archive run has trimmed
      *the log: the last shipped row is looked for again - found,
      *shipping resumes right after it; gone, it went out with the
      *archived rows and every live row is new

       2100-FIND-POSITION.

           MOVE SHC-POS TO WK-STARTPOS.
           IF SHC-POS = 0
              GO TO 2100-FIND-EXIT
           END-IF.

           OPEN INPUT SOURCELOG.
           MOVE "N" TO WK-EOF.
           MOVE 0 TO WK-ROWNO.
           PERFORM 2200-SKIP-ROW
              UNTIL WK-ROWNO NOT < SHC-POS
              OR WK-FILE-EOF.
           IF NOT WK-FILE-EOF
              AND LOG-RECORD = SHC-LASTROW
              CLOSE SOURCELOG
              GO TO 2100-FIND-EXIT
           END-IF.
           CLOSE SOURCELOG.

           OPEN INPUT SOURCELOG.
           MOVE "N" TO WK-EOF.
           MOVE 0 TO WK-ROWNO.
           MOVE 0 TO WK-FOUNDAT.
           PERFORM 2150-SEEK-ROW
              UNTIL WK-FILE-EOF
              OR WK-FOUNDAT > 0.
           CLOSE SOURCELOG.

           MOVE WK-FOUNDAT TO WK-STARTPOS.
           IF WK-FOUNDAT > 0
              DISPLAY WK-LOGNAME ": trimmed since the last ship - "
                 "resuming after row " WK-FOUNDAT
           ELSE
              DISPLAY WK-LOGNAME ": last shipped row archived - "
                 "shipping from row 1"
           END-IF.

       2100-FIND-EXIT.

           CONTINUE.

       2150-SEEK-ROW.

           READ SOURCELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNO
                 IF LOG-RECORD = SHC-LASTROW
                    MOVE WK-ROWNO TO WK-FOUNDAT
                 END-IF
           END-READ.

       2200-SKIP-ROW.

           READ SOURCELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNO
           END-READ.

       2300-SHIP-ROW.

           READ SOURCELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNO
                 ADD 1 TO SHC-SEQ
                 MOVE LOG-RECORD TO WK-CHKROW
                 PERFORM 2400-CHECK-VALUE
                 MOVE SPACES TO SHP-RECORD
                 MOVE WK-LG-KEY(WK-LOG-IDX) TO SHP-LOG
                 MOVE SHC-SEQ TO SHP-SEQ
                 MOVE WK-TODAY TO SHP-SHIPDATE
                 MOVE WK-CLOCK TO SHP-SHIPTIME
                 MOVE WK-CHECK TO SHP-CHECK
                 MOVE LOG-RECORD TO SHP-ROW
                 WRITE SHP-RECORD
                 MOVE LOG-RECORD TO SHC-LASTROW
                 ADD 1 TO WK-SHIPPED
           END-READ.

      *The row's check value -- the same running MOD the seals
      *chain with, taken across every byte of the row

       2400-CHECK-VALUE.

           MOVE 0 TO WK-CHECK.
           PERFORM 2410-CHECK-BYTE
              VARYING WK-CHIDX FROM 1 BY 1
              UNTIL WK-CHIDX > 200.

       2410-CHECK-BYTE.

           COMPUTE WK-CHECK = FUNCTION MOD(
              WK-CHECK * 31 + FUNCTION ORD(WK-CHKROW(WK-CHIDX:1)),
              999999937).

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
