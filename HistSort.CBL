       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistSort.
       SECURITY.   Nightly history extract. The morning
                   reconciliations and the history reports each
                   used to re-read CPY\HISTORY.LOG and the money
                   journals for themselves and keep their own
                   per-player or per-game name table, which filled
                   at 50 entries and then skipped records without a
                   word. This step reads the hand-history log, the
                   betting action journal, the cashier drawer
                   ledger, the side-bet ledger and the bad-beat
                   ledger once, together with the brought-forward
                   BANK snapshots in CPY\BFWD.CFG, and SORTs them
                   into the one work file CPY\NIGHTWRK.DAT, ordered
                   by player, date and hand seed. BankRecon,
                   MornDash, DayReport and GameRep read that file
                   with a control break on the player, so there is
                   no table left to fill and the journals are read
                   once a night instead of once a report. A control
                   row per source leads the file with the journal's
                   row count and the extract stamp, and every
                   detail row keeps its physical row number, so
                   BankRecon's high-water marks still apply. In the
                   night chain the step runs straight after
                   HistArch - the checkpoint sweep's refund rows
                   and the archive trim have to be in the journals
                   before the extract is cut - and ahead of the
                   reconciliations; DayReport cuts a fresh one for
                   itself when the summary is run during the day.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY
            ASSIGN TO
             "CPY\HISTORY.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ACTLOG
            ASSIGN TO
             "CPY\ACTION.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CASHLOG
            ASSIGN TO
             "CPY\CASHIER.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SIDELOG
            ASSIGN TO
             "CPY\SIDEBET.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BADBEATLOG
            ASSIGN TO
             "CPY\BADBEAT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BFWD
            ASSIGN TO
             "CPY\BFWD.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD BF-KEY.

           SELECT NIGHTWRK
            ASSIGN TO
             "CPY\NIGHTWRK.DAT"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT NIGHTSORT
            ASSIGN TO
             "CPY\NIGHTSRT.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HISTREC.CBL".

           COPY "CPY\ACTREC.CBL".

           COPY "CPY\CASHREC.CBL".

           COPY "CPY\SIDEREC.CBL".

           COPY "CPY\BBJREC.CBL".

           COPY "CPY\BFWDREC.CBL".

           COPY "CPY\NWKREC.CBL".

      *The sort record is the extract record -- the keys lead, in
      *the order the readers break on them

       SD NIGHTSORT.

       01 SRT-RECORD.
           02 SRT-CLASS PIC X(01).
           02 SRT-PLAYER PIC X(10).
           02 SRT-DATE PIC 9(08).
           02 SRT-SEED PIC 9(09).
           02 SRT-SOURCE PIC X(01).
           02 SRT-ROWNUM PIC 9(09).
           02 SRT-DATA PIC X(177).
           02 SRT-CONTROL REDEFINES SRT-DATA.
               03 SRT-CTL-TIME PIC 9(08).
               03 SRT-CTL-ROWS PIC 9(09).
               03 FILLER PIC X(160).

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).

      *Per-source counts -- physical rows read (seal rows included,
      *so the count lines up with the high-water positions) and
      *detail rows released to the sort

       01 WK-ROWNUM PIC 9(09) VALUE 0.
       01 WK-TAKEN PIC 9(09) VALUE 0.
       01 WK-TOTAL PIC 9(09) VALUE 0.
       01 WK-SOURCENAME PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "HistSort" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           MOVE 0 TO WK-TOTAL.
           DISPLAY "History extract for " WK-TODAY " " WK-CLOCK.
           DISPLAY "Source    Rows read  Extracted".

           SORT NIGHTSORT
              ON ASCENDING KEY SRT-CLASS SRT-PLAYER SRT-DATE
                               SRT-SEED SRT-SOURCE SRT-ROWNUM
              INPUT PROCEDURE 1000-RELEASE-JOURNALS
              GIVING NIGHTWRK.

           IF SORT-RETURN NOT = 0
              DISPLAY "History extract sort failed - "
                 "CPY\NIGHTWRK.DAT is not usable"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY WK-TOTAL " rows written to CPY\NIGHTWRK.DAT"
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *The sort's input side -- each journal in turn, then the
      *snapshots, each closed off with its control row

       1000-RELEASE-JOURNALS.

           PERFORM 1100-RELEASE-HISTORY.
           PERFORM 1200-RELEASE-ACTIONS.
           PERFORM 1300-RELEASE-CASHIER.
           PERFORM 1400-RELEASE-SIDEBET.
           PERFORM 1500-RELEASE-BADBEAT.
           PERFORM 1600-RELEASE-SNAPSHOTS.

       1100-RELEASE-HISTORY.

           MOVE 0 TO WK-ROWNUM.
           MOVE 0 TO WK-TAKEN.
           OPEN INPUT HISTORY.
           MOVE "N" TO WK-EOF.
           PERFORM 1150-TAKE-HAND
              UNTIL WK-FILE-EOF.
           CLOSE HISTORY.
           MOVE "H" TO SRT-SOURCE.
           MOVE "HISTORY" TO WK-SOURCENAME.
           PERFORM 1900-RELEASE-CONTROL.

      *A hand written before the seed was logged carries no number
      *there, and sorts at seed zero for its date

       1150-TAKE-HAND.

           READ HISTORY
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNUM
                 IF HIST-RECORD (10:5) NOT = "SEAL@"
                    MOVE "1" TO SRT-CLASS
                    MOVE HIST-PLAYER TO SRT-PLAYER
                    MOVE HIST-DATE TO SRT-DATE
                    IF HIST-SEED NUMERIC
                       MOVE HIST-SEED TO SRT-SEED
                    ELSE
                       MOVE 0 TO SRT-SEED
                    END-IF
                    MOVE "H" TO SRT-SOURCE
                    MOVE WK-ROWNUM TO SRT-ROWNUM
                    MOVE HIST-RECORD TO SRT-DATA
                    RELEASE SRT-RECORD
                    ADD 1 TO WK-TAKEN
                 END-IF
           END-READ.

       1200-RELEASE-ACTIONS.

           MOVE 0 TO WK-ROWNUM.
           MOVE 0 TO WK-TAKEN.
           OPEN INPUT ACTLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 1250-TAKE-ACTION
              UNTIL WK-FILE-EOF.
           CLOSE ACTLOG.
           MOVE "A" TO SRT-SOURCE.
           MOVE "ACTION" TO WK-SOURCENAME.
           PERFORM 1900-RELEASE-CONTROL.

       1250-TAKE-ACTION.

           READ ACTLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNUM
                 IF ACT-RECORD (10:5) NOT = "SEAL@"
                    MOVE "1" TO SRT-CLASS
                    MOVE ACT-PLAYER TO SRT-PLAYER
                    MOVE ACT-DATE TO SRT-DATE
                    IF ACT-HANDSEED NUMERIC
                       MOVE ACT-HANDSEED TO SRT-SEED
                    ELSE
                       MOVE 0 TO SRT-SEED
                    END-IF
                    MOVE "A" TO SRT-SOURCE
                    MOVE WK-ROWNUM TO SRT-ROWNUM
                    MOVE ACT-RECORD TO SRT-DATA
                    RELEASE SRT-RECORD
                    ADD 1 TO WK-TAKEN
                 END-IF
           END-READ.

      *Counter movements belong to no hand, so they sort at seed
      *zero ahead of the day's hands

       1300-RELEASE-CASHIER.

           MOVE 0 TO WK-ROWNUM.
           MOVE 0 TO WK-TAKEN.
           OPEN INPUT CASHLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 1350-TAKE-MOVEMENT
              UNTIL WK-FILE-EOF.
           CLOSE CASHLOG.
           MOVE "C" TO SRT-SOURCE.
           MOVE "CASHIER" TO WK-SOURCENAME.
           PERFORM 1900-RELEASE-CONTROL.

       1350-TAKE-MOVEMENT.

           READ CASHLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNUM
                 IF CASH-RECORD (10:5) NOT = "SEAL@"
                    MOVE "1" TO SRT-CLASS
                    MOVE CASH-PLAYER TO SRT-PLAYER
                    MOVE CASH-DATE TO SRT-DATE
                    MOVE 0 TO SRT-SEED
                    MOVE "C" TO SRT-SOURCE
                    MOVE WK-ROWNUM TO SRT-ROWNUM
                    MOVE CASH-RECORD TO SRT-DATA
                    RELEASE SRT-RECORD
                    ADD 1 TO WK-TAKEN
                 END-IF
           END-READ.

       1400-RELEASE-SIDEBET.

           MOVE 0 TO WK-ROWNUM.
           MOVE 0 TO WK-TAKEN.
           OPEN INPUT SIDELOG.
           MOVE "N" TO WK-EOF.
           PERFORM 1450-TAKE-SIDEBET
              UNTIL WK-FILE-EOF.
           CLOSE SIDELOG.
           MOVE "S" TO SRT-SOURCE.
           MOVE "SIDEBET" TO WK-SOURCENAME.
           PERFORM 1900-RELEASE-CONTROL.

       1450-TAKE-SIDEBET.

           READ SIDELOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNUM
                 IF SB-RECORD (10:5) NOT = "SEAL@"
                    MOVE "1" TO SRT-CLASS
                    MOVE SB-PLAYER TO SRT-PLAYER
                    MOVE SB-DATE TO SRT-DATE
                    IF SB-SEED NUMERIC
                       MOVE SB-SEED TO SRT-SEED
                    ELSE
                       MOVE 0 TO SRT-SEED
                    END-IF
                    MOVE "S" TO SRT-SOURCE
                    MOVE WK-ROWNUM TO SRT-ROWNUM
                    MOVE SB-RECORD TO SRT-DATA
                    RELEASE SRT-RECORD
                    ADD 1 TO WK-TAKEN
                 END-IF
           END-READ.

       1500-RELEASE-BADBEAT.

           MOVE 0 TO WK-ROWNUM.
           MOVE 0 TO WK-TAKEN.
           OPEN INPUT BADBEATLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 1550-TAKE-BADBEAT
              UNTIL WK-FILE-EOF.
           CLOSE BADBEATLOG.
           MOVE "B" TO SRT-SOURCE.
           MOVE "BADBEAT" TO WK-SOURCENAME.
           PERFORM 1900-RELEASE-CONTROL.

       1550-TAKE-BADBEAT.

           READ BADBEATLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WK-ROWNUM
                 IF BBL-RECORD (10:5) NOT = "SEAL@"
                    MOVE "1" TO SRT-CLASS
                    MOVE BBL-PLAYER TO SRT-PLAYER
                    MOVE BBL-DATE TO SRT-DATE
                    IF BBL-SEED NUMERIC
                       MOVE BBL-SEED TO SRT-SEED
                    ELSE
                       MOVE 0 TO SRT-SEED
                    END-IF
                    MOVE "B" TO SRT-SOURCE
                    MOVE WK-ROWNUM TO SRT-ROWNUM
                    MOVE BBL-RECORD TO SRT-DATA
                    RELEASE SRT-RECORD
                    ADD 1 TO WK-TAKEN
                 END-IF
           END-READ.

      *A profile whose early life was archived off the journals
      *still has a BANK snapshot to reconcile from, so it goes into
      *the extract even on a night it has no movement

       1600-RELEASE-SNAPSHOTS.

           MOVE 0 TO WK-ROWNUM.
           MOVE 0 TO WK-TAKEN.
           MOVE 0 TO WK-DONE.
           OPEN INPUT BFWD.
           MOVE "BANK" TO BF-TYPE.
           MOVE LOW-VALUES TO BF-PLAYER.
           START BFWD KEY NOT < BF-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 1650-TAKE-SNAPSHOT
              UNTIL WK-DONE = 1.
           CLOSE BFWD.
           MOVE "F" TO SRT-SOURCE.
           MOVE "BFWD" TO WK-SOURCENAME.
           PERFORM 1900-RELEASE-CONTROL.

       1650-TAKE-SNAPSHOT.

           READ BFWD NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF BF-TYPE NOT = "BANK"
                    MOVE 1 TO WK-DONE
                 ELSE
                    ADD 1 TO WK-ROWNUM
                    MOVE "1" TO SRT-CLASS
                    MOVE BF-PLAYER TO SRT-PLAYER
                    MOVE BF-DATE TO SRT-DATE
                    MOVE 0 TO SRT-SEED
                    MOVE "F" TO SRT-SOURCE
                    MOVE WK-ROWNUM TO SRT-ROWNUM
                    MOVE BF-RECORD TO SRT-DATA
                    RELEASE SRT-RECORD
                    ADD 1 TO WK-TAKEN
                 END-IF
           END-READ.

      *One control row per source, staged by the caller in
      *SRT-SOURCE -- class 0 sorts it ahead of every detail row

       1900-RELEASE-CONTROL.

           MOVE "0" TO SRT-CLASS.
           MOVE SPACES TO SRT-PLAYER.
           MOVE WK-TODAY TO SRT-DATE.
           MOVE 0 TO SRT-SEED.
           MOVE WK-ROWNUM TO SRT-ROWNUM.
           MOVE SPACES TO SRT-DATA.
           MOVE WK-CLOCK TO SRT-CTL-TIME.
           MOVE WK-TAKEN TO SRT-CTL-ROWS.
           RELEASE SRT-RECORD.
           ADD WK-TAKEN TO WK-TOTAL.
           DISPLAY WK-SOURCENAME "  " WK-ROWNUM "  " WK-TAKEN.

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
