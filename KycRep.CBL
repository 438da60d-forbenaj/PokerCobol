       IDENTIFICATION DIVISION.
       PROGRAM-ID. KycRep.
       SECURITY.   Identity verification list for the counter. Each
                   profile's KYC record in CPY\CONFIG.CFG carries
                   its verification status, the document seen and
                   its expiry, and its deposits to date and largest
                   jackpot paid; once either reaches the threshold
                   on the KYT record in the house settings file
                   CPY\HOUSE.CFG an unverified profile is
                   refused at the table and at the cashier window.
                   Mode R lists, for the morning counter, every
                   profile already held (BLOCKED), every one whose
                   deposits or jackpot have reached the warning
                   share of the threshold (APPROACH), and every
                   verified profile whose document runs out within
                   the warning days (EXPIRING) or has run out
                   (EXPIRED) - the last are set to status E on the
                   spot, with a line on CPY\SETAUDIT.LOG, so the
                   profile is held until a new document is seen.
                   Mode E edits the threshold, the warning share
                   and the warning days; the threshold decides who
                   may play for money, so an edit needs a
                   supervisor login through PinGate (open, as
                   NOSTAFF, while no staff accounts are on file) and
                   is queued through SetPend for a second supervisor
                   to approve at SetAdm, in effect from the gaming
                   date given.

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

           SELECT OPTIONAL SETAUDIT
            ASSIGN TO
             "CPY\SETAUDIT.LOG"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\AUDREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

           COPY "CPY\PINGPARM.CBL".

           COPY "CPY\SETPPARM.CBL".

       01 WK-MODE PIC X.
          88 WK-MODE-EDIT VALUE "E" "e".
          88 WK-MODE-REPORT VALUE "R" "r".

      *Supervisor login for an edit, and the queued change

       01 WK-STAFFID PIC X(10) VALUE SPACES.
       01 WK-STAFFPIN PIC 9(04).
       01 WK-STF-SEEN PIC 9 VALUE 0.
       01 WK-LOGIN-OK PIC 9 VALUE 0.
       01 WK-EFFDATE PIC 9(08).
       01 WK-OLDVAL PIC X(10).
       01 WK-NEWVAL PIC X(10).

      *The KYT settings as they stood before the edit

       01 WK-OLD-KYCLIMIT PIC 9(08)V99.
       01 WK-OLD-KYCWARNPCT PIC 9(02).
       01 WK-OLD-KYCEXPDAYS PIC 9(03).
       01 WK-KYTSHOW PIC Z(7)9,99.

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-TODAY-INT PIC 9(08).
       01 WK-WARNDATE PIC 9(08).

      *The KYT house settings -- defaults stand in until the record
      *is written. A zero threshold holds nobody

       01 WK-KYCLIMIT PIC 9(08)V99 VALUE 3000.
       01 WK-KYCWARNPCT PIC 9(02) VALUE 80.
       01 WK-KYCEXPDAYS PIC 9(03) VALUE 30.
       01 WK-WARNFLOOR PIC 9(08)V99.

      *The profile being looked at -- held, verified on a document
      *still in date, and the larger of its two counts

       01 WK-HELD PIC 9.
       01 WK-INDATE PIC 9.
       01 WK-PEAK PIC 9(10)V99.
       01 WK-FLAG PIC X(08).

       01 WK-BLOCKED PIC 9(05) VALUE 0.
       01 WK-APPROACH PIC 9(05) VALUE 0.
       01 WK-EXPIRING PIC 9(05) VALUE 0.
       01 WK-EXPIRED PIC 9(05) VALUE 0.
       01 WK-PROFILES PIC 9(05) VALUE 0.

       01 WK-DEPSHOW PIC Z(9)9,99.
       01 WK-WINSHOW PIC Z(7)9,99.
       01 WK-LIMSHOW PIC Z(7)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Mode - E edit verification settings, R report: "
              NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-EDIT
                 PERFORM 0500-STAFF-LOGIN
                    THRU 0500-STAFF-EXIT
                 IF WK-LOGIN-OK = 1
                    PERFORM 1000-EDIT-SETTINGS
                       THRU 1000-EDIT-EXIT
                 END-IF
              WHEN WK-MODE-REPORT
                 PERFORM 2000-REPORT
                    THRU 2000-REPORT-EXIT
              WHEN OTHER
                 DISPLAY "Nothing done"
           END-EVALUATE.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Supervisor challenge before an edit -- the counter's rules,
      *supervisor role only, open as NOSTAFF with no staff on file

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
              MOVE "NOSTAFF" TO WK-STAFFID
              MOVE 1 TO WK-LOGIN-OK
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
           MOVE "KycRep" TO PING-PROGRAM.
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
              DISPLAY "Role " PING-ROLE " cannot change the "
                 "verification settings"
              MOVE 8 TO RETURN-CODE
              GO TO 0500-STAFF-EXIT
           END-IF.
           MOVE 1 TO WK-LOGIN-OK.

       0500-STAFF-EXIT.

           CONTINUE.

      *The KYT settings, built on their defaults the first time.
      *Like every house setting the edit is queued for a second
      *supervisor's approval at SetAdm and takes effect on the
      *gaming date given (as soon as approved when zero)

       1000-EDIT-SETTINGS.

           OPEN INPUT HOUSE.
           MOVE "KYT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 MOVE SPACES TO HS-CONFIG
                 MOVE "KYT" TO HS-OPTION
                 MOVE SPACES TO HS-PLAYER
                 MOVE 3000 TO HS-KYCLIMIT
                 MOVE 80 TO HS-KYCWARNPCT
                 MOVE 30 TO HS-KYCEXPDAYS
           END-READ.
           CLOSE HOUSE.
           MOVE HS-KYCLIMIT TO WK-OLD-KYCLIMIT.
           MOVE HS-KYCWARNPCT TO WK-OLD-KYCWARNPCT.
           MOVE HS-KYCEXPDAYS TO WK-OLD-KYCEXPDAYS.
           DISPLAY "Verification threshold:   " HS-KYCLIMIT.
           DISPLAY "New threshold (0 none):   " NO ADVANCING.
           ACCEPT HS-KYCLIMIT.
           DISPLAY "Approaching from (%):     " HS-KYCWARNPCT.
           DISPLAY "New warning share (%):    " NO ADVANCING.
           ACCEPT HS-KYCWARNPCT.
           DISPLAY "Document warning (days):  " HS-KYCEXPDAYS.
           DISPLAY "New warning days:         " NO ADVANCING.
           ACCEPT HS-KYCEXPDAYS.
           IF HS-KYCWARNPCT = 0
              MOVE 80 TO HS-KYCWARNPCT
           END-IF.
           IF HS-KYCEXPDAYS = 0
              MOVE 30 TO HS-KYCEXPDAYS
           END-IF.
           MOVE "KYT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.

      *The first setting that changed names the audit line -- the
      *image carries them all

           MOVE SPACES TO WK-OLDVAL.
           MOVE SPACES TO WK-NEWVAL.
           EVALUATE TRUE
              WHEN HS-KYCLIMIT NOT = WK-OLD-KYCLIMIT
                 MOVE "KYC LIMIT" TO SETP-SETTING
                 MOVE WK-OLD-KYCLIMIT TO WK-KYTSHOW
                 MOVE WK-KYTSHOW TO WK-OLDVAL
                 MOVE HS-KYCLIMIT TO WK-KYTSHOW
                 MOVE WK-KYTSHOW TO WK-NEWVAL
              WHEN HS-KYCWARNPCT NOT = WK-OLD-KYCWARNPCT
                 MOVE "KYC WARN PCT" TO SETP-SETTING
                 MOVE WK-OLD-KYCWARNPCT TO WK-OLDVAL
                 MOVE HS-KYCWARNPCT TO WK-NEWVAL
              WHEN HS-KYCEXPDAYS NOT = WK-OLD-KYCEXPDAYS
                 MOVE "KYC DOC DAYS" TO SETP-SETTING
                 MOVE WK-OLD-KYCEXPDAYS TO WK-OLDVAL
                 MOVE HS-KYCEXPDAYS TO WK-NEWVAL
              WHEN OTHER
                 DISPLAY "Verification settings unchanged"
                 GO TO 1000-EDIT-EXIT
           END-EVALUATE.
           DISPLAY "Effective gaming date (0 on approval): "
              NO ADVANCING.
           ACCEPT WK-EFFDATE.
           ACCEPT WK-TODAY FROM DATE.
           IF WK-EFFDATE NOT = 0 AND WK-EFFDATE < WK-TODAY
              DISPLAY "Effective date is already past - nothing queued"
              GO TO 1000-EDIT-EXIT
           END-IF.
           SET SETP-MAKE TO TRUE.
           MOVE HS-CONFIG TO SETP-IMAGE.
           MOVE WK-OLDVAL TO SETP-OLD.
           MOVE WK-NEWVAL TO SETP-NEW.
           MOVE WK-STAFFID TO SETP-MAKER.
           MOVE WK-EFFDATE TO SETP-EFFDATE.
           CALL "SetPend" USING SETP-PARMS.
           IF SETP-BUSY
              DISPLAY "Change " SETP-CHANGENO
                 " to the verification settings is already awaiting "
                 "approval - nothing queued"
           ELSE
              DISPLAY "Verification settings change "
                 SETP-CHANGENO " queued for a second "
                 "supervisor's approval (SetAdm)"
           END-IF.

       1000-EDIT-EXIT.

           CONTINUE.

       2000-REPORT.

           SET JOBG-START TO TRUE.
           MOVE "KycRep" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 2000-REPORT-EXIT
           END-IF.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           COMPUTE WK-FULLDATE = WK-TODAY + 20000000.
           COMPUTE WK-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).
           PERFORM 2100-LOAD-SETTINGS.
           COMPUTE WK-FULLDATE =
              FUNCTION DATE-OF-INTEGER(WK-TODAY-INT + WK-KYCEXPDAYS).
           COMPUTE WK-WARNDATE = WK-FULLDATE - 20000000.
           COMPUTE WK-WARNFLOOR = WK-KYCLIMIT * WK-KYCWARNPCT / 100.

           DISPLAY " ".
           DISPLAY "Identity verification list for " WK-TODAY.
           MOVE WK-KYCLIMIT TO WK-LIMSHOW.
           DISPLAY "Threshold " WK-LIMSHOW "  approaching from "
              WK-KYCWARNPCT "%  documents due within "
              WK-KYCEXPDAYS " days".
           DISPLAY "=========================================="
              "==========================".
           DISPLAY "Flag     Profile    St Deposits      Jackpot"
              "     Document   Expires".

           OPEN I-O CONFIG.
           MOVE "KYC" TO FD-OPTION.
           MOVE LOW-VALUES TO FD-PLAYER.
           MOVE 0 TO WK-DONE.
           START CONFIG KEY NOT < FD-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 3000-ONE-PROFILE
              THRU 3000-ONE-PROFILE-EXIT
              UNTIL WK-DONE = 1.
           CLOSE CONFIG.

           DISPLAY " ".
           DISPLAY "Profiles on file: " WK-PROFILES.
           DISPLAY "Blocked:          " WK-BLOCKED.
           DISPLAY "Approaching:      " WK-APPROACH.
           DISPLAY "Expiring:         " WK-EXPIRING.
           DISPLAY "Expired today:    " WK-EXPIRED.

           IF WK-BLOCKED > 0 OR WK-EXPIRED > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       2000-REPORT-EXIT.

           EXIT.

       2100-LOAD-SETTINGS.

           OPEN INPUT HOUSE.
           MOVE "KYT" TO HS-OPTION.
           MOVE SPACES TO HS-PLAYER.
           READ HOUSE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE HS-KYCLIMIT TO WK-KYCLIMIT
                 MOVE HS-KYCWARNPCT TO WK-KYCWARNPCT
                 MOVE HS-KYCEXPDAYS TO WK-KYCEXPDAYS
           END-READ.
           CLOSE HOUSE.

      *One KYC record -- a verified document past its expiry goes to
      *E first, then the profile is weighed against the threshold

       3000-ONE-PROFILE.

           READ CONFIG NEXT
              AT END
                 MOVE 1 TO WK-DONE
                 GO TO 3000-ONE-PROFILE-EXIT
           END-READ.
           IF FD-OPTION NOT = "KYC"
              MOVE 1 TO WK-DONE
              GO TO 3000-ONE-PROFILE-EXIT
           END-IF.
           ADD 1 TO WK-PROFILES.

           IF FD-KYCSTATUS = "V" AND FD-KYCDOCEXP < WK-TODAY
              MOVE "EXPIRED" TO WK-FLAG
              PERFORM 3100-PRINT-LINE
              ADD 1 TO WK-EXPIRED
              PERFORM 3200-MARK-EXPIRED
           END-IF.

           MOVE 0 TO WK-INDATE.
           IF FD-KYCSTATUS = "V" AND FD-KYCDOCEXP >= WK-TODAY
              MOVE 1 TO WK-INDATE
           END-IF.
           MOVE FD-KYCDEPOSITS TO WK-PEAK.
           IF FD-KYCBIGWIN > WK-PEAK
              MOVE FD-KYCBIGWIN TO WK-PEAK
           END-IF.

           MOVE 0 TO WK-HELD.
           IF WK-KYCLIMIT > 0 AND WK-PEAK >= WK-KYCLIMIT
                 AND WK-INDATE = 0
              MOVE 1 TO WK-HELD
              MOVE "BLOCKED" TO WK-FLAG
              PERFORM 3100-PRINT-LINE
              ADD 1 TO WK-BLOCKED
           END-IF.

           IF WK-KYCLIMIT > 0 AND WK-HELD = 0 AND WK-INDATE = 0
                 AND WK-PEAK >= WK-WARNFLOOR
              MOVE "APPROACH" TO WK-FLAG
              PERFORM 3100-PRINT-LINE
              ADD 1 TO WK-APPROACH
           END-IF.

           IF WK-INDATE = 1 AND FD-KYCDOCEXP <= WK-WARNDATE
              MOVE "EXPIRING" TO WK-FLAG
              PERFORM 3100-PRINT-LINE
              ADD 1 TO WK-EXPIRING
           END-IF.

       3000-ONE-PROFILE-EXIT.

           EXIT.

       3100-PRINT-LINE.

           MOVE FD-KYCDEPOSITS TO WK-DEPSHOW.
           MOVE FD-KYCBIGWIN TO WK-WINSHOW.
           DISPLAY WK-FLAG " " FD-PLAYER " " FD-KYCSTATUS " "
              WK-DEPSHOW " " WK-WINSHOW " " FD-KYCDOCTYPE " "
              FD-KYCDOCEXP.

      *The document has run out -- the profile is held again until
      *the counter sees a new one

       3200-MARK-EXPIRED.

           MOVE "E" TO FD-KYCSTATUS.
           REWRITE FD-CONFIG.

           OPEN EXTEND SETAUDIT.
           MOVE SPACES TO AUD-RECORD.
           MOVE WK-TODAY TO AUD-DATE.
           MOVE WK-CLOCK TO AUD-TIME.
           MOVE FD-PLAYER TO AUD-PLAYER.
           MOVE "KYCSTATUS" TO AUD-SETTING.
           MOVE "V" TO AUD-OLD.
           MOVE "E" TO AUD-NEW.
           WRITE AUD-RECORD.
           CLOSE SETAUDIT.

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
