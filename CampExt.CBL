       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampExt.
       SECURITY.   Lapsed-player campaign extract for marketing.
                   Only a profile whose CTC contact record carries
                   the marketing opt-in is ever a candidate; the
                   run then selects on any mix of days since last
                   play (the LAC stamp - a profile never stamped
                   counts as lapsed for ever), loyalty tier (TIR)
                   and a net result band (the signed net of every
                   OFF row the profile has on CPY\SESSION.LOG), and
                   writes the survivors to the comma-delimited
                   mailing file CPY\CAMPAIGN.CSV in the same quoted
                   header / rows / trailer shape HistExport uses.
                   Responsible gaming outranks marketing: a profile
                   inside a lockout (LCK through today or later) or
                   under any self-set limit (an LSL loss cap or an
                   SSL hands cap) is never written, whatever the
                   selection, and the run says how many were held
                   back and why.

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

           SELECT OPTIONAL SESSLOG
            ASSIGN TO
             "CPY\SESSION.LOG"
             ORGANIZATION LINE SEQUENTIAL.

           SELECT EXPORT-FILE
            ASSIGN TO
             "CPY\CAMPAIGN.CSV"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\SESSREC.CBL".

       FD EXPORT-FILE
           LABEL RECORD STANDARD.

       01 EXP-RECORD PIC X(250).

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-DONE PIC 9 VALUE 0.

       01 WK-QUOTE PIC X VALUE '"'.
       01 WK-LINE PIC X(250).

       01 WK-TODAY PIC 9(08).
       01 WK-TODAY-INT PIC 9(08).
       01 WK-LAST-INT PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-AGEDAYS PIC 9(05).

      *Selection -- zero or N leaves a criterion out

       01 WK-MINIDLE PIC 9(04) VALUE 0.
       01 WK-WANTTIER PIC 9 VALUE 0.
       01 WK-BANDANSWER PIC X VALUE "N".
          88 WK-BAND-ON VALUE "Y" "y".
       01 WK-BANDFROM PIC S9(09)V99 VALUE 0.
       01 WK-BANDTO PIC S9(09)V99 VALUE 0.

      *Opted-in profiles, their contact details, and what the
      *selection needs to know about each

       01 WK-CP-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-CP-TAB.
           02 WK-CP-ENTRY OCCURS 200 TIMES.
               03 WK-CP-NAME PIC X(10).
               03 WK-CP-ADDRESS1 PIC X(30).
               03 WK-CP-ADDRESS2 PIC X(30).
               03 WK-CP-PHONE PIC X(15).
               03 WK-CP-EMAIL PIC X(40).
               03 WK-CP-NET PIC S9(09)V99.
       01 WK-CP-IDX PIC 9(03) COMP.
       01 WK-FOUND-IDX PIC 9(03) COMP.
       01 WK-TABLEFULL PIC 9 VALUE 0.

       01 WK-LASTPLAY PIC 9(08).
       01 WK-TIER PIC 9.
       01 WK-LEGALNAME PIC X(30).
       01 WK-HELD PIC 9 VALUE 0.

       01 WK-TIERNAMES.
           02 FILLER PIC X(06) VALUE "Bronze".
           02 FILLER PIC X(06) VALUE "Silver".
           02 FILLER PIC X(06) VALUE "Gold".
       01 WK-TIERNAME-TAB REDEFINES WK-TIERNAMES.
           02 WK-TIERNAME-ENTRY PIC X(06) OCCURS 3 TIMES.

       01 WK-NETSIGN PIC X(01).
       01 WK-NETABS PIC 9(09)V99.

       01 WK-RECORDS PIC 9(05) VALUE 0.
       01 WK-LOCKED PIC 9(05) VALUE 0.
       01 WK-LIMITED PIC 9(05) VALUE 0.
       01 WK-NOTSELECTED PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "CampExt" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 1000-TAKE-SELECTION.
           ACCEPT WK-TODAY FROM DATE.
           COMPUTE WK-FULLDATE = WK-TODAY + 20000000.
           COMPUTE WK-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE).

           OPEN INPUT CONFIG.
           PERFORM 2000-COLLECT-OPTED-IN.
           IF WK-TABLEFULL = 1
              DISPLAY "More than 200 opted-in profiles - the rest "
                 "are NOT in this extract"
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 3000-NET-RESULTS.

           OPEN OUTPUT EXPORT-FILE.
           MOVE SPACES TO EXP-RECORD.
           STRING '"PLAYER","NAME","ADDRESS1","ADDRESS2","PHONE",'
              '"EMAIL","TIER","LASTPLAY","NET"'
              DELIMITED BY SIZE INTO EXP-RECORD.
           WRITE EXP-RECORD.

           PERFORM 4000-SELECT-PROFILE THRU 4000-SELECT-EXIT
              VARYING WK-CP-IDX FROM 1 BY 1
              UNTIL WK-CP-IDX > WK-CP-COUNT.

           MOVE SPACES TO EXP-RECORD.
           STRING '"TRAILER","' WK-RECORDS '"'
              DELIMITED BY SIZE INTO EXP-RECORD.
           WRITE EXP-RECORD.
           CLOSE EXPORT-FILE.
           CLOSE CONFIG.

           DISPLAY "Opted-in profiles:        " WK-CP-COUNT.
           DISPLAY "Held back - locked out:   " WK-LOCKED.
           DISPLAY "Held back - self-limited: " WK-LIMITED.
           DISPLAY "Outside the selection:    " WK-NOTSELECTED.
           DISPLAY "Written to CAMPAIGN.CSV:  " WK-RECORDS.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

       1000-TAKE-SELECTION.

           DISPLAY "Minimum days since last play (0 any): "
              NO ADVANCING.
           ACCEPT WK-MINIDLE.
           DISPLAY "Tier - 1 Bronze, 2 Silver, 3 Gold (0 any): "
              NO ADVANCING.
           ACCEPT WK-WANTTIER.
           IF WK-WANTTIER > 3
              MOVE 0 TO WK-WANTTIER
           END-IF.
           DISPLAY "Select on net result band (Y/N)? "
              NO ADVANCING.
           ACCEPT WK-BANDANSWER.
           IF WK-BAND-ON
              DISPLAY "Net result from (losses negative): "
                 NO ADVANCING
              ACCEPT WK-BANDFROM
              DISPLAY "Net result to:                     "
                 NO ADVANCING
              ACCEPT WK-BANDTO
              IF WK-BANDTO < WK-BANDFROM
                 DISPLAY "Band runs backwards - net result not "
                    "used"
                 MOVE "N" TO WK-BANDANSWER
              END-IF
           END-IF.

      *Every CTC record carrying the opt-in

       2000-COLLECT-OPTED-IN.

           MOVE 0 TO WK-DONE.
           MOVE "CTC" TO FD-OPTION.
           MOVE LOW-VALUES TO FD-PLAYER.
           START CONFIG KEY NOT < FD-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2100-NEXT-CONTACT
              UNTIL WK-DONE = 1.

       2100-NEXT-CONTACT.

           READ CONFIG NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF FD-OPTION NOT = "CTC"
                    MOVE 1 TO WK-DONE
                 ELSE
                    IF FD-OPTIN = "Y"
                       IF WK-CP-COUNT < 200
                          ADD 1 TO WK-CP-COUNT
                          MOVE FD-PLAYER
                             TO WK-CP-NAME(WK-CP-COUNT)
                          MOVE FD-ADDRESS1
                             TO WK-CP-ADDRESS1(WK-CP-COUNT)
                          MOVE FD-ADDRESS2
                             TO WK-CP-ADDRESS2(WK-CP-COUNT)
                          MOVE FD-PHONE
                             TO WK-CP-PHONE(WK-CP-COUNT)
                          MOVE FD-EMAIL
                             TO WK-CP-EMAIL(WK-CP-COUNT)
                          MOVE 0 TO WK-CP-NET(WK-CP-COUNT)
                       ELSE
                          MOVE 1 TO WK-TABLEFULL
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      *Each candidate's net result over every session it closed

       3000-NET-RESULTS.

           OPEN INPUT SESSLOG.
           MOVE "N" TO WK-EOF.
           PERFORM 3100-SESSION-ROW
              UNTIL WK-FILE-EOF.
           CLOSE SESSLOG.

       3100-SESSION-ROW.

           READ SESSLOG
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF SES-TYPE = "OFF"
                    MOVE 0 TO WK-FOUND-IDX
                    PERFORM VARYING WK-CP-IDX FROM 1 BY 1
                          UNTIL WK-CP-IDX > WK-CP-COUNT
                       IF WK-CP-NAME(WK-CP-IDX) = SES-PLAYER
                          MOVE WK-CP-IDX TO WK-FOUND-IDX
                       END-IF
                    END-PERFORM
                    IF WK-FOUND-IDX > 0
                       IF SES-NETSIGN = "-"
                          SUBTRACT SES-NET
                             FROM WK-CP-NET(WK-FOUND-IDX)
                       ELSE
                          ADD SES-NET TO WK-CP-NET(WK-FOUND-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      *Responsible-gaming holds first, then the selection, then the
      *mailing line

       4000-SELECT-PROFILE.

           MOVE 0 TO WK-HELD.
           MOVE "LCK" TO FD-OPTION.
           MOVE WK-CP-NAME(WK-CP-IDX) TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-LOCKEDUNTIL > 0
                       AND FD-LOCKEDUNTIL NOT < WK-TODAY
                    MOVE 1 TO WK-HELD
                 END-IF
           END-READ.
           IF WK-HELD = 1
              ADD 1 TO WK-LOCKED
              GO TO 4000-SELECT-EXIT
           END-IF.

           MOVE "LSL" TO FD-OPTION.
           MOVE WK-CP-NAME(WK-CP-IDX) TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-LOSSCAP > 0
                    MOVE 1 TO WK-HELD
                 END-IF
           END-READ.
           MOVE "SSL" TO FD-OPTION.
           MOVE WK-CP-NAME(WK-CP-IDX) TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-HANDSCAP > 0
                    MOVE 1 TO WK-HELD
                 END-IF
           END-READ.
           IF WK-HELD = 1
              ADD 1 TO WK-LIMITED
              GO TO 4000-SELECT-EXIT
           END-IF.

           MOVE 0 TO WK-LASTPLAY.
           MOVE "LAC" TO FD-OPTION.
           MOVE WK-CP-NAME(WK-CP-IDX) TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FD-LASTPLAY TO WK-LASTPLAY
           END-READ.
           IF WK-LASTPLAY = 0
              MOVE 99999 TO WK-AGEDAYS
           ELSE
              COMPUTE WK-FULLDATE = WK-LASTPLAY + 20000000
              COMPUTE WK-LAST-INT =
                 FUNCTION INTEGER-OF-DATE(WK-FULLDATE)
              COMPUTE WK-AGEDAYS = WK-TODAY-INT - WK-LAST-INT
           END-IF.

           MOVE 1 TO WK-TIER.
           MOVE "TIR" TO FD-OPTION.
           MOVE WK-CP-NAME(WK-CP-IDX) TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FD-TIER >= 1 AND FD-TIER <= 3
                    MOVE FD-TIER TO WK-TIER
                 END-IF
           END-READ.

           IF WK-AGEDAYS < WK-MINIDLE
                 OR (WK-WANTTIER > 0 AND WK-TIER NOT = WK-WANTTIER)
                 OR (WK-BAND-ON
                    AND (WK-CP-NET(WK-CP-IDX) < WK-BANDFROM
                       OR WK-CP-NET(WK-CP-IDX) > WK-BANDTO))
              ADD 1 TO WK-NOTSELECTED
              GO TO 4000-SELECT-EXIT
           END-IF.

           MOVE SPACES TO WK-LEGALNAME.
           MOVE "TID" TO FD-OPTION.
           MOVE WK-CP-NAME(WK-CP-IDX) TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FD-TAXNAME TO WK-LEGALNAME
           END-READ.

           IF WK-CP-NET(WK-CP-IDX) < 0
              MOVE "-" TO WK-NETSIGN
              COMPUTE WK-NETABS = 0 - WK-CP-NET(WK-CP-IDX)
           ELSE
              MOVE "+" TO WK-NETSIGN
              MOVE WK-CP-NET(WK-CP-IDX) TO WK-NETABS
           END-IF.

           ADD 1 TO WK-RECORDS.
           MOVE SPACES TO WK-LINE.
           STRING
              WK-QUOTE WK-CP-NAME(WK-CP-IDX) WK-QUOTE ","
              WK-QUOTE WK-LEGALNAME WK-QUOTE ","
              WK-QUOTE WK-CP-ADDRESS1(WK-CP-IDX) WK-QUOTE ","
              WK-QUOTE WK-CP-ADDRESS2(WK-CP-IDX) WK-QUOTE ","
              WK-QUOTE WK-CP-PHONE(WK-CP-IDX) WK-QUOTE ","
              WK-QUOTE WK-CP-EMAIL(WK-CP-IDX) WK-QUOTE ","
              WK-QUOTE WK-TIERNAME-ENTRY(WK-TIER) WK-QUOTE ","
              WK-QUOTE WK-LASTPLAY WK-QUOTE ","
              WK-QUOTE WK-NETSIGN WK-NETABS WK-QUOTE
              DELIMITED BY SIZE INTO WK-LINE.
           MOVE WK-LINE TO EXP-RECORD.
           WRITE EXP-RECORD.

       4000-SELECT-EXIT.

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
