       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrpCons.
       SECURITY.   Group consolidation for head office across the
                   properties running this system. Mode L loads one
                   site's files: its day-totals file (a copy of that
                   site's CPY\DAYTOT.CFG) and its general-ledger
                   extracts (CPY\GLEXT.CSV as GlExtract writes it,
                   one or more days end to end), merging them by
                   business date into the group totals file
                   CPY\GROUPTOT.CFG and the group ledger file
                   CPY\GROUPGL.CFG. Only closed dates load; a date
                   closed under another site's code, or a site/date
                   already consolidated, is refused rather than
                   counted twice, and extract lines for a date that
                   did not load on this run are left out with it.
                   Each extract's trailer is re-added against its
                   lines and a difference flags the run. Mode R
                   prints the group period report for a month or a
                   from/to range: one line per business date with
                   each site's house net and the group's, then the
                   period totals and the ledger by account, both
                   with a column per site (up to five) and the
                   group total - the figures group finance used to
                   re-key from each room's reports by hand.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAYTOT
            ASSIGN TO DYNAMIC WK-DAYNAME
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY DT-DATE.

           SELECT OPTIONAL SITEGL
            ASSIGN TO DYNAMIC WK-GLNAME
             ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL GROUPTOT
            ASSIGN TO
             "CPY\GROUPTOT.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY GRP-KEY.

           SELECT OPTIONAL GROUPGL
            ASSIGN TO
             "CPY\GROUPGL.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY GGL-KEY.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\DAYTOTREC.CBL".

       FD SITEGL
           LABEL RECORD STANDARD.

       01 GLI-RECORD PIC X(100).

           COPY "CPY\GRPREC.CBL".

           COPY "CPY\GRPGLREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       01 WK-MODE PIC X.
          88 WK-MODE-LOAD VALUE "L" "l".
          88 WK-MODE-REPORT VALUE "R" "r".
          88 WK-MODE-MONTH VALUE "M" "m".

       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".
       01 WK-FOUND PIC 9 VALUE 0.

       01 WK-SITE PIC X(04).
       01 WK-DAYNAME PIC X(40) VALUE "CPY\DAYTOT.CFG".
       01 WK-GLNAME PIC X(40) VALUE "CPY\GLEXT.CSV".
       01 WK-ASKNAME PIC X(40).
       01 WK-ASKMONTH PIC 9(04).
       01 WK-FROMDATE PIC 9(08) VALUE 0.
       01 WK-TODATE PIC 9(08) VALUE 0.

      *The load stamp -- a group record carrying this run's stamp
      *is one this run brought in, so the ledger lines for its date
      *may be added to it

       01 WK-LOADDATE PIC 9(08).
       01 WK-LOADTIME PIC 9(08).

      *Load control totals

       01 WK-LOADED PIC 9(05) VALUE 0.
       01 WK-REFUSED PIC 9(05) VALUE 0.
       01 WK-LOADNET PIC S9(11)V99 VALUE 0.
       01 WK-GL-POSTED PIC 9(06) VALUE 0.
       01 WK-GL-FOREIGN PIC 9(06) VALUE 0.
       01 WK-GL-NODAY PIC 9(06) VALUE 0.
       01 WK-GL-EARLIER PIC 9(06) VALUE 0.
       01 WK-GL-BAD PIC 9(06) VALUE 0.
       01 WK-GL-TRAILERS PIC 9(04) VALUE 0.

      *One extract line split at its quoted commas -- the first
      *field is whatever came before the opening quote

       01 WK-G-LEAD PIC X(01).
       01 WK-G-F1 PIC X(20).
       01 WK-G-F2 PIC X(20).
       01 WK-G-F3 PIC X(20).
       01 WK-G-F4 PIC X(20).
       01 WK-G-F5 PIC X(20).
       01 WK-G-F6 PIC X(20).
       01 WK-G-DATE PIC 9(08).
       01 WK-G-CENTS PIC 9(12).
       01 WK-G-AMOUNT PIC 9(10)V99.

      *The lines since the last header, re-added for the trailer

       01 WK-SEG-LINES PIC 9(04) VALUE 0.
       01 WK-SEG-DR PIC 9(12)V99 VALUE 0.
       01 WK-SEG-CR PIC 9(12)V99 VALUE 0.
       01 WK-SEG-DRCENTS PIC 9(14).
       01 WK-SEG-CRCENTS PIC 9(14).
       01 WK-T-LINES PIC 9(04).
       01 WK-T-DRCENTS PIC 9(14).
       01 WK-T-CRCENTS PIC 9(14).

      *Report columns -- up to five sites in the order they first
      *appear in the period, and the group total in entry six.
      *Each carries the ten period figures and the house net of
      *the business date being printed

       01 WK-ST-COUNT PIC 9 COMP VALUE 0.
       01 WK-ST-OVER PIC 9 VALUE 0.
       01 WK-ST-TAB.
           02 WK-ST-ENTRY OCCURS 6 TIMES.
               03 WK-ST-SITE PIC X(04).
               03 WK-ST-MONEY PIC S9(12)V99 OCCURS 10 TIMES.
               03 WK-ST-DAYNET PIC S9(11)V99.
       01 WK-ST-IDX PIC 9 COMP.
       01 WK-COL PIC 9 COMP.
       01 WK-FINDSITE PIC X(04).
       01 WK-POSCOL PIC 9 COMP.
       01 WK-M-IDX PIC 99 COMP.

       01 WK-METRICNAMES.
           02 FILLER PIC X(16) VALUE "Days closed".
           02 FILLER PIC X(16) VALUE "Hands".
           02 FILLER PIC X(16) VALUE "Wagered".
           02 FILLER PIC X(16) VALUE "Rake".
           02 FILLER PIC X(16) VALUE "Jackpot in".
           02 FILLER PIC X(16) VALUE "Jackpot out".
           02 FILLER PIC X(16) VALUE "Rebuys".
           02 FILLER PIC X(16) VALUE "House net".
           02 FILLER PIC X(16) VALUE "GL debits".
           02 FILLER PIC X(16) VALUE "GL credits".
       01 WK-METRICNAME-TAB REDEFINES WK-METRICNAMES.
           02 WK-METRICNAME PIC X(16) OCCURS 10 TIMES.

      *One group record's figures, in the order of the names above

       01 WK-DAYVALS.
           02 WK-DAYVAL PIC S9(12)V99 OCCURS 10 TIMES.

      *Ledger accounts met in the period, each side kept apart

       01 WK-AC-COUNT PIC 99 COMP VALUE 0.
       01 WK-AC-OVER PIC 9 VALUE 0.
       01 WK-AC-TAB.
           02 WK-AC-ENTRY OCCURS 40 TIMES.
               03 WK-AC-ACCT PIC X(08).
               03 WK-AC-DRCR PIC X(02).
               03 WK-AC-AMT PIC S9(12)V99 OCCURS 6 TIMES.
       01 WK-AC-IDX PIC 99 COMP.
       01 WK-AC-HIT PIC 99 COMP.

       01 WK-CURR-DATE PIC 9(08) VALUE 0.
       01 WK-LINE PIC X(110).
       01 WK-POS PIC 9(03) COMP.
       01 WK-COLVALUE PIC S9(12)V99.
       01 WK-MONEYSHOW PIC -(10)9,99.
       01 WK-CNTSHOW PIC Z(13)9.
       01 WK-NETSHOW PIC -(10)9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SET JOBG-START TO TRUE.
           MOVE "GrpCons" TO JOBG-PROGRAM.
           MOVE 0 TO JOBG-BUSDATE.
           CALL "JobGate" USING JOBG-PARMS.
           IF JOBG-REFUSED
              MOVE 8 TO RETURN-CODE
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           DISPLAY "Mode - L load a site's files, R period report: "
              NO ADVANCING.
           ACCEPT WK-MODE.

           EVALUATE TRUE
              WHEN WK-MODE-LOAD
                 PERFORM 1000-LOAD-SITE
                    THRU 1000-LOAD-EXIT
              WHEN WK-MODE-REPORT
                 PERFORM 5000-REPORT
                    THRU 5000-REPORT-EXIT
              WHEN OTHER
                 DISPLAY "Nothing done"
           END-EVALUATE.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Load -- the site code is asked for, never taken off the
      *files, so one room's files can't be loaded under another's
      *name by accident: every date and line must agree with it

       1000-LOAD-SITE.

           DISPLAY "Site code: " NO ADVANCING.
           ACCEPT WK-SITE.
           IF WK-SITE = SPACES
              DISPLAY "No site code - nothing loaded"
              MOVE 8 TO RETURN-CODE
              GO TO 1000-LOAD-EXIT
           END-IF.

           DISPLAY "Site day-totals file [" WK-DAYNAME "]: "
              NO ADVANCING.
           ACCEPT WK-ASKNAME.
           IF WK-ASKNAME NOT = SPACES
              MOVE WK-ASKNAME TO WK-DAYNAME
           END-IF.
           DISPLAY "Site ledger extract [" WK-GLNAME "]: "
              NO ADVANCING.
           ACCEPT WK-ASKNAME.
           IF WK-ASKNAME NOT = SPACES
              MOVE WK-ASKNAME TO WK-GLNAME
           END-IF.

           DISPLAY "From date (YYMMDD as logged, 0 every date): "
              NO ADVANCING.
           ACCEPT WK-FROMDATE.
           DISPLAY "To date   (YYMMDD as logged, 0 every date): "
              NO ADVANCING.
           ACCEPT WK-TODATE.
           IF WK-TODATE = 0
              MOVE 99999999 TO WK-TODATE
           END-IF.

           ACCEPT WK-LOADDATE FROM DATE.
           ACCEPT WK-LOADTIME FROM TIME.

           PERFORM 2000-MERGE-DAYS.
           PERFORM 3000-MERGE-LEDGER.
           PERFORM 4000-LOAD-TOTALS.

       1000-LOAD-EXIT.

           CONTINUE.

      *The site's closed dates into the group totals file

       2000-MERGE-DAYS.

           OPEN INPUT DAYTOT.
           OPEN I-O GROUPTOT.
           MOVE "N" TO WK-EOF.
           PERFORM 2100-MERGE-ONE-DAY
              UNTIL WK-FILE-EOF.
           CLOSE DAYTOT.
           CLOSE GROUPTOT.

       2100-MERGE-ONE-DAY.

           READ DAYTOT NEXT
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 PERFORM 2200-MERGE-DAY
                    THRU 2200-MERGE-EXIT
           END-READ.

      *A date closed before site codes were kept carries spaces and
      *is taken as the site being loaded

       2200-MERGE-DAY.

           IF DT-CLOSED NOT = "Y"
                 OR DT-DATE < WK-FROMDATE
                 OR DT-DATE > WK-TODATE
              GO TO 2200-MERGE-EXIT
           END-IF.

           IF DT-SITE NOT = SPACES AND DT-SITE NOT = WK-SITE
              DISPLAY "Date " DT-DATE " was closed under site "
                 DT-SITE " - refused"
              ADD 1 TO WK-REFUSED
              GO TO 2200-MERGE-EXIT
           END-IF.

           MOVE DT-DATE TO GRP-DATE.
           MOVE WK-SITE TO GRP-SITE.
           READ GROUPTOT
              INVALID KEY
                 MOVE 0 TO WK-FOUND
              NOT INVALID KEY
                 MOVE 1 TO WK-FOUND
           END-READ.
           IF WK-FOUND = 1
              DISPLAY "Site " WK-SITE " date " DT-DATE
                 " already consolidated - refused"
              ADD 1 TO WK-REFUSED
              GO TO 2200-MERGE-EXIT
           END-IF.

           MOVE DT-DATE TO GRP-DATE.
           MOVE WK-SITE TO GRP-SITE.
           COMPUTE GRP-HANDS = DT-HANDS-HOLDEM + DT-HANDS-DRAW
              + DT-HANDS-CHEAT + DT-HANDS-STUD + DT-HANDS-OMAHA
              + DT-HANDS-TRIPLE + DT-HANDS-OTHER.
           MOVE DT-WAGERED TO GRP-WAGERED.
           MOVE DT-JKP-IN TO GRP-JKP-IN.
           MOVE DT-JKP-OUT TO GRP-JKP-OUT.
           MOVE DT-REBUYS TO GRP-REBUYS.
           MOVE DT-RAKE TO GRP-RAKE.
           MOVE DT-HOUSENET TO GRP-HOUSENET.
           MOVE 0 TO GRP-GLLINES.
           MOVE 0 TO GRP-GLDEBIT.
           MOVE 0 TO GRP-GLCREDIT.
           MOVE WK-LOADDATE TO GRP-LOADDATE.
           MOVE WK-LOADTIME TO GRP-LOADTIME.
           WRITE GRP-RECORD
              INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WK-LOADED.
           ADD DT-HOUSENET TO WK-LOADNET.

       2200-MERGE-EXIT.

           CONTINUE.

      *The site's ledger extract lines onto the dates this run
      *loaded -- header and trailer rows frame each day's extract

       3000-MERGE-LEDGER.

           OPEN INPUT SITEGL.
           OPEN I-O GROUPTOT.
           OPEN I-O GROUPGL.
           MOVE "N" TO WK-EOF.
           MOVE 0 TO WK-SEG-LINES.
           MOVE 0 TO WK-SEG-DR.
           MOVE 0 TO WK-SEG-CR.
           PERFORM 3100-MERGE-ONE-LINE
              UNTIL WK-FILE-EOF.
           CLOSE SITEGL.
           CLOSE GROUPTOT.
           CLOSE GROUPGL.

       3100-MERGE-ONE-LINE.

           READ SITEGL
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 PERFORM 3200-MERGE-LINE
                    THRU 3200-MERGE-EXIT
           END-READ.

       3200-MERGE-LINE.

           MOVE SPACES TO WK-G-F1 WK-G-F2 WK-G-F3 WK-G-F4
                          WK-G-F5 WK-G-F6.
           UNSTRING GLI-RECORD DELIMITED BY '","' OR '"'
              INTO WK-G-LEAD WK-G-F1 WK-G-F2 WK-G-F3 WK-G-F4
                   WK-G-F5 WK-G-F6.

           IF WK-G-F1 = "DATE"
              MOVE 0 TO WK-SEG-LINES
              MOVE 0 TO WK-SEG-DR
              MOVE 0 TO WK-SEG-CR
              GO TO 3200-MERGE-EXIT
           END-IF.
           IF WK-G-F1 = "TRAILER"
              PERFORM 3400-CHECK-TRAILER
              MOVE 0 TO WK-SEG-LINES
              MOVE 0 TO WK-SEG-DR
              MOVE 0 TO WK-SEG-CR
              GO TO 3200-MERGE-EXIT
           END-IF.

           IF WK-G-F1 (1:8) NOT NUMERIC
                 OR WK-G-F5 (1:12) NOT NUMERIC
                 OR (WK-G-F4 (1:2) NOT = "DR"
                     AND WK-G-F4 (1:2) NOT = "CR")
              ADD 1 TO WK-GL-BAD
              GO TO 3200-MERGE-EXIT
           END-IF.
           MOVE WK-G-F1 (1:8) TO WK-G-DATE.
           MOVE WK-G-F5 (1:12) TO WK-G-CENTS.
           COMPUTE WK-G-AMOUNT = WK-G-CENTS / 100.

           ADD 1 TO WK-SEG-LINES.
           IF WK-G-F4 (1:2) = "DR"
              ADD WK-G-AMOUNT TO WK-SEG-DR
           ELSE
              ADD WK-G-AMOUNT TO WK-SEG-CR
           END-IF.

           IF WK-G-F2 (1:4) NOT = WK-SITE
              ADD 1 TO WK-GL-FOREIGN
              GO TO 3200-MERGE-EXIT
           END-IF.
           IF WK-G-DATE < WK-FROMDATE OR WK-G-DATE > WK-TODATE
              GO TO 3200-MERGE-EXIT
           END-IF.

           MOVE WK-G-DATE TO GRP-DATE.
           MOVE WK-SITE TO GRP-SITE.
           READ GROUPTOT
              INVALID KEY
                 MOVE 0 TO WK-FOUND
              NOT INVALID KEY
                 MOVE 1 TO WK-FOUND
           END-READ.
           IF WK-FOUND = 0
              ADD 1 TO WK-GL-NODAY
              GO TO 3200-MERGE-EXIT
           END-IF.
           IF GRP-LOADDATE NOT = WK-LOADDATE
                 OR GRP-LOADTIME NOT = WK-LOADTIME
              ADD 1 TO WK-GL-EARLIER
              GO TO 3200-MERGE-EXIT
           END-IF.

           MOVE WK-G-DATE TO GGL-DATE.
           MOVE WK-SITE TO GGL-SITE.
           MOVE WK-G-F3 (1:8) TO GGL-ACCOUNT.
           MOVE WK-G-F4 (1:2) TO GGL-DRCR.
           READ GROUPGL
              INVALID KEY
                 MOVE WK-G-AMOUNT TO GGL-AMOUNT
                 WRITE GGL-RECORD
                    INVALID KEY CONTINUE
                 END-WRITE
              NOT INVALID KEY
                 ADD WK-G-AMOUNT TO GGL-AMOUNT
                 REWRITE GGL-RECORD
           END-READ.

           ADD 1 TO GRP-GLLINES.
           IF WK-G-F4 (1:2) = "DR"
              ADD WK-G-AMOUNT TO GRP-GLDEBIT
           ELSE
              ADD WK-G-AMOUNT TO GRP-GLCREDIT
           END-IF.
           REWRITE GRP-RECORD.
           ADD 1 TO WK-GL-POSTED.

       3200-MERGE-EXIT.

           CONTINUE.

      *The trailer carries the site, the line count and the debit
      *and credit totals in cents -- the lines above it since the
      *header must add back to them

       3400-CHECK-TRAILER.

           ADD 1 TO WK-GL-TRAILERS.
           IF WK-G-F3 (1:4) NOT NUMERIC
                 OR WK-G-F4 (1:14) NOT NUMERIC
                 OR WK-G-F5 (1:14) NOT NUMERIC
              DISPLAY "WARNING: unreadable extract trailer"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE WK-G-F3 (1:4) TO WK-T-LINES
              MOVE WK-G-F4 (1:14) TO WK-T-DRCENTS
              MOVE WK-G-F5 (1:14) TO WK-T-CRCENTS
              COMPUTE WK-SEG-DRCENTS = WK-SEG-DR * 100
              COMPUTE WK-SEG-CRCENTS = WK-SEG-CR * 100
              IF WK-T-LINES NOT = WK-SEG-LINES
                    OR WK-T-DRCENTS NOT = WK-SEG-DRCENTS
                    OR WK-T-CRCENTS NOT = WK-SEG-CRCENTS
                 DISPLAY "WARNING: extract trailer " WK-T-LINES
                    " lines does not tie to the " WK-SEG-LINES
                    " lines read"
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF WK-T-DRCENTS NOT = WK-T-CRCENTS
                 DISPLAY "WARNING: extract trailer debits and "
                    "credits differ"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       4000-LOAD-TOTALS.

           MOVE WK-LOADNET TO WK-NETSHOW.
           DISPLAY " ".
           DISPLAY "Site " WK-SITE " consolidation".
           DISPLAY "Dates loaded:            " WK-LOADED.
           DISPLAY "Dates refused:           " WK-REFUSED.
           DISPLAY "House net loaded:        " WK-NETSHOW.
           DISPLAY "Ledger lines posted:     " WK-GL-POSTED.
           DISPLAY "Lines for another site:  " WK-GL-FOREIGN.
           DISPLAY "Lines with no closed day:" WK-GL-NODAY.
           DISPLAY "Lines on an earlier load:" WK-GL-EARLIER.
           DISPLAY "Unreadable lines:        " WK-GL-BAD.
           DISPLAY "Extract trailers checked:" WK-GL-TRAILERS.
           IF WK-REFUSED > 0 OR WK-GL-FOREIGN > 0
                 OR WK-GL-NODAY > 0 OR WK-GL-BAD > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

      *Report -- the period asked for the way PeriodRep asks, then
      *two sweeps of the group totals file: the first finds the
      *sites and their totals so the columns are known before the
      *first daily line prints

       5000-REPORT.

           DISPLAY "Period - M whole month, R from/to range: "
              NO ADVANCING.
           ACCEPT WK-MODE.
           IF WK-MODE-MONTH
              DISPLAY "Month (YYMM as logged): " NO ADVANCING
              ACCEPT WK-ASKMONTH
              COMPUTE WK-FROMDATE = WK-ASKMONTH * 100 + 1
              COMPUTE WK-TODATE = WK-ASKMONTH * 100 + 31
           ELSE
              DISPLAY "From date (YYMMDD as logged): " NO ADVANCING
              ACCEPT WK-FROMDATE
              DISPLAY "To date   (YYMMDD as logged): " NO ADVANCING
              ACCEPT WK-TODATE
           END-IF.

           MOVE ZEROS TO WK-ST-TAB.
           MOVE "GRP" TO WK-ST-SITE(6).
           PERFORM 5100-COLLECT-SITES.

           DISPLAY " ".
           DISPLAY "Group period report " WK-FROMDATE " - "
              WK-TODATE.
           DISPLAY "======================================".
           IF WK-ST-COUNT = 0
              DISPLAY "No consolidated dates in the period"
              GO TO 5000-REPORT-EXIT
           END-IF.
           IF WK-ST-OVER = 1
              DISPLAY "More than five sites in the period - the "
                 "rest are in the group column only"
           END-IF.

           PERFORM 6000-PRINT-DAYS.
           PERFORM 7000-PRINT-TOTALS.
           PERFORM 8000-PRINT-LEDGER.

       5000-REPORT-EXIT.

           CONTINUE.

       5100-COLLECT-SITES.

           OPEN INPUT GROUPTOT.
           MOVE "N" TO WK-EOF.
           MOVE WK-FROMDATE TO GRP-DATE.
           MOVE LOW-VALUES TO GRP-SITE.
           START GROUPTOT KEY NOT < GRP-KEY
              INVALID KEY
                 SET WK-FILE-EOF TO TRUE
           END-START.
           PERFORM 5200-COLLECT-ONE
              UNTIL WK-FILE-EOF.
           CLOSE GROUPTOT.

       5200-COLLECT-ONE.

           READ GROUPTOT NEXT
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF GRP-DATE > WK-TODATE
                    SET WK-FILE-EOF TO TRUE
                 ELSE
                    PERFORM 5300-ADD-TO-SITE
                 END-IF
           END-READ.

      *The group column's day count is business dates, not
      *site-days -- it is counted as the daily lines print

       5300-ADD-TO-SITE.

           MOVE GRP-SITE TO WK-FINDSITE.
           PERFORM 5400-FIND-SITE.
           IF WK-COL = 0
              IF WK-ST-COUNT < 5
                 ADD 1 TO WK-ST-COUNT
                 MOVE WK-ST-COUNT TO WK-COL
                 MOVE GRP-SITE TO WK-ST-SITE(WK-COL)
              ELSE
                 MOVE 1 TO WK-ST-OVER
              END-IF
           END-IF.

           MOVE 1 TO WK-DAYVAL(1).
           MOVE GRP-HANDS TO WK-DAYVAL(2).
           MOVE GRP-WAGERED TO WK-DAYVAL(3).
           MOVE GRP-RAKE TO WK-DAYVAL(4).
           MOVE GRP-JKP-IN TO WK-DAYVAL(5).
           MOVE GRP-JKP-OUT TO WK-DAYVAL(6).
           MOVE GRP-REBUYS TO WK-DAYVAL(7).
           MOVE GRP-HOUSENET TO WK-DAYVAL(8).
           MOVE GRP-GLDEBIT TO WK-DAYVAL(9).
           MOVE GRP-GLCREDIT TO WK-DAYVAL(10).
           PERFORM 5500-ADD-METRIC
              VARYING WK-M-IDX FROM 1 BY 1
              UNTIL WK-M-IDX > 10.

       5400-FIND-SITE.

           MOVE 0 TO WK-COL.
           PERFORM 5410-MATCH-SITE
              VARYING WK-ST-IDX FROM 1 BY 1
              UNTIL WK-ST-IDX > WK-ST-COUNT.

       5410-MATCH-SITE.

           IF WK-ST-SITE(WK-ST-IDX) = WK-FINDSITE
              MOVE WK-ST-IDX TO WK-COL
           END-IF.

       5500-ADD-METRIC.

           IF WK-COL > 0
              ADD WK-DAYVAL(WK-M-IDX) TO WK-ST-MONEY(WK-COL, WK-M-IDX)
           END-IF.
           IF WK-M-IDX > 1
              ADD WK-DAYVAL(WK-M-IDX) TO WK-ST-MONEY(6, WK-M-IDX)
           END-IF.

      *One line per business date, every site's house net side by
      *side and the group's -- a control break on the date

       6000-PRINT-DAYS.

           DISPLAY " ".
           MOVE "Date / house net" TO WK-LINE.
           PERFORM 7800-PUT-HEADINGS.
           DISPLAY WK-LINE.

           OPEN INPUT GROUPTOT.
           MOVE "N" TO WK-EOF.
           MOVE 0 TO WK-CURR-DATE.
           MOVE WK-FROMDATE TO GRP-DATE.
           MOVE LOW-VALUES TO GRP-SITE.
           START GROUPTOT KEY NOT < GRP-KEY
              INVALID KEY
                 SET WK-FILE-EOF TO TRUE
           END-START.
           PERFORM 6100-READ-DAY
              UNTIL WK-FILE-EOF.
           CLOSE GROUPTOT.

       6100-READ-DAY.

           READ GROUPTOT NEXT
              AT END
                 SET WK-FILE-EOF TO TRUE
           END-READ.
           IF NOT WK-FILE-EOF
              IF GRP-DATE > WK-TODATE
                 SET WK-FILE-EOF TO TRUE
              END-IF
           END-IF.

           IF WK-CURR-DATE NOT = 0
              IF WK-FILE-EOF
                 PERFORM 6300-PRINT-DAY
              ELSE
                 IF GRP-DATE NOT = WK-CURR-DATE
                    PERFORM 6300-PRINT-DAY
                 END-IF
              END-IF
           END-IF.

           IF NOT WK-FILE-EOF
              IF GRP-DATE NOT = WK-CURR-DATE
                 MOVE GRP-DATE TO WK-CURR-DATE
                 PERFORM 6200-CLEAR-DAY
                    VARYING WK-ST-IDX FROM 1 BY 1
                    UNTIL WK-ST-IDX > 6
              END-IF
              MOVE GRP-SITE TO WK-FINDSITE
              PERFORM 5400-FIND-SITE
              IF WK-COL > 0
                 ADD GRP-HOUSENET TO WK-ST-DAYNET(WK-COL)
              END-IF
              ADD GRP-HOUSENET TO WK-ST-DAYNET(6)
           END-IF.

       6200-CLEAR-DAY.

           MOVE 0 TO WK-ST-DAYNET(WK-ST-IDX).

       6300-PRINT-DAY.

           ADD 1 TO WK-ST-MONEY(6, 1).
           MOVE SPACES TO WK-LINE.
           MOVE WK-CURR-DATE TO WK-LINE (1:8).
           PERFORM 6400-PUT-DAYNET
              VARYING WK-COL FROM 1 BY 1
              UNTIL WK-COL > WK-ST-COUNT.
           MOVE 6 TO WK-COL.
           PERFORM 6400-PUT-DAYNET.
           DISPLAY WK-LINE.

       6400-PUT-DAYNET.

           MOVE WK-ST-DAYNET(WK-COL) TO WK-COLVALUE.
           PERFORM 7900-PUT-MONEY.

      *The period figures, one row each, a column per site and the
      *group total

       7000-PRINT-TOTALS.

           DISPLAY " ".
           MOVE "Period totals" TO WK-LINE.
           PERFORM 7800-PUT-HEADINGS.
           DISPLAY WK-LINE.
           PERFORM 7100-PRINT-METRIC
              VARYING WK-M-IDX FROM 1 BY 1
              UNTIL WK-M-IDX > 10.
           IF WK-ST-MONEY(6, 9) NOT = WK-ST-MONEY(6, 10)
              DISPLAY "WARNING: group ledger debits and credits "
                 "differ"
              MOVE 4 TO RETURN-CODE
           END-IF.

       7100-PRINT-METRIC.

           MOVE SPACES TO WK-LINE.
           MOVE WK-METRICNAME(WK-M-IDX) TO WK-LINE (1:16).
           PERFORM 7200-PUT-METRIC
              VARYING WK-COL FROM 1 BY 1
              UNTIL WK-COL > WK-ST-COUNT.
           MOVE 6 TO WK-COL.
           PERFORM 7200-PUT-METRIC.
           DISPLAY WK-LINE.

      *Days and hands are counts and print without the cents

       7200-PUT-METRIC.

           MOVE WK-ST-MONEY(WK-COL, WK-M-IDX) TO WK-COLVALUE.
           IF WK-M-IDX > 2
              PERFORM 7900-PUT-MONEY
           ELSE
              PERFORM 7950-PUT-COUNT
           END-IF.

      *Column headings -- each site's code right-aligned over its
      *figures, the group's last

       7800-PUT-HEADINGS.

           PERFORM 7850-PUT-HEADING
              VARYING WK-COL FROM 1 BY 1
              UNTIL WK-COL > WK-ST-COUNT.
           COMPUTE WK-POS = 17 + WK-ST-COUNT * 15 + 9.
           MOVE "GROUP" TO WK-LINE (WK-POS:5).

       7850-PUT-HEADING.

           COMPUTE WK-POS = 17 + (WK-COL - 1) * 15 + 10.
           MOVE WK-ST-SITE(WK-COL) TO WK-LINE (WK-POS:4).

      *A figure into its column -- the group total, entry six, sits
      *straight after the last site's column

       7900-PUT-MONEY.

           PERFORM 7990-COLUMN-POS.
           MOVE WK-COLVALUE TO WK-MONEYSHOW.
           MOVE WK-MONEYSHOW TO WK-LINE (WK-POS:14).

       7950-PUT-COUNT.

           PERFORM 7990-COLUMN-POS.
           MOVE WK-COLVALUE TO WK-CNTSHOW.
           MOVE WK-CNTSHOW TO WK-LINE (WK-POS:14).

       7990-COLUMN-POS.

           IF WK-COL = 6
              COMPUTE WK-POSCOL = WK-ST-COUNT + 1
           ELSE
              MOVE WK-COL TO WK-POSCOL
           END-IF.
           COMPUTE WK-POS = 17 + (WK-POSCOL - 1) * 15.

      *The ledger by account and side over the period, off the
      *group ledger file

       8000-PRINT-LEDGER.

           OPEN INPUT GROUPGL.
           MOVE "N" TO WK-EOF.
           MOVE WK-FROMDATE TO GGL-DATE.
           MOVE LOW-VALUES TO GGL-SITE GGL-ACCOUNT GGL-DRCR.
           START GROUPGL KEY NOT < GGL-KEY
              INVALID KEY
                 SET WK-FILE-EOF TO TRUE
           END-START.
           PERFORM 8100-COLLECT-LINE
              UNTIL WK-FILE-EOF.
           CLOSE GROUPGL.

           DISPLAY " ".
           IF WK-AC-COUNT = 0
              DISPLAY "No ledger lines consolidated in the period"
           ELSE
              MOVE "Ledger account" TO WK-LINE
              PERFORM 7800-PUT-HEADINGS
              DISPLAY WK-LINE
              PERFORM 8300-PRINT-ACCOUNT
                 VARYING WK-AC-IDX FROM 1 BY 1
                 UNTIL WK-AC-IDX > WK-AC-COUNT
           END-IF.
           IF WK-AC-OVER = 1
              DISPLAY "More than forty account lines - the rest "
                 "are left off"
           END-IF.

       8100-COLLECT-LINE.

           READ GROUPGL NEXT
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 IF GGL-DATE > WK-TODATE
                    SET WK-FILE-EOF TO TRUE
                 ELSE
                    PERFORM 8200-ADD-LINE
                 END-IF
           END-READ.

       8200-ADD-LINE.

           MOVE GGL-SITE TO WK-FINDSITE.
           PERFORM 5400-FIND-SITE.
           MOVE 0 TO WK-AC-HIT.
           PERFORM 8210-MATCH-ACCOUNT
              VARYING WK-AC-IDX FROM 1 BY 1
              UNTIL WK-AC-IDX > WK-AC-COUNT.
           IF WK-AC-HIT = 0
              IF WK-AC-COUNT < 40
                 ADD 1 TO WK-AC-COUNT
                 MOVE WK-AC-COUNT TO WK-AC-HIT
                 MOVE GGL-ACCOUNT TO WK-AC-ACCT(WK-AC-HIT)
                 MOVE GGL-DRCR TO WK-AC-DRCR(WK-AC-HIT)
                 MOVE ZEROS TO WK-AC-AMT(WK-AC-HIT, 1)
                    WK-AC-AMT(WK-AC-HIT, 2) WK-AC-AMT(WK-AC-HIT, 3)
                    WK-AC-AMT(WK-AC-HIT, 4) WK-AC-AMT(WK-AC-HIT, 5)
                    WK-AC-AMT(WK-AC-HIT, 6)
              ELSE
                 MOVE 1 TO WK-AC-OVER
              END-IF
           END-IF.
           IF WK-AC-HIT > 0
              IF WK-COL > 0
                 ADD GGL-AMOUNT TO WK-AC-AMT(WK-AC-HIT, WK-COL)
              END-IF
              ADD GGL-AMOUNT TO WK-AC-AMT(WK-AC-HIT, 6)
           END-IF.

       8210-MATCH-ACCOUNT.

           IF WK-AC-ACCT(WK-AC-IDX) = GGL-ACCOUNT
                 AND WK-AC-DRCR(WK-AC-IDX) = GGL-DRCR
              MOVE WK-AC-IDX TO WK-AC-HIT
           END-IF.

       8300-PRINT-ACCOUNT.

           MOVE SPACES TO WK-LINE.
           MOVE WK-AC-ACCT(WK-AC-IDX) TO WK-LINE (1:8).
           MOVE WK-AC-DRCR(WK-AC-IDX) TO WK-LINE (10:2).
           PERFORM 8400-PUT-ACCOUNT
              VARYING WK-COL FROM 1 BY 1
              UNTIL WK-COL > WK-ST-COUNT.
           MOVE 6 TO WK-COL.
           PERFORM 8400-PUT-ACCOUNT.
           DISPLAY WK-LINE.

       8400-PUT-ACCOUNT.

           MOVE WK-AC-AMT(WK-AC-IDX, WK-COL) TO WK-COLVALUE.
           PERFORM 7900-PUT-MONEY.

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
