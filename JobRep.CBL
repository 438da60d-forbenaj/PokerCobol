       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobRep.
       SECURITY.   What's outstanding - the operator's view of the
                   job-status file CPY\JOBSTAT.CFG that JobGate
                   keeps. Every business date on the file, and the
                   current gaming date, is held against the job
                   calendar (JOBCAL): the daily jobs, on the last
                   day of a month the monthly ones too, and on a
                   Sunday the weekly ones, must each show
                   completed. A date where any is still
                   owing is open, and is listed with the jobs still
                   to run in calendar order, each with where it
                   stands - failed with its return code, started
                   and never finished, ready to run now that its
                   prerequisites are done, or waiting on the first
                   prerequisite that is not. An ad-hoc job shows up
                   only when its last run for the date failed or
                   never finished. Dates with nothing owing are
                   passed over. Read only.

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

           SELECT OPTIONAL JOBSTAT
            ASSIGN TO
             "CPY\JOBSTAT.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD KEY JOB-KEY.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\HOUSEREC.CBL".

           COPY "CPY\JOBREC.CBL".

       WORKING-STORAGE SECTION.

           COPY "CPY\JOBCAL.CBL".

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-FOUND PIC 9 VALUE 0.

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-HHMM PIC 9(04).
       01 WK-CUTOVER PIC 9(04).
       01 WK-GAMINGDATE PIC 9(08).
       01 WK-FULLDATE PIC 9(08).
       01 WK-DATE-INT PIC 9(08).
       01 WK-MONTHEND PIC 9 VALUE 0.
       01 WK-WEEKEND PIC 9 VALUE 0.
       01 WK-WEEKS PIC 9(08).
       01 WK-WEEKDAY PIC 9.

       01 WK-NEXTDAY PIC 9(08).
       01 WK-NEXTSPLIT REDEFINES WK-NEXTDAY.
           02 FILLER PIC 9(06).
           02 WK-NEXT-DD PIC 9(02).

      *Business dates on the file, oldest first -- the oldest drops
      *off when the table fills

       01 WK-DATE-COUNT PIC 9(03) COMP VALUE 0.
       01 WK-DATE-TAB.
           02 WK-DATE-ENTRY PIC 9(08) OCCURS 100 TIMES.
       01 WK-DATE-IDX PIC 9(03) COMP.
       01 WK-SHIFT-IDX PIC 9(03) COMP.

       01 WK-BUSDATE PIC 9(08).
       01 WK-CAL-IDX PIC 9(02) COMP.
       01 WK-PRE-IDX PIC 9 COMP.
       01 WK-WAITFOR PIC X(12).
       01 WK-DATE-OWING PIC 9(03) VALUE 0.
       01 WK-OPEN-DATES PIC 9(03) VALUE 0.
       01 WK-OWING-JOBS PIC 9(04) VALUE 0.
       01 WK-STATE PIC X(40).
       01 WK-SHOWRC PIC Z9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.
           PERFORM 1000-GAMING-DATE.

           DISPLAY "Outstanding batch jobs at " WK-TODAY " "
              WK-CLOCK(1:4).
           DISPLAY "=============================================".

           OPEN INPUT JOBSTAT.
           PERFORM 2000-COLLECT-DATES.
           MOVE WK-GAMINGDATE TO WK-BUSDATE.
           PERFORM 2200-ADD-DATE.

           PERFORM 3000-ONE-DATE
              VARYING WK-DATE-IDX FROM 1 BY 1
              UNTIL WK-DATE-IDX > WK-DATE-COUNT.
           CLOSE JOBSTAT.

           DISPLAY " ".
           IF WK-OPEN-DATES = 0
              DISPLAY "Nothing outstanding - every business date "
                 "is complete"
           ELSE
              DISPLAY "Open business dates: " WK-OPEN-DATES
                 "   jobs owing: " WK-OWING-JOBS
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *The gaming date the clock falls in -- before the GDC cutover
      *it is still the previous day, as JobGate reckons it

       1000-GAMING-DATE.

           MOVE 0 TO WK-CUTOVER.
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

           MOVE WK-TODAY TO WK-GAMINGDATE.
           COMPUTE WK-HHMM = WK-CLOCK / 10000.
           IF WK-HHMM < WK-CUTOVER
              COMPUTE WK-FULLDATE = WK-TODAY + 20000000
              COMPUTE WK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WK-FULLDATE) - 1
              COMPUTE WK-GAMINGDATE =
                 FUNCTION DATE-OF-INTEGER(WK-DATE-INT) - 20000000
           END-IF.

       2000-COLLECT-DATES.

           MOVE LOW-VALUES TO JOB-KEY.
           MOVE 0 TO WK-DONE.
           START JOBSTAT KEY NOT < JOB-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 2100-NEXT-JOB
              UNTIL WK-DONE = 1.

       2100-NEXT-JOB.

           READ JOBSTAT NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 MOVE JOB-BUSDATE TO WK-BUSDATE
                 PERFORM 2200-ADD-DATE
           END-READ.

      *Dates are held in order, each once -- the gaming date is
      *added last and may fall anywhere in the table

       2200-ADD-DATE.

           MOVE 0 TO WK-FOUND.
           PERFORM VARYING WK-SHIFT-IDX FROM 1 BY 1
                 UNTIL WK-SHIFT-IDX > WK-DATE-COUNT
              IF WK-DATE-ENTRY(WK-SHIFT-IDX) = WK-BUSDATE
                 MOVE 1 TO WK-FOUND
              END-IF
           END-PERFORM.
           IF WK-FOUND = 1
              GO TO 2200-ADD-EXIT
           END-IF.
           IF WK-DATE-COUNT = 100
              IF WK-BUSDATE < WK-DATE-ENTRY(1)
                 GO TO 2200-ADD-EXIT
              END-IF
              PERFORM 2300-DROP-OLDEST
           END-IF.

           ADD 1 TO WK-DATE-COUNT.
           MOVE WK-DATE-COUNT TO WK-SHIFT-IDX.
           MOVE 0 TO WK-FOUND.
           PERFORM 2400-MAKE-ROOM
              UNTIL WK-FOUND = 1.
           MOVE WK-BUSDATE TO WK-DATE-ENTRY(WK-SHIFT-IDX).

       2200-ADD-EXIT.

           CONTINUE.

       2300-DROP-OLDEST.

           PERFORM VARYING WK-SHIFT-IDX FROM 1 BY 1
                 UNTIL WK-SHIFT-IDX > 99
              MOVE WK-DATE-ENTRY(WK-SHIFT-IDX + 1)
                 TO WK-DATE-ENTRY(WK-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WK-DATE-COUNT.

      *Walk the insertion point down past every later date

       2400-MAKE-ROOM.

           IF WK-SHIFT-IDX = 1
              MOVE 1 TO WK-FOUND
           ELSE
              IF WK-DATE-ENTRY(WK-SHIFT-IDX - 1) > WK-BUSDATE
                 MOVE WK-DATE-ENTRY(WK-SHIFT-IDX - 1)
                    TO WK-DATE-ENTRY(WK-SHIFT-IDX)
                 SUBTRACT 1 FROM WK-SHIFT-IDX
              ELSE
                 MOVE 1 TO WK-FOUND
              END-IF
           END-IF.

      *One business date -- the jobs it still owes, in calendar
      *order; a date owing nothing prints nothing

       3000-ONE-DATE.

           MOVE WK-DATE-ENTRY(WK-DATE-IDX) TO WK-BUSDATE.
           COMPUTE WK-FULLDATE = WK-BUSDATE + 20000000.
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE) + 1.
           COMPUTE WK-NEXTDAY =
              FUNCTION DATE-OF-INTEGER(WK-DATE-INT) - 20000000.
           IF WK-NEXT-DD = 1
              MOVE 1 TO WK-MONTHEND
           ELSE
              MOVE 0 TO WK-MONTHEND
           END-IF.

      *Day one of the integer calendar was a Monday, so the day
      *after a Sunday leaves a remainder of one over seven

           DIVIDE WK-DATE-INT BY 7 GIVING WK-WEEKS
              REMAINDER WK-WEEKDAY.
           IF WK-WEEKDAY = 1
              MOVE 1 TO WK-WEEKEND
           ELSE
              MOVE 0 TO WK-WEEKEND
           END-IF.

           MOVE 0 TO WK-DATE-OWING.
           PERFORM 3100-ONE-JOB
              THRU 3100-ONE-JOB-EXIT
              VARYING WK-CAL-IDX FROM 1 BY 1
              UNTIL WK-CAL-IDX > JOBCAL-COUNT.
           IF WK-DATE-OWING > 0
              ADD 1 TO WK-OPEN-DATES
           END-IF.

       3100-ONE-JOB.

           MOVE WK-BUSDATE TO JOB-BUSDATE.
           MOVE JOBCAL-PROGRAM(WK-CAL-IDX) TO JOB-PROGRAM.
           MOVE 0 TO WK-FOUND.
           READ JOBSTAT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WK-FOUND
           END-READ.

           IF WK-FOUND = 1 AND JOB-COMPLETED
              GO TO 3100-ONE-JOB-EXIT
           END-IF.
           IF JOBCAL-FREQ(WK-CAL-IDX) = "A" AND WK-FOUND = 0
              GO TO 3100-ONE-JOB-EXIT
           END-IF.
           IF JOBCAL-FREQ(WK-CAL-IDX) = "M" AND WK-FOUND = 0
                 AND WK-MONTHEND = 0
              GO TO 3100-ONE-JOB-EXIT
           END-IF.
           IF JOBCAL-FREQ(WK-CAL-IDX) = "W" AND WK-FOUND = 0
                 AND WK-WEEKEND = 0
              GO TO 3100-ONE-JOB-EXIT
           END-IF.

           MOVE SPACES TO WK-STATE.
           EVALUATE TRUE
              WHEN WK-FOUND = 1 AND JOB-FAILED
                 MOVE JOB-RC TO WK-SHOWRC
                 STRING "FAILED - return code " WK-SHOWRC
                    DELIMITED BY SIZE INTO WK-STATE
              WHEN WK-FOUND = 1
                 STRING "started " JOB-STARTDATE " "
                    JOB-STARTTIME(1:4) ", never finished"
                    DELIMITED BY SIZE INTO WK-STATE
              WHEN OTHER
                 PERFORM 3200-FIRST-WAIT
                 IF WK-WAITFOR = SPACES
                    MOVE "not run - ready" TO WK-STATE
                 ELSE
                    STRING "not run - waits for " WK-WAITFOR
                       DELIMITED BY SIZE INTO WK-STATE
                 END-IF
           END-EVALUATE.

           IF WK-DATE-OWING = 0
              DISPLAY " "
              IF WK-BUSDATE = WK-GAMINGDATE
                 DISPLAY "Business date " WK-BUSDATE
                    "  (current gaming date)"
              ELSE
                 DISPLAY "Business date " WK-BUSDATE
              END-IF
           END-IF.
           ADD 1 TO WK-DATE-OWING.
           ADD 1 TO WK-OWING-JOBS.
           DISPLAY "  " JOBCAL-PROGRAM(WK-CAL-IDX) " "
              JOBCAL-FREQ(WK-CAL-IDX) "  " WK-STATE.

       3100-ONE-JOB-EXIT.

           CONTINUE.

      *The first prerequisite not yet completed for the date, if any

       3200-FIRST-WAIT.

           MOVE SPACES TO WK-WAITFOR.
           PERFORM 3300-CHECK-PREREQ
              VARYING WK-PRE-IDX FROM 1 BY 1
              UNTIL WK-PRE-IDX > 3
                 OR WK-WAITFOR NOT = SPACES.

       3300-CHECK-PREREQ.

           IF JOBCAL-PREREQ(WK-CAL-IDX WK-PRE-IDX) NOT = SPACES
              MOVE WK-BUSDATE TO JOB-BUSDATE
              MOVE JOBCAL-PREREQ(WK-CAL-IDX WK-PRE-IDX)
                 TO JOB-PROGRAM
              READ JOBSTAT
                 INVALID KEY
                    MOVE JOB-PROGRAM TO WK-WAITFOR
                 NOT INVALID KEY
                    IF NOT JOB-COMPLETED
                       MOVE JOB-PROGRAM TO WK-WAITFOR
                    END-IF
              END-READ
           END-IF.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
