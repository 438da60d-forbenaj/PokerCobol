       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobGate.
       SECURITY.   Business-date job gate, CALLed by every batch job
                   on start-up and again at its exit. NightRun keeps
                   its own steps in order, but the jobs run by hand
                   could be run in any order at all - GlExtract
                   before LogSeal had sealed the day, LeagueClose
                   before the month's last DayClose. On start-up the
                   gate settles the business date the run belongs
                   to, looks the job up in the job calendar
                   (JOBCAL) and refuses it unless every prerequisite
                   declared there has completed for that date; a job
                   cleared to run is recorded as started in the
                   job-status file CPY\JOBSTAT.CFG. At the exit the
                   record is closed off as completed, or as failed
                   on a return code of 8 or worse, with the end
                   stamp and the return code. The business date is
                   the one the job passes (DayClose passes the date
                   it closes, LeagueClose the end of the season's
                   month); a job passing zero runs for the latest
                   date DayClose has been run for when it has
                   prerequisites, and otherwise for the gaming date
                   the clock falls in under the GDC cutover - so the
                   overnight sweep before the close lands on the day
                   being closed and the morning reports on the day
                   just closed. Before any of that the gate has
                   SetPend apply the approved house settings changes
                   whose gaming date has come, so no job runs on
                   settings a supervisor pair has already changed.
                   JobRep lists what is outstanding.

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

           COPY "CPY\SETPPARM.CBL".

       01 WK-DONE PIC 9 VALUE 0.
       01 WK-NOREC PIC 9 VALUE 0.

       01 WK-TODAY PIC 9(08).
       01 WK-CLOCK PIC 9(08).
       01 WK-HHMM PIC 9(04).
       01 WK-CUTOVER PIC 9(04).
       01 WK-FULLDATE PIC 9(08).
       01 WK-DATE-INT PIC 9(08).
       01 WK-LATEST PIC 9(08).

       01 WK-WORKDATE PIC 9(08).
       01 WK-WORKSPLIT REDEFINES WK-WORKDATE.
           02 FILLER PIC 9(02).
           02 WK-WORK-YY PIC 9(02).
           02 WK-WORK-MM PIC 9(02).
           02 WK-WORK-DD PIC 9(02).

       01 WK-CAL-IDX PIC 9(02) COMP.
       01 WK-SEARCH-IDX PIC 9(02) COMP.
       01 WK-PRE-IDX PIC 9 COMP.

       LINKAGE SECTION.

           COPY "CPY\JOBGPARM.CBL".

       PROCEDURE DIVISION USING JOBG-PARMS.

       0000-MAINLINE.

           ACCEPT WK-TODAY FROM DATE.
           ACCEPT WK-CLOCK FROM TIME.

           MOVE 0 TO WK-CAL-IDX.
           PERFORM VARYING WK-SEARCH-IDX FROM 1 BY 1
                 UNTIL WK-SEARCH-IDX > JOBCAL-COUNT
              IF JOBCAL-PROGRAM(WK-SEARCH-IDX) = JOBG-PROGRAM
                 MOVE WK-SEARCH-IDX TO WK-CAL-IDX
              END-IF
           END-PERFORM.

           EVALUATE TRUE
              WHEN JOBG-START
                 PERFORM 1000-START-JOB
                    THRU 1000-START-EXIT
              WHEN JOBG-END
                 PERFORM 2000-END-JOB
                    THRU 2000-END-EXIT
           END-EVALUATE.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *Start-up -- approved settings changes now due first, so the
      *job runs on the settings in effect, then the business date,
      *then every declared prerequisite must show completed for it

       1000-START-JOB.

           SET SETP-APPLY TO TRUE.
           CALL "SetPend" USING SETP-PARMS.
           PERFORM 1100-RESOLVE-DATE.
           SET JOBG-CLEARED TO TRUE.

           OPEN I-O JOBSTAT.
           IF WK-CAL-IDX > 0
              PERFORM 1200-CHECK-PREREQ
                 VARYING WK-PRE-IDX FROM 1 BY 1
                 UNTIL WK-PRE-IDX > 3
           END-IF.
           IF JOBG-REFUSED
              CLOSE JOBSTAT
              DISPLAY JOBG-PROGRAM " refused for business date "
                 JOBG-BUSDATE " - run the jobs above first"
              GO TO 1000-START-EXIT
           END-IF.

           MOVE JOBG-BUSDATE TO JOB-BUSDATE.
           MOVE JOBG-PROGRAM TO JOB-PROGRAM.
           MOVE 0 TO WK-NOREC.
           READ JOBSTAT
              INVALID KEY
                 MOVE 1 TO WK-NOREC
                 MOVE 0 TO JOB-RUNS
           END-READ.
           SET JOB-STARTED TO TRUE.
           MOVE WK-TODAY TO JOB-STARTDATE.
           MOVE WK-CLOCK TO JOB-STARTTIME.
           MOVE 0 TO JOB-ENDDATE.
           MOVE 0 TO JOB-ENDTIME.
           MOVE 0 TO JOB-RC.
           ADD 1 TO JOB-RUNS.
           IF WK-NOREC = 1
              WRITE JOB-RECORD
                 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE JOB-RECORD
           END-IF.
           CLOSE JOBSTAT.
           DISPLAY JOBG-PROGRAM " running for business date "
              JOBG-BUSDATE.

       1000-START-EXIT.

           CONTINUE.

      *Which business date -- the job's own, a month's end, the
      *latest close, or the gaming date under the cutover

       1100-RESOLVE-DATE.

           IF JOBG-BUSDATE > 0
              MOVE JOBG-BUSDATE TO WK-WORKDATE
              IF WK-WORK-DD = 0
                 PERFORM 1150-MONTH-END
                 MOVE WK-WORKDATE TO JOBG-BUSDATE
              END-IF
           ELSE
              MOVE 0 TO WK-LATEST
              IF WK-CAL-IDX > 0
                 IF JOBCAL-PREREQ(WK-CAL-IDX 1) NOT = SPACES
                    PERFORM 1160-LATEST-CLOSE
                 END-IF
              END-IF
              IF WK-LATEST > 0
                 MOVE WK-LATEST TO JOBG-BUSDATE
              ELSE
                 PERFORM 1170-GAMING-DATE
              END-IF
           END-IF.

      *The first of the next month, less one day

       1150-MONTH-END.

           IF WK-WORK-MM = 12
              ADD 1 TO WK-WORK-YY
              MOVE 1 TO WK-WORK-MM
           ELSE
              ADD 1 TO WK-WORK-MM
           END-IF.
           MOVE 1 TO WK-WORK-DD.
           COMPUTE WK-FULLDATE = WK-WORKDATE + 20000000.
           COMPUTE WK-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WK-FULLDATE) - 1.
           COMPUTE WK-WORKDATE =
              FUNCTION DATE-OF-INTEGER(WK-DATE-INT) - 20000000.

       1160-LATEST-CLOSE.

           OPEN INPUT JOBSTAT.
           MOVE LOW-VALUES TO JOB-KEY.
           MOVE 0 TO WK-DONE.
           START JOBSTAT KEY NOT < JOB-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.
           PERFORM 1165-NEXT-JOB
              UNTIL WK-DONE = 1.
           CLOSE JOBSTAT.

       1165-NEXT-JOB.

           READ JOBSTAT NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 IF JOB-PROGRAM = "DayClose"
                       AND JOB-BUSDATE > WK-LATEST
                    MOVE JOB-BUSDATE TO WK-LATEST
                 END-IF
           END-READ.

      *Before the GDC cutover the clock still belongs to the
      *previous gaming date, as it does for play

       1170-GAMING-DATE.

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

           MOVE WK-TODAY TO JOBG-BUSDATE.
           COMPUTE WK-HHMM = WK-CLOCK / 10000.
           IF WK-HHMM < WK-CUTOVER
              COMPUTE WK-FULLDATE = WK-TODAY + 20000000
              COMPUTE WK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WK-FULLDATE) - 1
              COMPUTE JOBG-BUSDATE =
                 FUNCTION DATE-OF-INTEGER(WK-DATE-INT) - 20000000
           END-IF.

       1200-CHECK-PREREQ.

           IF JOBCAL-PREREQ(WK-CAL-IDX WK-PRE-IDX) = SPACES
              GO TO 1200-CHECK-EXIT
           END-IF.
           MOVE JOBG-BUSDATE TO JOB-BUSDATE.
           MOVE JOBCAL-PREREQ(WK-CAL-IDX WK-PRE-IDX) TO JOB-PROGRAM.
           READ JOBSTAT
              INVALID KEY
                 SET JOBG-REFUSED TO TRUE
                 DISPLAY "Prerequisite " JOB-PROGRAM
                    " has not run for " JOBG-BUSDATE
                 GO TO 1200-CHECK-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN JOB-COMPLETED
                 CONTINUE
              WHEN JOB-FAILED
                 SET JOBG-REFUSED TO TRUE
                 DISPLAY "Prerequisite " JOB-PROGRAM " FAILED for "
                    JOBG-BUSDATE " (return code " JOB-RC ")"
              WHEN OTHER
                 SET JOBG-REFUSED TO TRUE
                 DISPLAY "Prerequisite " JOB-PROGRAM " started for "
                    JOBG-BUSDATE " but never completed"
           END-EVALUATE.

       1200-CHECK-EXIT.

           CONTINUE.

      *Exit -- completed, or failed on return code 8 or worse

       2000-END-JOB.

           OPEN I-O JOBSTAT.
           MOVE JOBG-BUSDATE TO JOB-BUSDATE.
           MOVE JOBG-PROGRAM TO JOB-PROGRAM.
           READ JOBSTAT
              INVALID KEY
                 CLOSE JOBSTAT
                 GO TO 2000-END-EXIT
           END-READ.
           IF JOBG-RC < 8
              SET JOB-COMPLETED TO TRUE
           ELSE
              SET JOB-FAILED TO TRUE
           END-IF.
           MOVE WK-TODAY TO JOB-ENDDATE.
           MOVE WK-CLOCK TO JOB-ENDTIME.
           MOVE JOBG-RC TO JOB-RC.
           REWRITE JOB-RECORD.
           CLOSE JOBSTAT.

       2000-END-EXIT.

           CONTINUE.

       9999-EXIT.

           MOVE 0 TO RETURN-CODE.

       9999-EXIT-EXIT.

           GOBACK.
