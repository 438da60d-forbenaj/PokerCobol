      *Job-status record, one per business date and batch program in
      *CPY\JOBSTAT.CFG, kept by the JobGate subprogram every batch
      *job calls on start-up and at its exit: S started (still
      *running, or died without reaching its exit), C completed or
      *F failed (ended with return code 8 or worse), with when it
      *started and ended, the return code and how many times it
      *has been run for the date. A rerun overwrites the stamps;
      *prerequisites are judged on the latest run

       FD JOBSTAT
           LABEL RECORD STANDARD.

       01 JOB-RECORD.
           02 JOB-KEY.
               03 JOB-BUSDATE PIC 9(08).
               03 JOB-PROGRAM PIC X(12).
           02 JOB-STATUS PIC X(01).
              88 JOB-STARTED VALUE "S".
              88 JOB-COMPLETED VALUE "C".
              88 JOB-FAILED VALUE "F".
           02 JOB-STARTDATE PIC 9(08).
           02 JOB-STARTTIME PIC 9(08).
           02 JOB-ENDDATE PIC 9(08).
           02 JOB-ENDTIME PIC 9(08).
           02 JOB-RC PIC 9(02).
           02 JOB-RUNS PIC 9(03).
