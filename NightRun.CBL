       SECURITY.   Operator driver for the overnight batch chain.
                   Runs the close-of-business programs in the one
                   correct order - CkptSweep, DayClose, LogSeal,
                   LogShip (the day's journal rows off to the
                   second location before anything is archived),
                   HistArch, HistSort (the one pass over the history
                   and money journals that cuts the sorted extract
                   the reconciliations and reports read), VchClose
                   (free-play voucher expiry and
                   liability), CfgBack, then the morning
                   reconciliations BankRecon and JkpRecon, the
                   three-way session check SessRecon and the house
                   liability balance sheet LiabRep - so the steps
                   can no longer be hand-run out of order (HistArch
                   before DayClose trims hands the close still
                   needs and the day's totals come up short). Each
                   step's start time, end time and verdict goes to
                   the run log (CPY\RUNLOG.LOG), and a step that
                   ends with a nonzero return code halts the chain
                   right there: the remaining steps are logged as
           02 FILLER PIC X(10) VALUE "CkptSweep".
           02 FILLER PIC X(10) VALUE "DayClose".
           02 FILLER PIC X(10) VALUE "LogSeal".
           02 FILLER PIC X(10) VALUE "LogShip".
           02 FILLER PIC X(10) VALUE "HistArch".
           02 FILLER PIC X(10) VALUE "HistSort".
           02 FILLER PIC X(10) VALUE "VchClose".
           02 FILLER PIC X(10) VALUE "CfgBack".
           02 FILLER PIC X(10) VALUE "BankRecon".
           02 FILLER PIC X(10) VALUE "JkpRecon".
           02 FILLER PIC X(10) VALUE "SessRecon".
           02 FILLER PIC X(10) VALUE "LiabRep".
       01 WK-STEP-TAB REDEFINES WK-STEPS.
           02 WK-STEP-ENTRY PIC X(10) OCCURS 12 TIMES.

       01 WK-STEP-IDX PIC 9(02) COMP.
       01 WK-STEPNAME PIC X(10).
           OPEN EXTEND RUNLOG.
           PERFORM 2000-RUN-STEP
              VARYING WK-STEP-IDX FROM 1 BY 1
              UNTIL WK-STEP-IDX > 12.
           CLOSE RUNLOG.

           DISPLAY " ".
