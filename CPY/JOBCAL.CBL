      *Batch job calendar -- every job the gate knows, in the order
      *a business date's work runs, with how often it is owed (D
      *every business date, M on the last day of the month, W on
      *each Sunday, A only when asked for - never outstanding) and
      *up to three jobs that must have completed for the same
      *business date first.
      *A job not listed here runs unchecked

       01 JOBCAL-VALUES.
           02 FILLER PIC X(49) VALUE
              "CkptSweep   D".
           02 FILLER PIC X(49) VALUE
              "DayClose    DCkptSweep".
           02 FILLER PIC X(49) VALUE
              "LogSeal     DDayClose".
           02 FILLER PIC X(49) VALUE
              "LogShip     DLogSeal".
           02 FILLER PIC X(49) VALUE
              "HistArch    DLogSeal     LogShip".
           02 FILLER PIC X(49) VALUE
              "HistSort    DHistArch".
           02 FILLER PIC X(49) VALUE
              "VchClose    DDayClose".
           02 FILLER PIC X(49) VALUE
              "CfgBack     DHistArch    VchClose".
           02 FILLER PIC X(49) VALUE
              "BankRecon   DDayClose    HistSort".
           02 FILLER PIC X(49) VALUE
              "JkpRecon    DDayClose".
           02 FILLER PIC X(49) VALUE
              "SessRecon   DHistSort".
           02 FILLER PIC X(49) VALUE
              "GlExtract   DLogSeal".
           02 FILLER PIC X(49) VALUE
              "MornDash    DBankRecon   JkpRecon".
           02 FILLER PIC X(49) VALUE
              "LedgArch    ALogSeal     BankRecon   LogShip".
           02 FILLER PIC X(49) VALUE
              "LeagueClose MDayClose".
           02 FILLER PIC X(49) VALUE
              "PeriodRep   ADayClose".
           02 FILLER PIC X(49) VALUE
              "BudRep      ADayClose".
           02 FILLER PIC X(49) VALUE
              "KycRep      DDayClose".
           02 FILLER PIC X(49) VALUE
              "DispRep     D".
           02 FILLER PIC X(49) VALUE
              "PinRep      W".
           02 FILLER PIC X(49) VALUE
              "TokeDist    ADayClose".
           02 FILLER PIC X(49) VALUE
              "LiabRep     DVchClose    CkptSweep".
           02 FILLER PIC X(49) VALUE
              "TierClose   MDayClose".
           02 FILLER PIC X(49) VALUE
              "ChipDump    DDayClose".
           02 FILLER PIC X(49) VALUE
              "CashWatch   AHistSort".
           02 FILLER PIC X(49) VALUE
              "HandOdds    AHistSort".
           02 FILLER PIC X(49) VALUE
              "ValueRep    A".
           02 FILLER PIC X(49) VALUE
              "CampExt     A".
           02 FILLER PIC X(49) VALUE
              "GameRep     AHistSort".
           02 FILLER PIC X(49) VALUE
              "SideRep     ADayClose".
           02 FILLER PIC X(49) VALUE
              "TaxRep      ADayClose".
           02 FILLER PIC X(49) VALUE
              "TermRep     ADayClose".
           02 FILLER PIC X(49) VALUE
              "UtilRep     ADayClose".
           02 FILLER PIC X(49) VALUE
              "PromoRep    ADayClose".
           02 FILLER PIC X(49) VALUE
              "RcptRep     ADayClose".
           02 FILLER PIC X(49) VALUE
              "DormRep     ADayClose".
           02 FILLER PIC X(49) VALUE
              "GrpCons     AGlExtract".
       01 JOBCAL-TAB REDEFINES JOBCAL-VALUES.
           02 JOBCAL-ENTRY OCCURS 37 TIMES.
               03 JOBCAL-PROGRAM PIC X(12).
               03 JOBCAL-FREQ PIC X(01).
               03 JOBCAL-PREREQ PIC X(12) OCCURS 3 TIMES.
       01 JOBCAL-COUNT PIC 9(02) COMP VALUE 37.
