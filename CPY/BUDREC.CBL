      *Monthly revenue budget record, one per month (YYMM) and
      *budget game in CPY\BUDGET.CFG: 1 Hold'em, 2 Draw (Draw Five
      *and 2-7 Triple), 3 Stud, 4 Omaha, 5 other - the same five
      *games the close-of-business run breaks DT-GAMEMONEY out by.
      *Holds the month's budgeted hands, amount wagered and house
      *net (signed - a game may be budgeted to run at a loss), and
      *who last set them and when. Kept by BudAdm, read by BudRep

       FD BUDGET
           LABEL RECORD STANDARD.

       01 BUD-RECORD.
           02 BUD-KEY.
               03 BUD-MONTH PIC 9(04).
               03 BUD-GAME PIC 9(01).
           02 BUD-HANDS PIC 9(07).
           02 BUD-WAGERED PIC 9(10)V99.
           02 BUD-HOUSENET PIC S9(09)V99.
           02 BUD-SETBY PIC X(10).
           02 BUD-SETDATE PIC 9(08).
