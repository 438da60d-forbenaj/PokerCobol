      *House liability balance sheet record -- one line appended to
      *CPY\LIABSHT.LOG by LiabRep for each business date it runs
      *for: the site, the business date and run stamp, every class
      *of money the house owes as it stood at the run (bankrolls,
      *comp points at the counter's redemption rate, the JKP and
      *BBJ pools, the net escrow of in-flight hands, open
      *tournament prize pools, the month's accrued league pool,
      *open vouchers and the TKP tip pool), their total, the cash
      *held against them in the vault and the drawers, and the
      *coverage - cash as a percent of the total. Markers
      *receivable ride along as a memo; they are owed to the house
      *and are not cash, so they never enter the coverage. The row
      *for a quarter's last business date is the quarterly figure
      *the regulator asks for. Signed amounts carry a separate
      *leading sign so the row stays plain text

       FD LIABLOG
           LABEL RECORD STANDARD.

       01 LBS-RECORD.
           02 LBS-BUSDATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 LBS-RUNDATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 LBS-RUNTIME PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 LBS-SITE PIC X(04).
           02 FILLER PIC X VALUE SPACE.
           02 LBS-BANKROLLS PIC 9(10)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-COMPS PIC 9(10)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-JACKPOT PIC 9(10)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-BADBEAT PIC 9(10)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-ESCROW PIC S9(10)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-TOURNEY PIC 9(10)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-LEAGUE PIC 9(10)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-VOUCHERS PIC 9(10)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-TIPS PIC 9(10)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-CASH PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-COVERPCT PIC 9(05)V99.
           02 FILLER PIC X VALUE SPACE.
           02 LBS-MARKERS PIC 9(10)V99.
