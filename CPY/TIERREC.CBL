      *Tier movement record -- one line appended to CPY\TIER.LOG per
      *profile judged when TierClose closes a month (YYMM): the
      *month's rake contributed and hands played, the tier held
      *going in and coming out, and what happened - UP (promoted),
      *DOWN (demoted after a grace month), GRACE (fell short, tier
      *kept one more month) or HOLD (requalified, or Bronze staying
      *Bronze). The TIR record only carries where each profile
      *stands now; this log is the history the movement report and
      *the marketing extract read

       FD TIERLOG
           LABEL RECORD STANDARD.

       01 TIER-RECORD.
           02 TIER-MONTH PIC 9(04).
           02 FILLER PIC X VALUE SPACE.
           02 TIER-DATE PIC 9(08).
           02 FILLER PIC X VALUE SPACE.
           02 TIER-PLAYER PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 TIER-RAKE PIC 9(08)V99.
           02 FILLER PIC X VALUE SPACE.
           02 TIER-HANDS PIC 9(05).
           02 FILLER PIC X VALUE SPACE.
           02 TIER-OLD PIC 9(01).
           02 FILLER PIC X VALUE SPACE.
           02 TIER-NEW PIC 9(01).
           02 FILLER PIC X VALUE SPACE.
           02 TIER-MOVE PIC X(05).
