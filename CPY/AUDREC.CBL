      *Settings-change audit record -- one line appended to
      *CPY\SETAUDIT.LOG for every change to any setting, from
      *the player's own tier and limits on CONFIG to the house-wide
      *controls on HOUSE behind the supervisor console: date, time,
      *which profile made the change, which setting, and the old
      *and new values. A mid-shift stakes change is no longer
      *invisible afterward. A hand voided on an upheld dispute
      *carries the case number as well. A house setting changes
      *only once a second supervisor has approved it, and its line
      *names both: the maker in AUD-PLAYER, the checker in
      *AUD-CHECKER

       FD SETAUDIT
           LABEL RECORD STANDARD.
           02 AUD-OLD PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 AUD-NEW PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 AUD-CASE PIC X(06).
           02 FILLER PIC X VALUE SPACE.
           02 AUD-CHECKER PIC X(10).
