      *Group general-ledger record, CPY\GROUPGL.CFG at head office --
      *one per site, business date, account and side, the amounts of
      *that site's extract lines for the date added together. Keyed
      *date first, the same way as the group totals file, so the
      *period report can sweep one range of dates

       FD GROUPGL
           LABEL RECORD STANDARD.

       01 GGL-RECORD.
           02 GGL-KEY.
               03 GGL-DATE PIC 9(08).
               03 GGL-SITE PIC X(04).
               03 GGL-ACCOUNT PIC X(08).
               03 GGL-DRCR PIC X(02).
           02 GGL-AMOUNT PIC 9(10)V99.
