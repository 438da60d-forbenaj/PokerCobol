      *Group consolidation record, one per site per business date,
      *in CPY\GROUPTOT.CFG at head office. GrpCons writes it from a
      *site's day-totals record when that site's files are loaded,
      *and adds the site's general-ledger extract lines for the
      *date on top. Keyed date first so a sequential sweep comes
      *back merged by business date, every site's day together. A
      *site/date already on file is refused, never loaded twice;
      *the load stamp says which run brought it in

       FD GROUPTOT
           LABEL RECORD STANDARD.

       01 GRP-RECORD.
           02 GRP-KEY.
               03 GRP-DATE PIC 9(08).
               03 GRP-SITE PIC X(04).
           02 GRP-HANDS PIC 9(07).
           02 GRP-WAGERED PIC 9(10)V99.
           02 GRP-JKP-IN PIC 9(08)V99.
           02 GRP-JKP-OUT PIC 9(08)V99.
           02 GRP-REBUYS PIC 9(08)V99.
           02 GRP-RAKE PIC S9(08)V99.
           02 GRP-HOUSENET PIC S9(09)V99.
           02 GRP-GLLINES PIC 9(04).
           02 GRP-GLDEBIT PIC 9(10)V99.
           02 GRP-GLCREDIT PIC 9(10)V99.
           02 GRP-LOADDATE PIC 9(08).
           02 GRP-LOADTIME PIC 9(08).
