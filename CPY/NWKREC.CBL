      *Nightly history extract record -- CPY\NIGHTWRK.DAT, written
      *by HistSort from one pass over the hand-history log and the
      *four money journals (ACTION, CASHIER, SIDEBET, BADBEAT) plus
      *the brought-forward BANK snapshots, SORTed by player, date
      *and hand seed so the reports read it with a control break on
      *the player instead of keeping a name table of their own.
      *The control rows (class 0) sort ahead of every detail row,
      *one per source, carrying the journal's physical row count in
      *NWK-ROWNUM, the detail rows taken off it in NWK-CTL-ROWS and
      *the extract stamp, so a reader knows how old its figures are
      *and the high-water readers know where each journal stood.
      *A detail row (class 1) carries the source journal's record
      *image unchanged in NWK-DATA and its physical row number in
      *NWK-ROWNUM (seal rows are counted but never extracted); the
      *REDEFINES below are the journal layouts laid over it

       FD NIGHTWRK
           LABEL RECORD STANDARD.

       01 NWK-RECORD.
           02 NWK-CLASS PIC X(01).
              88 NWK-CONTROL-ROW VALUE "0".
              88 NWK-DETAIL-ROW VALUE "1".
           02 NWK-PLAYER PIC X(10).
           02 NWK-DATE PIC 9(08).
           02 NWK-SEED PIC 9(09).
           02 NWK-SOURCE PIC X(01).
              88 NWK-FROM-HISTORY VALUE "H".
              88 NWK-FROM-ACTION VALUE "A".
              88 NWK-FROM-CASHIER VALUE "C".
              88 NWK-FROM-SIDEBET VALUE "S".
              88 NWK-FROM-BADBEAT VALUE "B".
              88 NWK-FROM-SNAPSHOT VALUE "F".
           02 NWK-ROWNUM PIC 9(09).
           02 NWK-DATA PIC X(177).

           02 NWK-CONTROL REDEFINES NWK-DATA.
               03 NWK-CTL-TIME PIC 9(08).
               03 NWK-CTL-ROWS PIC 9(09).
               03 FILLER PIC X(160).

           02 NWK-HIST REDEFINES NWK-DATA.
               03 NWH-DATE PIC 9(08).
               03 FILLER PIC X.
               03 NWH-TIME PIC 9(08).
               03 FILLER PIC X.
               03 NWH-PLAYER PIC X(10).
               03 FILLER PIC X.
               03 NWH-GAME PIC X(10).
               03 FILLER PIC X.
               03 NWH-PLAYERHAND PIC X(15).
               03 FILLER PIC X.
               03 NWH-CPUHAND PIC X(15).
               03 FILLER PIC X.
               03 NWH-POT PIC 9(08)V99.
               03 FILLER PIC X.
               03 NWH-JACKPOTPAID PIC 9(08)V99.
               03 FILLER PIC X.
               03 NWH-JACKPOTBAL PIC 9(08)V99.
               03 FILLER PIC X.
               03 NWH-RESULT PIC X(20).
               03 NWH-VOID PIC X(01).
               03 NWH-SEED PIC 9(09).
               03 FILLER PIC X.
               03 NWH-TERM PIC X(04).
               03 FILLER PIC X.
               03 NWH-BOARD1 PIC X(15).
               03 FILLER PIC X.
               03 NWH-BOARD2 PIC X(15).
               03 FILLER PIC X.
               03 NWH-SITE PIC X(04).

           02 NWK-ACT REDEFINES NWK-DATA.
               03 NWA-DATE PIC 9(08).
               03 FILLER PIC X.
               03 NWA-TIME PIC 9(08).
               03 FILLER PIC X.
               03 NWA-HANDSEED PIC 9(09).
               03 FILLER PIC X.
               03 NWA-PLAYER PIC X(10).
               03 FILLER PIC X.
               03 NWA-STREET PIC X(08).
               03 FILLER PIC X.
               03 NWA-ACTOR PIC X(08).
               03 FILLER PIC X.
               03 NWA-ACTION PIC X(08).
               03 FILLER PIC X.
               03 NWA-AMOUNT PIC 9(08)V99.
               03 FILLER PIC X.
               03 NWA-POTAFTER PIC 9(08)V99.
               03 FILLER PIC X.
               03 NWA-TERM PIC X(04).
               03 FILLER PIC X(85).

           02 NWK-CASH REDEFINES NWK-DATA.
               03 NWC-DATE PIC 9(08).
               03 FILLER PIC X.
               03 NWC-TIME PIC 9(08).
               03 FILLER PIC X.
               03 NWC-DRAWER PIC X(04).
               03 FILLER PIC X.
               03 NWC-PLAYER PIC X(10).
               03 FILLER PIC X.
               03 NWC-TYPE PIC X(03).
               03 FILLER PIC X.
               03 NWC-AMOUNT PIC 9(08)V99.
               03 FILLER PIC X.
               03 NWC-REF PIC X(12).
               03 FILLER PIC X.
               03 NWC-STAFF PIC X(10).
               03 FILLER PIC X(105).

           02 NWK-SIDE REDEFINES NWK-DATA.
               03 NWS-DATE PIC 9(08).
               03 FILLER PIC X.
               03 NWS-TIME PIC 9(08).
               03 FILLER PIC X.
               03 NWS-PLAYER PIC X(10).
               03 FILLER PIC X.
               03 NWS-GAME PIC X(10).
               03 FILLER PIC X.
               03 NWS-TYPE PIC X(03).
               03 FILLER PIC X.
               03 NWS-AMOUNT PIC 9(08)V99.
               03 FILLER PIC X.
               03 NWS-RANK PIC 9(02).
               03 FILLER PIC X.
               03 NWS-SEED PIC 9(09).
               03 FILLER PIC X(110).

           02 NWK-BBL REDEFINES NWK-DATA.
               03 NWB-DATE PIC 9(08).
               03 FILLER PIC X.
               03 NWB-TIME PIC 9(08).
               03 FILLER PIC X.
               03 NWB-PLAYER PIC X(10).
               03 FILLER PIC X.
               03 NWB-TYPE PIC X(03).
               03 FILLER PIC X.
               03 NWB-AMOUNT PIC 9(08)V99.
               03 FILLER PIC X.
               03 NWB-SEED PIC 9(09).
               03 FILLER PIC X(124).
