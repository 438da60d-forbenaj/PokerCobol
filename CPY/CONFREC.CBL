      *CONFIG indexed-file record -- the player master. Every record
      *in CPY\CONFIG.CFG belongs to one profile and is keyed by the
      *profile name behind its record type; the house settings, the
      *staff accounts and the CPU personas live in CPY\HOUSE.CFG
      *(CPY\HOUSEREC.CBL) so a sweep for BAN or STA rows never wades
      *through them and none of them carries a player's fields. The
      *logical record types are told apart by FD-OPTION -- "BID"
      *(this player's minimum bid), "BANK" (per-player bankroll),
      *"HPS" (hands played last session), "STA" (per-player
      *cumulative win/loss/tie record), "LSL"/"SSL" (per-player
      *daily loss cap and hands-per-session cap, zero meaning no
      *limit), "LCK" (responsible-gaming lockout, holding the date
      *through which the profile stays locked), "HFQ" (per-player
      *hand-frequency tally: how often each of the ten hand
      *categories has been made, plus the best-ever category and the
      *date it happened), "PPN" (optional per-profile login PIN,
      *zero meaning no PIN is set, with the wrong entries made
      *against it since the last good one, the lockout flag and
      *date once they reached the PNP limit, and the date the PIN
      *was last set, from which it ages), "CMP" (per-player
      *comp-point balance, accrued from the rake and redeemed at the
      *counter),
      *"ODD" (per-player outs-and-odds helper toggle for the Hold
      *'em bet prompt, zero meaning off), "TID" (per-player identity
      *details for the reportable-win paperwork - legal name and tax
      *reference), "H2H" (per-player head-to-head record against
      *each named persona, up to five rivals per profile), "LAC"
      *(per-player last-activity stamp: the gaming date the profile
      *last settled a hand, maintained by the game so dormant
      *balances can finally be found), "MKL" (per-player marker
      *credit line: the limit a supervisor granted, who granted it
      *and when, and the markers outstanding against it), "TIR"
      *(per-player loyalty tier: the tier held - 1 Bronze, 2 Silver,
      *3 Gold - the date it was last qualified for, the last month
      *the monthly tier close judged, and the grace flag set when a
      *month's play fell short and the drop was put off a month),
      *"CTC" (per-player contact details, kept by ProfAdm: two
      *address lines, phone, e-mail, and the marketing opt-in flag
      *Y/N with the date it was last given or withdrawn), "ERQ" (an
      *erasure under way, holding the pseudonym the profile was
      *given, so an interrupted run picks the same one up again; it
      *goes when the erasure completes), "KYC" (per-player identity
      *verification: the status - U unverified, P pending, V
      *verified, E expired - the document type seen, its expiry
      *date, the staff id that verified it and when, plus the
      *running total of deposits taken at the counter and the
      *largest single jackpot payout, which together decide when
      *verification becomes compulsory)

       FD CONFIG
           LABEL RECORD STANDARD.
               03 FD-PLAYER PIC X(10).
           02 FD-MINIMUM PIC 9(04)V99.
           02 FD-BANKROLL PIC 9(08)V99.
           02 FD-HANDSPLAYED PIC 9(04).
           02 FD-PLAYERWINS PIC 9(03).
           02 FD-CPUWINS PIC 9(03).
           02 FD-PLAYERDRAW PIC 9(02).
           02 FD-CPUDRAW PIC 9(02).
           02 FD-LOSSCAP PIC 9(08)V99.
           02 FD-HANDSCAP PIC 9(04).
           02 FD-LOCKEDUNTIL PIC 9(08).
           02 FD-BESTDATE PIC 9(08).
           02 FD-PLAYERPIN PIC 9(04).
           02 FD-COMPPOINTS PIC 9(08).
           02 FD-TAXNAME PIC X(30).
           02 FD-TAXID PIC X(15).
           02 FD-ODDSHELP PIC 9(01).

      *H2H rivals -- this player's lifetime score against up to
      *five named personas

                   04 FD-RIVAL-NAME PIC X(10).
                   04 FD-RIVAL-WINS PIC 9(05).
                   04 FD-RIVAL-LOSSES PIC 9(05).
           02 FD-LASTPLAY PIC 9(08).
           02 FD-CREDITLIMIT PIC 9(08)V99.
           02 FD-MARKEROUT PIC 9(08)V99.
           02 FD-CREDITBY PIC X(10).
           02 FD-CREDITDATE PIC 9(08).
           02 FD-TIER PIC 9(01).
           02 FD-TIERDATE PIC 9(08).
           02 FD-TIERMONTH PIC 9(04).
           02 FD-TIERGRACE PIC 9(01).
           02 FD-ADDRESS1 PIC X(30).
           02 FD-ADDRESS2 PIC X(30).
           02 FD-PHONE PIC X(15).
           02 FD-EMAIL PIC X(40).
           02 FD-OPTIN PIC X(01).
           02 FD-OPTINDATE PIC 9(08).
           02 FD-PSEUDONYM PIC X(10).
           02 FD-KYCSTATUS PIC X(01).
           02 FD-KYCDOCTYPE PIC X(10).
           02 FD-KYCDOCEXP PIC 9(08).
           02 FD-KYCSTAFF PIC X(10).
           02 FD-KYCDATE PIC 9(08).
           02 FD-KYCDEPOSITS PIC 9(10)V99.
           02 FD-KYCBIGWIN PIC 9(08)V99.
           02 FD-PINFAILS PIC 9(02).
           02 FD-PINLOCK PIC X(01).
           02 FD-PINLOCKDATE PIC 9(08).
           02 FD-PINSET PIC 9(08).
