      *HOUSE indexed-file record -- the house settings file
      *CPY\HOUSE.CFG, split out of CONFIG so a setting no longer
      *carries a player's fields and the player master holds nothing
      *but profiles (see CPY\CONFREC.CBL). Keyed the way CONFIG is:
      *the record type, then spaces for a house-wide setting or the
      *name the record belongs to - a staff id, a persona, a voucher
      *or promotion number, a pseudonym. Record types, told apart by
      *HS-OPTION -- "JKP" (house jackpot), "MDS" (max discards),
      *"DIF" (CPU difficulty), "PIN" (supervisor PIN gating the
      *CHEAT hand), "FX" (win/loss/jackpot fanfare toggle), "BST"
      *(betting structure, pot-limit or fixed-limit), "FXR"
      *(fixed-limit raise amount), "RBY" (rebuy top-up amount), "TBI"
      *(tournament buy-in), "RKP"/"RKC" (house rake percent and
      *cap), "LOW"/"MED"/"HGH" (the three stakes tiers' minimum
      *bids, riding in HS-MINIMUM), "TXT" (reportable-win threshold
      *a jackpot payout must reach before the tax paperwork is
      *owed), "CPN" (named CPU persona, keyed by the persona's name:
      *its aggression, bluff rate and fold tendency, read per seat
      *by the CPU decision logic in place of the single house-wide
      *difficulty), "BBJ" (bad-beat pool balance, riding in
      *HS-JACKPOT), "BBQ" (qualifying rank a losing hand must reach
      *to trigger the bad-beat pool), "BBS" (bad-beat skim on/off),
      *"STF" (named staff account keyed by staff id: individual PIN
      *and role S supervisor / C cashier / A auditor), "RCT"
      *(session receipt number counter), "GLA" (general-ledger
      *account-code mapping for the head-office extract: cash
      *clearing, rake revenue, jackpot expense, jackpot liability
      *and player liability accounts), "PRM" (time-banded
      *promotional rake schedule, keyed by promotion number:
      *day-of-week 0 meaning every day, from/to clock band, and the
      *promotion's own rake percent and cap riding in HS-RAKEPCT /
      *HS-RAKECAP), "LGP" (percent of the month's rake that funds
      *the league season's prize pool), "ALT" (alert thresholds:
      *jackpot balance, single-day player loss and reconciliation
      *drift that trip an alert, zero meaning that alarm is off;
      *cheat-mode entry always alerts), "SBT" (bonus side-bet
      *controls: the fixed wager's ceiling and the posted paytable
      *of multipliers per final hand category, zero meaning that
      *category pays nothing), "GDC" (gaming-day cutover clock HHMM:
      *play before it posts to the previous business date), "DRM"
      *(dormancy threshold in days past which a profile flags as an
      *escheat candidate), "CTR" (cash-reporting watch: the daily
      *cash threshold, the percent band under it that counts as
      *just under, the play a deposit must see as a percent of
      *itself before a withdrawal, and how many just-under deposits
      *in seven days make a pattern), "MKN" (marker number counter,
      *riding in HS-RECEIPTNO), "GLM" (general-ledger accounts for
      *markers, riding in the first two HS-GLACCT entries: markers
      *receivable and bad-debt expense), "TRT" (house tier table:
      *per tier the month's rake and hands a profile must reach to
      *hold it - Bronze, the floor, asks nothing - and the tier's
      *comp-earning multiplier), "VCH" (free-play voucher, keyed by
      *voucher number: the holder - a profile name, or BEARER for a
      *voucher any profile may redeem - the amount, issue and expiry
      *dates, and its status O open, R redeemed or L lapsed with the
      *date it changed and the profile that redeemed it), "VCN"
      *(voucher number counter, riding in HS-RECEIPTNO), "ERT"
      *(erasure settings: how many years a reportable-win record
      *must be kept before the profile behind it may be erased, zero
      *meaning seven), "ERN" (pseudonym counter for erased profiles,
      *riding in HS-RECEIPTNO), "ERA" (erasure register, keyed by
      *the pseudonym: the date and the supervisor who approved it -
      *the name it replaced is kept nowhere), "RFW" (roll-forward
      *marker, written by CfgRoll: the backup generation the files
      *were rolled forward from and the date and time they were
      *rolled forward to), "KYT" (verification threshold: the
      *cumulative deposits or single jackpot payout past which an
      *unverified profile is refused play and withdrawals, zero
      *meaning never, the percent of it at which the counter list
      *starts warning, and how many days ahead of a document's
      *expiry it is listed), "SIT" (this property's site code and
      *name, stamped on the day totals, the general-ledger extract
      *and the history rows so head office can consolidate more
      *than one room), "DSN" (dispute case number counter, riding in
      *HS-RECEIPTNO), "DSD" (dispute deadline: the days the
      *regulator allows from a complaint to the house's answer, and
      *how many days ahead of that deadline the aging report starts
      *flagging a case as due soon), "PNP" (PIN policy: how many
      *wrong PINs in a row lock a staff id, a profile or the shared
      *supervisor PIN, and the days a PIN may go unchanged before
      *the next sign-in must change it, zero meaning never). A
      *"STF" record and the "PIN" record also carry the wrong
      *entries made since the last good one, the lockout flag and
      *date, and the date the PIN was last set. "PCN" (pending
      *settings change number counter, riding in HS-RECEIPTNO),
      *"TKP" (dealer tip pool balance, riding in HS-JACKPOT: the
      *tokes winners leave, held until TokeDist shares them out),
      *"GLT" (general-ledger account for the tip pool liability,
      *riding in the first HS-GLACCT entry).
      *The settings records themselves are not rewritten by the
      *consoles that edit them: a change waits on CPY\PENDING.CFG
      *for a second supervisor's approval (SetPend, SetAdm)

       FD HOUSE
           LABEL RECORD STANDARD.

       01 HS-CONFIG.
           02 HS-KEY.
               03 HS-OPTION PIC X(03).
               03 HS-PLAYER PIC X(10).
           02 HS-MINIMUM PIC 9(04)V99.
           02 HS-JACKPOT PIC 9(08)V99.
           02 HS-MAXDISCARDS PIC 9(01).
           02 HS-DIFFICULTY PIC 9(01).
           02 HS-SUPERVISORPIN PIC 9(04).
           02 HS-FEEDBACKFX PIC 9(01).
           02 HS-BETSTRUCTURE PIC 9(01).
           02 HS-FIXEDRAISE PIC 9(04)V99.
           02 HS-REBUYAMOUNT PIC 9(08)V99.
           02 HS-TOURBUYIN PIC 9(08)V99.
           02 HS-RAKEPCT PIC 9(02).
           02 HS-RAKECAP PIC 9(04)V99.
           02 HS-TAXTHRESHOLD PIC 9(08)V99.

      *CPN persona style -- aggression and bluff rate are tenths
      *(0-9, chances in ten), fold tendency is the lowest hand
      *category (1-10) the persona stays in with

           02 HS-AGGRESSION PIC 9(01).
           02 HS-BLUFFRATE PIC 9(01).
           02 HS-FOLDRANK PIC 9(02).
           02 HS-BBQRANK PIC 9(02).
           02 HS-BBSKIM PIC 9(01).
           02 HS-STAFFPIN PIC 9(04).
           02 HS-STAFFROLE PIC X(01).
           02 HS-RECEIPTNO PIC 9(06).
           02 HS-GLACCTS.
               03 HS-GLACCT PIC X(08) OCCURS 5 TIMES.
           02 HS-PROMODOW PIC 9(01).
           02 HS-PROMOFROM PIC 9(04).
           02 HS-PROMOTO PIC 9(04).
           02 HS-LEAGUEPCT PIC 9(02).
           02 HS-ALERTJKP PIC 9(08)V99.
           02 HS-ALERTLOSS PIC 9(08)V99.
           02 HS-ALERTDRIFT PIC 9(06)V99.
           02 HS-SIDEMAX PIC 9(04)V99.
           02 HS-SIDEPAY.
               03 HS-SIDEPAY-ENTRY PIC 9(03) OCCURS 10 TIMES.
           02 HS-CUTOVER PIC 9(04).
           02 HS-DORMDAYS PIC 9(04).
           02 HS-CTRLIMIT PIC 9(08)V99.
           02 HS-CTRBAND PIC 9(02).
           02 HS-CTRPLAY PIC 9(03).
           02 HS-CTRCOUNT PIC 9(02).

      *TRT tier table -- the multiplier is in tenths, so 1,5 earns
      *half as many comp points again as Bronze's 1,0

           02 HS-TIERTAB.
               03 HS-TIER-ENTRY OCCURS 3 TIMES.
                   04 HS-TIER-RAKE PIC 9(06)V99.
                   04 HS-TIER-HANDS PIC 9(05).
                   04 HS-TIER-MULT PIC 9(01)V9.
           02 HS-VCHHOLDER PIC X(10).
           02 HS-VCHAMOUNT PIC 9(08)V99.
           02 HS-VCHISSUED PIC 9(08).
           02 HS-VCHEXPIRES PIC 9(08).
           02 HS-VCHSTATUS PIC X(01).
           02 HS-VCHSTATDATE PIC 9(08).
           02 HS-VCHREDEEMBY PIC X(10).
           02 HS-TAXKEEP PIC 9(02).
           02 HS-ERASEBY PIC X(10).
           02 HS-ERASEDATE PIC 9(08).
           02 HS-RFWGEN PIC 9(08).
           02 HS-RFWDATE PIC 9(08).
           02 HS-RFWTIME PIC 9(08).
           02 HS-KYCLIMIT PIC 9(08)V99.
           02 HS-KYCWARNPCT PIC 9(02).
           02 HS-KYCEXPDAYS PIC 9(03).
           02 HS-SITECODE PIC X(04).
           02 HS-SITENAME PIC X(20).
           02 HS-DSPDAYS PIC 9(03).
           02 HS-DSPWARN PIC 9(02).
           02 HS-PINFAILS PIC 9(02).
           02 HS-PINLOCK PIC X(01).
           02 HS-PINLOCKDATE PIC 9(08).
           02 HS-PINSET PIC 9(08).
           02 HS-PINMAXFAIL PIC 9(02).
           02 HS-PINAGEDAYS PIC 9(03).
