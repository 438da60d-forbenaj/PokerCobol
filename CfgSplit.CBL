       IDENTIFICATION DIVISION.
       PROGRAM-ID. CfgSplit.
       SECURITY.   One-time split of the combined CPY\CONFIG.CFG
                   into the player master (CPY\CONFIG.CFG, every
                   profile's records, in the slimmer layout of
                   CPY\CONFREC.CBL) and the house settings file
                   (CPY\HOUSE.CFG, every house setting, staff
                   account, persona, counter and register, in the
                   layout of CPY\HOUSEREC.CBL). The combined
                   915-byte file carried every field for every
                   record type, so a bankroll row dragged a
                   voucher's and a persona's fields behind it and
                   every sweep of the profiles waded through the
                   house rows. This utility reads the file with its
                   PREVIOUS combined layout, unloads it to a flat
                   staging file that survives a crash mid-run, then
                   routes each record by its type
                   (CPY\HOUSETYP.CBL) and rebuilds both files,
                   moving every field that belongs to the record's
                   new home across individually. A run that finds
                   the house file already holding records refuses,
                   since the player master is then in the new
                   layout and must not be read as the old one.
                   Upgrade order: close the floor on the old build
                   with no hand in flight and the settlement
                   journal empty, run this once, then start the new
                   build - and only take CfgBack generations after
                   splitting, since its backups use the current
                   layouts. A floor still on the layout before the
                   combined one runs CfgMig instead, which splits on
                   the way.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONFOLD
            ASSIGN TO
             "CPY\CONFIG.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD CMB-KEY.

           SELECT OPTIONAL CONFIG
            ASSIGN TO
             "CPY\CONFIG.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD FD-KEY.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

           SELECT CFGSTAGE
            ASSIGN TO
             "CPY\CONFSPL.TMP"
             ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The PREVIOUS 915-byte combined CONFIG record, exactly as the
      *old build wrote it -- player and house fields side by side

       FD CONFOLD
           LABEL RECORD STANDARD.

       01 CMB-RECORD.
           02 CMB-KEY.
               03 CMB-OPTION PIC X(03).
               03 CMB-PLAYER PIC X(10).
           02 CMB-MINIMUM PIC 9(04)V99.
           02 CMB-BANKROLL PIC 9(08)V99.
           02 CMB-JACKPOT PIC 9(08)V99.
           02 CMB-MAXDISCARDS PIC 9(01).
           02 CMB-DIFFICULTY PIC 9(01).
           02 CMB-SUPERVISORPIN PIC 9(04).
           02 CMB-HANDSPLAYED PIC 9(04).
           02 CMB-FEEDBACKFX PIC 9(01).
           02 CMB-BETSTRUCTURE PIC 9(01).
           02 CMB-FIXEDRAISE PIC 9(04)V99.
           02 CMB-REBUYAMOUNT PIC 9(08)V99.
           02 CMB-PLAYERWINS PIC 9(03).
           02 CMB-CPUWINS PIC 9(03).
           02 CMB-PLAYERDRAW PIC 9(02).
           02 CMB-CPUDRAW PIC 9(02).
           02 CMB-TOURBUYIN PIC 9(08)V99.
           02 CMB-RAKEPCT PIC 9(02).
           02 CMB-RAKECAP PIC 9(04)V99.
           02 CMB-LOSSCAP PIC 9(08)V99.
           02 CMB-HANDSCAP PIC 9(04).
           02 CMB-LOCKEDUNTIL PIC 9(08).
           02 CMB-HANDFREQ.
               03 CMB-HANDFREQ-ENTRY PIC 9(05) OCCURS 10 TIMES.
           02 CMB-BESTRANK PIC 9(02).
           02 CMB-BESTDATE PIC 9(08).
           02 CMB-PLAYERPIN PIC 9(04).
           02 CMB-COMPPOINTS PIC 9(08).
           02 CMB-TAXTHRESHOLD PIC 9(08)V99.
           02 CMB-TAXNAME PIC X(30).
           02 CMB-TAXID PIC X(15).
           02 CMB-ODDSHELP PIC 9(01).
           02 CMB-AGGRESSION PIC 9(01).
           02 CMB-BLUFFRATE PIC 9(01).
           02 CMB-FOLDRANK PIC 9(02).
           02 CMB-RIVALS.
               03 CMB-RIVAL-ENTRY OCCURS 5 TIMES.
                   04 CMB-RIVAL-NAME PIC X(10).
                   04 CMB-RIVAL-WINS PIC 9(05).
                   04 CMB-RIVAL-LOSSES PIC 9(05).
           02 CMB-BBQRANK PIC 9(02).
           02 CMB-BBSKIM PIC 9(01).
           02 CMB-STAFFPIN PIC 9(04).
           02 CMB-STAFFROLE PIC X(01).
           02 CMB-RECEIPTNO PIC 9(06).
           02 CMB-GLACCTS.
               03 CMB-GLACCT PIC X(08) OCCURS 5 TIMES.
           02 CMB-PROMODOW PIC 9(01).
           02 CMB-PROMOFROM PIC 9(04).
           02 CMB-PROMOTO PIC 9(04).
           02 CMB-LEAGUEPCT PIC 9(02).
           02 CMB-ALERTJKP PIC 9(08)V99.
           02 CMB-ALERTLOSS PIC 9(08)V99.
           02 CMB-ALERTDRIFT PIC 9(06)V99.
           02 CMB-SIDEMAX PIC 9(04)V99.
           02 CMB-SIDEPAY.
               03 CMB-SIDEPAY-ENTRY PIC 9(03) OCCURS 10 TIMES.
           02 CMB-CUTOVER PIC 9(04).
           02 CMB-LASTPLAY PIC 9(08).
           02 CMB-DORMDAYS PIC 9(04).
           02 CMB-CTRLIMIT PIC 9(08)V99.
           02 CMB-CTRBAND PIC 9(02).
           02 CMB-CTRPLAY PIC 9(03).
           02 CMB-CTRCOUNT PIC 9(02).
           02 CMB-CREDITLIMIT PIC 9(08)V99.
           02 CMB-MARKEROUT PIC 9(08)V99.
           02 CMB-CREDITBY PIC X(10).
           02 CMB-CREDITDATE PIC 9(08).
           02 CMB-TIER PIC 9(01).
           02 CMB-TIERDATE PIC 9(08).
           02 CMB-TIERMONTH PIC 9(04).
           02 CMB-TIERGRACE PIC 9(01).
           02 CMB-TIERTAB.
               03 CMB-TIER-ENTRY OCCURS 3 TIMES.
                   04 CMB-TIER-RAKE PIC 9(06)V99.
                   04 CMB-TIER-HANDS PIC 9(05).
                   04 CMB-TIER-MULT PIC 9(01)V9.
           02 CMB-ADDRESS1 PIC X(30).
           02 CMB-ADDRESS2 PIC X(30).
           02 CMB-PHONE PIC X(15).
           02 CMB-EMAIL PIC X(40).
           02 CMB-OPTIN PIC X(01).
           02 CMB-OPTINDATE PIC 9(08).
           02 CMB-VCHHOLDER PIC X(10).
           02 CMB-VCHAMOUNT PIC 9(08)V99.
           02 CMB-VCHISSUED PIC 9(08).
           02 CMB-VCHEXPIRES PIC 9(08).
           02 CMB-VCHSTATUS PIC X(01).
           02 CMB-VCHSTATDATE PIC 9(08).
           02 CMB-VCHREDEEMBY PIC X(10).
           02 CMB-TAXKEEP PIC 9(02).
           02 CMB-PSEUDONYM PIC X(10).
           02 CMB-ERASEBY PIC X(10).
           02 CMB-ERASEDATE PIC 9(08).
           02 CMB-RFWGEN PIC 9(08).
           02 CMB-RFWDATE PIC 9(08).
           02 CMB-RFWTIME PIC 9(08).
           02 CMB-KYCSTATUS PIC X(01).
           02 CMB-KYCDOCTYPE PIC X(10).
           02 CMB-KYCDOCEXP PIC 9(08).
           02 CMB-KYCSTAFF PIC X(10).
           02 CMB-KYCDATE PIC 9(08).
           02 CMB-KYCDEPOSITS PIC 9(10)V99.
           02 CMB-KYCBIGWIN PIC 9(08)V99.
           02 CMB-KYCLIMIT PIC 9(08)V99.
           02 CMB-KYCWARNPCT PIC 9(02).
           02 CMB-KYCEXPDAYS PIC 9(03).

           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

       FD CFGSTAGE
           LABEL RECORD STANDARD.

       01 CFGSTAGE-RECORD PIC X(1000).

       WORKING-STORAGE SECTION.

       01 WK-DONE PIC 9.
       01 WK-EOF PIC X VALUE "N".
          88 WK-FILE-EOF VALUE "Y".

       01 WK-CFGCOUNT PIC 9(06) VALUE 0.
       01 WK-PLAYBACK PIC 9(06) VALUE 0.
       01 WK-HOUSEBACK PIC 9(06) VALUE 0.
       01 WK-SPLITBACK PIC 9(06) VALUE 0.

           COPY "CPY\HOUSETYP.CBL".

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY "Splitting CONFIG.CFG into the player master and "
              "HOUSE.CFG".

           PERFORM 0500-CHECK-NOT-SPLIT.
           IF RETURN-CODE NOT = 0
              PERFORM 9999-EXIT THRU 9999-EXIT-EXIT
           END-IF.

           PERFORM 1000-UNLOAD-OLD-CONFIG.
           PERFORM 2000-REBUILD-CONFIG.

           COMPUTE WK-SPLITBACK = WK-PLAYBACK + WK-HOUSEBACK.
           DISPLAY "Player records written:   " WK-PLAYBACK.
           DISPLAY "House records written:    " WK-HOUSEBACK.
           DISPLAY "Records split:            " WK-SPLITBACK
              " of " WK-CFGCOUNT.
           IF WK-SPLITBACK = WK-CFGCOUNT
              DISPLAY "Split complete - start the new build"
           ELSE
              DISPLAY "COUNTS DIFFER - do not open the floor, the "
                 "staging file holds the unloaded records"
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.

      *A house file with anything in it means the split has already
      *run -- reading the player master with the combined layout
      *then would scramble every profile

       0500-CHECK-NOT-SPLIT.

           OPEN INPUT HOUSE.
           READ HOUSE NEXT
              AT END
                 CONTINUE
              NOT AT END
                 DISPLAY "HOUSE.CFG already holds house records - "
                    "CONFIG.CFG has been split, nothing done"
                 MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE HOUSE.

       1000-UNLOAD-OLD-CONFIG.

           OPEN INPUT CONFOLD.
           OPEN OUTPUT CFGSTAGE.
           MOVE 0 TO WK-DONE.
           PERFORM 1100-UNLOAD-ONE-CONFIG
              UNTIL WK-DONE = 1.
           CLOSE CONFOLD.
           CLOSE CFGSTAGE.

       1100-UNLOAD-ONE-CONFIG.

           READ CONFOLD NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 ADD 1 TO WK-CFGCOUNT
                 MOVE SPACES TO CFGSTAGE-RECORD
                 MOVE CMB-RECORD TO CFGSTAGE-RECORD
                 WRITE CFGSTAGE-RECORD
           END-READ.

      *Rebuild -- the house settings, staff, personas, counters and
      *registers go to the house file and every profile's records
      *to the player master, each taking only the fields its new
      *layout still has; the fields left behind belonged to the
      *other file's record types and were never set on this one

       2000-REBUILD-CONFIG.

           OPEN INPUT CFGSTAGE.
           OPEN OUTPUT CONFIG.
           OPEN OUTPUT HOUSE.
           MOVE "N" TO WK-EOF.
           PERFORM 2100-REBUILD-ONE-CONFIG
              UNTIL WK-FILE-EOF.
           CLOSE CFGSTAGE.
           CLOSE CONFIG.
           CLOSE HOUSE.

       2100-REBUILD-ONE-CONFIG.

           READ CFGSTAGE
              AT END
                 SET WK-FILE-EOF TO TRUE
              NOT AT END
                 MOVE CFGSTAGE-RECORD (1:915) TO CMB-RECORD
                 MOVE CMB-OPTION TO HT-TYPE
                 IF HT-HOUSE-TYPE
                    PERFORM 2300-BUILD-HOUSE
                 ELSE
                    PERFORM 2200-BUILD-PLAYER
                 END-IF
           END-READ.

       2200-BUILD-PLAYER.

           MOVE SPACES TO FD-CONFIG.
           MOVE CMB-KEY TO FD-KEY.
           MOVE CMB-MINIMUM TO FD-MINIMUM.
           MOVE CMB-BANKROLL TO FD-BANKROLL.
           MOVE CMB-HANDSPLAYED TO FD-HANDSPLAYED.
           MOVE CMB-PLAYERWINS TO FD-PLAYERWINS.
           MOVE CMB-CPUWINS TO FD-CPUWINS.
           MOVE CMB-PLAYERDRAW TO FD-PLAYERDRAW.
           MOVE CMB-CPUDRAW TO FD-CPUDRAW.
           MOVE CMB-LOSSCAP TO FD-LOSSCAP.
           MOVE CMB-HANDSCAP TO FD-HANDSCAP.
           MOVE CMB-LOCKEDUNTIL TO FD-LOCKEDUNTIL.
           MOVE CMB-HANDFREQ TO FD-HANDFREQ.
           MOVE CMB-BESTRANK TO FD-BESTRANK.
           MOVE CMB-BESTDATE TO FD-BESTDATE.
           MOVE CMB-PLAYERPIN TO FD-PLAYERPIN.
           MOVE CMB-COMPPOINTS TO FD-COMPPOINTS.
           MOVE CMB-TAXNAME TO FD-TAXNAME.
           MOVE CMB-TAXID TO FD-TAXID.
           MOVE CMB-ODDSHELP TO FD-ODDSHELP.
           MOVE CMB-RIVALS TO FD-RIVALS.
           MOVE CMB-LASTPLAY TO FD-LASTPLAY.
           MOVE CMB-CREDITLIMIT TO FD-CREDITLIMIT.
           MOVE CMB-MARKEROUT TO FD-MARKEROUT.
           MOVE CMB-CREDITBY TO FD-CREDITBY.
           MOVE CMB-CREDITDATE TO FD-CREDITDATE.
           MOVE CMB-TIER TO FD-TIER.
           MOVE CMB-TIERDATE TO FD-TIERDATE.
           MOVE CMB-TIERMONTH TO FD-TIERMONTH.
           MOVE CMB-TIERGRACE TO FD-TIERGRACE.
           MOVE CMB-ADDRESS1 TO FD-ADDRESS1.
           MOVE CMB-ADDRESS2 TO FD-ADDRESS2.
           MOVE CMB-PHONE TO FD-PHONE.
           MOVE CMB-EMAIL TO FD-EMAIL.
           MOVE CMB-OPTIN TO FD-OPTIN.
           MOVE CMB-OPTINDATE TO FD-OPTINDATE.
           MOVE CMB-PSEUDONYM TO FD-PSEUDONYM.
           MOVE CMB-KYCSTATUS TO FD-KYCSTATUS.
           MOVE CMB-KYCDOCTYPE TO FD-KYCDOCTYPE.
           MOVE CMB-KYCDOCEXP TO FD-KYCDOCEXP.
           MOVE CMB-KYCSTAFF TO FD-KYCSTAFF.
           MOVE CMB-KYCDATE TO FD-KYCDATE.
           MOVE CMB-KYCDEPOSITS TO FD-KYCDEPOSITS.
           MOVE CMB-KYCBIGWIN TO FD-KYCBIGWIN.
           WRITE FD-CONFIG
              INVALID KEY
                 DISPLAY "Duplicate CONFIG key skipped [" FD-KEY "]"
              NOT INVALID KEY
                 ADD 1 TO WK-PLAYBACK
           END-WRITE.

       2300-BUILD-HOUSE.

           MOVE SPACES TO HS-CONFIG.
           MOVE CMB-KEY TO HS-KEY.
           MOVE CMB-MINIMUM TO HS-MINIMUM.
           MOVE CMB-JACKPOT TO HS-JACKPOT.
           MOVE CMB-MAXDISCARDS TO HS-MAXDISCARDS.
           MOVE CMB-DIFFICULTY TO HS-DIFFICULTY.
           MOVE CMB-SUPERVISORPIN TO HS-SUPERVISORPIN.
           MOVE CMB-FEEDBACKFX TO HS-FEEDBACKFX.
           MOVE CMB-BETSTRUCTURE TO HS-BETSTRUCTURE.
           MOVE CMB-FIXEDRAISE TO HS-FIXEDRAISE.
           MOVE CMB-REBUYAMOUNT TO HS-REBUYAMOUNT.
           MOVE CMB-TOURBUYIN TO HS-TOURBUYIN.
           MOVE CMB-RAKEPCT TO HS-RAKEPCT.
           MOVE CMB-RAKECAP TO HS-RAKECAP.
           MOVE CMB-TAXTHRESHOLD TO HS-TAXTHRESHOLD.
           MOVE CMB-AGGRESSION TO HS-AGGRESSION.
           MOVE CMB-BLUFFRATE TO HS-BLUFFRATE.
           MOVE CMB-FOLDRANK TO HS-FOLDRANK.
           MOVE CMB-BBQRANK TO HS-BBQRANK.
           MOVE CMB-BBSKIM TO HS-BBSKIM.
           MOVE CMB-STAFFPIN TO HS-STAFFPIN.
           MOVE CMB-STAFFROLE TO HS-STAFFROLE.
           MOVE CMB-RECEIPTNO TO HS-RECEIPTNO.
           MOVE CMB-GLACCTS TO HS-GLACCTS.
           MOVE CMB-PROMODOW TO HS-PROMODOW.
           MOVE CMB-PROMOFROM TO HS-PROMOFROM.
           MOVE CMB-PROMOTO TO HS-PROMOTO.
           MOVE CMB-LEAGUEPCT TO HS-LEAGUEPCT.
           MOVE CMB-ALERTJKP TO HS-ALERTJKP.
           MOVE CMB-ALERTLOSS TO HS-ALERTLOSS.
           MOVE CMB-ALERTDRIFT TO HS-ALERTDRIFT.
           MOVE CMB-SIDEMAX TO HS-SIDEMAX.
           MOVE CMB-SIDEPAY TO HS-SIDEPAY.
           MOVE CMB-CUTOVER TO HS-CUTOVER.
           MOVE CMB-DORMDAYS TO HS-DORMDAYS.
           MOVE CMB-CTRLIMIT TO HS-CTRLIMIT.
           MOVE CMB-CTRBAND TO HS-CTRBAND.
           MOVE CMB-CTRPLAY TO HS-CTRPLAY.
           MOVE CMB-CTRCOUNT TO HS-CTRCOUNT.
           MOVE CMB-TIERTAB TO HS-TIERTAB.
           MOVE CMB-VCHHOLDER TO HS-VCHHOLDER.
           MOVE CMB-VCHAMOUNT TO HS-VCHAMOUNT.
           MOVE CMB-VCHISSUED TO HS-VCHISSUED.
           MOVE CMB-VCHEXPIRES TO HS-VCHEXPIRES.
           MOVE CMB-VCHSTATUS TO HS-VCHSTATUS.
           MOVE CMB-VCHSTATDATE TO HS-VCHSTATDATE.
           MOVE CMB-VCHREDEEMBY TO HS-VCHREDEEMBY.
           MOVE CMB-TAXKEEP TO HS-TAXKEEP.
           MOVE CMB-ERASEBY TO HS-ERASEBY.
           MOVE CMB-ERASEDATE TO HS-ERASEDATE.
           MOVE CMB-RFWGEN TO HS-RFWGEN.
           MOVE CMB-RFWDATE TO HS-RFWDATE.
           MOVE CMB-RFWTIME TO HS-RFWTIME.
           MOVE CMB-KYCLIMIT TO HS-KYCLIMIT.
           MOVE CMB-KYCWARNPCT TO HS-KYCWARNPCT.
           MOVE CMB-KYCEXPDAYS TO HS-KYCEXPDAYS.
           WRITE HS-CONFIG
              INVALID KEY
                 DISPLAY "Duplicate HOUSE key skipped [" HS-KEY "]"
              NOT INVALID KEY
                 ADD 1 TO WK-HOUSEBACK
           END-WRITE.

       9999-EXIT.

       9999-EXIT-EXIT.

           GOBACK.
