       IDENTIFICATION DIVISION.
       PROGRAM-ID. CfgCheck.
       SECURITY.   Integrity validator and repair utility for the
                   player master CPY\CONFIG.CFG and the house
                   settings file CPY\HOUSE.CFG. Scans every record
                   of both, checks each record type for in-range
                   values (difficulty 1-3, max discards 0-5,
                   betting structure 1-2, fanfare 0-1, rake at most
                   25%, stakes tiers strictly ascending) and for
                   required companions (per-player BID/STA/HPS
                   records need a BANK record, looked up by key as
                   the scan meets them, so no profile count is too
                   large to check), reports orphans
                   and corruption, and in repair mode writes the
                   same corrected defaults SPLASH's INVALID KEY
                   paths would have used. A
                   house record found in the player master, or a
                   profile's record found in the house file, is
                   reported as misfiled - CfgSplit is what moves
                   records between the two.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ACCESS DYNAMIC
             RECORD FD-KEY.

           SELECT OPTIONAL HOUSE
            ASSIGN TO
             "CPY\HOUSE.CFG"
             ORGANIZATION INDEXED
             ACCESS DYNAMIC
             RECORD HS-KEY.

       DATA DIVISION.
       FILE SECTION.
           COPY "CPY\CONFREC.CBL".

           COPY "CPY\HOUSEREC.CBL".

       WORKING-STORAGE SECTION.

       01 WK-MODE PIC X VALUE "C".
       01 WK-ERRORS PIC 9(04) VALUE 0.
       01 WK-REPAIRS PIC 9(04) VALUE 0.
       01 WK-RECORDS PIC 9(05) VALUE 0.
       01 WK-HOUSERECS PIC 9(05) VALUE 0.

           COPY "CPY\HOUSETYP.CBL".

       01 WK-LOWSTAKE PIC 9(04)V99 VALUE 0.
       01 WK-MEDSTAKE PIC 9(04)V99 VALUE 0.
       01 WK-HIGHSTAKE PIC 9(04)V99 VALUE 0.

      *Companion checking -- the key the sequential scan stood on,
      *the profile and type of the record being checked, the type
      *probed for by key, and whether the probes cleared the record
      *(its BANK record is there, or an earlier record of the same
      *profile already reported it)

       01 WK-SAVEKEY PIC X(13).
       01 WK-LOOKUP-NAME PIC X(10).
       01 WK-LOOKUP-TYPE PIC X(03).
       01 WK-PROBE-TYPE PIC X(03).
       01 WK-COMPANION PIC 9 VALUE 0.

       PROCEDURE DIVISION.


           PERFORM 2000-SCAN-RECORDS
              UNTIL WK-DONE = 1.
           CLOSE CONFIG.

           IF WK-REPAIR-MODE
              OPEN I-O HOUSE
           ELSE
              OPEN INPUT HOUSE
           END-IF.

           MOVE 0 TO WK-DONE.
           PERFORM 2600-SCAN-HOUSE
              UNTIL WK-DONE = 1.
           PERFORM 4000-CHECK-STAKES-LADDER.
           CLOSE HOUSE.
           PERFORM 5000-PRINT-VERDICT.
           PERFORM 9999-EXIT THRU 9999-EXIT-EXIT.


       2100-CHECK-RECORD.

           MOVE FD-OPTION TO HT-TYPE.
           EVALUATE FD-OPTION
              WHEN "BID"
              WHEN "STA"
              WHEN "HPS"
                 PERFORM 3000-CHECK-COMPANIONS
              WHEN "BAN"
              WHEN "LSL"
              WHEN "SSL"
              WHEN "LCK"
              WHEN "HFQ"
              WHEN "PPN"
              WHEN "CMP"
              WHEN "TID"
              WHEN "ODD"
              WHEN "H2H"
              WHEN "LAC"
              WHEN "ERQ"
                 CONTINUE
              WHEN "KYC"
                 IF FD-KYCSTATUS NOT = "U" AND FD-KYCSTATUS NOT = "P"
                       AND FD-KYCSTATUS NOT = "V"
                       AND FD-KYCSTATUS NOT = "E"
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE "U" TO FD-KYCSTATUS
                    PERFORM 2500-APPLY-REPAIR
                 END-IF
              WHEN "CTC"
                 IF FD-OPTIN NOT = "Y" AND FD-OPTIN NOT = "N"
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE "N" TO FD-OPTIN
                    PERFORM 2500-APPLY-REPAIR
                 END-IF
              WHEN "TIR"
                 IF FD-TIER < 1 OR FD-TIER > 3
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 1 TO FD-TIER
                    PERFORM 2500-APPLY-REPAIR
                 END-IF
              WHEN "MKL"
                 IF FD-CREDITLIMIT NOT NUMERIC
                       OR FD-MARKEROUT NOT NUMERIC
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 0 TO FD-CREDITLIMIT
                    PERFORM 2500-APPLY-REPAIR
                 END-IF
              WHEN OTHER
                 ADD 1 TO WK-ERRORS
                 IF HT-HOUSE-TYPE
                    DISPLAY "House record [" FD-OPTION "] key ["
                       FD-PLAYER "] misfiled in the player master"
                 ELSE
                    DISPLAY "Unknown record type [" FD-OPTION
                       "] player [" FD-PLAYER "]"
                 END-IF
           END-EVALUATE.

      *One keyed probe for the profile in WK-LOOKUP-NAME

       2300-PROBE-TYPE.

           MOVE WK-PROBE-TYPE TO FD-OPTION.
           MOVE WK-LOOKUP-NAME TO FD-PLAYER.
           READ CONFIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1 TO WK-COMPANION
           END-READ.

       2400-REPORT-BAD-VALUE.

           ADD 1 TO WK-ERRORS.
           DISPLAY "Out-of-range value in [" HT-TYPE "] record".

       2500-APPLY-REPAIR.

           IF WK-REPAIR-MODE
              REWRITE FD-CONFIG
              ADD 1 TO WK-REPAIRS
              DISPLAY "  ...repaired with default"
           END-IF.

      *The house settings file -- every type here is range-checked
      *the same way, and a profile's record is flagged as misfiled

       2600-SCAN-HOUSE.

           READ HOUSE NEXT
              AT END
                 MOVE 1 TO WK-DONE
              NOT AT END
                 ADD 1 TO WK-HOUSERECS
                 PERFORM 2700-CHECK-HOUSE-RECORD
           END-READ.

       2700-CHECK-HOUSE-RECORD.

           MOVE HS-OPTION TO HT-TYPE.
           EVALUATE HS-OPTION
              WHEN "DIF"
                 IF HS-DIFFICULTY < 1 OR HS-DIFFICULTY > 3
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 2 TO HS-DIFFICULTY
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "MDS"
                 IF HS-MAXDISCARDS > 5
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 3 TO HS-MAXDISCARDS
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "BST"
                 IF HS-BETSTRUCTURE < 1 OR HS-BETSTRUCTURE > 2
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 1 TO HS-BETSTRUCTURE
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "FX"
                 IF HS-FEEDBACKFX > 1
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 1 TO HS-FEEDBACKFX
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "RKP"
                 IF HS-RAKEPCT > 25
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 5 TO HS-RAKEPCT
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "LOW"
                 MOVE HS-MINIMUM TO WK-LOWSTAKE
              WHEN "MED"
                 MOVE HS-MINIMUM TO WK-MEDSTAKE
              WHEN "HGH"
                 MOVE HS-MINIMUM TO WK-HIGHSTAKE
              WHEN "PIN"
                 IF HS-SUPERVISORPIN NOT NUMERIC
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 1234 TO HS-SUPERVISORPIN
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "JKP"
              WHEN "FXR"
              WHEN "RBY"
              WHEN "TBI"
              WHEN "RKC"
              WHEN "TXT"
              WHEN "CPN"
              WHEN "BBJ"
              WHEN "BBS"
              WHEN "RCT"
              WHEN "LGP"
              WHEN "ALT"
              WHEN "SBT"
              WHEN "DRM"
              WHEN "MKN"
              WHEN "GLM"
              WHEN "VCN"
              WHEN "ERN"
              WHEN "DSN"
              WHEN "PCN"
              WHEN "TKP"
              WHEN "GLT"
              WHEN "ERA"
              WHEN "TRT"
                 CONTINUE
              WHEN "ERT"
                 IF HS-TAXKEEP NOT NUMERIC
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 0 TO HS-TAXKEEP
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "RFW"
                 IF HS-RFWGEN NOT NUMERIC
                       OR HS-RFWDATE NOT NUMERIC
                       OR HS-RFWTIME NOT NUMERIC
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 0 TO HS-RFWGEN
                    MOVE 0 TO HS-RFWDATE
                    MOVE 0 TO HS-RFWTIME
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "KYT"
                 IF HS-KYCLIMIT NOT NUMERIC
                       OR HS-KYCWARNPCT NOT NUMERIC
                       OR HS-KYCEXPDAYS NOT NUMERIC
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 3000 TO HS-KYCLIMIT
                    MOVE 80 TO HS-KYCWARNPCT
                    MOVE 30 TO HS-KYCEXPDAYS
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "VCH"
                 IF HS-VCHSTATUS NOT = "O" AND HS-VCHSTATUS NOT = "R"
                       AND HS-VCHSTATUS NOT = "L"
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE "O" TO HS-VCHSTATUS
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "DSD"
                 IF HS-DSPDAYS NOT NUMERIC OR HS-DSPDAYS = 0
                       OR HS-DSPWARN NOT NUMERIC
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 10 TO HS-DSPDAYS
                    MOVE 2 TO HS-DSPWARN
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "PNP"
                 IF HS-PINMAXFAIL NOT NUMERIC OR HS-PINMAXFAIL = 0
                       OR HS-PINAGEDAYS NOT NUMERIC
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 3 TO HS-PINMAXFAIL
                    MOVE 90 TO HS-PINAGEDAYS
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "SIT"
                 IF HS-SITECODE = SPACES
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE "MAIN" TO HS-SITECODE
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "GDC"
                 IF HS-CUTOVER > 2359
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 0600 TO HS-CUTOVER
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "PRM"
                 IF HS-PROMODOW > 7 OR HS-RAKEPCT > 25
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 0 TO HS-PROMODOW
                    MOVE 5 TO HS-RAKEPCT
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "STF"
                 IF HS-STAFFROLE NOT = "S"
                       AND HS-STAFFROLE NOT = "C"
                       AND HS-STAFFROLE NOT = "A"
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE "A" TO HS-STAFFROLE
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "CTR"
                 IF HS-CTRBAND > 50 OR HS-CTRCOUNT < 2
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 10 TO HS-CTRBAND
                    MOVE 3 TO HS-CTRCOUNT
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN "BBQ"
                 IF HS-BBQRANK > 10
                    PERFORM 2400-REPORT-BAD-VALUE
                    MOVE 7 TO HS-BBQRANK
                    PERFORM 2800-APPLY-HOUSE-REPAIR
                 END-IF
              WHEN OTHER
                 ADD 1 TO WK-ERRORS
                 DISPLAY "Record type [" HS-OPTION "] key ["
                    HS-PLAYER "] does not belong in the house file"
           END-EVALUATE.

       2800-APPLY-HOUSE-REPAIR.

           IF WK-REPAIR-MODE
              REWRITE HS-CONFIG
              ADD 1 TO WK-REPAIRS
              DISPLAY "  ...repaired with default"
           END-IF.

      *A per-player BID, STA or HPS record with no BANK record
      *underneath it is an orphan -- repair mode gives the profile
      *the same $1000 starting BANK a fresh SPLASH login would. The
      *file is keyed type first, so the scan meets a profile's BID,
      *HPS and STA records in that order; the profile is reported
      *on the first of them only, and once the BANK record is
      *written the later ones find it. The keyed probes move the
      *file off the scan's place, so the scan is put back just past
      *the record it stood on

       3000-CHECK-COMPANIONS.

           MOVE FD-KEY TO WK-SAVEKEY.
           MOVE FD-OPTION TO WK-LOOKUP-TYPE.
           MOVE FD-PLAYER TO WK-LOOKUP-NAME.
           MOVE 0 TO WK-COMPANION.
           MOVE "BAN" TO WK-PROBE-TYPE.
           PERFORM 2300-PROBE-TYPE.
           IF WK-COMPANION = 0 AND WK-LOOKUP-TYPE NOT = "BID"
              MOVE "BID" TO WK-PROBE-TYPE
              PERFORM 2300-PROBE-TYPE
           END-IF.
           IF WK-COMPANION = 0 AND WK-LOOKUP-TYPE = "STA"
              MOVE "HPS" TO WK-PROBE-TYPE
              PERFORM 2300-PROBE-TYPE
           END-IF.

           IF WK-COMPANION = 0
              ADD 1 TO WK-ERRORS
              DISPLAY "Orphan records for player ["
                 WK-LOOKUP-NAME "] - no BANK record"
              IF WK-REPAIR-MODE
                 MOVE "BAN" TO FD-OPTION
                 MOVE WK-LOOKUP-NAME TO FD-PLAYER
                 MOVE 1000 TO FD-BANKROLL
                 WRITE FD-CONFIG
                    INVALID KEY CONTINUE
                 END-WRITE
                 ADD 1 TO WK-REPAIRS
                 DISPLAY "  ...BANK record created at 1000"
              END-IF
           END-IF.

           MOVE WK-SAVEKEY TO FD-KEY.
           START CONFIG KEY > FD-KEY
              INVALID KEY
                 MOVE 1 TO WK-DONE
           END-START.

       4000-CHECK-STAKES-LADDER.

                 DISPLAY "Stakes tiers not ascending: "
                    WK-LOWSTAKE " " WK-MEDSTAKE " " WK-HIGHSTAKE
                 IF WK-REPAIR-MODE
                    MOVE "LOW" TO HS-OPTION
                    MOVE SPACES TO HS-PLAYER
                    MOVE 10 TO HS-MINIMUM
                    REWRITE HS-CONFIG
                    MOVE "MED" TO HS-OPTION
                    MOVE 50 TO HS-MINIMUM
                    REWRITE HS-CONFIG
                    MOVE "HGH" TO HS-OPTION
                    MOVE 200 TO HS-MINIMUM
                    REWRITE HS-CONFIG
                    ADD 3 TO WK-REPAIRS
                    DISPLAY "  ...tiers reset to 10/50/200"
                 END-IF

           DISPLAY " ".
           DISPLAY "Records scanned: " WK-RECORDS.
           DISPLAY "House records:   " WK-HOUSERECS.
           DISPLAY "Problems found:  " WK-ERRORS.
           IF WK-REPAIR-MODE
              DISPLAY "Repairs applied: " WK-REPAIRS
