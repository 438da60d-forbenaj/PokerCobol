      *Which file a record type lives in -- the types listed here
      *are house settings, staff, personas, counters and registers
      *and belong in CPY\HOUSE.CFG; every other type is a profile's
      *and belongs in the player master CPY\CONFIG.CFG. Move the
      *type to HT-TYPE and test HT-HOUSE-TYPE

       01 HT-TYPE PIC X(03).
          88 HT-HOUSE-TYPE VALUE "JKP" "MDS" "DIF" "PIN" "FX "
                                 "BST" "FXR" "RBY" "TBI" "RKP"
                                 "RKC" "LOW" "MED" "HGH" "TXT"
                                 "CPN" "BBJ" "BBQ" "BBS" "STF"
                                 "RCT" "GLA" "PRM" "LGP" "ALT"
                                 "SBT" "GDC" "DRM" "CTR" "MKN"
                                 "GLM" "TRT" "VCH" "VCN" "ERT"
                                 "ERN" "ERA" "RFW" "KYT" "SIT"
                                 "DSN" "DSD" "PNP" "PCN" "TKP"
                                 "GLT".
