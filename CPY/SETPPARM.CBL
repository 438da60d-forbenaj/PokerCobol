      *Parameter block for CALL "SetPend" -- function M queues a
      *change to a house settings record: the new record image as
      *the console built it, the setting's name and its old and new
      *value for the audit trail, the maker and the gaming date it
      *is to take effect (zero for as soon as it is approved). The
      *change number comes back, and verdict B when a change to the
      *same record is already waiting - one at a time per record.
      *Function A applies every approved change whose gaming date
      *has come and returns how many it applied

       01 SETP-PARMS.
           02 SETP-FUNCTION PIC X(01).
              88 SETP-MAKE VALUE "M".
              88 SETP-APPLY VALUE "A".
           02 SETP-IMAGE PIC X(500).
           02 SETP-SETTING PIC X(12).
           02 SETP-OLD PIC X(10).
           02 SETP-NEW PIC X(10).
           02 SETP-MAKER PIC X(10).
           02 SETP-EFFDATE PIC 9(08).
           02 SETP-CHANGENO PIC 9(06).
           02 SETP-APPLIED PIC 9(04).
           02 SETP-VERDICT PIC X(01).
              88 SETP-OK VALUE "Y".
              88 SETP-BUSY VALUE "B".
