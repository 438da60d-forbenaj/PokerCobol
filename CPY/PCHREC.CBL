      *Pending house settings changes CPY\PENDING.CFG -- one record
      *per change made at a settings console, numbered off the PCN
      *house counter: the house record it replaces (key and the
      *whole new record image, with room for the layout to grow),
      *the setting's name with its old and new value as the audit
      *trail shows them, the gaming date it is to take effect (zero
      *meaning as soon as it is approved), the maker and when, and
      *the status - pending, approved and waiting for its date,
      *rejected, or applied. A second supervisor-role staff id,
      *never the maker, approves or rejects it; SetPend applies
      *the approved changes once their gaming date has come

       FD PENDCHG
           LABEL RECORD STANDARD.

       01 PCH-RECORD.
           02 PCH-NO PIC 9(06).
           02 PCH-HSKEY PIC X(13).
           02 PCH-SETTING PIC X(12).
           02 PCH-OLD PIC X(10).
           02 PCH-NEW PIC X(10).
           02 PCH-EFFDATE PIC 9(08).
           02 PCH-STATUS PIC X(01).
              88 PCH-PENDING VALUE "P".
              88 PCH-APPROVED VALUE "A".
              88 PCH-REJECTED VALUE "R".
              88 PCH-APPLIED VALUE "D".
              88 PCH-INFLIGHT VALUE "P" "A".
           02 PCH-MAKER PIC X(10).
           02 PCH-MAKEDATE PIC 9(08).
           02 PCH-MAKETIME PIC 9(08).
           02 PCH-CHECKER PIC X(10).
           02 PCH-CHECKDATE PIC 9(08).
           02 PCH-CHECKTIME PIC 9(08).
           02 PCH-APPLYDATE PIC 9(08).
           02 PCH-REASON PIC X(40).
           02 PCH-IMAGE PIC X(500).
