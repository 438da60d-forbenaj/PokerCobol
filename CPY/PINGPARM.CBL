      *Parameter block for CALL "PinGate" -- every sign-in that
      *takes a PIN passes it here instead of comparing it itself.
      *Function V checks a PIN: kind S a staff id's own, kind P a
      *profile's login PIN, kind H the shared supervisor PIN (with
      *PING-SHAREDOK N where the caller only wants the attempt
      *counted, the PIN having matched no staff account). The gate
      *answers OK (a staff id's role handed back in PING-ROLE),
      *WRONG, LOCKED, NO ACCOUNT, or EXPIRED when the PIN is right
      *but older than the PNP limit - a console caller passing
      *PING-CONSOLE Y has the new PIN asked for there and then and
      *gets OK once it is changed. Function C changes a PIN (the
      *old one in PING-PIN, the new in PING-NEWPIN); function R
      *clears a lockout under the supervisor id in PING-BY, who may
      *not be the staff id being cleared; function Q only asks
      *whether an id is locked, counting nothing

       01 PING-PARMS.
           02 PING-FUNCTION PIC X(01).
              88 PING-VERIFY VALUE "V".
              88 PING-CHANGE VALUE "C".
              88 PING-RESET VALUE "R".
              88 PING-QUERY VALUE "Q".
           02 PING-KIND PIC X(01).
              88 PING-STAFF VALUE "S".
              88 PING-PROFILE VALUE "P".
              88 PING-SHARED VALUE "H".
           02 PING-ID PIC X(10).
           02 PING-PIN PIC 9(04).
           02 PING-NEWPIN PIC 9(04).
           02 PING-BY PIC X(10).
           02 PING-PROGRAM PIC X(12).
           02 PING-SHAREDOK PIC X(01) VALUE "Y".
           02 PING-CONSOLE PIC X(01) VALUE "N".
           02 PING-ROLE PIC X(01).
           02 PING-FAILS PIC 9(02).
           02 PING-VERDICT PIC X(01) VALUE SPACE.
              88 PING-OK VALUE "Y".
              88 PING-WRONG VALUE "W".
              88 PING-LOCKED VALUE "L".
              88 PING-NOACCOUNT VALUE "N".
              88 PING-EXPIRED VALUE "E".
              88 PING-REFUSED VALUE "R".
