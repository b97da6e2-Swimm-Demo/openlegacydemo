      ******************************************************************
      *    Copybook:      CSUSR03Y.CPY
      *    Layer:         Data
      *    Function:      PASSWORD HISTORY RECORD LAYOUT (PWDHIST).
      *                    One record per user ID, holding the hashes
      *                    of the last passwords the user chose at
      *                    sign-on (COSGN00C), latest first, so a new
      *                    password can be refused when it repeats
      *                    one of them.  Only hashes are kept - the
      *                    same value HASH-PASSWORD (CSPWDHPY) stores
      *                    on USRSEC.  Temporary passwords set by an
      *                    admin or the enrollment batch are not
      *                    kept.
      ******************************************************************
       01  PWD-HISTORY-RECORD.
           05  PHST-USER-ID                  PIC X(08).
           05  PHST-ENTRY-COUNT              PIC 9(02).
           05  PHST-ENTRY                    OCCURS 5 TIMES.
               10  PHST-PWD-HASH             PIC X(08).
               10  PHST-CHANGED-DATE         PIC X(08).
           05  FILLER                        PIC X(10).
