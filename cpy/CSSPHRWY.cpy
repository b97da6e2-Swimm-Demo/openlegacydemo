      ******************************************************************
      *    Copybook:      CSSPHRWY.CPY
      *    Layer:         Data
      *    Function:      Special handling lookup working storage,
      *                    shared by every batch that honors the
      *                    special handling code (see
      *                    READ-SPECIAL-HANDLING in CSSPHRPY).  The
      *                    caller sets the account and the date the
      *                    code is tested against; the paragraph
      *                    returns whether the account has a special
      *                    handling record and whether its code is in
      *                    force on that date.
      ******************************************************************
         05  WS-SPH-ACCT-ID                     PIC 9(11).
         05  WS-SPH-AS-OF-DATE                  PIC X(10).
         05  WS-SPH-FOUND-SW                    PIC X(01).
             88  WS-SPH-FOUND                          VALUE 'Y'.
         05  WS-SPH-ACTIVE-SW                   PIC X(01).
             88  WS-SPH-ACTIVE                         VALUE 'Y'.
