      ******************************************************************
      *    Copybook:      CVAUT01Y.CPY
      *    Layer:         Data
      *    Function:      AUTHORIZATION HOLD RECORD LAYOUT.  One
      *                    record per purchase or cash advance the
      *                    online authorization program (COAUT01C)
      *                    approved, keyed by the account and the
      *                    authorization code handed back to the
      *                    network.  An open hold reduces the
      *                    account's available credit until the
      *                    daily posting batch (CBTRN01C) matches the
      *                    settled transaction to it and releases it,
      *                    or the hold expiry batch (CBAUT01C) ages
      *                    it off unsettled.
      ******************************************************************
       01  AUTH-HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCT-ID              PIC 9(11).
               10  HOLD-AUTH-CODE            PIC X(06).
           05  HOLD-CARD-NUM                 PIC X(16).
           05  HOLD-AMT                      PIC S9(09)V99.
      *    Transaction type, in the daily transaction file's terms -
      *    spaces or 'PU' a purchase, 'CA' a cash advance.
           05  HOLD-TYPE-CD                  PIC X(02).
               88  HOLD-TYPE-PURCHASE               VALUES '  ' 'PU'.
               88  HOLD-TYPE-CASH                   VALUE 'CA'.
           05  HOLD-MERCHANT-NAME            PIC X(30).
           05  HOLD-AUTH-DATE                PIC X(10).
           05  HOLD-AUTH-TIME                PIC X(08).
           05  HOLD-STATUS                   PIC X(01).
               88  HOLD-STAT-OPEN                   VALUE 'O'.
               88  HOLD-STAT-SETTLED                VALUE 'S'.
               88  HOLD-STAT-EXPIRED                VALUE 'E'.
      *    Stamped when the hold leaves the open state - the posting
      *    date and posted TRAN-KEY it settled against, or the date
      *    the expiry batch aged it off.
           05  HOLD-CLOSED-DATE              PIC X(10).
           05  HOLD-SETTLED-TRAN-KEY         PIC X(17).
           05  FILLER                        PIC X(28).
