      ******************************************************************
      *    Copybook:      CVSCH01Y.CPY
      *    Layer:         Data
      *    Function:      ONE-TIME SCHEDULED PAYMENT RECORD LAYOUT.
      *                    One record per payment a rep or a
      *                    self-service user scheduled on the
      *                    scheduled payment screen (COSCH00C), keyed
      *                    by account and the confirmation number read
      *                    back to the cardholder.  Drafted by the
      *                    nightly autopay run (CBPAY01C) on or after
      *                    the pay date.  Kept once drafted or
      *                    cancelled as the record of who did what.
      *                    The record with account and confirmation
      *                    number zero is the control record holding
      *                    the last confirmation number issued.
      ******************************************************************
       01  SCHP-RECORD.
           05  SCHP-KEY.
               10  SCHP-ACCT-ID              PIC 9(11).
               10  SCHP-CONF-NUM             PIC 9(09).
           05  SCHP-DETAIL.
      *    S scheduled and waiting for its pay date, X cancelled,
      *    D drafted to the bank and sent to posting, F not drafted
      *    (the reason is in the result text).
               10  SCHP-STATUS               PIC X(01).
                   88  SCHP-STAT-SCHEDULED          VALUE 'S'.
                   88  SCHP-STAT-CANCELLED          VALUE 'X'.
                   88  SCHP-STAT-DRAFTED            VALUE 'D'.
                   88  SCHP-STAT-NOT-DRAFTED        VALUE 'F'.
               10  SCHP-AMOUNT               PIC S9(10)V99.
               10  SCHP-PAY-DATE             PIC X(10).
      *    E the customer's EFT account on file (CUST-EFT-ACCOUNT-ID)
      *    at the time of the draft, K the bank account keyed for
      *    this payment only.
               10  SCHP-FUND-SOURCE          PIC X(01).
                   88  SCHP-FROM-EFT-ON-FILE        VALUE 'E'.
                   88  SCHP-FROM-KEYED-ACCOUNT      VALUE 'K'.
               10  SCHP-BANK-ACCOUNT-ID      PIC X(10).
               10  SCHP-ENTERED-DATE         PIC X(10).
               10  SCHP-ENTERED-TIME         PIC X(06).
               10  SCHP-ENTERED-USER-ID      PIC X(08).
               10  SCHP-ENTERED-USER-TYPE    PIC X(01).
               10  SCHP-CANCEL-DATE          PIC X(10).
               10  SCHP-CANCEL-USER-ID       PIC X(08).
               10  SCHP-DRAFT-DATE           PIC X(10).
               10  SCHP-RESULT-TEXT          PIC X(30).
               10  FILLER                    PIC X(63).
           05  SCHP-CONTROL-VIEW REDEFINES SCHP-DETAIL.
               10  SCHP-CTL-LAST-CONF-NUM    PIC 9(09).
               10  FILLER                    PIC X(171).
