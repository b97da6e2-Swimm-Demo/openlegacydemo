           05  DALYTRAN-MERCHANT-NAME        PIC X(30).
           05  DALYTRAN-ORIG-DATE            PIC X(10).
      *    Transaction type.  Spaces (or 'PU') is an ordinary
      *    purchase; 'CA' marks a cash advance, which the daily
      *    posting batch edits against ACCT-CASH-CREDIT-LIMIT and
      *    carries into the account's cash balance.  Credits are
      *    'PY' a payment from the cardholder, 'RT' a merchant
      *    return and 'AJ' an adjustment (either direction) - only
      *    a payment stamps ACCT-LAST-PAY-DATE.  A credit arriving
      *    with spaces is taken as a payment, which is all a credit
      *    could be before the types existed.  'RC' is a recovery -
      *    the posting batch retypes any payment on a charged-off
      *    account to it.  'BT' is a balance transfer - a debit the
      *    posting batch books to a promotional balance segment at
      *    the group's balance-transfer rate (see CVSEG01Y).  'RW'
      *    is a rewards redemption - a statement credit the
      *    redemption batch (CBRWD01C) cuts for points redeemed.
      *    'AF' is the annual membership fee the annual fee batch
      *    (CBANF01C) raises as a debit, and its refund as a credit;
      *    it is an account charge, so the card's status and the
      *    credit limits do not stand in its way.
           05  DALYTRAN-TYPE-CD              PIC X(02).
               88  DALYTRAN-TYPE-PURCHASE           VALUES '  ' 'PU'.
               88  DALYTRAN-TYPE-CASH               VALUE 'CA'.
               88  DALYTRAN-TYPE-PAYMENT            VALUE 'PY'.
               88  DALYTRAN-TYPE-RETURN             VALUE 'RT'.
               88  DALYTRAN-TYPE-ADJUST             VALUE 'AJ'.
               88  DALYTRAN-TYPE-RECOVERY           VALUE 'RC'.
               88  DALYTRAN-TYPE-BAL-TRANSFER       VALUE 'BT'.
               88  DALYTRAN-TYPE-REWARD             VALUE 'RW'.
               88  DALYTRAN-TYPE-ANNUAL-FEE         VALUE 'AF'.
      *    Authorization code the online authorization program
      *    (COAUT01C) handed the network when it approved the
      *    purchase, carried back on the settled item so the posting
      *    batch can release the matching hold.  Spaces when the
      *    item was never authorized online.
           05  DALYTRAN-AUTH-CODE            PIC X(06).
      *    Currency the item was made in and its amount in that
      *    currency.  Spaces (or 'USD') is a dollar item and
      *    DALYTRAN-AMT is what it is presented for.  A foreign item
      *    is converted by the posting batch at the day's FXRATE
      *    parameter, which replaces whatever DALYTRAN-AMT it came
      *    with by the billed dollar amount.
           05  DALYTRAN-ORIG-CURRENCY-CD     PIC X(03).
               88  DALYTRAN-DOMESTIC-CURRENCY       VALUES '   ' 'USD'.
           05  DALYTRAN-ORIG-AMT             PIC S9(09)V99.
      *    Where the item came from.  'NW' is a card network item the
      *    clearing intake (CBCLR01C) took off the network's clearing
      *    file; it carries the intake's item number so the
      *    settlement reconciliation (CBCLR02C) can trace a rejected
      *    item back to the network's own reference.  Spaces on an
      *    item raised inside this system.
           05  DALYTRAN-SOURCE-CD            PIC X(02).
               88  DALYTRAN-FROM-NETWORK            VALUE 'NW'.
           05  DALYTRAN-CLR-ITEM-ID          PIC 9(08).
