               88  TRAN-CYCLE-OPEN                  VALUE 'O'.
               88  TRAN-CYCLE-CLOSED                VALUE 'C'.
      *    Transaction type, carried from the daily input record.
      *    Spaces (or 'PU') is an ordinary purchase; 'CA' is a cash
      *    advance; 'PY' a payment, 'RT' a merchant return and 'AJ'
      *    an adjustment.  A credit posted before the types existed
      *    carries spaces and was a payment.  'RC' is a recovery - a
      *    payment received on a charged-off account; an 'RC' debit
      *    is the reversal of one the bank returned (CBPAY02C).
      *    'BT' is a balance transfer, booked to a promotional
      *    balance segment (CVSEG01Y).  'RW' is a statement credit
      *    for redeemed rewards points (CBRWD01C).  'FX' is the
      *    foreign transaction fee the posting batch charges as its
      *    own debit alongside an item made in a foreign currency.
      *    'AF' is the annual membership fee (CBANF01C) - a debit,
      *    or a credit when the fee is refunded.
           05  TRAN-TYPE-CD                  PIC X(02).
               88  TRAN-TYPE-PURCHASE               VALUES '  ' 'PU'.
               88  TRAN-TYPE-CASH                   VALUE 'CA'.
               88  TRAN-TYPE-PAYMENT                VALUE 'PY'.
               88  TRAN-TYPE-RETURN                 VALUE 'RT'.
               88  TRAN-TYPE-ADJUST                 VALUE 'AJ'.
               88  TRAN-TYPE-RECOVERY               VALUE 'RC'.
               88  TRAN-TYPE-BAL-TRANSFER           VALUE 'BT'.
               88  TRAN-TYPE-REWARD                 VALUE 'RW'.
               88  TRAN-TYPE-FX-FEE                 VALUE 'FX'.
               88  TRAN-TYPE-ANNUAL-FEE             VALUE 'AF'.
      *    Dispute standing, maintained by the dispute screen
      *    (CODSP01C) and the dispute settlement batch (CBDSP01C).
      *    The money side of a dispute moves through ordinary
               88  TRAN-DISPUTE-OPEN                VALUE 'D'.
               88  TRAN-DISPUTE-WON                 VALUE 'W'.
               88  TRAN-DISPUTE-LOST               VALUE 'L'.
      *    Currency and amount a foreign item was made in, carried
      *    from the daily input record; TRAN-AMT is the billed
      *    dollar amount it was converted to.  Spaces (or 'USD') on
      *    a dollar item.
           05  TRAN-ORIG-CURRENCY-CD         PIC X(03).
               88  TRAN-DOMESTIC-CURRENCY           VALUES '   ' 'USD'.
           05  TRAN-ORIG-AMT                 PIC S9(09)V99.
      *    Source of the item, carried from the daily input record -
      *    'NW' for a card network item taken in by the clearing
      *    intake (CBCLR01C), which the settlement reconciliation
      *    (CBCLR02C) proves against the network's totals.
           05  TRAN-SOURCE-CD                PIC X(02).
               88  TRAN-FROM-NETWORK                VALUE 'NW'.
           05  FILLER                        PIC X(05).
