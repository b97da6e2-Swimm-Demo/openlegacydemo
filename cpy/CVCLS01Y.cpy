      ******************************************************************
      *    Copybook:      CVCLS01Y.CPY
      *    Layer:         Data
      *    Function:      ACCOUNT CLOSURE RECORD LAYOUT.  One record
      *                    per account a cardholder has asked to
      *                    close, keyed by account.  Written by the
      *                    closure screen (COCLS00C) when it puts the
      *                    account pending closure, deactivates the
      *                    cards and cancels autopay; worked every
      *                    night by the closure run (CBCLS01C), which
      *                    sends the final statement, hands a credit
      *                    balance to the refund batch (CBREF01C) and
      *                    closes the account once nothing is owed
      *                    either way.  Kept after the account closes
      *                    as the record of the request.
      ******************************************************************
       01  CLS-RECORD.
           05  CLS-ACCT-ID                   PIC 9(11).
           05  CLS-STATUS                    PIC X(01).
               88  CLS-STAT-PENDING                 VALUE 'P'.
               88  CLS-STAT-CLOSED                  VALUE 'C'.
      *    The request as taken on the closure screen, with the
      *    balance owed then, the number of cards deactivated and
      *    the autopay option that was cancelled.
           05  CLS-REQUEST-DATE              PIC X(10).
           05  CLS-REQUEST-USER-ID           PIC X(08).
           05  CLS-REASON-TEXT               PIC X(30).
           05  CLS-REQUEST-BAL               PIC S9(10)V99.
           05  CLS-CARDS-CLOSED              PIC 9(03).
           05  CLS-PRIOR-AUTOPAY             PIC X(01).
      *    Stamped by the closure run when the final statement goes
      *    out, with the balance it showed.
           05  CLS-FINAL-STMT-DATE           PIC X(10).
           05  CLS-FINAL-STMT-BAL            PIC S9(10)V99.
      *    A credit balance is handed to the refund batch by the
      *    closure run stamping the request date; the refund batch
      *    stamps the refund date and adds the amount refunded.  A
      *    request dated after the last refund is still outstanding.
           05  CLS-REFUND-REQ-DATE           PIC X(10).
           05  CLS-REFUND-DATE               PIC X(10).
           05  CLS-REFUND-AMT                PIC S9(10)V99.
           05  CLS-CLOSED-DATE               PIC X(10).
           05  FILLER                        PIC X(10).
