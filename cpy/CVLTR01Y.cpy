      ******************************************************************
      *    Copybook:      CVLTR01Y.CPY
      *    Layer:         Data
      *    Function:      CORRESPONDENCE QUEUE RECORD LAYOUT.  One
      *                    record per letter an event calls for,
      *                    keyed by the account, the date it was
      *                    asked for and a sequence within the day.
      *                    The batches and screens that raise the
      *                    events write the request through
      *                    QUEUE-LETTER-REQUEST (CSLTRQPY in batch,
      *                    CSLTRCPY online); the nightly letter batch
      *                    (CBLTR01C) merges each queued request into
      *                    its template for the print/mail vendor and
      *                    marks it sent or failed.  Requests are
      *                    kept, so the file is also the letter
      *                    history the letter history screen
      *                    (COLTR00C) lists by account.
      ******************************************************************
       01  LTRQ-RECORD.
           05  LTRQ-KEY.
      *        Zero for a request that covers a whole account group
      *        (a rate change keyed on the parameter screen); the
      *        letter batch fans it out to one request per account.
               10  LTRQ-ACCT-ID              PIC 9(11).
               10  LTRQ-REQ-DATE             PIC X(10).
               10  LTRQ-REQ-SEQ              PIC 9(05).
           05  LTRQ-LETTER-CD                PIC X(04).
               88  LTRQ-CD-LINE-DECREASE            VALUE 'ADVA'.
               88  LTRQ-CD-CARD-BLOCKED             VALUE 'CBLK'.
               88  LTRQ-CD-PAYMENT-RETURNED         VALUE 'PRTN'.
               88  LTRQ-CD-CHARGE-OFF               VALUE 'CHGO'.
               88  LTRQ-CD-CHANGE-IN-TERMS          VALUE 'CITR'.
               88  LTRQ-CD-LIMIT-CHANGE             VALUE 'LMCH'.
               88  LTRQ-CD-TEMP-LIMIT               VALUE 'TLIM'.
               88  LTRQ-CD-ACCOUNT-CLOSED           VALUE 'ACLS'.
      *    Zero when the writer did not have the customer to hand;
      *    the letter batch resolves it through the cross-reference.
           05  LTRQ-CUST-ID                  PIC 9(09).
      *    Group a group-wide request covers, with the parameter set
      *    the change was keyed in.
           05  LTRQ-GROUP-ID                 PIC X(10).
           05  LTRQ-PARM-SET-ID              PIC X(08).
           05  LTRQ-REQ-TIME                 PIC X(08).
           05  LTRQ-SOURCE-PGM               PIC X(08).
           05  LTRQ-REQUESTED-BY             PIC X(08).
      *    Variable data merged into the letter; which fields a
      *    letter uses is up to its template (see CVLTR02Y).
           05  LTRQ-VAR-DATA.
               10  LTRQ-VAR-AMT1             PIC S9(10)V99.
               10  LTRQ-VAR-AMT2             PIC S9(10)V99.
               10  LTRQ-VAR-RATE1            PIC 9(02)V9(02).
               10  LTRQ-VAR-RATE2            PIC 9(02)V9(02).
               10  LTRQ-VAR-DATE             PIC X(10).
               10  LTRQ-VAR-CARD-NUM         PIC X(16).
               10  LTRQ-VAR-TEXT             PIC X(40).
           05  LTRQ-STATUS                   PIC X(01).
               88  LTRQ-STAT-QUEUED                 VALUE 'Q'.
               88  LTRQ-STAT-SENT                   VALUE 'S'.
               88  LTRQ-STAT-FAILED                 VALUE 'F'.
               88  LTRQ-STAT-EXPANDED               VALUE 'X'.
           05  LTRQ-DONE-DATE                PIC X(10).
           05  LTRQ-RESULT-TEXT              PIC X(30).
           05  FILLER                        PIC X(30).
