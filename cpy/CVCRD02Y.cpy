      ******************************************************************
      *    Copybook:      CVCRD02Y.CPY
      *    Layer:         Data
      *    Function:      CARD REPLACEMENT QUEUE RECORD LAYOUT.  One
      *                    record per lost or stolen card replaced on
      *                    the card replacement screen (COCRDRPC),
      *                    keyed by the hot-carded card number.  The
      *                    nightly replacement extract batch (CBCRD03C)
      *                    cuts the embossing and mailer records for
      *                    the new plastic and the old-to-new card
      *                    number file for the card networks, then
      *                    marks the entry extracted.
      ******************************************************************
       01  RPLQ-RECORD.
           05  RPLQ-OLD-CARD-NUM             PIC X(16).
           05  RPLQ-NEW-CARD-NUM             PIC X(16).
           05  RPLQ-ACCT-ID                  PIC 9(11).
           05  RPLQ-CUST-ID                  PIC 9(09).
      *    L lost, S stolen, F blocked by the fraud desk.
           05  RPLQ-REASON-CD                PIC X(01).
               88  RPLQ-REASON-LOST                 VALUE 'L'.
               88  RPLQ-REASON-STOLEN               VALUE 'S'.
               88  RPLQ-REASON-FRAUD                VALUE 'F'.
               88  RPLQ-REASON-VALID                VALUES 'L' 'S' 'F'.
           05  RPLQ-REQ-DATE                 PIC X(10).
           05  RPLQ-REQ-USER                 PIC X(08).
           05  RPLQ-STATUS                   PIC X(01).
               88  RPLQ-STAT-PENDING                VALUE 'P'.
               88  RPLQ-STAT-EXTRACTED              VALUE 'X'.
           05  RPLQ-EXTRACT-DATE             PIC X(10).
           05  FILLER                        PIC X(18).
