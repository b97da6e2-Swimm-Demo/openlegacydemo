      ******************************************************************
      *    Copybook:      CSRWDLWY.CPY
      *    Layer:         Data
      *    Function:      Rewards ledger posting working storage,
      *                    shared by every batch that posts points
      *                    (see POST-REWARD-POINTS in CSRWDLPY).  The
      *                    caller sets the account, entry type,
      *                    signed points, entry date, source program
      *                    and - for an entry tied to a posted
      *                    transaction - the transaction sequence,
      *                    amount and earn rate.  The paragraph
      *                    returns whether the entry posted and the
      *                    account's new points balance.
      ******************************************************************
         05  WS-RWD-ACCT-ID                     PIC 9(11).
         05  WS-RWD-ENTRY-TYPE                  PIC X(02).
         05  WS-RWD-POINTS                      PIC S9(09).
         05  WS-RWD-ENTRY-DATE                  PIC X(10).
         05  WS-RWD-SOURCE-PGM                  PIC X(08).
         05  WS-RWD-TRAN-SEQ-NUM                PIC 9(06).
         05  WS-RWD-TRAN-AMT                    PIC S9(09)V99.
         05  WS-RWD-EARN-RATE                   PIC 9(02)V9(02).
         05  WS-RWD-NEW-BALANCE                 PIC S9(09).
         05  WS-RWD-ENTRY-SEQ                   PIC 9(07).
         05  WS-RWD-POSTED-SW                   PIC X(01).
             88  WS-RWD-POSTED                         VALUE 'Y'.
         05  WS-RWD-NEW-ACCT-SW                 PIC X(01).
             88  WS-RWD-NEW-ACCT                       VALUE 'Y'.
         05  WS-RWD-BAL-RECORD                  PIC X(100).
