      ******************************************************************
      *    Copybook:      CVRWD01Y.CPY
      *    Layer:         Data
      *    Function:      REWARDS POINTS LEDGER RECORD LAYOUT.  Keyed
      *                    by account and an entry sequence within
      *                    the account.  Sequence zero is the
      *                    account's points balance record - the
      *                    running balance, the balance the current
      *                    statement cycle opened with and the
      *                    cycle's points earned and used; the
      *                    account master carries no points figures.
      *                    Every other sequence is one ledger entry:
      *                    points earned on a purchase or reversed on
      *                    a return (CBTRN01C), reversed on a dispute
      *                    won (CBDSP01C), redeemed for a statement
      *                    credit or forfeited (CBRWD01C).  Entries
      *                    are posted only through the shared
      *                    POST-REWARD-POINTS paragraph (CSRWDLPY),
      *                    so the balance record always agrees with
      *                    the entries behind it.
      ******************************************************************
       01  RWD-RECORD.
           05  RWD-KEY.
               10  RWD-ACCT-ID               PIC 9(11).
               10  RWD-ENTRY-SEQ             PIC 9(07).
           05  RWD-ENTRY-TYPE                PIC X(02).
               88  RWD-TYPE-BALANCE                 VALUE 'BL'.
               88  RWD-TYPE-EARN                    VALUE 'EA'.
               88  RWD-TYPE-REVERSAL                VALUE 'RV'.
               88  RWD-TYPE-REDEEM                  VALUE 'RD'.
               88  RWD-TYPE-FORFEIT                 VALUE 'FF'.
           05  RWD-ENTRY-DATE                PIC X(10).
      *    Signed points on an entry (earnings positive, reversals,
      *    redemptions and forfeits negative); the running balance
      *    on the balance record.
           05  RWD-POINTS                    PIC S9(09).
           05  RWD-DATA                      PIC X(61).
      *    Ledger entry - the posted transaction it came from (none
      *    on a redemption or forfeit), the earn rate applied and the
      *    program that posted it.  An earning reversed by a won
      *    dispute is marked so it can never be reversed twice.
           05  RWD-ENTRY-DATA REDEFINES RWD-DATA.
               10  RWD-TRAN-SEQ-NUM          PIC 9(06).
               10  RWD-TRAN-AMT              PIC S9(09)V99.
               10  RWD-EARN-RATE             PIC 9(02)V9(02).
               10  RWD-SOURCE-PGM            PIC X(08).
               10  RWD-EARN-REVERSED-SW      PIC X(01).
                   88  RWD-EARN-REVERSED            VALUE 'Y'.
               10  FILLER                    PIC X(31).
      *    Balance record - the last entry sequence used and the
      *    statement cycle figures the cycle close job (CBACT07C)
      *    rolls: opening points, points earned (net of reversals)
      *    and points used (redeemed or forfeited) this cycle.
           05  RWD-BAL-DATA REDEFINES RWD-DATA.
               10  RWD-LAST-SEQ              PIC 9(07).
               10  RWD-CYC-OPEN-POINTS       PIC S9(09).
               10  RWD-CYC-EARNED            PIC S9(09).
               10  RWD-CYC-USED              PIC S9(09).
               10  RWD-CYC-CLOSE-DATE        PIC X(10).
               10  RWD-FORFEIT-DATE          PIC X(10).
               10  FILLER                    PIC X(07).
