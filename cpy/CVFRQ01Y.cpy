           05  FRQ-ACCT-ID                   PIC 9(11).
      *    Velocity rule tripped: CNT transaction count, AMT
      *    cumulative amount, MER repeated same-merchant hits.
      *    HOT is a debit presented on a card already reported lost
      *    or stolen and replaced - rejected, so no posted key.
           05  FRQ-RULE-CD                   PIC X(03).
           05  FRQ-TRAN-KEY                  PIC X(17).
           05  FRQ-TRAN-AMT                  PIC S9(09)V99.
