               88  STMX-TYPE-OPEN-CLOSE             VALUE 'OC'.
               88  STMX-TYPE-TRANSACTION            VALUE 'TR'.
               88  STMX-TYPE-CARD                   VALUE 'CD'.
               88  STMX-TYPE-CREDIT-TOTALS          VALUE 'PR'.
               88  STMX-TYPE-PROMO-SEGMENT          VALUE 'PS'.
               88  STMX-TYPE-REWARDS                VALUE 'RP'.
           05  STMX-DATA                     PIC X(100).
           05  STMX-BAL-DATA REDEFINES STMX-DATA.
               10  STMX-CURR-BAL             PIC S9(10)V99.
               10  STMX-TRAN-MERCHANT        PIC X(30).
               10  STMX-TRAN-DC-IND          PIC X(01).
               10  STMX-TRAN-AMT             PIC S9(09)V99.
               10  STMX-TRAN-TYPE-CD         PIC X(02).
               10  STMX-TRAN-ORIG-CURRENCY   PIC X(03).
               10  STMX-TRAN-ORIG-AMT        PIC S9(09)V99.
               10  FILLER                    PIC X(16).
      *    Cycle credits by kind - payments are kept apart from
      *    merchant returns and adjustment credits.
           05  STMX-CREDIT-TOTALS-DATA REDEFINES STMX-DATA.
               10  STMX-CYC-PAYMENTS         PIC S9(10)V99.
               10  STMX-CYC-RETURNS          PIC S9(10)V99.
               10  STMX-CYC-ADJ-CREDITS      PIC S9(10)V99.
               10  FILLER                    PIC X(64).
           05  STMX-CUST-DATA REDEFINES STMX-DATA.
               10  STMX-CUST-FIRST-NAME      PIC X(25).
               10  STMX-CUST-LAST-NAME       PIC X(25).
               10  STMX-CARD-STATUS          PIC X(01).
               10  STMX-CARD-SPEND-LIMIT     PIC S9(10)V99.
               10  FILLER                    PIC X(71).
      *    One promotional balance segment (CVSEG01Y) - its balance,
      *    monthly rate and the date the promotional rate ends.
           05  STMX-SEG-DATA REDEFINES STMX-DATA.
               10  STMX-SEG-TYPE-CD          PIC X(02).
               10  STMX-SEG-BALANCE          PIC S9(10)V99.
               10  STMX-SEG-RATE             PIC 9(02)V9(02).
               10  STMX-SEG-START-DATE       PIC X(10).
               10  STMX-SEG-EXPIRY-DATE      PIC X(10).
               10  FILLER                    PIC X(62).
      *    Rewards points for the cycle, off the points ledger
      *    balance record (CVRWD01Y).
           05  STMX-RWD-DATA REDEFINES STMX-DATA.
               10  STMX-RWD-OPEN-POINTS      PIC S9(09).
               10  STMX-RWD-EARNED           PIC S9(09).
               10  STMX-RWD-USED             PIC S9(09).
               10  STMX-RWD-BALANCE          PIC S9(09).
               10  FILLER                    PIC X(64).
