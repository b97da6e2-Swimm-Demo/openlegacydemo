      ******************************************************************
      *    Copybook:      CVSEG01Y.CPY
      *    Layer:         Data
      *    Function:      PROMOTIONAL BALANCE SEGMENT RECORD LAYOUT.
      *                    One keyed record per promotional balance
      *                    an account carries - a balance transfer or
      *                    an introductory-rate purchase balance -
      *                    each priced at its own monthly rate until
      *                    its expiry date.  The segment balances are
      *                    part of ACCT-CURR-BAL; whatever is not in a
      *                    segment or ACCT-CASH-BAL is the standard
      *                    purchase balance.  The daily posting batch
      *                    (CBTRN01C) opens and pays down segments;
      *                    the finance charge run (CBACT06C) prices
      *                    them and rolls an expired one into the
      *                    standard purchase balance.
      ******************************************************************
       01  SEG-RECORD.
           05  SEG-KEY.
               10  SEG-ACCT-ID               PIC 9(11).
               10  SEG-SEQ-NUM               PIC 9(03).
           05  SEG-TYPE-CD                   PIC X(02).
               88  SEG-TYPE-BAL-TRANSFER            VALUE 'BT'.
               88  SEG-TYPE-PROMO-PURCH             VALUE 'PP'.
           05  SEG-STATUS                    PIC X(01).
               88  SEG-ACTIVE                       VALUE 'A'.
               88  SEG-ROLLED                       VALUE 'R'.
           05  SEG-BALANCE                   PIC S9(10)V99.
      *    Monthly percent, in the same terms as PARM-RATE-PCT.
           05  SEG-RATE-PCT                  PIC 9(02)V9(02).
           05  SEG-START-DATE                PIC X(10).
           05  SEG-EXPIRY-DATE               PIC X(10).
           05  SEG-ORIG-AMT                  PIC S9(10)V99.
      *    Date the finance charge run rolled the segment's remaining
      *    balance into the standard purchase balance.
           05  SEG-ROLLED-DATE               PIC X(10).
           05  FILLER                        PIC X(25).
