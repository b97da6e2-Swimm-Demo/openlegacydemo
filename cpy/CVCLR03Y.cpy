      ******************************************************************
      *    Copybook:      CVCLR03Y.CPY
      *    Layer:         Data
      *    Function:      SETTLEMENT CONTROL RECORD LAYOUT.  One
      *                    record per clearing file the clearing
      *                    intake (CBCLR01C) read, handed to the
      *                    settlement reconciliation (CBCLR02C): what
      *                    became of the file, the network's net
      *                    settlement off its trailer and the file's
      *                    items footed two ways - dollar items by
      *                    count and net dollars, foreign items by
      *                    count, net settled dollars and a hash of
      *                    their original amounts, since the posting
      *                    batch bills a foreign item at its own
      *                    conversion rather than the network's.
      *                    Nets are debits less credits.
      ******************************************************************
       01  CLC-RECORD.
           05  CLC-FILE-ID                   PIC X(10).
           05  CLC-NETWORK-ID                PIC X(08).
           05  CLC-FILE-DATE                 PIC X(10).
           05  CLC-SETTLE-DATE               PIC X(10).
           05  CLC-FILE-STATUS               PIC X(01).
               88  CLC-FILE-ACCEPTED                VALUE 'A'.
               88  CLC-FILE-REJECTED                VALUE 'R'.
               88  CLC-FILE-DUPLICATE               VALUE 'D'.
           05  CLC-REJECT-REASON             PIC X(40).
           05  CLC-NET-SETTLE-AMT            PIC S9(11)V99.
           05  CLC-ITEM-COUNT                PIC 9(09).
           05  CLC-DOM-COUNT                 PIC 9(09).
           05  CLC-DOM-NET-AMT               PIC S9(11)V99.
           05  CLC-FX-COUNT                  PIC 9(09).
           05  CLC-FX-NET-AMT                PIC S9(11)V99.
           05  CLC-FX-ORIG-HASH              PIC S9(11)V99.
           05  FILLER                        PIC X(02).
