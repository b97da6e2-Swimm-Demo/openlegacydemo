      ******************************************************************
      *    Copybook:      CVRPI01Y.CPY
      *    Layer:         Data
      *    Function:      POSTING REPAIR ITEM RECORD LAYOUT.  One
      *                    record per lockbox check the remittance
      *                    batch (CBTRN02C) parked on suspense and per
      *                    daily transaction the posting batch
      *                    (CBTRN01C) rejected, keyed by where it came
      *                    from, the date it was parked and its place
      *                    in that day's file.  Loaded every night by
      *                    the repair load (CBRPI02C), worked on the
      *                    repair workbench screen (CORPI00C), and
      *                    resubmitted by the repair resubmit run
      *                    (CBRPI01C) once corrected.  Kept after the
      *                    item is resolved as the record of who did
      *                    what with it.
      ******************************************************************
       01  RPIT-RECORD.
           05  RPIT-KEY.
               10  RPIT-SOURCE-CD            PIC X(01).
                   88  RPIT-FROM-SUSPENSE           VALUE 'S'.
                   88  RPIT-FROM-REJECT             VALUE 'R'.
               10  RPIT-PARKED-DATE          PIC X(10).
               10  RPIT-SEQ-NUM              PIC 9(05).
      *    O open, C corrected and waiting for the resubmit run,
      *    S resubmitted to the posting job it came from, B returned
      *    to the bank (or network) that sent it, W written off.
           05  RPIT-STATUS                   PIC X(01).
               88  RPIT-STAT-OPEN                   VALUE 'O'.
               88  RPIT-STAT-CORRECTED              VALUE 'C'.
               88  RPIT-STAT-RESUBMITTED            VALUE 'S'.
               88  RPIT-STAT-RETURNED               VALUE 'B'.
               88  RPIT-STAT-WRITTEN-OFF            VALUE 'W'.
               88  RPIT-STAT-UNRESOLVED             VALUES 'O' 'C'.
      *    The item exactly as its posting job would read it - a
      *    daily transaction (CVTRA01Y) for a reject, a lockbox
      *    remittance for a suspense item - so a corrected item is
      *    resubmitted as it stands.
           05  RPIT-ITEM-DATA                PIC X(100).
           05  RPIT-REJECT-VIEW REDEFINES RPIT-ITEM-DATA.
               10  RPIT-RJ-CARD-NUM          PIC X(16).
               10  FILLER                    PIC X(84).
           05  RPIT-SUSPENSE-VIEW REDEFINES RPIT-ITEM-DATA.
               10  RPIT-SP-ACCT-ID           PIC 9(11).
               10  RPIT-SP-AMOUNT            PIC S9(10)V99.
               10  RPIT-SP-CHECK-NUM         PIC X(10).
               10  RPIT-SP-REMIT-DATE        PIC X(10).
               10  RPIT-SP-COUPON-TYPE       PIC X(01).
                   88  RPIT-SP-COMPANY-INVOICE      VALUE 'C'.
               10  FILLER                    PIC X(56).
           05  RPIT-REASON                   PIC X(40).
           05  RPIT-AMOUNT                   PIC S9(10)V99.
      *    The account or card number the item arrived with, kept
      *    when an operator first corrects it.
           05  RPIT-ORIG-ACCT-ID             PIC 9(11).
           05  RPIT-ORIG-CARD-NUM            PIC X(16).
      *    Who last corrected, returned or wrote off the item, when,
      *    and the note they left.
           05  RPIT-ACTION-USER-ID           PIC X(08).
           05  RPIT-ACTION-DATE              PIC X(10).
           05  RPIT-NOTE-TEXT                PIC X(30).
           05  RPIT-RESUB-DATE               PIC X(10).
           05  FILLER                        PIC X(46).
