      ******************************************************************
      *    Copybook:      CVCLR02Y.CPY
      *    Layer:         Data
      *    Function:      CLEARING HISTORY RECORD LAYOUT.  Every card
      *                    network item and clearing file the
      *                    clearing intake (CBCLR01C) has taken in,
      *                    keyed by the intake's own item number, with
      *                    the network's reference as a unique
      *                    alternate key so an item or file seen
      *                    before is known the moment it arrives
      *                    again.  Item number zero is the control
      *                    record holding the last number assigned.
      *                    The settlement reconciliation (CBCLR02C)
      *                    reads an item back by its number to return
      *                    a rejected item to the network under the
      *                    network's reference.
      ******************************************************************
       01  CLH-RECORD.
           05  CLH-ITEM-ID                   PIC 9(08).
      *    The network reference of an item; 'FILE' followed by the
      *    network and file identifier for a file; 'CONTROL' on the
      *    control record.
           05  CLH-NETWORK-REF               PIC X(23).
           05  CLH-ENTRY-TYPE                PIC X(01).
               88  CLH-TYPE-CONTROL                 VALUE 'C'.
               88  CLH-TYPE-FILE                    VALUE 'F'.
               88  CLH-TYPE-ITEM                    VALUE 'I'.
           05  CLH-FILE-ID                   PIC X(10).
           05  CLH-RECEIVED-DATE             PIC X(10).
           05  CLH-DATA                      PIC X(48).
      *    Item - the card, amount and direction as the network
      *    settled it.
           05  CLH-ITEM-DATA REDEFINES CLH-DATA.
               10  CLH-CARD-NUM              PIC X(16).
               10  CLH-AMT                   PIC S9(09)V99.
               10  CLH-DEBIT-CREDIT-IND      PIC X(01).
               10  FILLER                    PIC X(20).
      *    File - the item count and net settlement on its trailer.
           05  CLH-FILE-DATA REDEFINES CLH-DATA.
               10  CLH-FILE-ITEM-COUNT       PIC 9(09).
               10  CLH-FILE-NET-SETTLE-AMT   PIC S9(11)V99.
               10  FILLER                    PIC X(26).
      *    Control - the last item number assigned.
           05  CLH-CONTROL-DATA REDEFINES CLH-DATA.
               10  CLH-LAST-ITEM-ID          PIC 9(08).
               10  FILLER                    PIC X(40).
