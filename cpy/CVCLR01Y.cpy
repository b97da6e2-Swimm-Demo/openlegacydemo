      ******************************************************************
      *    Copybook:      CVCLR01Y.CPY
      *    Layer:         Data
      *    Function:      CARD NETWORK CLEARING FILE RECORD LAYOUT.
      *                    The network's daily clearing file as the
      *                    clearing intake (CBCLR01C) reads it: one
      *                    header, one detail record per item the
      *                    network cleared against our cards, and one
      *                    trailer carrying the network's control
      *                    totals and the net amount it settled with
      *                    us.  Amounts are in dollars as the network
      *                    settled them; a foreign item also carries
      *                    the currency and amount it was made in.
      ******************************************************************
       01  CLR-RECORD.
           05  CLR-REC-TYPE                  PIC X(01).
               88  CLR-HEADER                       VALUE 'H'.
               88  CLR-DETAIL                       VALUE 'D'.
               88  CLR-TRAILER                      VALUE 'T'.
           05  CLR-DATA                      PIC X(149).
      *    Header - the network, the file's own identifier (the same
      *    file sent twice carries the same identifier), the date the
      *    file was built and the settlement date it covers.
           05  CLR-HEADER-DATA REDEFINES CLR-DATA.
               10  CLR-HDR-NETWORK-ID        PIC X(08).
               10  CLR-HDR-FILE-ID           PIC X(10).
               10  CLR-HDR-FILE-DATE         PIC X(10).
               10  CLR-HDR-SETTLE-DATE       PIC X(10).
               10  FILLER                    PIC X(111).
      *    Detail - one cleared item.  The network reference is the
      *    network's unique identifier for the item; the same
      *    reference arriving again is a duplicate.  The item type is
      *    'CA' for a cash advance and spaces for a purchase on a
      *    debit; a credit is a merchant return.
           05  CLR-DETAIL-DATA REDEFINES CLR-DATA.
               10  CLR-DTL-NETWORK-REF       PIC X(23).
               10  CLR-DTL-CARD-NUM          PIC X(16).
               10  CLR-DTL-AMT               PIC S9(09)V99.
               10  CLR-DTL-DEBIT-CREDIT-IND  PIC X(01).
                   88  CLR-DTL-IS-DEBIT             VALUE 'D'.
                   88  CLR-DTL-IS-CREDIT            VALUE 'C'.
               10  CLR-DTL-TRAN-TYPE         PIC X(02).
                   88  CLR-DTL-TYPE-CASH            VALUE 'CA'.
               10  CLR-DTL-MERCHANT-NAME     PIC X(30).
               10  CLR-DTL-ORIG-DATE         PIC X(10).
               10  CLR-DTL-AUTH-CODE         PIC X(06).
               10  CLR-DTL-ORIG-CURRENCY-CD  PIC X(03).
                   88  CLR-DTL-DOMESTIC-CURRENCY    VALUES '   ' 'USD'.
               10  CLR-DTL-ORIG-AMT          PIC S9(09)V99.
               10  FILLER                    PIC X(36).
      *    Trailer - the item count, the debit and credit totals and
      *    the net settlement amount (debits less credits) the
      *    network moved for the file.
           05  CLR-TRAILER-DATA REDEFINES CLR-DATA.
               10  CLR-TRL-ITEM-COUNT        PIC 9(09).
               10  CLR-TRL-DEBIT-TOTAL       PIC S9(11)V99.
               10  CLR-TRL-CREDIT-TOTAL      PIC S9(11)V99.
               10  CLR-TRL-NET-SETTLE-AMT    PIC S9(11)V99.
               10  FILLER                    PIC X(101).
