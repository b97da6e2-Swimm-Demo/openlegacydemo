      ******************************************************************
      *    Copybook:      CVCLR04Y.CPY
      *    Layer:         Data
      *    Function:      NETWORK EXCEPTION RECORD LAYOUT.  One record
      *                    per card network item we did not post -
      *                    refused by the posting batch or dropped by
      *                    the clearing intake as a duplicate - written
      *                    by the settlement reconciliation (CBCLR02C)
      *                    to send back to the network under its own
      *                    reference, at the amount the network
      *                    settled, with the reason.
      ******************************************************************
       01  CLX-RECORD.
           05  CLX-NETWORK-REF               PIC X(23).
           05  CLX-FILE-ID                   PIC X(10).
           05  CLX-CARD-NUM                  PIC X(16).
           05  CLX-AMT                       PIC S9(09)V99.
           05  CLX-DEBIT-CREDIT-IND          PIC X(01).
           05  CLX-REASON                    PIC X(40).
           05  CLX-EXCEPTION-DATE            PIC X(10).
           05  FILLER                        PIC X(09).
