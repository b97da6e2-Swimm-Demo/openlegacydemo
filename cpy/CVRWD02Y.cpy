      ******************************************************************
      *    Copybook:      CVRWD02Y.CPY
      *    Layer:         Data
      *    Function:      REWARDS REDEMPTION REQUEST RECORD LAYOUT.
      *                    One record per cardholder request to turn
      *                    points into a statement credit, taken by
      *                    the service desk and worked by the nightly
      *                    redemption batch (CBRWD01C).  Zero points
      *                    requested redeems the account's whole
      *                    balance.
      ******************************************************************
       01  RWDREQ-RECORD.
           05  RWDREQ-ACCT-ID                PIC 9(11).
           05  RWDREQ-POINTS                 PIC 9(09).
           05  RWDREQ-REQUEST-DATE           PIC X(10).
           05  RWDREQ-REQUESTED-BY           PIC X(08).
           05  FILLER                        PIC X(12).
