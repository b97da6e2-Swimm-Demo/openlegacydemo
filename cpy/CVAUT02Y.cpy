      ******************************************************************
      *    Copybook:      CVAUT02Y.CPY
      *    Layer:         Data
      *    Function:      AUTHORIZATION REQUEST/RESPONSE AREA.  The
      *                    commarea the network front end LINKs to
      *                    the online authorization program
      *                    (COAUT01C) with: the request fields going
      *                    in, the decision and authorization code
      *                    coming back.
      ******************************************************************
       01  AUTH-REQUEST-AREA.
           05  AUTR-REQUEST.
               10  AUTR-CARD-NUM             PIC X(16).
               10  AUTR-AMT                  PIC S9(09)V99.
      *        Transaction type, in the daily transaction file's
      *        terms - spaces or 'PU' a purchase, 'CA' a cash
      *        advance.
               10  AUTR-TYPE-CD              PIC X(02).
                   88  AUTR-TYPE-PURCHASE           VALUES '  ' 'PU'.
                   88  AUTR-TYPE-CASH               VALUE 'CA'.
               10  AUTR-MERCHANT-NAME        PIC X(30).
           05  AUTR-RESPONSE.
               10  AUTR-RESPONSE-CD          PIC X(02).
                   88  AUTR-APPROVED                VALUE '00'.
                   88  AUTR-DECLINED                VALUE '05'.
                   88  AUTR-INVALID-REQUEST         VALUE '12'.
                   88  AUTR-INVALID-CARD            VALUE '14'.
                   88  AUTR-OVER-LIMIT              VALUE '51'.
                   88  AUTR-SYSTEM-ERROR            VALUE '96'.
               10  AUTR-AUTH-CODE            PIC X(06).
               10  AUTR-DECLINE-REASON       PIC X(40).
      *        Open-to-buy left on the account after this request -
      *        the effective limit less the balance and all open
      *        holds, this one included when approved.
               10  AUTR-AVAIL-CREDIT         PIC S9(10)V99.
           05  FILLER                        PIC X(31).
