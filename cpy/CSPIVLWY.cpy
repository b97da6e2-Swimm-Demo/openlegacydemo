      ******************************************************************
      *    Copybook:      CSPIVLWY.CPY
      *    Layer:         Data
      *    Function:      Customer data view logging and masking
      *                    working storage, shared by every screen
      *                    that shows an account's customer data (see
      *                    LOG-PII-VIEW in CSPIVLPY).  The caller moves
      *                    the user type to WS-PIIV-VIEWER-TYPE to ask
      *                    whether the SSN, government ID and full
      *                    date of birth may be shown unmasked, and
      *                    fills PIIV-RECORD (CVPIV01Y) with the
      *                    account, and the customer and card if it
      *                    has them, before logging the view.
      ******************************************************************
         05  WS-PIIV-DATASET                    PIC X(08)
                                                VALUE 'PIIVIEW '.
         05  WS-PIIV-XREF-DATASET               PIC X(08)
                                                VALUE 'CXACAIX '.
         05  WS-PIIV-REC-LEN                    PIC S9(04) COMP
                                                VALUE 100.
         05  WS-PIIV-KEY-LEN                    PIC S9(04) COMP
                                                VALUE 29.
         05  WS-PIIV-XREF-REC-LEN               PIC S9(04) COMP
                                                VALUE 50.
         05  WS-PIIV-XREF-KEY-LEN               PIC S9(04) COMP
                                                VALUE 11.
         05  WS-PIIV-RESP-CD                    PIC S9(09) COMP.
         05  WS-PIIV-REAS-CD                    PIC S9(09) COMP.
         05  WS-PIIV-LOGGED-SW                  PIC X(01).
             88  WS-PIIV-LOGGED                        VALUE 'Y'.
      *    User types allowed to see customer identity data unmasked
         05  WS-PIIV-VIEWER-TYPE                PIC X(01).
             88  WS-PIIV-VIEWER-SEES-PII               VALUE 'A'.
      *    Set by the caller: Y the screen carries the SSN, government
      *    ID or date of birth, N it shows account or card data only
         05  WS-PIIV-PII-ON-SCREEN-SW           PIC X(01).
             88  WS-PIIV-PII-ON-SCREEN                 VALUE 'Y'.
         05  WS-PIIV-XREF-RECORD.
             10  WS-PIIV-XREF-CARD-NUM          PIC X(16).
             10  WS-PIIV-XREF-ACCT-ID           PIC 9(11).
             10  WS-PIIV-XREF-CUST-ID           PIC 9(09).
             10  FILLER                         PIC X(14).
         05  WS-PIIV-XREF-KEY                   PIC 9(11).
