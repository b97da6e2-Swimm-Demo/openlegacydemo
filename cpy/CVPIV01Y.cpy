      ******************************************************************
      *    Copybook:      CVPIV01Y.CPY
      *    Layer:         Data
      *    Function:      CUSTOMER DATA VIEW LOG RECORD LAYOUT.  One
      *                    record each time a screen shows a user an
      *                    account's customer data, keyed by the user,
      *                    the date and time of the view and a
      *                    sequence within the second.  Written by
      *                    the screens through LOG-PII-VIEW (CSPIVLPY);
      *                    read by the weekly view report (CBPIV01C)
      *                    that compliance works from.  Records are
      *                    never changed once written.
      ******************************************************************
       01  PIIV-RECORD.
           05  PIIV-KEY.
               10  PIIV-USER-ID              PIC X(08).
               10  PIIV-VIEW-DATE            PIC X(10).
               10  PIIV-VIEW-TIME            PIC X(08).
               10  PIIV-VIEW-SEQ             PIC 9(03).
           05  PIIV-USER-TYPE                PIC X(01).
           05  PIIV-PROGRAM                  PIC X(08).
           05  PIIV-CUST-ID                  PIC 9(09).
           05  PIIV-ACCT-ID                  PIC 9(11).
           05  PIIV-CARD-NUM                 PIC X(16).
      *    F the SSN, government ID and date of birth were shown in
      *    full, M they were shown masked, N the screen does not
      *    show them (the view is of the account or card only).
           05  PIIV-PII-SHOWN                PIC X(01).
               88  PIIV-PII-SHOWN-FULL              VALUE 'F'.
               88  PIIV-PII-SHOWN-MASKED            VALUE 'M'.
               88  PIIV-PII-NOT-ON-SCREEN           VALUE 'N'.
           05  FILLER                        PIC X(25).
