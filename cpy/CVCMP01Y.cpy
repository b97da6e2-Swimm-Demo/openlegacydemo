      ******************************************************************
      *    Copybook:      CVCMP01Y.CPY
      *    Layer:         Data
      *    Function:      COMPANY MASTER RECORD LAYOUT.  One record per
      *                    company whose employees hold business card
      *                    accounts, keyed by company ID.  The member
      *                    accounts are linked to it through the
      *                    company member file (CVCMP02Y).  The daily
      *                    posting batch (CBTRN01C) holds the members'
      *                    combined balance within the company credit
      *                    limit; the consolidated statement run
      *                    (CBSTM03C) reports the company total; the
      *                    lockbox run (CBTRN02C) spreads a centrally
      *                    billed company's invoice payment over its
      *                    members.  Maintained on the company screen
      *                    (COCMP00C).
      ******************************************************************
       01  COMPANY-RECORD.
           05  CMP-ID                        PIC 9(09).
           05  CMP-NAME                      PIC X(40).
      *    A active; C closed - the members are then held to their own
      *    account limits only and no longer billed centrally.
           05  CMP-STATUS                    PIC X(01).
               88  CMP-ACTIVE                       VALUE 'A'.
               88  CMP-CLOSED                       VALUE 'C'.
           05  CMP-CREDIT-LIMIT              PIC S9(10)V99.
      *    I (or blank) each member account pays its own statement,
      *    C the company pays one invoice for all its members.
           05  CMP-BILLING-OPTION            PIC X(01).
               88  CMP-BILL-INDIVIDUAL              VALUE ' ' 'I'.
               88  CMP-BILL-CENTRAL                 VALUE 'C'.
           05  CMP-CONTACT-NAME              PIC X(40).
           05  CMP-ADDR-LINE-1               PIC X(40).
           05  CMP-ADDR-LINE-2               PIC X(40).
           05  CMP-ADDR-STATE                PIC X(02).
           05  CMP-ADDR-ZIP                  PIC X(10).
           05  CMP-LAST-MAINT-USER           PIC X(08).
           05  CMP-LAST-MAINT-DATE           PIC X(10).
           05  FILLER                        PIC X(37).
