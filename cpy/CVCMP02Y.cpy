      ******************************************************************
      *    Copybook:      CVCMP02Y.CPY
      *    Layer:         Data
      *    Function:      COMPANY MEMBER RECORD LAYOUT.  One record per
      *                    account that belongs to a company (CVCMP01Y),
      *                    keyed by account so an account belongs to
      *                    at most one company, with an alternate key
      *                    on the company ID (path CMPMBRAX) to list a
      *                    company's members.  Added and removed on the
      *                    company screen (COCMP00C).
      ******************************************************************
       01  CMP-MEMBER-RECORD.
           05  CMB-ACCT-ID                   PIC 9(11).
           05  CMB-CMP-ID                    PIC 9(09).
           05  CMB-ADDED-DATE                PIC X(10).
           05  CMB-ADDED-USER                PIC X(08).
           05  FILLER                        PIC X(12).
