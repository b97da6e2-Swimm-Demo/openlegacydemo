      ******************************************************************
      *    Copybook:      CVSPH01Y.CPY
      *    Layer:         Data
      *    Function:      SPECIAL HANDLING RECORD LAYOUT.  One record
      *                    per account that has ever been put under
      *                    special handling - deceased, bankruptcy,
      *                    military duty (SCRA) or hardship - keyed
      *                    by account.  The code in force with its
      *                    start and end dates, who made and who
      *                    approved it; a change proposed on the
      *                    special handling screen (COSPH01C) waits
      *                    in the pending fields until a second user
      *                    approves or rejects it there.  The batches
      *                    decide whether the code is in force
      *                    through READ-SPECIAL-HANDLING (CSSPHRPY)
      *                    and keep month-to-date figures of what
      *                    they suppressed, which the monthly special
      *                    handling report (CBSPH01C) prints and
      *                    resets.
      ******************************************************************
       01  SPH-RECORD.
           05  SPH-ACCT-ID                   PIC 9(11).
      *    The code in force.  Blank once a code has been removed.
           05  SPH-HANDLING-CD               PIC X(01).
               88  SPH-CD-NONE                      VALUE ' '.
               88  SPH-CD-DECEASED                  VALUE 'D'.
               88  SPH-CD-BANKRUPTCY                VALUE 'B'.
               88  SPH-CD-MILITARY                  VALUE 'M'.
               88  SPH-CD-HARDSHIP                  VALUE 'H'.
               88  SPH-CD-VALID                     VALUES 'D' 'B'
                                                           'M' 'H'.
      *    The code applies from the start date through the end
      *    date; a blank end date means until further notice.
           05  SPH-START-DATE                PIC X(10).
           05  SPH-END-DATE                  PIC X(10).
           05  SPH-MAKER-USER-ID             PIC X(08).
           05  SPH-CHECKER-USER-ID           PIC X(08).
           05  SPH-APPROVED-DATE             PIC X(10).
      *    Change awaiting a second user's decision.  A proposed
      *    code of 'N' removes the code in force.
           05  SPH-PEND-STATUS               PIC X(01).
               88  SPH-PEND-NONE                    VALUE ' '.
               88  SPH-PEND-AWAITING                VALUE 'P'.
           05  SPH-PEND-CD                   PIC X(01).
           05  SPH-PEND-START-DATE           PIC X(10).
           05  SPH-PEND-END-DATE             PIC X(10).
           05  SPH-PEND-MAKER-USER-ID        PIC X(08).
           05  SPH-PEND-REQUEST-DATE         PIC X(10).
      *    The last decision taken on a proposed change.
           05  SPH-LAST-DECISION             PIC X(01).
               88  SPH-LAST-APPROVED                VALUE 'A'.
               88  SPH-LAST-REJECTED                VALUE 'R'.
           05  SPH-LAST-DECIDED-BY           PIC X(08).
           05  SPH-LAST-DECISION-DATE        PIC X(10).
      *    What the batches held back this month: late fees not
      *    assessed (CBACT10C), the date the account was first
      *    kept out of collections (CBACT10C), autopay drafts not
      *    taken (CBPAY01C), interest not charged above the SCRA
      *    rate (CBACT06C), and the compliance condition code last
      *    reported to the bureau (CBBUR01C).  Reset by the monthly
      *    report, which stamps the date it last ran.
           05  SPH-MTD-LATE-FEE-CNT          PIC 9(03).
           05  SPH-MTD-LATE-FEE-AMT          PIC S9(07)V99.
           05  SPH-COLL-HELD-DATE            PIC X(10).
           05  SPH-MTD-AUTOPAY-CNT           PIC 9(03).
           05  SPH-MTD-AUTOPAY-AMT           PIC S9(09)V99.
           05  SPH-MTD-INT-SAVED             PIC S9(07)V99.
           05  SPH-BUREAU-DATE               PIC X(10).
           05  SPH-BUREAU-CD                 PIC X(02).
           05  SPH-LAST-RPT-DATE             PIC X(10).
           05  FILLER                        PIC X(16).
