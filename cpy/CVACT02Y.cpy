      *    is born P; the activation screen (COCRDATC) or a rep on
      *    the card update screen flips it to Y after verifying the
      *    CVV and date of birth.  A debit on a P card is rejected.
      *    H is hot-carded: reported lost or stolen and replaced on
      *    the card replacement screen (COCRDRPC).  A hot-carded
      *    card never comes back to life; a debit still presented
      *    on it is rejected and queued for fraud review.
           05  CARD-ACTIVE-STATUS            PIC X(01).
               88  CARD-STATUS-ACTIVE               VALUE 'Y'.
               88  CARD-STATUS-INACTIVE             VALUE 'N'.
               88  CARD-STATUS-PENDING-ACTV         VALUE 'P'.
               88  CARD-STATUS-HOT-CARDED           VALUE 'H'.
           05  CARD-TYPE-CD                  PIC X(01).
               88  CARD-TYPE-PRIMARY                VALUE 'P'.
               88  CARD-TYPE-SUPPLEMENTARY           VALUE 'S'.
      *    is born or reissued pending activation - the base for
      *    the unactivated-card aging report (CBCRD02C).
           05  CARD-MAILED-DATE              PIC X(10).
      *    On a hot-carded card, the replacement card number issued
      *    on the same account in its place.
           05  CARD-REPLACED-BY-NUM          PIC X(16).
           05  FILLER                        PIC X(08).
