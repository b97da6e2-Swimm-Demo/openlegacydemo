       01  PARM-RECORD.
           05  PARM-KEY.
               10  PARM-SET-ID               PIC X(08).
      *            FINRATE entries carry the monthly finance
      *            charge rate by account group (or DEFAULT); entry
      *            SCRA is the monthly rate interest is capped at
      *            while an account's military special handling
      *            code is in force.
                   88  PARM-SET-FINRATE             VALUE 'FINRATE '.
                   88  PARM-SET-CASHRATE            VALUE 'CASHRATE'.
                   88  PARM-SET-AREACODE            VALUE 'AREACODE'.
      *            FEES entries carry a flat dollar amount (NN.NN)
      *            in the rate field - the ACH return fee under
      *            entry RETURNFEE, the late fee under LATEFEE.
      *            The annual membership fee is keyed by account
      *            group (or DEFAULT), with the fee in PARM-AMOUNT
      *            and the group's waiver flags below; a group with
      *            no entry pays no annual fee.
                   88  PARM-SET-FEES                VALUE 'FEES    '.
      *            FRAUDVEL entries carry the fraud velocity
      *            thresholds in PARM-AMOUNT: MAXCOUNT (daily
      *            cumulative amount per card) and MAXMERCH
      *            (repeated identical-merchant hits).
                   88  PARM-SET-FRAUDVEL            VALUE 'FRAUDVEL'.
      *            BALXFER and PROMOPUR entries, keyed by account
      *            group (or DEFAULT), are the promotional offers:
      *            the monthly promotional rate in the rate field
      *            and the promotional term in months in
      *            PARM-AMOUNT.  A balance transfer's term runs from
      *            the day it posts; the intro purchase term runs
      *            from ACCT-OPEN-DATE.
                   88  PARM-SET-BALXFER             VALUE 'BALXFER '.
                   88  PARM-SET-PROMOPUR            VALUE 'PROMOPUR'.
      *            REWARDS entries, keyed by account group (or
      *            DEFAULT), carry the points earned per dollar of
      *            purchases in the rate field; a group with no
      *            entry earns nothing.  Entry REDEEMVAL carries the
      *            dollar value of 100 points in the rate field and
      *            the fewest points a redemption may take in
      *            PARM-AMOUNT.
                   88  PARM-SET-REWARDS             VALUE 'REWARDS '.
      *            FXRATE entries, keyed by ISO currency code, carry
      *            the dollar value of one unit of the currency in
      *            PARM-FX-RATE, effective from PARM-EFF-DATE; the
      *            daily rate load (CBFXR01C) replaces them.  FXFEE
      *            entries, keyed by account group (or DEFAULT),
      *            carry the foreign transaction fee percent in the
      *            rate field; a group with no entry pays no fee.
                   88  PARM-SET-FXRATE              VALUE 'FXRATE  '.
                   88  PARM-SET-FXFEE               VALUE 'FXFEE   '.
               10  PARM-ENTRY-ID             PIC X(10).
           05  PARM-RATE-PCT                 PIC 9(02)V9(02).
           05  PARM-EFF-DATE                 PIC X(10).
      *    Larger money or count values that do not fit the NN.NN
      *    rate field - used by the FRAUDVEL threshold entries.
           05  PARM-AMOUNT                   PIC S9(09)V99.
      *    Currency conversion rate, to six places - used by the
      *    FXRATE entries.
           05  PARM-FX-RATE                  PIC 9(04)V9(06).
      *    Annual fee waivers on a FEES group entry - the fee falls
      *    away at the first anniversary, or for the whole group
      *    while the flag stands.
           05  PARM-FEE-WAIVE-FIRST-YR       PIC X(01).
               88  PARM-FEE-FIRST-YR-WAIVED         VALUE 'Y'.
           05  PARM-FEE-WAIVE-GROUP          PIC X(01).
               88  PARM-FEE-GROUP-WAIVED            VALUE 'Y'.
           05  FILLER                        PIC X(07).
