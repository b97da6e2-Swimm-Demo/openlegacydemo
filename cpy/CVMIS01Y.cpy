      ******************************************************************
      *    Copybook:      CVMIS01Y.CPY
      *    Layer:         Data
      *    Function:      PORTFOLIO SNAPSHOT HISTORY RECORD LAYOUT.
      *                    One record per account per month-end,
      *                    written by the month-end portfolio
      *                    performance batch (CBMIS01C) and keyed by
      *                    the month and account, so the prior
      *                    month's figures for an account are one
      *                    random read away when the roll rates are
      *                    worked out.  A rerun for the same month
      *                    replaces that month's records.
      ******************************************************************
       01  MISH-RECORD.
           05  MISH-KEY.
               10  MISH-MONTH                PIC X(07).
               10  MISH-ACCT-ID              PIC 9(11).
           05  MISH-GROUP-ID                 PIC X(10).
      *    Where the account stood at the month-end: open, closed
      *    (ACCT-ACTIVE-STATUS not 'Y') or charged off - a charged-
      *    off account counts as charged off whatever its status.
           05  MISH-ACCT-STATE               PIC X(01).
               88  MISH-STATE-OPEN                  VALUE 'O'.
               88  MISH-STATE-CLOSED                VALUE 'C'.
               88  MISH-STATE-CHARGED-OFF           VALUE 'W'.
           05  MISH-CURR-BAL                 PIC S9(10)V99.
           05  MISH-CREDIT-LIMIT             PIC S9(10)V99.
           05  MISH-PAY-DUE-DATE             PIC X(10).
           05  MISH-MIN-PAY-DUE              PIC S9(10)V99.
      *    Days past due as the delinquency aging run derives them,
      *    and the thirty-day bucket they fall in.  A charged-off
      *    account is left in bucket zero; its state says where it
      *    is.
           05  MISH-DAYS-PAST-DUE            PIC 9(03).
           05  MISH-DELQ-BUCKET              PIC 9(01).
               88  MISH-BUCKET-CURRENT              VALUE 0.
               88  MISH-BUCKET-30                   VALUE 1.
               88  MISH-BUCKET-60                   VALUE 2.
               88  MISH-BUCKET-90                   VALUE 3.
               88  MISH-BUCKET-120                  VALUE 4.
               88  MISH-BUCKET-150                  VALUE 5.
               88  MISH-BUCKET-180-PLUS             VALUE 6.
      *    The month's income off the posted transactions - finance
      *    charges (the interest CBACT06C posts) and fees (late,
      *    ACH return, foreign transaction and annual fees, net of
      *    any refunded) - and the balance written off if the
      *    account was charged off in the month.
           05  MISH-FIN-CHARGE-AMT           PIC S9(09)V99.
           05  MISH-FEE-AMT                  PIC S9(09)V99.
           05  MISH-CHARGEOFF-AMT            PIC S9(10)V99.
           05  MISH-SNAP-DATE                PIC X(10).
           05  FILLER                        PIC X(27).
