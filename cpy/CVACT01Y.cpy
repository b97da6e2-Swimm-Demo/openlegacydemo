      ******************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-ID                      PIC 9(11).
      *    'Y' open, 'N' closed.  An account the cardholder has
      *    asked to close is put pending closure ('P') on the closure
      *    screen (COCLS00C): it takes payments and returns but no
      *    new debits until the nightly closure run (CBCLS01C) has
      *    billed the last balance and closes it at zero.
           05  ACCT-ACTIVE-STATUS            PIC X(01).
               88  ACCT-STATUS-ACTIVE               VALUE 'Y'.
               88  ACCT-STATUS-CLOSED               VALUE 'N'.
               88  ACCT-STATUS-PENDING-CLOSE        VALUE 'P'.
           05  ACCT-CURR-BAL                 PIC S9(10)V99.
           05  ACCT-CREDIT-LIMIT             PIC S9(10)V99.
           05  ACCT-CASH-CREDIT-LIMIT        PIC S9(10)V99.
      *    Payment obligation fields.  The due date and minimum
      *    payment are computed at month end (CBACT10C) from the
      *    balance; the last payment date is stamped by the daily
      *    posting batch (CBTRN01C) and the lockbox intake
      *    (CBTRN02C) whenever a payment posts - merchant returns
      *    and adjustment credits leave it alone.  All are
      *    spaces/zero on an account with nothing owed.
           05  ACCT-PAY-DUE-DATE             PIC X(10).
           05  ACCT-MIN-PAY-DUE              PIC S9(10)V99.
           05  ACCT-LAST-PAY-DATE            PIC X(10).
           05  ACCT-RECON-FLAG               PIC X(01).
      *    Cash advance portion of ACCT-CURR-BAL, maintained by the
      *    daily posting batch (CBTRN01C): cash advance debits raise
      *    it; a payment above ACCT-MIN-PAY-DUE reduces it first (the
      *    shared allocation in CSPAYAPY), and returns and
      *    adjustment credits reduce it only after the purchase
      *    portion of the balance is covered.  The finance charge run
      *    (CBACT06C) charges this portion at the cash advance rate.
           05  ACCT-CASH-BAL                 PIC S9(10)V99.
      *    Autopay enrollment, maintained by the autopay batch
      *    month; a blank/zero cycle day (or an unparameterized run)
      *    keeps the old everything-at-once behavior.
           05  ACCT-CYCLE-DAY                PIC 9(02).
      *    Recovery tracking on a charged-off account.  The
      *    charge-off batch (CBCOL01C) stamps the balance written
      *    off and starts the recovery figures at zero; every
      *    payment that posts afterwards is a recovery (type 'RC')
      *    and is added here by the posting batches (CBTRN01C,
      *    CBTRN02C), and taken back out by the ACH return batch
      *    (CBPAY02C) when the payment bounces.  Spaces on an
      *    account never charged off.
           05  ACCT-CHARGEOFF-AMT            PIC S9(10)V99.
           05  ACCT-RECOVERY-COUNT           PIC 9(03).
           05  ACCT-RECOVERY-AMT             PIC S9(10)V99.
      *    Annual membership fee, stamped by the annual fee batch
      *    (CBANF01C) on the open-date anniversary it works - the
      *    anniversary date (the one-fee-per-year guard), the fee
      *    charged and what became of it: assessed, waived for the
      *    first year or for the group, or refunded because the
      *    account closed within 30 days of the fee.  Spaces/zero
      *    on an account never yet reached by the batch.
           05  ACCT-ANNUAL-FEE-DATE          PIC X(10).
           05  ACCT-ANNUAL-FEE-AMT           PIC S9(10)V99.
           05  ACCT-ANNUAL-FEE-STATUS        PIC X(01).
               88  ACCT-ANNUAL-FEE-ASSESSED         VALUE 'A'.
               88  ACCT-ANNUAL-FEE-WAIVED           VALUE 'W'.
               88  ACCT-ANNUAL-FEE-REFUNDED         VALUE 'R'.
      *    Posting run that last applied the day's transactions to
      *    the account, stamped by the daily posting batch (CBTRN01C)
      *    as it rewrites the account at the end of the account's
      *    activity - the run's start date and time as YYMMDDHHMM.  A
      *    restarted run skips an account already carrying its own
      *    run's stamp.  Spaces on an account never yet posted to.
           05  ACCT-LAST-POST-RUN-ID         PIC X(10).
