      *              FRAUDVEL set); a tripped rule still posts but    *
      *              queues an alert for the fraud review screen      *
      *              (COFRD00C).                                      *
      *              Credits are typed payment, merchant return or    *
      *              adjustment; only a payment stamps the last       *
      *              payment date, and a payment above the minimum    *
      *              due pays the cash advance portion first (the     *
      *              allocation the lockbox intake CBTRN02C shares).  *
      *              A charged-off account refuses every debit, and   *
      *              a payment on it posts as a recovery (type RC),   *
      *              counted on the account against the write-off.    *
      *              A debit presented on a card reported lost or     *
      *              stolen and replaced (COCRDRPC) is rejected and   *
      *              queued for fraud review the same way.            *
      *              An account pending closure (COCLS00C) refuses    *
      *              new debits, bar one settling within an amount    *
      *              approved before the closure; its payments and    *
      *              returns post as usual.                           *
      *              A settled debit is matched to the hold the       *
      *              online authorization program (COAUT01C) placed   *
      *              for it - by the authorization code it carries,   *
      *              else by card, type and amount - and the hold is  *
      *              released once the debit posts.  A debit within   *
      *              its approved amount is not re-edited against the *
      *              limits: the approval already committed the       *
      *              credit.                                          *
      *              A balance transfer (type BT) is booked to a      *
      *              promotional balance segment (PROMSEG) at the     *
      *              group's PARMDAT BALXFER rate and term, and a     *
      *              purchase made inside the group's PROMOPUR intro  *
      *              term from the account open date is booked to     *
      *              the account's intro purchase segment.  Payments  *
      *              and other credits pay the segments down in the   *
      *              order the shared allocation sets.                *
      *              A purchase earns rewards points at the group's   *
      *              PARMDAT REWARDS rate and a merchant return takes *
      *              them back, each posted to the points ledger      *
      *              (RWDLEDG) by the shared ledger posting; cash     *
      *              advances earn nothing, and a closed or           *
      *              charged-off account neither earns nor reverses.  *
      *              An item made in a foreign currency is converted  *
      *              to dollars at the day's PARMDAT FXRATE rate (no  *
      *              rate on file rejects it), keeps its original     *
      *              currency and amount on the posted master, and a  *
      *              foreign debit is charged the group's PARMDAT     *
      *              FXFEE percent as a separate fee transaction      *
      *              (type FX).                                       *
      *              A card network item taken in by the clearing     *
      *              intake (CBCLR01C) keeps its network mark on the  *
      *              posted master for the settlement reconciliation  *
      *              (CBCLR02C).                                      *
      *              The annual membership fee (type AF) raised by    *
      *              the annual fee batch (CBANF01C) posts whatever   *
      *              the card's status and the room under the limits, *
      *              and does not count toward the velocity rules.    *
      *              The day's file is sorted by account (the card's  *
      *              account off the cross-reference, arrival order   *
      *              kept within the account) and each account's      *
      *              activity is applied with one read and one        *
      *              rewrite of the account, which also stamps the    *
      *              account with the run's identity.  A checkpoint   *
      *              is taken every WS-CHECKPOINT-INTERVAL accounts;  *
      *              a run resubmitted after a failure carries on     *
      *              from the checkpoint under the failed run's       *
      *              posting date, skips accounts already stamped by  *
      *              that run, and for the one account in progress    *
      *              when it failed takes the items already on the    *
      *              posted master as posted rather than posting      *
      *              them again.  Rejects are held until the          *
      *              account's rewrite, so none is written twice.     *
      *              An account linked to a company on the company    *
      *              member file (CMPMBR) is held, on top of its own  *
      *              limits, to the company credit limit on CMPDAT: a *
      *              debit is refused if the company's combined       *
      *              balance - this account's plus the other members' *
      *              as they stand on file when the account is        *
      *              started - would go over it.  A closed company    *
      *              imposes no limit.                                *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY IS FD-FRQ-KEY
                  FILE STATUS IS FRAUDQ-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-HOL-DATE
                  FILE STATUS IS HOLIDAY-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-RUNC-KEY
                  FILE STATUS IS RUNCTL-STATUS.

           SELECT HOLDFILE-FILE ASSIGN TO HOLDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-HOLD-KEY
                  FILE STATUS IS HOLDFILE-STATUS.

           SELECT PROMSEG-FILE ASSIGN TO PROMSEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-SEG-KEY
                  FILE STATUS IS PROMSEG-STATUS.

           SELECT RWDLEDG-FILE ASSIGN TO RWDLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-RWD-KEY
                  FILE STATUS IS RWDLEDG-STATUS.

           SELECT DALYREJS-FILE ASSIGN TO DALYREJS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DALYREJS-STATUS.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TRANRPT-STATUS.

           SELECT CHKPTFL-FILE ASSIGN TO CHKPTFL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHKPTFL-STATUS.

           SELECT CMPMBR-FILE ASSIGN TO CMPMBR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CMB-ACCT-ID
                  ALTERNATE RECORD KEY IS FD-CMB-CMP-ID
                            WITH DUPLICATES
                  FILE STATUS IS CMPMBR-STATUS.

           SELECT CMPDAT-FILE ASSIGN TO CMPDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CMP-ID
                  FILE STATUS IS CMPDAT-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.

       FD  DALYTRAN-FILE.
       01  FD-DALYTRAN-REC                   PIC X(100).

       FD  CARDFILE-FILE.
       01  FD-CARDFILE-REC.
       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                    PIC 9(11).
           05  FD-ACCT-ACTIVE-STATUS         PIC X(01).
           05  FD-ACCT-CURR-BAL              PIC S9(10)V99.
           05  FILLER                        PIC X(286).

       FD  TRANFILE-FILE.
       01  FD-TRANFILE-REC.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

      *****************************************************************
      * One reject per failed transaction - the transaction exactly   *
      * as it came in, followed by the reason it was refused, so the  *
      * repaired file can be resubmitted to this job unchanged.  The  *
      * nightly repair load (CBRPI02C) puts each one on the repair    *
      * workbench.                                                    *
      *****************************************************************
       FD  DALYREJS-FILE.
       01  FD-DALYREJS-REC.
           05  REJS-TRAN-DATA                PIC X(100).
           05  REJS-REJECT-REASON            PIC X(40).

       FD  TRANRPT-FILE.
       01  TRANRPT-RECORD                    PIC X(132).

      *****************************************************************
      * Restart checkpoint - the run it belongs to and that run's     *
      * posting date, the accounts already finished and the last of   *
      * them in sorted order, and the report totals so far.  A blank  *
      * run means the last run finished and there is nothing to       *
      * restart.                                                      *
      *****************************************************************
       FD  CHKPTFL-FILE.
       01  CHKPTFL-RECORD.
           05  CHKPT-RUN-ID                  PIC X(10).
           05  CHKPT-POST-DATE               PIC X(10).
           05  CHKPT-ACCT-COUNT              PIC 9(07).
           05  CHKPT-LAST-ACCT-ID            PIC 9(11).
           05  CHKPT-READ-COUNT              PIC 9(07).
           05  CHKPT-POSTED-COUNT            PIC 9(07).
           05  CHKPT-REJECTED-COUNT          PIC 9(07).
           05  CHKPT-ALERT-COUNT             PIC 9(07).
           05  CHKPT-HOLD-RELEASED-COUNT     PIC 9(07).
           05  CHKPT-RECOVERY-COUNT          PIC 9(07).
           05  CHKPT-BAL-XFER-COUNT          PIC 9(07).
           05  CHKPT-SEG-OPENED-COUNT        PIC 9(07).
           05  CHKPT-RWD-EARN-COUNT          PIC 9(07).
           05  CHKPT-RWD-REVERSE-COUNT       PIC 9(07).
           05  CHKPT-FX-CONVERT-COUNT        PIC 9(07).
           05  CHKPT-FX-FEE-COUNT            PIC 9(07).
           05  CHKPT-DONE-COUNT              PIC 9(07).

      *****************************************************************
      * The day's transactions sorted by the card's account, arrival  *
      * order kept within the account.  A card with no cross-         *
      * reference entry sorts under account zero, ahead of the rest.  *
      *****************************************************************
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-ACCT-ID                  PIC 9(11).
           05  SORT-ARRIVAL-SEQ              PIC 9(07).
           05  SORT-TRAN-DATA                PIC X(100).

       FD  PARMFILE-FILE.
       01  FD-PARMFILE-REC.
           05  FD-PARM-KEY.
               10  FD-FRQ-ALERT-SEQ          PIC 9(03).
           05  FILLER                        PIC X(111).

       FD  HOLIDAY-FILE.
       01  FD-HOLIDAY-REC.
           05  FD-HOL-DATE                   PIC X(10).
           05  FILLER                        PIC X(70).

       FD  RUNCTL-FILE.
       01  FD-RUNCTL-REC.
           05  FD-RUNC-KEY.
               10  FD-RUNC-BUSINESS-DATE     PIC X(10).
           05  FILLER                        PIC X(62).

       FD  HOLDFILE-FILE.
       01  FD-HOLDFILE-REC.
           05  FD-HOLD-KEY.
               10  FD-HOLD-ACCT-ID           PIC 9(11).
               10  FD-HOLD-AUTH-CODE         PIC X(06).
           05  FILLER                        PIC X(133).

       FD  PROMSEG-FILE.
       01  FD-PROMSEG-REC.
           05  FD-SEG-KEY.
               10  FD-SEG-ACCT-ID            PIC 9(11).
               10  FD-SEG-SEQ-NUM            PIC 9(03).
           05  FILLER                        PIC X(86).

       FD  RWDLEDG-FILE.
       01  FD-RWDLEDG-REC.
           05  FD-RWD-KEY.
               10  FD-RWD-ACCT-ID            PIC 9(11).
               10  FD-RWD-ENTRY-SEQ          PIC 9(07).
           05  FILLER                        PIC X(82).

       FD  CMPMBR-FILE.
       01  FD-CMPMBR-REC.
           05  FD-CMB-ACCT-ID                PIC 9(11).
           05  FD-CMB-CMP-ID                 PIC 9(09).
           05  FILLER                        PIC X(30).

       FD  CMPDAT-FILE.
       01  FD-CMPDAT-REC.
           05  FD-CMP-ID                     PIC 9(09).
           05  FILLER                        PIC X(241).

       WORKING-STORAGE SECTION.

      *************************************************************
               88  RUNCTL-SUCCESS                     VALUE '00'.
               88  RUNCTL-DUPKEY                      VALUE '22'.
               88  RUNCTL-NOTFOUND                    VALUE '35'.
           05  HOLIDAY-STATUS                 PIC X(02).
               88  HOLIDAY-SUCCESS                    VALUE '00'.
           05  HOLDFILE-STATUS                PIC X(02).
               88  HOLDFILE-SUCCESS                   VALUE '00'.
               88  HOLDFILE-NOTFND                    VALUE '23'.
               88  HOLDFILE-NOTFOUND                  VALUE '35'.
           05  PROMSEG-STATUS                 PIC X(02).
               88  PROMSEG-SUCCESS                    VALUE '00'.
               88  PROMSEG-NOTFND                     VALUE '23'.
               88  PROMSEG-NOTFOUND                   VALUE '35'.
           05  RWDLEDG-STATUS                 PIC X(02).
               88  RWDLEDG-SUCCESS                    VALUE '00'.
               88  RWDLEDG-NOTFND                     VALUE '23'.
               88  RWDLEDG-NOTFOUND                   VALUE '35'.
           05  DALYREJS-STATUS                PIC X(02).
               88  DALYREJS-SUCCESS                   VALUE '00'.
           05  TRANRPT-STATUS                 PIC X(02).
               88  TRANRPT-SUCCESS                    VALUE '00'.
           05  CHKPTFL-STATUS                 PIC X(02).
               88  CHKPTFL-SUCCESS                    VALUE '00'.
               88  CHKPTFL-NOTFOUND                   VALUE '35'.
           05  CMPMBR-STATUS                  PIC X(02).
               88  CMPMBR-SUCCESS                     VALUE '00'.
               88  CMPMBR-DUPKEY-NEXT                 VALUE '02'.
               88  CMPMBR-NOTFND                      VALUE '23'.
           05  CMPDAT-STATUS                  PIC X(02).
               88  CMPDAT-SUCCESS                     VALUE '00'.
               88  CMPDAT-NOTFND                      VALUE '23'.

       01  WS-SWITCHES.
           05  WS-DALYTRAN-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-VEL-FULL-TOLD                    VALUE 'Y'.
           05  WS-ALERT-WRITTEN-SW            PIC X(01) VALUE 'N'.
               88  ALERT-WRITTEN                       VALUE 'Y'.
           05  WS-HOLDFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  HOLDFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-HOLDFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  HOLDFILE-AT-EOF                     VALUE 'Y'.
           05  WS-HOLD-MATCHED-SW             PIC X(01) VALUE 'N'.
               88  HOLD-MATCHED                        VALUE 'Y'.
           05  WS-PROMSEG-OPEN-SW             PIC X(01) VALUE 'N'.
               88  PROMSEG-IS-OPEN                     VALUE 'Y'.
           05  WS-PROMSEG-EOF-SW              PIC X(01) VALUE 'N'.
               88  PROMSEG-AT-EOF                      VALUE 'Y'.
           05  WS-SEG-DEBIT-SW                PIC X(01) VALUE 'N'.
               88  SEG-DEBIT                           VALUE 'Y'.
           05  WS-SEG-OFFER-SW                PIC X(01) VALUE 'N'.
               88  SEG-OFFER-FOUND                     VALUE 'Y'.
           05  WS-RWDLEDG-OPEN-SW             PIC X(01) VALUE 'N'.
               88  RWDLEDG-IS-OPEN                     VALUE 'Y'.
           05  WS-RWD-RATE-SW                 PIC X(01) VALUE 'N'.
               88  RWD-RATE-FOUND                      VALUE 'Y'.
           05  WS-FX-FEE-SW                   PIC X(01) VALUE 'N'.
               88  FX-FEE-FOUND                        VALUE 'Y'.
           05  WS-SORT-EOF-SW                 PIC X(01) VALUE 'N'.
               88  SORT-AT-EOF                         VALUE 'Y'.
           05  WS-COMPANY-OPEN-SW             PIC X(01) VALUE 'N'.
               88  COMPANY-FILES-OPEN                  VALUE 'Y'.
           05  WS-CMPMBR-EOF-SW               PIC X(01) VALUE 'N'.
               88  CMPMBR-AT-EOF                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-POSTED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-REJECTED-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-ALERT-COUNT                 PIC 9(07) COMP VALUE 0.
           05  WS-HOLD-RELEASED-COUNT         PIC 9(07) COMP VALUE 0.
           05  WS-RECOVERY-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-BAL-XFER-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-SEG-OPENED-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-RWD-EARN-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-RWD-REVERSE-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-FX-CONVERT-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-FX-FEE-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-VEL-IDX                     PIC 9(04) COMP VALUE 0.
           05  WS-ARRIVAL-SEQ                 PIC 9(07) COMP VALUE 0.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-DONE-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-CHECKPOINT-INTERVAL         PIC 9(07) COMP VALUE 100.
           05  WS-CKPT-REMAINDER              PIC 9(07) COMP VALUE 0.

      *************************************************************
      * Fraud velocity thresholds, from the PARMDAT FRAUDVEL set  *
      * (entries MAXCOUNT, MAXAMOUNT, MAXMERCH in PARM-AMOUNT) so *
      * the fraud desk can tune them without a program change.    *
      * The literals remain only as the fallback when the         *
      * parameter file or an entry is absent.                     *
      *************************************************************
       01  WS-VELOCITY-RULES.
           05  WS-VEL-MAX-COUNT               PIC 9(05) VALUE 20.
           05  WS-VEL-MAX-MERCH               PIC 9(05) VALUE 5.

      *************************************************************
      * Per-card velocity accumulators for the day's file, seeded *
      * from the posted master's same-day history the first time a *
      * card is seen, so a resubmitted or split input file cannot *
      * dodge the rules.                                          *
      *************************************************************
       01  WS-VELOCITY-TABLE.
           05  WS-VEL-MAX                     PIC 9(04) COMP

      *************************************************************
      * Run-control state.  The job refuses to run twice for the  *
      * same business date unless the OVERRIDE card (the last     *
      * SYSIN card) is supplied.  This job heads tonight's chain, *
      * so it has no predecessor of its own.                      *
      *************************************************************
       01  WS-RUN-CONTROL.
           05  WS-RUNC-JOB-NAME               PIC X(08)
               88  RUNCTL-IS-OPEN                    VALUE 'Y'.
           05  WS-RUNC-BLOCKED-SW             PIC X(01) VALUE 'N'.
               88  WS-RUNC-BLOCKED                   VALUE 'Y'.
           05  WS-RUNC-SKIPPED-SW             PIC X(01) VALUE 'N'.
               88  WS-RUNC-SKIPPED                   VALUE 'Y'.
           05  WS-RUNC-DATE-YYYYMMDD.
               10  WS-RUNC-DATE-YEAR          PIC X(04).
               10  WS-RUNC-DATE-MONTH         PIC X(02).

           COPY CVRUN01Y.

      *************************************************************
      * Holiday calendar record and the business-day fields       *
      * shared with the other batches that work to the calendar   *
      *************************************************************
           COPY CVHOL01Y.

       01  WS-BUSD-CALENDAR-FIELDS.
           COPY CSBUSDWY.

      *************************************************************
      * Posting date, captured once at job start and stamped on   *
      * every transaction posted by this run.                     *
               10  WS-POST-DATE-DAY           PIC X(02).
           05  WS-POST-DATE-FORMATTED         PIC X(10).

      *************************************************************
      * Account group and restart state.  The run's identity is   *
      * its start date and time (YYMMDDHHMM), stamped on every    *
      * account it rewrites; a restarted run takes the failed     *
      * run's identity and posting date off the checkpoint.  The  *
      * used table holds the posted master sequence numbers       *
      * already taken as earlier postings of the account in       *
      * progress at the failure.                                  *
      *************************************************************
       01  WS-ACCOUNT-GROUP.
           05  WS-RUN-ID                      PIC X(10).
           05  WS-RUN-TIME                    PIC X(08).
           05  WS-GROUP-ACCT-ID               PIC 9(11) VALUE 0.
           05  WS-CHKPT-RUN-ID                PIC X(10).
           05  WS-CHKPT-POST-DATE             PIC X(10).
           05  WS-CHKPT-LAST-ACCT-ID          PIC 9(11) VALUE 0.
           05  WS-RESTART-ACCT-COUNT          PIC 9(07) COMP VALUE 0.
           05  WS-GROUP-OPEN-SW               PIC X(01) VALUE 'N'.
               88  GROUP-OPEN                          VALUE 'Y'.
           05  WS-ACCT-ON-FILE-SW             PIC X(01) VALUE 'N'.
               88  ACCT-ON-FILE                        VALUE 'Y'.
           05  WS-GROUP-DONE-SW               PIC X(01) VALUE 'N'.
               88  GROUP-ALREADY-POSTED                VALUE 'Y'.
           05  WS-RESTART-SW                  PIC X(01) VALUE 'N'.
               88  RUN-IS-RESTART                      VALUE 'Y'.
           05  WS-STOP-RUN-SW                 PIC X(01) VALUE 'N'.
               88  STOP-RUN                            VALUE 'Y'.
           05  WS-REPLAY-SW                   PIC X(01) VALUE 'N'.
               88  REPLAY-ACCT                         VALUE 'Y'.
           05  WS-REPLAY-TAKEN-SW             PIC X(01) VALUE 'N'.
               88  REPLAY-TAKEN                        VALUE 'Y'.
           05  WS-REPLAY-MATCH-SW             PIC X(01) VALUE 'N'.
               88  REPLAY-MATCHED                      VALUE 'Y'.
           05  WS-REPLAY-FEE-SW               PIC X(01) VALUE 'N'.
               88  REPLAY-FOR-FEE                      VALUE 'Y'.
           05  WS-REPLAY-IDX                  PIC 9(04) COMP VALUE 0.
           05  WS-REPLAY-USED-MAX             PIC 9(04) COMP
                                              VALUE 2000.
           05  WS-REPLAY-USED-COUNT           PIC 9(04) COMP VALUE 0.
           05  WS-REPLAY-USED-SEQ             PIC 9(06)
                                              OCCURS 2000 TIMES.

      *************************************************************
      * Rejects held for the account being worked, written out    *
      * as soon as its rewrite is made.  When an account fills    *
      * the table, what it holds is written out early.            *
      *************************************************************
       01  WS-REJECT-HOLD.
           05  WS-REJ-MAX                     PIC 9(04) COMP VALUE 500.
           05  WS-REJ-COUNT                   PIC 9(04) COMP VALUE 0.
           05  WS-REJ-IDX                     PIC 9(04) COMP VALUE 0.
           05  WS-REJ-ENTRY                   PIC X(140)
                                              OCCURS 500 TIMES.

      *************************************************************
      * Company limit work area.  When the account in hand        *
      * belongs to an active company, the company's limit is held *
      * with the combined balance of its other member accounts -  *
      * each as it stands on file when the account is started, so *
      * a member posted earlier in the run counts at its new      *
      * balance.  A member in credit counts as owing nothing.     *
      *************************************************************
       01  WS-COMPANY-FIELDS.
           05  WS-CMP-MEMBER-SW               PIC X(01) VALUE 'N'.
               88  ACCT-IN-COMPANY                     VALUE 'Y'.
           05  WS-CMP-ID                      PIC 9(09) VALUE 0.
           05  WS-CMP-CREDIT-LIMIT            PIC S9(10)V99 VALUE 0.
           05  WS-CMP-OTHER-BAL               PIC S9(11)V99 VALUE 0.
           05  WS-CMP-NEW-EXPOSURE            PIC S9(11)V99 VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-NEW-BALANCE                 PIC S9(10)V99.
           05  WS-NEW-CASH-BALANCE            PIC S9(10)V99.
           05  WS-NEW-CARD-CYC-DEBIT          PIC S9(10)V99.
           05  WS-EFFECTIVE-LIMIT             PIC S9(10)V99.
           05  WS-REJECT-REASON               PIC X(40).
           05  WS-SAVE-LAST-PAY-DATE          PIC X(10).
           05  WS-SAVE-CASH-BAL               PIC S9(10)V99.

      *************************************************************
      * Promotional balance segment work area.  The account's     *
      * active segments are held in the payment allocation's      *
      * segment table; a debit booked to a segment names the      *
      * table entry it tops up, or none for a new segment.        *
      *************************************************************
       01  WS-PROMO-FIELDS.
           05  WS-SEG-IDX                     PIC 9(02) COMP.
           05  WS-SEG-TARGET-IDX              PIC 9(02) COMP.
           05  WS-SEG-MAX-SEQ                 PIC 9(03).
           05  WS-SEG-OFFER-SET               PIC X(08).
           05  WS-SEG-OFFER-RATE              PIC 9(02)V9(02).
           05  WS-SEG-OFFER-TERM              PIC 9(03).
           05  WS-SEG-NEW-TYPE                PIC X(02).
           05  WS-SEG-NEW-START               PIC X(10).
           05  WS-SEG-MONTHS                  PIC 9(05) COMP.
           05  WS-SEG-YEARS                   PIC 9(03) COMP.
           05  WS-SEG-LEAP-REM                PIC 9(03) COMP.
           05  WS-SEG-LEAP-QUOT               PIC 9(05) COMP.
           05  WS-SEG-DAYS-IN-MONTH           PIC 9(02).
           05  WS-SEG-BASE-DATE.
               10  WS-SEG-BASE-YEAR           PIC 9(04).
               10  FILLER                     PIC X(01).
               10  WS-SEG-BASE-MONTH          PIC 9(02).
               10  FILLER                     PIC X(01).
               10  WS-SEG-BASE-DAY            PIC 9(02).
           05  WS-SEG-EXPIRY-DATE.
               10  WS-SEG-EXPIRY-YEAR         PIC 9(04).
               10  FILLER                     PIC X(01) VALUE '-'.
               10  WS-SEG-EXPIRY-MONTH        PIC 9(02).
               10  FILLER                     PIC X(01) VALUE '-'.
               10  WS-SEG-EXPIRY-DAY          PIC 9(02).

      *************************************************************
      * Payment allocation work area, shared with the lockbox     *
      * intake so both split a payment the same way               *
      *************************************************************
       01  WS-PAY-ALLOC-FIELDS.
           COPY CSPAYAWY.

      *************************************************************
      * Rewards points work area.  The earn rate is the group's   *
      * PARMDAT REWARDS entry (points per dollar); the ledger     *
      * posting fields are shared with the other batches that post *
      * points.                                                   *
      *************************************************************
       01  WS-REWARDS-FIELDS.
           05  WS-RWD-RATE                    PIC 9(02)V9(02).
           05  WS-RWD-CALC-POINTS             PIC S9(09).

       01  WS-RWD-POST-FIELDS.
           COPY CSRWDLWY.

      *************************************************************
      * Foreign currency work area.  The fee percent is the       *
      * group's PARMDAT FXFEE entry, charged on the converted     *
      * dollar amount of a foreign debit.                         *
      *************************************************************
       01  WS-FX-FIELDS.
           05  WS-FX-FEE-PCT                  PIC 9(02)V9(02).
           05  WS-FX-FEE-AMT                  PIC S9(09)V99.

      *************************************************************
      * Transaction and master record layouts, via the shared     *
      * copybooks                                                 *

           COPY CVFRQ01Y.

           COPY CVAUT01Y.

           COPY CVSEG01Y.

           COPY CVRWD01Y.

           COPY CVCMP01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
                   VALUE 'FRAUD ALERTS RAISED....: '.
               10  WS-RPT-ALERT-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'AUTH HOLDS RELEASED....: '.
               10  WS-RPT-RELEASED-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY6.
               10  FILLER                     PIC X(25)
                   VALUE 'RECOVERIES POSTED......: '.
               10  WS-RPT-RECOVERY-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY7.
               10  FILLER                     PIC X(25)
                   VALUE 'BALANCE TRANSFERS......: '.
               10  WS-RPT-BAL-XFER-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY8.
               10  FILLER                     PIC X(25)
                   VALUE 'PROMO SEGMENTS OPENED..: '.
               10  WS-RPT-SEG-OPENED-TOTAL    PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY9.
               10  FILLER                     PIC X(25)
                   VALUE 'REWARDS EARNINGS POSTED: '.
               10  WS-RPT-RWD-EARN-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY10.
               10  FILLER                     PIC X(25)
                   VALUE 'REWARDS REVERSALS......: '.
               10  WS-RPT-RWD-REVERSE-TOTAL   PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY11.
               10  FILLER                     PIC X(25)
                   VALUE 'FOREIGN ITEMS CONVERTED: '.
               10  WS-RPT-FX-CONVERT-TOTAL    PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY12.
               10  FILLER                     PIC X(25)
                   VALUE 'FOREIGN TRAN FEES......: '.
               10  WS-RPT-FX-FEE-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY13.
               10  FILLER                     PIC X(25)
                   VALUE 'ALREADY DONE AT RESTART: '.
               10  WS-RPT-DONE-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-RESTART.
               10  FILLER                     PIC X(14)
                   VALUE 'RESTARTED RUN '.
               10  WS-RPT-RESTART-RUN-ID      PIC X(10).
               10  FILLER                     PIC X(14)
                   VALUE ' POSTING DATE '.
               10  WS-RPT-RESTART-DATE        PIC X(10).
               10  FILLER                     PIC X(07)
                   VALUE ' AFTER '.
               10  WS-RPT-RESTART-ACCTS       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(09)
                   VALUE ' ACCOUNTS'.
           05  WS-RPT-ACCT-FAILED.
               10  FILLER                     PIC X(32)
                   VALUE 'REWRITE OF ACCTDAT FAILED - ACCT'.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-FAILED-ACCT-ID      PIC 9(11).
               10  FILLER                     PIC X(30)
                   VALUE ' - RUN STOPPED FOR RESTART    '.
           05  WS-RPT-REPLAY-FULL.
               10  FILLER                     PIC X(33)
                   VALUE 'RESTART TAKE-UP TABLE FULL - ACCT'.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-REPLAY-ACCT-ID      PIC 9(11).
               10  FILLER                     PIC X(31)
                   VALUE ' - RUN STOPPED, CHECKPOINT KEPT'.
           05  WS-RPT-SEG-FAILED.
               10  FILLER                     PIC X(32)
                   VALUE 'UPDATE OF PROMSEG FAILED - ACCT '.
               10  WS-RPT-SEG-ACCT-ID         PIC 9(11).
               10  FILLER                     PIC X(06)
                   VALUE ' SEQ  '.
               10  WS-RPT-SEG-SEQ-NUM         PIC 9(03).
           05  WS-RPT-RWD-FAILED.
               10  FILLER                     PIC X(32)
                   VALUE 'UPDATE OF RWDLEDG FAILED - ACCT '.
               10  WS-RPT-RWD-ACCT-ID         PIC 9(11).
               10  FILLER                     PIC X(07)
                   VALUE ' POINTS'.
               10  WS-RPT-RWD-POINTS          PIC -(9)9.
           05  WS-RPT-FX-FAILED.
               10  FILLER                     PIC X(32)
                   VALUE 'FOREIGN TRAN FEE FAILED - ACCT  '.
               10  WS-RPT-FX-ACCT-ID          PIC 9(11).
               10  FILLER                     PIC X(07)
                   VALUE ' AMOUNT'.
               10  WS-RPT-FX-FEE-AMT          PIC -(9)9.99.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           IF NOT WS-RUNC-BLOCKED
              SORT SORT-FILE
                  ON ASCENDING KEY SORT-ACCT-ID
                                   SORT-ARRIVAL-SEQ
                  INPUT PROCEDURE IS 6000-FEED-TRANSACTIONS
                  OUTPUT PROCEDURE IS 7000-POST-BY-ACCOUNT
           END-IF

      *    Return code 12 marks a run stopped part way; the sort
      *    leaves its own completion code behind, so it is set here.
           IF STOP-RUN
              MOVE 12                   TO RETURN-CODE
           END-IF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * Open every file, load the restart checkpoint and capture the  *
      * posting date.  A missing posted transaction master simply     *
      * means this is the first ever run of this job, so the master   *
      * is created empty and the open retried.  A restarted run       *
      * extends the rejects file and report the failed run left, and  *
      * posts under that run's identity and posting date.             *
      *****************************************************************
       1000-INITIALIZE.

           PERFORM 1050-LOAD-CHECKPOINT
              THRU 1050-LOAD-CHECKPOINT-EXIT

           OPEN INPUT  DALYTRAN-FILE
                       CARDAIX-FILE
           OPEN I-O    CARDFILE-FILE
                       ACCTFILE-FILE
           IF RUN-IS-RESTART
              OPEN EXTEND DALYREJS-FILE
                          TRANRPT-FILE
           ELSE
              OPEN OUTPUT DALYREJS-FILE
                          TRANRPT-FILE
           END-IF

           OPEN I-O    TRANFILE-FILE
           IF TRANFILE-NOTFOUND
                  WS-POST-DATE-MONTH '-'
                  WS-POST-DATE-DAY
                  DELIMITED BY SIZE INTO WS-POST-DATE-FORMATTED
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-POST-DATE-YYYYMMDD (3:6)
                  WS-RUN-TIME (1:4)
                  DELIMITED BY SIZE INTO WS-RUN-ID

           IF RUN-IS-RESTART
              MOVE WS-CHKPT-RUN-ID      TO WS-RUN-ID
              MOVE WS-CHKPT-POST-DATE   TO WS-POST-DATE-FORMATTED
           END-IF

           WRITE TRANRPT-RECORD FROM WS-RPT-HEADING1
           IF RUN-IS-RESTART
              MOVE WS-RUN-ID            TO WS-RPT-RESTART-RUN-ID
              MOVE WS-POST-DATE-FORMATTED
                                        TO WS-RPT-RESTART-DATE
              MOVE WS-RESTART-ACCT-COUNT
                                        TO WS-RPT-RESTART-ACCTS
              WRITE TRANRPT-RECORD FROM WS-RPT-RESTART
           END-IF

           PERFORM 1200-OPEN-FRAUD-FILES
              THRU 1200-OPEN-FRAUD-FILES-EXIT

           PERFORM 1300-OPEN-HOLD-FILE
              THRU 1300-OPEN-HOLD-FILE-EXIT

           PERFORM 1400-OPEN-PROMSEG-FILE
              THRU 1400-OPEN-PROMSEG-FILE-EXIT

           PERFORM 1500-OPEN-RWDLEDG-FILE
              THRU 1500-OPEN-RWDLEDG-FILE-EXIT

           PERFORM 1600-OPEN-COMPANY-FILES
              THRU 1600-OPEN-COMPANY-FILES-EXIT

           PERFORM 0500-RUN-CONTROL-START
              THRU 0500-RUN-CONTROL-START-EXIT
           IF WS-RUNC-BLOCKED
              SET DALYTRAN-AT-EOF       TO TRUE
              IF WS-RUNC-SKIPPED
                 MOVE 'NON-PROCESSING DAY - RUN SKIPPED - SEE RUNCTL'
                                        TO TRANRPT-RECORD
              ELSE
                 MOVE 'RUN REFUSED BY RUN CONTROL - SEE RUNCTL'
                                        TO TRANRPT-RECORD
              END-IF
              WRITE TRANRPT-RECORD
              GO TO 1000-INITIALIZE-EXIT
           END-IF

      *    A fresh run lays down its restart point before it touches
      *    a single account, so a failure at any point can be
      *    resubmitted.
           IF NOT RUN-IS-RESTART
              PERFORM 7500-WRITE-CHECKPOINT
                 THRU 7500-WRITE-CHECKPOINT-EXIT
           END-IF
           .
       1000-INITIALIZE-EXIT.
           EXIT

           ACCEPT WS-RUNC-OVERRIDE-X FROM SYSIN

      *    The holiday calendar.  Without one only Saturdays and
      *    Sundays are non-business days, and every day is a
      *    processing day.
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-SUCCESS
              SET WS-BUSD-CAL-OPEN      TO TRUE
           END-IF

           OPEN I-O RUNCTL-FILE
           IF RUNCTL-NOTFOUND
              OPEN OUTPUT RUNCTL-FILE
                  WS-RUNC-DATE-MONTH '-'
                  WS-RUNC-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUNC-BUSINESS-DATE
      *    A restart finishes the failed run's business date.
           IF RUN-IS-RESTART
              MOVE WS-POST-DATE-FORMATTED
                                        TO WS-RUNC-BUSINESS-DATE
           END-IF

      *    Nothing runs on a non-processing day on the holiday
      *    calendar unless the OVERRIDE card forces it.
           IF NOT WS-RUNC-OVERRIDE
              MOVE WS-RUNC-BUSINESS-DATE TO WS-BUSD-DATE
              PERFORM CHECK-BUSINESS-DAY
                 THRU CHECK-BUSINESS-DAY-EXIT
              IF NOT WS-BUSD-PROCESSING-DAY
                 PERFORM 0510-RUN-CONTROL-SKIP
                    THRU 0510-RUN-CONTROL-SKIP-EXIT
                 GO TO 0500-RUN-CONTROL-START-EXIT
              END-IF
           END-IF

           MOVE WS-RUNC-JOB-NAME        TO FD-RUNC-JOB-NAME
           MOVE WS-RUNC-BUSINESS-DATE   TO FD-RUNC-BUSINESS-DATE
           EXIT
           .

      *****************************************************************
      * 0510-RUN-CONTROL-SKIP                                         *
      * Tonight is a non-processing day.  The record for the business *
      * date is written skipped, with the holiday's name as the       *
      * reason, and the job ends with a zero return code so the rest  *
      * of the chain runs on to skip in turn.  A run already forced   *
      * through for the date with the OVERRIDE card is left standing. *
      *****************************************************************
       0510-RUN-CONTROL-SKIP.

           SET WS-RUNC-BLOCKED          TO TRUE
           SET WS-RUNC-SKIPPED          TO TRUE

           MOVE WS-RUNC-JOB-NAME        TO FD-RUNC-JOB-NAME
           MOVE WS-RUNC-BUSINESS-DATE   TO FD-RUNC-BUSINESS-DATE
           READ RUNCTL-FILE INTO RUNC-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT RUNC-STAT-SKIPPED
                      GO TO 0510-RUN-CONTROL-SKIP-EXIT
                   END-IF
           END-READ

           INITIALIZE RUNC-RECORD
           MOVE WS-RUNC-JOB-NAME        TO RUNC-JOB-NAME
           MOVE WS-RUNC-BUSINESS-DATE   TO RUNC-BUSINESS-DATE
           SET RUNC-STAT-SKIPPED        TO TRUE
           MOVE SPACES                  TO RUNC-RUN-MODE
           ACCEPT WS-RUNC-TIME-HHMMSS FROM TIME
           MOVE WS-RUNC-TIME-HHMMSS     TO RUNC-START-TIME
                                           RUNC-END-TIME
           MOVE 0                       TO RUNC-RETURN-CODE
           MOVE 0                       TO RUNC-RECORD-COUNT
           MOVE WS-BUSD-HOLIDAY-NAME    TO RUNC-SKIP-REASON

           MOVE WS-RUNC-JOB-NAME        TO FD-RUNC-JOB-NAME
           WRITE FD-RUNCTL-REC FROM RUNC-RECORD
           IF RUNCTL-DUPKEY
              REWRITE FD-RUNCTL-REC FROM RUNC-RECORD
                  INVALID KEY
                      CONTINUE
              END-REWRITE
           END-IF
           .
       0510-RUN-CONTROL-SKIP-EXIT.
           EXIT
           .

      *****************************************************************
      * 9500-RUN-CONTROL-END                                          *
      * Stamps tonight's record complete (or failed, on a non-zero    *
           EXIT
           .

      *****************************************************************
      * 1300-OPEN-HOLD-FILE                                           *
      * A missing hold file simply means nothing has been authorized  *
      * online yet, so it is created empty and the open retried; an   *
      * unopenable one leaves every debit to the ordinary edits.      *
      *****************************************************************
       1300-OPEN-HOLD-FILE.

           OPEN I-O HOLDFILE-FILE
           IF HOLDFILE-NOTFOUND
              OPEN OUTPUT HOLDFILE-FILE
              CLOSE HOLDFILE-FILE
              OPEN I-O  HOLDFILE-FILE
           END-IF
           IF HOLDFILE-SUCCESS
              SET HOLDFILE-IS-OPEN      TO TRUE
           END-IF
           .
       1300-OPEN-HOLD-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1400-OPEN-PROMSEG-FILE                                        *
      * A missing segment file simply means no promotional balance    *
      * has been booked yet, so it is created empty and the open      *
      * retried; an unopenable one leaves every purchase on the       *
      * standard balance and refuses balance transfers.               *
      *****************************************************************
       1400-OPEN-PROMSEG-FILE.

           OPEN I-O PROMSEG-FILE
           IF PROMSEG-NOTFOUND
              OPEN OUTPUT PROMSEG-FILE
              CLOSE PROMSEG-FILE
              OPEN I-O  PROMSEG-FILE
           END-IF
           IF PROMSEG-SUCCESS
              SET PROMSEG-IS-OPEN       TO TRUE
           END-IF
           .
       1400-OPEN-PROMSEG-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1500-OPEN-RWDLEDG-FILE                                        *
      * A missing points ledger simply means no points have been      *
      * earned yet, so it is created empty and the open retried; an   *
      * unopenable one posts every transaction with no points.        *
      *****************************************************************
       1500-OPEN-RWDLEDG-FILE.

           OPEN I-O RWDLEDG-FILE
           IF RWDLEDG-NOTFOUND
              OPEN OUTPUT RWDLEDG-FILE
              CLOSE RWDLEDG-FILE
              OPEN I-O  RWDLEDG-FILE
           END-IF
           IF RWDLEDG-SUCCESS
              SET RWDLEDG-IS-OPEN       TO TRUE
           END-IF
           .
       1500-OPEN-RWDLEDG-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1600-OPEN-COMPANY-FILES                                       *
      * The company master and member files are only read here.  If   *
      * either is missing or unopenable no account is taken to be in  *
      * a company, and each is held to its own limits alone.          *
      *****************************************************************
       1600-OPEN-COMPANY-FILES.

           OPEN INPUT CMPMBR-FILE
           IF NOT CMPMBR-SUCCESS
              GO TO 1600-OPEN-COMPANY-FILES-EXIT
           END-IF

           OPEN INPUT CMPDAT-FILE
           IF NOT CMPDAT-SUCCESS
              CLOSE CMPMBR-FILE
              GO TO 1600-OPEN-COMPANY-FILES-EXIT
           END-IF

           SET COMPANY-FILES-OPEN       TO TRUE
           .
       1600-OPEN-COMPANY-FILES-EXIT.
           EXIT
           .

      *****************************************************************
      * 1050-LOAD-CHECKPOINT                                          *
      * A missing checkpoint file, or one whose run is blank, simply  *
      * means the last run finished; anything else is a failed run    *
      * to be carried on from where its checkpoint left it.           *
      *****************************************************************
       1050-LOAD-CHECKPOINT.

           OPEN INPUT CHKPTFL-FILE
           IF NOT CHKPTFL-SUCCESS
              GO TO 1050-LOAD-CHECKPOINT-EXIT
           END-IF

           READ CHKPTFL-FILE
               AT END
                   MOVE SPACES          TO CHKPT-RUN-ID
           END-READ

           IF CHKPT-RUN-ID = SPACES
              CLOSE CHKPTFL-FILE
              GO TO 1050-LOAD-CHECKPOINT-EXIT
           END-IF

           SET RUN-IS-RESTART           TO TRUE
           MOVE CHKPT-RUN-ID            TO WS-CHKPT-RUN-ID
           MOVE CHKPT-POST-DATE         TO WS-CHKPT-POST-DATE
           MOVE CHKPT-ACCT-COUNT        TO WS-ACCT-COUNT
                                           WS-RESTART-ACCT-COUNT
           MOVE CHKPT-LAST-ACCT-ID      TO WS-CHKPT-LAST-ACCT-ID
           MOVE CHKPT-READ-COUNT        TO WS-READ-COUNT
           MOVE CHKPT-POSTED-COUNT      TO WS-POSTED-COUNT
           MOVE CHKPT-REJECTED-COUNT    TO WS-REJECTED-COUNT
           MOVE CHKPT-ALERT-COUNT       TO WS-ALERT-COUNT
           MOVE CHKPT-HOLD-RELEASED-COUNT
                                        TO WS-HOLD-RELEASED-COUNT
           MOVE CHKPT-RECOVERY-COUNT    TO WS-RECOVERY-COUNT
           MOVE CHKPT-BAL-XFER-COUNT    TO WS-BAL-XFER-COUNT
           MOVE CHKPT-SEG-OPENED-COUNT  TO WS-SEG-OPENED-COUNT
           MOVE CHKPT-RWD-EARN-COUNT    TO WS-RWD-EARN-COUNT
           MOVE CHKPT-RWD-REVERSE-COUNT TO WS-RWD-REVERSE-COUNT
           MOVE CHKPT-FX-CONVERT-COUNT  TO WS-FX-CONVERT-COUNT
           MOVE CHKPT-FX-FEE-COUNT      TO WS-FX-FEE-COUNT
           MOVE CHKPT-DONE-COUNT        TO WS-DONE-COUNT
           CLOSE CHKPTFL-FILE
           .
       1050-LOAD-CHECKPOINT-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-TRAN                                           *
      *****************************************************************
      *****************************************************************
      * 2000-POST-TRANSACTIONS                                        *
      * Resolve the card, resolve the account, validate, and either   *
      * post the transaction or hold it for the rejects file.  On the *
      * account a failed run was working when it stopped, an item the *
      * failed run already posted is taken up as posted instead.      *
      *****************************************************************
       2000-POST-TRANSACTIONS.

                 THRU 2200-RESOLVE-ACCOUNT-EXIT
           END-IF

           IF TRAN-OK
           AND REPLAY-ACCT
              MOVE 'N'                  TO WS-REPLAY-FEE-SW
              PERFORM 2050-FIND-EARLIER-POSTING
                 THRU 2050-FIND-EARLIER-POSTING-EXIT
              IF REPLAY-MATCHED
                 PERFORM 2060-TAKE-UP-EARLIER-POSTING
                    THRU 2060-TAKE-UP-EARLIER-POSTING-EXIT
                 GO TO 2000-POST-TRANSACTIONS-EXIT
              END-IF
           END-IF

           IF TRAN-OK
           AND NOT DALYTRAN-DOMESTIC-CURRENCY
              PERFORM 2230-CONVERT-CURRENCY
                 THRU 2230-CONVERT-CURRENCY-EXIT
           END-IF

           MOVE 'N'                     TO WS-HOLD-MATCHED-SW
           IF TRAN-OK
           AND DALYTRAN-IS-DEBIT
           AND HOLDFILE-IS-OPEN
              PERFORM 2250-MATCH-AUTH-HOLD
                 THRU 2250-MATCH-AUTH-HOLD-EXIT
           END-IF

           IF TRAN-OK
              PERFORM 2260-LOAD-SEGMENTS
                 THRU 2260-LOAD-SEGMENTS-EXIT
           END-IF

           IF TRAN-OK
              PERFORM 2300-EDIT-TRANSACTION
                 THRU 2300-EDIT-TRANSACTION-EXIT

           IF TRAN-OK
              ADD 1                     TO WS-POSTED-COUNT
              IF DALYTRAN-TYPE-BAL-TRANSFER
                 ADD 1                  TO WS-BAL-XFER-COUNT
              END-IF
              PERFORM 2800-SAVE-SEGMENTS
                 THRU 2800-SAVE-SEGMENTS-EXIT
              IF RWDLEDG-IS-OPEN
                 PERFORM 2900-POST-REWARDS
                    THRU 2900-POST-REWARDS-EXIT
              END-IF
              IF HOLD-MATCHED
                 PERFORM 2700-RELEASE-AUTH-HOLD
                    THRU 2700-RELEASE-AUTH-HOLD-EXIT
              END-IF
              IF DALYTRAN-IS-DEBIT
              AND NOT DALYTRAN-TYPE-ANNUAL-FEE
              AND FRAUDQ-IS-OPEN
                 PERFORM 2600-TRACK-VELOCITY
                    THRU 2600-TRACK-VELOCITY-EXIT
              END-IF
              IF NOT DALYTRAN-DOMESTIC-CURRENCY
                 ADD 1                  TO WS-FX-CONVERT-COUNT
                 IF DALYTRAN-IS-DEBIT
                    PERFORM 2450-POST-FX-FEE
                       THRU 2450-POST-FX-FEE-EXIT
                 END-IF
              END-IF
           ELSE
              ADD 1                     TO WS-REJECTED-COUNT
              PERFORM 8000-WRITE-REJECT
                 THRU 8000-WRITE-REJECT-EXIT
           END-IF
           .
       2000-POST-TRANSACTIONS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2050-FIND-EARLIER-POSTING                                     *
      * Looks on the posted master for this item as the failed run    *
      * posted it - same card, direction, merchant, origination date  *
      * and amount (the original currency and amount for a foreign    *
      * item), posted on the run's posting date - or, for the foreign *
      * fee, for the FX fee riding on it.  A posting already taken up *
      * cannot be taken again, so two identical items in the day's    *
      * file each find their own.                                     *
      *****************************************************************
       2050-FIND-EARLIER-POSTING.

           MOVE 'N'                     TO WS-REPLAY-MATCH-SW
           MOVE 'N'                     TO WS-TRANFILE-EOF-SW
           MOVE ACCT-ID                 TO FD-TRAN-ACCT-ID
           MOVE 0                       TO FD-TRAN-SEQ-NUM
           START TRANFILE-FILE KEY IS NOT LESS THAN FD-TRAN-KEY
               INVALID KEY
                   GO TO 2050-FIND-EARLIER-POSTING-EXIT
           END-START

           PERFORM 2621-READ-NEXT-HISTORY
              THRU 2621-READ-NEXT-HISTORY-EXIT
           PERFORM 2051-TEST-EARLIER-POSTING
              THRU 2051-TEST-EARLIER-POSTING-EXIT
              UNTIL TRANFILE-AT-EOF
                 OR REPLAY-MATCHED
                 OR TRAN-ACCT-ID NOT EQUAL ACCT-ID
           .
       2050-FIND-EARLIER-POSTING-EXIT.
           EXIT
           .

      *****************************************************************
      * 2051-TEST-EARLIER-POSTING                                     *
      *****************************************************************
       2051-TEST-EARLIER-POSTING.

           IF TRAN-POST-DATE NOT = WS-POST-DATE-FORMATTED
           OR TRAN-CARD-NUM NOT = DALYTRAN-CARD-NUM
           OR TRAN-ORIG-DATE NOT = DALYTRAN-ORIG-DATE
              GO TO 2051-READ-NEXT
           END-IF

           IF REPLAY-FOR-FEE
              IF NOT TRAN-TYPE-FX-FEE
              OR TRAN-AMT NOT = WS-FX-FEE-AMT
                 GO TO 2051-READ-NEXT
              END-IF
           ELSE
              IF TRAN-TYPE-FX-FEE
              OR TRAN-DEBIT-CREDIT-IND NOT = DALYTRAN-DEBIT-CREDIT-IND
              OR TRAN-MERCHANT-NAME NOT = DALYTRAN-MERCHANT-NAME
                 GO TO 2051-READ-NEXT
              END-IF
              IF DALYTRAN-DOMESTIC-CURRENCY
                 IF NOT TRAN-DOMESTIC-CURRENCY
                 OR TRAN-AMT NOT = DALYTRAN-AMT
                    GO TO 2051-READ-NEXT
                 END-IF
              ELSE
                 IF TRAN-ORIG-CURRENCY-CD
                    NOT = DALYTRAN-ORIG-CURRENCY-CD
                 OR TRAN-ORIG-AMT NOT = DALYTRAN-ORIG-AMT
                    GO TO 2051-READ-NEXT
                 END-IF
              END-IF
           END-IF

           SET REPLAY-MATCHED           TO TRUE
           PERFORM 2052-CHECK-TAKEN-UP
              THRU 2052-CHECK-TAKEN-UP-EXIT
              VARYING WS-REPLAY-IDX FROM 1 BY 1
                UNTIL WS-REPLAY-IDX > WS-REPLAY-USED-COUNT
                   OR NOT REPLAY-MATCHED
           IF REPLAY-MATCHED
              GO TO 2051-TEST-EARLIER-POSTING-EXIT
           END-IF
           .
       2051-READ-NEXT.

           PERFORM 2621-READ-NEXT-HISTORY
              THRU 2621-READ-NEXT-HISTORY-EXIT
           .
       2051-TEST-EARLIER-POSTING-EXIT.
           EXIT
           .

      *****************************************************************
      * 2052-CHECK-TAKEN-UP                                           *
      *****************************************************************
       2052-CHECK-TAKEN-UP.

           IF WS-REPLAY-USED-SEQ (WS-REPLAY-IDX) = TRAN-SEQ-NUM
              MOVE 'N'                  TO WS-REPLAY-MATCH-SW
           END-IF
           .
       2052-CHECK-TAKEN-UP-EXIT.
           EXIT
           .

      *****************************************************************
      * 2060-TAKE-UP-EARLIER-POSTING                                  *
      * The failed run wrote the item to the posted master and did    *
      * everything that follows it - card bucket, segments, points,   *
      * hold release, fraud alerts - but never rewrote the account.   *
      * So only the account's share is applied again, exactly as the  *
      * item was posted (its billed amount and final type), and then  *
      * the foreign fee riding on it, if the failed run charged one;  *
      * if it did not, the fee is charged now.                        *
      *****************************************************************
       2060-TAKE-UP-EARLIER-POSTING.

           PERFORM 2065-MARK-TAKEN-UP
              THRU 2065-MARK-TAKEN-UP-EXIT
           IF STOP-RUN
              GO TO 2060-TAKE-UP-EARLIER-POSTING-EXIT
           END-IF

           MOVE TRAN-AMT                TO DALYTRAN-AMT
           MOVE TRAN-TYPE-CD            TO DALYTRAN-TYPE-CD

           PERFORM 2260-LOAD-SEGMENTS
              THRU 2260-LOAD-SEGMENTS-EXIT
           PERFORM 2420-APPLY-TO-ACCOUNT
              THRU 2420-APPLY-TO-ACCOUNT-EXIT
           ADD 1                        TO WS-DONE-COUNT

           IF DALYTRAN-DOMESTIC-CURRENCY
           OR NOT DALYTRAN-IS-DEBIT
              GO TO 2060-TAKE-UP-EARLIER-POSTING-EXIT
           END-IF

           PERFORM 2451-READ-FX-FEE-PCT
              THRU 2451-READ-FX-FEE-PCT-EXIT
           IF NOT FX-FEE-FOUND
              GO TO 2060-TAKE-UP-EARLIER-POSTING-EXIT
           END-IF
           COMPUTE WS-FX-FEE-AMT ROUNDED =
               DALYTRAN-AMT * WS-FX-FEE-PCT / 100
           IF WS-FX-FEE-AMT NOT > 0
              GO TO 2060-TAKE-UP-EARLIER-POSTING-EXIT
           END-IF

           SET REPLAY-FOR-FEE           TO TRUE
           PERFORM 2050-FIND-EARLIER-POSTING
              THRU 2050-FIND-EARLIER-POSTING-EXIT
           MOVE 'N'                     TO WS-REPLAY-FEE-SW
           IF REPLAY-MATCHED
              PERFORM 2065-MARK-TAKEN-UP
                 THRU 2065-MARK-TAKEN-UP-EXIT
              ADD WS-FX-FEE-AMT         TO ACCT-CURR-BAL
              ADD WS-FX-FEE-AMT         TO ACCT-CURR-CYC-DEBIT
           ELSE
              PERFORM 2450-POST-FX-FEE
                 THRU 2450-POST-FX-FEE-EXIT
           END-IF
           .
       2060-TAKE-UP-EARLIER-POSTING-EXIT.
           EXIT
           .

      *****************************************************************
      * 2065-MARK-TAKEN-UP                                            *
      * A full table stops the run where it stands, the account not   *
      * rewritten and the checkpoint left in place: the account's     *
      * remaining items are already on the posted master, and posting *
      * them as new would post them twice.  The table is enlarged and *
      * the run resubmitted.                                          *
      *****************************************************************
       2065-MARK-TAKEN-UP.

           IF WS-REPLAY-USED-COUNT < WS-REPLAY-USED-MAX
              ADD 1                     TO WS-REPLAY-USED-COUNT
              MOVE TRAN-SEQ-NUM
                  TO WS-REPLAY-USED-SEQ (WS-REPLAY-USED-COUNT)
           ELSE
              MOVE WS-GROUP-ACCT-ID     TO WS-RPT-REPLAY-ACCT-ID
              WRITE TRANRPT-RECORD FROM WS-RPT-REPLAY-FULL
              SET STOP-RUN              TO TRUE
           END-IF
           .
       2065-MARK-TAKEN-UP-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-RESOLVE-CARD                                             *
      * The card must be on the card master and must be active.  The  *
      * exception is a card made inactive when its account's closure  *
      * was taken: its debits go on to the pending-closure edit in    *
      * 2300-EDIT-TRANSACTION, which lets one settle within the hold  *
      * approved for it before the closure.                           *
      *****************************************************************
       2100-RESOLVE-CARD.

           MOVE DALYTRAN-CARD-NUM       TO FD-CARD-NUM
           READ CARDFILE-FILE INTO CARD-RECORD
               INVALID KEY
                   SET TRAN-NOT-OK          TO TRUE
                   MOVE 'CARD NOT ON CARD FILE'
                                             TO WS-REJECT-REASON
                   GO TO 2100-RESOLVE-CARD-EXIT
           END-READ

      *    Only debits need an active card - credits (payments,
      *    including recovery payments on charged-off accounts
      *    whose cards collections froze) always post, and so does
      *    the annual fee, which is charged to the account whatever
      *    state the card it rides on is in.  A card
      *    still pending activation gets its own reason so the
      *    repair desk knows to send the cardholder to the
      *    activation screen, not to reissue the card.
           IF CARD-STATUS-PENDING-ACTV
           AND DALYTRAN-IS-DEBIT
           AND NOT DALYTRAN-TYPE-ANNUAL-FEE
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'CARD NOT YET ACTIVATED'
                                        TO WS-REJECT-REASON
              GO TO 2100-RESOLVE-CARD-EXIT
           END-IF

      *    A card reported lost or stolen and replaced is never
      *    honoured again.  A debit still presented on it is
      *    rejected and queued for the fraud desk - someone may be
      *    using the missing plastic.
           IF CARD-STATUS-HOT-CARDED
           AND DALYTRAN-IS-DEBIT
           AND NOT DALYTRAN-TYPE-ANNUAL-FEE
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'CARD REPORTED LOST OR STOLEN'
                                        TO WS-REJECT-REASON
              IF FRAUDQ-IS-OPEN
                 PERFORM 2650-WRITE-HOT-CARD-ALERT
                    THRU 2650-WRITE-HOT-CARD-ALERT-EXIT
              END-IF
              GO TO 2100-RESOLVE-CARD-EXIT
           END-IF

      *    Taking an account's closure makes its cards inactive, but
      *    a debit approved online before then may still settle - the
      *    account, read when its activity began, is pending closure,
      *    and the pending-closure edit decides on the hold.
           IF CARD-STATUS-INACTIVE
           AND ACCT-ON-FILE
           AND ACCT-STATUS-PENDING-CLOSE
              GO TO 2100-CHECK-CYCLE-DEBIT
           END-IF

           IF CARD-ACTIVE-STATUS NOT = 'Y'
           AND DALYTRAN-IS-DEBIT
           AND NOT DALYTRAN-TYPE-ANNUAL-FEE
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'CARD IS NOT ACTIVE'
                                        TO WS-REJECT-REASON
              GO TO 2100-RESOLVE-CARD-EXIT
           END-IF
           .
       2100-CHECK-CYCLE-DEBIT.


      *    A card written before the cycle debit bucket existed
      *    carries spaces there - started at zero on first touch.

      *****************************************************************
      * 2200-RESOLVE-ACCOUNT                                          *
      * The card was resolved to its account through the cross-       *
      * reference as the day's file was sorted (account zero when it  *
      * has no entry), and the account itself was read once when its  *
      * activity began (7200-START-ACCOUNT).                          *
      *****************************************************************
       2200-RESOLVE-ACCOUNT.

           IF WS-GROUP-ACCT-ID = 0
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'CARD HAS NO CROSS-REFERENCE ENTRY'
                                        TO WS-REJECT-REASON
              GO TO 2200-RESOLVE-ACCOUNT-EXIT
           END-IF

           IF NOT ACCT-ON-FILE
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'ACCOUNT NOT ON FILE'
                                        TO WS-REJECT-REASON
           END-IF
           .
       2200-RESOLVE-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2230-CONVERT-CURRENCY                                         *
      * A foreign item is billed at its original amount times the     *
      * currency's FXRATE rate, effective on or before the posting    *
      * date; the billed amount replaces the item's DALYTRAN-AMT      *
      * ahead of every edit and hold match below.  With no usable     *
      * rate the item is rejected - resubmitted once the rate is      *
      * loaded, it converts at that day's rate.                       *
      *****************************************************************
       2230-CONVERT-CURRENCY.

           IF DALYTRAN-ORIG-AMT NOT NUMERIC
           OR DALYTRAN-ORIG-AMT NOT > 0
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'ORIGINAL AMOUNT MUST BE A POSITIVE AMOUNT'
                                        TO WS-REJECT-REASON
              GO TO 2230-CONVERT-CURRENCY-EXIT
           END-IF

           IF NOT PARMFILE-IS-OPEN
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'NO CONVERSION RATE FOR THE CURRENCY'
                                        TO WS-REJECT-REASON
              GO TO 2230-CONVERT-CURRENCY-EXIT
           END-IF

           MOVE 'FXRATE  '              TO FD-PARM-SET-ID
           MOVE DALYTRAN-ORIG-CURRENCY-CD
                                        TO FD-PARM-ENTRY-ID
           READ PARMFILE-FILE INTO PARM-RECORD
               INVALID KEY
                   SET TRAN-NOT-OK      TO TRUE
                   MOVE 'NO CONVERSION RATE FOR THE CURRENCY'
                                        TO WS-REJECT-REASON
                   GO TO 2230-CONVERT-CURRENCY-EXIT
           END-READ

           IF PARM-EFF-DATE > WS-POST-DATE-FORMATTED
           OR PARM-FX-RATE NOT NUMERIC
           OR PARM-FX-RATE = 0
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'NO CONVERSION RATE FOR THE CURRENCY'
                                        TO WS-REJECT-REASON
              GO TO 2230-CONVERT-CURRENCY-EXIT
           END-IF

           COMPUTE DALYTRAN-AMT ROUNDED =
               DALYTRAN-ORIG-AMT * PARM-FX-RATE
               ON SIZE ERROR
                   SET TRAN-NOT-OK      TO TRUE
                   MOVE 'CONVERTED AMOUNT IS TOO LARGE'
                                        TO WS-REJECT-REASON
           END-COMPUTE
           .
       2230-CONVERT-CURRENCY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2250-MATCH-AUTH-HOLD                                          *
      * Finds the open authorization hold a settled debit belongs to. *
      * An item carrying its authorization code is matched on the     *
      * code alone (the hold must still be open and on the same       *
      * card); one without is matched to the first open hold on the   *
      * account for the same card, type and amount.                   *
      *****************************************************************
       2250-MATCH-AUTH-HOLD.

           IF DALYTRAN-AUTH-CODE NOT = SPACES
              MOVE ACCT-ID              TO FD-HOLD-ACCT-ID
              MOVE DALYTRAN-AUTH-CODE   TO FD-HOLD-AUTH-CODE
              READ HOLDFILE-FILE INTO AUTH-HOLD-RECORD
                  INVALID KEY
                      GO TO 2250-MATCH-AUTH-HOLD-EXIT
              END-READ
              IF HOLD-STAT-OPEN
              AND HOLD-CARD-NUM = DALYTRAN-CARD-NUM
                 SET HOLD-MATCHED       TO TRUE
              END-IF
              GO TO 2250-MATCH-AUTH-HOLD-EXIT
           END-IF

           MOVE 'N'                     TO WS-HOLDFILE-EOF-SW
           MOVE ACCT-ID                 TO FD-HOLD-ACCT-ID
           MOVE LOW-VALUES              TO FD-HOLD-AUTH-CODE
           START HOLDFILE-FILE KEY IS NOT LESS THAN FD-HOLD-KEY
               INVALID KEY
                   GO TO 2250-MATCH-AUTH-HOLD-EXIT
           END-START

           PERFORM 2251-READ-NEXT-HOLD
              THRU 2251-READ-NEXT-HOLD-EXIT
           PERFORM 2252-TEST-ONE-HOLD
              THRU 2252-TEST-ONE-HOLD-EXIT
              UNTIL HOLDFILE-AT-EOF
                 OR HOLD-MATCHED
                 OR HOLD-ACCT-ID NOT EQUAL ACCT-ID
           .
       2250-MATCH-AUTH-HOLD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2251-READ-NEXT-HOLD                                           *
      *****************************************************************
       2251-READ-NEXT-HOLD.

           READ HOLDFILE-FILE NEXT INTO AUTH-HOLD-RECORD
               AT END
                   SET HOLDFILE-AT-EOF      TO TRUE
           END-READ
           .
       2251-READ-NEXT-HOLD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2252-TEST-ONE-HOLD                                            *
      *****************************************************************
       2252-TEST-ONE-HOLD.

           IF HOLD-STAT-OPEN
           AND HOLD-CARD-NUM = DALYTRAN-CARD-NUM
           AND HOLD-AMT = DALYTRAN-AMT
           AND ((HOLD-TYPE-CASH AND DALYTRAN-TYPE-CASH)
             OR (HOLD-TYPE-PURCHASE AND DALYTRAN-TYPE-PURCHASE))
              SET HOLD-MATCHED          TO TRUE
              GO TO 2252-TEST-ONE-HOLD-EXIT
           END-IF

           PERFORM 2251-READ-NEXT-HOLD
              THRU 2251-READ-NEXT-HOLD-EXIT
           .
       2252-TEST-ONE-HOLD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2260-LOAD-SEGMENTS                                            *
      * Loads the account's active promotional balance segments into  *
      * the payment allocation's segment table, and notes the highest *
      * segment sequence number the account has used, rolled          *
      * segments included, for numbering a new one.                   *
      *****************************************************************
       2260-LOAD-SEGMENTS.

           MOVE 0                       TO WS-PAY-ALLOC-SEG-COUNT
                                           WS-SEG-MAX-SEQ
           IF NOT PROMSEG-IS-OPEN
              GO TO 2260-LOAD-SEGMENTS-EXIT
           END-IF

           MOVE 'N'                     TO WS-PROMSEG-EOF-SW
           MOVE ACCT-ID                 TO FD-SEG-ACCT-ID
           MOVE 0                       TO FD-SEG-SEQ-NUM
           START PROMSEG-FILE KEY IS NOT LESS THAN FD-SEG-KEY
               INVALID KEY
                   GO TO 2260-LOAD-SEGMENTS-EXIT
           END-START

           PERFORM 2261-READ-NEXT-SEGMENT
              THRU 2261-READ-NEXT-SEGMENT-EXIT
           PERFORM 2262-LOAD-ONE-SEGMENT
              THRU 2262-LOAD-ONE-SEGMENT-EXIT
              UNTIL PROMSEG-AT-EOF
                 OR SEG-ACCT-ID NOT EQUAL ACCT-ID
           .
       2260-LOAD-SEGMENTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2261-READ-NEXT-SEGMENT                                        *
      *****************************************************************
       2261-READ-NEXT-SEGMENT.

           READ PROMSEG-FILE NEXT INTO SEG-RECORD
               AT END
                   SET PROMSEG-AT-EOF       TO TRUE
           END-READ
           .
       2261-READ-NEXT-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2262-LOAD-ONE-SEGMENT                                         *
      *****************************************************************
       2262-LOAD-ONE-SEGMENT.

           IF SEG-SEQ-NUM > WS-SEG-MAX-SEQ
              MOVE SEG-SEQ-NUM          TO WS-SEG-MAX-SEQ
           END-IF

           IF SEG-ACTIVE
           AND WS-PAY-ALLOC-SEG-COUNT < WS-PAY-ALLOC-SEG-MAX
              ADD 1                     TO WS-PAY-ALLOC-SEG-COUNT
              MOVE WS-PAY-ALLOC-SEG-COUNT
                                        TO WS-SEG-IDX
              MOVE SEG-SEQ-NUM
                  TO WS-PAY-ALLOC-SEG-SEQ (WS-SEG-IDX)
              MOVE SEG-TYPE-CD
                  TO WS-PAY-ALLOC-SEG-TYPE (WS-SEG-IDX)
              MOVE SEG-RATE-PCT
                  TO WS-PAY-ALLOC-SEG-RATE (WS-SEG-IDX)
              MOVE SEG-START-DATE
                  TO WS-PAY-ALLOC-SEG-START (WS-SEG-IDX)
              MOVE 0
                  TO WS-PAY-ALLOC-SEG-PAID (WS-SEG-IDX)
              IF SEG-BALANCE NUMERIC
                 MOVE SEG-BALANCE
                     TO WS-PAY-ALLOC-SEG-BAL (WS-SEG-IDX)
              ELSE
                 MOVE 0
                     TO WS-PAY-ALLOC-SEG-BAL (WS-SEG-IDX)
              END-IF
           END-IF

           PERFORM 2261-READ-NEXT-SEGMENT
              THRU 2261-READ-NEXT-SEGMENT-EXIT
           .
       2262-LOAD-ONE-SEGMENT-EXIT.
           EXIT
           .

      * The debit/credit indicator must be valid, and a debit must    *
      * not push the account balance over its credit limit - the      *
      * same balance-vs-limit rule COACTUPC enforces online.          *
      * A member of an active company must also keep the company's    *
      * combined balance within the company credit limit.             *
      *****************************************************************
       2300-EDIT-TRANSACTION.

              GO TO 2300-EDIT-TRANSACTION-EXIT
           END-IF

      *    A credit from a feed that predates the transaction
      *    types arrives with spaces - it can only be a payment.
           IF DALYTRAN-IS-CREDIT
           AND DALYTRAN-TYPE-CD = SPACES
              SET DALYTRAN-TYPE-PAYMENT TO TRUE
           END-IF

           IF DALYTRAN-IS-DEBIT
           AND NOT DALYTRAN-TYPE-PURCHASE
           AND NOT DALYTRAN-TYPE-CASH
           AND NOT DALYTRAN-TYPE-ADJUST
           AND NOT DALYTRAN-TYPE-BAL-TRANSFER
           AND NOT DALYTRAN-TYPE-ANNUAL-FEE
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'DEBIT TYPE MUST BE BLANK PU CA AJ BT OR AF'
                                        TO WS-REJECT-REASON
              GO TO 2300-EDIT-TRANSACTION-EXIT
           END-IF

           IF DALYTRAN-IS-CREDIT
           AND NOT DALYTRAN-TYPE-PAYMENT
           AND NOT DALYTRAN-TYPE-RETURN
           AND NOT DALYTRAN-TYPE-ADJUST
           AND NOT DALYTRAN-TYPE-RECOVERY
           AND NOT DALYTRAN-TYPE-REWARD
           AND NOT DALYTRAN-TYPE-ANNUAL-FEE
              SET TRAN-NOT-OK           TO TRUE
              MOVE 'CREDIT TYPE MUST BE PY RT AJ RC RW OR AF'
                                        TO WS-REJECT-REASON
              GO TO 2300-EDIT-TRANSACTION-EXIT
           END-IF

      *    A charged-off account takes no new debits - not even one
      *    approved online, so this comes ahead of the authorization
      *    bypass below - and every payment on it is a recovery
      *    against the write-off.  A recovery presented on an
      *    account that was never charged off is just a payment.
           IF ACCT-COLL-CHARGED-OFF
              IF DALYTRAN-IS-DEBIT
                 SET TRAN-NOT-OK        TO TRUE
                 MOVE 'ACCOUNT IS CHARGED OFF'
                                        TO WS-REJECT-REASON
                 GO TO 2300-EDIT-TRANSACTION-EXIT
              END-IF
              IF DALYTRAN-TYPE-PAYMENT
                 SET DALYTRAN-TYPE-RECOVERY
                                        TO TRUE
              END-IF
           ELSE
              IF DALYTRAN-TYPE-RECOVERY
                 SET DALYTRAN-TYPE-PAYMENT
                                        TO TRUE
              END-IF
           END-IF

      *    An account pending closure takes payments and returns but
      *    no new debits, the annual fee included.  A debit approved
      *    online before the closure was taken still settles within
      *    the amount held for it.
           IF ACCT-STATUS-PENDING-CLOSE
           AND DALYTRAN-IS-DEBIT
              IF HOLD-MATCHED
              AND DALYTRAN-AMT NOT > HOLD-AMT
                 CONTINUE
              ELSE
                 SET TRAN-NOT-OK        TO TRUE
                 MOVE 'ACCOUNT IS PENDING CLOSURE'
                                        TO WS-REJECT-REASON
                 GO TO 2300-EDIT-TRANSACTION-EXIT
              END-IF
           END-IF

      *    A balance transfer, or a purchase inside the account's
      *    intro term, is booked to a promotional balance segment.
           MOVE 'N'                     TO WS-SEG-DEBIT-SW
           IF DALYTRAN-IS-DEBIT
           AND (DALYTRAN-TYPE-BAL-TRANSFER
             OR DALYTRAN-TYPE-PURCHASE)
              PERFORM 2310-PLACE-PROMO-DEBIT
                 THRU 2310-PLACE-PROMO-DEBIT-EXIT
              IF TRAN-NOT-OK
                 GO TO 2300-EDIT-TRANSACTION-EXIT
              END-IF
           END-IF

      *    A debit settling within the amount approved online was
      *    already held against every limit below when it was
      *    authorized - refusing it now would not stop the money
      *    going out.
           IF HOLD-MATCHED
           AND DALYTRAN-AMT NOT > HOLD-AMT
              GO TO 2300-EDIT-TRANSACTION-EXIT
           END-IF

      *    The annual fee is the bank's own charge on the account -
      *    like the late fee, it is billed whatever room is left
      *    under the limits.
           IF DALYTRAN-TYPE-ANNUAL-FEE
              GO TO 2300-EDIT-TRANSACTION-EXIT
           END-IF

              END-IF
           END-IF

      *    A member of an active company is also held, with the
      *    company's other members, to the company credit limit.
           IF DALYTRAN-IS-DEBIT
           AND ACCT-IN-COMPANY
              COMPUTE WS-CMP-NEW-EXPOSURE =
                  WS-CMP-OTHER-BAL + ACCT-CURR-BAL + DALYTRAN-AMT
              IF WS-CMP-NEW-EXPOSURE > WS-CMP-CREDIT-LIMIT
                 SET TRAN-NOT-OK        TO TRUE
                 MOVE 'TRANSACTION WOULD EXCEED COMPANY LIMIT'
                                        TO WS-REJECT-REASON
                 GO TO 2300-EDIT-TRANSACTION-EXIT
              END-IF
           END-IF

      *    A cash advance is held to the cash credit limit on top of
      *    the account-level check above.
           IF DALYTRAN-TYPE-CASH
           .

      *****************************************************************
      * 2310-PLACE-PROMO-DEBIT                                        *
      * A balance transfer takes the group's BALXFER offer - rate and *
      * term from the day it posts - and is refused when the group    *
      * has no offer.  A purchase takes the group's PROMOPUR offer    *
      * while the intro term from ACCT-OPEN-DATE is still running,    *
      * and otherwise stays on the standard purchase balance.  The    *
      * debit tops up the segment already open on the same offer, or  *
      * opens a new one.                                              *
      *****************************************************************
       2310-PLACE-PROMO-DEBIT.

           MOVE 0                       TO WS-SEG-TARGET-IDX

           IF NOT PROMSEG-IS-OPEN
              IF DALYTRAN-TYPE-BAL-TRANSFER
                 SET TRAN-NOT-OK        TO TRUE
                 MOVE 'PROMOTIONAL BALANCE FILE NOT AVAILABLE'
                                        TO WS-REJECT-REASON
              END-IF
              GO TO 2310-PLACE-PROMO-DEBIT-EXIT
           END-IF

           IF DALYTRAN-TYPE-BAL-TRANSFER
              MOVE 'BALXFER '           TO WS-SEG-OFFER-SET
              MOVE 'BT'                 TO WS-SEG-NEW-TYPE
              MOVE WS-POST-DATE-FORMATTED
                                        TO WS-SEG-NEW-START
           ELSE
              MOVE 'PROMOPUR'           TO WS-SEG-OFFER-SET
              MOVE 'PP'                 TO WS-SEG-NEW-TYPE
              MOVE ACCT-OPEN-DATE       TO WS-SEG-NEW-START
           END-IF

           PERFORM 2320-READ-PROMO-OFFER
              THRU 2320-READ-PROMO-OFFER-EXIT
           IF SEG-OFFER-FOUND
              PERFORM 2330-COMPUTE-EXPIRY
                 THRU 2330-COMPUTE-EXPIRY-EXIT
           END-IF

           IF NOT SEG-OFFER-FOUND
              IF DALYTRAN-TYPE-BAL-TRANSFER
                 SET TRAN-NOT-OK        TO TRUE
                 MOVE 'NO BALANCE TRANSFER OFFER FOR GROUP'
                                        TO WS-REJECT-REASON
              END-IF
              GO TO 2310-PLACE-PROMO-DEBIT-EXIT
           END-IF

           IF DALYTRAN-TYPE-PURCHASE
           AND WS-POST-DATE-FORMATTED NOT < WS-SEG-EXPIRY-DATE
              GO TO 2310-PLACE-PROMO-DEBIT-EXIT
           END-IF

           PERFORM 2340-MATCH-SEGMENT
              THRU 2340-MATCH-SEGMENT-EXIT
              VARYING WS-SEG-IDX FROM 1 BY 1
                UNTIL WS-SEG-IDX > WS-PAY-ALLOC-SEG-COUNT
                   OR WS-SEG-TARGET-IDX > 0

           IF WS-SEG-TARGET-IDX = 0
           AND (WS-PAY-ALLOC-SEG-COUNT NOT < WS-PAY-ALLOC-SEG-MAX
             OR WS-SEG-MAX-SEQ = 999)
              IF DALYTRAN-TYPE-BAL-TRANSFER
                 SET TRAN-NOT-OK        TO TRUE
                 MOVE 'PROMOTIONAL SEGMENT LIMIT REACHED'
                                        TO WS-REJECT-REASON
              END-IF
              GO TO 2310-PLACE-PROMO-DEBIT-EXIT
           END-IF

           SET SEG-DEBIT                TO TRUE
           .
       2310-PLACE-PROMO-DEBIT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2320-READ-PROMO-OFFER                                         *
      * Reads the group's entry in the offer set, and the DEFAULT     *
      * entry when the group has none, honoring the effective date.   *
      * An offer with no term is no offer.                            *
      *****************************************************************
       2320-READ-PROMO-OFFER.

           MOVE 'N'                     TO WS-SEG-OFFER-SW
           IF NOT PARMFILE-IS-OPEN
              GO TO 2320-READ-PROMO-OFFER-EXIT
           END-IF

           MOVE WS-SEG-OFFER-SET        TO FD-PARM-SET-ID
           MOVE ACCT-GROUP-ID           TO FD-PARM-ENTRY-ID
           READ PARMFILE-FILE INTO PARM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-EFF-DATE NOT > WS-POST-DATE-FORMATTED
                      SET SEG-OFFER-FOUND  TO TRUE
                   END-IF
           END-READ

           IF NOT SEG-OFFER-FOUND
              MOVE WS-SEG-OFFER-SET     TO FD-PARM-SET-ID
              MOVE 'DEFAULT   '         TO FD-PARM-ENTRY-ID
              READ PARMFILE-FILE INTO PARM-RECORD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PARM-EFF-DATE NOT > WS-POST-DATE-FORMATTED
                         SET SEG-OFFER-FOUND  TO TRUE
                      END-IF
              END-READ
           END-IF

           IF NOT SEG-OFFER-FOUND
              GO TO 2320-READ-PROMO-OFFER-EXIT
           END-IF

           IF PARM-AMOUNT NOT NUMERIC
           OR PARM-AMOUNT < 1
           OR PARM-AMOUNT > 999
              MOVE 'N'                  TO WS-SEG-OFFER-SW
              GO TO 2320-READ-PROMO-OFFER-EXIT
           END-IF

           MOVE PARM-RATE-PCT           TO WS-SEG-OFFER-RATE
           MOVE PARM-AMOUNT             TO WS-SEG-OFFER-TERM
           .
       2320-READ-PROMO-OFFER-EXIT.
           EXIT
           .

      *****************************************************************
      * 2330-COMPUTE-EXPIRY                                           *
      * The segment expires the offer's term in months after its      *
      * start date, on the same day of the month or the month's last  *
      * day when the month is shorter.  A start date that is not a    *
      * date (an account with no open date on file) gets no offer.    *
      *****************************************************************
       2330-COMPUTE-EXPIRY.

           MOVE WS-SEG-NEW-START        TO WS-SEG-BASE-DATE
           IF WS-SEG-BASE-YEAR NOT NUMERIC
           OR WS-SEG-BASE-MONTH NOT NUMERIC
           OR WS-SEG-BASE-DAY NOT NUMERIC
           OR WS-SEG-BASE-MONTH < 1
           OR WS-SEG-BASE-MONTH > 12
              MOVE 'N'                  TO WS-SEG-OFFER-SW
              GO TO 2330-COMPUTE-EXPIRY-EXIT
           END-IF

           COMPUTE WS-SEG-MONTHS =
               WS-SEG-BASE-MONTH - 1 + WS-SEG-OFFER-TERM
           DIVIDE WS-SEG-MONTHS BY 12
               GIVING WS-SEG-YEARS
               REMAINDER WS-SEG-MONTHS
           COMPUTE WS-SEG-EXPIRY-YEAR =
               WS-SEG-BASE-YEAR + WS-SEG-YEARS
           COMPUTE WS-SEG-EXPIRY-MONTH = WS-SEG-MONTHS + 1

           EVALUATE WS-SEG-EXPIRY-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30                  TO WS-SEG-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28                  TO WS-SEG-DAYS-IN-MONTH
                   DIVIDE WS-SEG-EXPIRY-YEAR BY 4
                       GIVING WS-SEG-LEAP-QUOT
                       REMAINDER WS-SEG-LEAP-REM
                   IF WS-SEG-LEAP-REM = 0
                      MOVE 29               TO WS-SEG-DAYS-IN-MONTH
                      DIVIDE WS-SEG-EXPIRY-YEAR BY 100
                          GIVING WS-SEG-LEAP-QUOT
                          REMAINDER WS-SEG-LEAP-REM
                      IF WS-SEG-LEAP-REM = 0
                         MOVE 28            TO WS-SEG-DAYS-IN-MONTH
                         DIVIDE WS-SEG-EXPIRY-YEAR BY 400
                             GIVING WS-SEG-LEAP-QUOT
                             REMAINDER WS-SEG-LEAP-REM
                         IF WS-SEG-LEAP-REM = 0
                            MOVE 29         TO WS-SEG-DAYS-IN-MONTH
                         END-IF
                      END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31                  TO WS-SEG-DAYS-IN-MONTH
           END-EVALUATE

           IF WS-SEG-BASE-DAY > WS-SEG-DAYS-IN-MONTH
              MOVE WS-SEG-DAYS-IN-MONTH TO WS-SEG-EXPIRY-DAY
           ELSE
              MOVE WS-SEG-BASE-DAY      TO WS-SEG-EXPIRY-DAY
           END-IF
           .
       2330-COMPUTE-EXPIRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2340-MATCH-SEGMENT                                            *
      * An active segment of the same kind, started the same day at   *
      * the same rate, is the same offer - the debit tops it up.      *
      *****************************************************************
       2340-MATCH-SEGMENT.

           IF WS-PAY-ALLOC-SEG-TYPE (WS-SEG-IDX) = WS-SEG-NEW-TYPE
           AND WS-PAY-ALLOC-SEG-START (WS-SEG-IDX) = WS-SEG-NEW-START
           AND WS-PAY-ALLOC-SEG-RATE (WS-SEG-IDX) = WS-SEG-OFFER-RATE
              MOVE WS-SEG-IDX           TO WS-SEG-TARGET-IDX
           END-IF
           .
       2340-MATCH-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-POST-ONE-TRANSACTION                                     *
      * A debit raises the balance and the cycle debit bucket; a      *
      * credit lowers the balance and raises the cycle credit         *
      * bucket.  Only a payment counts as a payment: it is split      *
      * between the cash, purchase and promotional portions by the    *
      * shared allocation and stamps the last payment date.  A        *
      * return or adjustment credit comes off the purchase portion    *
      * first (ALLOCATE-CREDIT) and leaves the last payment date      *
      * alone.  The account is rewritten once, when its last item has *
      * posted (7300-END-ACCOUNT); the transaction is kept on the     *
      * posted transaction master for the statement run.              *
      *****************************************************************
       2400-POST-ONE-TRANSACTION.

           MOVE ACCT-CASH-BAL           TO WS-SAVE-CASH-BAL

           PERFORM 2420-APPLY-TO-ACCOUNT
              THRU 2420-APPLY-TO-ACCOUNT-EXIT

      *    A posted debit also rides the card's own cycle debit
      *    bucket, which the per-card spending limit is held
           EXIT
           .

      *****************************************************************
      * 2420-APPLY-TO-ACCOUNT                                         *
      * The item's effect on the account record in memory - also used *
      * to take up an item a failed run posted but whose account it   *
      * never rewrote.                                                *
      *****************************************************************
       2420-APPLY-TO-ACCOUNT.

           IF DALYTRAN-IS-DEBIT
              ADD DALYTRAN-AMT          TO ACCT-CURR-BAL
              ADD DALYTRAN-AMT          TO ACCT-CURR-CYC-DEBIT
              IF DALYTRAN-TYPE-CASH
                 ADD DALYTRAN-AMT       TO ACCT-CASH-BAL
              END-IF
           ELSE
              MOVE ACCT-LAST-PAY-DATE   TO WS-SAVE-LAST-PAY-DATE
              EVALUATE TRUE
                 WHEN DALYTRAN-TYPE-PAYMENT
                    MOVE DALYTRAN-AMT   TO WS-PAY-ALLOC-AMT
                    PERFORM ALLOCATE-PAYMENT
                       THRU ALLOCATE-PAYMENT-EXIT
                    MOVE WS-POST-DATE-FORMATTED
                                        TO ACCT-LAST-PAY-DATE
                 WHEN DALYTRAN-TYPE-RECOVERY
                    PERFORM 2410-COUNT-RECOVERY
                       THRU 2410-COUNT-RECOVERY-EXIT
                 WHEN OTHER
      *             A return, adjustment or rewards credit undoes a
      *             charge, so it comes off the purchase portion
      *             first; only what is left over reduces the
      *             promotional and cash advance portions.
                    MOVE DALYTRAN-AMT   TO WS-PAY-ALLOC-AMT
                    PERFORM ALLOCATE-CREDIT
                       THRU ALLOCATE-CREDIT-EXIT
              END-EVALUATE
              SUBTRACT DALYTRAN-AMT     FROM ACCT-CURR-BAL
              ADD DALYTRAN-AMT          TO ACCT-CURR-CYC-CREDIT
           END-IF
           .
       2420-APPLY-TO-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2410-COUNT-RECOVERY                                           *
      * A payment on a charged-off account is counted against the     *
      * write-off, not allocated - the cash portion only follows the  *
      * balance down - and it is no payment toward a due date.        *
      *****************************************************************
       2410-COUNT-RECOVERY.

           IF ACCT-RECOVERY-COUNT NOT NUMERIC
              MOVE 0                    TO ACCT-RECOVERY-COUNT
           END-IF
           IF ACCT-RECOVERY-AMT NOT NUMERIC
              MOVE 0                    TO ACCT-RECOVERY-AMT
           END-IF
           IF ACCT-RECOVERY-COUNT < 999
              ADD 1                     TO ACCT-RECOVERY-COUNT
           END-IF
           ADD DALYTRAN-AMT             TO ACCT-RECOVERY-AMT

           COMPUTE WS-NEW-BALANCE = ACCT-CURR-BAL - DALYTRAN-AMT
           IF WS-NEW-BALANCE < 0
              MOVE 0                    TO WS-NEW-BALANCE
           END-IF
           IF ACCT-CASH-BAL > WS-NEW-BALANCE
              MOVE WS-NEW-BALANCE       TO ACCT-CASH-BAL
           END-IF

           ADD 1                        TO WS-RECOVERY-COUNT
           .
       2410-COUNT-RECOVERY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2450-POST-FX-FEE                                              *
      * A foreign debit that posted is charged the group's FXFEE      *
      * percent of its billed amount as its own debit (type FX), on   *
      * the same card and origination date, so the statement shows    *
      * the fee apart from the charge.  Like the late fee it is not   *
      * held to the credit limit.  A fee that cannot be kept on the   *
      * posted master is taken back off the account and reported -    *
      * the charge itself stands.                                     *
      *****************************************************************
       2450-POST-FX-FEE.

           PERFORM 2451-READ-FX-FEE-PCT
              THRU 2451-READ-FX-FEE-PCT-EXIT
           IF NOT FX-FEE-FOUND
              GO TO 2450-POST-FX-FEE-EXIT
           END-IF

           COMPUTE WS-FX-FEE-AMT ROUNDED =
               DALYTRAN-AMT * WS-FX-FEE-PCT / 100
           IF WS-FX-FEE-AMT NOT > 0
              GO TO 2450-POST-FX-FEE-EXIT
           END-IF

           MOVE ACCT-ID                 TO WS-RPT-FX-ACCT-ID
           MOVE WS-FX-FEE-AMT           TO WS-RPT-FX-FEE-AMT

           ADD WS-FX-FEE-AMT            TO ACCT-CURR-BAL
           ADD WS-FX-FEE-AMT            TO ACCT-CURR-CYC-DEBIT

           INITIALIZE TRAN-RECORD
           MOVE ACCT-ID                 TO TRAN-ACCT-ID
           MOVE 1                       TO TRAN-SEQ-NUM
           MOVE DALYTRAN-CARD-NUM       TO TRAN-CARD-NUM
           MOVE WS-FX-FEE-AMT           TO TRAN-AMT
           SET TRAN-IS-DEBIT            TO TRUE
           MOVE 'FOREIGN TRANSACTION FEE'
                                        TO TRAN-MERCHANT-NAME
           MOVE DALYTRAN-ORIG-DATE      TO TRAN-ORIG-DATE
           SET TRAN-TYPE-FX-FEE         TO TRUE
           MOVE WS-POST-DATE-FORMATTED  TO TRAN-POST-DATE
           SET TRAN-CYCLE-OPEN          TO TRUE

           MOVE 'N'                     TO WS-TRAN-WRITTEN-SW
           PERFORM 2510-TRY-WRITE-TRAN
              THRU 2510-TRY-WRITE-TRAN-EXIT
              UNTIL TRAN-WRITTEN
                 OR TRAN-SEQ-NUM = 999999

           IF NOT TRAN-WRITTEN
              SUBTRACT WS-FX-FEE-AMT    FROM ACCT-CURR-BAL
              SUBTRACT WS-FX-FEE-AMT    FROM ACCT-CURR-CYC-DEBIT
              WRITE TRANRPT-RECORD FROM WS-RPT-FX-FAILED
              GO TO 2450-POST-FX-FEE-EXIT
           END-IF

           ADD 1                        TO WS-FX-FEE-COUNT
           .
       2450-POST-FX-FEE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2451-READ-FX-FEE-PCT                                          *
      * The group's FXFEE entry, else the DEFAULT entry, honoring the *
      * effective date.  No entry, or a zero percent, charges no fee. *
      *****************************************************************
       2451-READ-FX-FEE-PCT.

           MOVE 'N'                     TO WS-FX-FEE-SW
           IF NOT PARMFILE-IS-OPEN
              GO TO 2451-READ-FX-FEE-PCT-EXIT
           END-IF

           MOVE 'FXFEE   '              TO FD-PARM-SET-ID
           MOVE ACCT-GROUP-ID           TO FD-PARM-ENTRY-ID
           READ PARMFILE-FILE INTO PARM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-EFF-DATE NOT > WS-POST-DATE-FORMATTED
                      SET FX-FEE-FOUND     TO TRUE
                   END-IF
           END-READ

           IF NOT FX-FEE-FOUND
              MOVE 'FXFEE   '           TO FD-PARM-SET-ID
              MOVE 'DEFAULT   '         TO FD-PARM-ENTRY-ID
              READ PARMFILE-FILE INTO PARM-RECORD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PARM-EFF-DATE NOT > WS-POST-DATE-FORMATTED
                         SET FX-FEE-FOUND     TO TRUE
                      END-IF
              END-READ
           END-IF

           IF FX-FEE-FOUND
              IF PARM-RATE-PCT = 0
                 MOVE 'N'               TO WS-FX-FEE-SW
              ELSE
                 MOVE PARM-RATE-PCT     TO WS-FX-FEE-PCT
              END-IF
           END-IF
           .
       2451-READ-FX-FEE-PCT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2500-WRITE-POSTED-TRAN                                        *
      * The posting sequence number within the account is found by    *
           MOVE DALYTRAN-TYPE-CD        TO TRAN-TYPE-CD
           MOVE WS-POST-DATE-FORMATTED  TO TRAN-POST-DATE
           SET TRAN-CYCLE-OPEN          TO TRUE
           IF NOT DALYTRAN-DOMESTIC-CURRENCY
              MOVE DALYTRAN-ORIG-CURRENCY-CD
                                        TO TRAN-ORIG-CURRENCY-CD
              MOVE DALYTRAN-ORIG-AMT    TO TRAN-ORIG-AMT
           END-IF
           MOVE DALYTRAN-SOURCE-CD      TO TRAN-SOURCE-CD

           MOVE 'N'                     TO WS-TRAN-WRITTEN-SW
           PERFORM 2510-TRY-WRITE-TRAN
              SUBTRACT DALYTRAN-AMT     FROM ACCT-CURR-CYC-CREDIT
              MOVE WS-SAVE-LAST-PAY-DATE
                                        TO ACCT-LAST-PAY-DATE
              IF DALYTRAN-TYPE-RECOVERY
                 SUBTRACT 1             FROM ACCT-RECOVERY-COUNT
                 SUBTRACT DALYTRAN-AMT  FROM ACCT-RECOVERY-AMT
                 SUBTRACT 1             FROM WS-RECOVERY-COUNT
              END-IF
           END-IF
           .
       2520-BACK-OUT-POSTING-EXIT.
           EXIT
           .

      *****************************************************************
      * 2650-WRITE-HOT-CARD-ALERT                                     *
      * A debit on a hot-carded card never posts, so the alert        *
      * carries no posted transaction key - the merchant, amount and  *
      * the card's account are what the fraud desk works from.        *
      *****************************************************************
       2650-WRITE-HOT-CARD-ALERT.

           INITIALIZE FRQ-RECORD
           MOVE DALYTRAN-CARD-NUM       TO FRQ-CARD-NUM
           MOVE WS-POST-DATE-FORMATTED  TO FRQ-ALERT-DATE
           MOVE 1                       TO FRQ-ALERT-SEQ
           MOVE CARD-ACCT-ID            TO FRQ-ACCT-ID
           MOVE 'HOT'                   TO FRQ-RULE-CD
           MOVE SPACES                  TO FRQ-TRAN-KEY
           MOVE DALYTRAN-AMT            TO FRQ-TRAN-AMT
           MOVE DALYTRAN-MERCHANT-NAME  TO FRQ-MERCHANT-NAME
           SET FRQ-STAT-OPEN            TO TRUE
           MOVE SPACES                  TO FRQ-WORKED-BY
                                           FRQ-WORKED-DATE

           MOVE 'N'                     TO WS-ALERT-WRITTEN-SW
           PERFORM 2641-TRY-WRITE-ALERT
              THRU 2641-TRY-WRITE-ALERT-EXIT
              UNTIL ALERT-WRITTEN
                 OR FRQ-ALERT-SEQ = 999

           IF ALERT-WRITTEN
              ADD 1                     TO WS-ALERT-COUNT
           END-IF
           .
       2650-WRITE-HOT-CARD-ALERT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2700-RELEASE-AUTH-HOLD                                        *
      * The posted debit now carries the amount the hold was          *
      * reserving, so the hold is closed settled against the posted   *
      * transaction.  Runs before the velocity check, which reuses    *
      * TRAN-RECORD.                                                  *
      *****************************************************************
       2700-RELEASE-AUTH-HOLD.

           SET HOLD-STAT-SETTLED        TO TRUE
           MOVE WS-POST-DATE-FORMATTED  TO HOLD-CLOSED-DATE
           MOVE TRAN-KEY                TO HOLD-SETTLED-TRAN-KEY
           REWRITE FD-HOLDFILE-REC FROM AUTH-HOLD-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF AUTH HOLD FAILED'
                                            TO TRANRPT-RECORD
                   WRITE TRANRPT-RECORD
                   GO TO 2700-RELEASE-AUTH-HOLD-EXIT
           END-REWRITE

           ADD 1                        TO WS-HOLD-RELEASED-COUNT
           .
       2700-RELEASE-AUTH-HOLD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2800-SAVE-SEGMENTS                                            *
      * Runs only once the transaction is safely on the posted        *
      * master, so a posting that had to be backed out never touches  *
      * the segment file.  A promotional debit tops up its segment or *
      * opens a new one; a credit takes each segment's share of the   *
      * allocation off that segment's balance.                        *
      *****************************************************************
       2800-SAVE-SEGMENTS.

           IF NOT PROMSEG-IS-OPEN
              GO TO 2800-SAVE-SEGMENTS-EXIT
           END-IF

           IF SEG-DEBIT
              PERFORM 2810-SAVE-PROMO-DEBIT
                 THRU 2810-SAVE-PROMO-DEBIT-EXIT
              GO TO 2800-SAVE-SEGMENTS-EXIT
           END-IF

           IF DALYTRAN-IS-CREDIT
              PERFORM 2820-SAVE-ONE-PAYDOWN
                 THRU 2820-SAVE-ONE-PAYDOWN-EXIT
                 VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-PAY-ALLOC-SEG-COUNT
           END-IF
           .
       2800-SAVE-SEGMENTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2810-SAVE-PROMO-DEBIT                                         *
      *****************************************************************
       2810-SAVE-PROMO-DEBIT.

           IF WS-SEG-TARGET-IDX > 0
              MOVE ACCT-ID              TO FD-SEG-ACCT-ID
              MOVE WS-PAY-ALLOC-SEG-SEQ (WS-SEG-TARGET-IDX)
                                        TO FD-SEG-SEQ-NUM
              READ PROMSEG-FILE INTO SEG-RECORD
                  INVALID KEY
                      PERFORM 2830-REPORT-SEG-FAILURE
                         THRU 2830-REPORT-SEG-FAILURE-EXIT
                      GO TO 2810-SAVE-PROMO-DEBIT-EXIT
              END-READ
              ADD DALYTRAN-AMT          TO SEG-BALANCE
              ADD DALYTRAN-AMT          TO SEG-ORIG-AMT
              REWRITE FD-PROMSEG-REC FROM SEG-RECORD
                  INVALID KEY
                      PERFORM 2830-REPORT-SEG-FAILURE
                         THRU 2830-REPORT-SEG-FAILURE-EXIT
              END-REWRITE
              GO TO 2810-SAVE-PROMO-DEBIT-EXIT
           END-IF

           INITIALIZE SEG-RECORD
           MOVE ACCT-ID                 TO SEG-ACCT-ID
           COMPUTE SEG-SEQ-NUM = WS-SEG-MAX-SEQ + 1
           MOVE WS-SEG-NEW-TYPE         TO SEG-TYPE-CD
           SET SEG-ACTIVE               TO TRUE
           MOVE DALYTRAN-AMT            TO SEG-BALANCE
                                           SEG-ORIG-AMT
           MOVE WS-SEG-OFFER-RATE       TO SEG-RATE-PCT
           MOVE WS-SEG-NEW-START        TO SEG-START-DATE
           MOVE WS-SEG-EXPIRY-DATE      TO SEG-EXPIRY-DATE
           MOVE SPACES                  TO SEG-ROLLED-DATE
           MOVE SEG-ACCT-ID             TO FD-SEG-ACCT-ID
           MOVE SEG-SEQ-NUM             TO FD-SEG-SEQ-NUM
           WRITE FD-PROMSEG-REC FROM SEG-RECORD
               INVALID KEY
                   PERFORM 2830-REPORT-SEG-FAILURE
                      THRU 2830-REPORT-SEG-FAILURE-EXIT
                   GO TO 2810-SAVE-PROMO-DEBIT-EXIT
           END-WRITE
           ADD 1                        TO WS-SEG-OPENED-COUNT
           .
       2810-SAVE-PROMO-DEBIT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2820-SAVE-ONE-PAYDOWN                                         *
      *****************************************************************
       2820-SAVE-ONE-PAYDOWN.

           IF WS-PAY-ALLOC-SEG-PAID (WS-SEG-IDX) NOT > 0
              GO TO 2820-SAVE-ONE-PAYDOWN-EXIT
           END-IF

           MOVE ACCT-ID                 TO FD-SEG-ACCT-ID
           MOVE WS-PAY-ALLOC-SEG-SEQ (WS-SEG-IDX)
                                        TO FD-SEG-SEQ-NUM
           READ PROMSEG-FILE INTO SEG-RECORD
               INVALID KEY
                   PERFORM 2830-REPORT-SEG-FAILURE
                      THRU 2830-REPORT-SEG-FAILURE-EXIT
                   GO TO 2820-SAVE-ONE-PAYDOWN-EXIT
           END-READ

           SUBTRACT WS-PAY-ALLOC-SEG-PAID (WS-SEG-IDX)
                                        FROM SEG-BALANCE
           IF SEG-BALANCE < 0
              MOVE 0                    TO SEG-BALANCE
           END-IF
           REWRITE FD-PROMSEG-REC FROM SEG-RECORD
               INVALID KEY
                   PERFORM 2830-REPORT-SEG-FAILURE
                      THRU 2830-REPORT-SEG-FAILURE-EXIT
           END-REWRITE
           .
       2820-SAVE-ONE-PAYDOWN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2830-REPORT-SEG-FAILURE                                       *
      * The posting stands; the segment that could not be updated is  *
      * named on the report for the balance team to correct.          *
      *****************************************************************
       2830-REPORT-SEG-FAILURE.

           MOVE FD-SEG-ACCT-ID          TO WS-RPT-SEG-ACCT-ID
           MOVE FD-SEG-SEQ-NUM          TO WS-RPT-SEG-SEQ-NUM
           WRITE TRANRPT-RECORD FROM WS-RPT-SEG-FAILED
           .
       2830-REPORT-SEG-FAILURE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2900-POST-REWARDS                                             *
      * A purchase earns points at the group's rate and a merchant    *
      * return takes them back at the same rate; every other type     *
      * (cash advances included) leaves the points alone.  Runs only  *
      * once the transaction is on the posted master, so the ledger   *
      * entry can name it.  A closed or charged-off account has had   *
      * its points forfeited and neither earns nor reverses.          *
      *****************************************************************
       2900-POST-REWARDS.

           IF DALYTRAN-IS-DEBIT
           AND DALYTRAN-TYPE-PURCHASE
              MOVE 'EA'                 TO WS-RWD-ENTRY-TYPE
           ELSE
              IF DALYTRAN-IS-CREDIT
              AND DALYTRAN-TYPE-RETURN
                 MOVE 'RV'              TO WS-RWD-ENTRY-TYPE
              ELSE
                 GO TO 2900-POST-REWARDS-EXIT
              END-IF
           END-IF

           IF ACCT-ACTIVE-STATUS NOT = 'Y'
           OR ACCT-COLL-CHARGED-OFF
              GO TO 2900-POST-REWARDS-EXIT
           END-IF

           PERFORM 2910-READ-EARN-RATE
              THRU 2910-READ-EARN-RATE-EXIT
           IF NOT RWD-RATE-FOUND
              GO TO 2900-POST-REWARDS-EXIT
           END-IF

           COMPUTE WS-RWD-CALC-POINTS ROUNDED =
               DALYTRAN-AMT * WS-RWD-RATE
           IF WS-RWD-CALC-POINTS = 0
              GO TO 2900-POST-REWARDS-EXIT
           END-IF
           IF WS-RWD-ENTRY-TYPE = 'RV'
              COMPUTE WS-RWD-CALC-POINTS = 0 - WS-RWD-CALC-POINTS
           END-IF

           MOVE ACCT-ID                 TO WS-RWD-ACCT-ID
           MOVE WS-RWD-CALC-POINTS      TO WS-RWD-POINTS
           MOVE WS-POST-DATE-FORMATTED  TO WS-RWD-ENTRY-DATE
           MOVE 'CBTRN01C'              TO WS-RWD-SOURCE-PGM
           MOVE TRAN-SEQ-NUM            TO WS-RWD-TRAN-SEQ-NUM
           MOVE DALYTRAN-AMT            TO WS-RWD-TRAN-AMT
           MOVE WS-RWD-RATE             TO WS-RWD-EARN-RATE
           PERFORM POST-REWARD-POINTS
              THRU POST-REWARD-POINTS-EXIT

           IF WS-RWD-POSTED
              IF WS-RWD-ENTRY-TYPE = 'EA'
                 ADD 1                  TO WS-RWD-EARN-COUNT
              ELSE
                 ADD 1                  TO WS-RWD-REVERSE-COUNT
              END-IF
           ELSE
      *       A return on an account that never earned has nothing
      *       to reverse; anything else that did not post is named
      *       on the report for the rewards desk.
              IF NOT WS-RWD-NEW-ACCT
                 MOVE ACCT-ID           TO WS-RPT-RWD-ACCT-ID
                 MOVE WS-RWD-CALC-POINTS
                                        TO WS-RPT-RWD-POINTS
                 WRITE TRANRPT-RECORD FROM WS-RPT-RWD-FAILED
              END-IF
           END-IF
           .
       2900-POST-REWARDS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2910-READ-EARN-RATE                                           *
      * The group's REWARDS entry, else the DEFAULT entry, honoring   *
      * the effective date.  No entry, or a zero rate, earns nothing. *
      *****************************************************************
       2910-READ-EARN-RATE.

           MOVE 'N'                     TO WS-RWD-RATE-SW
           IF NOT PARMFILE-IS-OPEN
              GO TO 2910-READ-EARN-RATE-EXIT
           END-IF

           MOVE 'REWARDS '              TO FD-PARM-SET-ID
           MOVE ACCT-GROUP-ID           TO FD-PARM-ENTRY-ID
           READ PARMFILE-FILE INTO PARM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-EFF-DATE NOT > WS-POST-DATE-FORMATTED
                      SET RWD-RATE-FOUND   TO TRUE
                   END-IF
           END-READ

           IF NOT RWD-RATE-FOUND
              MOVE 'REWARDS '           TO FD-PARM-SET-ID
              MOVE 'DEFAULT   '         TO FD-PARM-ENTRY-ID
              READ PARMFILE-FILE INTO PARM-RECORD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PARM-EFF-DATE NOT > WS-POST-DATE-FORMATTED
                         SET RWD-RATE-FOUND   TO TRUE
                      END-IF
              END-READ
           END-IF

           IF NOT RWD-RATE-FOUND
              GO TO 2910-READ-EARN-RATE-EXIT
           END-IF

           IF PARM-RATE-PCT NOT NUMERIC
           OR PARM-RATE-PCT = 0
              MOVE 'N'                  TO WS-RWD-RATE-SW
              GO TO 2910-READ-EARN-RATE-EXIT
           END-IF

           MOVE PARM-RATE-PCT           TO WS-RWD-RATE
           .
       2910-READ-EARN-RATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 8000-WRITE-REJECT                                             *
      * Rejects are held until their account is rewritten (7310-      *
      * FLUSH-REJECTS), so a run that stops part way through an       *
      * account never leaves a reject the restart will write again.   *
      * A full hold is written out early.                             *
      *****************************************************************
       8000-WRITE-REJECT.

           MOVE DALYTRAN-RECORD          TO REJS-TRAN-DATA
           MOVE WS-REJECT-REASON         TO REJS-REJECT-REASON
           IF WS-REJ-COUNT = WS-REJ-MAX
              PERFORM 7310-FLUSH-REJECTS
                 THRU 7310-FLUSH-REJECTS-EXIT
           END-IF
           ADD 1                         TO WS-REJ-COUNT
           MOVE FD-DALYREJS-REC          TO WS-REJ-ENTRY (WS-REJ-COUNT)
           .
       8000-WRITE-REJECT-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-READ-COUNT            TO WS-RPT-READ-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-POSTED-COUNT          TO WS-RPT-POSTED-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-REJECTED-COUNT        TO WS-RPT-REJECTED-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-ALERT-COUNT           TO WS-RPT-ALERT-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-HOLD-RELEASED-COUNT   TO WS-RPT-RELEASED-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY5

           MOVE WS-RECOVERY-COUNT        TO WS-RPT-RECOVERY-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY6

           MOVE WS-BAL-XFER-COUNT        TO WS-RPT-BAL-XFER-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY7

           MOVE WS-SEG-OPENED-COUNT      TO WS-RPT-SEG-OPENED-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY8

           MOVE WS-RWD-EARN-COUNT        TO WS-RPT-RWD-EARN-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY9

           MOVE WS-RWD-REVERSE-COUNT     TO WS-RPT-RWD-REVERSE-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY10

           MOVE WS-FX-CONVERT-COUNT      TO WS-RPT-FX-CONVERT-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY11

           MOVE WS-FX-FEE-COUNT          TO WS-RPT-FX-FEE-TOTAL
           WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY12

           IF RUN-IS-RESTART
              MOVE WS-DONE-COUNT         TO WS-RPT-DONE-TOTAL
              WRITE TRANRPT-RECORD FROM WS-RPT-SUMMARY13
           END-IF

      *    A run that finished clears its checkpoint so the next run
      *    starts fresh; a stopped run leaves it for the restart.
           IF NOT WS-RUNC-BLOCKED
           AND NOT STOP-RUN
              INITIALIZE CHKPTFL-RECORD
              MOVE SPACES                TO CHKPT-RUN-ID
              OPEN OUTPUT CHKPTFL-FILE
              WRITE CHKPTFL-RECORD
              CLOSE CHKPTFL-FILE
           END-IF

           IF PARMFILE-IS-OPEN
              CLOSE PARMFILE-FILE
           END-IF
           IF FRAUDQ-IS-OPEN
              CLOSE FRAUDQ-FILE
           END-IF
           IF HOLDFILE-IS-OPEN
              CLOSE HOLDFILE-FILE
           END-IF
           IF PROMSEG-IS-OPEN
              CLOSE PROMSEG-FILE
           END-IF
           IF RWDLEDG-IS-OPEN
              CLOSE RWDLEDG-FILE
           END-IF
           IF COMPANY-FILES-OPEN
              CLOSE CMPMBR-FILE
                    CMPDAT-FILE
           END-IF

           IF WS-BUSD-CAL-OPEN
              CLOSE HOLIDAY-FILE
           END-IF

           PERFORM 9500-RUN-CONTROL-END
              THRU 9500-RUN-CONTROL-END-EXIT

           CLOSE DALYTRAN-FILE
                 CARDFILE-FILE
                 CARDAIX-FILE
                 ACCTFILE-FILE
                 TRANFILE-FILE
                 DALYREJS-FILE
                 TRANRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Payment allocation, shared with the lockbox intake            *
      *****************************************************************
       COPY CSPAYAPY.

      *****************************************************************
      * Rewards ledger posting, shared with the dispute settlement    *
      * and redemption batches                                        *
      *****************************************************************
       COPY CSRWDLPY.

      *****************************************************************
      * Business-day calendar, shared with the other batches that     *
      * work to the holiday calendar                                  *
      *****************************************************************
       COPY CSBUSDPY.

      *****************************************************************
      * 6000-FEED-TRANSACTIONS                                        *
      * Releases the day's transactions to the sort under the account *
      * their card belongs to, numbered in arrival order so the order *
      * within each account is the order the items came in.           *
      *****************************************************************
       6000-FEED-TRANSACTIONS SECTION.
       6010-FEED-DRIVER.

           MOVE 0                       TO WS-ARRIVAL-SEQ

           PERFORM 6100-RELEASE-ONE-TRAN
              THRU 6100-RELEASE-ONE-TRAN-EXIT
              UNTIL DALYTRAN-AT-EOF

           GO TO 6999-FEED-TRANSACTIONS-EXIT
           .

      *****************************************************************
      * 6100-RELEASE-ONE-TRAN                                         *
      *****************************************************************
       6100-RELEASE-ONE-TRAN.

           PERFORM 1100-READ-NEXT-TRAN
              THRU 1100-READ-NEXT-TRAN-EXIT
           IF DALYTRAN-AT-EOF
              GO TO 6100-RELEASE-ONE-TRAN-EXIT
           END-IF

           ADD 1                        TO WS-ARRIVAL-SEQ
           MOVE WS-ARRIVAL-SEQ          TO SORT-ARRIVAL-SEQ
           MOVE DALYTRAN-RECORD         TO SORT-TRAN-DATA

           MOVE DALYTRAN-CARD-NUM       TO FD-XREF-CARD-NUM
           READ CARDAIX-FILE INTO CARD-XREF-RECORD
               INVALID KEY
                   MOVE 0               TO SORT-ACCT-ID
               NOT INVALID KEY
                   MOVE XREF-ACCT-ID    TO SORT-ACCT-ID
           END-READ

           RELEASE SORT-REC
           .
       6100-RELEASE-ONE-TRAN-EXIT.
           EXIT
           .

       6999-FEED-TRANSACTIONS-EXIT.
           EXIT
           .

      *****************************************************************
      * 7000-POST-BY-ACCOUNT                                          *
      * Returns the sorted transactions and posts them an account at  *
      * a time.  A restarted run passes over the accounts its         *
      * checkpoint already covers, and over any account after it that *
      * already carries the run's stamp.  A failed account rewrite    *
      * stops the run where it stands, its checkpoint left in place.  *
      *****************************************************************
       7000-POST-BY-ACCOUNT SECTION.
       7010-POST-DRIVER.

           MOVE 'N'                     TO WS-SORT-EOF-SW
           MOVE 'N'                     TO WS-GROUP-OPEN-SW

           PERFORM 7100-POST-ONE-SORTED
              THRU 7100-POST-ONE-SORTED-EXIT
              UNTIL SORT-AT-EOF
                 OR STOP-RUN

           IF GROUP-OPEN
           AND NOT STOP-RUN
              PERFORM 7300-END-ACCOUNT
                 THRU 7300-END-ACCOUNT-EXIT
           END-IF

           GO TO 7999-POST-BY-ACCOUNT-EXIT
           .

      *****************************************************************
      * 7100-POST-ONE-SORTED                                          *
      *****************************************************************
       7100-POST-ONE-SORTED.

           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF          TO TRUE
                   GO TO 7100-POST-ONE-SORTED-EXIT
           END-RETURN

           IF WS-ACCT-COUNT > 0
           AND SORT-ACCT-ID NOT > WS-CHKPT-LAST-ACCT-ID
              GO TO 7100-POST-ONE-SORTED-EXIT
           END-IF

           IF NOT GROUP-OPEN
           OR SORT-ACCT-ID NOT = WS-GROUP-ACCT-ID
              IF GROUP-OPEN
                 PERFORM 7300-END-ACCOUNT
                    THRU 7300-END-ACCOUNT-EXIT
                 IF STOP-RUN
                    GO TO 7100-POST-ONE-SORTED-EXIT
                 END-IF
              END-IF
              PERFORM 7200-START-ACCOUNT
                 THRU 7200-START-ACCOUNT-EXIT
           END-IF

           IF GROUP-ALREADY-POSTED
              ADD 1                     TO WS-READ-COUNT
              ADD 1                     TO WS-DONE-COUNT
              GO TO 7100-POST-ONE-SORTED-EXIT
           END-IF

           MOVE SORT-TRAN-DATA          TO DALYTRAN-RECORD
           PERFORM 2000-POST-TRANSACTIONS
              THRU 2000-POST-TRANSACTIONS-EXIT
           .
       7100-POST-ONE-SORTED-EXIT.
           EXIT
           .

      *****************************************************************
      * 7200-START-ACCOUNT                                            *
      * Reads the account once for all of its activity.  On a         *
      * restart, an account already stamped with the run's identity   *
      * was finished by the failed run after its last checkpoint and  *
      * is passed over; the first one that is not is the account the  *
      * failed run was working, whose earlier postings are looked for *
      * and taken up (2050-FIND-EARLIER-POSTING).                     *
      *****************************************************************
       7200-START-ACCOUNT.

           MOVE SORT-ACCT-ID            TO WS-GROUP-ACCT-ID
           SET GROUP-OPEN               TO TRUE
           MOVE 'N'                     TO WS-ACCT-ON-FILE-SW
           MOVE 'N'                     TO WS-GROUP-DONE-SW
           MOVE 'N'                     TO WS-REPLAY-SW
           MOVE 'N'                     TO WS-CMP-MEMBER-SW
           MOVE 0                       TO WS-REJ-COUNT
      *    A card belongs to one account, so the velocity table only
      *    ever needs the cards of the account in hand.
           MOVE 0                       TO WS-VEL-COUNT

           IF WS-GROUP-ACCT-ID = 0
              GO TO 7200-START-ACCOUNT-EXIT
           END-IF

           MOVE WS-GROUP-ACCT-ID        TO FD-ACCT-ID
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   GO TO 7200-START-ACCOUNT-EXIT
           END-READ
           SET ACCT-ON-FILE             TO TRUE

      *    An account written before the cash balance field existed
      *    carries spaces there - started at zero on first touch.
           IF ACCT-CASH-BAL NOT NUMERIC
              MOVE 0                    TO ACCT-CASH-BAL
           END-IF

           PERFORM 7250-LOAD-COMPANY
              THRU 7250-LOAD-COMPANY-EXIT

           IF NOT RUN-IS-RESTART
              GO TO 7200-START-ACCOUNT-EXIT
           END-IF

           IF ACCT-LAST-POST-RUN-ID = WS-RUN-ID
              SET GROUP-ALREADY-POSTED  TO TRUE
              GO TO 7200-START-ACCOUNT-EXIT
           END-IF

           IF NOT REPLAY-TAKEN
              SET REPLAY-TAKEN          TO TRUE
              SET REPLAY-ACCT           TO TRUE
              MOVE 0                    TO WS-REPLAY-USED-COUNT
           END-IF
           .
       7200-START-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 7250-LOAD-COMPANY                                             *
      * Finds the company the account belongs to, if any.  For an     *
      * active company the limit is kept and the balances of its      *
      * other member accounts are added up through the company's      *
      * member list.  The other members are read into the account     *
      * file's own record area, leaving the account in hand as it is. *
      *****************************************************************
       7250-LOAD-COMPANY.

           IF NOT COMPANY-FILES-OPEN
              GO TO 7250-LOAD-COMPANY-EXIT
           END-IF

           MOVE WS-GROUP-ACCT-ID        TO FD-CMB-ACCT-ID
           READ CMPMBR-FILE
               KEY IS FD-CMB-ACCT-ID
               INVALID KEY
                   GO TO 7250-LOAD-COMPANY-EXIT
           END-READ

           MOVE FD-CMB-CMP-ID           TO WS-CMP-ID
                                           FD-CMP-ID
           READ CMPDAT-FILE INTO COMPANY-RECORD
               INVALID KEY
                   GO TO 7250-LOAD-COMPANY-EXIT
           END-READ
           IF NOT CMP-ACTIVE
              GO TO 7250-LOAD-COMPANY-EXIT
           END-IF

           SET ACCT-IN-COMPANY          TO TRUE
           MOVE CMP-CREDIT-LIMIT        TO WS-CMP-CREDIT-LIMIT
           MOVE 0                       TO WS-CMP-OTHER-BAL
           MOVE 'N'                     TO WS-CMPMBR-EOF-SW

           MOVE WS-CMP-ID               TO FD-CMB-CMP-ID
           START CMPMBR-FILE KEY IS EQUAL TO FD-CMB-CMP-ID
               INVALID KEY
                   GO TO 7250-LOAD-COMPANY-EXIT
           END-START

           PERFORM 7251-READ-NEXT-MEMBER
              THRU 7251-READ-NEXT-MEMBER-EXIT
           PERFORM 7252-ADD-ONE-MEMBER
              THRU 7252-ADD-ONE-MEMBER-EXIT
              UNTIL CMPMBR-AT-EOF
           .
       7250-LOAD-COMPANY-EXIT.
           EXIT
           .

      *****************************************************************
      * 7251-READ-NEXT-MEMBER                                         *
      * Status 02 on the company path means more members of the       *
      * company follow - it is a good read like 00.                   *
      *****************************************************************
       7251-READ-NEXT-MEMBER.

           READ CMPMBR-FILE NEXT RECORD
               AT END
                   SET CMPMBR-AT-EOF    TO TRUE
           END-READ
           IF (NOT CMPMBR-SUCCESS AND NOT CMPMBR-DUPKEY-NEXT)
           OR FD-CMB-CMP-ID NOT = WS-CMP-ID
              SET CMPMBR-AT-EOF         TO TRUE
           END-IF
           .
       7251-READ-NEXT-MEMBER-EXIT.
           EXIT
           .

      *****************************************************************
      * 7252-ADD-ONE-MEMBER                                           *
      *****************************************************************
       7252-ADD-ONE-MEMBER.

           IF FD-CMB-ACCT-ID = WS-GROUP-ACCT-ID
              GO TO 7252-READ-NEXT
           END-IF

           MOVE FD-CMB-ACCT-ID          TO FD-ACCT-ID
           READ ACCTFILE-FILE
               INVALID KEY
                   GO TO 7252-READ-NEXT
           END-READ
           IF FD-ACCT-CURR-BAL NUMERIC
           AND FD-ACCT-CURR-BAL > 0
              ADD FD-ACCT-CURR-BAL      TO WS-CMP-OTHER-BAL
           END-IF
           .
       7252-READ-NEXT.

           PERFORM 7251-READ-NEXT-MEMBER
              THRU 7251-READ-NEXT-MEMBER-EXIT
           .
       7252-ADD-ONE-MEMBER-EXIT.
           EXIT
           .

      *****************************************************************
      * 7300-END-ACCOUNT                                              *
      * Rewrites the account with everything posted to it, stamped    *
      * with the run's identity, then lets its held rejects go.  A    *
      * group that rewrote nothing - a card with no cross-reference,  *
      * an account not on file - is checkpointed at once, since its   *
      * rejects carry no stamp a restart could recognise.             *
      *****************************************************************
       7300-END-ACCOUNT.

           MOVE 'N'                     TO WS-GROUP-OPEN-SW

           IF ACCT-ON-FILE
           AND NOT GROUP-ALREADY-POSTED
              MOVE WS-RUN-ID            TO ACCT-LAST-POST-RUN-ID
              REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
                  INVALID KEY
                      MOVE WS-GROUP-ACCT-ID
                                        TO WS-RPT-FAILED-ACCT-ID
                      WRITE TRANRPT-RECORD FROM WS-RPT-ACCT-FAILED
                      SET STOP-RUN      TO TRUE
                      GO TO 7300-END-ACCOUNT-EXIT
              END-REWRITE
           END-IF

           PERFORM 7310-FLUSH-REJECTS
              THRU 7310-FLUSH-REJECTS-EXIT

           ADD 1                        TO WS-ACCT-COUNT
           MOVE WS-GROUP-ACCT-ID        TO WS-CHKPT-LAST-ACCT-ID

           IF ACCT-ON-FILE
              PERFORM 7400-CHECKPOINT-IF-DUE
                 THRU 7400-CHECKPOINT-IF-DUE-EXIT
           ELSE
              PERFORM 7500-WRITE-CHECKPOINT
                 THRU 7500-WRITE-CHECKPOINT-EXIT
           END-IF
           .
       7300-END-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 7310-FLUSH-REJECTS                                            *
      *****************************************************************
       7310-FLUSH-REJECTS.

           PERFORM 7311-WRITE-ONE-REJECT
              THRU 7311-WRITE-ONE-REJECT-EXIT
              VARYING WS-REJ-IDX FROM 1 BY 1
                UNTIL WS-REJ-IDX > WS-REJ-COUNT
           MOVE 0                       TO WS-REJ-COUNT
           .
       7310-FLUSH-REJECTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 7311-WRITE-ONE-REJECT                                         *
      *****************************************************************
       7311-WRITE-ONE-REJECT.

           WRITE FD-DALYREJS-REC FROM WS-REJ-ENTRY (WS-REJ-IDX)
           .
       7311-WRITE-ONE-REJECT-EXIT.
           EXIT
           .

      *****************************************************************
      * 7400-CHECKPOINT-IF-DUE                                        *
      *****************************************************************
       7400-CHECKPOINT-IF-DUE.

           DIVIDE WS-ACCT-COUNT BY WS-CHECKPOINT-INTERVAL
               GIVING WS-CKPT-REMAINDER
               REMAINDER WS-CKPT-REMAINDER

           IF WS-CKPT-REMAINDER = 0
              PERFORM 7500-WRITE-CHECKPOINT
                 THRU 7500-WRITE-CHECKPOINT-EXIT
           END-IF
           .
       7400-CHECKPOINT-IF-DUE-EXIT.
           EXIT
           .

      *****************************************************************
      * 7500-WRITE-CHECKPOINT                                         *
      *****************************************************************
       7500-WRITE-CHECKPOINT.

           INITIALIZE CHKPTFL-RECORD
           MOVE WS-RUN-ID               TO CHKPT-RUN-ID
           MOVE WS-POST-DATE-FORMATTED  TO CHKPT-POST-DATE
           MOVE WS-ACCT-COUNT           TO CHKPT-ACCT-COUNT
           MOVE WS-CHKPT-LAST-ACCT-ID   TO CHKPT-LAST-ACCT-ID
           MOVE WS-READ-COUNT           TO CHKPT-READ-COUNT
           MOVE WS-POSTED-COUNT         TO CHKPT-POSTED-COUNT
           MOVE WS-REJECTED-COUNT       TO CHKPT-REJECTED-COUNT
           MOVE WS-ALERT-COUNT          TO CHKPT-ALERT-COUNT
           MOVE WS-HOLD-RELEASED-COUNT  TO CHKPT-HOLD-RELEASED-COUNT
           MOVE WS-RECOVERY-COUNT       TO CHKPT-RECOVERY-COUNT
           MOVE WS-BAL-XFER-COUNT       TO CHKPT-BAL-XFER-COUNT
           MOVE WS-SEG-OPENED-COUNT     TO CHKPT-SEG-OPENED-COUNT
           MOVE WS-RWD-EARN-COUNT       TO CHKPT-RWD-EARN-COUNT
           MOVE WS-RWD-REVERSE-COUNT    TO CHKPT-RWD-REVERSE-COUNT
           MOVE WS-FX-CONVERT-COUNT     TO CHKPT-FX-CONVERT-COUNT
           MOVE WS-FX-FEE-COUNT         TO CHKPT-FX-FEE-COUNT
           MOVE WS-DONE-COUNT           TO CHKPT-DONE-COUNT

           OPEN OUTPUT CHKPTFL-FILE
           WRITE CHKPTFL-RECORD
           CLOSE CHKPTFL-FILE
           .
       7500-WRITE-CHECKPOINT-EXIT.
           EXIT
           .

       7999-POST-BY-ACCOUNT-EXIT.
           EXIT
           .
