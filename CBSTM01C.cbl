      *              posted transactions between the opening and      *
      *              closing balance lines, and every statement line  *
      *              is mirrored to a fixed-layout extract file the   *
      *              e-statement vendor can parse directly.  Each     *
      *              activity line is labelled with its type, and the *
      *              cycle's payments, merchant returns and other     *
      *              credits are totalled on separate lines.          *
      *              An account carrying promotional balance segments *
      *              (PROMSEG) gets a line for each active segment -  *
      *              its balance, rate and the date the promotional   *
      *              rate expires.                                    *
      *              An account on the rewards points ledger          *
      *              (RWDLEDG) gets its opening points, points earned *
      *              (net of reversals), points used and points       *
      *              balance for the cycle.                           *
      *              An item made in a foreign currency shows its     *
      *              original currency and amount beside the billed   *
      *              dollar amount, and the foreign transaction fee   *
      *              is labelled on its own line.                     *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS STMTEXTR-STATUS.

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

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-HOL-DATE
                  FILE STATUS IS HOLIDAY-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  STMTEXTR-FILE.
       01  FD-STMTEXTR-REC                   PIC X(118).

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

       FD  HOLIDAY-FILE.
       01  FD-HOLIDAY-REC.
           05  FD-HOL-DATE                   PIC X(10).
           05  FILLER                        PIC X(70).

       FD  RUNCTL-FILE.
       01  FD-RUNCTL-REC.
           05  FD-RUNC-KEY.
               88  TRANFILE-NOTFOUND                  VALUE '35'.
           05  STMTEXTR-STATUS                PIC X(02).
               88  STMTEXTR-SUCCESS                   VALUE '00'.
           05  PROMSEG-STATUS                 PIC X(02).
               88  PROMSEG-SUCCESS                    VALUE '00'.
           05  RWDLEDG-STATUS                 PIC X(02).
               88  RWDLEDG-SUCCESS                    VALUE '00'.
           05  RUNCTL-STATUS                  PIC X(02).
               88  RUNCTL-SUCCESS                     VALUE '00'.
               88  RUNCTL-DUPKEY                      VALUE '22'.
               88  RUNCTL-NOTFOUND                    VALUE '35'.
           05  HOLIDAY-STATUS                 PIC X(02).
               88  HOLIDAY-SUCCESS                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  TRANFILE-AT-EOF                      VALUE 'Y'.
           05  WS-TRANFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  TRANFILE-IS-OPEN                     VALUE 'Y'.
           05  WS-PROMSEG-EOF-SW              PIC X(01) VALUE 'N'.
               88  PROMSEG-AT-EOF                       VALUE 'Y'.
           05  WS-PROMSEG-OPEN-SW             PIC X(01) VALUE 'N'.
               88  PROMSEG-IS-OPEN                      VALUE 'Y'.
           05  WS-RWDLEDG-OPEN-SW             PIC X(01) VALUE 'N'.
               88  RWDLEDG-IS-OPEN                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-STMT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-CARD-COUNT                  PIC 9(03) COMP VALUE 0.
           05  WS-TRAN-COUNT                  PIC 9(03) COMP VALUE 0.
           05  WS-SEG-PRINT-COUNT             PIC 9(03) COMP VALUE 0.
           05  WS-STMX-LINE-SEQ               PIC 9(05) COMP VALUE 0.
           05  WS-RESTART-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-SKIP-COUNT                  PIC 9(07) COMP VALUE 0.
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
      * Opening balance, derived by backing the current cycle's   *
      * credits and debits out of the current balance.            *
       01  WS-OPEN-BAL-FIELDS.
           05  WS-STMT-OPEN-BAL               PIC S9(10)V99.

      *************************************************************
      * Cycle credits by kind, totalled while the activity lines  *
      * are listed.                                               *
      *************************************************************
       01  WS-CREDIT-TOTALS.
           05  WS-CYC-PAYMENTS                PIC S9(10)V99.
           05  WS-CYC-RETURNS                 PIC S9(10)V99.
           05  WS-CYC-ADJ-CREDITS             PIC S9(10)V99.

      *************************************************************
      * Statement record layouts, via the shared copybooks        *
      *************************************************************

           COPY CVSTM01Y.

           COPY CVSEG01Y.

           COPY CVRWD01Y.

      *************************************************************
      * Statement line layouts                                    *
      *************************************************************
               10  FILLER                     PIC X(04) VALUE SPACES.
               10  WS-STMT-TRAN-DATE          PIC X(10).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-STMT-TRAN-TYPE          PIC X(08).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-STMT-TRAN-MERCHANT      PIC X(30).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-STMT-TRAN-DC-IND        PIC X(01).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-STMT-TRAN-AMT           PIC -(9)9.99.
               10  WS-STMT-TRAN-FX.
                   15  FILLER                 PIC X(02).
                   15  WS-STMT-TRAN-ORIG-CURR PIC X(03).
                   15  FILLER                 PIC X(01).
                   15  WS-STMT-TRAN-ORIG-AMT  PIC -(9)9.99.
           05  WS-STMT-NO-TRANS               PIC X(36)
                   VALUE '    NO ACTIVITY THIS CYCLE'.
           05  WS-STMT-PAYMENTS-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'PAYMENTS   : '.
               10  WS-STMT-PAYMENTS-AMT       PIC -(10)9.99.
           05  WS-STMT-RETURNS-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'RETURNS    : '.
               10  WS-STMT-RETURNS-AMT        PIC -(10)9.99.
           05  WS-STMT-ADJ-CREDITS-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'OTHER CRED : '.
               10  WS-STMT-ADJ-CREDITS-AMT    PIC -(10)9.99.
           05  WS-STMT-PROMO-HEADING          PIC X(30)
                   VALUE 'PROMOTIONAL BALANCES:'.
           05  WS-STMT-PROMO-LINE.
               10  FILLER                     PIC X(04) VALUE SPACES.
               10  WS-STMT-PROMO-TYPE         PIC X(09).
               10  WS-STMT-PROMO-BAL          PIC -(10)9.99.
               10  FILLER                     PIC X(08)
                   VALUE '  RATE: '.
               10  WS-STMT-PROMO-RATE         PIC Z9.99.
               10  FILLER                     PIC X(21)
                   VALUE '% MONTHLY  EXPIRES: '.
               10  WS-STMT-PROMO-EXPIRY       PIC X(10).
           05  WS-STMT-RWD-HEADING            PIC X(30)
                   VALUE 'REWARDS POINTS:'.
           05  WS-STMT-RWD-EARN-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'PTS OPENING: '.
               10  WS-STMT-RWD-OPEN           PIC -(9)9.
               10  FILLER                     PIC X(13)
                   VALUE '  PTS EARNED:'.
               10  WS-STMT-RWD-EARNED         PIC -(9)9.
           05  WS-STMT-RWD-BAL-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'PTS USED   : '.
               10  WS-STMT-RWD-USED           PIC -(9)9.
               10  FILLER                     PIC X(13)
                   VALUE '  PTS BAL   :'.
               10  WS-STMT-RWD-BALANCE        PIC -(9)9.
           05  WS-STMT-CARD-HEADING           PIC X(30)
                   VALUE 'CARDS ON THIS ACCOUNT:'.
           05  WS-STMT-CARD-LINE.
              SET TRANFILE-IS-OPEN      TO TRUE
           END-IF

      *    No segment file means no promotional balances to show.
           OPEN INPUT  PROMSEG-FILE
           IF PROMSEG-SUCCESS
              SET PROMSEG-IS-OPEN       TO TRUE
           END-IF

      *    No points ledger means no account has points to show.
           OPEN INPUT  RWDLEDG-FILE
           IF RWDLEDG-SUCCESS
              SET RWDLEDG-IS-OPEN       TO TRUE
           END-IF

           PERFORM 0500-RUN-CONTROL-START
              THRU 0500-RUN-CONTROL-START-EXIT
           IF WS-RUNC-BLOCKED
              SET ACCTFILE-AT-EOF       TO TRUE
              IF WS-RUNC-SKIPPED
                 MOVE 'NON-PROCESSING DAY - RUN SKIPPED - SEE RUNCTL'
                                        TO STMTFILE-RECORD
              ELSE
                 MOVE 'RUN REFUSED BY RUN CONTROL - SEE RUNCTL'
                                        TO STMTFILE-RECORD
              END-IF
              WRITE STMTFILE-RECORD
              GO TO 1000-INITIALIZE-EXIT
           END-IF

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
                  WS-RUNC-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUNC-BUSINESS-DATE

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
           READ RUNCTL-FILE INTO RUNC-RECORD
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
           PERFORM 2300-PRINT-CYCLE-ACTIVITY
              THRU 2300-PRINT-CYCLE-ACTIVITY-EXIT

           PERFORM 2350-PRINT-CREDIT-TOTALS
              THRU 2350-PRINT-CREDIT-TOTALS-EXIT

           IF PROMSEG-IS-OPEN
              PERFORM 2360-PRINT-PROMO-SEGMENTS
                 THRU 2360-PRINT-PROMO-SEGMENTS-EXIT
           END-IF

           IF RWDLEDG-IS-OPEN
              PERFORM 2370-PRINT-REWARDS
                 THRU 2370-PRINT-REWARDS-EXIT
           END-IF

           WRITE STMTFILE-RECORD FROM WS-STMT-CARD-HEADING

           MOVE ACCT-ID                     TO FD-XREF-ACCT-ID

           WRITE STMTFILE-RECORD FROM WS-STMT-TRAN-HEADING
           MOVE 0                           TO WS-TRAN-COUNT
           MOVE 0                           TO WS-CYC-PAYMENTS
                                               WS-CYC-RETURNS
                                               WS-CYC-ADJ-CREDITS

           IF NOT TRANFILE-IS-OPEN
              WRITE STMTFILE-RECORD FROM WS-STMT-NO-TRANS
           IF TRAN-CYCLE-OPEN
              ADD 1                         TO WS-TRAN-COUNT
              MOVE TRAN-ORIG-DATE           TO WS-STMT-TRAN-DATE
              PERFORM 2330-CLASSIFY-TRAN
                 THRU 2330-CLASSIFY-TRAN-EXIT
              MOVE TRAN-MERCHANT-NAME       TO WS-STMT-TRAN-MERCHANT
              MOVE TRAN-DEBIT-CREDIT-IND    TO WS-STMT-TRAN-DC-IND
              MOVE TRAN-AMT                 TO WS-STMT-TRAN-AMT
              MOVE SPACES                   TO WS-STMT-TRAN-FX
              IF NOT TRAN-DOMESTIC-CURRENCY
              AND TRAN-ORIG-AMT NUMERIC
                 MOVE TRAN-ORIG-CURRENCY-CD TO WS-STMT-TRAN-ORIG-CURR
                 MOVE TRAN-ORIG-AMT         TO WS-STMT-TRAN-ORIG-AMT
              END-IF
              WRITE STMTFILE-RECORD FROM WS-STMT-TRAN-LINE

              INITIALIZE STMX-RECORD
              MOVE TRAN-MERCHANT-NAME       TO STMX-TRAN-MERCHANT
              MOVE TRAN-DEBIT-CREDIT-IND    TO STMX-TRAN-DC-IND
              MOVE TRAN-AMT                 TO STMX-TRAN-AMT
              MOVE TRAN-TYPE-CD             TO STMX-TRAN-TYPE-CD
              IF NOT TRAN-DOMESTIC-CURRENCY
              AND TRAN-ORIG-AMT NUMERIC
                 MOVE TRAN-ORIG-CURRENCY-CD TO STMX-TRAN-ORIG-CURRENCY
                 MOVE TRAN-ORIG-AMT         TO STMX-TRAN-ORIG-AMT
              END-IF
              PERFORM 8100-WRITE-EXTRACT
                 THRU 8100-WRITE-EXTRACT-EXIT
           END-IF
           EXIT
           .

      *****************************************************************
      * 2330-CLASSIFY-TRAN                                            *
      * Labels the activity line with its type and adds a credit to   *
      * the cycle total for its kind.  A credit posted before the     *
      * transaction types existed carries spaces and was a payment.   *
      * Only those, payments and recoveries count as payments - an    *
      * annual fee refund, and any credit of a type not named here,   *
      * goes with the other credits.                                  *
      *****************************************************************
       2330-CLASSIFY-TRAN.

           MOVE SPACES                      TO WS-STMT-TRAN-TYPE

           EVALUATE TRUE
               WHEN TRAN-TYPE-RETURN
                   MOVE 'RETURN'            TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-ADJUST
                   MOVE 'ADJUST'            TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-CASH
                   MOVE 'CASH ADV'          TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-PAYMENT
                   MOVE 'PAYMENT'           TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-RECOVERY
                   MOVE 'RECOVERY'          TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-BAL-TRANSFER
                   MOVE 'BAL XFER'          TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-REWARD
                   MOVE 'REWARDS'           TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-FX-FEE
                   MOVE 'FX FEE'            TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-ANNUAL-FEE
                   MOVE 'ANN FEE'           TO WS-STMT-TRAN-TYPE
               WHEN TRAN-IS-CREDIT
               AND TRAN-TYPE-CD = SPACES
                   MOVE 'PAYMENT'           TO WS-STMT-TRAN-TYPE
               WHEN TRAN-IS-CREDIT
                   MOVE 'CREDIT'            TO WS-STMT-TRAN-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF TRAN-IS-CREDIT
              EVALUATE TRUE
                  WHEN TRAN-TYPE-RETURN
                      ADD TRAN-AMT          TO WS-CYC-RETURNS
                  WHEN TRAN-TYPE-PAYMENT
                  WHEN TRAN-TYPE-RECOVERY
                  WHEN TRAN-TYPE-CD = SPACES
                      ADD TRAN-AMT          TO WS-CYC-PAYMENTS
                  WHEN TRAN-TYPE-ADJUST
                  WHEN TRAN-TYPE-REWARD
                  WHEN TRAN-TYPE-ANNUAL-FEE
                      ADD TRAN-AMT          TO WS-CYC-ADJ-CREDITS
                  WHEN OTHER
                      ADD TRAN-AMT          TO WS-CYC-ADJ-CREDITS
              END-EVALUATE
           END-IF
           .
       2330-CLASSIFY-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2350-PRINT-CREDIT-TOTALS                                      *
      * Payments, merchant returns and other credits each get their   *
      * own line under the activity, so the cardholder can see what   *
      * was paid apart from what was refunded.                        *
      *****************************************************************
       2350-PRINT-CREDIT-TOTALS.

           MOVE WS-CYC-PAYMENTS             TO WS-STMT-PAYMENTS-AMT
           WRITE STMTFILE-RECORD FROM WS-STMT-PAYMENTS-LINE

           MOVE WS-CYC-RETURNS              TO WS-STMT-RETURNS-AMT
           WRITE STMTFILE-RECORD FROM WS-STMT-RETURNS-LINE

           MOVE WS-CYC-ADJ-CREDITS          TO WS-STMT-ADJ-CREDITS-AMT
           WRITE STMTFILE-RECORD FROM WS-STMT-ADJ-CREDITS-LINE

           INITIALIZE STMX-RECORD
           MOVE 'PR'                        TO STMX-REC-TYPE
           MOVE WS-CYC-PAYMENTS             TO STMX-CYC-PAYMENTS
           MOVE WS-CYC-RETURNS              TO STMX-CYC-RETURNS
           MOVE WS-CYC-ADJ-CREDITS          TO STMX-CYC-ADJ-CREDITS
           PERFORM 8100-WRITE-EXTRACT
              THRU 8100-WRITE-EXTRACT-EXIT
           .
       2350-PRINT-CREDIT-TOTALS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2360-PRINT-PROMO-SEGMENTS                                     *
      * One line per active promotional balance segment, so the      *
      * cardholder sees each promotional balance, its rate and when   *
      * the promotional rate ends.  An account with none gets no      *
      * promotional section at all.                                   *
      *****************************************************************
       2360-PRINT-PROMO-SEGMENTS.

           MOVE 0                           TO WS-SEG-PRINT-COUNT
           MOVE 'N'                         TO WS-PROMSEG-EOF-SW
           MOVE ACCT-ID                     TO FD-SEG-ACCT-ID
           MOVE 0                           TO FD-SEG-SEQ-NUM
           START PROMSEG-FILE KEY IS NOT LESS THAN FD-SEG-KEY
               INVALID KEY
                   GO TO 2360-PRINT-PROMO-SEGMENTS-EXIT
           END-START

           PERFORM 2361-READ-NEXT-SEGMENT
              THRU 2361-READ-NEXT-SEGMENT-EXIT
           PERFORM 2362-PRINT-ONE-SEGMENT
              THRU 2362-PRINT-ONE-SEGMENT-EXIT
              UNTIL PROMSEG-AT-EOF
                 OR SEG-ACCT-ID NOT EQUAL ACCT-ID
           .
       2360-PRINT-PROMO-SEGMENTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2361-READ-NEXT-SEGMENT                                        *
      *****************************************************************
       2361-READ-NEXT-SEGMENT.

           READ PROMSEG-FILE NEXT INTO SEG-RECORD
               AT END
                   SET PROMSEG-AT-EOF       TO TRUE
           END-READ
           .
       2361-READ-NEXT-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2362-PRINT-ONE-SEGMENT                                        *
      *****************************************************************
       2362-PRINT-ONE-SEGMENT.

           IF SEG-ACTIVE
              IF WS-SEG-PRINT-COUNT = 0
                 WRITE STMTFILE-RECORD FROM WS-STMT-PROMO-HEADING
              END-IF
              ADD 1                         TO WS-SEG-PRINT-COUNT
              IF SEG-TYPE-BAL-TRANSFER
                 MOVE 'BAL XFER'            TO WS-STMT-PROMO-TYPE
              ELSE
                 MOVE 'INTRO PUR'           TO WS-STMT-PROMO-TYPE
              END-IF
              MOVE SEG-BALANCE              TO WS-STMT-PROMO-BAL
              MOVE SEG-RATE-PCT             TO WS-STMT-PROMO-RATE
              MOVE SEG-EXPIRY-DATE          TO WS-STMT-PROMO-EXPIRY
              WRITE STMTFILE-RECORD FROM WS-STMT-PROMO-LINE

              INITIALIZE STMX-RECORD
              MOVE 'PS'                     TO STMX-REC-TYPE
              MOVE SEG-TYPE-CD              TO STMX-SEG-TYPE-CD
              MOVE SEG-BALANCE              TO STMX-SEG-BALANCE
              MOVE SEG-RATE-PCT             TO STMX-SEG-RATE
              MOVE SEG-START-DATE           TO STMX-SEG-START-DATE
              MOVE SEG-EXPIRY-DATE          TO STMX-SEG-EXPIRY-DATE
              PERFORM 8100-WRITE-EXTRACT
                 THRU 8100-WRITE-EXTRACT-EXIT
           END-IF

           PERFORM 2361-READ-NEXT-SEGMENT
              THRU 2361-READ-NEXT-SEGMENT-EXIT
           .
       2362-PRINT-ONE-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2370-PRINT-REWARDS                                            *
      * The cycle's points off the account's ledger balance record -  *
      * opening points, points earned net of reversals, points used   *
      * (redeemed or forfeited) and the balance.  An account that has *
      * never earned has no balance record and no rewards section.    *
      *****************************************************************
       2370-PRINT-REWARDS.

           MOVE ACCT-ID                     TO FD-RWD-ACCT-ID
           MOVE 0                           TO FD-RWD-ENTRY-SEQ
           READ RWDLEDG-FILE INTO RWD-RECORD
               INVALID KEY
                   GO TO 2370-PRINT-REWARDS-EXIT
           END-READ

           WRITE STMTFILE-RECORD FROM WS-STMT-RWD-HEADING
           MOVE RWD-CYC-OPEN-POINTS         TO WS-STMT-RWD-OPEN
           MOVE RWD-CYC-EARNED              TO WS-STMT-RWD-EARNED
           WRITE STMTFILE-RECORD FROM WS-STMT-RWD-EARN-LINE
           MOVE RWD-CYC-USED                TO WS-STMT-RWD-USED
           MOVE RWD-POINTS                  TO WS-STMT-RWD-BALANCE
           WRITE STMTFILE-RECORD FROM WS-STMT-RWD-BAL-LINE

           INITIALIZE STMX-RECORD
           MOVE 'RP'                        TO STMX-REC-TYPE
           MOVE RWD-CYC-OPEN-POINTS         TO STMX-RWD-OPEN-POINTS
           MOVE RWD-CYC-EARNED              TO STMX-RWD-EARNED
           MOVE RWD-CYC-USED                TO STMX-RWD-USED
           MOVE RWD-POINTS                  TO STMX-RWD-BALANCE
           PERFORM 8100-WRITE-EXTRACT
              THRU 8100-WRITE-EXTRACT-EXIT
           .
       2370-PRINT-REWARDS-EXIT.
           EXIT
           .

      *****************************************************************
      * 8100-WRITE-EXTRACT                                            *
      * Keys and sequences the extract record for the statement line  *
              CLOSE CHKPTFL-FILE
           END-IF

           IF WS-BUSD-CAL-OPEN
              CLOSE HOLIDAY-FILE
           END-IF

           PERFORM 9500-RUN-CONTROL-END
              THRU 9500-RUN-CONTROL-END-EXIT

           IF TRANFILE-IS-OPEN
              CLOSE TRANFILE-FILE
           END-IF
           IF PROMSEG-IS-OPEN
              CLOSE PROMSEG-FILE
           END-IF
           IF RWDLEDG-IS-OPEN
              CLOSE RWDLEDG-FILE
           END-IF

           CLOSE ACCTFILE-FILE
                 CUSTFILE-FILE
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Business-day calendar, shared with the other batches that     *
      * work to the holiday calendar                                  *
      *****************************************************************
       COPY CSBUSDPY.
