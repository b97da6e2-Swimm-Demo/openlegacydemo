      *              ACCT-CURR-CYC-DEBIT to zero for the new cycle,   *
      *              stamps the account with the cycle close date     *
      *              and closing balance, and marks the account's     *
      *              posted transactions as prior-cycle.  The         *
      *              account's rewards points cycle is rolled the     *
      *              same way: the points balance becomes the new     *
      *              cycle's opening points and the cycle's earned    *
      *              and used points start again at zero.  The job    *
      *              checkpoints the way CBACT05C does, so a failure  *
      *              partway through the account master can be        *
      *              resubmitted without closing any account twice.   *
                  RECORD KEY IS FD-CARD-NUM
                  FILE STATUS IS CARDFILE-STATUS.

           SELECT RWDLEDG-FILE ASSIGN TO RWDLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-RWD-KEY
                  FILE STATUS IS RWDLEDG-STATUS.

           SELECT CHKPTFL-FILE ASSIGN TO CHKPTFL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHKPTFL-STATUS.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CYCLRPT-STATUS.

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

       FD  CARDAIX-FILE.
       01  FD-CARDAIX-REC.
           05  FD-CARD-NUM                   PIC X(16).
           05  FILLER                        PIC X(134).

       FD  RWDLEDG-FILE.
       01  FD-RWDLEDG-REC.
           05  FD-RWD-KEY.
               10  FD-RWD-ACCT-ID            PIC 9(11).
               10  FD-RWD-ENTRY-SEQ          PIC 9(07).
           05  FILLER                        PIC X(82).

      *****************************************************************
      * Restart checkpoint - the count of accounts already closed by  *
      * a prior run of this job against the same cycle.               *
       FD  CYCLRPT-FILE.
       01  CYCLRPT-RECORD                    PIC X(132).

       FD  HOLIDAY-FILE.
       01  FD-HOLIDAY-REC.
           05  FD-HOL-DATE                   PIC X(10).
           05  FILLER                        PIC X(70).

       FD  RUNCTL-FILE.
       01  FD-RUNCTL-REC.
           05  FD-RUNC-KEY.
           05  CARDFILE-STATUS                PIC X(02).
               88  CARDFILE-SUCCESS                  VALUE '00'.
               88  CARDFILE-NOTFND                    VALUE '23'.
           05  RWDLEDG-STATUS                 PIC X(02).
               88  RWDLEDG-SUCCESS                    VALUE '00'.
           05  CHKPTFL-STATUS                 PIC X(02).
               88  CHKPTFL-SUCCESS                    VALUE '00'.
               88  CHKPTFL-NOTFOUND                   VALUE '35'.
               88  RUNCTL-SUCCESS                     VALUE '00'.
               88  RUNCTL-DUPKEY                      VALUE '22'.
               88  RUNCTL-NOTFOUND                    VALUE '35'.
           05  HOLIDAY-STATUS                 PIC X(02).
               88  HOLIDAY-SUCCESS                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  CLOSE-NOT-OK                         VALUE 'N'.
           05  WS-CARDAIX-EOF-SW              PIC X(01) VALUE 'N'.
               88  CARDAIX-AT-EOF                      VALUE 'Y'.
           05  WS-RWDLEDG-OPEN-SW             PIC X(01) VALUE 'N'.
               88  RWDLEDG-IS-OPEN                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
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
      * Account and transaction record layouts, via the shared    *
      * copybooks                                                 *

           COPY CVACT03Y.

           COPY CVRWD01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
              SET TRANFILE-IS-OPEN      TO TRUE
           END-IF

      *    No points ledger means no account has points to roll.
           OPEN I-O    RWDLEDG-FILE
           IF RWDLEDG-SUCCESS
              SET RWDLEDG-IS-OPEN       TO TRUE
           END-IF

           ACCEPT WS-CLOSE-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-CLOSE-DATE-YEAR '-'
                  WS-CLOSE-DATE-MONTH '-'
              THRU 0500-RUN-CONTROL-START-EXIT
           IF WS-RUNC-BLOCKED
              SET ACCTFILE-AT-EOF       TO TRUE
              IF WS-RUNC-SKIPPED
                 MOVE 'NON-PROCESSING DAY - RUN SKIPPED - SEE RUNCTL'
                                        TO CYCLRPT-RECORD
              ELSE
                 MOVE 'RUN REFUSED BY RUN CONTROL - SEE RUNCTL'
                                        TO CYCLRPT-RECORD
              END-IF
              WRITE CYCLRPT-RECORD
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
              END-IF
              PERFORM 2350-RESET-CARD-BUCKETS
                 THRU 2350-RESET-CARD-BUCKETS-EXIT
              IF RWDLEDG-IS-OPEN
                 PERFORM 2380-ROLL-REWARDS-CYCLE
                    THRU 2380-ROLL-REWARDS-CYCLE-EXIT
              END-IF
              ADD 1                     TO WS-CLOSED-COUNT
              PERFORM 2400-CHECKPOINT-IF-DUE
                 THRU 2400-CHECKPOINT-IF-DUE-EXIT
           EXIT
           .

      *****************************************************************
      * 2380-ROLL-REWARDS-CYCLE                                       *
      * The points balance the statement just showed becomes the new  *
      * cycle's opening points - the points mirror of                 *
      * 2200-RESET-CYCLE-BUCKETS.  An account with no balance record  *
      * on the ledger has never earned and has nothing to roll.       *
      *****************************************************************
       2380-ROLL-REWARDS-CYCLE.

           MOVE ACCT-ID                 TO FD-RWD-ACCT-ID
           MOVE 0                       TO FD-RWD-ENTRY-SEQ
           READ RWDLEDG-FILE INTO RWD-RECORD
               INVALID KEY
                   GO TO 2380-ROLL-REWARDS-CYCLE-EXIT
           END-READ

           MOVE RWD-POINTS              TO RWD-CYC-OPEN-POINTS
           MOVE 0                       TO RWD-CYC-EARNED
           MOVE 0                       TO RWD-CYC-USED
           MOVE WS-CLOSE-DATE-FORMATTED TO RWD-CYC-CLOSE-DATE

           REWRITE FD-RWDLEDG-REC FROM RWD-RECORD
           IF NOT RWDLEDG-SUCCESS
              ADD 1                     TO WS-EXCEPTION-COUNT
              MOVE ACCT-ID              TO WS-RPT-ACCT-ID
              MOVE 'REWRITE OF REWARDS BALANCE FAILED'
                                        TO WS-RPT-EXCEPTION
              WRITE CYCLRPT-RECORD FROM WS-RPT-DETAIL
           END-IF
           .
       2380-ROLL-REWARDS-CYCLE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-CHECKPOINT-IF-DUE                                        *
      *****************************************************************
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
           IF RWDLEDG-IS-OPEN
              CLOSE RWDLEDG-FILE
           END-IF

           CLOSE ACCTFILE-FILE
                 CARDFILE-FILE
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Business-day calendar, shared with the other batches that     *
      * work to the holiday calendar                                  *
      *****************************************************************
       COPY CSBUSDPY.
