      *                  other credit;                                *
      *                - a case resolved WON has its transaction      *
      *                  marked won and is closed - the provisional   *
      *                  credit becomes permanent by standing still - *
      *                  and any rewards points the purchase earned   *
      *                  are reversed on the points ledger (RWDLEDG); *
      *                - a case resolved LOST gets a re-debit in the  *
      *                  daily layout, its transaction marked lost,   *
      *                  and is closed.                               *
                  RECORD KEY IS FD-TRAN-KEY
                  FILE STATUS IS TRANFILE-STATUS.

           SELECT RWDLEDG-FILE ASSIGN TO RWDLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-RWD-KEY
                  FILE STATUS IS RWDLEDG-STATUS.

           SELECT DALYDISP-FILE ASSIGN TO DALYDISP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DALYDISP-STATUS.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  RWDLEDG-FILE.
       01  FD-RWDLEDG-REC.
           05  FD-RWD-KEY.
               10  FD-RWD-ACCT-ID            PIC 9(11).
               10  FD-RWD-ENTRY-SEQ          PIC 9(07).
           05  FILLER                        PIC X(82).

      *****************************************************************
      * Provisional credits and re-debits, in the daily transaction  *
      * layout, concatenated into the next posting run's input.      *
      *****************************************************************
       FD  DALYDISP-FILE.
       01  FD-DALYDISP-REC                   PIC X(100).

       FD  DISPRPT-FILE.
       01  DISPRPT-RECORD                    PIC X(132).
           05  TRANFILE-STATUS                PIC X(02).
               88  TRANFILE-SUCCESS                   VALUE '00'.
               88  TRANFILE-NOTFND                    VALUE '23'.
           05  RWDLEDG-STATUS                 PIC X(02).
               88  RWDLEDG-SUCCESS                    VALUE '00'.
           05  DALYDISP-STATUS                PIC X(02).
               88  DALYDISP-SUCCESS                   VALUE '00'.
           05  DISPRPT-STATUS                 PIC X(02).
       01  WS-SWITCHES.
           05  WS-DISPFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  DISPFILE-AT-EOF                     VALUE 'Y'.
           05  WS-RWDLEDG-OPEN-SW             PIC X(01) VALUE 'N'.
               88  RWDLEDG-IS-OPEN                     VALUE 'Y'.
           05  WS-RWDLEDG-EOF-SW              PIC X(01) VALUE 'N'.
               88  RWDLEDG-AT-EOF                      VALUE 'Y'.
           05  WS-RWD-EARN-FOUND-SW           PIC X(01) VALUE 'N'.
               88  RWD-EARN-FOUND                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CASE-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-WON-COUNT                   PIC 9(07) COMP VALUE 0.
           05  WS-LOST-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-PENDING-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-RWD-REVERSED-COUNT          PIC 9(07) COMP VALUE 0.

      *************************************************************
      * Run date, captured once at job start.                     *

           COPY CVTRA02Y.

      *************************************************************
      * Rewards points reversal - the earning found on the ledger  *
      * for the disputed purchase, and the fields shared with the  *
      * other batches that post points.                            *
      *************************************************************
           COPY CVRWD01Y.

       01  WS-RWD-EARN-ENTRY.
           05  WS-RWD-EARN-SEQ                PIC 9(07).
           05  WS-RWD-EARN-POINTS             PIC S9(09).
           05  WS-RWD-EARN-AMT                PIC S9(09)V99.
           05  WS-RWD-EARN-RATE-SAVE          PIC 9(02)V9(02).

       01  WS-RWD-POST-FIELDS.
           COPY CSRWDLWY.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
                   VALUE 'AWAITING RESOLUTION....: '.
               10  WS-RPT-PENDING-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY6.
               10  FILLER                     PIC X(25)
                   VALUE 'REWARDS REVERSALS......: '.
               10  WS-RPT-RWD-REVERSED-TOTAL  PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

           OPEN OUTPUT DALYDISP-FILE
                       DISPRPT-FILE

      *    No points ledger means no purchase has earned points yet.
           OPEN I-O    RWDLEDG-FILE
           IF RWDLEDG-SUCCESS
              SET RWDLEDG-IS-OPEN       TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'

      *****************************************************************
      * 2100-CUT-PROVISIONAL-CREDIT                                   *
      * The credit rides the normal posting path as an adjustment,   *
      * so the balance, the cycle buckets and the statement all see  *
      * it - but it is not a payment and never stamps the last       *
      * payment date.                                                 *
      *****************************************************************
       2100-CUT-PROVISIONAL-CREDIT.

           MOVE 'DISPUTE PROVISIONAL CREDIT'
                                        TO DALYTRAN-MERCHANT-NAME
           MOVE WS-RUN-DATE-FORMATTED   TO DALYTRAN-ORIG-DATE
           SET DALYTRAN-TYPE-ADJUST     TO TRUE
           WRITE FD-DALYDISP-REC FROM DALYTRAN-RECORD

           SET DISP-STAT-CREDITED       TO TRUE
           MOVE 'WON - CREDIT MADE PERMANENT'
                                        TO WS-RPT-ACTION
           WRITE DISPRPT-RECORD FROM WS-RPT-DETAIL

           IF RWDLEDG-IS-OPEN
              PERFORM 2210-REVERSE-DISPUTED-POINTS
                 THRU 2210-REVERSE-DISPUTED-POINTS-EXIT
           END-IF
           .
       2200-CLOSE-WON-CASE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2210-REVERSE-DISPUTED-POINTS                                  *
      * The disputed purchase's earning is found on the account's     *
      * ledger entries by its transaction sequence and reversed for   *
      * exactly the points it earned, then marked reversed.  A        *
      * purchase that earned nothing (a cash advance, or one posted   *
      * before rewards began) has no earning and nothing to reverse.  *
      *****************************************************************
       2210-REVERSE-DISPUTED-POINTS.

           MOVE 'N'                     TO WS-RWD-EARN-FOUND-SW
           MOVE 'N'                     TO WS-RWDLEDG-EOF-SW
           MOVE DISP-ACCT-ID            TO FD-RWD-ACCT-ID
           MOVE 1                       TO FD-RWD-ENTRY-SEQ
           START RWDLEDG-FILE KEY IS NOT LESS THAN FD-RWD-KEY
               INVALID KEY
                   GO TO 2210-REVERSE-DISPUTED-POINTS-EXIT
           END-START

           PERFORM 2211-READ-NEXT-ENTRY
              THRU 2211-READ-NEXT-ENTRY-EXIT
           PERFORM 2212-TEST-ONE-ENTRY
              THRU 2212-TEST-ONE-ENTRY-EXIT
              UNTIL RWDLEDG-AT-EOF
                 OR RWD-ACCT-ID NOT EQUAL DISP-ACCT-ID
                 OR RWD-EARN-FOUND

           IF NOT RWD-EARN-FOUND
              GO TO 2210-REVERSE-DISPUTED-POINTS-EXIT
           END-IF

           MOVE DISP-ACCT-ID            TO WS-RWD-ACCT-ID
           MOVE 'RV'                    TO WS-RWD-ENTRY-TYPE
           COMPUTE WS-RWD-POINTS = 0 - WS-RWD-EARN-POINTS
           MOVE WS-RUN-DATE-FORMATTED   TO WS-RWD-ENTRY-DATE
           MOVE 'CBDSP01C'              TO WS-RWD-SOURCE-PGM
           MOVE DISP-TRAN-SEQ           TO WS-RWD-TRAN-SEQ-NUM
           MOVE WS-RWD-EARN-AMT         TO WS-RWD-TRAN-AMT
           MOVE WS-RWD-EARN-RATE-SAVE   TO WS-RWD-EARN-RATE
           PERFORM POST-REWARD-POINTS
              THRU POST-REWARD-POINTS-EXIT

           IF NOT WS-RWD-POSTED
              MOVE 'REWARDS POINTS REVERSAL FAILED'
                                        TO WS-RPT-ACTION
              WRITE DISPRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2210-REVERSE-DISPUTED-POINTS-EXIT
           END-IF

           ADD 1                        TO WS-RWD-REVERSED-COUNT
           MOVE 'WON - REWARDS POINTS REVERSED'
                                        TO WS-RPT-ACTION
           WRITE DISPRPT-RECORD FROM WS-RPT-DETAIL

      *    The case is closed, so it is never worked again; the mark
      *    keeps any later look at the ledger from reversing twice.
           MOVE DISP-ACCT-ID            TO FD-RWD-ACCT-ID
           MOVE WS-RWD-EARN-SEQ         TO FD-RWD-ENTRY-SEQ
           READ RWDLEDG-FILE INTO RWD-RECORD
               INVALID KEY
                   GO TO 2210-REVERSE-DISPUTED-POINTS-EXIT
           END-READ
           SET RWD-EARN-REVERSED        TO TRUE
           REWRITE FD-RWDLEDG-REC FROM RWD-RECORD
           IF NOT RWDLEDG-SUCCESS
              MOVE 'REWRITE OF REWARDS EARNING FAILED'
                                        TO WS-RPT-ACTION
              WRITE DISPRPT-RECORD FROM WS-RPT-DETAIL
           END-IF
           .
       2210-REVERSE-DISPUTED-POINTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2211-READ-NEXT-ENTRY                                          *
      *****************************************************************
       2211-READ-NEXT-ENTRY.

           READ RWDLEDG-FILE NEXT INTO RWD-RECORD
               AT END
                   SET RWDLEDG-AT-EOF       TO TRUE
           END-READ
           .
       2211-READ-NEXT-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2212-TEST-ONE-ENTRY                                           *
      *****************************************************************
       2212-TEST-ONE-ENTRY.

           IF RWD-TYPE-EARN
           AND RWD-TRAN-SEQ-NUM = DISP-TRAN-SEQ
           AND NOT RWD-EARN-REVERSED
              SET RWD-EARN-FOUND        TO TRUE
              MOVE RWD-ENTRY-SEQ        TO WS-RWD-EARN-SEQ
              MOVE RWD-POINTS           TO WS-RWD-EARN-POINTS
              MOVE RWD-TRAN-AMT         TO WS-RWD-EARN-AMT
              MOVE RWD-EARN-RATE        TO WS-RWD-EARN-RATE-SAVE
              GO TO 2212-TEST-ONE-ENTRY-EXIT
           END-IF

           PERFORM 2211-READ-NEXT-ENTRY
              THRU 2211-READ-NEXT-ENTRY-EXIT
           .
       2212-TEST-ONE-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2300-CLOSE-LOST-CASE                                          *
      *****************************************************************
           MOVE 'DISPUTE CREDIT REVERSAL'
                                        TO DALYTRAN-MERCHANT-NAME
           MOVE WS-RUN-DATE-FORMATTED   TO DALYTRAN-ORIG-DATE
           SET DALYTRAN-TYPE-ADJUST     TO TRUE
           WRITE FD-DALYDISP-REC FROM DALYTRAN-RECORD

           PERFORM 8100-MARK-TRANSACTION
           MOVE WS-PENDING-COUNT         TO WS-RPT-PENDING-TOTAL
           WRITE DISPRPT-RECORD FROM WS-RPT-SUMMARY5

           MOVE WS-RWD-REVERSED-COUNT    TO WS-RPT-RWD-REVERSED-TOTAL
           WRITE DISPRPT-RECORD FROM WS-RPT-SUMMARY6

           IF RWDLEDG-IS-OPEN
              CLOSE RWDLEDG-FILE
           END-IF

           CLOSE DISPFILE-FILE
                 TRANFILE-FILE
                 DALYDISP-FILE
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Rewards ledger posting, shared with the posting and           *
      * redemption batches                                            *
      *****************************************************************
       COPY CSRWDLPY.
