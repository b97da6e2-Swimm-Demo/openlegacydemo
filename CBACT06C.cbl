      *              portion (ACCT-CASH-BAL), posts the computed      *
      *              charge into ACCT-CURR-CYC-DEBIT, and REWRITEs    *
      *              the account.                                     *
      *              Promotional balance segments (balance transfers  *
      *              and intro purchase balances, on PROMSEG) are     *
      *              charged each at its own rate and kept out of the *
      *              standard purchase portion; a segment past its    *
      *              expiry date is rolled into the standard purchase *
      *              balance before the charge is computed.           *
      *              Accounts in the grace period - the prior         *
      *              cycle's closing balance fully paid by the due    *
      *              date - are not charged; the charge they were     *
      *              spared is totalled on the report so Finance can  *
      *              size the cost of grace.                          *
      *              A due date on a weekend or on a bank holiday     *
      *              on the holiday calendar (HOLIDAY) is met by a    *
      *              payment on the next business day.                *
      *              While an account's military (SCRA) special       *
      *              handling code is in force no portion of its      *
      *              balance is charged above the SCRA rate (the      *
      *              PARMDAT FINRATE SCRA entry); the interest        *
      *              the cap spared is kept on its special            *
      *              handling record for the monthly report.          *
      *              Accounts with no balance owed are skipped; an    *
      *              account whose group ID is not in the rate table  *
      *              is charged the standard default rate.  Rates     *
                  RECORD KEY IS FD-PARM-KEY
                  FILE STATUS IS PARMFILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-HOL-DATE
                  FILE STATUS IS HOLIDAY-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-TRAN-KEY
                  FILE STATUS IS TRANFILE-STATUS.

           SELECT PROMSEG-FILE ASSIGN TO PROMSEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-SEG-KEY
                  FILE STATUS IS PROMSEG-STATUS.

           SELECT SPHDAT-FILE ASSIGN TO SPHDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-SPH-ACCT-ID
                  FILE STATUS IS SPHDAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

               10  FD-PARM-ENTRY-ID          PIC X(10).
           05  FILLER                        PIC X(62).

       FD  HOLIDAY-FILE.
       01  FD-HOLIDAY-REC.
           05  FD-HOL-DATE                   PIC X(10).
           05  FILLER                        PIC X(70).

       FD  RUNCTL-FILE.
       01  FD-RUNCTL-REC.
           05  FD-RUNC-KEY.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  PROMSEG-FILE.
       01  FD-PROMSEG-REC.
           05  FD-SEG-KEY.
               10  FD-SEG-ACCT-ID            PIC 9(11).
               10  FD-SEG-SEQ-NUM            PIC 9(03).
           05  FILLER                        PIC X(86).

       FD  SPHDAT-FILE.
       01  FD-SPHDAT-REC.
           05  FD-SPH-ACCT-ID                PIC 9(11).
           05  FILLER                        PIC X(189).

       WORKING-STORAGE SECTION.

               88  RUNCTL-SUCCESS                     VALUE '00'.
               88  RUNCTL-DUPKEY                      VALUE '22'.
               88  RUNCTL-NOTFOUND                    VALUE '35'.
           05  HOLIDAY-STATUS                 PIC X(02).
               88  HOLIDAY-SUCCESS                    VALUE '00'.
           05  TRANFILE-STATUS                PIC X(02).
               88  TRANFILE-SUCCESS                   VALUE '00'.
               88  TRANFILE-DUPKEY                    VALUE '22'.
           05  PROMSEG-STATUS                 PIC X(02).
               88  PROMSEG-SUCCESS                    VALUE '00'.
           05  SPHDAT-STATUS                  PIC X(02).
               88  SPHDAT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  TRANFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-TRAN-WRITTEN-SW             PIC X(01) VALUE 'N'.
               88  TRAN-WRITTEN                        VALUE 'Y'.
           05  WS-PROMSEG-OPEN-SW             PIC X(01) VALUE 'N'.
               88  PROMSEG-IS-OPEN                     VALUE 'Y'.
           05  WS-PROMSEG-EOF-SW              PIC X(01) VALUE 'N'.
               88  PROMSEG-AT-EOF                      VALUE 'Y'.
           05  WS-SPHDAT-OPEN-SW              PIC X(01) VALUE 'N'.
               88  SPHDAT-IS-OPEN                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-GRACE-COUNT                 PIC 9(07) COMP VALUE 0.
           05  WS-RATE-IDX                    PIC 9(02) COMP VALUE 0.
           05  WS-GL-IDX                      PIC 9(03) COMP VALUE 0.
           05  WS-SEG-ROLLED-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-SEG-IDX                     PIC 9(02) COMP VALUE 0.
           05  WS-SCRA-COUNT                  PIC 9(07) COMP VALUE 0.

       01  WS-GRACE-SAVED-TOTAL               PIC S9(13)V99 VALUE 0.
       01  WS-SCRA-SAVED-TOTAL                PIC S9(13)V99 VALUE 0.

      *************************************************************
      * Cycle-day parameter, from a SYSIN card.  When supplied     *
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
      * General ledger accumulators - one row per account group   *
      * charged this run, plus independent run totals kept at     *

           COPY CVTRA02Y.

           COPY CVSEG01Y.

      *************************************************************
      * The account's active promotional balance segments, each   *
      * charged at its own rate.                                  *
      *************************************************************
       01  WS-SEG-TABLE.
           05  WS-SEG-MAX                     PIC 9(02) COMP VALUE 20.
           05  WS-SEG-COUNT                   PIC 9(02) COMP VALUE 0.
           05  WS-SEG-ENTRY OCCURS 20 TIMES.
               10  WS-SEG-BAL                 PIC S9(10)V99.
               10  WS-SEG-RATE                PIC 9(02)V9(02).

      *************************************************************
      * Monthly finance charge rate table, keyed by ACCT-GROUP-ID. *
      * Loaded from WORKING-STORAGE literals since this system     *
      *************************************************************
       01  WS-APPLIED-CASH-RATE                PIC 9(02)V9(02).

      *************************************************************
      * SCRA interest cap.  While an account's military special   *
      * handling code is in force no balance is charged above the *
      * monthly rate on the FINRATE SCRA parameter entry - 0.50   *
      * (six percent a year) when there is none.                  *
      *************************************************************
       01  WS-SCRA-RATE                        PIC 9(02)V9(02)
                                               VALUE 0.50.
       01  WS-SCRA-SAVED                       PIC S9(09)V99.
       01  WS-UNCAPPED-CHARGE                  PIC S9(09)V99.

      *************************************************************
      * Special handling record and the lookup fields shared with *
      * the other batches that honor the code                     *
      *************************************************************
           COPY CVSPH01Y.

       01  WS-SPH-LOOKUP-FIELDS.
           COPY CSSPHRWY.

      *************************************************************
      * Parameter master record layout, via the shared copybook,  *
      * and the run date the rate entries' effective dates are    *
           05  WS-CASH-CHARGE                 PIC S9(09)V99.
           05  WS-PURCHASE-PORTION            PIC S9(10)V99.
           05  WS-CASH-PORTION                PIC S9(10)V99.
           05  WS-PROMO-CHARGE                PIC S9(09)V99.
           05  WS-SEG-CHARGE                  PIC S9(09)V99.
           05  WS-SEG-TOTAL                   PIC S9(10)V99.
           05  WS-CHARGE-TRAN-AMT             PIC S9(09)V99.
           05  WS-CHARGE-TRAN-MERCHANT       PIC X(30).

                   VALUE 'CASH RT%  '.
               10  FILLER                     PIC X(16)
                   VALUE 'CASH CHARGE     '.
               10  FILLER                     PIC X(07)
                   VALUE SPACES.
               10  FILLER                     PIC X(16)
                   VALUE 'PROMO CHARGE    '.
           05  WS-RPT-DETAIL.
               10  WS-RPT-ACCT-ID             PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-CASH-CHARGE         PIC Z,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-GRACE-FLAG          PIC X(05).
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-PROMO-CHARGE        PIC Z,ZZZ,ZZ9.99-.
           05  WS-RPT-SUMMARY.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNTS READ..........: '.
                   VALUE 'INTEREST SAVED BY GRACE: '.
               10  WS-RPT-GRACE-SAVED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'PROMO SEGMENTS ROLLED..: '.
               10  WS-RPT-ROLLED-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY6.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNTS SCRA CAPPED...: '.
               10  WS-RPT-SCRA-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY7.
               10  FILLER                     PIC X(25)
                   VALUE 'INTEREST SAVED BY SCRA.: '.
               10  WS-RPT-SCRA-SAVED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

              SET TRANFILE-IS-OPEN      TO TRUE
           END-IF

      *    No segment file means no promotional balances have been
      *    booked - every account is priced on its standard portions.
           OPEN I-O PROMSEG-FILE
           IF PROMSEG-SUCCESS
              SET PROMSEG-IS-OPEN       TO TRUE
           END-IF

      *    No special handling file means no account has ever been
      *    put under special handling.
           OPEN I-O SPHDAT-FILE
           IF SPHDAT-SUCCESS
              SET SPHDAT-IS-OPEN        TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           IF PARMFILE-IS-OPEN
              MOVE 'FINRATE '           TO FD-PARM-SET-ID
              MOVE 'SCRA      '         TO FD-PARM-ENTRY-ID
              READ PARMFILE-FILE INTO PARM-RECORD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PARM-EFF-DATE NOT > WS-RUN-DATE-FORMATTED
                         MOVE PARM-RATE-PCT TO WS-SCRA-RATE
                      END-IF
              END-READ
           END-IF

           WRITE FINCHRPT-RECORD FROM WS-RPT-HEADING1
           WRITE FINCHRPT-RECORD FROM WS-RPT-HEADING2

              THRU 0500-RUN-CONTROL-START-EXIT
           IF WS-RUNC-BLOCKED
              SET ACCTFILE-AT-EOF       TO TRUE
              IF WS-RUNC-SKIPPED
                 MOVE 'NON-PROCESSING DAY - RUN SKIPPED - SEE RUNCTL'
                                        TO FINCHRPT-RECORD
              ELSE
                 MOVE 'RUN REFUSED BY RUN CONTROL - SEE RUNCTL'
                                        TO FINCHRPT-RECORD
              END-IF
              WRITE FINCHRPT-RECORD
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

           MOVE WS-RUN-DATE-FORMATTED   TO WS-RUNC-BUSINESS-DATE

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
              GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-IF

      *    Expired segments roll whether or not anything is owed
           PERFORM 2050-LOAD-SEGMENTS
              THRU 2050-LOAD-SEGMENTS-EXIT

           IF ACCT-CURR-BAL > ZERO
               PERFORM 2100-FIND-RATE-FOR-GROUP
                  THRU 2100-FIND-RATE-FOR-GROUP-EXIT
               PERFORM 2200-COMPUTE-FINANCE-CHARGE
                  THRU 2200-COMPUTE-FINANCE-CHARGE-EXIT

               PERFORM 2150-APPLY-SCRA-CAP
                  THRU 2150-APPLY-SCRA-CAP-EXIT

               PERFORM 2250-CHECK-GRACE-PERIOD
                  THRU 2250-CHECK-GRACE-PERIOD-EXIT

                   MOVE SPACES             TO WS-RPT-GRACE-FLAG
                   PERFORM 2300-POST-FINANCE-CHARGE
                      THRU 2300-POST-FINANCE-CHARGE-EXIT
                   IF POST-OK
                   AND WS-SCRA-SAVED > 0
                       PERFORM 2160-RECORD-SCRA-SAVING
                          THRU 2160-RECORD-SCRA-SAVING-EXIT
                   END-IF
               END-IF

               PERFORM 8000-WRITE-DETAIL-LINE
           EXIT
           .

      *****************************************************************
      * 2050-LOAD-SEGMENTS                                            *
      * Loads the account's active promotional balance segments.  A   *
      * segment whose expiry date has passed is rolled instead: its   *
      * remaining balance simply stays in ACCT-CURR-BAL, where it is   *
      * now part of the standard purchase portion.                    *
      *****************************************************************
       2050-LOAD-SEGMENTS.

           MOVE 0                          TO WS-SEG-COUNT
           IF NOT PROMSEG-IS-OPEN
              GO TO 2050-LOAD-SEGMENTS-EXIT
           END-IF

           MOVE 'N'                        TO WS-PROMSEG-EOF-SW
           MOVE ACCT-ID                    TO FD-SEG-ACCT-ID
           MOVE 0                          TO FD-SEG-SEQ-NUM
           START PROMSEG-FILE KEY IS NOT LESS THAN FD-SEG-KEY
               INVALID KEY
                   GO TO 2050-LOAD-SEGMENTS-EXIT
           END-START

           PERFORM 2051-READ-NEXT-SEGMENT
              THRU 2051-READ-NEXT-SEGMENT-EXIT
           PERFORM 2052-LOAD-ONE-SEGMENT
              THRU 2052-LOAD-ONE-SEGMENT-EXIT
              UNTIL PROMSEG-AT-EOF
                 OR SEG-ACCT-ID NOT EQUAL ACCT-ID
           .
       2050-LOAD-SEGMENTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2051-READ-NEXT-SEGMENT                                        *
      *****************************************************************
       2051-READ-NEXT-SEGMENT.

           READ PROMSEG-FILE NEXT INTO SEG-RECORD
               AT END
                   SET PROMSEG-AT-EOF         TO TRUE
           END-READ
           .
       2051-READ-NEXT-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2052-LOAD-ONE-SEGMENT                                         *
      *****************************************************************
       2052-LOAD-ONE-SEGMENT.

           IF NOT SEG-ACTIVE
              GO TO 2052-NEXT-SEGMENT
           END-IF

           IF SEG-EXPIRY-DATE < WS-RUN-DATE-FORMATTED
              SET SEG-ROLLED               TO TRUE
              MOVE WS-RUN-DATE-FORMATTED   TO SEG-ROLLED-DATE
              REWRITE FD-PROMSEG-REC FROM SEG-RECORD
              IF PROMSEG-SUCCESS
                 ADD 1                     TO WS-SEG-ROLLED-COUNT
              ELSE
                 MOVE 'REWRITE OF PROMSEG FAILED'
                                           TO FINCHRPT-RECORD
                 WRITE FINCHRPT-RECORD
              END-IF
              GO TO 2052-NEXT-SEGMENT
           END-IF

           IF SEG-BALANCE NUMERIC
           AND SEG-BALANCE > 0
           AND WS-SEG-COUNT < WS-SEG-MAX
              ADD 1                        TO WS-SEG-COUNT
              MOVE SEG-BALANCE             TO WS-SEG-BAL (WS-SEG-COUNT)
              MOVE SEG-RATE-PCT            TO WS-SEG-RATE (WS-SEG-COUNT)
           END-IF
           .
       2052-NEXT-SEGMENT.
           PERFORM 2051-READ-NEXT-SEGMENT
              THRU 2051-READ-NEXT-SEGMENT-EXIT
           .
       2052-LOAD-ONE-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-FIND-RATE-FOR-GROUP                                      *
      * Looks the rate up on the parameter master first - the        *
           EXIT
           .

      *****************************************************************
      * 2150-APPLY-SCRA-CAP                                           *
      * While an account's military special handling code is in      *
      * force, the purchase, cash and promotional rates are each     *
      * held to the SCRA rate and the charge computed again; what    *
      * the cap took off is the interest saved.                       *
      *****************************************************************
       2150-APPLY-SCRA-CAP.

           MOVE 0                          TO WS-SCRA-SAVED

           IF NOT SPHDAT-IS-OPEN
              GO TO 2150-APPLY-SCRA-CAP-EXIT
           END-IF

           MOVE ACCT-ID                    TO WS-SPH-ACCT-ID
           MOVE WS-RUN-DATE-FORMATTED      TO WS-SPH-AS-OF-DATE
           PERFORM READ-SPECIAL-HANDLING
              THRU READ-SPECIAL-HANDLING-EXIT
           IF NOT WS-SPH-ACTIVE
           OR NOT SPH-CD-MILITARY
              GO TO 2150-APPLY-SCRA-CAP-EXIT
           END-IF

           MOVE WS-FINANCE-CHARGE          TO WS-UNCAPPED-CHARGE

           IF WS-APPLIED-RATE > WS-SCRA-RATE
              MOVE WS-SCRA-RATE            TO WS-APPLIED-RATE
           END-IF
           IF WS-APPLIED-CASH-RATE > WS-SCRA-RATE
              MOVE WS-SCRA-RATE            TO WS-APPLIED-CASH-RATE
           END-IF
           PERFORM 2151-CAP-ONE-SEGMENT
              THRU 2151-CAP-ONE-SEGMENT-EXIT
              VARYING WS-SEG-IDX FROM 1 BY 1
                UNTIL WS-SEG-IDX > WS-SEG-COUNT

           PERFORM 2200-COMPUTE-FINANCE-CHARGE
              THRU 2200-COMPUTE-FINANCE-CHARGE-EXIT

           COMPUTE WS-SCRA-SAVED =
               WS-UNCAPPED-CHARGE - WS-FINANCE-CHARGE
           .
       2150-APPLY-SCRA-CAP-EXIT.
           EXIT
           .

      *****************************************************************
      * 2151-CAP-ONE-SEGMENT                                          *
      *****************************************************************
       2151-CAP-ONE-SEGMENT.

           IF WS-SEG-RATE (WS-SEG-IDX) > WS-SCRA-RATE
              MOVE WS-SCRA-RATE            TO WS-SEG-RATE (WS-SEG-IDX)
           END-IF
           .
       2151-CAP-ONE-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2160-RECORD-SCRA-SAVING                                       *
      * The interest the cap spared is added to the account's         *
      * month-to-date suppression figures for the monthly special     *
      * handling report, and totalled on this run's report.           *
      *****************************************************************
       2160-RECORD-SCRA-SAVING.

           ADD 1                           TO WS-SCRA-COUNT
           ADD WS-SCRA-SAVED               TO WS-SCRA-SAVED-TOTAL
           MOVE 'SCRA '                    TO WS-RPT-GRACE-FLAG

           ADD WS-SCRA-SAVED               TO SPH-MTD-INT-SAVED
           REWRITE FD-SPHDAT-REC FROM SPH-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF SPHDAT FAILED'
                                           TO FINCHRPT-RECORD
                   WRITE FINCHRPT-RECORD
           END-REWRITE
           .
       2160-RECORD-SCRA-SAVING-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-COMPUTE-FINANCE-CHARGE                                   *
      * The cash portion of the balance (never more than the balance  *
      * itself, never negative) is charged at the cash advance rate;  *
      * each promotional segment at its own rate; the remainder is    *
      * charged at the purchase rate.                                 *
      *****************************************************************
       2200-COMPUTE-FINANCE-CHARGE.

           COMPUTE WS-PURCHASE-PORTION =
               ACCT-CURR-BAL - WS-CASH-PORTION

           MOVE 0                          TO WS-SEG-TOTAL
                                              WS-PROMO-CHARGE
           PERFORM 2210-CHARGE-ONE-SEGMENT
              THRU 2210-CHARGE-ONE-SEGMENT-EXIT
              VARYING WS-SEG-IDX FROM 1 BY 1
                UNTIL WS-SEG-IDX > WS-SEG-COUNT
           IF WS-SEG-TOTAL > WS-PURCHASE-PORTION
              MOVE 0                       TO WS-PURCHASE-PORTION
           ELSE
              SUBTRACT WS-SEG-TOTAL        FROM WS-PURCHASE-PORTION
           END-IF

           COMPUTE WS-PURCHASE-CHARGE ROUNDED =
               WS-PURCHASE-PORTION * WS-APPLIED-RATE / 100

               WS-CASH-PORTION * WS-APPLIED-CASH-RATE / 100

           COMPUTE WS-FINANCE-CHARGE =
               WS-PURCHASE-CHARGE + WS-CASH-CHARGE + WS-PROMO-CHARGE
           .
       2200-COMPUTE-FINANCE-CHARGE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2210-CHARGE-ONE-SEGMENT                                       *
      *****************************************************************
       2210-CHARGE-ONE-SEGMENT.

           ADD WS-SEG-BAL (WS-SEG-IDX)     TO WS-SEG-TOTAL
           COMPUTE WS-SEG-CHARGE ROUNDED =
               WS-SEG-BAL (WS-SEG-IDX) * WS-SEG-RATE (WS-SEG-IDX) / 100
           ADD WS-SEG-CHARGE               TO WS-PROMO-CHARGE
           .
       2210-CHARGE-ONE-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2250-CHECK-GRACE-PERIOD                                       *
      * The grace period holds when the prior statement balance was   *
      * cycle's payments cover the closing balance and the last       *
      * payment landed on or before the due date the month-end run    *
      * stamped.  An account never yet closed has had no statement    *
      * to pay and gets no grace.  A due date on a weekend or bank    *
      * holiday is met by a payment on the next business day.         *
      *****************************************************************
       2250-CHECK-GRACE-PERIOD.

              GO TO 2250-CHECK-GRACE-PERIOD-EXIT
           END-IF

           IF ACCT-CURR-CYC-CREDIT < ACCT-CYC-CLOSE-BAL
           OR ACCT-LAST-PAY-DATE = SPACES
           OR ACCT-PAY-DUE-DATE = SPACES
              GO TO 2250-CHECK-GRACE-PERIOD-EXIT
           END-IF

           MOVE ACCT-PAY-DUE-DATE          TO WS-BUSD-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
              THRU ROLL-TO-BUSINESS-DAY-EXIT
           IF ACCT-LAST-PAY-DATE NOT > WS-BUSD-DATE
              SET WS-IN-GRACE              TO TRUE
           END-IF
           .
      *****************************************************************
      * 2350-WRITE-CHARGE-TRANS                                       *
      * Keeps the charge just posted on the posted transaction        *
      * master - one record each for the purchase portion, the cash   *
      * portion and the promotional segments, as they apply - so the  *
      * statement shows the interest and the trial balance can        *
      * cross-foot the cycle buckets against the master.  The         *
      * amounts match what went into the buckets exactly.             *
      *****************************************************************
       2350-WRITE-CHARGE-TRANS.

              PERFORM 2360-WRITE-ONE-CHARGE-TRAN
                 THRU 2360-WRITE-ONE-CHARGE-TRAN-EXIT
           END-IF

           IF WS-PROMO-CHARGE NOT = 0
              MOVE WS-PROMO-CHARGE      TO WS-CHARGE-TRAN-AMT
              MOVE 'INTEREST - PROMO BALANCES'
                                        TO WS-CHARGE-TRAN-MERCHANT
              PERFORM 2360-WRITE-ONE-CHARGE-TRAN
                 THRU 2360-WRITE-ONE-CHARGE-TRAN-EXIT
           END-IF
           .
       2350-WRITE-CHARGE-TRANS-EXIT.
           EXIT
           MOVE WS-FINANCE-CHARGE          TO WS-RPT-CHARGE
           MOVE WS-APPLIED-CASH-RATE       TO WS-RPT-CASH-RATE
           MOVE WS-CASH-CHARGE             TO WS-RPT-CASH-CHARGE
           MOVE WS-PROMO-CHARGE            TO WS-RPT-PROMO-CHARGE

           WRITE FINCHRPT-RECORD FROM WS-RPT-DETAIL
           .
           MOVE WS-GRACE-SAVED-TOTAL        TO WS-RPT-GRACE-SAVED
           WRITE FINCHRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-SEG-ROLLED-COUNT         TO WS-RPT-ROLLED-TOTAL
           WRITE FINCHRPT-RECORD FROM WS-RPT-SUMMARY5

           MOVE WS-SCRA-COUNT               TO WS-RPT-SCRA-TOTAL
           WRITE FINCHRPT-RECORD FROM WS-RPT-SUMMARY6

           MOVE WS-SCRA-SAVED-TOTAL         TO WS-RPT-SCRA-SAVED
           WRITE FINCHRPT-RECORD FROM WS-RPT-SUMMARY7

           IF PARMFILE-IS-OPEN
              CLOSE PARMFILE-FILE
           END-IF
           IF TRANFILE-IS-OPEN
              CLOSE TRANFILE-FILE
           END-IF
           IF PROMSEG-IS-OPEN
              CLOSE PROMSEG-FILE
           END-IF
           IF SPHDAT-IS-OPEN
              CLOSE SPHDAT-FILE
           END-IF

           IF WS-BUSD-CAL-OPEN
              CLOSE HOLIDAY-FILE
           END-IF

           PERFORM 9500-RUN-CONTROL-END
              THRU 9500-RUN-CONTROL-END-EXIT
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Special handling lookup, shared with the other batches that   *
      * honor the code                                                *
      *****************************************************************
       COPY CSSPHRPY.

      *****************************************************************
      * Business-day calendar, shared with the other batches that     *
      * work to the holiday calendar                                  *
      *****************************************************************
       COPY CSBUSDPY.
