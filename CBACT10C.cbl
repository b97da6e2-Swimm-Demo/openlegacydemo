      *                    the collections queue for the workbench    *
      *                    screen (COCOL00C); the charge-off batch    *
      *                    (CBCOL01C) takes them from there.          *
      *                    While an account's special handling        *
      *                    code (SPHDAT, kept on COSPH01C) is in      *
      *                    force it gets no dunning letter, late fee  *
      *                    or collections queuing; the fee and the    *
      *                    hold are counted on its special handling   *
      *                    record for the monthly report (CBSPH01C).  *
      *              Days past due are measured on the 30/360 day     *
      *              convention, which is exact at the bucket         *
      *              boundaries the aging uses.                       *
      *              Due dates never fall on a weekend or on a bank   *
      *              holiday on the holiday calendar (HOLIDAY, kept   *
      *              on COHOL00C) - they roll to the next business    *
      *              day - and a due date that did fall on one is     *
      *              met by a payment on the next business day,       *
      *              from which its days past due are counted.        *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY IS FD-COLQ-ACCT-ID
                  FILE STATUS IS COLQFILE-STATUS.

           SELECT SPHDAT-FILE ASSIGN TO SPHDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-SPH-ACCT-ID
                  FILE STATUS IS SPHDAT-STATUS.

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

       FD  PARMFILE-FILE.
       01  FD-PARMFILE-REC.
           05  FD-COLQ-ACCT-ID               PIC 9(11).
           05  FILLER                        PIC X(89).

       FD  SPHDAT-FILE.
       01  FD-SPHDAT-REC.
           05  FD-SPH-ACCT-ID                PIC 9(11).
           05  FILLER                        PIC X(189).

       FD  HOLIDAY-FILE.
       01  FD-HOLIDAY-REC.
           05  FD-HOL-DATE                   PIC X(10).
           05  FILLER                        PIC X(70).

       FD  RUNCTL-FILE.
       01  FD-RUNCTL-REC.
           05  FD-RUNC-KEY.
               88  COLQFILE-SUCCESS                   VALUE '00'.
               88  COLQFILE-DUPKEY                    VALUE '22'.
               88  COLQFILE-NOTFOUND                  VALUE '35'.
           05  SPHDAT-STATUS                  PIC X(02).
               88  SPHDAT-SUCCESS                     VALUE '00'.
           05  RUNCTL-STATUS                  PIC X(02).
               88  RUNCTL-SUCCESS                     VALUE '00'.
               88  RUNCTL-DUPKEY                      VALUE '22'.
               88  RUNCTL-NOTFOUND                    VALUE '35'.
           05  HOLIDAY-STATUS                 PIC X(02).
               88  HOLIDAY-SUCCESS                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  TRAN-WRITTEN                        VALUE 'Y'.
           05  WS-COLQFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  COLQFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-SPHDAT-OPEN-SW              PIC X(01) VALUE 'N'.
               88  SPHDAT-IS-OPEN                      VALUE 'Y'.

      *************************************************************
      * WS-RUN-MODE comes from a SYSIN parameter card - 'M' runs  *
               88  RUNCTL-IS-OPEN                    VALUE 'Y'.
           05  WS-RUNC-BLOCKED-SW             PIC X(01) VALUE 'N'.
               88  WS-RUNC-BLOCKED                   VALUE 'Y'.
           05  WS-RUNC-SKIPPED-SW             PIC X(01) VALUE 'N'.
               88  WS-RUNC-SKIPPED                   VALUE 'Y'.
           05  WS-RUNC-BUSINESS-DATE          PIC X(10).
           05  WS-RUNC-TIME-HHMMSS            PIC X(08).

           COPY CVRUN01Y.

      *************************************************************
      * Holiday calendar record and the business-day fields       *
      * shared with the other batches that work to the calendar   *
      *************************************************************
           COPY CVHOL01Y.

       01  WS-BUSD-CALENDAR-FIELDS.
           COPY CSBUSDWY.

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-STAMPED-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-WAIVED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-WAIV-IDX                    PIC 9(04) COMP VALUE 0.
           05  WS-QUEUED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-SPH-FEE-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-SPH-HELD-COUNT              PIC 9(07) COMP VALUE 0.

      *************************************************************
      * Late fee rules.  The fee comes from the PARMDAT            *
               10  WS-DUE-DATE-MONTH          PIC 9(02).
               10  FILLER                     PIC X(01) VALUE '-'.
               10  WS-DUE-DATE-DAY            PIC 9(02).
           05  WS-EFF-DUE-DATE                PIC X(10).
           05  WS-DATE-TO-NUMBER.
               10  WS-DTN-YEAR                PIC X(04).
               10  FILLER                     PIC X(01).

           COPY CVCOL01Y.

      *************************************************************
      * Special handling record and the lookup fields shared with *
      * the other batches that honor the code                     *
      *************************************************************
           COPY CVSPH01Y.

       01  WS-SPH-LOOKUP-FIELDS.
           COPY CSSPHRWY.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
                   VALUE 'QUEUED FOR COLLECTIONS.: '.
               10  WS-RPT-QUEUED-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY10.
               10  FILLER                     PIC X(25)
                   VALUE 'LATE FEES SUPPRESSED...: '.
               10  WS-RPT-SPH-FEE-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY11.
               10  FILLER                     PIC X(25)
                   VALUE 'COLLECTIONS HELD.......: '.
               10  WS-RPT-SPH-HELD-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-FEE-LINE.
               10  WS-RPT-FEE-ACCT-ID         PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
              THRU 0500-RUN-CONTROL-START-EXIT
           IF WS-RUNC-BLOCKED
              SET ACCTFILE-AT-EOF       TO TRUE
              IF WS-RUNC-SKIPPED
                 MOVE 'NON-PROCESSING DAY - RUN SKIPPED - SEE RUNCTL'
                                        TO DELQRPT-RECORD
              ELSE
                 MOVE 'RUN REFUSED BY RUN CONTROL - SEE RUNCTL'
                                        TO DELQRPT-RECORD
              END-IF
              WRITE DELQRPT-RECORD
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
              MOVE 'A'                  TO WS-RUNC-JOB-MODE
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
           MOVE WS-RUN-MODE             TO RUNC-RUN-MODE
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
           IF COLQFILE-SUCCESS
              SET COLQFILE-IS-OPEN      TO TRUE
           END-IF

      *    No special handling file means no account has ever been
      *    put under special handling.
           OPEN I-O SPHDAT-FILE
           IF SPHDAT-SUCCESS
              SET SPHDAT-IS-OPEN        TO TRUE
           END-IF
           .
       1200-OPEN-LATE-FEE-FILES-EXIT.
           EXIT
              COMPUTE WS-DUE-DATE-MONTH = WS-RUN-DATE-MONTH + 1
           END-IF
           MOVE WS-DUE-DAY              TO WS-DUE-DATE-DAY

      *    A due day falling on a weekend or bank holiday moves to
      *    the next business day.
           MOVE WS-DUE-DATE             TO WS-BUSD-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
              THRU ROLL-TO-BUSINESS-DAY-EXIT
           MOVE WS-BUSD-DATE            TO WS-DUE-DATE
           .
       2100-BUILD-DUE-DATE-EXIT.
           EXIT
      * 3000-AGE-ACCOUNTS                                             *
      * Nightly mode.  An account is past due when it owes a minimum  *
      * payment, its due date has passed, and no payment has posted   *
      * since the due date.  A due date on a weekend or bank holiday  *
      * has only passed once the next business day has.               *
      *****************************************************************
       3000-AGE-ACCOUNTS.

           AND ACCT-PAY-DUE-DATE < WS-RUN-DATE-FORMATTED
           AND (ACCT-LAST-PAY-DATE = SPACES
             OR ACCT-LAST-PAY-DATE < ACCT-PAY-DUE-DATE)
              PERFORM 3050-SET-EFFECTIVE-DUE-DATE
                 THRU 3050-SET-EFFECTIVE-DUE-DATE-EXIT
              IF WS-EFF-DUE-DATE < WS-RUN-DATE-FORMATTED
                 PERFORM 3100-AGE-ONE-ACCOUNT
                    THRU 3100-AGE-ONE-ACCOUNT-EXIT
              END-IF
           END-IF

           PERFORM 1100-READ-NEXT-ACCOUNT
           EXIT
           .

      *****************************************************************
      * 3050-SET-EFFECTIVE-DUE-DATE                                   *
      * A payment made on the first business day after a due date     *
      * that fell on a weekend or bank holiday is on time, so the     *
      * account's days past due run from that business day.           *
      *****************************************************************
       3050-SET-EFFECTIVE-DUE-DATE.

           MOVE ACCT-PAY-DUE-DATE       TO WS-BUSD-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
              THRU ROLL-TO-BUSINESS-DAY-EXIT
           MOVE WS-BUSD-DATE            TO WS-EFF-DUE-DATE
           .
       3050-SET-EFFECTIVE-DUE-DATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3100-AGE-ONE-ACCOUNT                                          *
      *****************************************************************
       3100-AGE-ONE-ACCOUNT.

           MOVE WS-EFF-DUE-DATE         TO WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUM-WORK         TO WS-DUE-DAY-NUM

           WRITE DELQRPT-RECORD FROM WS-RPT-DETAIL

      *    An account under special handling is aged and reported
      *    like any other, but while its code is in force it gets
      *    no dunning letter, no late fee and no collections work.
           MOVE 'N'                     TO WS-SPH-ACTIVE-SW
           IF SPHDAT-IS-OPEN
              MOVE ACCT-ID              TO WS-SPH-ACCT-ID
              MOVE WS-RUN-DATE-FORMATTED
                                        TO WS-SPH-AS-OF-DATE
              PERFORM READ-SPECIAL-HANDLING
                 THRU READ-SPECIAL-HANDLING-EXIT
           END-IF

           IF WS-DAYS-PAST-DUE NOT < 30
           AND NOT WS-SPH-ACTIVE
              PERFORM 3200-WRITE-DUNNING
                 THRU 3200-WRITE-DUNNING-EXIT
           END-IF
           IF WS-DAYS-PAST-DUE NOT < 30
           AND TRANFILE-IS-OPEN
           AND ACCT-LATE-FEE-CYC-DATE NOT = ACCT-PAY-DUE-DATE
              IF WS-SPH-ACTIVE
                 PERFORM 3500-SUPPRESS-LATE-FEE
                    THRU 3500-SUPPRESS-LATE-FEE-EXIT
              ELSE
                 PERFORM 3300-ASSESS-LATE-FEE
                    THRU 3300-ASSESS-LATE-FEE-EXIT
              END-IF
           END-IF

      *    Sixty days past due puts the account on the collections
           IF WS-DAYS-PAST-DUE NOT < 60
           AND COLQFILE-IS-OPEN
           AND NOT ACCT-COLL-CHARGED-OFF
              IF WS-SPH-ACTIVE
                 PERFORM 3600-HOLD-COLLECTIONS
                    THRU 3600-HOLD-COLLECTIONS-EXIT
              ELSE
                 PERFORM 3400-QUEUE-FOR-COLLECTIONS
                    THRU 3400-QUEUE-FOR-COLLECTIONS-EXIT
              END-IF
           END-IF
           .
       3100-AGE-ONE-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 3500-SUPPRESS-LATE-FEE                                        *
      * The fee an account under special handling would have been     *
      * charged is not posted.  The per-cycle guard is stamped just   *
      * as for a charged fee, and the fee is added to the account's   *
      * month-to-date suppression figures for the monthly special     *
      * handling report.  An account on the waiver file was owed no   *
      * fee in the first place and takes the ordinary waiver.         *
      *****************************************************************
       3500-SUPPRESS-LATE-FEE.

           PERFORM 3310-CHECK-WAIVER
              THRU 3310-CHECK-WAIVER-EXIT
           IF WS-WAIVED-FOUND
              PERFORM 3300-ASSESS-LATE-FEE
                 THRU 3300-ASSESS-LATE-FEE-EXIT
              GO TO 3500-SUPPRESS-LATE-FEE-EXIT
           END-IF

           MOVE ACCT-PAY-DUE-DATE       TO ACCT-LATE-FEE-CYC-DATE
           MOVE ACCT-ID                 TO WS-RPT-FEE-ACCT-ID

           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF ACCTDAT FAILED'
                                        TO WS-RPT-FEE-TEXT
                   WRITE DELQRPT-RECORD FROM WS-RPT-FEE-LINE
                   GO TO 3500-SUPPRESS-LATE-FEE-EXIT
           END-REWRITE

           ADD 1                        TO WS-SPH-FEE-COUNT
           MOVE 'LATE FEE SUPPRESSED - SPECIAL HANDLING'
                                        TO WS-RPT-FEE-TEXT
           WRITE DELQRPT-RECORD FROM WS-RPT-FEE-LINE

           ADD 1                        TO SPH-MTD-LATE-FEE-CNT
           ADD WS-LATE-FEE              TO SPH-MTD-LATE-FEE-AMT
           REWRITE FD-SPHDAT-REC FROM SPH-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF SPHDAT FAILED'
                                        TO WS-RPT-FEE-TEXT
                   WRITE DELQRPT-RECORD FROM WS-RPT-FEE-LINE
           END-REWRITE
           .
       3500-SUPPRESS-LATE-FEE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3600-HOLD-COLLECTIONS                                         *
      * An account under special handling is not put on the           *
      * collections queue, and one already there is not refreshed.    *
      * The first night it is held back is stamped on its special     *
      * handling record and reported; later nights pass quietly.      *
      *****************************************************************
       3600-HOLD-COLLECTIONS.

           IF SPH-COLL-HELD-DATE NOT = SPACES
              GO TO 3600-HOLD-COLLECTIONS-EXIT
           END-IF

           MOVE WS-RUN-DATE-FORMATTED   TO SPH-COLL-HELD-DATE
           REWRITE FD-SPHDAT-REC FROM SPH-RECORD
               INVALID KEY
                   MOVE ACCT-ID         TO WS-RPT-FEE-ACCT-ID
                   MOVE 'REWRITE OF SPHDAT FAILED'
                                        TO WS-RPT-FEE-TEXT
                   WRITE DELQRPT-RECORD FROM WS-RPT-FEE-LINE
                   GO TO 3600-HOLD-COLLECTIONS-EXIT
           END-REWRITE

           ADD 1                        TO WS-SPH-HELD-COUNT
           MOVE ACCT-ID                 TO WS-RPT-FEE-ACCT-ID
           MOVE 'COLLECTIONS HELD - SPECIAL HANDLING'
                                        TO WS-RPT-FEE-TEXT
           WRITE DELQRPT-RECORD FROM WS-RPT-FEE-LINE
           .
       3600-HOLD-COLLECTIONS-EXIT.
           EXIT
           .

      *****************************************************************
      * 7000-DATE-TO-DAY-NUMBER                                       *
      * Converts a CCYY-MM-DD date to a day number on the 30/360      *
              WRITE DELQRPT-RECORD FROM WS-RPT-SUMMARY8
              MOVE WS-QUEUED-COUNT       TO WS-RPT-QUEUED-TOTAL
              WRITE DELQRPT-RECORD FROM WS-RPT-SUMMARY9
              MOVE WS-SPH-FEE-COUNT      TO WS-RPT-SPH-FEE-TOTAL
              WRITE DELQRPT-RECORD FROM WS-RPT-SUMMARY10
              MOVE WS-SPH-HELD-COUNT     TO WS-RPT-SPH-HELD-TOTAL
              WRITE DELQRPT-RECORD FROM WS-RPT-SUMMARY11
           END-IF

           IF TRANFILE-IS-OPEN
           IF COLQFILE-IS-OPEN
              CLOSE COLQFILE-FILE
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
