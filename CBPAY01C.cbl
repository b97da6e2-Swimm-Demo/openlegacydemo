      ******************************************************************
      * Program:     CBPAY01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Nightly autopay batch, in three passes.          *
      *              Pass one applies the enrollment maintenance      *
      *              file: each record enrolls an account for the     *
      *              minimum due (M), a fixed amount (F) or the full  *
      *              on file or the customer record carries no        *
      *              validated EFT account - the same field COACTUPC  *
      *              edits online.                                    *
      *              An account pending closure (COCLS00C) cannot be  *
      *              enrolled; its autopay was cancelled when the     *
      *              closure was taken.                               *
      *              Pass two sweeps the account master for enrolled  *
      *              accounts whose payment due date (stamped by the  *
      *              CBACT10C month-end run) comes up in exactly the  *
      *              posting batch (CBTRN01C) posts it like any       *
      *              other credit.  Selecting on the exact lead day   *
      *              means each cycle's payment is drafted once.      *
      *              No draft is taken from an account whose          *
      *              special handling code (SPHDAT) is in force;      *
      *              the draft it would have been is counted on       *
      *              the special handling record for the monthly      *
      *              report (CBSPH01C).                               *
      *              Pass three drafts the one-time payments          *
      *              scheduled on the scheduled payment screen        *
      *              (COSCH00C) whose pay date has come, from the     *
      *              bank account keyed with the payment or the       *
      *              customer's EFT account, into the same ACH debit  *
      *              and posting files, so an ACH return on one is    *
      *              handled by CBPAY02C like any other; each is      *
      *              marked drafted, or not drafted with the reason,  *
      *              on the scheduled payment file.                   *
      *              Every ACH debit carries a settlement date that   *
      *              is a business day on the holiday calendar        *
      *              (HOLIDAY): the due date, or a scheduled          *
      *              payment's pay date, moved past any weekend or    *
      *              bank holiday, and never before the first         *
      *              business day after the run.                      *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY IS FD-CUST-ID
                  FILE STATUS IS CUSTFILE-STATUS.

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

           SELECT SCHPAY-FILE ASSIGN TO SCHPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-SCHP-KEY
                  FILE STATUS IS SCHPAY-STATUS.

           SELECT ACHDEBIT-FILE ASSIGN TO ACHDEBIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ACHDEBIT-STATUS.
           05  FD-CUST-ID                    PIC 9(09).
           05  FILLER                        PIC X(373).

       FD  SPHDAT-FILE.
       01  FD-SPHDAT-REC.
           05  FD-SPH-ACCT-ID                PIC 9(11).
           05  FILLER                        PIC X(189).

       FD  HOLIDAY-FILE.
       01  FD-HOLIDAY-REC.
           05  FD-HOL-DATE                   PIC X(10).
           05  FILLER                        PIC X(70).

      *****************************************************************
      * One-time payments scheduled on the scheduled payment screen  *
      * (COSCH00C) - see CVSCH01Y.                                   *
      *****************************************************************
       FD  SCHPAY-FILE.
       01  FD-SCHPAY-REC.
           05  FD-SCHP-KEY                   PIC X(20).
           05  FILLER                        PIC X(180).

      *****************************************************************
      * ACH debit origination - one record per drafted payment, in   *
      * the fixed layout the bank's ACH intake expects.              *
      * concatenated into the next posting run's input.              *
      *****************************************************************
       FD  AUTOPYTR-FILE.
       01  FD-AUTOPYTR-REC                   PIC X(100).

       FD  APAYRPT-FILE.
       01  APAYRPT-RECORD                    PIC X(132).
           05  CUSTFILE-STATUS                PIC X(02).
               88  CUSTFILE-SUCCESS                  VALUE '00'.
               88  CUSTFILE-NOTFND                    VALUE '23'.
           05  SPHDAT-STATUS                  PIC X(02).
               88  SPHDAT-SUCCESS                     VALUE '00'.
           05  HOLIDAY-STATUS                 PIC X(02).
               88  HOLIDAY-SUCCESS                    VALUE '00'.
           05  SCHPAY-STATUS                  PIC X(02).
               88  SCHPAY-SUCCESS                     VALUE '00'.
           05  ACHDEBIT-STATUS                PIC X(02).
               88  ACHDEBIT-SUCCESS                   VALUE '00'.
           05  AUTOPYTR-STATUS                PIC X(02).
               88  APENROLL-AT-EOF                     VALUE 'Y'.
           05  WS-APENROLL-OPEN-SW            PIC X(01) VALUE 'N'.
               88  APENROLL-IS-OPEN                    VALUE 'Y'.
           05  WS-SPHDAT-OPEN-SW              PIC X(01) VALUE 'N'.
               88  SPHDAT-IS-OPEN                      VALUE 'Y'.
           05  WS-SCHPAY-OPEN-SW              PIC X(01) VALUE 'N'.
               88  SCHPAY-IS-OPEN                      VALUE 'Y'.
           05  WS-SCHPAY-EOF-SW               PIC X(01) VALUE 'N'.
               88  SCHPAY-AT-EOF                       VALUE 'Y'.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  ACCTFILE-AT-EOF                     VALUE 'Y'.
           05  WS-ENROLL-STATUS-SW            PIC X(01) VALUE 'Y'.
           05  WS-ENRL-REJECT-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-DRAFTED-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-STOPPED-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-SCHED-DUE-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-SCHED-DRAFTED-COUNT         PIC 9(07) COMP VALUE 0.
           05  WS-SCHED-FAILED-COUNT          PIC 9(07) COMP VALUE 0.

       01  WS-DRAFT-TOTAL-AMT                 PIC S9(13)V99 VALUE 0.

               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).
           05  WS-NEXT-BUS-DATE               PIC X(10).
           05  WS-SETTLE-DATE                 PIC X(10).
           05  WS-DATE-TO-NUMBER.
               10  WS-DTN-YEAR                PIC X(04).
               10  FILLER                     PIC X(01).

           COPY CVTRA01Y.

           COPY CVSCH01Y.

      *************************************************************
      * Special handling record and the lookup fields shared with *
      * the other batches that honor the code                     *
      *************************************************************
           COPY CVSPH01Y.

       01  WS-SPH-LOOKUP-FIELDS.
           COPY CSSPHRWY.

      *************************************************************
      * Holiday calendar record and the business-day fields       *
      * shared with the other batches that work to the calendar   *
      *************************************************************
           COPY CVHOL01Y.

       01  WS-BUSD-CALENDAR-FIELDS.
           COPY CSBUSDWY.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
               10  WS-RPT-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(03) VALUE SPACE.
               10  WS-RPT-DISPOSITION         PIC X(40).
           05  WS-RPT-HEADING3.
               10  FILLER                     PIC X(40)
                   VALUE 'ONE-TIME SCHEDULED PAYMENTS DUE         '.
               10  FILLER                     PIC X(12)
                   VALUE SPACES.
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'ENROLLMENTS READ.......: '.
                   VALUE 'TOTAL DRAFTED AMOUNT...: '.
               10  WS-RPT-DRAFT-AMT-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY7.
               10  FILLER                     PIC X(25)
                   VALUE 'DRAFTS STOPPED.........: '.
               10  WS-RPT-STOPPED-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY8.
               10  FILLER                     PIC X(25)
                   VALUE 'SCHEDULED PAYMENTS DUE.: '.
               10  WS-RPT-SCHED-DUE-TOTAL     PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY9.
               10  FILLER                     PIC X(25)
                   VALUE 'SCHEDULED DRAFTED......: '.
               10  WS-RPT-SCHED-DRAFT-TOTAL   PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY10.
               10  FILLER                     PIC X(25)
                   VALUE 'SCHEDULED NOT DRAFTED..: '.
               10  WS-RPT-SCHED-FAIL-TOTAL    PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

              THRU 3000-DRAFT-PAYMENTS-EXIT
              UNTIL ACCTFILE-AT-EOF

           PERFORM 4000-DRAFT-SCHEDULED
              THRU 4000-DRAFT-SCHEDULED-EXIT
              UNTIL SCHPAY-AT-EOF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * A missing enrollment file simply means no enrollment changes  *
      * tonight - the draft pass still runs.  A missing scheduled     *
      * payment file means nothing has ever been scheduled.           *
      *****************************************************************
       1000-INITIALIZE.

              SET APENROLL-AT-EOF       TO TRUE
           END-IF

      *    No special handling file means no account has ever been
      *    put under special handling.
           OPEN I-O SPHDAT-FILE
           IF SPHDAT-SUCCESS
              SET SPHDAT-IS-OPEN        TO TRUE
           END-IF

      *    Without the holiday calendar only Saturdays and Sundays
      *    are non-business days.
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-SUCCESS
              SET WS-BUSD-CAL-OPEN      TO TRUE
           END-IF

           OPEN I-O SCHPAY-FILE
           IF SCHPAY-SUCCESS
              SET SCHPAY-IS-OPEN        TO TRUE
           ELSE
              SET SCHPAY-AT-EOF         TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

      *    The earliest an ACH debit originated tonight can settle
           MOVE WS-RUN-DATE-FORMATTED   TO WS-BUSD-DATE
           PERFORM NEXT-BUSINESS-DAY
              THRU NEXT-BUSINESS-DAY-EXIT
           MOVE WS-BUSD-DATE            TO WS-NEXT-BUS-DATE

           WRITE APAYRPT-RECORD FROM WS-RPT-HEADING1
           WRITE APAYRPT-RECORD FROM WS-RPT-HEADING2

              END-READ
           END-IF

      *    Autopay was cancelled when the closure was taken; an
      *    account pending closure cannot be enrolled again.
           IF ENROLL-OK
           AND ENRL-OPTION NOT = 'C'
           AND ACCT-STATUS-PENDING-CLOSE
              SET ENROLL-NOT-OK         TO TRUE
              MOVE 'ACCOUNT PENDING CLOSURE - REJECTED'
                                        TO WS-RPT-DISPOSITION
           END-IF

      *    Enrolling needs validated EFT details on the customer;
      *    cancelling does not.
           IF ENROLL-OK
              GO TO 3200-DRAFT-IF-DUE-EXIT
           END-IF

           MOVE ACCT-ID                 TO WS-RPT-ACCT-ID
           MOVE WS-DRAFT-AMOUNT         TO WS-RPT-AMOUNT

      *    No draft is taken while the account is under special
      *    handling; the enrollment stands and drafting resumes
      *    once the code ends.
           IF SPHDAT-IS-OPEN
              MOVE ACCT-ID              TO WS-SPH-ACCT-ID
              MOVE WS-RUN-DATE-FORMATTED
                                        TO WS-SPH-AS-OF-DATE
              PERFORM READ-SPECIAL-HANDLING
                 THRU READ-SPECIAL-HANDLING-EXIT
              IF WS-SPH-ACTIVE
                 PERFORM 3250-STOP-DRAFT
                    THRU 3250-STOP-DRAFT-EXIT
                 GO TO 3200-DRAFT-IF-DUE-EXIT
              END-IF
           END-IF

           SET DRAFT-OK                 TO TRUE
           SET ENROLL-OK                TO TRUE
           PERFORM 2100-RESOLVE-CUSTOMER
                                        TO WS-RPT-DISPOSITION
           END-IF

           IF DRAFT-OK
              PERFORM 3300-WRITE-DRAFT
                 THRU 3300-WRITE-DRAFT-EXIT
           EXIT
           .

      *****************************************************************
      * 3250-STOP-DRAFT                                               *
      * The draft that would have been taken is added to the          *
      * account's month-to-date suppression figures for the monthly   *
      * special handling report.                                      *
      *****************************************************************
       3250-STOP-DRAFT.

           ADD 1                        TO WS-STOPPED-COUNT
           MOVE 'AUTOPAY STOPPED - SPECIAL HANDLING'
                                        TO WS-RPT-DISPOSITION

           ADD 1                        TO SPH-MTD-AUTOPAY-CNT
           ADD WS-DRAFT-AMOUNT          TO SPH-MTD-AUTOPAY-AMT
           REWRITE FD-SPHDAT-REC FROM SPH-RECORD
               INVALID KEY
                   MOVE 'DRAFT STOPPED - REWRITE OF SPHDAT FAILED'
                                        TO WS-RPT-DISPOSITION
           END-REWRITE

           WRITE APAYRPT-RECORD FROM WS-RPT-DETAIL
           .
       3250-STOP-DRAFT-EXIT.
           EXIT
           .

      *****************************************************************
      * 3300-WRITE-DRAFT                                              *
      * One ACH origination record for the bank, and the matching     *
           MOVE CUST-ID                 TO ACH-CUST-ID
           MOVE CUST-EFT-ACCOUNT-ID     TO ACH-EFT-ACCOUNT-ID
           MOVE WS-DRAFT-AMOUNT         TO ACH-AMOUNT
           MOVE ACCT-PAY-DUE-DATE       TO WS-SETTLE-DATE
           PERFORM 7100-SET-SETTLE-DATE
              THRU 7100-SET-SETTLE-DATE-EXIT
           MOVE WS-SETTLE-DATE          TO ACH-SETTLE-DATE
           MOVE CUST-FIRST-NAME         TO ACH-CUST-FIRST-NAME
           MOVE CUST-LAST-NAME          TO ACH-CUST-LAST-NAME
           WRITE FD-ACHDEBIT-REC
           SET DALYTRAN-IS-CREDIT       TO TRUE
           MOVE 'AUTOPAY ACH PAYMENT'   TO DALYTRAN-MERCHANT-NAME
           MOVE WS-RUN-DATE-FORMATTED   TO DALYTRAN-ORIG-DATE
           SET DALYTRAN-TYPE-PAYMENT    TO TRUE
           WRITE FD-AUTOPYTR-REC FROM DALYTRAN-RECORD
           .
       3300-WRITE-DRAFT-EXIT.
           EXIT
           .

      *****************************************************************
      * 4000-DRAFT-SCHEDULED                                          *
      * Sweeps the scheduled payment file for payments still waiting  *
      * whose pay date has come - a payment missed on an earlier      *
      * night is drafted on the next.  The control record holding     *
      * the last confirmation number is skipped.                      *
      *****************************************************************
       4000-DRAFT-SCHEDULED.

           READ SCHPAY-FILE NEXT INTO SCHP-RECORD
               AT END
                   SET SCHPAY-AT-EOF            TO TRUE
                   GO TO 4000-DRAFT-SCHEDULED-EXIT
           END-READ

           IF SCHP-ACCT-ID = 0
           OR NOT SCHP-STAT-SCHEDULED
           OR SCHP-PAY-DATE > WS-RUN-DATE-FORMATTED
              GO TO 4000-DRAFT-SCHEDULED-EXIT
           END-IF

           IF WS-SCHED-DUE-COUNT = 0
              WRITE APAYRPT-RECORD FROM WS-RPT-HEADING3
           END-IF
           ADD 1                        TO WS-SCHED-DUE-COUNT

           PERFORM 4100-DRAFT-ONE-SCHEDULED
              THRU 4100-DRAFT-ONE-SCHEDULED-EXIT
           .
       4000-DRAFT-SCHEDULED-EXIT.
           EXIT
           .

      *****************************************************************
      * 4100-DRAFT-ONE-SCHEDULED                                      *
      * The payment is drawn from the bank account keyed with it, or  *
      * from the customer's EFT account on file tonight.  It is       *
      * marked drafted on the scheduled payment file before the ACH   *
      * and posting records are written, so a payment can never be    *
      * drafted twice.  One that cannot be drafted is marked with     *
      * the reason and is not tried again.                            *
      *****************************************************************
       4100-DRAFT-ONE-SCHEDULED.

           SET DRAFT-OK                 TO TRUE
           MOVE SCHP-ACCT-ID            TO WS-RPT-ACCT-ID
           MOVE SCHP-AMOUNT             TO WS-RPT-AMOUNT
           MOVE SCHP-AMOUNT             TO WS-DRAFT-AMOUNT

           MOVE SCHP-ACCT-ID            TO FD-ACCT-ID
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   SET DRAFT-NOT-OK     TO TRUE
                   MOVE 'ACCOUNT NOT ON FILE - NOT DRAFTED'
                                        TO WS-RPT-DISPOSITION
                   MOVE 'ACCOUNT NOT ON FILE'
                                        TO SCHP-RESULT-TEXT
           END-READ

           IF DRAFT-OK
           AND ACCT-STATUS-CLOSED
              SET DRAFT-NOT-OK          TO TRUE
              MOVE 'ACCOUNT CLOSED - NOT DRAFTED'
                                        TO WS-RPT-DISPOSITION
              MOVE 'ACCOUNT CLOSED'     TO SCHP-RESULT-TEXT
           END-IF

      *    Special handling stops a scheduled payment the same way it
      *    stops an autopay draft.
           IF DRAFT-OK
           AND SPHDAT-IS-OPEN
              MOVE ACCT-ID              TO WS-SPH-ACCT-ID
              MOVE WS-RUN-DATE-FORMATTED
                                        TO WS-SPH-AS-OF-DATE
              PERFORM READ-SPECIAL-HANDLING
                 THRU READ-SPECIAL-HANDLING-EXIT
              IF WS-SPH-ACTIVE
                 SET DRAFT-NOT-OK       TO TRUE
                 PERFORM 4150-STOP-SCHEDULED
                    THRU 4150-STOP-SCHEDULED-EXIT
              END-IF
           END-IF

           IF DRAFT-OK
              SET ENROLL-OK             TO TRUE
              PERFORM 2100-RESOLVE-CUSTOMER
                 THRU 2100-RESOLVE-CUSTOMER-EXIT
              IF ENROLL-NOT-OK
                 SET DRAFT-NOT-OK       TO TRUE
                 MOVE 'NO CARD OR CUSTOMER ON FILE'
                                        TO SCHP-RESULT-TEXT
              END-IF
           END-IF

           IF DRAFT-OK
           AND SCHP-FROM-EFT-ON-FILE
           AND (CUST-EFT-ACCOUNT-ID = SPACES
             OR CUST-EFT-ACCOUNT-ID = LOW-VALUES)
              SET DRAFT-NOT-OK          TO TRUE
              MOVE 'NO EFT DETAILS ON FILE - NOT DRAFTED'
                                        TO WS-RPT-DISPOSITION
              MOVE 'NO EFT DETAILS ON FILE'
                                        TO SCHP-RESULT-TEXT
           END-IF

           IF DRAFT-OK
              SET SCHP-STAT-DRAFTED     TO TRUE
              MOVE WS-RUN-DATE-FORMATTED
                                        TO SCHP-DRAFT-DATE
              MOVE 'DRAFTED'            TO SCHP-RESULT-TEXT
           ELSE
              SET SCHP-STAT-NOT-DRAFTED TO TRUE
              ADD 1                     TO WS-SCHED-FAILED-COUNT
           END-IF

           REWRITE FD-SCHPAY-REC FROM SCHP-RECORD
               INVALID KEY
                   IF DRAFT-OK
                      ADD 1             TO WS-SCHED-FAILED-COUNT
                   END-IF
                   SET DRAFT-NOT-OK     TO TRUE
                   MOVE 'REWRITE OF SCHPAY FAILED - NOT DRAFTED'
                                        TO WS-RPT-DISPOSITION
           END-REWRITE

           IF DRAFT-OK
              PERFORM 4200-WRITE-SCHEDULED-DRAFT
                 THRU 4200-WRITE-SCHEDULED-DRAFT-EXIT
              ADD 1                     TO WS-SCHED-DRAFTED-COUNT
              ADD WS-DRAFT-AMOUNT       TO WS-DRAFT-TOTAL-AMT
              MOVE SPACES               TO WS-RPT-DISPOSITION
              STRING 'SCHEDULED PAYMENT ' SCHP-CONF-NUM ' DRAFTED'
                     DELIMITED BY SIZE INTO WS-RPT-DISPOSITION
           END-IF

           WRITE APAYRPT-RECORD FROM WS-RPT-DETAIL
           .
       4100-DRAFT-ONE-SCHEDULED-EXIT.
           EXIT
           .

      *****************************************************************
      * 4150-STOP-SCHEDULED                                           *
      * A stopped scheduled payment counts toward the account's       *
      * month-to-date suppressed drafts like a stopped autopay draft. *
      *****************************************************************
       4150-STOP-SCHEDULED.

           ADD 1                        TO WS-STOPPED-COUNT
           MOVE 'SCHEDULED STOPPED - SPECIAL HANDLING'
                                        TO WS-RPT-DISPOSITION
           MOVE 'STOPPED - SPECIAL HANDLING'
                                        TO SCHP-RESULT-TEXT

           ADD 1                        TO SPH-MTD-AUTOPAY-CNT
           ADD WS-DRAFT-AMOUNT          TO SPH-MTD-AUTOPAY-AMT
           REWRITE FD-SPHDAT-REC FROM SPH-RECORD
               INVALID KEY
                   MOVE 'STOPPED - REWRITE OF SPHDAT FAILED'
                                        TO WS-RPT-DISPOSITION
           END-REWRITE
           .
       4150-STOP-SCHEDULED-EXIT.
           EXIT
           .

      *****************************************************************
      * 4200-WRITE-SCHEDULED-DRAFT                                    *
      * Same ACH and posting records as an autopay draft, settling on *
      * the run date.  The posted payment carries the confirmation    *
      * number in its description, so an ACH return on it is traced   *
      * back to the scheduled payment.                                *
      *****************************************************************
       4200-WRITE-SCHEDULED-DRAFT.

           MOVE ACCT-ID                 TO ACH-ACCT-ID
           MOVE CUST-ID                 TO ACH-CUST-ID
           IF SCHP-FROM-KEYED-ACCOUNT
              MOVE SCHP-BANK-ACCOUNT-ID TO ACH-EFT-ACCOUNT-ID
           ELSE
              MOVE CUST-EFT-ACCOUNT-ID  TO ACH-EFT-ACCOUNT-ID
           END-IF
           MOVE WS-DRAFT-AMOUNT         TO ACH-AMOUNT
           MOVE WS-RUN-DATE-FORMATTED   TO WS-SETTLE-DATE
           PERFORM 7100-SET-SETTLE-DATE
              THRU 7100-SET-SETTLE-DATE-EXIT
           MOVE WS-SETTLE-DATE          TO ACH-SETTLE-DATE
           MOVE CUST-FIRST-NAME         TO ACH-CUST-FIRST-NAME
           MOVE CUST-LAST-NAME          TO ACH-CUST-LAST-NAME
           WRITE FD-ACHDEBIT-REC

           INITIALIZE DALYTRAN-RECORD
           MOVE XREF-CARD-NUM           TO DALYTRAN-CARD-NUM
           MOVE WS-DRAFT-AMOUNT         TO DALYTRAN-AMT
           SET DALYTRAN-IS-CREDIT       TO TRUE
           STRING 'SCHEDULED PAYMENT ' SCHP-CONF-NUM
                  DELIMITED BY SIZE INTO DALYTRAN-MERCHANT-NAME
           MOVE WS-RUN-DATE-FORMATTED   TO DALYTRAN-ORIG-DATE
           SET DALYTRAN-TYPE-PAYMENT    TO TRUE
           WRITE FD-AUTOPYTR-REC FROM DALYTRAN-RECORD
           .
       4200-WRITE-SCHEDULED-DRAFT-EXIT.
           EXIT
           .

      *****************************************************************
      * 7000-DATE-TO-DAY-NUMBER                                       *
      * Converts a CCYY-MM-DD date to a day number on the 30/360      *
           EXIT
           .

      *****************************************************************
      * 7100-SET-SETTLE-DATE                                          *
      * The ACH settlement date for a debit wanted on WS-SETTLE-DATE: *
      * that date, moved past any weekend or bank holiday, but never  *
      * earlier than the first business day after tonight, since the  *
      * bank cannot settle a debit on the day it is originated.       *
      *****************************************************************
       7100-SET-SETTLE-DATE.

           MOVE WS-SETTLE-DATE          TO WS-BUSD-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
              THRU ROLL-TO-BUSINESS-DAY-EXIT
           MOVE WS-BUSD-DATE            TO WS-SETTLE-DATE

           IF WS-SETTLE-DATE < WS-NEXT-BUS-DATE
              MOVE WS-NEXT-BUS-DATE     TO WS-SETTLE-DATE
           END-IF
           .
       7100-SET-SETTLE-DATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
           MOVE WS-DRAFT-TOTAL-AMT       TO WS-RPT-DRAFT-AMT-TOTAL
           WRITE APAYRPT-RECORD FROM WS-RPT-SUMMARY6

           MOVE WS-STOPPED-COUNT         TO WS-RPT-STOPPED-TOTAL
           WRITE APAYRPT-RECORD FROM WS-RPT-SUMMARY7

           MOVE WS-SCHED-DUE-COUNT       TO WS-RPT-SCHED-DUE-TOTAL
           WRITE APAYRPT-RECORD FROM WS-RPT-SUMMARY8

           MOVE WS-SCHED-DRAFTED-COUNT   TO WS-RPT-SCHED-DRAFT-TOTAL
           WRITE APAYRPT-RECORD FROM WS-RPT-SUMMARY9

           MOVE WS-SCHED-FAILED-COUNT    TO WS-RPT-SCHED-FAIL-TOTAL
           WRITE APAYRPT-RECORD FROM WS-RPT-SUMMARY10

           IF SPHDAT-IS-OPEN
              CLOSE SPHDAT-FILE
           END-IF

           IF APENROLL-IS-OPEN
              CLOSE APENROLL-FILE
           END-IF

           IF SCHPAY-IS-OPEN
              CLOSE SCHPAY-FILE
           END-IF

           IF WS-BUSD-CAL-OPEN
              CLOSE HOLIDAY-FILE
           END-IF

           CLOSE ACCTFILE-FILE
                 CARDAIX-FILE
                 CUSTFILE-FILE
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
