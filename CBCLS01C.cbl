      ******************************************************************
      * Program:     CBCLS01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Nightly account closure batch.  Works every      *
      *              account the closure screen (COCLS00C) put        *
      *              pending closure (status P) against its request   *
      *              on the closure file (CLSDAT).  Once no           *
      *              authorization hold is left open on the account   *
      *              a final statement is printed - balances, the     *
      *              cycle's activity and what happens next - and     *
      *              stamped on the request.  After the final         *
      *              statement a credit balance is handed to the      *
      *              refund batch (CBREF01C) by stamping a refund     *
      *              request on the closure record; a debit balance   *
      *              waits for the cardholder's payment; and a zero   *
      *              balance with no open holds finishes the close -  *
      *              the account goes to status N, the request is     *
      *              marked closed and an account closed letter is    *
      *              queued (LTRQUEUE).  A request pending longer     *
      *              than the days on the parameter card (30 when     *
      *              the card is blank) is flagged stuck on the       *
      *              report, which lists every pending account with   *
      *              what was done or what it is waiting on.          *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CBCLS01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS ACCTFILE-STATUS.

           SELECT CLSDAT-FILE ASSIGN TO CLSDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CLS-ACCT-ID
                  FILE STATUS IS CLSDAT-STATUS.

           SELECT HOLDFILE-FILE ASSIGN TO HOLDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-HOLD-KEY
                  FILE STATUS IS HOLDFILE-STATUS.

           SELECT CARDAIX-FILE ASSIGN TO CARDAIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                            WITH DUPLICATES
                  FILE STATUS IS CARDAIX-STATUS.

           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CUST-ID
                  FILE STATUS IS CUSTFILE-STATUS.

           SELECT TRANFILE-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-TRAN-KEY
                  FILE STATUS IS TRANFILE-STATUS.

           SELECT LTRQUEUE-FILE ASSIGN TO LTRQUEUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-LTRQ-KEY
                  FILE STATUS IS LTRQUEUE-STATUS.

           SELECT FINLSTMT-FILE ASSIGN TO FINLSTMT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FINLSTMT-STATUS.

           SELECT CLSRPT-FILE ASSIGN TO CLSRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CLSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                    PIC 9(11).
           05  FILLER                        PIC X(299).

       FD  CLSDAT-FILE.
       01  FD-CLSDAT-REC.
           05  FD-CLS-ACCT-ID                PIC 9(11).
           05  FILLER                        PIC X(139).

       FD  HOLDFILE-FILE.
       01  FD-HOLDFILE-REC.
           05  FD-HOLD-KEY.
               10  FD-HOLD-ACCT-ID           PIC 9(11).
               10  FD-HOLD-AUTH-CODE         PIC X(06).
           05  FILLER                        PIC X(133).

       FD  CARDAIX-FILE.
       01  FD-CARDAIX-REC.
           05  FD-XREF-CARD-NUM              PIC X(16).
           05  FD-XREF-ACCT-ID               PIC 9(11).
           05  FILLER                        PIC X(23).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                    PIC 9(09).
           05  FILLER                        PIC X(373).

       FD  TRANFILE-FILE.
       01  FD-TRANFILE-REC.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  LTRQUEUE-FILE.
       01  FD-LTRQUEUE-REC.
           05  FD-LTRQ-KEY                   PIC X(26).
           05  FILLER                        PIC X(224).

      *****************************************************************
      * Final statements, in the monthly statement's print layout,    *
      * for the print/mail vendor.                                    *
      *****************************************************************
       FD  FINLSTMT-FILE.
       01  FINLSTMT-RECORD                   PIC X(132).

       FD  CLSRPT-FILE.
       01  CLSRPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  ACCTFILE-STATUS                PIC X(02).
               88  ACCTFILE-SUCCESS                  VALUE '00'.
               88  ACCTFILE-EOF                       VALUE '10'.
           05  CLSDAT-STATUS                  PIC X(02).
               88  CLSDAT-SUCCESS                     VALUE '00'.
               88  CLSDAT-NOTFND                      VALUE '23'.
           05  HOLDFILE-STATUS                PIC X(02).
               88  HOLDFILE-SUCCESS                   VALUE '00'.
               88  HOLDFILE-NOTFND                    VALUE '23'.
           05  CARDAIX-STATUS                 PIC X(02).
               88  CARDAIX-SUCCESS                    VALUE '00'.
               88  CARDAIX-NOTFND                     VALUE '23'.
           05  CUSTFILE-STATUS                PIC X(02).
               88  CUSTFILE-SUCCESS                  VALUE '00'.
               88  CUSTFILE-NOTFND                    VALUE '23'.
           05  TRANFILE-STATUS                PIC X(02).
               88  TRANFILE-SUCCESS                   VALUE '00'.
           05  LTRQUEUE-STATUS                PIC X(02).
               88  LTRQUEUE-SUCCESS                   VALUE '00'.
               88  LTRQUEUE-DUPKEY                    VALUE '22'.
           05  FINLSTMT-STATUS                PIC X(02).
               88  FINLSTMT-SUCCESS                   VALUE '00'.
           05  CLSRPT-STATUS                  PIC X(02).
               88  CLSRPT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  ACCTFILE-AT-EOF                     VALUE 'Y'.
           05  WS-HOLDFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  HOLDFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-HOLDFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  HOLDFILE-AT-EOF                     VALUE 'Y'.
           05  WS-TRANFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  TRANFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-TRANFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  TRANFILE-AT-EOF                     VALUE 'Y'.
           05  WS-CUST-FOUND-SW               PIC X(01) VALUE 'N'.
               88  CUST-FOUND                          VALUE 'Y'.
           05  WS-CLS-CHANGED-SW              PIC X(01) VALUE 'N'.
               88  CLS-CHANGED                         VALUE 'Y'.
           05  WS-ACCT-CLOSED-SW              PIC X(01) VALUE 'N'.
               88  ACCT-CLOSED-TONIGHT                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-PENDING-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-FINAL-STMT-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-REFUND-REQ-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-CLOSED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-STUCK-COUNT                 PIC 9(07) COMP VALUE 0.
           05  WS-EXCEPTION-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-LETTER-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-OPEN-HOLD-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-TRAN-COUNT                  PIC 9(05) COMP VALUE 0.

      *************************************************************
      * WS-STUCK-DAYS-X comes from a SYSIN parameter card - the   *
      * number of days an account may sit pending closure before  *
      * the report flags it for follow-up.  A blank card takes    *
      * the 30 days a final statement and one payment cycle need. *
      *************************************************************
       01  WS-STUCK-DAYS-X                    PIC X(03) VALUE SPACES.
       01  WS-STUCK-DAYS                      PIC 9(03) VALUE 30.

       01  WS-COMPUTE-FIELDS.
           05  WS-TODAY-DAY-NUM               PIC S9(07).
           05  WS-REQUEST-DAY-NUM             PIC S9(07).
           05  WS-DAYS-PENDING                PIC S9(05).
           05  WS-STMT-OPEN-BAL               PIC S9(10)V99.
           05  WS-DAY-NUM-WORK                PIC S9(07).
           05  WS-DAY-NUM-DAY                 PIC 9(02).

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).
           05  WS-DATE-TO-NUMBER.
               10  WS-DTN-YEAR                PIC X(04).
               10  FILLER                     PIC X(01).
               10  WS-DTN-MONTH               PIC X(02).
               10  FILLER                     PIC X(01).
               10  WS-DTN-DAY                 PIC X(02).
           05  WS-DTN-YEAR-N                  PIC 9(04).
           05  WS-DTN-MONTH-N                 PIC 9(02).
           05  WS-DTN-DAY-N                   PIC 9(02).

      *************************************************************
      * Master record layouts, via the shared copybooks           *
      *************************************************************
           COPY CVACT01Y.

           COPY CVACT03Y.

           COPY CVCUS01Y.

           COPY CVTRA02Y.

           COPY CVAUT01Y.

           COPY CVCLS01Y.

      *************************************************************
      * Correspondence queue record and the queueing fields       *
      * shared with the other programs that raise letters         *
      *************************************************************
           COPY CVLTR01Y.

       01  WS-LTRQ-QUEUE-FIELDS.
           COPY CSLTRQWY.

      *************************************************************
      * Final statement line layouts - the monthly statement's    *
      * lines, with the closure request and a closing message.    *
      *************************************************************
       01  WS-STMT-LINES.
           05  WS-STMT-HEADING1.
               10  FILLER                     PIC X(20)
                   VALUE 'FINAL ACCOUNT STATEM'.
               10  FILLER                     PIC X(12)
                   VALUE 'ENT         '.
           05  WS-STMT-SEPARATOR               PIC X(50)
                   VALUE ALL '-'.
           05  WS-STMT-ACCT-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'ACCOUNT ID : '.
               10  WS-STMT-ACCT-ID            PIC 9(11).
               10  FILLER                     PIC X(09)
                   VALUE '  STATUS:'.
               10  WS-STMT-ACCT-STATUS        PIC X(01).
           05  WS-STMT-NAME-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'CUSTOMER   : '.
               10  WS-STMT-CUST-FIRST         PIC X(25).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-STMT-CUST-LAST          PIC X(25).
           05  WS-STMT-ADDR-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'ADDRESS    : '.
               10  WS-STMT-CUST-ADDR          PIC X(50).
           05  WS-STMT-CITY-LINE.
               10  FILLER                     PIC X(13)
                   VALUE SPACES.
               10  WS-STMT-CUST-CITY          PIC X(50).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-STMT-CUST-STATE         PIC X(02).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-STMT-CUST-ZIP           PIC X(10).
           05  WS-STMT-REQUEST-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'CLOSE REQ  : '.
               10  WS-STMT-REQUEST-DATE       PIC X(10).
               10  FILLER                     PIC X(03) VALUE SPACES.
               10  WS-STMT-REQUEST-REASON     PIC X(30).
           05  WS-STMT-BAL-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'CURR BAL   : '.
               10  WS-STMT-CURR-BAL           PIC -(10)9.99.
               10  FILLER                     PIC X(13)
                   VALUE '  CR LIMIT: '.
               10  WS-STMT-CR-LIMIT           PIC -(10)9.99.
           05  WS-STMT-CYCLE-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'CYC CREDIT : '.
               10  WS-STMT-CYC-CREDIT         PIC -(10)9.99.
               10  FILLER                     PIC X(13)
                   VALUE '  CYC DEBIT:'.
               10  WS-STMT-CYC-DEBIT          PIC -(10)9.99.
           05  WS-STMT-OPEN-CLOSE-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'OPEN BAL   : '.
               10  WS-STMT-OPEN-BAL-OUT       PIC -(10)9.99.
               10  FILLER                     PIC X(13)
                   VALUE '  CLOSE BAL:'.
               10  WS-STMT-CLOSE-BAL-OUT      PIC -(10)9.99.
           05  WS-STMT-TRAN-HEADING           PIC X(30)
                   VALUE 'CYCLE ACTIVITY:'.
           05  WS-STMT-TRAN-LINE.
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
           05  WS-STMT-NO-TRANS               PIC X(36)
                   VALUE '    NO ACTIVITY THIS CYCLE'.
           05  WS-STMT-MSG-OWED.
               10  FILLER                     PIC X(40)
                   VALUE 'YOUR ACCOUNT WILL CLOSE WHEN THE BALANCE'.
               10  FILLER                     PIC X(40)
                   VALUE ' IS PAID.  NO NEW CHARGES ARE ACCEPTED. '.
           05  WS-STMT-MSG-CREDIT.
               10  FILLER                     PIC X(40)
                   VALUE 'YOUR CREDIT BALANCE WILL BE REFUNDED TO '.
               10  FILLER                     PIC X(40)
                   VALUE 'YOU AND YOUR ACCOUNT THEN CLOSED.       '.
           05  WS-STMT-MSG-NOTHING-OWED.
               10  FILLER                     PIC X(40)
                   VALUE 'NOTHING IS OWED ON YOUR ACCOUNT, WHICH W'.
               10  FILLER                     PIC X(40)
                   VALUE 'ILL NOW BE CLOSED.                      '.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'ACCOUNT CLOSURE REPORT  RUN DATE:       '.
               10  WS-RPT-RUN-DATE            PIC X(10).
               10  FILLER                     PIC X(16)
                   VALUE '  STUCK AFTER: '.
               10  WS-RPT-STUCK-DAYS          PIC ZZ9.
               10  FILLER                     PIC X(05)
                   VALUE ' DAYS'.
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(12)
                   VALUE 'ACCOUNT ID  '.
               10  FILLER                     PIC X(11)
                   VALUE 'REQUESTED  '.
               10  FILLER                     PIC X(06)
                   VALUE ' DAYS '.
               10  FILLER                     PIC X(16)
                   VALUE '   BALANCE      '.
               10  FILLER                     PIC X(06)
                   VALUE 'HOLDS '.
               10  FILLER                     PIC X(11)
                   VALUE 'FINAL STMT '.
               10  FILLER                     PIC X(40)
                   VALUE 'DISPOSITION                             '.
               10  FILLER                     PIC X(05)
                   VALUE 'STUCK'.
           05  WS-RPT-DETAIL.
               10  WS-RPT-ACCT-ID             PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-REQUEST-DATE        PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DAYS                PIC ZZZZ9.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-BALANCE             PIC Z,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-HOLDS               PIC ZZZZ9.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-FINAL-STMT          PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DISPOSITION         PIC X(40).
               10  WS-RPT-STUCK               PIC X(05).
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNTS READ..........: '.
               10  WS-RPT-ACCT-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'PENDING CLOSURE........: '.
               10  WS-RPT-PENDING-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'FINAL STATEMENTS SENT..: '.
               10  WS-RPT-FINAL-STMT-TOTAL    PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'SENT FOR REFUND........: '.
               10  WS-RPT-REFUND-REQ-TOTAL    PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNTS CLOSED........: '.
               10  WS-RPT-CLOSED-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY6.
               10  FILLER                     PIC X(25)
                   VALUE 'CLOSED LETTERS QUEUED..: '.
               10  WS-RPT-LETTER-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY7.
               10  FILLER                     PIC X(25)
                   VALUE 'STUCK PAST THE DAYS....: '.
               10  WS-RPT-STUCK-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY8.
               10  FILLER                     PIC X(25)
                   VALUE 'EXCEPTIONS.............: '.
               10  WS-RPT-EXCEPTION-TOTAL     PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-WORK-ACCOUNTS
              THRU 2000-WORK-ACCOUNTS-EXIT
              UNTIL ACCTFILE-AT-EOF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-STUCK-DAYS-X FROM SYSIN
           IF WS-STUCK-DAYS-X NUMERIC
              MOVE WS-STUCK-DAYS-X      TO WS-STUCK-DAYS
           END-IF

           OPEN I-O    ACCTFILE-FILE
                       CLSDAT-FILE
                       LTRQUEUE-FILE
           OPEN INPUT  CARDAIX-FILE
                       CUSTFILE-FILE
           OPEN OUTPUT FINLSTMT-FILE
                       CLSRPT-FILE

      *    With no hold file there is nothing outstanding to wait on.
           OPEN INPUT  HOLDFILE-FILE
           IF HOLDFILE-SUCCESS
              SET HOLDFILE-IS-OPEN      TO TRUE
           END-IF

      *    A missing posted transaction master means the daily
      *    posting job has never run - the final statement prints
      *    with no activity section.
           OPEN INPUT  TRANFILE-FILE
           IF TRANFILE-SUCCESS
              SET TRANFILE-IS-OPEN      TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           MOVE WS-RUN-DATE-FORMATTED   TO WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUM-WORK         TO WS-TODAY-DAY-NUM

           MOVE WS-RUN-DATE-FORMATTED   TO WS-RPT-RUN-DATE
           MOVE WS-STUCK-DAYS           TO WS-RPT-STUCK-DAYS
           WRITE CLSRPT-RECORD FROM WS-RPT-HEADING1
           WRITE CLSRPT-RECORD FROM WS-RPT-HEADING2

           PERFORM 1100-READ-NEXT-ACCOUNT
              THRU 1100-READ-NEXT-ACCOUNT-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-ACCOUNT                                        *
      *****************************************************************
       1100-READ-NEXT-ACCOUNT.

           READ ACCTFILE-FILE NEXT INTO ACCOUNT-RECORD
               AT END
                   SET ACCTFILE-AT-EOF        TO TRUE
           END-READ
           .
       1100-READ-NEXT-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-WORK-ACCOUNTS                                            *
      *****************************************************************
       2000-WORK-ACCOUNTS.

           ADD 1                        TO WS-ACCT-COUNT

           IF ACCT-STATUS-PENDING-CLOSE
              PERFORM 2100-WORK-ONE-CLOSURE
                 THRU 2100-WORK-ONE-CLOSURE-EXIT
           END-IF

           PERFORM 1100-READ-NEXT-ACCOUNT
              THRU 1100-READ-NEXT-ACCOUNT-EXIT
           .
       2000-WORK-ACCOUNTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-WORK-ONE-CLOSURE                                         *
      * The final statement waits until every hold approved before    *
      * the request has settled or expired, so it bills the last of   *
      * the spending.  After it, the balance decides: a credit goes   *
      * for refund, a debit waits for payment, and zero closes the    *
      * account.                                                      *
      *****************************************************************
       2100-WORK-ONE-CLOSURE.

           ADD 1                        TO WS-PENDING-COUNT
           MOVE 'N'                     TO WS-CLS-CHANGED-SW
                                           WS-ACCT-CLOSED-SW
           MOVE ACCT-ID                 TO WS-RPT-ACCT-ID
           MOVE ACCT-CURR-BAL           TO WS-RPT-BALANCE
           MOVE SPACES                  TO WS-RPT-REQUEST-DATE
                                           WS-RPT-FINAL-STMT
                                           WS-RPT-DISPOSITION
                                           WS-RPT-STUCK
           MOVE 0                       TO WS-RPT-DAYS
                                           WS-RPT-HOLDS

           MOVE ACCT-ID                 TO FD-CLS-ACCT-ID
           READ CLSDAT-FILE INTO CLS-RECORD
               INVALID KEY
                   ADD 1                TO WS-EXCEPTION-COUNT
                   MOVE 'NO CLOSURE REQUEST ON FILE - REFER'
                                        TO WS-RPT-DISPOSITION
                   WRITE CLSRPT-RECORD FROM WS-RPT-DETAIL
                   GO TO 2100-WORK-ONE-CLOSURE-EXIT
           END-READ

           MOVE CLS-REQUEST-DATE        TO WS-RPT-REQUEST-DATE
                                           WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUM-WORK         TO WS-REQUEST-DAY-NUM
           COMPUTE WS-DAYS-PENDING =
               WS-TODAY-DAY-NUM - WS-REQUEST-DAY-NUM
           IF WS-DAYS-PENDING < 0
              MOVE 0                    TO WS-DAYS-PENDING
           END-IF
           MOVE WS-DAYS-PENDING         TO WS-RPT-DAYS

           PERFORM 2200-COUNT-OPEN-HOLDS
              THRU 2200-COUNT-OPEN-HOLDS-EXIT
           MOVE WS-OPEN-HOLD-COUNT      TO WS-RPT-HOLDS

           IF CLS-FINAL-STMT-DATE = SPACES
              IF WS-OPEN-HOLD-COUNT > 0
                 MOVE 'FINAL STATEMENT WAITS ON OPEN HOLDS'
                                        TO WS-RPT-DISPOSITION
              ELSE
                 PERFORM 2300-PRINT-FINAL-STATEMENT
                    THRU 2300-PRINT-FINAL-STATEMENT-EXIT
                 MOVE WS-RUN-DATE-FORMATTED
                                        TO CLS-FINAL-STMT-DATE
                 MOVE ACCT-CURR-BAL     TO CLS-FINAL-STMT-BAL
                 SET CLS-CHANGED        TO TRUE
                 ADD 1                  TO WS-FINAL-STMT-COUNT
              END-IF
           END-IF

           IF CLS-FINAL-STMT-DATE NOT = SPACES
              EVALUATE TRUE
                  WHEN ACCT-CURR-BAL < 0
                      PERFORM 2400-REQUEST-REFUND
                         THRU 2400-REQUEST-REFUND-EXIT
                  WHEN ACCT-CURR-BAL > 0
                      MOVE 'AWAITING PAYMENT OF FINAL BALANCE'
                                        TO WS-RPT-DISPOSITION
                  WHEN WS-OPEN-HOLD-COUNT > 0
                      MOVE 'ZERO BALANCE - AWAITING OPEN HOLDS'
                                        TO WS-RPT-DISPOSITION
                  WHEN OTHER
                      PERFORM 2500-CLOSE-ACCOUNT
                         THRU 2500-CLOSE-ACCOUNT-EXIT
              END-EVALUATE
           END-IF

           IF CLS-CHANGED
              REWRITE FD-CLSDAT-REC FROM CLS-RECORD
                  INVALID KEY
                      ADD 1             TO WS-EXCEPTION-COUNT
                      MOVE 'REWRITE OF CLSDAT FAILED'
                                        TO WS-RPT-DISPOSITION
              END-REWRITE
           END-IF

           MOVE CLS-FINAL-STMT-DATE     TO WS-RPT-FINAL-STMT

           IF NOT ACCT-CLOSED-TONIGHT
           AND WS-DAYS-PENDING > WS-STUCK-DAYS
              MOVE 'STUCK'              TO WS-RPT-STUCK
              ADD 1                     TO WS-STUCK-COUNT
           END-IF

           WRITE CLSRPT-RECORD FROM WS-RPT-DETAIL
           .
       2100-WORK-ONE-CLOSURE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-COUNT-OPEN-HOLDS                                         *
      * Counts the authorizations still open on the account, browsing *
      * the hold file from the account's lowest key.                  *
      *****************************************************************
       2200-COUNT-OPEN-HOLDS.

           MOVE 0                       TO WS-OPEN-HOLD-COUNT
           IF NOT HOLDFILE-IS-OPEN
              GO TO 2200-COUNT-OPEN-HOLDS-EXIT
           END-IF

           MOVE 'N'                     TO WS-HOLDFILE-EOF-SW
           MOVE ACCT-ID                 TO FD-HOLD-ACCT-ID
           MOVE LOW-VALUES              TO FD-HOLD-AUTH-CODE
           START HOLDFILE-FILE KEY IS NOT LESS THAN FD-HOLD-KEY
               INVALID KEY
                   GO TO 2200-COUNT-OPEN-HOLDS-EXIT
           END-START

           PERFORM 2210-READ-NEXT-HOLD
              THRU 2210-READ-NEXT-HOLD-EXIT
           PERFORM 2220-COUNT-ONE-HOLD
              THRU 2220-COUNT-ONE-HOLD-EXIT
              UNTIL HOLDFILE-AT-EOF
                 OR HOLD-ACCT-ID NOT EQUAL ACCT-ID
           .
       2200-COUNT-OPEN-HOLDS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2210-READ-NEXT-HOLD                                           *
      *****************************************************************
       2210-READ-NEXT-HOLD.

           READ HOLDFILE-FILE NEXT INTO AUTH-HOLD-RECORD
               AT END
                   SET HOLDFILE-AT-EOF      TO TRUE
           END-READ
           .
       2210-READ-NEXT-HOLD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2220-COUNT-ONE-HOLD                                           *
      *****************************************************************
       2220-COUNT-ONE-HOLD.

           IF HOLD-STAT-OPEN
              ADD 1                     TO WS-OPEN-HOLD-COUNT
           END-IF

           PERFORM 2210-READ-NEXT-HOLD
              THRU 2210-READ-NEXT-HOLD-EXIT
           .
       2220-COUNT-ONE-HOLD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2300-PRINT-FINAL-STATEMENT                                    *
      * Prints the statement lines for the account as the monthly     *
      * statement does, with the closure request and a closing        *
      * message that tells the cardholder what happens next.          *
      *****************************************************************
       2300-PRINT-FINAL-STATEMENT.

           PERFORM 2310-RESOLVE-CUSTOMER
              THRU 2310-RESOLVE-CUSTOMER-EXIT

           WRITE FINLSTMT-RECORD FROM WS-STMT-HEADING1
           WRITE FINLSTMT-RECORD FROM WS-STMT-SEPARATOR

           MOVE ACCT-ID                     TO WS-STMT-ACCT-ID
           MOVE ACCT-ACTIVE-STATUS          TO WS-STMT-ACCT-STATUS
           WRITE FINLSTMT-RECORD FROM WS-STMT-ACCT-LINE

           IF CUST-FOUND
              MOVE CUST-FIRST-NAME          TO WS-STMT-CUST-FIRST
              MOVE CUST-LAST-NAME           TO WS-STMT-CUST-LAST
              WRITE FINLSTMT-RECORD FROM WS-STMT-NAME-LINE
              MOVE CUST-ADDR-LINE-1         TO WS-STMT-CUST-ADDR
              WRITE FINLSTMT-RECORD FROM WS-STMT-ADDR-LINE
              IF CUST-ADDR-LINE-2 NOT = SPACES
                 MOVE CUST-ADDR-LINE-2      TO WS-STMT-CUST-ADDR
                 WRITE FINLSTMT-RECORD FROM WS-STMT-ADDR-LINE
              END-IF
              MOVE CUST-ADDR-LINE-3         TO WS-STMT-CUST-CITY
              MOVE CUST-ADDR-STATE-CD       TO WS-STMT-CUST-STATE
              MOVE CUST-ADDR-ZIP            TO WS-STMT-CUST-ZIP
              WRITE FINLSTMT-RECORD FROM WS-STMT-CITY-LINE
           END-IF

           MOVE CLS-REQUEST-DATE            TO WS-STMT-REQUEST-DATE
           MOVE CLS-REASON-TEXT             TO WS-STMT-REQUEST-REASON
           WRITE FINLSTMT-RECORD FROM WS-STMT-REQUEST-LINE

           MOVE ACCT-CURR-BAL               TO WS-STMT-CURR-BAL
           MOVE ACCT-CREDIT-LIMIT           TO WS-STMT-CR-LIMIT
           WRITE FINLSTMT-RECORD FROM WS-STMT-BAL-LINE

           MOVE ACCT-CURR-CYC-CREDIT        TO WS-STMT-CYC-CREDIT
           MOVE ACCT-CURR-CYC-DEBIT         TO WS-STMT-CYC-DEBIT
           WRITE FINLSTMT-RECORD FROM WS-STMT-CYCLE-LINE

           COMPUTE WS-STMT-OPEN-BAL =
               ACCT-CURR-BAL - ACCT-CURR-CYC-DEBIT
                             + ACCT-CURR-CYC-CREDIT
           MOVE WS-STMT-OPEN-BAL            TO WS-STMT-OPEN-BAL-OUT
           MOVE ACCT-CURR-BAL               TO WS-STMT-CLOSE-BAL-OUT
           WRITE FINLSTMT-RECORD FROM WS-STMT-OPEN-CLOSE-LINE

           PERFORM 2320-PRINT-CYCLE-ACTIVITY
              THRU 2320-PRINT-CYCLE-ACTIVITY-EXIT

           EVALUATE TRUE
               WHEN ACCT-CURR-BAL > 0
                   WRITE FINLSTMT-RECORD FROM WS-STMT-MSG-OWED
               WHEN ACCT-CURR-BAL < 0
                   WRITE FINLSTMT-RECORD FROM WS-STMT-MSG-CREDIT
               WHEN OTHER
                   WRITE FINLSTMT-RECORD FROM WS-STMT-MSG-NOTHING-OWED
           END-EVALUATE

           WRITE FINLSTMT-RECORD FROM WS-STMT-SEPARATOR
           .
       2300-PRINT-FINAL-STATEMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2310-RESOLVE-CUSTOMER                                         *
      * The customer comes off the account's first cross-reference    *
      * entry, the same way the statement and refund jobs find it.    *
      *****************************************************************
       2310-RESOLVE-CUSTOMER.

           MOVE 'N'                     TO WS-CUST-FOUND-SW

           MOVE ACCT-ID                 TO FD-XREF-ACCT-ID
           START CARDAIX-FILE KEY IS EQUAL TO FD-XREF-ACCT-ID
               INVALID KEY
                   GO TO 2310-RESOLVE-CUSTOMER-EXIT
           END-START

           READ CARDAIX-FILE NEXT INTO CARD-XREF-RECORD
               AT END
                   GO TO 2310-RESOLVE-CUSTOMER-EXIT
           END-READ

           IF XREF-ACCT-ID = ACCT-ID
              MOVE XREF-CUST-ID         TO FD-CUST-ID
              READ CUSTFILE-FILE INTO CUSTOMER-RECORD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET CUST-FOUND    TO TRUE
              END-READ
           END-IF
           .
       2310-RESOLVE-CUSTOMER-EXIT.
           EXIT
           .

      *****************************************************************
      * 2320-PRINT-CYCLE-ACTIVITY                                     *
      * Lists the current cycle's posted transactions, as the         *
      * monthly statement does.                                       *
      *****************************************************************
       2320-PRINT-CYCLE-ACTIVITY.

           WRITE FINLSTMT-RECORD FROM WS-STMT-TRAN-HEADING
           MOVE 0                           TO WS-TRAN-COUNT

           IF NOT TRANFILE-IS-OPEN
              WRITE FINLSTMT-RECORD FROM WS-STMT-NO-TRANS
              GO TO 2320-PRINT-CYCLE-ACTIVITY-EXIT
           END-IF

           MOVE 'N'                         TO WS-TRANFILE-EOF-SW
           MOVE ACCT-ID                     TO FD-TRAN-ACCT-ID
           MOVE 0                           TO FD-TRAN-SEQ-NUM
           START TRANFILE-FILE KEY IS NOT LESS THAN FD-TRAN-KEY
               INVALID KEY
                   SET TRANFILE-AT-EOF      TO TRUE
           END-START

           IF NOT TRANFILE-AT-EOF
              PERFORM 2330-READ-NEXT-TRAN
                 THRU 2330-READ-NEXT-TRAN-EXIT
              PERFORM 2340-PRINT-ONE-TRAN-LINE
                 THRU 2340-PRINT-ONE-TRAN-LINE-EXIT
                 UNTIL TRANFILE-AT-EOF
                    OR TRAN-ACCT-ID NOT EQUAL ACCT-ID
           END-IF

           IF WS-TRAN-COUNT = 0
              WRITE FINLSTMT-RECORD FROM WS-STMT-NO-TRANS
           END-IF
           .
       2320-PRINT-CYCLE-ACTIVITY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2330-READ-NEXT-TRAN                                           *
      *****************************************************************
       2330-READ-NEXT-TRAN.

           READ TRANFILE-FILE NEXT INTO TRAN-RECORD
               AT END
                   SET TRANFILE-AT-EOF      TO TRUE
           END-READ
           .
       2330-READ-NEXT-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2340-PRINT-ONE-TRAN-LINE                                      *
      *****************************************************************
       2340-PRINT-ONE-TRAN-LINE.

           IF TRAN-CYCLE-OPEN
              ADD 1                         TO WS-TRAN-COUNT
              MOVE TRAN-ORIG-DATE           TO WS-STMT-TRAN-DATE
              EVALUATE TRUE
                  WHEN TRAN-TYPE-RETURN
                      MOVE 'RETURN'         TO WS-STMT-TRAN-TYPE
                  WHEN TRAN-TYPE-ADJUST
                      MOVE 'ADJUST'         TO WS-STMT-TRAN-TYPE
                  WHEN TRAN-TYPE-CASH
                      MOVE 'CASH ADV'       TO WS-STMT-TRAN-TYPE
                  WHEN TRAN-TYPE-PAYMENT
                      MOVE 'PAYMENT'        TO WS-STMT-TRAN-TYPE
                  WHEN TRAN-TYPE-RECOVERY
                      MOVE 'RECOVERY'       TO WS-STMT-TRAN-TYPE
                  WHEN TRAN-TYPE-BAL-TRANSFER
                      MOVE 'BAL XFER'       TO WS-STMT-TRAN-TYPE
                  WHEN TRAN-TYPE-REWARD
                      MOVE 'REWARDS'        TO WS-STMT-TRAN-TYPE
                  WHEN TRAN-TYPE-FX-FEE
                      MOVE 'FX FEE'         TO WS-STMT-TRAN-TYPE
                  WHEN TRAN-TYPE-ANNUAL-FEE
                      MOVE 'ANN FEE'        TO WS-STMT-TRAN-TYPE
                  WHEN TRAN-IS-CREDIT
                      MOVE 'PAYMENT'        TO WS-STMT-TRAN-TYPE
                  WHEN OTHER
                      MOVE SPACES           TO WS-STMT-TRAN-TYPE
              END-EVALUATE
              MOVE TRAN-MERCHANT-NAME       TO WS-STMT-TRAN-MERCHANT
              MOVE TRAN-DEBIT-CREDIT-IND    TO WS-STMT-TRAN-DC-IND
              MOVE TRAN-AMT                 TO WS-STMT-TRAN-AMT
              WRITE FINLSTMT-RECORD FROM WS-STMT-TRAN-LINE
           END-IF

           PERFORM 2330-READ-NEXT-TRAN
              THRU 2330-READ-NEXT-TRAN-EXIT
           .
       2340-PRINT-ONE-TRAN-LINE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-REQUEST-REFUND                                           *
      * A credit balance is asked for once; the request stands until  *
      * the refund batch stamps the refund after it.  A credit that   *
      * arrives after a refund (a late merchant return) is asked for  *
      * again.                                                        *
      *****************************************************************
       2400-REQUEST-REFUND.

           IF CLS-REFUND-REQ-DATE NOT = SPACES
           AND (CLS-REFUND-DATE = SPACES
             OR CLS-REFUND-DATE < CLS-REFUND-REQ-DATE)
              MOVE 'CREDIT BALANCE - REFUND PENDING'
                                        TO WS-RPT-DISPOSITION
              GO TO 2400-REQUEST-REFUND-EXIT
           END-IF

           MOVE WS-RUN-DATE-FORMATTED   TO CLS-REFUND-REQ-DATE
           SET CLS-CHANGED              TO TRUE
           ADD 1                        TO WS-REFUND-REQ-COUNT
           MOVE 'CREDIT BALANCE SENT FOR REFUND'
                                        TO WS-RPT-DISPOSITION
           .
       2400-REQUEST-REFUND-EXIT.
           EXIT
           .

      *****************************************************************
      * 2500-CLOSE-ACCOUNT                                            *
      * Nothing is owed either way and nothing is outstanding: the    *
      * account closes and the cardholder is told so, with any        *
      * refund they were sent.                                        *
      *****************************************************************
       2500-CLOSE-ACCOUNT.

           SET ACCT-STATUS-CLOSED       TO TRUE
           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
               INVALID KEY
                   ADD 1                TO WS-EXCEPTION-COUNT
                   MOVE 'REWRITE OF ACCTDAT FAILED'
                                        TO WS-RPT-DISPOSITION
                   GO TO 2500-CLOSE-ACCOUNT-EXIT
           END-REWRITE

           SET ACCT-CLOSED-TONIGHT      TO TRUE
           SET CLS-STAT-CLOSED          TO TRUE
           MOVE WS-RUN-DATE-FORMATTED   TO CLS-CLOSED-DATE
           SET CLS-CHANGED              TO TRUE
           ADD 1                        TO WS-CLOSED-COUNT
           MOVE 'ACCOUNT CLOSED'        TO WS-RPT-DISPOSITION

           INITIALIZE LTRQ-RECORD
           MOVE ACCT-ID                 TO LTRQ-ACCT-ID
           SET LTRQ-CD-ACCOUNT-CLOSED   TO TRUE
           MOVE CLS-REFUND-AMT          TO LTRQ-VAR-AMT1
           MOVE WS-RUN-DATE-FORMATTED   TO LTRQ-VAR-DATE
           MOVE CLS-REASON-TEXT         TO LTRQ-VAR-TEXT
           MOVE 'CBCLS01C'              TO LTRQ-SOURCE-PGM
           MOVE 'BATCH'                 TO LTRQ-REQUESTED-BY

           PERFORM QUEUE-LETTER-REQUEST
              THRU QUEUE-LETTER-REQUEST-EXIT
           IF WS-LTRQ-QUEUED
              ADD 1                     TO WS-LETTER-COUNT
           END-IF
           .
       2500-CLOSE-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 7000-DATE-TO-DAY-NUMBER                                       *
      * Converts a CCYY-MM-DD date to a day number on the 30/360      *
      * convention, the same way the delinquency aging run does.  A   *
      * date that does not parse yields day number zero.              *
      *****************************************************************
       7000-DATE-TO-DAY-NUMBER.

           MOVE 0                       TO WS-DAY-NUM-WORK

           IF WS-DTN-YEAR NOT NUMERIC
           OR WS-DTN-MONTH NOT NUMERIC
           OR WS-DTN-DAY NOT NUMERIC
              GO TO 7000-DATE-TO-DAY-NUMBER-EXIT
           END-IF

           MOVE WS-DTN-YEAR             TO WS-DTN-YEAR-N
           MOVE WS-DTN-MONTH            TO WS-DTN-MONTH-N
           MOVE WS-DTN-DAY              TO WS-DTN-DAY-N

           MOVE WS-DTN-DAY-N            TO WS-DAY-NUM-DAY
           IF WS-DAY-NUM-DAY > 30
              MOVE 30                   TO WS-DAY-NUM-DAY
           END-IF

           COMPUTE WS-DAY-NUM-WORK =
               WS-DTN-YEAR-N * 360
             + (WS-DTN-MONTH-N - 1) * 30
             + WS-DAY-NUM-DAY
           .
       7000-DATE-TO-DAY-NUMBER-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-ACCT-COUNT            TO WS-RPT-ACCT-TOTAL
           WRITE CLSRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-PENDING-COUNT         TO WS-RPT-PENDING-TOTAL
           WRITE CLSRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-FINAL-STMT-COUNT      TO WS-RPT-FINAL-STMT-TOTAL
           WRITE CLSRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-REFUND-REQ-COUNT      TO WS-RPT-REFUND-REQ-TOTAL
           WRITE CLSRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-CLOSED-COUNT          TO WS-RPT-CLOSED-TOTAL
           WRITE CLSRPT-RECORD FROM WS-RPT-SUMMARY5

           MOVE WS-LETTER-COUNT          TO WS-RPT-LETTER-TOTAL
           WRITE CLSRPT-RECORD FROM WS-RPT-SUMMARY6

           MOVE WS-STUCK-COUNT           TO WS-RPT-STUCK-TOTAL
           WRITE CLSRPT-RECORD FROM WS-RPT-SUMMARY7

           MOVE WS-EXCEPTION-COUNT       TO WS-RPT-EXCEPTION-TOTAL
           WRITE CLSRPT-RECORD FROM WS-RPT-SUMMARY8

           IF HOLDFILE-IS-OPEN
              CLOSE HOLDFILE-FILE
           END-IF
           IF TRANFILE-IS-OPEN
              CLOSE TRANFILE-FILE
           END-IF

           CLOSE ACCTFILE-FILE
                 CLSDAT-FILE
                 LTRQUEUE-FILE
                 CARDAIX-FILE
                 CUSTFILE-FILE
                 FINLSTMT-FILE
                 CLSRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .

       COPY CSLTRQPY.
