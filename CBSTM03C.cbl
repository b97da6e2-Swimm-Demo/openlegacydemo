      ******************************************************************
      * Program:     CBSTM03C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Monthly consolidated company statement.  Walks   *
      *              the company master (CMPDAT) and, for each active *
      *              company, lists its member accounts off the       *
      *              company member file (CMPMBR) by the company      *
      *              alternate index: each account's opening and      *
      *              closing balance, cycle credits and debits, and   *
      *              the current cycle's posted transactions off the  *
      *              posted transaction master, labelled by type the  *
      *              way the account statement (CBSTM01C) labels      *
      *              them.  The company block closes with the totals  *
      *              across its members, what they owe between them   *
      *              against the company credit limit, and - for a    *
      *              centrally billed company - the amount due on the *
      *              company's one invoice, which the lockbox intake  *
      *              (CBTRN02C) spreads back over the members when    *
      *              the check comes in.  A member in credit owes     *
      *              nothing toward the invoice.                      *
      *              Runs in the month-end stream after the account   *
      *              statements and before the cycle close (CBACT07C) *
      *              flips the open-cycle transactions and zeroes the *
      *              cycle buckets this statement prints.             *
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
           CBSTM03C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPDAT-FILE ASSIGN TO CMPDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-CMP-ID
                  FILE STATUS IS CMPDAT-STATUS.

           SELECT CMPMBR-FILE ASSIGN TO CMPMBR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CMB-ACCT-ID
                  ALTERNATE RECORD KEY IS FD-CMB-CMP-ID
                            WITH DUPLICATES
                  FILE STATUS IS CMPMBR-STATUS.

           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS ACCTFILE-STATUS.

           SELECT TRANFILE-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-TRAN-KEY
                  FILE STATUS IS TRANFILE-STATUS.

           SELECT CMPSTMT-FILE ASSIGN TO CMPSTMT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CMPSTMT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CMPDAT-FILE.
       01  FD-CMPDAT-REC.
           05  FD-CMP-ID                     PIC 9(09).
           05  FILLER                        PIC X(241).

       FD  CMPMBR-FILE.
       01  FD-CMPMBR-REC.
           05  FD-CMB-ACCT-ID                PIC 9(11).
           05  FD-CMB-CMP-ID                 PIC 9(09).
           05  FILLER                        PIC X(30).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                    PIC 9(11).
           05  FILLER                        PIC X(299).

       FD  TRANFILE-FILE.
       01  FD-TRANFILE-REC.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  CMPSTMT-FILE.
       01  CMPSTMT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  CMPDAT-STATUS                  PIC X(02).
               88  CMPDAT-SUCCESS                     VALUE '00'.
               88  CMPDAT-EOF                         VALUE '10'.
           05  CMPMBR-STATUS                  PIC X(02).
               88  CMPMBR-SUCCESS                     VALUE '00'.
               88  CMPMBR-DUPKEY-NEXT                 VALUE '02'.
           05  ACCTFILE-STATUS                PIC X(02).
               88  ACCTFILE-SUCCESS                  VALUE '00'.
               88  ACCTFILE-NOTFND                    VALUE '23'.
           05  TRANFILE-STATUS                PIC X(02).
               88  TRANFILE-SUCCESS                   VALUE '00'.
               88  TRANFILE-EOF                       VALUE '10'.
           05  CMPSTMT-STATUS                 PIC X(02).
               88  CMPSTMT-SUCCESS                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CMPDAT-EOF-SW               PIC X(01) VALUE 'N'.
               88  CMPDAT-AT-EOF                       VALUE 'Y'.
           05  WS-CMPMBR-EOF-SW               PIC X(01) VALUE 'N'.
               88  CMPMBR-AT-EOF                       VALUE 'Y'.
           05  WS-TRANFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  TRANFILE-AT-EOF                     VALUE 'Y'.
           05  WS-TRANFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  TRANFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-FILES-OPEN-SW               PIC X(01) VALUE 'N'.
               88  COMPANY-FILES-OPEN                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CMP-PRINT-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-ACCT-PRINT-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-MEMBER-COUNT                PIC 9(05) COMP VALUE 0.
           05  WS-TRAN-COUNT                  PIC 9(05) COMP VALUE 0.

      *************************************************************
      * The account's opening balance, derived the way the        *
      * account statement derives it, and the company totals      *
      * across its members.  What the members owe counts only     *
      * balances above zero - the same figure the lockbox intake  *
      * spreads a company invoice payment against.                *
      *************************************************************
       01  WS-STMT-FIELDS.
           05  WS-CMP-ID                      PIC 9(09) VALUE 0.
           05  WS-ACCT-OPEN-BAL               PIC S9(10)V99 VALUE 0.
       01  WS-COMPANY-TOTALS.
           05  WS-TOT-OPEN-BAL                PIC S9(11)V99 VALUE 0.
           05  WS-TOT-CURR-BAL                PIC S9(11)V99 VALUE 0.
           05  WS-TOT-CYC-CREDIT              PIC S9(11)V99 VALUE 0.
           05  WS-TOT-CYC-DEBIT               PIC S9(11)V99 VALUE 0.
           05  WS-TOT-OWED                    PIC S9(11)V99 VALUE 0.
           05  WS-TOT-AVAILABLE               PIC S9(11)V99 VALUE 0.

      *************************************************************
      * Record layouts, via the shared copybooks                  *
      *************************************************************
           COPY CVCMP01Y.

           COPY CVCMP02Y.

           COPY CVACT01Y.

           COPY CVTRA02Y.

      *************************************************************
      * Statement line layouts                                    *
      *************************************************************
       01  WS-STMT-LINES.
           05  WS-STMT-HEADING1.
               10  FILLER                     PIC X(20)
                   VALUE 'CONSOLIDATED COMPANY'.
               10  FILLER                     PIC X(12)
                   VALUE ' STATEMENT  '.
           05  WS-STMT-SEPARATOR               PIC X(50)
                   VALUE ALL '-'.
           05  WS-STMT-ACCT-SEPARATOR.
               10  FILLER                     PIC X(04) VALUE SPACES.
               10  FILLER                     PIC X(46)
                   VALUE ALL '.'.
           05  WS-STMT-CMP-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'COMPANY ID : '.
               10  WS-STMT-CMP-ID             PIC 9(09).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-STMT-CMP-NAME           PIC X(40).
           05  WS-STMT-CONTACT-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'CONTACT    : '.
               10  WS-STMT-CMP-CONTACT        PIC X(40).
           05  WS-STMT-ADDR-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'ADDRESS    : '.
               10  WS-STMT-CMP-ADDR           PIC X(40).
           05  WS-STMT-ADDR2-LINE.
               10  FILLER                     PIC X(13) VALUE SPACES.
               10  WS-STMT-CMP-ADDR2          PIC X(40).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-STMT-CMP-STATE          PIC X(02).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-STMT-CMP-ZIP            PIC X(10).
           05  WS-STMT-LIMIT-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'CO LIMIT   : '.
               10  WS-STMT-CMP-LIMIT          PIC -(10)9.99.
               10  FILLER                     PIC X(13)
                   VALUE '  BILLING  : '.
               10  WS-STMT-CMP-BILLING        PIC X(10).
           05  WS-STMT-ACCT-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'ACCOUNT ID : '.
               10  WS-STMT-ACCT-ID            PIC 9(11).
               10  FILLER                     PIC X(09)
                   VALUE '  STATUS:'.
               10  WS-STMT-ACCT-STATUS        PIC X(01).
           05  WS-STMT-NOT-ON-FILE.
               10  FILLER                     PIC X(13)
                   VALUE 'ACCOUNT ID : '.
               10  WS-STMT-MISSING-ACCT-ID    PIC 9(11).
               10  FILLER                     PIC X(25)
                   VALUE '  NOT ON THE ACCOUNT FILE'.
           05  WS-STMT-OPEN-CLOSE-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'OPEN BAL   : '.
               10  WS-STMT-OPEN-BAL-OUT       PIC -(10)9.99.
               10  FILLER                     PIC X(13)
                   VALUE '  CLOSE BAL:'.
               10  WS-STMT-CLOSE-BAL-OUT      PIC -(10)9.99.
           05  WS-STMT-CYCLE-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'CYC CREDIT : '.
               10  WS-STMT-CYC-CREDIT         PIC -(10)9.99.
               10  FILLER                     PIC X(13)
                   VALUE '  CYC DEBIT:'.
               10  WS-STMT-CYC-DEBIT          PIC -(10)9.99.
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
           05  WS-STMT-NO-MEMBERS             PIC X(36)
                   VALUE '    NO MEMBER ACCOUNTS ON FILE'.
           05  WS-STMT-TOTAL-HEADING.
               10  FILLER                     PIC X(20)
                   VALUE 'COMPANY TOTALS FOR  '.
               10  WS-STMT-TOT-MEMBERS        PIC ZZZZ9.
               10  FILLER                     PIC X(17)
                   VALUE ' MEMBER ACCOUNTS:'.
           05  WS-STMT-TOT-OPEN-CLOSE-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'TOT OPEN   : '.
               10  WS-STMT-TOT-OPEN-BAL       PIC -(11)9.99.
               10  FILLER                     PIC X(13)
                   VALUE '  TOT CLOSE:'.
               10  WS-STMT-TOT-CLOSE-BAL      PIC -(11)9.99.
           05  WS-STMT-TOT-CYCLE-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'TOT CREDIT : '.
               10  WS-STMT-TOT-CYC-CREDIT     PIC -(11)9.99.
               10  FILLER                     PIC X(13)
                   VALUE '  TOT DEBIT:'.
               10  WS-STMT-TOT-CYC-DEBIT      PIC -(11)9.99.
           05  WS-STMT-TOT-OWED-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'CO OWED    : '.
               10  WS-STMT-TOT-OWED           PIC -(11)9.99.
               10  FILLER                     PIC X(13)
                   VALUE '  AVAILABLE:'.
               10  WS-STMT-TOT-AVAILABLE      PIC -(11)9.99.
           05  WS-STMT-INVOICE-LINE.
               10  FILLER                     PIC X(31)
                   VALUE 'AMOUNT DUE ON COMPANY INVOICE: '.
               10  WS-STMT-INVOICE-AMT        PIC -(11)9.99.
           05  WS-STMT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'COMPANIES PRINTED......: '.
               10  WS-STMT-CMP-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-STMT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'MEMBER ACCOUNTS PRINTED: '.
               10  WS-STMT-ACCT-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PRINT-COMPANY-STATEMENT
              THRU 2000-PRINT-COMPANY-STATEMENT-EXIT
              UNTIL CMPDAT-AT-EOF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * No company master or member file means no company has been    *
      * set up yet - the run prints its totals and ends clean rather  *
      * than failing the month end.                                   *
      *****************************************************************
       1000-INITIALIZE.

           OPEN OUTPUT CMPSTMT-FILE
           OPEN INPUT  ACCTFILE-FILE

      *    A missing posted transaction master means the daily
      *    posting job has never run - statements print with no
      *    activity section.
           OPEN INPUT  TRANFILE-FILE
           IF TRANFILE-SUCCESS
              SET TRANFILE-IS-OPEN      TO TRUE
           END-IF

           OPEN INPUT  CMPDAT-FILE
           IF NOT CMPDAT-SUCCESS
              SET CMPDAT-AT-EOF         TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN INPUT  CMPMBR-FILE
           IF NOT CMPMBR-SUCCESS
              CLOSE CMPDAT-FILE
              SET CMPDAT-AT-EOF         TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET COMPANY-FILES-OPEN       TO TRUE

           PERFORM 1100-READ-NEXT-COMPANY
              THRU 1100-READ-NEXT-COMPANY-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-COMPANY                                        *
      *****************************************************************
       1100-READ-NEXT-COMPANY.

           READ CMPDAT-FILE INTO COMPANY-RECORD
               AT END
                   SET CMPDAT-AT-EOF        TO TRUE
           END-READ
           .
       1100-READ-NEXT-COMPANY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-PRINT-COMPANY-STATEMENT                                  *
      * A closed company gets no statement - its members are billed   *
      * on their own account statements.  For an active one the       *
      * company heading is printed, then each member account, then    *
      * the company totals.                                           *
      *****************************************************************
       2000-PRINT-COMPANY-STATEMENT.

           IF NOT CMP-ACTIVE
              GO TO 2000-READ-NEXT
           END-IF

           ADD 1                        TO WS-CMP-PRINT-COUNT
           MOVE CMP-ID                  TO WS-CMP-ID
           MOVE 0                       TO WS-MEMBER-COUNT
           INITIALIZE WS-COMPANY-TOTALS

           WRITE CMPSTMT-RECORD FROM WS-STMT-HEADING1
           WRITE CMPSTMT-RECORD FROM WS-STMT-SEPARATOR

           MOVE CMP-ID                  TO WS-STMT-CMP-ID
           MOVE CMP-NAME                TO WS-STMT-CMP-NAME
           WRITE CMPSTMT-RECORD FROM WS-STMT-CMP-LINE

           MOVE CMP-CONTACT-NAME        TO WS-STMT-CMP-CONTACT
           WRITE CMPSTMT-RECORD FROM WS-STMT-CONTACT-LINE

           MOVE CMP-ADDR-LINE-1         TO WS-STMT-CMP-ADDR
           WRITE CMPSTMT-RECORD FROM WS-STMT-ADDR-LINE
           MOVE CMP-ADDR-LINE-2         TO WS-STMT-CMP-ADDR2
           MOVE CMP-ADDR-STATE          TO WS-STMT-CMP-STATE
           MOVE CMP-ADDR-ZIP            TO WS-STMT-CMP-ZIP
           WRITE CMPSTMT-RECORD FROM WS-STMT-ADDR2-LINE

           MOVE CMP-CREDIT-LIMIT        TO WS-STMT-CMP-LIMIT
           IF CMP-BILL-CENTRAL
              MOVE 'CENTRAL'            TO WS-STMT-CMP-BILLING
           ELSE
              MOVE 'INDIVIDUAL'         TO WS-STMT-CMP-BILLING
           END-IF
           WRITE CMPSTMT-RECORD FROM WS-STMT-LIMIT-LINE
           WRITE CMPSTMT-RECORD FROM WS-STMT-SEPARATOR

           MOVE 'N'                     TO WS-CMPMBR-EOF-SW
           MOVE WS-CMP-ID               TO FD-CMB-CMP-ID
           START CMPMBR-FILE KEY IS EQUAL TO FD-CMB-CMP-ID
               INVALID KEY
                   SET CMPMBR-AT-EOF    TO TRUE
           END-START

           IF NOT CMPMBR-AT-EOF
              PERFORM 2100-READ-NEXT-MEMBER
                 THRU 2100-READ-NEXT-MEMBER-EXIT
              PERFORM 2200-PRINT-ONE-ACCOUNT
                 THRU 2200-PRINT-ONE-ACCOUNT-EXIT
                 UNTIL CMPMBR-AT-EOF
           END-IF

           IF WS-MEMBER-COUNT = 0
              WRITE CMPSTMT-RECORD FROM WS-STMT-NO-MEMBERS
           END-IF

           PERFORM 2400-PRINT-COMPANY-TOTALS
              THRU 2400-PRINT-COMPANY-TOTALS-EXIT
           .
       2000-READ-NEXT.

           PERFORM 1100-READ-NEXT-COMPANY
              THRU 1100-READ-NEXT-COMPANY-EXIT
           .
       2000-PRINT-COMPANY-STATEMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-READ-NEXT-MEMBER                                         *
      * The browse ends at the first member of the next company.      *
      * Status 02 on the company path means more members of the       *
      * company follow - it is a good read like 00.                   *
      *****************************************************************
       2100-READ-NEXT-MEMBER.

           READ CMPMBR-FILE NEXT INTO CMP-MEMBER-RECORD
               AT END
                   SET CMPMBR-AT-EOF        TO TRUE
           END-READ
           IF (NOT CMPMBR-SUCCESS AND NOT CMPMBR-DUPKEY-NEXT)
           OR CMB-CMP-ID NOT = WS-CMP-ID
              SET CMPMBR-AT-EOF             TO TRUE
           END-IF
           .
       2100-READ-NEXT-MEMBER-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-PRINT-ONE-ACCOUNT                                        *
      * The member's balances and cycle activity, added into the      *
      * company totals.  A member whose account has gone from the     *
      * account file is listed as such and adds nothing.              *
      *****************************************************************
       2200-PRINT-ONE-ACCOUNT.

           ADD 1                        TO WS-MEMBER-COUNT

           MOVE CMB-ACCT-ID             TO FD-ACCT-ID
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE CMB-ACCT-ID     TO WS-STMT-MISSING-ACCT-ID
                   WRITE CMPSTMT-RECORD FROM WS-STMT-NOT-ON-FILE
                   GO TO 2200-READ-NEXT
           END-READ

           ADD 1                        TO WS-ACCT-PRINT-COUNT

           MOVE ACCT-ID                 TO WS-STMT-ACCT-ID
           MOVE ACCT-ACTIVE-STATUS      TO WS-STMT-ACCT-STATUS
           WRITE CMPSTMT-RECORD FROM WS-STMT-ACCT-LINE

           COMPUTE WS-ACCT-OPEN-BAL =
               ACCT-CURR-BAL - ACCT-CURR-CYC-DEBIT
                             + ACCT-CURR-CYC-CREDIT
           MOVE WS-ACCT-OPEN-BAL        TO WS-STMT-OPEN-BAL-OUT
           MOVE ACCT-CURR-BAL           TO WS-STMT-CLOSE-BAL-OUT
           WRITE CMPSTMT-RECORD FROM WS-STMT-OPEN-CLOSE-LINE

           MOVE ACCT-CURR-CYC-CREDIT    TO WS-STMT-CYC-CREDIT
           MOVE ACCT-CURR-CYC-DEBIT     TO WS-STMT-CYC-DEBIT
           WRITE CMPSTMT-RECORD FROM WS-STMT-CYCLE-LINE

           ADD WS-ACCT-OPEN-BAL         TO WS-TOT-OPEN-BAL
           ADD ACCT-CURR-BAL            TO WS-TOT-CURR-BAL
           ADD ACCT-CURR-CYC-CREDIT     TO WS-TOT-CYC-CREDIT
           ADD ACCT-CURR-CYC-DEBIT      TO WS-TOT-CYC-DEBIT
           IF ACCT-CURR-BAL > 0
              ADD ACCT-CURR-BAL         TO WS-TOT-OWED
           END-IF

           PERFORM 2300-PRINT-CYCLE-ACTIVITY
              THRU 2300-PRINT-CYCLE-ACTIVITY-EXIT

           WRITE CMPSTMT-RECORD FROM WS-STMT-ACCT-SEPARATOR
           .
       2200-READ-NEXT.

           PERFORM 2100-READ-NEXT-MEMBER
              THRU 2100-READ-NEXT-MEMBER-EXIT
           .
       2200-PRINT-ONE-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2300-PRINT-CYCLE-ACTIVITY                                     *
      * Lists the member's current cycle posted transactions off the  *
      * posted transaction master.  Transactions already rolled to a  *
      * prior cycle by the cycle close job are left off.              *
      *****************************************************************
       2300-PRINT-CYCLE-ACTIVITY.

           WRITE CMPSTMT-RECORD FROM WS-STMT-TRAN-HEADING
           MOVE 0                       TO WS-TRAN-COUNT

           IF NOT TRANFILE-IS-OPEN
              WRITE CMPSTMT-RECORD FROM WS-STMT-NO-TRANS
              GO TO 2300-PRINT-CYCLE-ACTIVITY-EXIT
           END-IF

           MOVE 'N'                     TO WS-TRANFILE-EOF-SW
           MOVE ACCT-ID                 TO FD-TRAN-ACCT-ID
           MOVE 0                       TO FD-TRAN-SEQ-NUM
           START TRANFILE-FILE KEY IS NOT LESS THAN FD-TRAN-KEY
               INVALID KEY
                   SET TRANFILE-AT-EOF  TO TRUE
           END-START

           IF NOT TRANFILE-AT-EOF
              PERFORM 2310-READ-NEXT-TRAN
                 THRU 2310-READ-NEXT-TRAN-EXIT
              PERFORM 2320-PRINT-ONE-TRAN-LINE
                 THRU 2320-PRINT-ONE-TRAN-LINE-EXIT
                 UNTIL TRANFILE-AT-EOF
                    OR TRAN-ACCT-ID NOT EQUAL ACCT-ID
           END-IF

           IF WS-TRAN-COUNT = 0
              WRITE CMPSTMT-RECORD FROM WS-STMT-NO-TRANS
           END-IF
           .
       2300-PRINT-CYCLE-ACTIVITY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2310-READ-NEXT-TRAN                                           *
      *****************************************************************
       2310-READ-NEXT-TRAN.

           READ TRANFILE-FILE NEXT INTO TRAN-RECORD
               AT END
                   SET TRANFILE-AT-EOF      TO TRUE
           END-READ
           .
       2310-READ-NEXT-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2320-PRINT-ONE-TRAN-LINE                                      *
      *****************************************************************
       2320-PRINT-ONE-TRAN-LINE.

           IF TRAN-CYCLE-OPEN
              ADD 1                     TO WS-TRAN-COUNT
              MOVE TRAN-ORIG-DATE       TO WS-STMT-TRAN-DATE
              PERFORM 2330-CLASSIFY-TRAN
                 THRU 2330-CLASSIFY-TRAN-EXIT
              MOVE TRAN-MERCHANT-NAME   TO WS-STMT-TRAN-MERCHANT
              MOVE TRAN-DEBIT-CREDIT-IND
                                        TO WS-STMT-TRAN-DC-IND
              MOVE TRAN-AMT             TO WS-STMT-TRAN-AMT
              WRITE CMPSTMT-RECORD FROM WS-STMT-TRAN-LINE
           END-IF

           PERFORM 2310-READ-NEXT-TRAN
              THRU 2310-READ-NEXT-TRAN-EXIT
           .
       2320-PRINT-ONE-TRAN-LINE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2330-CLASSIFY-TRAN                                            *
      * Labels the activity line with its type, as the account        *
      * statement does.  A credit posted before the transaction       *
      * types existed carries spaces and was a payment.               *
      *****************************************************************
       2330-CLASSIFY-TRAN.

           MOVE SPACES                  TO WS-STMT-TRAN-TYPE

           EVALUATE TRUE
               WHEN TRAN-TYPE-RETURN
                   MOVE 'RETURN'        TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-ADJUST
                   MOVE 'ADJUST'        TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-CASH
                   MOVE 'CASH ADV'      TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-PAYMENT
                   MOVE 'PAYMENT'       TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-RECOVERY
                   MOVE 'RECOVERY'      TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-BAL-TRANSFER
                   MOVE 'BAL XFER'      TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-REWARD
                   MOVE 'REWARDS'       TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-FX-FEE
                   MOVE 'FX FEE'        TO WS-STMT-TRAN-TYPE
               WHEN TRAN-TYPE-ANNUAL-FEE
                   MOVE 'ANN FEE'       TO WS-STMT-TRAN-TYPE
               WHEN TRAN-IS-CREDIT
                   MOVE 'PAYMENT'       TO WS-STMT-TRAN-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2330-CLASSIFY-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-PRINT-COMPANY-TOTALS                                     *
      * The members' balances and cycle activity added together,      *
      * what they owe against the company limit, and for a centrally  *
      * billed company the amount due on its invoice.                 *
      *****************************************************************
       2400-PRINT-COMPANY-TOTALS.

           MOVE WS-MEMBER-COUNT         TO WS-STMT-TOT-MEMBERS
           WRITE CMPSTMT-RECORD FROM WS-STMT-TOTAL-HEADING

           MOVE WS-TOT-OPEN-BAL         TO WS-STMT-TOT-OPEN-BAL
           MOVE WS-TOT-CURR-BAL         TO WS-STMT-TOT-CLOSE-BAL
           WRITE CMPSTMT-RECORD FROM WS-STMT-TOT-OPEN-CLOSE-LINE

           MOVE WS-TOT-CYC-CREDIT       TO WS-STMT-TOT-CYC-CREDIT
           MOVE WS-TOT-CYC-DEBIT        TO WS-STMT-TOT-CYC-DEBIT
           WRITE CMPSTMT-RECORD FROM WS-STMT-TOT-CYCLE-LINE

           COMPUTE WS-TOT-AVAILABLE =
               CMP-CREDIT-LIMIT - WS-TOT-OWED
           MOVE WS-TOT-OWED             TO WS-STMT-TOT-OWED
           MOVE WS-TOT-AVAILABLE        TO WS-STMT-TOT-AVAILABLE
           WRITE CMPSTMT-RECORD FROM WS-STMT-TOT-OWED-LINE

           IF CMP-BILL-CENTRAL
              MOVE WS-TOT-OWED          TO WS-STMT-INVOICE-AMT
              WRITE CMPSTMT-RECORD FROM WS-STMT-INVOICE-LINE
           END-IF

           WRITE CMPSTMT-RECORD FROM WS-STMT-SEPARATOR
           .
       2400-PRINT-COMPANY-TOTALS-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-CMP-PRINT-COUNT      TO WS-STMT-CMP-TOTAL
           WRITE CMPSTMT-RECORD FROM WS-STMT-SUMMARY1

           MOVE WS-ACCT-PRINT-COUNT     TO WS-STMT-ACCT-TOTAL
           WRITE CMPSTMT-RECORD FROM WS-STMT-SUMMARY2

           IF COMPANY-FILES-OPEN
              CLOSE CMPDAT-FILE
                    CMPMBR-FILE
           END-IF
           IF TRANFILE-IS-OPEN
              CLOSE TRANFILE-FILE
           END-IF

           CLOSE ACCTFILE-FILE
                 CMPSTMT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
