      ******************************************************************
      * Program:     CBANF01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Nightly annual membership fee batch.  Walks the  *
      *              account master for active accounts whose         *
      *              ACCT-OPEN-DATE anniversary falls on the business *
      *              date (an account opened on 29 February takes its *
      *              fee on the 28th in other years), looks up the    *
      *              fee for the account's group in the PARMDAT FEES  *
      *              set (the DEFAULT entry when the group has none;  *
      *              no entry, no fee) and raises it as an annual fee *
      *              debit (type AF) in the daily transaction layout, *
      *              so the money moves through the normal posting    *
      *              batch (CBTRN01C).  A group entry flagged for the *
      *              first-year waiver charges nothing at the first   *
      *              anniversary, and one flagged for the group       *
      *              waiver charges nothing at all; waived fees are   *
      *              stamped and reported the same as charged ones.   *
      *              An account that closes within 30 days of its     *
      *              fee has the fee refunded by an AF credit.  The   *
      *              anniversary is stamped on the account (the       *
      *              one-fee-per-year guard), so a rerun charges and  *
      *              refunds nothing twice.  The net fees by account  *
      *              group go to a general ledger extract in the      *
      *              finance charge run's (CBACT06C) interface        *
      *              layout, and the report lists every fee           *
      *              assessed, waived and refunded.                   *
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
           CBANF01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS ACCTFILE-STATUS.

           SELECT CARDAIX-FILE ASSIGN TO CARDAIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                            WITH DUPLICATES
                  FILE STATUS IS CARDAIX-STATUS.

           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-PARM-KEY
                  FILE STATUS IS PARMFILE-STATUS.

           SELECT DALYANF-FILE ASSIGN TO DALYANF
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DALYANF-STATUS.

           SELECT ANFGL-FILE ASSIGN TO ANFGL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ANFGL-STATUS.

           SELECT ANFRPT-FILE ASSIGN TO ANFRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ANFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                    PIC 9(11).
           05  FILLER                        PIC X(299).

       FD  CARDAIX-FILE.
       01  FD-CARDAIX-REC.
           05  FD-XREF-CARD-NUM              PIC X(16).
           05  FD-XREF-ACCT-ID               PIC 9(11).
           05  FILLER                        PIC X(23).

       FD  PARMFILE-FILE.
       01  FD-PARMFILE-REC.
           05  FD-PARM-KEY.
               10  FD-PARM-SET-ID            PIC X(08).
               10  FD-PARM-ENTRY-ID          PIC X(10).
           05  FILLER                        PIC X(62).

      *****************************************************************
      * Annual fee debits and refund credits, in the daily            *
      * transaction layout, concatenated into the next posting run's  *
      * input.                                                        *
      *****************************************************************
       FD  DALYANF-FILE.
       01  FD-DALYANF-REC                    PIC X(100).

      *****************************************************************
      * General ledger extract, in the finance charge run's interface *
      * layout: one 'D' record per account group (the debit to        *
      * receivables and the matching credit to fee income, net of     *
      * the refunds, so a group refunding more than it charged        *
      * carries a negative pair), closed by one 'T' trailer whose     *
      * amounts, count and hash must equal the sum of the details.    *
      *****************************************************************
       FD  ANFGL-FILE.
       01  FD-ANFGL-REC.
           05  GL-REC-TYPE                   PIC X(01).
           05  GL-GROUP-ID                   PIC X(10).
           05  GL-DEBIT-AMT                  PIC S9(13)V99.
           05  GL-CREDIT-AMT                 PIC S9(13)V99.
           05  GL-RECORD-COUNT               PIC 9(07).
           05  GL-HASH-TOTAL                 PIC 9(15).
           05  FILLER                        PIC X(17).

       FD  ANFRPT-FILE.
       01  ANFRPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  ACCTFILE-STATUS                PIC X(02).
               88  ACCTFILE-SUCCESS                   VALUE '00'.
           05  CARDAIX-STATUS                 PIC X(02).
               88  CARDAIX-SUCCESS                    VALUE '00'.
           05  PARMFILE-STATUS                PIC X(02).
               88  PARMFILE-SUCCESS                   VALUE '00'.
           05  DALYANF-STATUS                 PIC X(02).
               88  DALYANF-SUCCESS                    VALUE '00'.
           05  ANFGL-STATUS                   PIC X(02).
               88  ANFGL-SUCCESS                      VALUE '00'.
           05  ANFRPT-STATUS                  PIC X(02).
               88  ANFRPT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  ACCTFILE-AT-EOF                     VALUE 'Y'.
           05  WS-PARMFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  PARMFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-CARD-FOUND-SW               PIC X(01) VALUE 'N'.
               88  CARD-FOUND                          VALUE 'Y'.
           05  WS-FEE-FOUND-SW                PIC X(01) VALUE 'N'.
               88  FEE-FOUND                           VALUE 'Y'.
           05  WS-ANNIVERSARY-SW              PIC X(01) VALUE 'N'.
               88  IS-ANNIVERSARY                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNT-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-ASSESSED-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-WAIVED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-REFUNDED-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-FAILED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-GL-IDX                      PIC 9(03) COMP VALUE 0.

       01  WS-FEE-TOTALS.
           05  WS-ASSESSED-AMT-TOTAL          PIC S9(13)V99 VALUE 0.
           05  WS-WAIVED-AMT-TOTAL            PIC S9(13)V99 VALUE 0.
           05  WS-REFUNDED-AMT-TOTAL          PIC S9(13)V99 VALUE 0.

      *************************************************************
      * Run date, captured once at job start.                     *
      *************************************************************
       01  WS-RUN-DATE.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).
           05  WS-RUN-YEAR-N                  PIC 9(04).

      *************************************************************
      * Anniversary and fee working fields                        *
      *************************************************************
       01  WS-FEE-FIELDS.
           05  WS-OPEN-DATE.
               10  WS-OPEN-YEAR               PIC X(04).
               10  FILLER                     PIC X(01).
               10  WS-OPEN-MONTH              PIC X(02).
               10  FILLER                     PIC X(01).
               10  WS-OPEN-DAY                PIC X(02).
           05  WS-OPEN-YEAR-N                 PIC 9(04).
           05  WS-MEMBER-YEARS                PIC 9(04).
           05  WS-LEAP-QUOTIENT               PIC 9(04).
           05  WS-LEAP-REMAINDER              PIC 9(04).
           05  WS-FEE-AMT                     PIC S9(09)V99.
           05  WS-FEE-WAIVE-FIRST-YR          PIC X(01).
               88  FEE-FIRST-YR-WAIVED                 VALUE 'Y'.
           05  WS-FEE-WAIVE-GROUP             PIC X(01).
               88  FEE-GROUP-WAIVED                    VALUE 'Y'.
           05  WS-FEE-CARD-NUM                PIC X(16).
           05  WS-GL-AMT                      PIC S9(13)V99.

      *************************************************************
      * Day numbers for the 30-day refund window, on the same     *
      * 30/360 convention as the delinquency aging run.           *
      *************************************************************
       01  WS-DAY-NUMBERS.
           05  WS-TODAY-DAY-NUM               PIC S9(07).
           05  WS-FEE-DAY-NUM                 PIC S9(07).
           05  WS-DAYS-SINCE-FEE              PIC S9(07).
           05  WS-DAY-NUM-WORK                PIC S9(07).
           05  WS-DAY-NUM-DAY                 PIC 9(02).
           05  WS-DTN-DATE.
               10  WS-DTN-YEAR                PIC X(04).
               10  FILLER                     PIC X(01).
               10  WS-DTN-MONTH               PIC X(02).
               10  FILLER                     PIC X(01).
               10  WS-DTN-DAY                 PIC X(02).
           05  WS-DTN-YEAR-N                  PIC 9(04).
           05  WS-DTN-MONTH-N                 PIC 9(02).
           05  WS-DTN-DAY-N                   PIC 9(02).

      *************************************************************
      * General ledger accumulators - one row per account group   *
      * met, the independent run totals kept as fees are taken,   *
      * and the sums taken again as the detail lines are written. *
      *************************************************************
       01  WS-GL-SWITCHES.
           05  WS-GL-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  WS-GL-FOUND                         VALUE 'Y'.
           05  WS-GL-FULL-SW                  PIC X(01) VALUE 'N'.
               88  WS-GL-FULL                          VALUE 'Y'.

       01  WS-GL-TABLE.
           05  WS-GL-GROUP-MAX                PIC 9(03) COMP VALUE 100.
           05  WS-GL-GROUP-COUNT              PIC 9(03) COMP VALUE 0.
           05  WS-GL-ENTRY OCCURS 100 TIMES.
               10  WS-GL-ENTRY-GROUP-ID       PIC X(10).
               10  WS-GL-ENTRY-AMOUNT         PIC S9(13)V99.
               10  WS-GL-ENTRY-COUNT          PIC 9(07).
               10  WS-GL-ENTRY-HASH           PIC 9(15).

       01  WS-GL-RUN-TOTALS.
           05  WS-GL-TOTAL-AMOUNT             PIC S9(13)V99 VALUE 0.
           05  WS-GL-TOTAL-COUNT              PIC 9(07) VALUE 0.
           05  WS-GL-TOTAL-HASH               PIC 9(15) VALUE 0.

       01  WS-GL-TRAILER-SUMS.
           05  WS-GL-SUM-DEBIT                PIC S9(13)V99 VALUE 0.
           05  WS-GL-SUM-CREDIT               PIC S9(13)V99 VALUE 0.
           05  WS-GL-SUM-COUNT                PIC 9(07) VALUE 0.
           05  WS-GL-SUM-HASH                 PIC 9(15) VALUE 0.

      *************************************************************
      * Account, cross-reference, parameter and transaction       *
      * record layouts, via the shared copybooks                  *
      *************************************************************
           COPY CVACT01Y.

           COPY CVACT03Y.

           COPY CVPRM01Y.

           COPY CVTRA01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'ANNUAL MEMBERSHIP FEE REPORT - RUN DATE '.
               10  WS-RPT-HDG-DATE            PIC X(10).
               10  FILLER                     PIC X(02)
                   VALUE SPACES.
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(12)
                   VALUE 'ACCOUNT ID  '.
               10  FILLER                     PIC X(11)
                   VALUE 'GROUP      '.
               10  FILLER                     PIC X(11)
                   VALUE 'FEE DATE   '.
               10  FILLER                     PIC X(15)
                   VALUE '         AMOUNT'.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  FILLER                     PIC X(40)
                   VALUE 'ACTION                                  '.
           05  WS-RPT-DETAIL.
               10  WS-RPT-ACCT-ID             PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-GROUP-ID            PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-FEE-DATE            PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-AMT                 PIC -(10)9.99.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-ACTION              PIC X(40).
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNTS READ..........: '.
               10  WS-RPT-ACCOUNT-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'FEES ASSESSED..........: '.
               10  WS-RPT-ASSESSED-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-ASSESSED-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'FEES WAIVED............: '.
               10  WS-RPT-WAIVED-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-WAIVED-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'FEES REFUNDED..........: '.
               10  WS-RPT-REFUNDED-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-REFUNDED-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'FEES NOT TAKEN.........: '.
               10  WS-RPT-FAILED-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-ACCOUNT
              THRU 2000-PROCESS-ACCOUNT-EXIT
              UNTIL ACCTFILE-AT-EOF

           PERFORM 8100-WRITE-GL-FILE
              THRU 8100-WRITE-GL-FILE-EXIT

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * With no parameter file there is no fee to charge, but the     *
      * refund sweep still runs.                                      *
      *****************************************************************
       1000-INITIALIZE.

           OPEN I-O    ACCTFILE-FILE
           OPEN INPUT  CARDAIX-FILE
           OPEN OUTPUT DALYANF-FILE
                       ANFGL-FILE
                       ANFRPT-FILE

           OPEN INPUT  PARMFILE-FILE
           IF PARMFILE-SUCCESS
              SET PARMFILE-IS-OPEN      TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED
           MOVE WS-RUN-DATE-YEAR        TO WS-RUN-YEAR-N

           MOVE WS-RUN-DATE-FORMATTED   TO WS-DTN-DATE
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUM-WORK         TO WS-TODAY-DAY-NUM

           MOVE WS-RUN-DATE-FORMATTED   TO WS-RPT-HDG-DATE
           WRITE ANFRPT-RECORD FROM WS-RPT-HEADING1
           WRITE ANFRPT-RECORD FROM WS-RPT-HEADING2

           MOVE 0                       TO FD-ACCT-ID
           START ACCTFILE-FILE KEY IS NOT LESS THAN FD-ACCT-ID
               INVALID KEY
                   SET ACCTFILE-AT-EOF      TO TRUE
                   GO TO 1000-INITIALIZE-EXIT
           END-START

           PERFORM 3900-READ-NEXT-ACCOUNT
              THRU 3900-READ-NEXT-ACCOUNT-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-PROCESS-ACCOUNT                                          *
      * A closed account is looked at for a refund of its last fee;   *
      * an active one for a fee falling due today.                    *
      *****************************************************************
       2000-PROCESS-ACCOUNT.

           ADD 1                        TO WS-ACCOUNT-COUNT

           IF ACCT-ACTIVE-STATUS = 'Y'
              PERFORM 2100-CHECK-ANNIVERSARY
                 THRU 2100-CHECK-ANNIVERSARY-EXIT
           ELSE
              PERFORM 2500-CHECK-REFUND
                 THRU 2500-CHECK-REFUND-EXIT
           END-IF

           PERFORM 3900-READ-NEXT-ACCOUNT
              THRU 3900-READ-NEXT-ACCOUNT-EXIT
           .
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-CHECK-ANNIVERSARY                                        *
      * The fee falls due on each anniversary of the open date after  *
      * the first year.  A charged-off account takes no new debits,   *
      * and an anniversary already stamped has been worked.           *
      *****************************************************************
       2100-CHECK-ANNIVERSARY.

           IF ACCT-COLL-CHARGED-OFF
              GO TO 2100-CHECK-ANNIVERSARY-EXIT
           END-IF

           IF ACCT-ANNUAL-FEE-DATE = WS-RUN-DATE-FORMATTED
              GO TO 2100-CHECK-ANNIVERSARY-EXIT
           END-IF

           MOVE ACCT-OPEN-DATE          TO WS-OPEN-DATE
           IF WS-OPEN-YEAR NOT NUMERIC
           OR WS-OPEN-MONTH NOT NUMERIC
           OR WS-OPEN-DAY NOT NUMERIC
              GO TO 2100-CHECK-ANNIVERSARY-EXIT
           END-IF

           MOVE WS-OPEN-YEAR            TO WS-OPEN-YEAR-N
           IF WS-OPEN-YEAR-N NOT < WS-RUN-YEAR-N
              GO TO 2100-CHECK-ANNIVERSARY-EXIT
           END-IF

           PERFORM 2110-TEST-ANNIVERSARY
              THRU 2110-TEST-ANNIVERSARY-EXIT
           IF NOT IS-ANNIVERSARY
              GO TO 2100-CHECK-ANNIVERSARY-EXIT
           END-IF

           COMPUTE WS-MEMBER-YEARS = WS-RUN-YEAR-N - WS-OPEN-YEAR-N

           PERFORM 2200-READ-FEE-ENTRY
              THRU 2200-READ-FEE-ENTRY-EXIT
           IF NOT FEE-FOUND
              GO TO 2100-CHECK-ANNIVERSARY-EXIT
           END-IF

           MOVE ACCT-ID                 TO WS-RPT-ACCT-ID
           MOVE ACCT-GROUP-ID           TO WS-RPT-GROUP-ID
           MOVE WS-RUN-DATE-FORMATTED   TO WS-RPT-FEE-DATE
           MOVE WS-FEE-AMT              TO WS-RPT-AMT

           IF FEE-GROUP-WAIVED
           OR (FEE-FIRST-YR-WAIVED AND WS-MEMBER-YEARS = 1)
              PERFORM 2300-WAIVE-FEE
                 THRU 2300-WAIVE-FEE-EXIT
           ELSE
              PERFORM 2400-ASSESS-FEE
                 THRU 2400-ASSESS-FEE-EXIT
           END-IF
           .
       2100-CHECK-ANNIVERSARY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2110-TEST-ANNIVERSARY                                         *
      * Same month and day as the open date.  An account opened on    *
      * 29 February has its anniversary on the 28th when the year is  *
      * not a leap year.                                              *
      *****************************************************************
       2110-TEST-ANNIVERSARY.

           MOVE 'N'                     TO WS-ANNIVERSARY-SW

           IF WS-OPEN-MONTH = WS-RUN-DATE-MONTH
           AND WS-OPEN-DAY = WS-RUN-DATE-DAY
              SET IS-ANNIVERSARY        TO TRUE
              GO TO 2110-TEST-ANNIVERSARY-EXIT
           END-IF

           IF WS-OPEN-MONTH NOT = '02'
           OR WS-OPEN-DAY NOT = '29'
           OR WS-RUN-DATE-MONTH NOT = '02'
           OR WS-RUN-DATE-DAY NOT = '28'
              GO TO 2110-TEST-ANNIVERSARY-EXIT
           END-IF

           DIVIDE WS-RUN-YEAR-N BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = 0
              SET IS-ANNIVERSARY        TO TRUE
              GO TO 2110-TEST-ANNIVERSARY-EXIT
           END-IF

           DIVIDE WS-RUN-YEAR-N BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = 0
              GO TO 2110-TEST-ANNIVERSARY-EXIT
           END-IF

           DIVIDE WS-RUN-YEAR-N BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER NOT = 0
              SET IS-ANNIVERSARY        TO TRUE
           END-IF
           .
       2110-TEST-ANNIVERSARY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-READ-FEE-ENTRY                                           *
      * The group's FEES entry, and the DEFAULT entry when the group  *
      * has none, honoring the effective date.  An entry with no fee  *
      * amount is no fee.                                             *
      *****************************************************************
       2200-READ-FEE-ENTRY.

           MOVE 'N'                     TO WS-FEE-FOUND-SW
           IF NOT PARMFILE-IS-OPEN
              GO TO 2200-READ-FEE-ENTRY-EXIT
           END-IF

           MOVE 'FEES    '              TO FD-PARM-SET-ID
           MOVE ACCT-GROUP-ID           TO FD-PARM-ENTRY-ID
           READ PARMFILE-FILE INTO PARM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-EFF-DATE NOT > WS-RUN-DATE-FORMATTED
                      SET FEE-FOUND     TO TRUE
                   END-IF
           END-READ

           IF NOT FEE-FOUND
              MOVE 'FEES    '           TO FD-PARM-SET-ID
              MOVE 'DEFAULT   '         TO FD-PARM-ENTRY-ID
              READ PARMFILE-FILE INTO PARM-RECORD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PARM-EFF-DATE NOT > WS-RUN-DATE-FORMATTED
                         SET FEE-FOUND  TO TRUE
                      END-IF
              END-READ
           END-IF

           IF NOT FEE-FOUND
              GO TO 2200-READ-FEE-ENTRY-EXIT
           END-IF

           IF PARM-AMOUNT NOT NUMERIC
           OR PARM-AMOUNT NOT > 0
              MOVE 'N'                  TO WS-FEE-FOUND-SW
              GO TO 2200-READ-FEE-ENTRY-EXIT
           END-IF

           MOVE PARM-AMOUNT             TO WS-FEE-AMT
           MOVE PARM-FEE-WAIVE-FIRST-YR TO WS-FEE-WAIVE-FIRST-YR
           MOVE PARM-FEE-WAIVE-GROUP    TO WS-FEE-WAIVE-GROUP
           .
       2200-READ-FEE-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2300-WAIVE-FEE                                                *
      * A waived fee moves no money; the anniversary is stamped so    *
      * the account is not looked at again this year.                 *
      *****************************************************************
       2300-WAIVE-FEE.

           MOVE WS-RUN-DATE-FORMATTED   TO ACCT-ANNUAL-FEE-DATE
           MOVE 0                       TO ACCT-ANNUAL-FEE-AMT
           SET ACCT-ANNUAL-FEE-WAIVED   TO TRUE
           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
           IF NOT ACCTFILE-SUCCESS
              ADD 1                     TO WS-FAILED-COUNT
              MOVE 'NOT WAIVED - REWRITE OF ACCTDAT FAILED'
                                        TO WS-RPT-ACTION
              WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2300-WAIVE-FEE-EXIT
           END-IF

           ADD 1                        TO WS-WAIVED-COUNT
           ADD WS-FEE-AMT               TO WS-WAIVED-AMT-TOTAL
           IF FEE-GROUP-WAIVED
              MOVE 'WAIVED - GROUP WAIVER'
                                        TO WS-RPT-ACTION
           ELSE
              MOVE 'WAIVED - FIRST YEAR'
                                        TO WS-RPT-ACTION
           END-IF
           WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
           .
       2300-WAIVE-FEE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-ASSESS-FEE                                               *
      * The anniversary is stamped on the account first and the fee   *
      * debit cut only once it has, so a rerun can never charge the   *
      * fee twice.  The debit goes to a card on the account - the     *
      * posting batch takes an annual fee whatever the card's status. *
      *****************************************************************
       2400-ASSESS-FEE.

           PERFORM 2600-FIND-ACCOUNT-CARD
              THRU 2600-FIND-ACCOUNT-CARD-EXIT
           IF NOT CARD-FOUND
              ADD 1                     TO WS-FAILED-COUNT
              MOVE 'NOT ASSESSED - NO CARD ON THE ACCOUNT'
                                        TO WS-RPT-ACTION
              WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2400-ASSESS-FEE-EXIT
           END-IF

           MOVE WS-RUN-DATE-FORMATTED   TO ACCT-ANNUAL-FEE-DATE
           MOVE WS-FEE-AMT              TO ACCT-ANNUAL-FEE-AMT
           SET ACCT-ANNUAL-FEE-ASSESSED TO TRUE
           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
           IF NOT ACCTFILE-SUCCESS
              ADD 1                     TO WS-FAILED-COUNT
              MOVE 'NOT ASSESSED - REWRITE OF ACCTDAT FAILED'
                                        TO WS-RPT-ACTION
              WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2400-ASSESS-FEE-EXIT
           END-IF

           INITIALIZE DALYTRAN-RECORD
           MOVE WS-FEE-CARD-NUM         TO DALYTRAN-CARD-NUM
           MOVE WS-FEE-AMT              TO DALYTRAN-AMT
           SET DALYTRAN-IS-DEBIT        TO TRUE
           MOVE 'ANNUAL MEMBERSHIP FEE' TO DALYTRAN-MERCHANT-NAME
           MOVE WS-RUN-DATE-FORMATTED   TO DALYTRAN-ORIG-DATE
           SET DALYTRAN-TYPE-ANNUAL-FEE TO TRUE
           WRITE FD-DALYANF-REC FROM DALYTRAN-RECORD
           IF NOT DALYANF-SUCCESS
              ADD 1                     TO WS-FAILED-COUNT
              MOVE 'FEE STAMPED - DEBIT WRITE FAILED'
                                        TO WS-RPT-ACTION
              WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2400-ASSESS-FEE-EXIT
           END-IF

           ADD 1                        TO WS-ASSESSED-COUNT
           ADD WS-FEE-AMT               TO WS-ASSESSED-AMT-TOTAL
           MOVE WS-FEE-AMT              TO WS-GL-AMT
           PERFORM 2700-ACCUMULATE-GL
              THRU 2700-ACCUMULATE-GL-EXIT

           MOVE 'ASSESSED'              TO WS-RPT-ACTION
           WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
           .
       2400-ASSESS-FEE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2500-CHECK-REFUND                                             *
      * A closed account whose last fee was charged no more than 30   *
      * days ago has it refunded.  A charged-off account is not a     *
      * closure - its fee stands against the write-off.  The refund   *
      * is stamped on the account before the credit is cut, the same  *
      * way the fee itself was.                                       *
      *****************************************************************
       2500-CHECK-REFUND.

           IF NOT ACCT-ANNUAL-FEE-ASSESSED
           OR ACCT-COLL-CHARGED-OFF
              GO TO 2500-CHECK-REFUND-EXIT
           END-IF

           MOVE ACCT-ANNUAL-FEE-DATE    TO WS-DTN-DATE
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           IF WS-DAY-NUM-WORK = 0
              GO TO 2500-CHECK-REFUND-EXIT
           END-IF
           MOVE WS-DAY-NUM-WORK         TO WS-FEE-DAY-NUM

           COMPUTE WS-DAYS-SINCE-FEE =
               WS-TODAY-DAY-NUM - WS-FEE-DAY-NUM
           IF WS-DAYS-SINCE-FEE > 30
              GO TO 2500-CHECK-REFUND-EXIT
           END-IF

           MOVE ACCT-ID                 TO WS-RPT-ACCT-ID
           MOVE ACCT-GROUP-ID           TO WS-RPT-GROUP-ID
           MOVE ACCT-ANNUAL-FEE-DATE    TO WS-RPT-FEE-DATE
           MOVE ACCT-ANNUAL-FEE-AMT     TO WS-FEE-AMT
           COMPUTE WS-RPT-AMT = 0 - WS-FEE-AMT

           PERFORM 2600-FIND-ACCOUNT-CARD
              THRU 2600-FIND-ACCOUNT-CARD-EXIT
           IF NOT CARD-FOUND
              ADD 1                     TO WS-FAILED-COUNT
              MOVE 'NOT REFUNDED - NO CARD ON THE ACCOUNT'
                                        TO WS-RPT-ACTION
              WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2500-CHECK-REFUND-EXIT
           END-IF

           SET ACCT-ANNUAL-FEE-REFUNDED TO TRUE
           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
           IF NOT ACCTFILE-SUCCESS
              ADD 1                     TO WS-FAILED-COUNT
              MOVE 'NOT REFUNDED - REWRITE OF ACCTDAT FAILED'
                                        TO WS-RPT-ACTION
              WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2500-CHECK-REFUND-EXIT
           END-IF

           INITIALIZE DALYTRAN-RECORD
           MOVE WS-FEE-CARD-NUM         TO DALYTRAN-CARD-NUM
           MOVE WS-FEE-AMT              TO DALYTRAN-AMT
           SET DALYTRAN-IS-CREDIT       TO TRUE
           MOVE 'ANNUAL FEE REFUND'     TO DALYTRAN-MERCHANT-NAME
           MOVE WS-RUN-DATE-FORMATTED   TO DALYTRAN-ORIG-DATE
           SET DALYTRAN-TYPE-ANNUAL-FEE TO TRUE
           WRITE FD-DALYANF-REC FROM DALYTRAN-RECORD
           IF NOT DALYANF-SUCCESS
              ADD 1                     TO WS-FAILED-COUNT
              MOVE 'REFUND STAMPED - CREDIT WRITE FAILED'
                                        TO WS-RPT-ACTION
              WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2500-CHECK-REFUND-EXIT
           END-IF

           ADD 1                        TO WS-REFUNDED-COUNT
           ADD WS-FEE-AMT               TO WS-REFUNDED-AMT-TOTAL
           COMPUTE WS-GL-AMT = 0 - WS-FEE-AMT
           PERFORM 2700-ACCUMULATE-GL
              THRU 2700-ACCUMULATE-GL-EXIT

           MOVE 'REFUNDED - ACCOUNT CLOSED'
                                        TO WS-RPT-ACTION
           WRITE ANFRPT-RECORD FROM WS-RPT-DETAIL
           .
       2500-CHECK-REFUND-EXIT.
           EXIT
           .

      *****************************************************************
      * 2600-FIND-ACCOUNT-CARD                                        *
      * The first card on the account through the cross-reference's   *
      * account index.                                                *
      *****************************************************************
       2600-FIND-ACCOUNT-CARD.

           MOVE 'N'                     TO WS-CARD-FOUND-SW
           MOVE ACCT-ID                 TO FD-XREF-ACCT-ID
           READ CARDAIX-FILE INTO CARD-XREF-RECORD
               KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                   GO TO 2600-FIND-ACCOUNT-CARD-EXIT
           END-READ

           MOVE XREF-CARD-NUM           TO WS-FEE-CARD-NUM
           SET CARD-FOUND               TO TRUE
           .
       2600-FIND-ACCOUNT-CARD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2700-ACCUMULATE-GL                                            *
      * Rolls the fee just taken (a refund negative) into this        *
      * account group's GL accumulator row, creating the row on first *
      * use, and into the independent run totals the trailer is       *
      * proven against.  A group population beyond the table limit    *
      * fails the run - a silently dropped group would hand Finance a *
      * file that balances but is short.                              *
      *****************************************************************
       2700-ACCUMULATE-GL.

           MOVE 'N'                        TO WS-GL-FOUND-SW
           MOVE 1                          TO WS-GL-IDX

           PERFORM 2710-SEARCH-GL-ENTRY
              THRU 2710-SEARCH-GL-ENTRY-EXIT
              UNTIL WS-GL-FOUND
                 OR WS-GL-IDX > WS-GL-GROUP-COUNT

           IF NOT WS-GL-FOUND
               IF WS-GL-GROUP-COUNT = WS-GL-GROUP-MAX
                   IF NOT WS-GL-FULL
                       MOVE 'GL GROUP TABLE FULL - EXTRACT INCOMPLETE'
                                            TO ANFRPT-RECORD
                       WRITE ANFRPT-RECORD
                   END-IF
                   SET WS-GL-FULL           TO TRUE
                   MOVE 8                   TO RETURN-CODE
                   GO TO 2700-ACCUMULATE-GL-EXIT
               END-IF
               ADD 1                       TO WS-GL-GROUP-COUNT
               MOVE WS-GL-GROUP-COUNT      TO WS-GL-IDX
               MOVE ACCT-GROUP-ID          TO
                    WS-GL-ENTRY-GROUP-ID (WS-GL-IDX)
               MOVE 0                      TO
                    WS-GL-ENTRY-AMOUNT (WS-GL-IDX)
               MOVE 0                      TO
                    WS-GL-ENTRY-COUNT (WS-GL-IDX)
               MOVE 0                      TO
                    WS-GL-ENTRY-HASH (WS-GL-IDX)
           END-IF

           ADD WS-GL-AMT                   TO
               WS-GL-ENTRY-AMOUNT (WS-GL-IDX)
           ADD 1                           TO
               WS-GL-ENTRY-COUNT (WS-GL-IDX)
           ADD ACCT-ID                     TO
               WS-GL-ENTRY-HASH (WS-GL-IDX)

           ADD WS-GL-AMT                   TO WS-GL-TOTAL-AMOUNT
           ADD 1                           TO WS-GL-TOTAL-COUNT
           ADD ACCT-ID                     TO WS-GL-TOTAL-HASH
           .
       2700-ACCUMULATE-GL-EXIT.
           EXIT
           .

      *****************************************************************
      * 2710-SEARCH-GL-ENTRY                                          *
      *****************************************************************
       2710-SEARCH-GL-ENTRY.

           IF WS-GL-ENTRY-GROUP-ID (WS-GL-IDX) = ACCT-GROUP-ID
               SET WS-GL-FOUND              TO TRUE
           ELSE
               ADD 1                        TO WS-GL-IDX
           END-IF
           .
       2710-SEARCH-GL-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 3900-READ-NEXT-ACCOUNT                                        *
      *****************************************************************
       3900-READ-NEXT-ACCOUNT.

           READ ACCTFILE-FILE NEXT INTO ACCOUNT-RECORD
               AT END
                   SET ACCTFILE-AT-EOF      TO TRUE
           END-READ
           .
       3900-READ-NEXT-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 7000-DATE-TO-DAY-NUMBER                                       *
      * Converts a CCYY-MM-DD date to a day number on the 30/360      *
      * convention: every month counts thirty days, with a            *
      * thirty-first clamped to thirty.  A date that does not parse   *
      * yields day number zero.                                       *
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
      * 8100-WRITE-GL-FILE                                            *
      * One summarized debit/credit pair per account group, summed a  *
      * second time as the details are written, then the balancing    *
      * trailer.  The trailer must equal both the sum of the detail   *
      * lines and the independent run totals kept as the fees were    *
      * taken - a mismatch fails the job rather than handing Finance  *
      * a file that will not load.                                    *
      *****************************************************************
       8100-WRITE-GL-FILE.

           MOVE 0                          TO WS-GL-SUM-DEBIT
                                              WS-GL-SUM-CREDIT
                                              WS-GL-SUM-COUNT
                                              WS-GL-SUM-HASH
           MOVE 1                          TO WS-GL-IDX

           PERFORM 8110-WRITE-GL-DETAIL
              THRU 8110-WRITE-GL-DETAIL-EXIT
              UNTIL WS-GL-IDX > WS-GL-GROUP-COUNT

           IF WS-GL-SUM-DEBIT  NOT = WS-GL-TOTAL-AMOUNT
           OR WS-GL-SUM-CREDIT NOT = WS-GL-TOTAL-AMOUNT
           OR WS-GL-SUM-COUNT  NOT = WS-GL-TOTAL-COUNT
           OR WS-GL-SUM-HASH   NOT = WS-GL-TOTAL-HASH
              MOVE 'GL EXTRACT TRAILER DOES NOT BALANCE - RUN FAILED'
                                           TO ANFRPT-RECORD
              WRITE ANFRPT-RECORD
              MOVE 8                       TO RETURN-CODE
           END-IF

           MOVE SPACES                     TO FD-ANFGL-REC
           MOVE 'T'                        TO GL-REC-TYPE
           MOVE SPACES                     TO GL-GROUP-ID
           MOVE WS-GL-SUM-DEBIT            TO GL-DEBIT-AMT
           MOVE WS-GL-SUM-CREDIT           TO GL-CREDIT-AMT
           MOVE WS-GL-SUM-COUNT            TO GL-RECORD-COUNT
           MOVE WS-GL-SUM-HASH             TO GL-HASH-TOTAL
           WRITE FD-ANFGL-REC
           .
       8100-WRITE-GL-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 8110-WRITE-GL-DETAIL                                          *
      *****************************************************************
       8110-WRITE-GL-DETAIL.

           MOVE SPACES                     TO FD-ANFGL-REC
           MOVE 'D'                        TO GL-REC-TYPE
           MOVE WS-GL-ENTRY-GROUP-ID (WS-GL-IDX)
                                           TO GL-GROUP-ID
           MOVE WS-GL-ENTRY-AMOUNT (WS-GL-IDX)
                                           TO GL-DEBIT-AMT
           MOVE WS-GL-ENTRY-AMOUNT (WS-GL-IDX)
                                           TO GL-CREDIT-AMT
           MOVE WS-GL-ENTRY-COUNT (WS-GL-IDX)
                                           TO GL-RECORD-COUNT
           MOVE WS-GL-ENTRY-HASH (WS-GL-IDX)
                                           TO GL-HASH-TOTAL
           WRITE FD-ANFGL-REC

           ADD WS-GL-ENTRY-AMOUNT (WS-GL-IDX) TO WS-GL-SUM-DEBIT
           ADD WS-GL-ENTRY-AMOUNT (WS-GL-IDX) TO WS-GL-SUM-CREDIT
           ADD WS-GL-ENTRY-COUNT (WS-GL-IDX)  TO WS-GL-SUM-COUNT
           ADD WS-GL-ENTRY-HASH (WS-GL-IDX)   TO WS-GL-SUM-HASH

           ADD 1                           TO WS-GL-IDX
           .
       8110-WRITE-GL-DETAIL-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-ACCOUNT-COUNT         TO WS-RPT-ACCOUNT-TOTAL
           WRITE ANFRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-ASSESSED-COUNT        TO WS-RPT-ASSESSED-TOTAL
           MOVE WS-ASSESSED-AMT-TOTAL    TO WS-RPT-ASSESSED-AMT
           WRITE ANFRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-WAIVED-COUNT          TO WS-RPT-WAIVED-TOTAL
           MOVE WS-WAIVED-AMT-TOTAL      TO WS-RPT-WAIVED-AMT
           WRITE ANFRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-REFUNDED-COUNT        TO WS-RPT-REFUNDED-TOTAL
           MOVE WS-REFUNDED-AMT-TOTAL    TO WS-RPT-REFUNDED-AMT
           WRITE ANFRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-FAILED-COUNT          TO WS-RPT-FAILED-TOTAL
           WRITE ANFRPT-RECORD FROM WS-RPT-SUMMARY5

           IF PARMFILE-IS-OPEN
              CLOSE PARMFILE-FILE
           END-IF

           CLOSE ACCTFILE-FILE
                 CARDAIX-FILE
                 DALYANF-FILE
                 ANFGL-FILE
                 ANFRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
