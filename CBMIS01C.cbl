      ******************************************************************
      * Program:     CBMIS01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Month-end portfolio performance (MIS) batch.     *
      *              Walks the account master and keeps a snapshot    *
      *              of every account's key figures on the portfolio  *
      *              history file (MISHIST) under the month being     *
      *              closed: where it stands (open, closed or         *
      *              charged off), balance and credit limit, days     *
      *              past due from the payment due date the way the   *
      *              delinquency aging run derives them, the month's  *
      *              finance charge and fee income off the posted     *
      *              transactions, and any balance charged off in     *
      *              the month.  The portfolio report is printed by   *
      *              ACCT-GROUP-ID from the current snapshot -        *
      *              account counts, balance against credit limit     *
      *              (utilization), the thirty-day delinquency        *
      *              buckets, income and charge-offs - with month-    *
      *              over-month roll rates worked from each account's *
      *              prior month snapshot: of the accounts in a       *
      *              bucket last month, the share now in a later      *
      *              bucket or charged off.  The same figures go to   *
      *              a comma-delimited file, one row per group with   *
      *              a heading row, for the risk team to load         *
      *              directly.                                        *
      *              The month is taken from a SYSIN card as CCYY-MM; *
      *              a blank card means the month of the run date. A  *
      *              card that does not parse fails the run rather    *
      *              than file a snapshot under the wrong month.  A   *
      *              rerun for the same month replaces that month's   *
      *              snapshots.                                       *
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
           CBMIS01C.
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

           SELECT TRANFILE-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-TRAN-KEY
                  FILE STATUS IS TRANFILE-STATUS.

           SELECT MISHIST-FILE ASSIGN TO MISHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-MISH-KEY
                  FILE STATUS IS MISHIST-STATUS.

           SELECT MISRPT-FILE ASSIGN TO MISRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MISRPT-STATUS.

           SELECT MISCSV-FILE ASSIGN TO MISCSV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MISCSV-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  MISHIST-FILE.
       01  FD-MISHIST-REC.
           05  FD-MISH-KEY.
               10  FD-MISH-MONTH             PIC X(07).
               10  FD-MISH-ACCT-ID           PIC 9(11).
           05  FILLER                        PIC X(132).

       FD  MISRPT-FILE.
       01  MISRPT-RECORD                     PIC X(132).

      *****************************************************************
      * Comma-delimited copy of the report for the risk team - a      *
      * heading row naming the columns, then one row per account      *
      * group.  Amounts carry a leading minus sign when negative and  *
      * no thousands separators; rates are percentages to two         *
      * decimals.                                                     *
      *****************************************************************
       FD  MISCSV-FILE.
       01  MISCSV-RECORD                     PIC X(600).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  ACCTFILE-STATUS                PIC X(02).
               88  ACCTFILE-SUCCESS                  VALUE '00'.
               88  ACCTFILE-EOF                       VALUE '10'.
           05  TRANFILE-STATUS                PIC X(02).
               88  TRANFILE-SUCCESS                   VALUE '00'.
               88  TRANFILE-EOF                       VALUE '10'.
           05  MISHIST-STATUS                 PIC X(02).
               88  MISHIST-SUCCESS                    VALUE '00'.
               88  MISHIST-DUPKEY                     VALUE '22'.
               88  MISHIST-NOTFND                     VALUE '23'.
           05  MISRPT-STATUS                  PIC X(02).
               88  MISRPT-SUCCESS                     VALUE '00'.
           05  MISCSV-STATUS                  PIC X(02).
               88  MISCSV-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  ACCTFILE-AT-EOF                     VALUE 'Y'.
           05  WS-TRANFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  TRANFILE-AT-EOF                     VALUE 'Y'.
           05  WS-PRIOR-FOUND-SW              PIC X(01) VALUE 'N'.
               88  PRIOR-SNAPSHOT-FOUND                VALUE 'Y'.
           05  WS-RUN-FAILED-SW               PIC X(01) VALUE 'N'.
               88  WS-RUN-FAILED                       VALUE 'Y'.
           05  WS-CSV-FIRST-SW                PIC X(01) VALUE 'Y'.
               88  WS-CSV-FIRST-FIELD                  VALUE 'Y'.

      *************************************************************
      * Month being closed, from a SYSIN card as CCYY-MM (blank   *
      * means the month of the run date), and the month before it *
      * whose snapshots the roll rates are worked from.           *
      *************************************************************
       01  WS-REPORT-MONTH-PARM.
           05  WS-RPT-MONTH-YEAR              PIC X(04).
           05  WS-RPT-MONTH-DASH              PIC X(01).
           05  WS-RPT-MONTH-MONTH             PIC X(02).
       01  WS-PRIOR-MONTH.
           05  WS-PRIOR-MONTH-YEAR            PIC 9(04).
           05  FILLER                         PIC X(01) VALUE '-'.
           05  WS-PRIOR-MONTH-MONTH           PIC 9(02).

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-SNAP-WRITTEN-COUNT          PIC 9(07) COMP VALUE 0.
           05  WS-SNAP-REPLACED-COUNT         PIC 9(07) COMP VALUE 0.
           05  WS-SNAP-ERROR-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-PRIOR-FOUND-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-GRP-IDX                     PIC 9(03) COMP VALUE 0.
           05  WS-ROW-IDX                     PIC 9(03) COMP VALUE 0.
           05  WS-BKT-IDX                     PIC 9(02) COMP VALUE 0.
           05  WS-CSV-PTR                     PIC 9(04) COMP VALUE 0.
           05  WS-CSV-LEAD                    PIC 9(04) COMP VALUE 0.

       01  WS-COMPUTE-FIELDS.
           05  WS-DAYS-PAST-DUE               PIC S9(07).
           05  WS-TODAY-DAY-NUM               PIC S9(07).
           05  WS-DUE-DAY-NUM                 PIC S9(07).
           05  WS-DAY-NUM-WORK                PIC S9(07).
           05  WS-DAY-NUM-DAY                 PIC 9(02).
           05  WS-INCOME-AMT                  PIC S9(09)V99.
           05  WS-UTIL-PCT                    PIC S9(03)V99.
           05  WS-ROLL-PCT                    PIC S9(03)V99.

      *************************************************************
      * Prior month figures for the account, kept aside before    *
      * the snapshot area is built for the current month.  An     *
      * account is on the book when it is not charged off and is  *
      * either open or still carries a balance - a closed account *
      * paid to zero drops out of the buckets.                    *
      *************************************************************
       01  WS-PRIOR-SNAPSHOT.
           05  WS-PRIOR-ON-BOOK-SW            PIC X(01).
               88  WS-PRIOR-ON-BOOK                    VALUE 'Y'.
           05  WS-PRIOR-BUCKET                PIC 9(01).
       01  WS-CURR-ON-BOOK-SW                 PIC X(01).
           88  WS-CURR-ON-BOOK                         VALUE 'Y'.

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
      * Portfolio accumulators, one row per account group in the  *
      * order the groups are first met, and a last row for the    *
      * portfolio total.  Buckets run current, 30, 60, 90, 120,   *
      * 150 and 180-plus days past due; roll entry n counts last  *
      * month's on-book accounts in bucket n and how many of them *
      * are in a later bucket or charged off this month.          *
      *************************************************************
       01  WS-GRP-SWITCHES.
           05  WS-GRP-FOUND-SW                PIC X(01) VALUE 'N'.
               88  WS-GRP-FOUND                        VALUE 'Y'.

       01  WS-MIS-TABLE.
           05  WS-MIS-GROUP-MAX               PIC 9(03) COMP VALUE 100.
           05  WS-MIS-GROUP-COUNT             PIC 9(03) COMP VALUE 0.
           05  WS-MIS-TOTAL-IDX               PIC 9(03) COMP VALUE 101.
           05  WS-MIS-ENTRY OCCURS 101 TIMES.
               10  WS-MIS-GROUP-ID            PIC X(10).
               10  WS-MIS-OPEN-CNT            PIC 9(07).
               10  WS-MIS-CLOSED-CNT          PIC 9(07).
               10  WS-MIS-CHGOFF-CNT          PIC 9(07).
               10  WS-MIS-BALANCE             PIC S9(13)V99.
               10  WS-MIS-CREDIT-LIMIT        PIC S9(13)V99.
               10  WS-MIS-BKT-CNT             PIC 9(07)
                                              OCCURS 7 TIMES.
               10  WS-MIS-BKT-BAL             PIC S9(13)V99
                                              OCCURS 7 TIMES.
               10  WS-MIS-FIN-CHARGE          PIC S9(13)V99.
               10  WS-MIS-FEES                PIC S9(13)V99.
               10  WS-MIS-MTH-CHGOFF-CNT      PIC 9(07).
               10  WS-MIS-MTH-CHGOFF-AMT      PIC S9(13)V99.
               10  WS-MIS-ROLL-BASE           PIC 9(07)
                                              OCCURS 7 TIMES.
               10  WS-MIS-ROLL-FWD            PIC 9(07)
                                              OCCURS 7 TIMES.

      *************************************************************
      * Snapshot history record layout, via the shared copybook   *
      *************************************************************
           COPY CVMIS01Y.

      *************************************************************
      * Master record layouts, via the shared copybooks           *
      *************************************************************
           COPY CVACT01Y.

           COPY CVTRA02Y.

      *************************************************************
      * Comma-delimited file work areas                           *
      *************************************************************
       01  WS-CSV-LINE                        PIC X(600).
       01  WS-CSV-FIELD                       PIC X(20).
       01  WS-CSV-COUNT-EDIT                  PIC Z(06)9.
       01  WS-CSV-AMT-EDIT                    PIC -(13)9.99.
       01  WS-CSV-RATE-EDIT                   PIC -(03)9.99.

       01  WS-CSV-HEADING.
           05  FILLER                         PIC X(42) VALUE
               'MONTH,GROUP_ID,OPEN_ACCTS,CLOSED_ACCTS,CHA'.
           05  FILLER                         PIC X(42) VALUE
               'RGED_OFF_ACCTS,BALANCE,CREDIT_LIMIT,UTILIZ'.
           05  FILLER                         PIC X(42) VALUE
               'ATION_PCT,CUR_ACCTS,DPD30_ACCTS,DPD60_ACCT'.
           05  FILLER                         PIC X(42) VALUE
               'S,DPD90_ACCTS,DPD120_ACCTS,DPD150_ACCTS,DP'.
           05  FILLER                         PIC X(42) VALUE
               'D180_ACCTS,CUR_BAL,DPD30_BAL,DPD60_BAL,DPD'.
           05  FILLER                         PIC X(42) VALUE
               '90_BAL,DPD120_BAL,DPD150_BAL,DPD180_BAL,FI'.
           05  FILLER                         PIC X(42) VALUE
               'N_CHARGES,FEES,CHGOFF_ACCTS_MTH,CHGOFF_AMT'.
           05  FILLER                         PIC X(42) VALUE
               '_MTH,ROLL_CUR_30,ROLL_30_60,ROLL_60_90,ROL'.
           05  FILLER                         PIC X(42) VALUE
               'L_90_120,ROLL_120_150,ROLL_150_180,ROLL_18'.
           05  FILLER                         PIC X(05) VALUE
               '0_CO '.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER                         PIC X(14)
               VALUE '       CURRENT'.
           05  FILLER                         PIC X(14)
               VALUE '         30-59'.
           05  FILLER                         PIC X(14)
               VALUE '         60-89'.
           05  FILLER                         PIC X(14)
               VALUE '        90-119'.
           05  FILLER                         PIC X(14)
               VALUE '       120-149'.
           05  FILLER                         PIC X(14)
               VALUE '       150-179'.
           05  FILLER                         PIC X(14)
               VALUE '          180+'.
       01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL                PIC X(14)
                                              OCCURS 7 TIMES.

       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'PORTFOLIO PERFORMANCE REPORT - MONTH   '.
               10  WS-RPT-HDG-MONTH           PIC X(07).
               10  FILLER                     PIC X(22)
                   VALUE '   ROLL RATES AGAINST '.
               10  WS-RPT-HDG-PRIOR           PIC X(07).
               10  FILLER                     PIC X(14)
                   VALUE '   RUN DATE   '.
               10  WS-RPT-HDG-RUN-DATE        PIC X(10).
           05  WS-RPT-GROUP-LINE.
               10  FILLER                     PIC X(06)
                   VALUE 'GROUP '.
               10  WS-RPT-GROUP-ID            PIC X(10).
               10  FILLER                     PIC X(07)
                   VALUE '  OPEN '.
               10  WS-RPT-OPEN-CNT            PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(09)
                   VALUE '  CLOSED '.
               10  WS-RPT-CLOSED-CNT          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(14)
                   VALUE '  CHARGED OFF '.
               10  WS-RPT-CHGOFF-CNT          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10)
                   VALUE '  BALANCE '.
               10  WS-RPT-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(08)
                   VALUE '  LIMIT '.
               10  WS-RPT-CREDIT-LIMIT        PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(07)
                   VALUE '  UTIL '.
               10  WS-RPT-UTIL-PCT            PIC ZZ9.99-.
               10  FILLER                     PIC X(01)
                   VALUE '%'.
           05  WS-RPT-BUCKET-HEADING.
               10  FILLER                     PIC X(16)
                   VALUE '  DAYS PAST DUE '.
               10  WS-RPT-BKT-HDG-COLS.
                   15  WS-RPT-BKT-HDG         PIC X(16)
                                              OCCURS 7 TIMES.
           05  WS-RPT-BUCKET-COUNTS.
               10  FILLER                     PIC X(16)
                   VALUE '  ACCOUNTS      '.
               10  WS-RPT-BKT-CNT-COLS.
                   15  WS-RPT-BKT-CNT-COL     OCCURS 7 TIMES.
                       20  FILLER             PIC X(07).
                       20  WS-RPT-BKT-CNT     PIC ZZZ,ZZ9.
                       20  FILLER             PIC X(02).
           05  WS-RPT-BUCKET-BALANCES.
               10  FILLER                     PIC X(16)
                   VALUE '  BALANCE       '.
               10  WS-RPT-BKT-BAL-COLS.
                   15  WS-RPT-BKT-BAL-COL     OCCURS 7 TIMES.
                       20  WS-RPT-BKT-BAL     PIC ZZZZZZZZZZ9.99-.
                       20  FILLER             PIC X(01).
           05  WS-RPT-BUCKET-ROLLS.
               10  FILLER                     PIC X(16)
                   VALUE '  ROLLED ON %   '.
               10  WS-RPT-BKT-ROLL-COLS.
                   15  WS-RPT-BKT-ROLL-COL    OCCURS 7 TIMES.
                       20  FILLER             PIC X(08).
                       20  WS-RPT-BKT-ROLL    PIC ZZ9.99.
                       20  FILLER             PIC X(02).
           05  WS-RPT-INCOME-LINE.
               10  FILLER                     PIC X(19)
                   VALUE '  FINANCE CHARGES  '.
               10  WS-RPT-FIN-CHARGE          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(09)
                   VALUE '   FEES  '.
               10  WS-RPT-FEES                PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(26)
                   VALUE '   CHARGED OFF THIS MONTH '.
               10  WS-RPT-MTH-CHGOFF-CNT      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(11)
                   VALUE ' ACCOUNTS  '.
               10  WS-RPT-MTH-CHGOFF-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-NO-PRIOR-LINE.
               10  FILLER                     PIC X(40)
                   VALUE 'NO SNAPSHOTS ON FILE FOR THE PRIOR MONTH'.
               10  FILLER                     PIC X(30)
                   VALUE ' - ROLL RATES SHOW AS ZERO    '.
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNTS READ..........: '.
               10  WS-RPT-ACCT-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'SNAPSHOTS WRITTEN......: '.
               10  WS-RPT-WRITTEN-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'SNAPSHOTS REPLACED.....: '.
               10  WS-RPT-REPLACED-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'SNAPSHOT WRITE ERRORS..: '.
               10  WS-RPT-ERROR-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'PRIOR SNAPSHOTS FOUND..: '.
               10  WS-RPT-PRIOR-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY6.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNT GROUPS.........: '.
               10  WS-RPT-GROUP-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-ACCOUNT
              THRU 2000-PROCESS-ACCOUNT-EXIT
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
      * The snapshot history is created here if this is the first     *
      * month-end run.                                                *
      *****************************************************************
       1000-INITIALIZE.

           OPEN INPUT  ACCTFILE-FILE
                       TRANFILE-FILE
           OPEN OUTPUT MISRPT-FILE
                       MISCSV-FILE

           OPEN I-O    MISHIST-FILE
           IF MISHIST-STATUS = '35'
              OPEN OUTPUT MISHIST-FILE
              CLOSE MISHIST-FILE
              OPEN I-O    MISHIST-FILE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           PERFORM 1200-SET-REPORT-MONTHS
              THRU 1200-SET-REPORT-MONTHS-EXIT
           IF WS-RUN-FAILED
              SET ACCTFILE-AT-EOF       TO TRUE
              GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE WS-RUN-DATE-FORMATTED   TO WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUM-WORK         TO WS-TODAY-DAY-NUM

           MOVE 'TOTAL'                 TO
                WS-MIS-GROUP-ID (WS-MIS-TOTAL-IDX)
           MOVE WS-MIS-TOTAL-IDX        TO WS-ROW-IDX
           PERFORM 2530-CLEAR-ROW
              THRU 2530-CLEAR-ROW-EXIT

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
                   SET ACCTFILE-AT-EOF      TO TRUE
           END-READ
           .
       1100-READ-NEXT-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 1200-SET-REPORT-MONTHS                                        *
      * The month being closed comes off the SYSIN card; the prior    *
      * month is the one before it, across the year end in January.   *
      *****************************************************************
       1200-SET-REPORT-MONTHS.

           MOVE SPACES                  TO WS-REPORT-MONTH-PARM
           ACCEPT WS-REPORT-MONTH-PARM FROM SYSIN

           IF WS-REPORT-MONTH-PARM = SPACES
              MOVE WS-RUN-DATE-YEAR     TO WS-RPT-MONTH-YEAR
              MOVE '-'                  TO WS-RPT-MONTH-DASH
              MOVE WS-RUN-DATE-MONTH    TO WS-RPT-MONTH-MONTH
           END-IF

           IF WS-RPT-MONTH-YEAR NOT NUMERIC
           OR WS-RPT-MONTH-DASH NOT = '-'
           OR WS-RPT-MONTH-MONTH NOT NUMERIC
           OR WS-RPT-MONTH-MONTH < '01'
           OR WS-RPT-MONTH-MONTH > '12'
              MOVE 'REPORT MONTH CARD IS NOT CCYY-MM - RUN ABANDONED'
                                        TO MISRPT-RECORD
              WRITE MISRPT-RECORD
              MOVE 8                    TO RETURN-CODE
              SET WS-RUN-FAILED         TO TRUE
              GO TO 1200-SET-REPORT-MONTHS-EXIT
           END-IF

           MOVE WS-RPT-MONTH-YEAR       TO WS-PRIOR-MONTH-YEAR
           MOVE WS-RPT-MONTH-MONTH      TO WS-PRIOR-MONTH-MONTH
           IF WS-PRIOR-MONTH-MONTH = 1
              MOVE 12                   TO WS-PRIOR-MONTH-MONTH
              SUBTRACT 1              FROM WS-PRIOR-MONTH-YEAR
           ELSE
              SUBTRACT 1              FROM WS-PRIOR-MONTH-MONTH
           END-IF
           .
       1200-SET-REPORT-MONTHS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-PROCESS-ACCOUNT                                          *
      * The prior month's snapshot is read before the snapshot area   *
      * is built for this month, since both share the one layout.     *
      *****************************************************************
       2000-PROCESS-ACCOUNT.

           ADD 1                        TO WS-ACCT-COUNT

           PERFORM 2100-READ-PRIOR-SNAPSHOT
              THRU 2100-READ-PRIOR-SNAPSHOT-EXIT

           PERFORM 2200-BUILD-SNAPSHOT
              THRU 2200-BUILD-SNAPSHOT-EXIT

           PERFORM 2300-SCAN-MONTH-INCOME
              THRU 2300-SCAN-MONTH-INCOME-EXIT

           PERFORM 2400-WRITE-SNAPSHOT
              THRU 2400-WRITE-SNAPSHOT-EXIT

           PERFORM 2500-ACCUMULATE-GROUP
              THRU 2500-ACCUMULATE-GROUP-EXIT

           PERFORM 1100-READ-NEXT-ACCOUNT
              THRU 1100-READ-NEXT-ACCOUNT-EXIT
           .
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-READ-PRIOR-SNAPSHOT                                      *
      * An account opened during the month has no prior snapshot and  *
      * plays no part in the roll rates.                              *
      *****************************************************************
       2100-READ-PRIOR-SNAPSHOT.

           MOVE 'N'                     TO WS-PRIOR-FOUND-SW
                                           WS-PRIOR-ON-BOOK-SW
           MOVE 0                       TO WS-PRIOR-BUCKET

           MOVE WS-PRIOR-MONTH          TO FD-MISH-MONTH
           MOVE ACCT-ID                 TO FD-MISH-ACCT-ID
           READ MISHIST-FILE INTO MISH-RECORD
               KEY IS FD-MISH-KEY
               INVALID KEY
                   GO TO 2100-READ-PRIOR-SNAPSHOT-EXIT
           END-READ

           SET PRIOR-SNAPSHOT-FOUND     TO TRUE
           ADD 1                        TO WS-PRIOR-FOUND-COUNT
           MOVE MISH-DELQ-BUCKET        TO WS-PRIOR-BUCKET
           IF MISH-STATE-OPEN
           OR (MISH-STATE-CLOSED AND MISH-CURR-BAL NOT = 0)
              SET WS-PRIOR-ON-BOOK      TO TRUE
           END-IF
           .
       2100-READ-PRIOR-SNAPSHOT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-BUILD-SNAPSHOT                                           *
      * A charged-off account is not aged - it has left the buckets   *
      * for good.  The month's charge-off is the stamped amount when  *
      * the charge-off date falls in the month.                       *
      *****************************************************************
       2200-BUILD-SNAPSHOT.

           MOVE SPACES                  TO MISH-RECORD
           MOVE WS-REPORT-MONTH-PARM    TO MISH-MONTH
           MOVE ACCT-ID                 TO MISH-ACCT-ID
           MOVE ACCT-GROUP-ID           TO MISH-GROUP-ID
           MOVE ACCT-CURR-BAL           TO MISH-CURR-BAL
           MOVE ACCT-CREDIT-LIMIT       TO MISH-CREDIT-LIMIT
           MOVE ACCT-PAY-DUE-DATE       TO MISH-PAY-DUE-DATE
           MOVE 0                       TO MISH-MIN-PAY-DUE
                                           MISH-DAYS-PAST-DUE
                                           MISH-DELQ-BUCKET
                                           MISH-FIN-CHARGE-AMT
                                           MISH-FEE-AMT
                                           MISH-CHARGEOFF-AMT
           IF ACCT-MIN-PAY-DUE NUMERIC
              MOVE ACCT-MIN-PAY-DUE     TO MISH-MIN-PAY-DUE
           END-IF
           MOVE WS-RUN-DATE-FORMATTED   TO MISH-SNAP-DATE

           EVALUATE TRUE
               WHEN ACCT-COLL-CHARGED-OFF
                   SET MISH-STATE-CHARGED-OFF TO TRUE
               WHEN ACCT-ACTIVE-STATUS = 'Y'
                   SET MISH-STATE-OPEN        TO TRUE
               WHEN OTHER
                   SET MISH-STATE-CLOSED      TO TRUE
           END-EVALUATE

           IF MISH-STATE-CHARGED-OFF
              IF ACCT-CHARGEOFF-DATE (1:7) = WS-REPORT-MONTH-PARM
              AND ACCT-CHARGEOFF-AMT NUMERIC
                 MOVE ACCT-CHARGEOFF-AMT TO MISH-CHARGEOFF-AMT
              END-IF
              GO TO 2200-BUILD-SNAPSHOT-EXIT
           END-IF

           PERFORM 2210-DERIVE-DAYS-PAST-DUE
              THRU 2210-DERIVE-DAYS-PAST-DUE-EXIT
           MOVE WS-DAYS-PAST-DUE        TO MISH-DAYS-PAST-DUE

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   SET MISH-BUCKET-CURRENT    TO TRUE
               WHEN WS-DAYS-PAST-DUE < 60
                   SET MISH-BUCKET-30         TO TRUE
               WHEN WS-DAYS-PAST-DUE < 90
                   SET MISH-BUCKET-60         TO TRUE
               WHEN WS-DAYS-PAST-DUE < 120
                   SET MISH-BUCKET-90         TO TRUE
               WHEN WS-DAYS-PAST-DUE < 150
                   SET MISH-BUCKET-120        TO TRUE
               WHEN WS-DAYS-PAST-DUE < 180
                   SET MISH-BUCKET-150        TO TRUE
               WHEN OTHER
                   SET MISH-BUCKET-180-PLUS   TO TRUE
           END-EVALUATE
           .
       2200-BUILD-SNAPSHOT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2210-DERIVE-DAYS-PAST-DUE                                     *
      * Zero unless the account owes a minimum payment, its due date  *
      * has passed, and no payment has posted since - the same rule   *
      * the delinquency aging run applies.                            *
      *****************************************************************
       2210-DERIVE-DAYS-PAST-DUE.

           MOVE 0                       TO WS-DAYS-PAST-DUE

           IF ACCT-MIN-PAY-DUE NUMERIC
           AND ACCT-MIN-PAY-DUE > 0
           AND ACCT-PAY-DUE-DATE NOT = SPACES
           AND ACCT-PAY-DUE-DATE < WS-RUN-DATE-FORMATTED
           AND (ACCT-LAST-PAY-DATE = SPACES
             OR ACCT-LAST-PAY-DATE < ACCT-PAY-DUE-DATE)
              MOVE ACCT-PAY-DUE-DATE    TO WS-DATE-TO-NUMBER
              PERFORM 7000-DATE-TO-DAY-NUMBER
                 THRU 7000-DATE-TO-DAY-NUMBER-EXIT
              MOVE WS-DAY-NUM-WORK      TO WS-DUE-DAY-NUM
              COMPUTE WS-DAYS-PAST-DUE =
                  WS-TODAY-DAY-NUM - WS-DUE-DAY-NUM
              IF WS-DAYS-PAST-DUE < 0
                 MOVE 0                 TO WS-DAYS-PAST-DUE
              END-IF
              IF WS-DAYS-PAST-DUE > 999
                 MOVE 999               TO WS-DAYS-PAST-DUE
              END-IF
           END-IF
           .
       2210-DERIVE-DAYS-PAST-DUE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2300-SCAN-MONTH-INCOME                                        *
      * Browses the account's posted transactions for the month's     *
      * finance charges and fees.                                     *
      *****************************************************************
       2300-SCAN-MONTH-INCOME.

           MOVE 'N'                     TO WS-TRANFILE-EOF-SW
           MOVE ACCT-ID                 TO FD-TRAN-ACCT-ID
           MOVE 0                       TO FD-TRAN-SEQ-NUM
           START TRANFILE-FILE KEY IS NOT LESS THAN FD-TRAN-KEY
               INVALID KEY
                   SET TRANFILE-AT-EOF      TO TRUE
           END-START

           IF NOT TRANFILE-AT-EOF
              PERFORM 2310-READ-NEXT-TRAN
                 THRU 2310-READ-NEXT-TRAN-EXIT
              PERFORM 2320-CHECK-ONE-TRAN
                 THRU 2320-CHECK-ONE-TRAN-EXIT
                 UNTIL TRANFILE-AT-EOF
                    OR TRAN-ACCT-ID NOT EQUAL ACCT-ID
           END-IF
           .
       2300-SCAN-MONTH-INCOME-EXIT.
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
      * 2320-CHECK-ONE-TRAN                                           *
      *****************************************************************
       2320-CHECK-ONE-TRAN.

           IF TRAN-POST-DATE (1:7) = WS-REPORT-MONTH-PARM
              PERFORM 2330-CLASSIFY-INCOME
                 THRU 2330-CLASSIFY-INCOME-EXIT
           END-IF

           PERFORM 2310-READ-NEXT-TRAN
              THRU 2310-READ-NEXT-TRAN-EXIT
           .
       2320-CHECK-ONE-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2330-CLASSIFY-INCOME                                          *
      * Finance charges are the interest the finance charge run       *
      * posts under its INTEREST descriptions.  Fees are the foreign  *
      * transaction and annual fees by their types, and the late and  *
      * ACH return fees by the descriptions their batches post them   *
      * under.  A credit of the same kind - a refunded annual fee -   *
      * counts against the income.                                    *
      *****************************************************************
       2330-CLASSIFY-INCOME.

           IF TRAN-IS-CREDIT
              COMPUTE WS-INCOME-AMT = 0 - TRAN-AMT
           ELSE
              MOVE TRAN-AMT             TO WS-INCOME-AMT
           END-IF

           EVALUATE TRUE
               WHEN TRAN-TYPE-FX-FEE
               WHEN TRAN-TYPE-ANNUAL-FEE
                   ADD WS-INCOME-AMT    TO MISH-FEE-AMT
               WHEN TRAN-CARD-NUM NOT = SPACES
                   CONTINUE
               WHEN TRAN-MERCHANT-NAME (1:11) = 'INTEREST - '
                   ADD WS-INCOME-AMT    TO MISH-FIN-CHARGE-AMT
               WHEN TRAN-MERCHANT-NAME = 'LATE PAYMENT FEE'
               WHEN TRAN-MERCHANT-NAME = 'ACH RETURN FEE'
                   ADD WS-INCOME-AMT    TO MISH-FEE-AMT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2330-CLASSIFY-INCOME-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-WRITE-SNAPSHOT                                           *
      * A snapshot already on file for the month is from an earlier   *
      * run of the same month-end and is replaced.                    *
      *****************************************************************
       2400-WRITE-SNAPSHOT.

           WRITE FD-MISHIST-REC FROM MISH-RECORD
           IF MISHIST-SUCCESS
              ADD 1                     TO WS-SNAP-WRITTEN-COUNT
              GO TO 2400-WRITE-SNAPSHOT-EXIT
           END-IF

           IF MISHIST-DUPKEY
              REWRITE FD-MISHIST-REC FROM MISH-RECORD
              IF MISHIST-SUCCESS
                 ADD 1                  TO WS-SNAP-REPLACED-COUNT
                 GO TO 2400-WRITE-SNAPSHOT-EXIT
              END-IF
           END-IF

           ADD 1                        TO WS-SNAP-ERROR-COUNT
           IF RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
           .
       2400-WRITE-SNAPSHOT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2500-ACCUMULATE-GROUP                                         *
      * Every figure goes to the account's group row and again to     *
      * the portfolio total row.                                      *
      *****************************************************************
       2500-ACCUMULATE-GROUP.

           MOVE 'N'                     TO WS-CURR-ON-BOOK-SW
           IF MISH-STATE-OPEN
           OR (MISH-STATE-CLOSED AND MISH-CURR-BAL NOT = 0)
              SET WS-CURR-ON-BOOK       TO TRUE
           END-IF

           PERFORM 2510-FIND-GROUP-ENTRY
              THRU 2510-FIND-GROUP-ENTRY-EXIT
           IF NOT WS-GRP-FOUND
              GO TO 2500-ACCUMULATE-GROUP-EXIT
           END-IF

           MOVE WS-GRP-IDX              TO WS-ROW-IDX
           PERFORM 2520-ADD-TO-ROW
              THRU 2520-ADD-TO-ROW-EXIT

           MOVE WS-MIS-TOTAL-IDX        TO WS-ROW-IDX
           PERFORM 2520-ADD-TO-ROW
              THRU 2520-ADD-TO-ROW-EXIT
           .
       2500-ACCUMULATE-GROUP-EXIT.
           EXIT
           .

      *****************************************************************
      * 2510-FIND-GROUP-ENTRY                                         *
      * Leaves WS-GRP-IDX on the account's group row, adding the row  *
      * the first time the group is seen.                             *
      *****************************************************************
       2510-FIND-GROUP-ENTRY.

           MOVE 'N'                        TO WS-GRP-FOUND-SW
           MOVE 1                          TO WS-GRP-IDX

           PERFORM 2511-SEARCH-GROUP-ENTRY
              THRU 2511-SEARCH-GROUP-ENTRY-EXIT
              UNTIL WS-GRP-FOUND
                 OR WS-GRP-IDX > WS-MIS-GROUP-COUNT

           IF NOT WS-GRP-FOUND
               IF WS-MIS-GROUP-COUNT = WS-MIS-GROUP-MAX
                   MOVE 'ACCOUNT GROUP TABLE FULL - RUN ABANDONED'
                                            TO MISRPT-RECORD
                   WRITE MISRPT-RECORD
                   MOVE 8                   TO RETURN-CODE
                   SET WS-RUN-FAILED        TO TRUE
                   SET ACCTFILE-AT-EOF      TO TRUE
                   GO TO 2510-FIND-GROUP-ENTRY-EXIT
               END-IF
               ADD 1                       TO WS-MIS-GROUP-COUNT
               MOVE WS-MIS-GROUP-COUNT     TO WS-GRP-IDX
               MOVE WS-GRP-IDX             TO WS-ROW-IDX
               PERFORM 2530-CLEAR-ROW
                  THRU 2530-CLEAR-ROW-EXIT
               MOVE ACCT-GROUP-ID          TO
                    WS-MIS-GROUP-ID (WS-GRP-IDX)
               SET WS-GRP-FOUND            TO TRUE
           END-IF
           .
       2510-FIND-GROUP-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2511-SEARCH-GROUP-ENTRY                                       *
      *****************************************************************
       2511-SEARCH-GROUP-ENTRY.

           IF WS-MIS-GROUP-ID (WS-GRP-IDX) = ACCT-GROUP-ID
               SET WS-GRP-FOUND             TO TRUE
           ELSE
               ADD 1                        TO WS-GRP-IDX
           END-IF
           .
       2511-SEARCH-GROUP-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2520-ADD-TO-ROW                                               *
      * Adds the snapshot just built to row WS-ROW-IDX.  Balances,    *
      * limits and buckets count the accounts on the book; a prior-   *
      * month on-book account in bucket n has rolled on if it is now  *
      * in a later bucket or charged off.                             *
      *****************************************************************
       2520-ADD-TO-ROW.

           EVALUATE TRUE
               WHEN MISH-STATE-OPEN
                   ADD 1 TO WS-MIS-OPEN-CNT (WS-ROW-IDX)
               WHEN MISH-STATE-CLOSED
                   ADD 1 TO WS-MIS-CLOSED-CNT (WS-ROW-IDX)
               WHEN OTHER
                   ADD 1 TO WS-MIS-CHGOFF-CNT (WS-ROW-IDX)
           END-EVALUATE

           IF WS-CURR-ON-BOOK
              COMPUTE WS-BKT-IDX = MISH-DELQ-BUCKET + 1
              ADD MISH-CURR-BAL         TO WS-MIS-BALANCE (WS-ROW-IDX)
              ADD MISH-CREDIT-LIMIT     TO
                  WS-MIS-CREDIT-LIMIT (WS-ROW-IDX)
              ADD 1                     TO
                  WS-MIS-BKT-CNT (WS-ROW-IDX WS-BKT-IDX)
              ADD MISH-CURR-BAL         TO
                  WS-MIS-BKT-BAL (WS-ROW-IDX WS-BKT-IDX)
           END-IF

           ADD MISH-FIN-CHARGE-AMT      TO
               WS-MIS-FIN-CHARGE (WS-ROW-IDX)
           ADD MISH-FEE-AMT             TO WS-MIS-FEES (WS-ROW-IDX)
           IF MISH-CHARGEOFF-AMT NOT = 0
              ADD 1                     TO
                  WS-MIS-MTH-CHGOFF-CNT (WS-ROW-IDX)
              ADD MISH-CHARGEOFF-AMT    TO
                  WS-MIS-MTH-CHGOFF-AMT (WS-ROW-IDX)
           END-IF

           IF PRIOR-SNAPSHOT-FOUND
           AND WS-PRIOR-ON-BOOK
              COMPUTE WS-BKT-IDX = WS-PRIOR-BUCKET + 1
              ADD 1                     TO
                  WS-MIS-ROLL-BASE (WS-ROW-IDX WS-BKT-IDX)
              IF MISH-STATE-CHARGED-OFF
              OR (WS-CURR-ON-BOOK
                  AND MISH-DELQ-BUCKET > WS-PRIOR-BUCKET)
                 ADD 1                  TO
                     WS-MIS-ROLL-FWD (WS-ROW-IDX WS-BKT-IDX)
              END-IF
           END-IF
           .
       2520-ADD-TO-ROW-EXIT.
           EXIT
           .

      *****************************************************************
      * 2530-CLEAR-ROW                                                *
      *****************************************************************
       2530-CLEAR-ROW.

           MOVE 0 TO WS-MIS-OPEN-CNT (WS-ROW-IDX)
                     WS-MIS-CLOSED-CNT (WS-ROW-IDX)
                     WS-MIS-CHGOFF-CNT (WS-ROW-IDX)
                     WS-MIS-BALANCE (WS-ROW-IDX)
                     WS-MIS-CREDIT-LIMIT (WS-ROW-IDX)
                     WS-MIS-FIN-CHARGE (WS-ROW-IDX)
                     WS-MIS-FEES (WS-ROW-IDX)
                     WS-MIS-MTH-CHGOFF-CNT (WS-ROW-IDX)
                     WS-MIS-MTH-CHGOFF-AMT (WS-ROW-IDX)
           PERFORM 2531-CLEAR-ROW-BUCKET
              THRU 2531-CLEAR-ROW-BUCKET-EXIT
              VARYING WS-BKT-IDX FROM 1 BY 1
                UNTIL WS-BKT-IDX > 7
           .
       2530-CLEAR-ROW-EXIT.
           EXIT
           .

      *****************************************************************
      * 2531-CLEAR-ROW-BUCKET                                         *
      *****************************************************************
       2531-CLEAR-ROW-BUCKET.

           MOVE 0 TO WS-MIS-BKT-CNT (WS-ROW-IDX WS-BKT-IDX)
                     WS-MIS-BKT-BAL (WS-ROW-IDX WS-BKT-IDX)
                     WS-MIS-ROLL-BASE (WS-ROW-IDX WS-BKT-IDX)
                     WS-MIS-ROLL-FWD (WS-ROW-IDX WS-BKT-IDX)
           .
       2531-CLEAR-ROW-BUCKET-EXIT.
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
      * 8100-WRITE-REPORT                                             *
      * One block per account group in the order the groups were      *
      * met, then the same block for the portfolio total.             *
      *****************************************************************
       8100-WRITE-REPORT.

           MOVE WS-REPORT-MONTH-PARM       TO WS-RPT-HDG-MONTH
           MOVE WS-PRIOR-MONTH             TO WS-RPT-HDG-PRIOR
           MOVE WS-RUN-DATE-FORMATTED      TO WS-RPT-HDG-RUN-DATE
           WRITE MISRPT-RECORD FROM WS-RPT-HEADING1
           IF WS-PRIOR-FOUND-COUNT = 0
              WRITE MISRPT-RECORD FROM WS-RPT-NO-PRIOR-LINE
           END-IF
           MOVE SPACES                     TO MISRPT-RECORD
           WRITE MISRPT-RECORD

           PERFORM 8110-WRITE-GROUP-BLOCK
              THRU 8110-WRITE-GROUP-BLOCK-EXIT
              VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-MIS-GROUP-COUNT

           MOVE WS-MIS-TOTAL-IDX           TO WS-ROW-IDX
           PERFORM 8110-WRITE-GROUP-BLOCK
              THRU 8110-WRITE-GROUP-BLOCK-EXIT
           .
       8100-WRITE-REPORT-EXIT.
           EXIT
           .

      *****************************************************************
      * 8110-WRITE-GROUP-BLOCK                                        *
      * Utilization is the on-book balance over the on-book credit    *
      * limit.                                                        *
      *****************************************************************
       8110-WRITE-GROUP-BLOCK.

           MOVE WS-MIS-GROUP-ID (WS-ROW-IDX)  TO WS-RPT-GROUP-ID
           MOVE WS-MIS-OPEN-CNT (WS-ROW-IDX)  TO WS-RPT-OPEN-CNT
           MOVE WS-MIS-CLOSED-CNT (WS-ROW-IDX)
                                              TO WS-RPT-CLOSED-CNT
           MOVE WS-MIS-CHGOFF-CNT (WS-ROW-IDX)
                                              TO WS-RPT-CHGOFF-CNT
           MOVE WS-MIS-BALANCE (WS-ROW-IDX)   TO WS-RPT-BALANCE
           MOVE WS-MIS-CREDIT-LIMIT (WS-ROW-IDX)
                                              TO WS-RPT-CREDIT-LIMIT
           PERFORM 8120-COMPUTE-UTILIZATION
              THRU 8120-COMPUTE-UTILIZATION-EXIT
           MOVE WS-UTIL-PCT                   TO WS-RPT-UTIL-PCT
           WRITE MISRPT-RECORD FROM WS-RPT-GROUP-LINE

           MOVE SPACES                        TO WS-RPT-BKT-HDG-COLS
                                                 WS-RPT-BKT-CNT-COLS
                                                 WS-RPT-BKT-BAL-COLS
                                                 WS-RPT-BKT-ROLL-COLS
           PERFORM 8130-EDIT-BUCKET-COLUMN
              THRU 8130-EDIT-BUCKET-COLUMN-EXIT
              VARYING WS-BKT-IDX FROM 1 BY 1
                UNTIL WS-BKT-IDX > 7
           WRITE MISRPT-RECORD FROM WS-RPT-BUCKET-HEADING
           WRITE MISRPT-RECORD FROM WS-RPT-BUCKET-COUNTS
           WRITE MISRPT-RECORD FROM WS-RPT-BUCKET-BALANCES
           WRITE MISRPT-RECORD FROM WS-RPT-BUCKET-ROLLS

           MOVE WS-MIS-FIN-CHARGE (WS-ROW-IDX) TO WS-RPT-FIN-CHARGE
           MOVE WS-MIS-FEES (WS-ROW-IDX)       TO WS-RPT-FEES
           MOVE WS-MIS-MTH-CHGOFF-CNT (WS-ROW-IDX)
                                               TO WS-RPT-MTH-CHGOFF-CNT
           MOVE WS-MIS-MTH-CHGOFF-AMT (WS-ROW-IDX)
                                               TO WS-RPT-MTH-CHGOFF-AMT
           WRITE MISRPT-RECORD FROM WS-RPT-INCOME-LINE

           MOVE SPACES                         TO MISRPT-RECORD
           WRITE MISRPT-RECORD
           .
       8110-WRITE-GROUP-BLOCK-EXIT.
           EXIT
           .

      *****************************************************************
      * 8120-COMPUTE-UTILIZATION                                      *
      *****************************************************************
       8120-COMPUTE-UTILIZATION.

           MOVE 0                              TO WS-UTIL-PCT
           IF WS-MIS-CREDIT-LIMIT (WS-ROW-IDX) > 0
              COMPUTE WS-UTIL-PCT ROUNDED =
                  WS-MIS-BALANCE (WS-ROW-IDX) * 100
                / WS-MIS-CREDIT-LIMIT (WS-ROW-IDX)
                  ON SIZE ERROR
                      MOVE 999.99              TO WS-UTIL-PCT
              END-COMPUTE
           END-IF
           .
       8120-COMPUTE-UTILIZATION-EXIT.
           EXIT
           .

      *****************************************************************
      * 8130-EDIT-BUCKET-COLUMN                                       *
      *****************************************************************
       8130-EDIT-BUCKET-COLUMN.

           MOVE WS-BUCKET-LABEL (WS-BKT-IDX)   TO
                WS-RPT-BKT-HDG (WS-BKT-IDX) (1:14)
           MOVE WS-MIS-BKT-CNT (WS-ROW-IDX WS-BKT-IDX)
                                               TO
                WS-RPT-BKT-CNT (WS-BKT-IDX)
           MOVE WS-MIS-BKT-BAL (WS-ROW-IDX WS-BKT-IDX)
                                               TO
                WS-RPT-BKT-BAL (WS-BKT-IDX)
           PERFORM 8140-COMPUTE-ROLL-RATE
              THRU 8140-COMPUTE-ROLL-RATE-EXIT
           MOVE WS-ROLL-PCT                    TO
                WS-RPT-BKT-ROLL (WS-BKT-IDX)
           .
       8130-EDIT-BUCKET-COLUMN-EXIT.
           EXIT
           .

      *****************************************************************
      * 8140-COMPUTE-ROLL-RATE                                        *
      *****************************************************************
       8140-COMPUTE-ROLL-RATE.

           MOVE 0                              TO WS-ROLL-PCT
           IF WS-MIS-ROLL-BASE (WS-ROW-IDX WS-BKT-IDX) > 0
              COMPUTE WS-ROLL-PCT ROUNDED =
                  WS-MIS-ROLL-FWD (WS-ROW-IDX WS-BKT-IDX) * 100
                / WS-MIS-ROLL-BASE (WS-ROW-IDX WS-BKT-IDX)
           END-IF
           .
       8140-COMPUTE-ROLL-RATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 8200-WRITE-CSV-FILE                                           *
      * The heading row, then one row per account group.  The total   *
      * is left off so the file sums cleanly once loaded.             *
      *****************************************************************
       8200-WRITE-CSV-FILE.

           WRITE MISCSV-RECORD FROM WS-CSV-HEADING

           PERFORM 8210-WRITE-CSV-ROW
              THRU 8210-WRITE-CSV-ROW-EXIT
              VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > WS-MIS-GROUP-COUNT
           .
       8200-WRITE-CSV-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 8210-WRITE-CSV-ROW                                            *
      *****************************************************************
       8210-WRITE-CSV-ROW.

           MOVE SPACES                         TO WS-CSV-LINE
           MOVE 1                              TO WS-CSV-PTR
           SET WS-CSV-FIRST-FIELD              TO TRUE

           MOVE WS-REPORT-MONTH-PARM           TO WS-CSV-FIELD
           PERFORM 8220-APPEND-CSV-FIELD
              THRU 8220-APPEND-CSV-FIELD-EXIT
           MOVE WS-MIS-GROUP-ID (WS-ROW-IDX)   TO WS-CSV-FIELD
           PERFORM 8220-APPEND-CSV-FIELD
              THRU 8220-APPEND-CSV-FIELD-EXIT

           MOVE WS-MIS-OPEN-CNT (WS-ROW-IDX)   TO WS-CSV-COUNT-EDIT
           PERFORM 8230-APPEND-CSV-COUNT
              THRU 8230-APPEND-CSV-COUNT-EXIT
           MOVE WS-MIS-CLOSED-CNT (WS-ROW-IDX) TO WS-CSV-COUNT-EDIT
           PERFORM 8230-APPEND-CSV-COUNT
              THRU 8230-APPEND-CSV-COUNT-EXIT
           MOVE WS-MIS-CHGOFF-CNT (WS-ROW-IDX) TO WS-CSV-COUNT-EDIT
           PERFORM 8230-APPEND-CSV-COUNT
              THRU 8230-APPEND-CSV-COUNT-EXIT

           MOVE WS-MIS-BALANCE (WS-ROW-IDX)    TO WS-CSV-AMT-EDIT
           PERFORM 8240-APPEND-CSV-AMOUNT
              THRU 8240-APPEND-CSV-AMOUNT-EXIT
           MOVE WS-MIS-CREDIT-LIMIT (WS-ROW-IDX)
                                               TO WS-CSV-AMT-EDIT
           PERFORM 8240-APPEND-CSV-AMOUNT
              THRU 8240-APPEND-CSV-AMOUNT-EXIT
           PERFORM 8120-COMPUTE-UTILIZATION
              THRU 8120-COMPUTE-UTILIZATION-EXIT
           MOVE WS-UTIL-PCT                    TO WS-CSV-RATE-EDIT
           PERFORM 8250-APPEND-CSV-RATE
              THRU 8250-APPEND-CSV-RATE-EXIT

           PERFORM 8211-APPEND-BUCKET-COUNT
              THRU 8211-APPEND-BUCKET-COUNT-EXIT
              VARYING WS-BKT-IDX FROM 1 BY 1
                UNTIL WS-BKT-IDX > 7
           PERFORM 8212-APPEND-BUCKET-BALANCE
              THRU 8212-APPEND-BUCKET-BALANCE-EXIT
              VARYING WS-BKT-IDX FROM 1 BY 1
                UNTIL WS-BKT-IDX > 7

           MOVE WS-MIS-FIN-CHARGE (WS-ROW-IDX) TO WS-CSV-AMT-EDIT
           PERFORM 8240-APPEND-CSV-AMOUNT
              THRU 8240-APPEND-CSV-AMOUNT-EXIT
           MOVE WS-MIS-FEES (WS-ROW-IDX)       TO WS-CSV-AMT-EDIT
           PERFORM 8240-APPEND-CSV-AMOUNT
              THRU 8240-APPEND-CSV-AMOUNT-EXIT
           MOVE WS-MIS-MTH-CHGOFF-CNT (WS-ROW-IDX)
                                               TO WS-CSV-COUNT-EDIT
           PERFORM 8230-APPEND-CSV-COUNT
              THRU 8230-APPEND-CSV-COUNT-EXIT
           MOVE WS-MIS-MTH-CHGOFF-AMT (WS-ROW-IDX)
                                               TO WS-CSV-AMT-EDIT
           PERFORM 8240-APPEND-CSV-AMOUNT
              THRU 8240-APPEND-CSV-AMOUNT-EXIT

           PERFORM 8213-APPEND-BUCKET-ROLL
              THRU 8213-APPEND-BUCKET-ROLL-EXIT
              VARYING WS-BKT-IDX FROM 1 BY 1
                UNTIL WS-BKT-IDX > 7

           WRITE MISCSV-RECORD FROM WS-CSV-LINE
           .
       8210-WRITE-CSV-ROW-EXIT.
           EXIT
           .

      *****************************************************************
      * 8211-APPEND-BUCKET-COUNT                                      *
      *****************************************************************
       8211-APPEND-BUCKET-COUNT.

           MOVE WS-MIS-BKT-CNT (WS-ROW-IDX WS-BKT-IDX)
                                               TO WS-CSV-COUNT-EDIT
           PERFORM 8230-APPEND-CSV-COUNT
              THRU 8230-APPEND-CSV-COUNT-EXIT
           .
       8211-APPEND-BUCKET-COUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 8212-APPEND-BUCKET-BALANCE                                    *
      *****************************************************************
       8212-APPEND-BUCKET-BALANCE.

           MOVE WS-MIS-BKT-BAL (WS-ROW-IDX WS-BKT-IDX)
                                               TO WS-CSV-AMT-EDIT
           PERFORM 8240-APPEND-CSV-AMOUNT
              THRU 8240-APPEND-CSV-AMOUNT-EXIT
           .
       8212-APPEND-BUCKET-BALANCE-EXIT.
           EXIT
           .

      *****************************************************************
      * 8213-APPEND-BUCKET-ROLL                                       *
      *****************************************************************
       8213-APPEND-BUCKET-ROLL.

           PERFORM 8140-COMPUTE-ROLL-RATE
              THRU 8140-COMPUTE-ROLL-RATE-EXIT
           MOVE WS-ROLL-PCT                    TO WS-CSV-RATE-EDIT
           PERFORM 8250-APPEND-CSV-RATE
              THRU 8250-APPEND-CSV-RATE-EXIT
           .
       8213-APPEND-BUCKET-ROLL-EXIT.
           EXIT
           .

      *****************************************************************
      * 8220-APPEND-CSV-FIELD                                         *
      * Appends WS-CSV-FIELD to the row without its leading spaces,   *
      * behind a comma unless it is the first field.  An all-space    *
      * field leaves an empty column.                                 *
      *****************************************************************
       8220-APPEND-CSV-FIELD.

           IF WS-CSV-FIRST-FIELD
              MOVE 'N'                         TO WS-CSV-FIRST-SW
           ELSE
              STRING ',' DELIMITED BY SIZE
                     INTO WS-CSV-LINE
                     WITH POINTER WS-CSV-PTR
              END-STRING
           END-IF

           MOVE 0                              TO WS-CSV-LEAD
           INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEAD
                   FOR LEADING SPACES
           IF WS-CSV-LEAD < 20
              STRING WS-CSV-FIELD (WS-CSV-LEAD + 1:)
                     DELIMITED BY SPACE
                     INTO WS-CSV-LINE
                     WITH POINTER WS-CSV-PTR
              END-STRING
           END-IF
           .
       8220-APPEND-CSV-FIELD-EXIT.
           EXIT
           .

      *****************************************************************
      * 8230-APPEND-CSV-COUNT                                         *
      *****************************************************************
       8230-APPEND-CSV-COUNT.

           MOVE WS-CSV-COUNT-EDIT              TO WS-CSV-FIELD
           PERFORM 8220-APPEND-CSV-FIELD
              THRU 8220-APPEND-CSV-FIELD-EXIT
           .
       8230-APPEND-CSV-COUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 8240-APPEND-CSV-AMOUNT                                        *
      *****************************************************************
       8240-APPEND-CSV-AMOUNT.

           MOVE WS-CSV-AMT-EDIT                TO WS-CSV-FIELD
           PERFORM 8220-APPEND-CSV-FIELD
              THRU 8220-APPEND-CSV-FIELD-EXIT
           .
       8240-APPEND-CSV-AMOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 8250-APPEND-CSV-RATE                                          *
      *****************************************************************
       8250-APPEND-CSV-RATE.

           MOVE WS-CSV-RATE-EDIT               TO WS-CSV-FIELD
           PERFORM 8220-APPEND-CSV-FIELD
              THRU 8220-APPEND-CSV-FIELD-EXIT
           .
       8250-APPEND-CSV-RATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      * A run abandoned on a bad month card or a full group table     *
      * prints no portfolio figures - they would be incomplete.       *
      *****************************************************************
       9000-TERMINATE.

           IF NOT WS-RUN-FAILED
              PERFORM 8100-WRITE-REPORT
                 THRU 8100-WRITE-REPORT-EXIT
              PERFORM 8200-WRITE-CSV-FILE
                 THRU 8200-WRITE-CSV-FILE-EXIT
           END-IF

           MOVE WS-ACCT-COUNT            TO WS-RPT-ACCT-TOTAL
           WRITE MISRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-SNAP-WRITTEN-COUNT    TO WS-RPT-WRITTEN-TOTAL
           WRITE MISRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-SNAP-REPLACED-COUNT   TO WS-RPT-REPLACED-TOTAL
           WRITE MISRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-SNAP-ERROR-COUNT      TO WS-RPT-ERROR-TOTAL
           WRITE MISRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-PRIOR-FOUND-COUNT     TO WS-RPT-PRIOR-TOTAL
           WRITE MISRPT-RECORD FROM WS-RPT-SUMMARY5

           MOVE WS-MIS-GROUP-COUNT       TO WS-RPT-GROUP-TOTAL
           WRITE MISRPT-RECORD FROM WS-RPT-SUMMARY6

           CLOSE ACCTFILE-FILE
                 TRANFILE-FILE
                 MISHIST-FILE
                 MISRPT-FILE
                 MISCSV-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
