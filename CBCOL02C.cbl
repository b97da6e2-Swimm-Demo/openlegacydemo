      ******************************************************************
      * Program:     CBCOL02C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Charge-off recovery batch.  Walks the charged-   *
      *              off accounts and the recoveries (type RC) the    *
      *              posting batches recorded against them.  Every    *
      *              run cuts the recovery general ledger interface   *
      *              file for the day's postings - net recoveries     *
      *              (received less those the bank returned) summed   *
      *              per account group, in the same fixed layout and  *
      *              with the same balancing trailer as the charge-   *
      *              off file (CBCOL01C).  A trailer that does not    *
      *              balance fails the run with a non-zero return     *
      *              code.  When a report month (CCYY-MM) is given    *
      *              on the SYSIN card, the monthly recovery report   *
      *              is printed by account group: the month's charge- *
      *              offs, the month's recoveries and the net loss    *
      *              between them, then the same three figures for    *
      *              the life of the charged-off book.                *
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
           CBCOL02C.
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

           SELECT RECVGLFC-FILE ASSIGN TO RECVGLFC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RECVGLFC-STATUS.

           SELECT RECVRPT-FILE ASSIGN TO RECVRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RECVRPT-STATUS.

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

      *****************************************************************
      * Recovery general ledger interface file, in the charge-off    *
      * layout: one 'D' record per account group (the debit to cash  *
      * and the matching credit to bad debt recoveries), closed by   *
      * one 'T' trailer whose amounts, count and hash must equal the *
      * detail lines.  The count is recovery transactions and the    *
      * hash the sum of their account numbers.                       *
      *****************************************************************
       FD  RECVGLFC-FILE.
       01  FD-RECVGLFC-REC.
           05  GL-REC-TYPE                   PIC X(01).
           05  GL-GROUP-ID                   PIC X(10).
           05  GL-DEBIT-AMT                  PIC S9(13)V99.
           05  GL-CREDIT-AMT                 PIC S9(13)V99.
           05  GL-RECORD-COUNT               PIC 9(07).
           05  GL-HASH-TOTAL                 PIC 9(15).
           05  FILLER                        PIC X(17).

       FD  RECVRPT-FILE.
       01  RECVRPT-RECORD                    PIC X(132).

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
           05  RECVGLFC-STATUS                PIC X(02).
               88  RECVGLFC-SUCCESS                   VALUE '00'.
           05  RECVRPT-STATUS                 PIC X(02).
               88  RECVRPT-SUCCESS                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  ACCTFILE-AT-EOF                     VALUE 'Y'.
           05  WS-TRANFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  TRANFILE-AT-EOF                     VALUE 'Y'.

      *************************************************************
      * Report month, from a SYSIN card as CCYY-MM.  Blank (or a   *
      * card that does not parse) cuts the day's ledger file only  *
      * and prints no monthly report.                              *
      *************************************************************
       01  WS-REPORT-MONTH-PARM.
           05  WS-RPT-MONTH-YEAR              PIC X(04).
           05  WS-RPT-MONTH-DASH              PIC X(01).
           05  WS-RPT-MONTH-MONTH             PIC X(02).
       01  WS-REPORT-MONTH-SW                 PIC X(01) VALUE 'N'.
           88  WS-REPORT-MONTH-ON                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-CHGOFF-ACCT-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-RECOVERY-TRAN-COUNT         PIC 9(07) COMP VALUE 0.
           05  WS-GL-IDX                      PIC 9(03) COMP VALUE 0.
           05  WS-LOSS-IDX                    PIC 9(03) COMP VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-RECOVERY-AMT                PIC S9(09)V99.
           05  WS-CHGOFF-AMT                  PIC S9(10)V99.
           05  WS-RECOVERED-AMT               PIC S9(10)V99.
           05  WS-NET-LOSS-AMT                PIC S9(13)V99.

      *************************************************************
      * General ledger accumulators, one row per account group     *
      * with recoveries posted today, proven against independent   *
      * run totals before the file is handed to Finance - the same *
      * discipline as the charge-off and finance charge jobs.      *
      *************************************************************
       01  WS-GL-SWITCHES.
           05  WS-GL-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  WS-GL-FOUND                         VALUE 'Y'.

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
      * Net loss accumulators for the monthly report, one row per  *
      * account group with a charged-off account on the book.      *
      *************************************************************
       01  WS-LOSS-SWITCHES.
           05  WS-LOSS-FOUND-SW               PIC X(01) VALUE 'N'.
               88  WS-LOSS-FOUND                       VALUE 'Y'.

       01  WS-LOSS-TABLE.
           05  WS-LOSS-GROUP-MAX              PIC 9(03) COMP VALUE 100.
           05  WS-LOSS-GROUP-COUNT            PIC 9(03) COMP VALUE 0.
           05  WS-LOSS-ENTRY OCCURS 100 TIMES.
               10  WS-LOSS-GROUP-ID           PIC X(10).
               10  WS-LOSS-MTH-CHGOFF-CNT     PIC 9(07).
               10  WS-LOSS-MTH-CHGOFF-AMT     PIC S9(13)V99.
               10  WS-LOSS-MTH-RECOV-AMT      PIC S9(13)V99.
               10  WS-LOSS-LIFE-CHGOFF-AMT    PIC S9(13)V99.
               10  WS-LOSS-LIFE-RECOV-AMT     PIC S9(13)V99.

       01  WS-LOSS-TOTALS.
           05  WS-LOSS-TOT-CHGOFF-CNT         PIC 9(07) VALUE 0.
           05  WS-LOSS-TOT-MTH-CHGOFF         PIC S9(13)V99 VALUE 0.
           05  WS-LOSS-TOT-MTH-RECOV          PIC S9(13)V99 VALUE 0.
           05  WS-LOSS-TOT-LIFE-CHGOFF        PIC S9(13)V99 VALUE 0.
           05  WS-LOSS-TOT-LIFE-RECOV         PIC S9(13)V99 VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).

      *************************************************************
      * Master record layouts, via the shared copybooks           *
      *************************************************************
           COPY CVACT01Y.

           COPY CVTRA02Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'CHARGE-OFF RECOVERY REPORT - MONTH     '.
               10  WS-RPT-HDG-MONTH           PIC X(07).
               10  FILLER                     PIC X(05)
                   VALUE SPACES.
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(11)
                   VALUE SPACES.
               10  FILLER                     PIC X(55)
                   VALUE 'THIS MONTH'.
               10  FILLER                     PIC X(54)
                   VALUE 'LIFE OF CHARGE-OFF'.
           05  WS-RPT-HEADING3.
               10  FILLER                     PIC X(11)
                   VALUE 'GROUP ID   '.
               10  FILLER                     PIC X(18)
                   VALUE 'CHARGED OFF       '.
               10  FILLER                     PIC X(18)
                   VALUE 'RECOVERED         '.
               10  FILLER                     PIC X(19)
                   VALUE 'NET LOSS           '.
               10  FILLER                     PIC X(18)
                   VALUE 'CHARGED OFF       '.
               10  FILLER                     PIC X(18)
                   VALUE 'RECOVERED         '.
               10  FILLER                     PIC X(18)
                   VALUE 'NET LOSS          '.
           05  WS-RPT-DETAIL.
               10  WS-RPT-GROUP-ID            PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-MTH-CHGOFF          PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(04) VALUE SPACE.
               10  WS-RPT-MTH-RECOV           PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(04) VALUE SPACE.
               10  WS-RPT-MTH-NET             PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(05) VALUE SPACE.
               10  WS-RPT-LIFE-CHGOFF         PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(04) VALUE SPACE.
               10  WS-RPT-LIFE-RECOV          PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(04) VALUE SPACE.
               10  WS-RPT-LIFE-NET            PIC ZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNTS READ..........: '.
               10  WS-RPT-ACCT-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'CHARGED-OFF ACCOUNTS...: '.
               10  WS-RPT-CHGOFF-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'CHARGED OFF THIS MONTH.: '.
               10  WS-RPT-MTH-CHGOFF-TOTAL    PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'RECOVERIES POSTED TODAY: '.
               10  WS-RPT-GL-COUNT-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'NET RECOVERED TODAY....: '.
               10  WS-RPT-GL-AMT-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
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
      *****************************************************************
       1000-INITIALIZE.

           MOVE SPACES                  TO WS-REPORT-MONTH-PARM
           ACCEPT WS-REPORT-MONTH-PARM FROM SYSIN
           IF WS-RPT-MONTH-YEAR NUMERIC
           AND WS-RPT-MONTH-DASH = '-'
           AND WS-RPT-MONTH-MONTH NUMERIC
           AND WS-RPT-MONTH-MONTH > '00'
           AND WS-RPT-MONTH-MONTH < '13'
              SET WS-REPORT-MONTH-ON    TO TRUE
           END-IF

           OPEN INPUT  ACCTFILE-FILE
                       TRANFILE-FILE
           OPEN OUTPUT RECVGLFC-FILE
                       RECVRPT-FILE

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

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
      * 2000-PROCESS-ACCOUNT                                          *
      * Only charged-off accounts carry recoveries - an account that  *
      * was never written off has nothing to recover.                 *
      *****************************************************************
       2000-PROCESS-ACCOUNT.

           ADD 1                        TO WS-ACCT-COUNT

           IF ACCT-COLL-CHARGED-OFF
              ADD 1                     TO WS-CHGOFF-ACCT-COUNT
              PERFORM 2100-ACCUMULATE-LOSS
                 THRU 2100-ACCUMULATE-LOSS-EXIT
              PERFORM 2200-SCAN-RECOVERIES
                 THRU 2200-SCAN-RECOVERIES-EXIT
           END-IF

           PERFORM 1100-READ-NEXT-ACCOUNT
              THRU 1100-READ-NEXT-ACCOUNT-EXIT
           .
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-ACCUMULATE-LOSS                                          *
      * Lifetime figures come from the amounts kept on the account;  *
      * the month's charge-off is the stamped amount when the        *
      * charge-off date falls in the report month.                   *
      *****************************************************************
       2100-ACCUMULATE-LOSS.

           IF NOT WS-REPORT-MONTH-ON
              GO TO 2100-ACCUMULATE-LOSS-EXIT
           END-IF

           PERFORM 2110-FIND-LOSS-ENTRY
              THRU 2110-FIND-LOSS-ENTRY-EXIT
           IF NOT WS-LOSS-FOUND
              GO TO 2100-ACCUMULATE-LOSS-EXIT
           END-IF

           MOVE 0                       TO WS-CHGOFF-AMT
                                           WS-RECOVERED-AMT
           IF ACCT-CHARGEOFF-AMT NUMERIC
              MOVE ACCT-CHARGEOFF-AMT   TO WS-CHGOFF-AMT
           END-IF
           IF ACCT-RECOVERY-AMT NUMERIC
              MOVE ACCT-RECOVERY-AMT    TO WS-RECOVERED-AMT
           END-IF

           ADD WS-CHGOFF-AMT            TO
               WS-LOSS-LIFE-CHGOFF-AMT (WS-LOSS-IDX)
           ADD WS-RECOVERED-AMT         TO
               WS-LOSS-LIFE-RECOV-AMT (WS-LOSS-IDX)

           IF ACCT-CHARGEOFF-DATE (1:7) = WS-REPORT-MONTH-PARM
              ADD 1                     TO
                  WS-LOSS-MTH-CHGOFF-CNT (WS-LOSS-IDX)
              ADD WS-CHGOFF-AMT         TO
                  WS-LOSS-MTH-CHGOFF-AMT (WS-LOSS-IDX)
           END-IF
           .
       2100-ACCUMULATE-LOSS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2110-FIND-LOSS-ENTRY                                          *
      * Leaves WS-LOSS-IDX on the account's group row, adding the row *
      * the first time the group is seen.                             *
      *****************************************************************
       2110-FIND-LOSS-ENTRY.

           MOVE 'N'                        TO WS-LOSS-FOUND-SW
           MOVE 1                          TO WS-LOSS-IDX

           PERFORM 2111-SEARCH-LOSS-ENTRY
              THRU 2111-SEARCH-LOSS-ENTRY-EXIT
              UNTIL WS-LOSS-FOUND
                 OR WS-LOSS-IDX > WS-LOSS-GROUP-COUNT

           IF NOT WS-LOSS-FOUND
               IF WS-LOSS-GROUP-COUNT = WS-LOSS-GROUP-MAX
                   MOVE 'LOSS GROUP TABLE FULL - RUN ABANDONED'
                                            TO RECVRPT-RECORD
                   WRITE RECVRPT-RECORD
                   MOVE 8                   TO RETURN-CODE
                   SET ACCTFILE-AT-EOF      TO TRUE
                   GO TO 2110-FIND-LOSS-ENTRY-EXIT
               END-IF
               ADD 1                       TO WS-LOSS-GROUP-COUNT
               MOVE WS-LOSS-GROUP-COUNT    TO WS-LOSS-IDX
               MOVE ACCT-GROUP-ID          TO
                    WS-LOSS-GROUP-ID (WS-LOSS-IDX)
               MOVE 0                      TO
                    WS-LOSS-MTH-CHGOFF-CNT (WS-LOSS-IDX)
                    WS-LOSS-MTH-CHGOFF-AMT (WS-LOSS-IDX)
                    WS-LOSS-MTH-RECOV-AMT (WS-LOSS-IDX)
                    WS-LOSS-LIFE-CHGOFF-AMT (WS-LOSS-IDX)
                    WS-LOSS-LIFE-RECOV-AMT (WS-LOSS-IDX)
               SET WS-LOSS-FOUND           TO TRUE
           END-IF
           .
       2110-FIND-LOSS-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2111-SEARCH-LOSS-ENTRY                                        *
      *****************************************************************
       2111-SEARCH-LOSS-ENTRY.

           IF WS-LOSS-GROUP-ID (WS-LOSS-IDX) = ACCT-GROUP-ID
               SET WS-LOSS-FOUND            TO TRUE
           ELSE
               ADD 1                        TO WS-LOSS-IDX
           END-IF
           .
       2111-SEARCH-LOSS-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-SCAN-RECOVERIES                                          *
      * Browses the account's posted transactions for recoveries.     *
      *****************************************************************
       2200-SCAN-RECOVERIES.

           MOVE 'N'                     TO WS-TRANFILE-EOF-SW
           MOVE ACCT-ID                 TO FD-TRAN-ACCT-ID
           MOVE 0                       TO FD-TRAN-SEQ-NUM
           START TRANFILE-FILE KEY IS NOT LESS THAN FD-TRAN-KEY
               INVALID KEY
                   SET TRANFILE-AT-EOF      TO TRUE
           END-START

           IF NOT TRANFILE-AT-EOF
              PERFORM 2210-READ-NEXT-TRAN
                 THRU 2210-READ-NEXT-TRAN-EXIT
              PERFORM 2220-CHECK-ONE-TRAN
                 THRU 2220-CHECK-ONE-TRAN-EXIT
                 UNTIL TRANFILE-AT-EOF
                    OR TRAN-ACCT-ID NOT EQUAL ACCT-ID
           END-IF
           .
       2200-SCAN-RECOVERIES-EXIT.
           EXIT
           .

      *****************************************************************
      * 2210-READ-NEXT-TRAN                                           *
      *****************************************************************
       2210-READ-NEXT-TRAN.

           READ TRANFILE-FILE NEXT INTO TRAN-RECORD
               AT END
                   SET TRANFILE-AT-EOF      TO TRUE
           END-READ
           .
       2210-READ-NEXT-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2220-CHECK-ONE-TRAN                                           *
      *****************************************************************
       2220-CHECK-ONE-TRAN.

           IF TRAN-TYPE-RECOVERY
              PERFORM 2230-COUNT-RECOVERY
                 THRU 2230-COUNT-RECOVERY-EXIT
           END-IF

           PERFORM 2210-READ-NEXT-TRAN
              THRU 2210-READ-NEXT-TRAN-EXIT
           .
       2220-CHECK-ONE-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2230-COUNT-RECOVERY                                           *
      * A recovery credit counts for the amount received; a recovery  *
      * debit is one the bank returned and counts against it.         *
      *****************************************************************
       2230-COUNT-RECOVERY.

           IF TRAN-IS-DEBIT
              COMPUTE WS-RECOVERY-AMT = 0 - TRAN-AMT
           ELSE
              MOVE TRAN-AMT             TO WS-RECOVERY-AMT
           END-IF

           IF TRAN-POST-DATE = WS-RUN-DATE-FORMATTED
              PERFORM 2400-ACCUMULATE-GL
                 THRU 2400-ACCUMULATE-GL-EXIT
           END-IF

           IF WS-REPORT-MONTH-ON
           AND WS-LOSS-FOUND
           AND TRAN-POST-DATE (1:7) = WS-REPORT-MONTH-PARM
              ADD WS-RECOVERY-AMT       TO
                  WS-LOSS-MTH-RECOV-AMT (WS-LOSS-IDX)
           END-IF
           .
       2230-COUNT-RECOVERY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-ACCUMULATE-GL                                            *
      *****************************************************************
       2400-ACCUMULATE-GL.

           MOVE 'N'                        TO WS-GL-FOUND-SW
           MOVE 1                          TO WS-GL-IDX

           PERFORM 2410-SEARCH-GL-ENTRY
              THRU 2410-SEARCH-GL-ENTRY-EXIT
              UNTIL WS-GL-FOUND
                 OR WS-GL-IDX > WS-GL-GROUP-COUNT

           IF NOT WS-GL-FOUND
               IF WS-GL-GROUP-COUNT = WS-GL-GROUP-MAX
                   MOVE 'GL GROUP TABLE FULL - RUN ABANDONED'
                                            TO RECVRPT-RECORD
                   WRITE RECVRPT-RECORD
                   MOVE 8                   TO RETURN-CODE
                   SET ACCTFILE-AT-EOF      TO TRUE
                   GO TO 2400-ACCUMULATE-GL-EXIT
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

           ADD WS-RECOVERY-AMT             TO
               WS-GL-ENTRY-AMOUNT (WS-GL-IDX)
           ADD 1                           TO
               WS-GL-ENTRY-COUNT (WS-GL-IDX)
           ADD ACCT-ID                     TO
               WS-GL-ENTRY-HASH (WS-GL-IDX)

           ADD WS-RECOVERY-AMT             TO WS-GL-TOTAL-AMOUNT
           ADD 1                           TO WS-GL-TOTAL-COUNT
           ADD ACCT-ID                     TO WS-GL-TOTAL-HASH
           ADD 1                           TO WS-RECOVERY-TRAN-COUNT
           .
       2400-ACCUMULATE-GL-EXIT.
           EXIT
           .

      *****************************************************************
      * 2410-SEARCH-GL-ENTRY                                          *
      *****************************************************************
       2410-SEARCH-GL-ENTRY.

           IF WS-GL-ENTRY-GROUP-ID (WS-GL-IDX) = ACCT-GROUP-ID
               SET WS-GL-FOUND              TO TRUE
           ELSE
               ADD 1                        TO WS-GL-IDX
           END-IF
           .
       2410-SEARCH-GL-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 8100-WRITE-GL-FILE                                            *
      * One summarized debit/credit pair per account group, summed a  *
      * second time as the details are written, then the balancing   *
      * trailer - proven against the independent run totals before   *
      * the file is handed to Finance.                                *
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
              MOVE 'GL INTERFACE TRAILER DOES NOT BALANCE - RUN FAILED'
                                           TO RECVRPT-RECORD
              WRITE RECVRPT-RECORD
              MOVE 8                       TO RETURN-CODE
           END-IF

           MOVE SPACES                     TO FD-RECVGLFC-REC
           MOVE 'T'                        TO GL-REC-TYPE
           MOVE SPACES                     TO GL-GROUP-ID
           MOVE WS-GL-SUM-DEBIT            TO GL-DEBIT-AMT
           MOVE WS-GL-SUM-CREDIT           TO GL-CREDIT-AMT
           MOVE WS-GL-SUM-COUNT            TO GL-RECORD-COUNT
           MOVE WS-GL-SUM-HASH             TO GL-HASH-TOTAL
           WRITE FD-RECVGLFC-REC
           .
       8100-WRITE-GL-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 8110-WRITE-GL-DETAIL                                          *
      *****************************************************************
       8110-WRITE-GL-DETAIL.

           MOVE SPACES                     TO FD-RECVGLFC-REC
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
           WRITE FD-RECVGLFC-REC

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
      * 8200-WRITE-LOSS-REPORT                                        *
      * One line per account group - net loss is what was charged off *
      * less what has come back - then the book total.                *
      *****************************************************************
       8200-WRITE-LOSS-REPORT.

           MOVE WS-REPORT-MONTH-PARM       TO WS-RPT-HDG-MONTH
           WRITE RECVRPT-RECORD FROM WS-RPT-HEADING1
           WRITE RECVRPT-RECORD FROM WS-RPT-HEADING2
           WRITE RECVRPT-RECORD FROM WS-RPT-HEADING3

           MOVE 1                          TO WS-LOSS-IDX
           PERFORM 8210-WRITE-LOSS-DETAIL
              THRU 8210-WRITE-LOSS-DETAIL-EXIT
              UNTIL WS-LOSS-IDX > WS-LOSS-GROUP-COUNT

           MOVE 'TOTAL'                    TO WS-RPT-GROUP-ID
           MOVE WS-LOSS-TOT-MTH-CHGOFF     TO WS-RPT-MTH-CHGOFF
           MOVE WS-LOSS-TOT-MTH-RECOV      TO WS-RPT-MTH-RECOV
           COMPUTE WS-NET-LOSS-AMT =
               WS-LOSS-TOT-MTH-CHGOFF - WS-LOSS-TOT-MTH-RECOV
           MOVE WS-NET-LOSS-AMT            TO WS-RPT-MTH-NET
           MOVE WS-LOSS-TOT-LIFE-CHGOFF    TO WS-RPT-LIFE-CHGOFF
           MOVE WS-LOSS-TOT-LIFE-RECOV     TO WS-RPT-LIFE-RECOV
           COMPUTE WS-NET-LOSS-AMT =
               WS-LOSS-TOT-LIFE-CHGOFF - WS-LOSS-TOT-LIFE-RECOV
           MOVE WS-NET-LOSS-AMT            TO WS-RPT-LIFE-NET
           WRITE RECVRPT-RECORD FROM WS-RPT-DETAIL

           MOVE WS-LOSS-TOT-CHGOFF-CNT     TO WS-RPT-MTH-CHGOFF-TOTAL
           WRITE RECVRPT-RECORD FROM WS-RPT-SUMMARY3
           .
       8200-WRITE-LOSS-REPORT-EXIT.
           EXIT
           .

      *****************************************************************
      * 8210-WRITE-LOSS-DETAIL                                        *
      *****************************************************************
       8210-WRITE-LOSS-DETAIL.

           MOVE WS-LOSS-GROUP-ID (WS-LOSS-IDX)
                                           TO WS-RPT-GROUP-ID
           MOVE WS-LOSS-MTH-CHGOFF-AMT (WS-LOSS-IDX)
                                           TO WS-RPT-MTH-CHGOFF
           MOVE WS-LOSS-MTH-RECOV-AMT (WS-LOSS-IDX)
                                           TO WS-RPT-MTH-RECOV
           COMPUTE WS-NET-LOSS-AMT =
               WS-LOSS-MTH-CHGOFF-AMT (WS-LOSS-IDX)
             - WS-LOSS-MTH-RECOV-AMT (WS-LOSS-IDX)
           MOVE WS-NET-LOSS-AMT            TO WS-RPT-MTH-NET
           MOVE WS-LOSS-LIFE-CHGOFF-AMT (WS-LOSS-IDX)
                                           TO WS-RPT-LIFE-CHGOFF
           MOVE WS-LOSS-LIFE-RECOV-AMT (WS-LOSS-IDX)
                                           TO WS-RPT-LIFE-RECOV
           COMPUTE WS-NET-LOSS-AMT =
               WS-LOSS-LIFE-CHGOFF-AMT (WS-LOSS-IDX)
             - WS-LOSS-LIFE-RECOV-AMT (WS-LOSS-IDX)
           MOVE WS-NET-LOSS-AMT            TO WS-RPT-LIFE-NET
           WRITE RECVRPT-RECORD FROM WS-RPT-DETAIL

           ADD WS-LOSS-MTH-CHGOFF-CNT (WS-LOSS-IDX)
                                           TO WS-LOSS-TOT-CHGOFF-CNT
           ADD WS-LOSS-MTH-CHGOFF-AMT (WS-LOSS-IDX)
                                           TO WS-LOSS-TOT-MTH-CHGOFF
           ADD WS-LOSS-MTH-RECOV-AMT (WS-LOSS-IDX)
                                           TO WS-LOSS-TOT-MTH-RECOV
           ADD WS-LOSS-LIFE-CHGOFF-AMT (WS-LOSS-IDX)
                                           TO WS-LOSS-TOT-LIFE-CHGOFF
           ADD WS-LOSS-LIFE-RECOV-AMT (WS-LOSS-IDX)
                                           TO WS-LOSS-TOT-LIFE-RECOV

           ADD 1                           TO WS-LOSS-IDX
           .
       8210-WRITE-LOSS-DETAIL-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           PERFORM 8100-WRITE-GL-FILE
              THRU 8100-WRITE-GL-FILE-EXIT

           IF WS-REPORT-MONTH-ON
              PERFORM 8200-WRITE-LOSS-REPORT
                 THRU 8200-WRITE-LOSS-REPORT-EXIT
           END-IF

           MOVE WS-ACCT-COUNT            TO WS-RPT-ACCT-TOTAL
           WRITE RECVRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-CHGOFF-ACCT-COUNT     TO WS-RPT-CHGOFF-TOTAL
           WRITE RECVRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-RECOVERY-TRAN-COUNT   TO WS-RPT-GL-COUNT-TOTAL
           WRITE RECVRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-GL-TOTAL-AMOUNT       TO WS-RPT-GL-AMT-TOTAL
           WRITE RECVRPT-RECORD FROM WS-RPT-SUMMARY5

           CLOSE ACCTFILE-FILE
                 TRANFILE-FILE
                 RECVGLFC-FILE
                 RECVRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
