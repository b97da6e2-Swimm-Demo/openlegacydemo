      ******************************************************************
      * Program:     CBSPH01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Monthly special handling report.  Lists every    *
      *              account whose special handling code is in force, *
      *              has a change awaiting approval, or had anything  *
      *              held back this month - late fees and dunning,    *
      *              collections, autopay drafts and interest above   *
      *              the SCRA rate - with what each batch suppressed  *
      *              and the condition code last sent to the bureau,  *
      *              for compliance to review.  The month-to-date     *
      *              figures are then reset for the next month and    *
      *              the run date stamped on each record.             *
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
           CBSPH01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPHDAT-FILE ASSIGN TO SPHDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-SPH-ACCT-ID
                  FILE STATUS IS SPHDAT-STATUS.

           SELECT SPHRPT-FILE ASSIGN TO SPHRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SPHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SPHDAT-FILE.
       01  FD-SPHDAT-REC.
           05  FD-SPH-ACCT-ID                PIC 9(11).
           05  FILLER                        PIC X(189).

       FD  SPHRPT-FILE.
       01  SPHRPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  SPHDAT-STATUS                  PIC X(02).
               88  SPHDAT-SUCCESS                     VALUE '00'.
               88  SPHDAT-EOF                         VALUE '10'.
           05  SPHRPT-STATUS                  PIC X(02).
               88  SPHRPT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SPHDAT-EOF-SW               PIC X(01) VALUE 'N'.
               88  SPHDAT-AT-EOF                       VALUE 'Y'.
           05  WS-SPH-ACTIVE-SW               PIC X(01) VALUE 'N'.
               88  WS-SPH-ACTIVE                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SPH-COUNT                   PIC 9(07) COMP VALUE 0.
           05  WS-LISTED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-ACTIVE-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-PENDING-COUNT               PIC 9(07) COMP VALUE 0.

       01  WS-TOTALS.
           05  WS-LATE-FEE-TOTAL              PIC S9(09)V99 VALUE 0.
           05  WS-AUTOPAY-TOTAL               PIC S9(11)V99 VALUE 0.
           05  WS-INT-SAVED-TOTAL             PIC S9(09)V99 VALUE 0.

       01  WS-RUN-DATE.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).

      *************************************************************
      * Special handling record layout, via the shared copybook   *
      *************************************************************
           COPY CVSPH01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'MONTHLY SPECIAL HANDLING REPORT         '.
               10  FILLER                     PIC X(12)
                   VALUE 'RUN DATE:   '.
               10  WS-RPT-RUN-DATE            PIC X(10).
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(12)
                   VALUE 'ACCOUNT ID  '.
               10  FILLER                     PIC X(03)
                   VALUE 'CD '.
               10  FILLER                     PIC X(11)
                   VALUE 'START      '.
               10  FILLER                     PIC X(11)
                   VALUE 'END        '.
               10  FILLER                     PIC X(09)
                   VALUE 'STATUS   '.
               10  FILLER                     PIC X(16)
                   VALUE 'LATE FEES HELD  '.
               10  FILLER                     PIC X(18)
                   VALUE 'AUTOPAY STOPPED   '.
               10  FILLER                     PIC X(12)
                   VALUE 'INT SAVED   '.
               10  FILLER                     PIC X(11)
                   VALUE 'COLL HELD  '.
               10  FILLER                     PIC X(06)
                   VALUE 'BUREAU'.
           05  WS-RPT-DETAIL.
               10  WS-RPT-ACCT-ID             PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-HANDLING-CD         PIC X(01).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-RPT-START-DATE          PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-END-DATE            PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-STATUS              PIC X(08).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-FEE-CNT             PIC ZZ9.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-FEE-AMT             PIC ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-AUTOPAY-CNT         PIC ZZ9.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-AUTOPAY-AMT         PIC Z,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-INT-SAVED           PIC ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-COLL-HELD-DATE      PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-BUREAU-CD           PIC X(02).
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'RECORDS READ...........: '.
               10  WS-RPT-SPH-TOTAL           PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNTS LISTED........: '.
               10  WS-RPT-LISTED-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'CODES IN FORCE.........: '.
               10  WS-RPT-ACTIVE-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'AWAITING APPROVAL......: '.
               10  WS-RPT-PENDING-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'LATE FEES SUPPRESSED...: '.
               10  WS-RPT-FEE-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY6.
               10  FILLER                     PIC X(25)
                   VALUE 'AUTOPAY DRAFTS STOPPED.: '.
               10  WS-RPT-AUTOPAY-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY7.
               10  FILLER                     PIC X(25)
                   VALUE 'INTEREST SAVED BY SCRA.: '.
               10  WS-RPT-INT-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-REPORT-HANDLING
              THRU 2000-REPORT-HANDLING-EXIT
              UNTIL SPHDAT-AT-EOF

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

           OPEN I-O    SPHDAT-FILE
           OPEN OUTPUT SPHRPT-FILE

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           MOVE WS-RUN-DATE-FORMATTED   TO WS-RPT-RUN-DATE
           WRITE SPHRPT-RECORD FROM WS-RPT-HEADING1
           WRITE SPHRPT-RECORD FROM WS-RPT-HEADING2

           PERFORM 1100-READ-NEXT-HANDLING
              THRU 1100-READ-NEXT-HANDLING-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-HANDLING                                       *
      *****************************************************************
       1100-READ-NEXT-HANDLING.

           READ SPHDAT-FILE NEXT INTO SPH-RECORD
               AT END
                   SET SPHDAT-AT-EOF          TO TRUE
           END-READ
           .
       1100-READ-NEXT-HANDLING-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-REPORT-HANDLING                                          *
      * A code is in force from its start date through its end date,  *
      * the same test the batches make through READ-SPECIAL-HANDLING. *
      * Accounts with nothing in force, nothing pending and nothing   *
      * held back this month are passed over.                         *
      *****************************************************************
       2000-REPORT-HANDLING.

           ADD 1                        TO WS-SPH-COUNT

           MOVE 'N'                     TO WS-SPH-ACTIVE-SW
           IF SPH-CD-VALID
           AND SPH-START-DATE NOT = SPACES
           AND SPH-START-DATE NOT > WS-RUN-DATE-FORMATTED
           AND (SPH-END-DATE = SPACES
                OR SPH-END-DATE NOT < WS-RUN-DATE-FORMATTED)
               SET WS-SPH-ACTIVE        TO TRUE
           END-IF

           IF WS-SPH-ACTIVE
           OR SPH-PEND-AWAITING
           OR SPH-MTD-LATE-FEE-CNT > 0
           OR SPH-MTD-AUTOPAY-CNT > 0
           OR SPH-MTD-INT-SAVED > 0
              PERFORM 2100-REPORT-ONE-ACCOUNT
                 THRU 2100-REPORT-ONE-ACCOUNT-EXIT
           END-IF

           PERFORM 1100-READ-NEXT-HANDLING
              THRU 1100-READ-NEXT-HANDLING-EXIT
           .
       2000-REPORT-HANDLING-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-REPORT-ONE-ACCOUNT                                       *
      *****************************************************************
       2100-REPORT-ONE-ACCOUNT.

           MOVE SPH-ACCT-ID             TO WS-RPT-ACCT-ID
           MOVE SPH-HANDLING-CD         TO WS-RPT-HANDLING-CD
           MOVE SPH-START-DATE          TO WS-RPT-START-DATE
           MOVE SPH-END-DATE            TO WS-RPT-END-DATE
           EVALUATE TRUE
               WHEN SPH-PEND-AWAITING
                   MOVE 'PENDING '      TO WS-RPT-STATUS
                   ADD 1                TO WS-PENDING-COUNT
               WHEN WS-SPH-ACTIVE
                   MOVE 'ACTIVE  '      TO WS-RPT-STATUS
               WHEN OTHER
                   MOVE 'ENDED   '      TO WS-RPT-STATUS
           END-EVALUATE
           IF WS-SPH-ACTIVE
               ADD 1                    TO WS-ACTIVE-COUNT
           END-IF
           MOVE SPH-MTD-LATE-FEE-CNT    TO WS-RPT-FEE-CNT
           MOVE SPH-MTD-LATE-FEE-AMT    TO WS-RPT-FEE-AMT
           MOVE SPH-MTD-AUTOPAY-CNT     TO WS-RPT-AUTOPAY-CNT
           MOVE SPH-MTD-AUTOPAY-AMT     TO WS-RPT-AUTOPAY-AMT
           MOVE SPH-MTD-INT-SAVED       TO WS-RPT-INT-SAVED
           MOVE SPH-COLL-HELD-DATE      TO WS-RPT-COLL-HELD-DATE
           MOVE SPH-BUREAU-CD           TO WS-RPT-BUREAU-CD

           ADD 1                        TO WS-LISTED-COUNT
           ADD SPH-MTD-LATE-FEE-AMT     TO WS-LATE-FEE-TOTAL
           ADD SPH-MTD-AUTOPAY-AMT      TO WS-AUTOPAY-TOTAL
           ADD SPH-MTD-INT-SAVED        TO WS-INT-SAVED-TOTAL
           WRITE SPHRPT-RECORD FROM WS-RPT-DETAIL

           MOVE 0                       TO SPH-MTD-LATE-FEE-CNT
                                           SPH-MTD-LATE-FEE-AMT
                                           SPH-MTD-AUTOPAY-CNT
                                           SPH-MTD-AUTOPAY-AMT
                                           SPH-MTD-INT-SAVED
           MOVE WS-RUN-DATE-FORMATTED   TO SPH-LAST-RPT-DATE

           REWRITE FD-SPHDAT-REC FROM SPH-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF SPHDAT FAILED'
                                        TO SPHRPT-RECORD
                   WRITE SPHRPT-RECORD
           END-REWRITE
           .
       2100-REPORT-ONE-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-SPH-COUNT             TO WS-RPT-SPH-TOTAL
           WRITE SPHRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-LISTED-COUNT          TO WS-RPT-LISTED-TOTAL
           WRITE SPHRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-ACTIVE-COUNT          TO WS-RPT-ACTIVE-TOTAL
           WRITE SPHRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-PENDING-COUNT         TO WS-RPT-PENDING-TOTAL
           WRITE SPHRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-LATE-FEE-TOTAL        TO WS-RPT-FEE-TOTAL
           WRITE SPHRPT-RECORD FROM WS-RPT-SUMMARY5

           MOVE WS-AUTOPAY-TOTAL         TO WS-RPT-AUTOPAY-TOTAL
           WRITE SPHRPT-RECORD FROM WS-RPT-SUMMARY6

           MOVE WS-INT-SAVED-TOTAL       TO WS-RPT-INT-TOTAL
           WRITE SPHRPT-RECORD FROM WS-RPT-SUMMARY7

           CLOSE SPHDAT-FILE
                 SPHRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
