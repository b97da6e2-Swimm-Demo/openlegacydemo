      ******************************************************************
      * Program:     CBAUT01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Authorization hold expiry batch.  Sweeps the     *
      *              hold file the online authorization program       *
      *              (COAUT01C) writes, and expires every hold still  *
      *              open the expiry limit after it was approved -    *
      *              the merchant never settled it, so the credit it  *
      *              was reserving is handed back to the account.     *
      *              Each expired hold is listed with its account,    *
      *              card, code, amount and age for the               *
      *              authorizations desk.                             *
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
           CBAUT01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDFILE-FILE ASSIGN TO HOLDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-HOLD-KEY
                  FILE STATUS IS HOLDFILE-STATUS.

           SELECT HOLDRPT-FILE ASSIGN TO HOLDRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HOLDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOLDFILE-FILE.
       01  FD-HOLDFILE-REC.
           05  FD-HOLD-KEY.
               10  FD-HOLD-ACCT-ID           PIC 9(11).
               10  FD-HOLD-AUTH-CODE         PIC X(06).
           05  FILLER                        PIC X(133).

       FD  HOLDRPT-FILE.
       01  HOLDRPT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  HOLDFILE-STATUS                PIC X(02).
               88  HOLDFILE-SUCCESS                   VALUE '00'.
               88  HOLDFILE-EOF                       VALUE '10'.
           05  HOLDRPT-STATUS                 PIC X(02).
               88  HOLDRPT-SUCCESS                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-HOLDFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  HOLDFILE-AT-EOF                     VALUE 'Y'.
           05  WS-HOLDFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  HOLDFILE-IS-OPEN                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HOLD-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-OPEN-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-EXPIRED-COUNT               PIC 9(07) COMP VALUE 0.

       01  WS-EXPIRED-TOTAL-AMT               PIC S9(13)V99 VALUE 0.

      *************************************************************
      * A hold still open this many days after it was approved is *
      * expired.  WS-EXPIRY-DAYS-X comes from a SYSIN parameter   *
      * card (three digits); a blank or unreadable card leaves    *
      * the standard limit, since an unexpired hold keeps the     *
      * cardholder's credit tied up.                              *
      *************************************************************
       01  WS-EXPIRY-DAYS-X                   PIC X(03) VALUE SPACES.
       01  WS-EXPIRY-RULES.
           05  WS-EXPIRY-LIMIT-DAYS           PIC 9(03) VALUE 7.

       01  WS-COMPUTE-FIELDS.
           05  WS-DAYS-OUT                    PIC S9(07).
           05  WS-TODAY-DAY-NUM               PIC S9(07).
           05  WS-AUTH-DAY-NUM                PIC S9(07).
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
      * Authorization hold record layout, via the shared copybook *
      *************************************************************
           COPY CVAUT01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'EXPIRED AUTHORIZATION HOLDS REPORT      '.
               10  FILLER                     PIC X(12)
                   VALUE SPACES.
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(12)
                   VALUE 'ACCOUNT ID  '.
               10  FILLER                     PIC X(17)
                   VALUE 'CARD NUMBER      '.
               10  FILLER                     PIC X(07)
                   VALUE 'CODE   '.
               10  FILLER                     PIC X(16)
                   VALUE '          AMOUNT'.
               10  FILLER                     PIC X(01)
                   VALUE SPACE.
               10  FILLER                     PIC X(11)
                   VALUE 'AUTHORIZED '.
               10  FILLER                     PIC X(09)
                   VALUE 'DAYS OUT '.
           05  WS-RPT-DETAIL.
               10  WS-RPT-ACCT-ID             PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-CARD-NUM            PIC X(16).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-AUTH-CODE           PIC X(06).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-HOLD-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-AUTH-DATE           PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DAYS-OUT            PIC ZZZ9.
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'HOLDS READ.............: '.
               10  WS-RPT-HOLD-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'OPEN HOLDS.............: '.
               10  WS-RPT-OPEN-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'HOLDS EXPIRED..........: '.
               10  WS-RPT-EXPIRED-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'AMOUNT RELEASED........: '.
               10  WS-RPT-EXPIRED-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'EXPIRY LIMIT (DAYS)....: '.
               10  WS-RPT-LIMIT-DAYS          PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-SWEEP-HOLDS
              THRU 2000-SWEEP-HOLDS-EXIT
              UNTIL HOLDFILE-AT-EOF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * A hold file that will not open means nothing has been         *
      * authorized online yet - the report says so and the job ends   *
      * clean.                                                        *
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-EXPIRY-DAYS-X FROM SYSIN
           IF WS-EXPIRY-DAYS-X NUMERIC
              MOVE WS-EXPIRY-DAYS-X     TO WS-EXPIRY-LIMIT-DAYS
           END-IF

           OPEN OUTPUT HOLDRPT-FILE

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           WRITE HOLDRPT-RECORD FROM WS-RPT-HEADING1
           WRITE HOLDRPT-RECORD FROM WS-RPT-HEADING2

           OPEN I-O    HOLDFILE-FILE
           IF NOT HOLDFILE-SUCCESS
              SET HOLDFILE-AT-EOF       TO TRUE
              MOVE 'NO AUTHORIZATION HOLD FILE - NOTHING DONE'
                                        TO HOLDRPT-RECORD
              WRITE HOLDRPT-RECORD
              GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET HOLDFILE-IS-OPEN         TO TRUE

           MOVE WS-RUN-DATE-FORMATTED   TO WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUM-WORK         TO WS-TODAY-DAY-NUM

           PERFORM 1100-READ-NEXT-HOLD
              THRU 1100-READ-NEXT-HOLD-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-HOLD                                           *
      *****************************************************************
       1100-READ-NEXT-HOLD.

           READ HOLDFILE-FILE NEXT INTO AUTH-HOLD-RECORD
               AT END
                   SET HOLDFILE-AT-EOF        TO TRUE
           END-READ
           .
       1100-READ-NEXT-HOLD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-SWEEP-HOLDS                                              *
      *****************************************************************
       2000-SWEEP-HOLDS.

           ADD 1                        TO WS-HOLD-COUNT

           IF HOLD-STAT-OPEN
              ADD 1                     TO WS-OPEN-COUNT
              PERFORM 2100-AGE-ONE-HOLD
                 THRU 2100-AGE-ONE-HOLD-EXIT
           END-IF

           PERFORM 1100-READ-NEXT-HOLD
              THRU 1100-READ-NEXT-HOLD-EXIT
           .
       2000-SWEEP-HOLDS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-AGE-ONE-HOLD                                             *
      * A hold whose authorization date does not parse is left open   *
      * for the desk rather than expired on a guess.                  *
      *****************************************************************
       2100-AGE-ONE-HOLD.

           MOVE HOLD-AUTH-DATE          TO WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUM-WORK         TO WS-AUTH-DAY-NUM

           IF WS-AUTH-DAY-NUM = 0
              GO TO 2100-AGE-ONE-HOLD-EXIT
           END-IF

           COMPUTE WS-DAYS-OUT =
               WS-TODAY-DAY-NUM - WS-AUTH-DAY-NUM

           IF WS-DAYS-OUT < WS-EXPIRY-LIMIT-DAYS
              GO TO 2100-AGE-ONE-HOLD-EXIT
           END-IF

           SET HOLD-STAT-EXPIRED        TO TRUE
           MOVE WS-RUN-DATE-FORMATTED   TO HOLD-CLOSED-DATE
           REWRITE FD-HOLDFILE-REC FROM AUTH-HOLD-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF AUTH HOLD FAILED'
                                            TO HOLDRPT-RECORD
                   WRITE HOLDRPT-RECORD
                   GO TO 2100-AGE-ONE-HOLD-EXIT
           END-REWRITE

           ADD 1                        TO WS-EXPIRED-COUNT
           ADD HOLD-AMT                 TO WS-EXPIRED-TOTAL-AMT
           MOVE HOLD-ACCT-ID            TO WS-RPT-ACCT-ID
           MOVE HOLD-CARD-NUM           TO WS-RPT-CARD-NUM
           MOVE HOLD-AUTH-CODE          TO WS-RPT-AUTH-CODE
           MOVE HOLD-AMT                TO WS-RPT-HOLD-AMT
           MOVE HOLD-AUTH-DATE          TO WS-RPT-AUTH-DATE
           MOVE WS-DAYS-OUT             TO WS-RPT-DAYS-OUT
           WRITE HOLDRPT-RECORD FROM WS-RPT-DETAIL
           .
       2100-AGE-ONE-HOLD-EXIT.
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

           MOVE WS-HOLD-COUNT            TO WS-RPT-HOLD-TOTAL
           WRITE HOLDRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-OPEN-COUNT            TO WS-RPT-OPEN-TOTAL
           WRITE HOLDRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-EXPIRED-COUNT         TO WS-RPT-EXPIRED-TOTAL
           WRITE HOLDRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-EXPIRED-TOTAL-AMT     TO WS-RPT-EXPIRED-AMT
           WRITE HOLDRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-EXPIRY-LIMIT-DAYS     TO WS-RPT-LIMIT-DAYS
           WRITE HOLDRPT-RECORD FROM WS-RPT-SUMMARY5

           IF HOLDFILE-IS-OPEN
              CLOSE HOLDFILE-FILE
           END-IF
           CLOSE HOLDRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
