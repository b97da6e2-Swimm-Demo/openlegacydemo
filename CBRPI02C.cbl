      ******************************************************************
      * Program:     CBRPI02C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Repair load and suspense aging batch.  Runs      *
      *              after the nightly posting jobs.  Every daily     *
      *              transaction the posting batch (CBTRN01C)         *
      *              rejected tonight (DALYREJS) and every lockbox    *
      *              check the remittance batch (CBTRN02C) parked on  *
      *              suspense (SUSPFILE) is loaded onto the repair    *
      *              item file (RPRITEM) as an open item for the      *
      *              repair workbench screen (CORPI00C).  Once the    *
      *              suspense file has been loaded cleanly it is      *
      *              emptied - from then on the workbench is where    *
      *              the item lives until it is corrected, returned   *
      *              to the bank or written off.  A rerun the same    *
      *              night finds tonight's rejects already loaded     *
      *              and skips them.  The aging report then lists     *
      *              every unresolved item with its age and reason,   *
      *              every item returned or written off today, and    *
      *              the unresolved count and amount by age bucket    *
      *              for each source, so finance can clear suspense   *
      *              before month-end.                                *
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
           CBRPI02C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DALYREJS-FILE ASSIGN TO DALYREJS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DALYREJS-STATUS.

           SELECT SUSPFILE-FILE ASSIGN TO SUSPFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SUSPFILE-STATUS.

           SELECT RPRITEM-FILE ASSIGN TO RPRITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-RPIT-KEY
                  FILE STATUS IS RPRITEM-STATUS.

           SELECT RPIAGE-FILE ASSIGN TO RPIAGE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPIAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      * Tonight's posting rejects - the transaction as it came in,    *
      * followed by the reason the posting batch refused it.          *
      *****************************************************************
       FD  DALYREJS-FILE.
       01  FD-DALYREJS-REC.
           05  REJS-TRAN-DATA                PIC X(100).
           05  REJS-REJECT-REASON            PIC X(40).

      *****************************************************************
      * Lockbox suspense - the remittance as it came in, the reason   *
      * it was parked and the date.                                   *
      *****************************************************************
       FD  SUSPFILE-FILE.
       01  FD-SUSPFILE-REC.
           05  SUSP-REMIT-DATA               PIC X(50).
           05  SUSP-REASON                   PIC X(40).
           05  SUSP-PARKED-DATE              PIC X(10).

       FD  RPRITEM-FILE.
       01  FD-RPRITEM-REC.
           05  FD-RPIT-KEY                   PIC X(16).
           05  FILLER                        PIC X(284).

       FD  RPIAGE-FILE.
       01  RPIAGE-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  DALYREJS-STATUS                PIC X(02).
               88  DALYREJS-SUCCESS                   VALUE '00'.
           05  SUSPFILE-STATUS                PIC X(02).
               88  SUSPFILE-SUCCESS                   VALUE '00'.
           05  RPRITEM-STATUS                 PIC X(02).
               88  RPRITEM-SUCCESS                    VALUE '00'.
               88  RPRITEM-DUPKEY                     VALUE '22'.
               88  RPRITEM-NOTFOUND                   VALUE '35'.
           05  RPIAGE-STATUS                  PIC X(02).
               88  RPIAGE-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DALYREJS-EOF-SW             PIC X(01) VALUE 'N'.
               88  DALYREJS-AT-EOF                     VALUE 'Y'.
           05  WS-SUSPFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  SUSPFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-SUSPFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  SUSPFILE-AT-EOF                     VALUE 'Y'.
           05  WS-RPRITEM-EOF-SW              PIC X(01) VALUE 'N'.
               88  RPRITEM-AT-EOF                      VALUE 'Y'.
           05  WS-ITEM-WRITTEN-SW             PIC X(01) VALUE 'N'.
               88  ITEM-WRITTEN                        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REJECT-LOAD-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-REJECT-SKIP-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-SUSP-LOAD-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-LOAD-FAIL-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-UNRESOLVED-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-RETURNED-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-WRITTEN-OFF-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-ITEM-SEQ                    PIC 9(05) VALUE 0.
           05  WS-WRITE-TRIES                 PIC 9(05) COMP VALUE 0.
           05  WS-BKT-IDX                     PIC 9(02) COMP VALUE 0.

       01  WS-AMOUNT-TOTALS.
           05  WS-UNRESOLVED-AMT              PIC S9(13)V99 VALUE 0.
           05  WS-RETURNED-AMT                PIC S9(13)V99 VALUE 0.
           05  WS-WRITTEN-OFF-AMT             PIC S9(13)V99 VALUE 0.

      *************************************************************
      * Age buckets - the label and the oldest age, in days, each *
      * one takes.  The last bucket takes everything older.       *
      *************************************************************
       01  WS-AGE-BUCKET-VALUES.
           05  FILLER                         PIC X(17)
                   VALUE '0 - 2 DAYS  00002'.
           05  FILLER                         PIC X(17)
                   VALUE '3 - 7 DAYS  00007'.
           05  FILLER                         PIC X(17)
                   VALUE '8 - 15 DAYS 00015'.
           05  FILLER                         PIC X(17)
                   VALUE '16 - 30 DAYS00030'.
           05  FILLER                         PIC X(17)
                   VALUE 'OVER 30 DAYS99999'.
       01  WS-AGE-BUCKET-TABLE REDEFINES WS-AGE-BUCKET-VALUES.
           05  WS-AGE-BUCKET OCCURS 5 TIMES.
               10  WS-AGE-LABEL               PIC X(12).
               10  WS-AGE-LIMIT               PIC 9(05).

       01  WS-AGE-TOTALS.
           05  WS-AGE-TOTAL OCCURS 5 TIMES.
               10  WS-AGE-SUSP-COUNT          PIC 9(07) COMP.
               10  WS-AGE-SUSP-AMT            PIC S9(13)V99.
               10  WS-AGE-RJ-COUNT            PIC 9(07) COMP.
               10  WS-AGE-RJ-AMT              PIC S9(13)V99.

       01  WS-COMPUTE-FIELDS.
           05  WS-TODAY-DAY-NUM               PIC S9(07).
           05  WS-ITEM-AGE                    PIC S9(05).
           05  WS-DAY-NUM-WORK                PIC S9(07).
           05  WS-DAY-NUM-DAY                 PIC 9(02).

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).
           05  WS-LAST-PARKED-DATE            PIC X(10) VALUE SPACES.
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
      * Repair item and daily transaction record layouts, via     *
      * the shared copybooks                                      *
      *************************************************************
           COPY CVRPI01Y.

           COPY CVTRA01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'SUSPENSE AND REJECT AGING REPORT  RUN DA'.
               10  FILLER                     PIC X(05)
                   VALUE 'TE:  '.
               10  WS-RPT-RUN-DATE            PIC X(10).
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(04)
                   VALUE 'SRC '.
               10  FILLER                     PIC X(11)
                   VALUE 'PARKED     '.
               10  FILLER                     PIC X(06)
                   VALUE 'ITEM  '.
               10  FILLER                     PIC X(17)
                   VALUE 'ACCOUNT/CARD     '.
               10  FILLER                     PIC X(18)
                   VALUE '           AMOUNT '.
               10  FILLER                     PIC X(06)
                   VALUE '  AGE '.
               10  FILLER                     PIC X(13)
                   VALUE 'DISPOSITION  '.
               10  FILLER                     PIC X(41)
                   VALUE 'REASON / NOTE'.
               10  FILLER                     PIC X(08)
                   VALUE 'OPERATOR'.
           05  WS-RPT-DETAIL.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-SOURCE              PIC X(01).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-RPT-PARKED-DATE         PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-SEQ                 PIC 9(05).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-NUMBER              PIC X(16).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-AGE                 PIC ZZZZ9.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DISPOSITION         PIC X(12).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-REASON              PIC X(40).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-OPERATOR            PIC X(08).
           05  WS-RPT-BUCKET-HEADING.
               10  FILLER                     PIC X(14)
                   VALUE 'UNRESOLVED AGE'.
               10  FILLER                     PIC X(40)
                   VALUE '      SUSPENSE ITEMS              AMOUNT'.
               10  FILLER                     PIC X(40)
                   VALUE '        REJECT ITEMS              AMOUNT'.
           05  WS-RPT-BUCKET-LINE.
               10  WS-RPT-BKT-LABEL           PIC X(12).
               10  FILLER                     PIC X(11) VALUE SPACES.
               10  WS-RPT-BKT-SUSP-COUNT      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(03) VALUE SPACES.
               10  WS-RPT-BKT-SUSP-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(13) VALUE SPACES.
               10  WS-RPT-BKT-RJ-COUNT        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(03) VALUE SPACES.
               10  WS-RPT-BKT-RJ-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'REJECTS LOADED.........: '.
               10  WS-RPT-REJECT-LOADED       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'REJECTS ALREADY LOADED.: '.
               10  WS-RPT-REJECT-SKIPPED      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'SUSPENSE ITEMS LOADED..: '.
               10  WS-RPT-SUSP-LOADED         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'ITEMS NOT LOADED.......: '.
               10  WS-RPT-LOAD-FAILED         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'UNRESOLVED ITEMS.......: '.
               10  WS-RPT-UNRESOLVED-TOTAL    PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(03) VALUE SPACE.
               10  WS-RPT-UNRESOLVED-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-SUMMARY6.
               10  FILLER                     PIC X(25)
                   VALUE 'RETURNED TO BANK TODAY.: '.
               10  WS-RPT-RETURNED-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(03) VALUE SPACE.
               10  WS-RPT-RETURNED-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-SUMMARY7.
               10  FILLER                     PIC X(25)
                   VALUE 'WRITTEN OFF TODAY......: '.
               10  WS-RPT-WRITTEN-OFF-TOTAL   PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(03) VALUE SPACE.
               10  WS-RPT-WRITTEN-OFF-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-LOAD-ONE-REJECT
              THRU 2000-LOAD-ONE-REJECT-EXIT
              UNTIL DALYREJS-AT-EOF

           PERFORM 3000-LOAD-ONE-SUSPENSE
              THRU 3000-LOAD-ONE-SUSPENSE-EXIT
              UNTIL SUSPFILE-AT-EOF

           PERFORM 3500-EMPTY-SUSPENSE
              THRU 3500-EMPTY-SUSPENSE-EXIT

           PERFORM 4000-START-AGING
              THRU 4000-START-AGING-EXIT

           PERFORM 4100-AGE-ONE-ITEM
              THRU 4100-AGE-ONE-ITEM-EXIT
              UNTIL RPRITEM-AT-EOF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * A missing repair item file means this is the first ever run   *
      * of this job, so the file is created empty and the open        *
      * retried.  Either input may be missing on a night the posting  *
      * job it comes from did not run - there is then nothing of      *
      * that kind to load.                                            *
      *****************************************************************
       1000-INITIALIZE.

           OPEN I-O    RPRITEM-FILE
           IF RPRITEM-NOTFOUND
              OPEN OUTPUT RPRITEM-FILE
              CLOSE RPRITEM-FILE
              OPEN I-O  RPRITEM-FILE
           END-IF

           OPEN OUTPUT RPIAGE-FILE

           OPEN INPUT  DALYREJS-FILE
           IF DALYREJS-SUCCESS
              PERFORM 1100-READ-NEXT-REJECT
                 THRU 1100-READ-NEXT-REJECT-EXIT
           ELSE
              SET DALYREJS-AT-EOF       TO TRUE
           END-IF

           OPEN INPUT  SUSPFILE-FILE
           IF SUSPFILE-SUCCESS
              SET SUSPFILE-IS-OPEN      TO TRUE
              PERFORM 1200-READ-NEXT-SUSPENSE
                 THRU 1200-READ-NEXT-SUSPENSE-EXIT
           ELSE
              SET SUSPFILE-AT-EOF       TO TRUE
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

           INITIALIZE WS-AGE-TOTALS

           MOVE WS-RUN-DATE-FORMATTED   TO WS-RPT-RUN-DATE
           WRITE RPIAGE-RECORD FROM WS-RPT-HEADING1
           WRITE RPIAGE-RECORD FROM WS-RPT-HEADING2
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-REJECT                                         *
      *****************************************************************
       1100-READ-NEXT-REJECT.

           READ DALYREJS-FILE
           IF NOT DALYREJS-SUCCESS
              SET DALYREJS-AT-EOF       TO TRUE
              CLOSE DALYREJS-FILE
           END-IF
           .
       1100-READ-NEXT-REJECT-EXIT.
           EXIT
           .

      *****************************************************************
      * 1200-READ-NEXT-SUSPENSE                                       *
      *****************************************************************
       1200-READ-NEXT-SUSPENSE.

           READ SUSPFILE-FILE
           IF NOT SUSPFILE-SUCCESS
              SET SUSPFILE-AT-EOF       TO TRUE
           END-IF
           .
       1200-READ-NEXT-SUSPENSE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-LOAD-ONE-REJECT                                          *
      * A reject is keyed by the run date and its place in tonight's  *
      * reject file, so a rerun finds the same key already on file    *
      * and leaves the item - and anything an operator has done to    *
      * it since - alone.                                             *
      *****************************************************************
       2000-LOAD-ONE-REJECT.

           ADD 1                        TO WS-ITEM-SEQ
           MOVE REJS-TRAN-DATA          TO DALYTRAN-RECORD

           INITIALIZE RPIT-RECORD
           SET RPIT-FROM-REJECT         TO TRUE
           MOVE WS-RUN-DATE-FORMATTED   TO RPIT-PARKED-DATE
           MOVE WS-ITEM-SEQ             TO RPIT-SEQ-NUM
           SET RPIT-STAT-OPEN           TO TRUE
           MOVE REJS-TRAN-DATA          TO RPIT-ITEM-DATA
           MOVE REJS-REJECT-REASON      TO RPIT-REASON
           MOVE DALYTRAN-AMT            TO RPIT-AMOUNT

           WRITE FD-RPRITEM-REC FROM RPIT-RECORD
           EVALUATE TRUE
              WHEN RPRITEM-SUCCESS
                 ADD 1                  TO WS-REJECT-LOAD-COUNT
              WHEN RPRITEM-DUPKEY
                 ADD 1                  TO WS-REJECT-SKIP-COUNT
              WHEN OTHER
                 ADD 1                  TO WS-LOAD-FAIL-COUNT
           END-EVALUATE

           PERFORM 1100-READ-NEXT-REJECT
              THRU 1100-READ-NEXT-REJECT-EXIT
           .
       2000-LOAD-ONE-REJECT-EXIT.
           EXIT
           .

      *****************************************************************
      * 3000-LOAD-ONE-SUSPENSE                                        *
      * A suspense item is keyed by the date it was parked.  The      *
      * suspense file is emptied after every clean load, so an item   *
      * found under a key already taken is one parked later the same  *
      * day - it takes the next free number for that date.            *
      *****************************************************************
       3000-LOAD-ONE-SUSPENSE.

           IF SUSP-PARKED-DATE NOT = WS-LAST-PARKED-DATE
              MOVE SUSP-PARKED-DATE     TO WS-LAST-PARKED-DATE
              MOVE 0                    TO WS-ITEM-SEQ
           END-IF

           INITIALIZE RPIT-RECORD
           SET RPIT-FROM-SUSPENSE       TO TRUE
           MOVE SUSP-PARKED-DATE        TO RPIT-PARKED-DATE
           SET RPIT-STAT-OPEN           TO TRUE
           MOVE SUSP-REMIT-DATA         TO RPIT-ITEM-DATA
           MOVE SUSP-REASON             TO RPIT-REASON
           MOVE RPIT-SP-AMOUNT          TO RPIT-AMOUNT

           MOVE 'N'                     TO WS-ITEM-WRITTEN-SW
           MOVE 0                       TO WS-WRITE-TRIES
           PERFORM 3100-TRY-WRITE-SUSPENSE
              THRU 3100-TRY-WRITE-SUSPENSE-EXIT
              UNTIL ITEM-WRITTEN
                 OR WS-WRITE-TRIES > 99998

           IF ITEM-WRITTEN
              ADD 1                     TO WS-SUSP-LOAD-COUNT
           ELSE
              ADD 1                     TO WS-LOAD-FAIL-COUNT
           END-IF

           PERFORM 1200-READ-NEXT-SUSPENSE
              THRU 1200-READ-NEXT-SUSPENSE-EXIT
           .
       3000-LOAD-ONE-SUSPENSE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3100-TRY-WRITE-SUSPENSE                                       *
      *****************************************************************
       3100-TRY-WRITE-SUSPENSE.

           ADD 1                        TO WS-WRITE-TRIES
           ADD 1                        TO WS-ITEM-SEQ
           MOVE WS-ITEM-SEQ             TO RPIT-SEQ-NUM

           WRITE FD-RPRITEM-REC FROM RPIT-RECORD
           IF RPRITEM-SUCCESS
              SET ITEM-WRITTEN          TO TRUE
              GO TO 3100-TRY-WRITE-SUSPENSE-EXIT
           END-IF

      *    Anything other than a key already taken will not clear
      *    by trying the next number.
           IF NOT RPRITEM-DUPKEY
              MOVE 99999                TO WS-WRITE-TRIES
           END-IF
           .
       3100-TRY-WRITE-SUSPENSE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3500-EMPTY-SUSPENSE                                           *
      * Only once every suspense item is safely on the workbench is   *
      * the suspense file emptied; after a failed load it is left     *
      * as it is for the load to be run again.                        *
      *****************************************************************
       3500-EMPTY-SUSPENSE.

           IF NOT SUSPFILE-IS-OPEN
              GO TO 3500-EMPTY-SUSPENSE-EXIT
           END-IF

           CLOSE SUSPFILE-FILE

           IF WS-LOAD-FAIL-COUNT = 0
              OPEN OUTPUT SUSPFILE-FILE
              CLOSE SUSPFILE-FILE
           END-IF
           .
       3500-EMPTY-SUSPENSE-EXIT.
           EXIT
           .

      *****************************************************************
      * 4000-START-AGING                                              *
      *****************************************************************
       4000-START-AGING.

           MOVE LOW-VALUES              TO FD-RPIT-KEY
           START RPRITEM-FILE KEY IS NOT LESS THAN FD-RPIT-KEY
           IF NOT RPRITEM-SUCCESS
              SET RPRITEM-AT-EOF        TO TRUE
              GO TO 4000-START-AGING-EXIT
           END-IF

           PERFORM 4050-READ-NEXT-ITEM
              THRU 4050-READ-NEXT-ITEM-EXIT
           .
       4000-START-AGING-EXIT.
           EXIT
           .

      *****************************************************************
      * 4050-READ-NEXT-ITEM                                           *
      *****************************************************************
       4050-READ-NEXT-ITEM.

           READ RPRITEM-FILE NEXT INTO RPIT-RECORD
           IF NOT RPRITEM-SUCCESS
              SET RPRITEM-AT-EOF        TO TRUE
           END-IF
           .
       4050-READ-NEXT-ITEM-EXIT.
           EXIT
           .

      *****************************************************************
      * 4100-AGE-ONE-ITEM                                             *
      * An unresolved item is listed with its age and counted in its  *
      * bucket.  An item returned or written off today is listed      *
      * with the operator's note, for finance to book.  Anything      *
      * else was dealt with on an earlier day.                        *
      *****************************************************************
       4100-AGE-ONE-ITEM.

           IF RPIT-FROM-SUSPENSE
              MOVE RPIT-SP-ACCT-ID      TO WS-RPT-NUMBER
           ELSE
              MOVE RPIT-RJ-CARD-NUM     TO WS-RPT-NUMBER
           END-IF
           MOVE RPIT-SOURCE-CD          TO WS-RPT-SOURCE
           MOVE RPIT-PARKED-DATE        TO WS-RPT-PARKED-DATE
           MOVE RPIT-SEQ-NUM            TO WS-RPT-SEQ
           MOVE RPIT-AMOUNT             TO WS-RPT-AMOUNT

           EVALUATE TRUE
              WHEN RPIT-STAT-UNRESOLVED
                 PERFORM 4200-COUNT-UNRESOLVED
                    THRU 4200-COUNT-UNRESOLVED-EXIT
              WHEN RPIT-STAT-RETURNED
               AND RPIT-ACTION-DATE = WS-RUN-DATE-FORMATTED
                 ADD 1                  TO WS-RETURNED-COUNT
                 ADD RPIT-AMOUNT        TO WS-RETURNED-AMT
                 MOVE 'RETURNED'        TO WS-RPT-DISPOSITION
                 PERFORM 4300-WRITE-RESOLVED-LINE
                    THRU 4300-WRITE-RESOLVED-LINE-EXIT
              WHEN RPIT-STAT-WRITTEN-OFF
               AND RPIT-ACTION-DATE = WS-RUN-DATE-FORMATTED
                 ADD 1                  TO WS-WRITTEN-OFF-COUNT
                 ADD RPIT-AMOUNT        TO WS-WRITTEN-OFF-AMT
                 MOVE 'WRITTEN OFF'     TO WS-RPT-DISPOSITION
                 PERFORM 4300-WRITE-RESOLVED-LINE
                    THRU 4300-WRITE-RESOLVED-LINE-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 4050-READ-NEXT-ITEM
              THRU 4050-READ-NEXT-ITEM-EXIT
           .
       4100-AGE-ONE-ITEM-EXIT.
           EXIT
           .

      *****************************************************************
      * 4200-COUNT-UNRESOLVED                                         *
      * Age is in days on the 30/360 convention the delinquency       *
      * aging run uses.                                               *
      *****************************************************************
       4200-COUNT-UNRESOLVED.

           MOVE RPIT-PARKED-DATE        TO WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           COMPUTE WS-ITEM-AGE = WS-TODAY-DAY-NUM - WS-DAY-NUM-WORK
           IF WS-DAY-NUM-WORK = 0
           OR WS-ITEM-AGE < 0
              MOVE 0                    TO WS-ITEM-AGE
           END-IF

           MOVE 1                       TO WS-BKT-IDX
           PERFORM 4210-NEXT-BUCKET
              THRU 4210-NEXT-BUCKET-EXIT
              UNTIL WS-BKT-IDX = 5
                 OR WS-ITEM-AGE NOT > WS-AGE-LIMIT (WS-BKT-IDX)

           IF RPIT-FROM-SUSPENSE
              ADD 1             TO WS-AGE-SUSP-COUNT (WS-BKT-IDX)
              ADD RPIT-AMOUNT   TO WS-AGE-SUSP-AMT (WS-BKT-IDX)
           ELSE
              ADD 1             TO WS-AGE-RJ-COUNT (WS-BKT-IDX)
              ADD RPIT-AMOUNT   TO WS-AGE-RJ-AMT (WS-BKT-IDX)
           END-IF
           ADD 1                        TO WS-UNRESOLVED-COUNT
           ADD RPIT-AMOUNT              TO WS-UNRESOLVED-AMT

           MOVE WS-ITEM-AGE             TO WS-RPT-AGE
           IF RPIT-STAT-CORRECTED
              MOVE 'CORRECTED'          TO WS-RPT-DISPOSITION
              MOVE RPIT-ACTION-USER-ID  TO WS-RPT-OPERATOR
           ELSE
              MOVE 'OPEN'               TO WS-RPT-DISPOSITION
              MOVE SPACES               TO WS-RPT-OPERATOR
           END-IF
           MOVE RPIT-REASON             TO WS-RPT-REASON
           WRITE RPIAGE-RECORD FROM WS-RPT-DETAIL
           .
       4200-COUNT-UNRESOLVED-EXIT.
           EXIT
           .

      *****************************************************************
      * 4210-NEXT-BUCKET                                              *
      *****************************************************************
       4210-NEXT-BUCKET.

           ADD 1                        TO WS-BKT-IDX
           .
       4210-NEXT-BUCKET-EXIT.
           EXIT
           .

      *****************************************************************
      * 4300-WRITE-RESOLVED-LINE                                      *
      *****************************************************************
       4300-WRITE-RESOLVED-LINE.

           MOVE 0                       TO WS-RPT-AGE
           MOVE RPIT-NOTE-TEXT          TO WS-RPT-REASON
           MOVE RPIT-ACTION-USER-ID     TO WS-RPT-OPERATOR
           WRITE RPIAGE-RECORD FROM WS-RPT-DETAIL
           .
       4300-WRITE-RESOLVED-LINE-EXIT.
           EXIT
           .

      *****************************************************************
      * 5000-WRITE-BUCKET-LINE                                        *
      *****************************************************************
       5000-WRITE-BUCKET-LINE.

           MOVE WS-AGE-LABEL (WS-BKT-IDX)      TO WS-RPT-BKT-LABEL
           MOVE WS-AGE-SUSP-COUNT (WS-BKT-IDX) TO WS-RPT-BKT-SUSP-COUNT
           MOVE WS-AGE-SUSP-AMT (WS-BKT-IDX)   TO WS-RPT-BKT-SUSP-AMT
           MOVE WS-AGE-RJ-COUNT (WS-BKT-IDX)   TO WS-RPT-BKT-RJ-COUNT
           MOVE WS-AGE-RJ-AMT (WS-BKT-IDX)     TO WS-RPT-BKT-RJ-AMT
           WRITE RPIAGE-RECORD FROM WS-RPT-BUCKET-LINE
           .
       5000-WRITE-BUCKET-LINE-EXIT.
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

           MOVE SPACES                   TO RPIAGE-RECORD
           WRITE RPIAGE-RECORD
           WRITE RPIAGE-RECORD FROM WS-RPT-BUCKET-HEADING
           PERFORM 5000-WRITE-BUCKET-LINE
              THRU 5000-WRITE-BUCKET-LINE-EXIT
              VARYING WS-BKT-IDX FROM 1 BY 1
              UNTIL WS-BKT-IDX > 5

           MOVE SPACES                   TO RPIAGE-RECORD
           WRITE RPIAGE-RECORD

           MOVE WS-REJECT-LOAD-COUNT     TO WS-RPT-REJECT-LOADED
           WRITE RPIAGE-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-REJECT-SKIP-COUNT     TO WS-RPT-REJECT-SKIPPED
           WRITE RPIAGE-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-SUSP-LOAD-COUNT       TO WS-RPT-SUSP-LOADED
           WRITE RPIAGE-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-LOAD-FAIL-COUNT       TO WS-RPT-LOAD-FAILED
           WRITE RPIAGE-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-UNRESOLVED-COUNT      TO WS-RPT-UNRESOLVED-TOTAL
           MOVE WS-UNRESOLVED-AMT        TO WS-RPT-UNRESOLVED-AMT
           WRITE RPIAGE-RECORD FROM WS-RPT-SUMMARY5

           MOVE WS-RETURNED-COUNT        TO WS-RPT-RETURNED-TOTAL
           MOVE WS-RETURNED-AMT          TO WS-RPT-RETURNED-AMT
           WRITE RPIAGE-RECORD FROM WS-RPT-SUMMARY6

           MOVE WS-WRITTEN-OFF-COUNT     TO WS-RPT-WRITTEN-OFF-TOTAL
           MOVE WS-WRITTEN-OFF-AMT       TO WS-RPT-WRITTEN-OFF-AMT
           WRITE RPIAGE-RECORD FROM WS-RPT-SUMMARY7

           CLOSE RPRITEM-FILE
                 RPIAGE-FILE

           IF WS-LOAD-FAIL-COUNT > 0
              MOVE 8                     TO RETURN-CODE
           END-IF
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
