      ******************************************************************
      * Program:     CBRPI01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Repair resubmit batch.  Runs ahead of the        *
      *              nightly posting jobs and picks up every item an  *
      *              operator corrected on the repair workbench       *
      *              screen (CORPI00C) since the last run.  A         *
      *              corrected reject is written, in the daily        *
      *              transaction layout, to DALYRPR for the posting   *
      *              batch (CBTRN01C); a corrected suspense item is   *
      *              written, in the lockbox layout, to LBXRPR for    *
      *              the remittance batch (CBTRN02C).  Each item is   *
      *              marked resubmitted with the run date on the      *
      *              repair item file (RPRITEM) - the operator and    *
      *              date of the correction stay on it - and listed   *
      *              on the resubmit report.  An item that fails      *
      *              again comes back to the workbench as a new item  *
      *              through the next repair load (CBRPI02C).         *
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
           CBRPI01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPRITEM-FILE ASSIGN TO RPRITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-RPIT-KEY
                  FILE STATUS IS RPRITEM-STATUS.

           SELECT DALYRPR-FILE ASSIGN TO DALYRPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DALYRPR-STATUS.

           SELECT LBXRPR-FILE ASSIGN TO LBXRPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LBXRPR-STATUS.

           SELECT RPIRPT-FILE ASSIGN TO RPIRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPIRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RPRITEM-FILE.
       01  FD-RPRITEM-REC.
           05  FD-RPIT-KEY                   PIC X(16).
           05  FILLER                        PIC X(284).

      *****************************************************************
      * Corrected rejects, in the daily transaction layout,           *
      * concatenated into the next posting run's input.               *
      *****************************************************************
       FD  DALYRPR-FILE.
       01  FD-DALYRPR-REC                    PIC X(100).

      *****************************************************************
      * Corrected suspense items, in the lockbox remittance layout,   *
      * concatenated into the next remittance run's input.            *
      *****************************************************************
       FD  LBXRPR-FILE.
       01  FD-LBXRPR-REC                     PIC X(50).

       FD  RPIRPT-FILE.
       01  RPIRPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  RPRITEM-STATUS                 PIC X(02).
               88  RPRITEM-SUCCESS                    VALUE '00'.
               88  RPRITEM-EOF                        VALUE '10'.
           05  DALYRPR-STATUS                 PIC X(02).
               88  DALYRPR-SUCCESS                    VALUE '00'.
           05  LBXRPR-STATUS                  PIC X(02).
               88  LBXRPR-SUCCESS                     VALUE '00'.
           05  RPIRPT-STATUS                  PIC X(02).
               88  RPIRPT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RPRITEM-OPEN-SW             PIC X(01) VALUE 'N'.
               88  RPRITEM-IS-OPEN                     VALUE 'Y'.
           05  WS-RPRITEM-EOF-SW              PIC X(01) VALUE 'N'.
               88  RPRITEM-AT-EOF                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ITEM-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-REJECT-RESUB-COUNT          PIC 9(07) COMP VALUE 0.
           05  WS-SUSP-RESUB-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-REWRITE-FAIL-COUNT          PIC 9(07) COMP VALUE 0.

       01  WS-AMOUNT-TOTALS.
           05  WS-REJECT-RESUB-AMT            PIC S9(13)V99 VALUE 0.
           05  WS-SUSP-RESUB-AMT              PIC S9(13)V99 VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).

      *************************************************************
      * Repair item record layout, via the shared copybook        *
      *************************************************************
           COPY CVRPI01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'REPAIR RESUBMIT REPORT  RUN DATE:       '.
               10  WS-RPT-RUN-DATE            PIC X(10).
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(04)
                   VALUE 'SRC '.
               10  FILLER                     PIC X(11)
                   VALUE 'PARKED     '.
               10  FILLER                     PIC X(06)
                   VALUE 'ITEM  '.
               10  FILLER                     PIC X(17)
                   VALUE 'ARRIVED WITH     '.
               10  FILLER                     PIC X(17)
                   VALUE 'RESUBMITTED WITH '.
               10  FILLER                     PIC X(16)
                   VALUE '         AMOUNT '.
               10  FILLER                     PIC X(09)
                   VALUE 'OPERATOR '.
               10  FILLER                     PIC X(11)
                   VALUE 'CORRECTED  '.
               10  FILLER                     PIC X(30)
                   VALUE 'NOTE                          '.
           05  WS-RPT-DETAIL.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-SOURCE              PIC X(01).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-RPT-PARKED-DATE         PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-SEQ                 PIC 9(05).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-ORIG-NUMBER         PIC X(16).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-NEW-NUMBER          PIC X(16).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-OPERATOR            PIC X(08).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-ACTION-DATE         PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-NOTE                PIC X(30).
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'REPAIR ITEMS READ......: '.
               10  WS-RPT-ITEM-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'REJECTS RESUBMITTED....: '.
               10  WS-RPT-REJECT-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(03) VALUE SPACE.
               10  WS-RPT-REJECT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'SUSPENSE RESUBMITTED...: '.
               10  WS-RPT-SUSP-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(03) VALUE SPACE.
               10  WS-RPT-SUSP-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'NOT MARKED - REWRITE...: '.
               10  WS-RPT-FAIL-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-RESUBMIT-ITEM
              THRU 2000-RESUBMIT-ITEM-EXIT
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
      * Both resubmit files are written every night, empty when       *
      * nothing was corrected, so the posting jobs can always         *
      * concatenate them.  With no repair item file nothing has ever  *
      * been loaded to the workbench and there is nothing to do.      *
      *****************************************************************
       1000-INITIALIZE.

           OPEN OUTPUT DALYRPR-FILE
                       LBXRPR-FILE
                       RPIRPT-FILE

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           MOVE WS-RUN-DATE-FORMATTED   TO WS-RPT-RUN-DATE
           WRITE RPIRPT-RECORD FROM WS-RPT-HEADING1
           WRITE RPIRPT-RECORD FROM WS-RPT-HEADING2

           OPEN I-O    RPRITEM-FILE
           IF RPRITEM-SUCCESS
              SET RPRITEM-IS-OPEN       TO TRUE
              PERFORM 1100-READ-NEXT-ITEM
                 THRU 1100-READ-NEXT-ITEM-EXIT
           ELSE
              SET RPRITEM-AT-EOF        TO TRUE
           END-IF
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-ITEM                                           *
      *****************************************************************
       1100-READ-NEXT-ITEM.

           READ RPRITEM-FILE INTO RPIT-RECORD
           IF NOT RPRITEM-SUCCESS
              SET RPRITEM-AT-EOF        TO TRUE
           ELSE
              ADD 1                     TO WS-ITEM-COUNT
           END-IF
           .
       1100-READ-NEXT-ITEM-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-RESUBMIT-ITEM                                            *
      * Only a corrected item goes back.  The item is resubmitted     *
      * exactly as it stands on the repair file - the correction was  *
      * made to the item itself on the workbench.                     *
      *****************************************************************
       2000-RESUBMIT-ITEM.

           IF NOT RPIT-STAT-CORRECTED
              GO TO 2000-RESUBMIT-ITEM-NEXT
           END-IF

           IF RPIT-FROM-SUSPENSE
              MOVE RPIT-ITEM-DATA(1:50) TO FD-LBXRPR-REC
              WRITE FD-LBXRPR-REC
              ADD 1                     TO WS-SUSP-RESUB-COUNT
              ADD RPIT-AMOUNT           TO WS-SUSP-RESUB-AMT
              MOVE RPIT-SP-ACCT-ID      TO WS-RPT-NEW-NUMBER
              MOVE RPIT-ORIG-ACCT-ID    TO WS-RPT-ORIG-NUMBER
           ELSE
              MOVE RPIT-ITEM-DATA       TO FD-DALYRPR-REC
              WRITE FD-DALYRPR-REC
              ADD 1                     TO WS-REJECT-RESUB-COUNT
              ADD RPIT-AMOUNT           TO WS-REJECT-RESUB-AMT
              MOVE RPIT-RJ-CARD-NUM     TO WS-RPT-NEW-NUMBER
              MOVE RPIT-ORIG-CARD-NUM   TO WS-RPT-ORIG-NUMBER
           END-IF

           SET RPIT-STAT-RESUBMITTED    TO TRUE
           MOVE WS-RUN-DATE-FORMATTED   TO RPIT-RESUB-DATE
           REWRITE FD-RPRITEM-REC FROM RPIT-RECORD
           IF NOT RPRITEM-SUCCESS
              ADD 1                     TO WS-REWRITE-FAIL-COUNT
           END-IF

           MOVE RPIT-SOURCE-CD          TO WS-RPT-SOURCE
           MOVE RPIT-PARKED-DATE        TO WS-RPT-PARKED-DATE
           MOVE RPIT-SEQ-NUM            TO WS-RPT-SEQ
           MOVE RPIT-AMOUNT             TO WS-RPT-AMOUNT
           MOVE RPIT-ACTION-USER-ID     TO WS-RPT-OPERATOR
           MOVE RPIT-ACTION-DATE        TO WS-RPT-ACTION-DATE
           MOVE RPIT-NOTE-TEXT          TO WS-RPT-NOTE
           WRITE RPIRPT-RECORD FROM WS-RPT-DETAIL
           .
       2000-RESUBMIT-ITEM-NEXT.

           PERFORM 1100-READ-NEXT-ITEM
              THRU 1100-READ-NEXT-ITEM-EXIT
           .
       2000-RESUBMIT-ITEM-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE SPACES                   TO RPIRPT-RECORD
           WRITE RPIRPT-RECORD

           MOVE WS-ITEM-COUNT            TO WS-RPT-ITEM-TOTAL
           WRITE RPIRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-REJECT-RESUB-COUNT    TO WS-RPT-REJECT-TOTAL
           MOVE WS-REJECT-RESUB-AMT      TO WS-RPT-REJECT-AMT
           WRITE RPIRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-SUSP-RESUB-COUNT      TO WS-RPT-SUSP-TOTAL
           MOVE WS-SUSP-RESUB-AMT        TO WS-RPT-SUSP-AMT
           WRITE RPIRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-REWRITE-FAIL-COUNT    TO WS-RPT-FAIL-TOTAL
           WRITE RPIRPT-RECORD FROM WS-RPT-SUMMARY4

           IF RPRITEM-IS-OPEN
              CLOSE RPRITEM-FILE
           END-IF

           CLOSE DALYRPR-FILE
                 LBXRPR-FILE
                 RPIRPT-FILE

           IF WS-REWRITE-FAIL-COUNT > 0
              MOVE 8                     TO RETURN-CODE
           END-IF
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
