      ******************************************************************
      * Program:     CBCLR01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Card network clearing file intake.  Reads the    *
      *              network's daily clearing file (CLRFILE) and      *
      *              proves it before anything is taken: one header   *
      *              first, one trailer last, every item well formed, *
      *              and the trailer's item count, debit and credit   *
      *              totals and net settlement agreeing with the      *
      *              items.  A file that fails, or one already        *
      *              received, is refused whole.  Each item of a good *
      *              file is turned into the daily transaction layout *
      *              (DALYCLR, concatenated into the posting batch's  *
      *              input) marked as a network item, and recorded on *
      *              the clearing history (CLRHIST); an item whose    *
      *              network reference is already on the history is   *
      *              a duplicate and is dropped to CLRREJS instead.   *
      *              The file's totals go to the settlement control   *
      *              file (CLRCTL) for the reconciliation that runs   *
      *              after posting (CBCLR02C).                        *
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
           CBCLR01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRFILE-FILE ASSIGN TO CLRFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CLRFILE-STATUS.

           SELECT CLRHIST-FILE ASSIGN TO CLRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CLH-ITEM-ID
                  ALTERNATE RECORD KEY IS FD-CLH-NETWORK-REF
                  FILE STATUS IS CLRHIST-STATUS.

           SELECT DALYCLR-FILE ASSIGN TO DALYCLR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DALYCLR-STATUS.

           SELECT CLRREJS-FILE ASSIGN TO CLRREJS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CLRREJS-STATUS.

           SELECT CLRCTL-FILE ASSIGN TO CLRCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CLRCTL-STATUS.

           SELECT CLRRPT-FILE ASSIGN TO CLRRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CLRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLRFILE-FILE.
       01  FD-CLRFILE-REC                    PIC X(150).

       FD  CLRHIST-FILE.
       01  FD-CLRHIST-REC.
           05  FD-CLH-ITEM-ID                PIC 9(08).
           05  FD-CLH-NETWORK-REF            PIC X(23).
           05  FILLER                        PIC X(69).

      *****************************************************************
      * Network items in the daily transaction layout, concatenated  *
      * into the next posting run's input.                           *
      *****************************************************************
       FD  DALYCLR-FILE.
       01  FD-DALYCLR-REC                    PIC X(100).

      *****************************************************************
      * Duplicates dropped, in the posting batch's rejects layout so *
      * the reconciliation reads both the same way.                  *
      *****************************************************************
       FD  CLRREJS-FILE.
       01  FD-CLRREJS-REC.
           05  CLRJ-TRAN-DATA                PIC X(100).
           05  CLRJ-REJECT-REASON            PIC X(40).

       FD  CLRCTL-FILE.
       01  FD-CLRCTL-REC                     PIC X(160).

       FD  CLRRPT-FILE.
       01  CLRRPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  CLRFILE-STATUS                 PIC X(02).
               88  CLRFILE-SUCCESS                    VALUE '00'.
           05  CLRHIST-STATUS                 PIC X(02).
               88  CLRHIST-SUCCESS                    VALUE '00'.
           05  DALYCLR-STATUS                 PIC X(02).
               88  DALYCLR-SUCCESS                    VALUE '00'.
           05  CLRREJS-STATUS                 PIC X(02).
               88  CLRREJS-SUCCESS                    VALUE '00'.
           05  CLRCTL-STATUS                  PIC X(02).
               88  CLRCTL-SUCCESS                     VALUE '00'.
           05  CLRRPT-STATUS                  PIC X(02).
               88  CLRRPT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CLRFILE-EOF-SW              PIC X(01) VALUE 'N'.
               88  CLRFILE-AT-EOF                      VALUE 'Y'.
           05  WS-CLRFILE-OPEN-SW             PIC X(01) VALUE 'N'.
               88  CLRFILE-IS-OPEN                     VALUE 'Y'.
           05  WS-FILE-OK-SW                  PIC X(01) VALUE 'Y'.
               88  FILE-OK                             VALUE 'Y'.
               88  FILE-NOT-OK                         VALUE 'N'.
           05  WS-HEADER-SEEN-SW              PIC X(01) VALUE 'N'.
               88  HEADER-SEEN                         VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW             PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN                        VALUE 'Y'.
           05  WS-HISTORY-OK-SW               PIC X(01) VALUE 'N'.
               88  HISTORY-OK                          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-TAKEN-COUNT                 PIC 9(07) COMP VALUE 0.
           05  WS-DUPLICATE-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-FAILED-COUNT                PIC 9(07) COMP VALUE 0.

      *************************************************************
      * The file as proved on the first pass - the header, the    *
      * trailer and the items footed the ways the trailer and the *
      * settlement control record need them.                      *
      *************************************************************
       01  WS-FILE-FOOT.
           05  WS-FILE-REJECT-REASON          PIC X(40) VALUE SPACES.
           05  WS-FILE-NETWORK-ID             PIC X(08) VALUE SPACES.
           05  WS-FILE-ID                     PIC X(10) VALUE SPACES.
           05  WS-FILE-DATE                   PIC X(10) VALUE SPACES.
           05  WS-FILE-SETTLE-DATE            PIC X(10) VALUE SPACES.
           05  WS-ITEM-COUNT                  PIC 9(09) VALUE 0.
           05  WS-DEBIT-TOTAL                 PIC S9(11)V99 VALUE 0.
           05  WS-CREDIT-TOTAL                PIC S9(11)V99 VALUE 0.
           05  WS-DOM-COUNT                   PIC 9(09) VALUE 0.
           05  WS-DOM-NET-AMT                 PIC S9(11)V99 VALUE 0.
           05  WS-FX-COUNT                    PIC 9(09) VALUE 0.
           05  WS-FX-NET-AMT                  PIC S9(11)V99 VALUE 0.
           05  WS-FX-ORIG-HASH                PIC S9(11)V99 VALUE 0.
           05  WS-TRL-ITEM-COUNT              PIC 9(09) VALUE 0.
           05  WS-TRL-DEBIT-TOTAL             PIC S9(11)V99 VALUE 0.
           05  WS-TRL-CREDIT-TOTAL            PIC S9(11)V99 VALUE 0.
           05  WS-TRL-NET-SETTLE-AMT          PIC S9(11)V99 VALUE 0.
           05  WS-FILE-HIST-REF.
               10  FILLER                     PIC X(04) VALUE 'FILE'.
               10  WS-FILE-HIST-NETWORK       PIC X(08).
               10  WS-FILE-HIST-FILE-ID       PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.

       01  WS-ITEM-FIELDS.
           05  WS-LAST-ITEM-ID                PIC 9(08) VALUE 0.
           05  WS-DUP-ITEM-ID                 PIC 9(08) VALUE 0.

      *************************************************************
      * Run date, captured once at job start.                     *
      *************************************************************
       01  WS-RUN-DATE.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).

      *************************************************************
      * Clearing, history, settlement control and transaction     *
      * record layouts, via the shared copybooks                  *
      *************************************************************
           COPY CVCLR01Y.

           COPY CVCLR02Y.

           COPY CVCLR03Y.

           COPY CVTRA01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'CARD NETWORK CLEARING INTAKE REPORT     '.
               10  FILLER                     PIC X(12)
                   VALUE SPACES.
           05  WS-RPT-FILE-LINE.
               10  FILLER                     PIC X(06)
                   VALUE 'FILE  '.
               10  WS-RPT-NETWORK-ID          PIC X(08).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-FILE-ID             PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-SETTLE-DATE         PIC X(10).
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-FILE-ACTION         PIC X(55).
           05  WS-RPT-DETAIL.
               10  WS-RPT-NETWORK-REF         PIC X(23).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-CARD-NUM            PIC X(16).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-AMT                 PIC -(10)9.99.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DC-IND              PIC X(01).
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-ACTION              PIC X(40).
           05  WS-RPT-TOTAL-LINE.
               10  WS-RPT-TOTAL-NAME          PIC X(25).
               10  WS-RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-TOTAL-DEBIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-TOTAL-CREDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-TOTAL-NET           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'CLEARING RECORDS READ..: '.
               10  WS-RPT-RECORD-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'ITEMS TAKEN FOR POSTING: '.
               10  WS-RPT-TAKEN-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'DUPLICATE ITEMS DROPPED: '.
               10  WS-RPT-DUPLICATE-TOTAL     PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'ITEMS NOT RECORDED.....: '.
               10  WS-RPT-FAILED-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           IF CLRFILE-IS-OPEN
              PERFORM 2000-PROVE-RECORD
                 THRU 2000-PROVE-RECORD-EXIT
                 UNTIL CLRFILE-AT-EOF
              PERFORM 2900-PROVE-FILE
                 THRU 2900-PROVE-FILE-EXIT
              IF FILE-OK
                 PERFORM 3000-START-INTAKE
                    THRU 3000-START-INTAKE-EXIT
                 PERFORM 3100-TAKE-RECORD
                    THRU 3100-TAKE-RECORD-EXIT
                    UNTIL CLRFILE-AT-EOF
                 PERFORM 3900-RECORD-FILE
                    THRU 3900-RECORD-FILE-EXIT
              END-IF
              PERFORM 4000-WRITE-SETTLE-CONTROL
                 THRU 4000-WRITE-SETTLE-CONTROL-EXIT
           ELSE
              MOVE 'NO CLEARING FILE RECEIVED'
                                        TO CLRRPT-RECORD
              WRITE CLRRPT-RECORD
              MOVE 4                    TO RETURN-CODE
           END-IF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * The clearing history is created here if this is the first    *
      * run.                                                          *
      *****************************************************************
       1000-INITIALIZE.

           OPEN OUTPUT DALYCLR-FILE
                       CLRREJS-FILE
                       CLRCTL-FILE
                       CLRRPT-FILE

           OPEN I-O    CLRHIST-FILE
           IF CLRHIST-STATUS = '35'
              OPEN OUTPUT CLRHIST-FILE
              CLOSE CLRHIST-FILE
              OPEN I-O    CLRHIST-FILE
           END-IF

           OPEN INPUT  CLRFILE-FILE
           IF CLRFILE-SUCCESS
              SET CLRFILE-IS-OPEN       TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           WRITE CLRRPT-RECORD FROM WS-RPT-HEADING1

           IF CLRFILE-IS-OPEN
              PERFORM 1100-READ-NEXT-CLEARING
                 THRU 1100-READ-NEXT-CLEARING-EXIT
           END-IF
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-CLEARING                                       *
      *****************************************************************
       1100-READ-NEXT-CLEARING.

           READ CLRFILE-FILE INTO CLR-RECORD
               AT END
                   SET CLRFILE-AT-EOF       TO TRUE
           END-READ
           .
       1100-READ-NEXT-CLEARING-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-PROVE-RECORD                                             *
      * First pass.  Once the file has failed, the rest of it is only *
      * read through; the first failure is the one reported.          *
      *****************************************************************
       2000-PROVE-RECORD.

           ADD 1                        TO WS-RECORD-COUNT

           IF FILE-OK
              PERFORM 2100-PROVE-ONE-RECORD
                 THRU 2100-PROVE-ONE-RECORD-EXIT
           END-IF

           PERFORM 1100-READ-NEXT-CLEARING
              THRU 1100-READ-NEXT-CLEARING-EXIT
           .
       2000-PROVE-RECORD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-PROVE-ONE-RECORD                                         *
      *****************************************************************
       2100-PROVE-ONE-RECORD.

           IF WS-RECORD-COUNT = 1
           AND NOT CLR-HEADER
              SET FILE-NOT-OK           TO TRUE
              MOVE 'FIRST RECORD IS NOT A HEADER'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2100-PROVE-ONE-RECORD-EXIT
           END-IF

           IF TRAILER-SEEN
              SET FILE-NOT-OK           TO TRUE
              MOVE 'RECORDS FOLLOW THE TRAILER'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2100-PROVE-ONE-RECORD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CLR-HEADER
                   PERFORM 2200-PROVE-HEADER
                      THRU 2200-PROVE-HEADER-EXIT
               WHEN CLR-DETAIL
                   PERFORM 2300-PROVE-DETAIL
                      THRU 2300-PROVE-DETAIL-EXIT
               WHEN CLR-TRAILER
                   SET TRAILER-SEEN     TO TRUE
                   MOVE CLR-TRL-ITEM-COUNT
                                        TO WS-TRL-ITEM-COUNT
                   MOVE CLR-TRL-DEBIT-TOTAL
                                        TO WS-TRL-DEBIT-TOTAL
                   MOVE CLR-TRL-CREDIT-TOTAL
                                        TO WS-TRL-CREDIT-TOTAL
                   MOVE CLR-TRL-NET-SETTLE-AMT
                                        TO WS-TRL-NET-SETTLE-AMT
                   IF CLR-TRL-ITEM-COUNT NOT NUMERIC
                   OR CLR-TRL-DEBIT-TOTAL NOT NUMERIC
                   OR CLR-TRL-CREDIT-TOTAL NOT NUMERIC
                   OR CLR-TRL-NET-SETTLE-AMT NOT NUMERIC
                      SET FILE-NOT-OK   TO TRUE
                      MOVE 0            TO WS-TRL-NET-SETTLE-AMT
                      MOVE 'TRAILER TOTALS NOT NUMERIC'
                                        TO WS-FILE-REJECT-REASON
                   END-IF
               WHEN OTHER
                   SET FILE-NOT-OK      TO TRUE
                   MOVE 'UNKNOWN RECORD TYPE ON THE FILE'
                                        TO WS-FILE-REJECT-REASON
           END-EVALUATE
           .
       2100-PROVE-ONE-RECORD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-PROVE-HEADER                                             *
      *****************************************************************
       2200-PROVE-HEADER.

           IF HEADER-SEEN
              SET FILE-NOT-OK           TO TRUE
              MOVE 'MORE THAN ONE HEADER ON THE FILE'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2200-PROVE-HEADER-EXIT
           END-IF

           SET HEADER-SEEN              TO TRUE
           MOVE CLR-HDR-NETWORK-ID      TO WS-FILE-NETWORK-ID
           MOVE CLR-HDR-FILE-ID         TO WS-FILE-ID
           MOVE CLR-HDR-FILE-DATE       TO WS-FILE-DATE
           MOVE CLR-HDR-SETTLE-DATE     TO WS-FILE-SETTLE-DATE

           IF CLR-HDR-NETWORK-ID = SPACES OR LOW-VALUES
           OR CLR-HDR-FILE-ID = SPACES OR LOW-VALUES
              SET FILE-NOT-OK           TO TRUE
              MOVE 'HEADER DOES NOT IDENTIFY THE FILE'
                                        TO WS-FILE-REJECT-REASON
           END-IF
           .
       2200-PROVE-HEADER-EXIT.
           EXIT
           .

      *****************************************************************
      * 2300-PROVE-DETAIL                                             *
      * Dollar items foot by net dollars; foreign items also foot by  *
      * their original amounts, the only figure the posted master     *
      * keeps that the network's file also carries.                   *
      *****************************************************************
       2300-PROVE-DETAIL.

           IF CLR-DTL-NETWORK-REF = SPACES OR LOW-VALUES
           OR CLR-DTL-AMT NOT NUMERIC
           OR NOT (CLR-DTL-IS-DEBIT OR CLR-DTL-IS-CREDIT)
              SET FILE-NOT-OK           TO TRUE
              MOVE 'CLEARING ITEM NOT VALID'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2300-PROVE-DETAIL-EXIT
           END-IF

           IF NOT CLR-DTL-DOMESTIC-CURRENCY
           AND CLR-DTL-ORIG-AMT NOT NUMERIC
              SET FILE-NOT-OK           TO TRUE
              MOVE 'FOREIGN ITEM HAS NO ORIGINAL AMOUNT'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2300-PROVE-DETAIL-EXIT
           END-IF

           ADD 1                        TO WS-ITEM-COUNT
           IF CLR-DTL-IS-DEBIT
              ADD CLR-DTL-AMT           TO WS-DEBIT-TOTAL
           ELSE
              ADD CLR-DTL-AMT           TO WS-CREDIT-TOTAL
           END-IF

           IF CLR-DTL-DOMESTIC-CURRENCY
              ADD 1                     TO WS-DOM-COUNT
              IF CLR-DTL-IS-DEBIT
                 ADD CLR-DTL-AMT        TO WS-DOM-NET-AMT
              ELSE
                 SUBTRACT CLR-DTL-AMT   FROM WS-DOM-NET-AMT
              END-IF
           ELSE
              ADD 1                     TO WS-FX-COUNT
              IF CLR-DTL-IS-DEBIT
                 ADD CLR-DTL-AMT        TO WS-FX-NET-AMT
                 ADD CLR-DTL-ORIG-AMT   TO WS-FX-ORIG-HASH
              ELSE
                 SUBTRACT CLR-DTL-AMT   FROM WS-FX-NET-AMT
                 SUBTRACT CLR-DTL-ORIG-AMT
                                        FROM WS-FX-ORIG-HASH
              END-IF
           END-IF
           .
       2300-PROVE-DETAIL-EXIT.
           EXIT
           .

      *****************************************************************
      * 2900-PROVE-FILE                                               *
      * The trailer must agree with the items, and the file must not  *
      * have been received before.                                    *
      *****************************************************************
       2900-PROVE-FILE.

           IF FILE-NOT-OK
              GO TO 2900-PROVE-FILE-EXIT
           END-IF

           IF NOT HEADER-SEEN
              SET FILE-NOT-OK           TO TRUE
              MOVE 'NO HEADER ON THE FILE'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2900-PROVE-FILE-EXIT
           END-IF

           IF NOT TRAILER-SEEN
              SET FILE-NOT-OK           TO TRUE
              MOVE 'NO TRAILER ON THE FILE'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2900-PROVE-FILE-EXIT
           END-IF

           IF WS-TRL-ITEM-COUNT NOT = WS-ITEM-COUNT
              SET FILE-NOT-OK           TO TRUE
              MOVE 'TRAILER ITEM COUNT DOES NOT AGREE'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2900-PROVE-FILE-EXIT
           END-IF

           IF WS-TRL-DEBIT-TOTAL NOT = WS-DEBIT-TOTAL
           OR WS-TRL-CREDIT-TOTAL NOT = WS-CREDIT-TOTAL
              SET FILE-NOT-OK           TO TRUE
              MOVE 'TRAILER AMOUNTS DO NOT AGREE'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2900-PROVE-FILE-EXIT
           END-IF

           IF WS-TRL-NET-SETTLE-AMT NOT =
              WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
              SET FILE-NOT-OK           TO TRUE
              MOVE 'TRAILER NET SETTLEMENT DOES NOT AGREE'
                                        TO WS-FILE-REJECT-REASON
              GO TO 2900-PROVE-FILE-EXIT
           END-IF

           MOVE WS-FILE-NETWORK-ID      TO WS-FILE-HIST-NETWORK
           MOVE WS-FILE-ID              TO WS-FILE-HIST-FILE-ID
           MOVE WS-FILE-HIST-REF        TO FD-CLH-NETWORK-REF
           READ CLRHIST-FILE INTO CLH-RECORD
               KEY IS FD-CLH-NETWORK-REF
               NOT INVALID KEY
                   SET FILE-NOT-OK      TO TRUE
                   MOVE 'FILE ALREADY RECEIVED'
                                        TO WS-FILE-REJECT-REASON
           END-READ
           .
       2900-PROVE-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3000-START-INTAKE                                             *
      * Second pass over the proved file.  The control record holds   *
      * the last item number given out; the first run creates it.     *
      *****************************************************************
       3000-START-INTAKE.

           CLOSE CLRFILE-FILE
           MOVE 'N'                     TO WS-CLRFILE-EOF-SW
           OPEN INPUT CLRFILE-FILE

           MOVE 0                       TO FD-CLH-ITEM-ID
           READ CLRHIST-FILE INTO CLH-RECORD
               INVALID KEY
                   INITIALIZE CLH-RECORD
                   MOVE 0               TO CLH-ITEM-ID
                   MOVE 'CONTROL'       TO CLH-NETWORK-REF
                   SET CLH-TYPE-CONTROL TO TRUE
                   MOVE WS-RUN-DATE-FORMATTED
                                        TO CLH-RECEIVED-DATE
                   MOVE 0               TO CLH-LAST-ITEM-ID
                   WRITE FD-CLRHIST-REC FROM CLH-RECORD
           END-READ
           MOVE CLH-LAST-ITEM-ID        TO WS-LAST-ITEM-ID

           PERFORM 1100-READ-NEXT-CLEARING
              THRU 1100-READ-NEXT-CLEARING-EXIT
           .
       3000-START-INTAKE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3100-TAKE-RECORD                                              *
      *****************************************************************
       3100-TAKE-RECORD.

           IF CLR-DETAIL
              PERFORM 3200-TAKE-ITEM
                 THRU 3200-TAKE-ITEM-EXIT
           END-IF

           PERFORM 1100-READ-NEXT-CLEARING
              THRU 1100-READ-NEXT-CLEARING-EXIT
           .
       3100-TAKE-RECORD-EXIT.
           EXIT
           .

      *****************************************************************
      * 3200-TAKE-ITEM                                                *
      * An item already on the history is a duplicate: it is dropped  *
      * under the item number it first came in with, so the network  *
      * gets its own reference back.  An item the history cannot      *
      * record is dropped too, since it could not be traced or known  *
      * again; it goes back to the network as an exception.           *
      *****************************************************************
       3200-TAKE-ITEM.

           PERFORM 3300-BUILD-DAILY-TRAN
              THRU 3300-BUILD-DAILY-TRAN-EXIT

           MOVE CLR-DTL-NETWORK-REF     TO FD-CLH-NETWORK-REF
           READ CLRHIST-FILE INTO CLH-RECORD
               KEY IS FD-CLH-NETWORK-REF
               INVALID KEY
                   MOVE 0               TO WS-DUP-ITEM-ID
               NOT INVALID KEY
                   MOVE CLH-ITEM-ID     TO WS-DUP-ITEM-ID
           END-READ

           IF WS-DUP-ITEM-ID > 0
              ADD 1                     TO WS-DUPLICATE-COUNT
              MOVE WS-DUP-ITEM-ID       TO DALYTRAN-CLR-ITEM-ID
              MOVE DALYTRAN-RECORD      TO CLRJ-TRAN-DATA
              MOVE 'DUPLICATE NETWORK ITEM - ALREADY TAKEN'
                                        TO CLRJ-REJECT-REASON
                                           WS-RPT-ACTION
              WRITE FD-CLRREJS-REC
              PERFORM 3400-REPORT-ITEM
                 THRU 3400-REPORT-ITEM-EXIT
              GO TO 3200-TAKE-ITEM-EXIT
           END-IF

           PERFORM 3500-RECORD-ITEM
              THRU 3500-RECORD-ITEM-EXIT
           IF NOT HISTORY-OK
              ADD 1                     TO WS-FAILED-COUNT
              MOVE 0                    TO DALYTRAN-CLR-ITEM-ID
              MOVE DALYTRAN-RECORD      TO CLRJ-TRAN-DATA
              MOVE 'UPDATE OF CLRHIST FAILED'
                                        TO CLRJ-REJECT-REASON
                                           WS-RPT-ACTION
              WRITE FD-CLRREJS-REC
              PERFORM 3400-REPORT-ITEM
                 THRU 3400-REPORT-ITEM-EXIT
              GO TO 3200-TAKE-ITEM-EXIT
           END-IF

           ADD 1                        TO WS-TAKEN-COUNT
           MOVE WS-LAST-ITEM-ID         TO DALYTRAN-CLR-ITEM-ID
           WRITE FD-DALYCLR-REC FROM DALYTRAN-RECORD
           .
       3200-TAKE-ITEM-EXIT.
           EXIT
           .

      *****************************************************************
      * 3300-BUILD-DAILY-TRAN                                         *
      * A network debit is a purchase or a cash advance; a network    *
      * credit is a merchant return.                                  *
      *****************************************************************
       3300-BUILD-DAILY-TRAN.

           INITIALIZE DALYTRAN-RECORD
           MOVE CLR-DTL-CARD-NUM        TO DALYTRAN-CARD-NUM
           MOVE CLR-DTL-AMT             TO DALYTRAN-AMT
           MOVE CLR-DTL-DEBIT-CREDIT-IND
                                        TO DALYTRAN-DEBIT-CREDIT-IND
           MOVE CLR-DTL-MERCHANT-NAME   TO DALYTRAN-MERCHANT-NAME
           MOVE CLR-DTL-ORIG-DATE       TO DALYTRAN-ORIG-DATE
           MOVE CLR-DTL-AUTH-CODE       TO DALYTRAN-AUTH-CODE
           EVALUATE TRUE
               WHEN CLR-DTL-IS-CREDIT
                   SET DALYTRAN-TYPE-RETURN   TO TRUE
               WHEN CLR-DTL-TYPE-CASH
                   SET DALYTRAN-TYPE-CASH     TO TRUE
               WHEN OTHER
                   MOVE SPACES          TO DALYTRAN-TYPE-CD
           END-EVALUATE
           IF NOT CLR-DTL-DOMESTIC-CURRENCY
              MOVE CLR-DTL-ORIG-CURRENCY-CD
                                        TO DALYTRAN-ORIG-CURRENCY-CD
              MOVE CLR-DTL-ORIG-AMT     TO DALYTRAN-ORIG-AMT
           END-IF
           SET DALYTRAN-FROM-NETWORK    TO TRUE
           .
       3300-BUILD-DAILY-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 3400-REPORT-ITEM                                              *
      *****************************************************************
       3400-REPORT-ITEM.

           MOVE CLR-DTL-NETWORK-REF     TO WS-RPT-NETWORK-REF
           MOVE CLR-DTL-CARD-NUM        TO WS-RPT-CARD-NUM
           MOVE CLR-DTL-AMT             TO WS-RPT-AMT
           MOVE CLR-DTL-DEBIT-CREDIT-IND
                                        TO WS-RPT-DC-IND
           WRITE CLRRPT-RECORD FROM WS-RPT-DETAIL
           .
       3400-REPORT-ITEM-EXIT.
           EXIT
           .

      *****************************************************************
      * 3500-RECORD-ITEM                                              *
      * The item goes on the history under the next item number,     *
      * then the control record is brought along with it.             *
      *****************************************************************
       3500-RECORD-ITEM.

           MOVE 'N'                     TO WS-HISTORY-OK-SW

           IF WS-LAST-ITEM-ID NOT < 99999999
              GO TO 3500-RECORD-ITEM-EXIT
           END-IF

           INITIALIZE CLH-RECORD
           COMPUTE CLH-ITEM-ID = WS-LAST-ITEM-ID + 1
           MOVE CLR-DTL-NETWORK-REF     TO CLH-NETWORK-REF
           SET CLH-TYPE-ITEM            TO TRUE
           MOVE WS-FILE-ID              TO CLH-FILE-ID
           MOVE WS-RUN-DATE-FORMATTED   TO CLH-RECEIVED-DATE
           MOVE CLR-DTL-CARD-NUM        TO CLH-CARD-NUM
           MOVE CLR-DTL-AMT             TO CLH-AMT
           MOVE CLR-DTL-DEBIT-CREDIT-IND
                                        TO CLH-DEBIT-CREDIT-IND
           WRITE FD-CLRHIST-REC FROM CLH-RECORD
           IF NOT CLRHIST-SUCCESS
              GO TO 3500-RECORD-ITEM-EXIT
           END-IF

           MOVE CLH-ITEM-ID             TO WS-LAST-ITEM-ID
           PERFORM 3600-SAVE-LAST-ITEM-ID
              THRU 3600-SAVE-LAST-ITEM-ID-EXIT
           IF NOT CLRHIST-SUCCESS
              MOVE WS-LAST-ITEM-ID      TO FD-CLH-ITEM-ID
              DELETE CLRHIST-FILE RECORD
              SUBTRACT 1                FROM WS-LAST-ITEM-ID
              GO TO 3500-RECORD-ITEM-EXIT
           END-IF

           SET HISTORY-OK               TO TRUE
           .
       3500-RECORD-ITEM-EXIT.
           EXIT
           .

      *****************************************************************
      * 3600-SAVE-LAST-ITEM-ID                                        *
      *****************************************************************
       3600-SAVE-LAST-ITEM-ID.

           MOVE 0                       TO FD-CLH-ITEM-ID
           READ CLRHIST-FILE INTO CLH-RECORD
               INVALID KEY
                   GO TO 3600-SAVE-LAST-ITEM-ID-EXIT
           END-READ

           MOVE WS-LAST-ITEM-ID         TO CLH-LAST-ITEM-ID
           REWRITE FD-CLRHIST-REC FROM CLH-RECORD
           .
       3600-SAVE-LAST-ITEM-ID-EXIT.
           EXIT
           .

      *****************************************************************
      * 3900-RECORD-FILE                                              *
      * The file itself goes on the history, so the same file sent    *
      * again is refused whole.                                       *
      *****************************************************************
       3900-RECORD-FILE.

           IF WS-LAST-ITEM-ID NOT < 99999999
              GO TO 3900-RECORD-FILE-EXIT
           END-IF

           INITIALIZE CLH-RECORD
           COMPUTE CLH-ITEM-ID = WS-LAST-ITEM-ID + 1
           MOVE WS-FILE-HIST-REF        TO CLH-NETWORK-REF
           SET CLH-TYPE-FILE            TO TRUE
           MOVE WS-FILE-ID              TO CLH-FILE-ID
           MOVE WS-RUN-DATE-FORMATTED   TO CLH-RECEIVED-DATE
           MOVE WS-ITEM-COUNT           TO CLH-FILE-ITEM-COUNT
           MOVE WS-TRL-NET-SETTLE-AMT   TO CLH-FILE-NET-SETTLE-AMT
           WRITE FD-CLRHIST-REC FROM CLH-RECORD
           IF NOT CLRHIST-SUCCESS
              MOVE 'FILE NOT RECORDED ON CLRHIST'
                                        TO CLRRPT-RECORD
              WRITE CLRRPT-RECORD
              GO TO 3900-RECORD-FILE-EXIT
           END-IF

           MOVE CLH-ITEM-ID             TO WS-LAST-ITEM-ID
           PERFORM 3600-SAVE-LAST-ITEM-ID
              THRU 3600-SAVE-LAST-ITEM-ID-EXIT
           .
       3900-RECORD-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 4000-WRITE-SETTLE-CONTROL                                     *
      * Written for every file read, taken or not - a refused file    *
      * was still settled by the network, and the reconciliation      *
      * must show it.  The same file sent twice is marked so it is    *
      * not counted twice.                                            *
      *****************************************************************
       4000-WRITE-SETTLE-CONTROL.

           INITIALIZE CLC-RECORD
           MOVE WS-FILE-ID              TO CLC-FILE-ID
           MOVE WS-FILE-NETWORK-ID      TO CLC-NETWORK-ID
           MOVE WS-FILE-DATE            TO CLC-FILE-DATE
           MOVE WS-FILE-SETTLE-DATE     TO CLC-SETTLE-DATE
           EVALUATE TRUE
               WHEN FILE-OK
                   SET CLC-FILE-ACCEPTED      TO TRUE
                   MOVE 'FILE ACCEPTED'       TO WS-RPT-FILE-ACTION
               WHEN WS-FILE-REJECT-REASON = 'FILE ALREADY RECEIVED'
                   SET CLC-FILE-DUPLICATE     TO TRUE
                   MOVE 'FILE REFUSED - ALREADY RECEIVED'
                                              TO WS-RPT-FILE-ACTION
                   MOVE 4                     TO RETURN-CODE
               WHEN OTHER
                   SET CLC-FILE-REJECTED      TO TRUE
                   STRING 'FILE REFUSED - '
                          WS-FILE-REJECT-REASON
                          DELIMITED BY SIZE INTO WS-RPT-FILE-ACTION
                   MOVE 8                     TO RETURN-CODE
           END-EVALUATE
           MOVE WS-FILE-REJECT-REASON   TO CLC-REJECT-REASON
           MOVE WS-TRL-NET-SETTLE-AMT   TO CLC-NET-SETTLE-AMT
           MOVE WS-TRL-ITEM-COUNT       TO CLC-ITEM-COUNT
           MOVE WS-DOM-COUNT            TO CLC-DOM-COUNT
           MOVE WS-DOM-NET-AMT          TO CLC-DOM-NET-AMT
           MOVE WS-FX-COUNT             TO CLC-FX-COUNT
           MOVE WS-FX-NET-AMT           TO CLC-FX-NET-AMT
           MOVE WS-FX-ORIG-HASH         TO CLC-FX-ORIG-HASH
           WRITE FD-CLRCTL-REC FROM CLC-RECORD

           MOVE WS-FILE-NETWORK-ID      TO WS-RPT-NETWORK-ID
           MOVE WS-FILE-ID              TO WS-RPT-FILE-ID
           MOVE WS-FILE-SETTLE-DATE     TO WS-RPT-SETTLE-DATE
           WRITE CLRRPT-RECORD FROM WS-RPT-FILE-LINE

           MOVE 'ITEMS ON THE FILE......: '
                                        TO WS-RPT-TOTAL-NAME
           MOVE WS-ITEM-COUNT           TO WS-RPT-TOTAL-COUNT
           MOVE WS-DEBIT-TOTAL          TO WS-RPT-TOTAL-DEBIT
           MOVE WS-CREDIT-TOTAL         TO WS-RPT-TOTAL-CREDIT
           COMPUTE WS-RPT-TOTAL-NET =
               WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
           WRITE CLRRPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'NETWORK TRAILER........: '
                                        TO WS-RPT-TOTAL-NAME
           MOVE WS-TRL-ITEM-COUNT       TO WS-RPT-TOTAL-COUNT
           MOVE WS-TRL-DEBIT-TOTAL      TO WS-RPT-TOTAL-DEBIT
           MOVE WS-TRL-CREDIT-TOTAL     TO WS-RPT-TOTAL-CREDIT
           MOVE WS-TRL-NET-SETTLE-AMT   TO WS-RPT-TOTAL-NET
           WRITE CLRRPT-RECORD FROM WS-RPT-TOTAL-LINE
           .
       4000-WRITE-SETTLE-CONTROL-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-RECORD-COUNT          TO WS-RPT-RECORD-TOTAL
           WRITE CLRRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-TAKEN-COUNT           TO WS-RPT-TAKEN-TOTAL
           WRITE CLRRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-DUPLICATE-COUNT       TO WS-RPT-DUPLICATE-TOTAL
           WRITE CLRRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-FAILED-COUNT          TO WS-RPT-FAILED-TOTAL
           WRITE CLRRPT-RECORD FROM WS-RPT-SUMMARY4

           IF CLRFILE-IS-OPEN
              CLOSE CLRFILE-FILE
           END-IF

           CLOSE CLRHIST-FILE
                 DALYCLR-FILE
                 CLRREJS-FILE
                 CLRCTL-FILE
                 CLRRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
