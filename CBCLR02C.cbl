      ******************************************************************
      * Program:     CBCLR02C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Card network settlement reconciliation, run      *
      *              after the posting batch.  Proves what the card   *
      *              network says it settled with us against what we  *
      *              did with its items: the day's clearing files     *
      *              (the settlement control file CLRCTL the clearing *
      *              intake CBCLR01C writes) must equal the network   *
      *              items posted to the master today plus the ones   *
      *              the posting batch rejected (DALYREJS) and the    *
      *              duplicates the intake dropped (CLRREJS).  Dollar *
      *              items prove by count and net dollars; foreign    *
      *              items by count and a hash of their original      *
      *              amounts, since they are billed at our own        *
      *              conversion - the difference from the network's   *
      *              dollars is reported, not held as a break.  Every *
      *              network item not posted is written to CLREXCP    *
      *              under the network's reference, to go back to the *
      *              network as an exception.  The report says        *
      *              SETTLEMENT BALANCED or OUT OF BALANCE, and a     *
      *              break ends the run with a non-zero return code,  *
      *              the way the daily trial balance (CBBAL01C) does. *
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
           CBCLR02C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRCTL-FILE ASSIGN TO CLRCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CLRCTL-STATUS.

           SELECT DALYREJS-FILE ASSIGN TO DALYREJS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DALYREJS-STATUS.

           SELECT CLRREJS-FILE ASSIGN TO CLRREJS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CLRREJS-STATUS.

           SELECT TRANFILE-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-TRAN-KEY
                  FILE STATUS IS TRANFILE-STATUS.

           SELECT CLRHIST-FILE ASSIGN TO CLRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CLH-ITEM-ID
                  ALTERNATE RECORD KEY IS FD-CLH-NETWORK-REF
                  FILE STATUS IS CLRHIST-STATUS.

           SELECT CLREXCP-FILE ASSIGN TO CLREXCP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CLREXCP-STATUS.

           SELECT SETLRPT-FILE ASSIGN TO SETLRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SETLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLRCTL-FILE.
       01  FD-CLRCTL-REC                     PIC X(160).

       FD  DALYREJS-FILE.
       01  FD-DALYREJS-REC.
           05  REJS-TRAN-DATA                PIC X(100).
           05  REJS-REJECT-REASON            PIC X(40).

       FD  CLRREJS-FILE.
       01  FD-CLRREJS-REC.
           05  CLRJ-TRAN-DATA                PIC X(100).
           05  CLRJ-REJECT-REASON            PIC X(40).

       FD  TRANFILE-FILE.
       01  FD-TRANFILE-REC.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  CLRHIST-FILE.
       01  FD-CLRHIST-REC.
           05  FD-CLH-ITEM-ID                PIC 9(08).
           05  FD-CLH-NETWORK-REF            PIC X(23).
           05  FILLER                        PIC X(69).

       FD  CLREXCP-FILE.
       01  FD-CLREXCP-REC                    PIC X(120).

       FD  SETLRPT-FILE.
       01  SETLRPT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  CLRCTL-STATUS                  PIC X(02).
               88  CLRCTL-SUCCESS                     VALUE '00'.
           05  DALYREJS-STATUS                PIC X(02).
               88  DALYREJS-SUCCESS                   VALUE '00'.
           05  CLRREJS-STATUS                 PIC X(02).
               88  CLRREJS-SUCCESS                    VALUE '00'.
           05  TRANFILE-STATUS                PIC X(02).
               88  TRANFILE-SUCCESS                   VALUE '00'.
           05  CLRHIST-STATUS                 PIC X(02).
               88  CLRHIST-SUCCESS                    VALUE '00'.
           05  CLREXCP-STATUS                 PIC X(02).
               88  CLREXCP-SUCCESS                    VALUE '00'.
           05  SETLRPT-STATUS                 PIC X(02).
               88  SETLRPT-SUCCESS                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CLRCTL-EOF-SW               PIC X(01) VALUE 'N'.
               88  CLRCTL-AT-EOF                       VALUE 'Y'.
           05  WS-CLRCTL-OPEN-SW              PIC X(01) VALUE 'N'.
               88  CLRCTL-IS-OPEN                      VALUE 'Y'.
           05  WS-DALYREJS-EOF-SW             PIC X(01) VALUE 'N'.
               88  DALYREJS-AT-EOF                     VALUE 'Y'.
           05  WS-DALYREJS-OPEN-SW            PIC X(01) VALUE 'N'.
               88  DALYREJS-IS-OPEN                    VALUE 'Y'.
           05  WS-CLRREJS-EOF-SW              PIC X(01) VALUE 'N'.
               88  CLRREJS-AT-EOF                      VALUE 'Y'.
           05  WS-CLRREJS-OPEN-SW             PIC X(01) VALUE 'N'.
               88  CLRREJS-IS-OPEN                     VALUE 'Y'.
           05  WS-TRANFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  TRANFILE-AT-EOF                     VALUE 'Y'.
           05  WS-CLRHIST-OPEN-SW             PIC X(01) VALUE 'N'.
               88  CLRHIST-IS-OPEN                     VALUE 'Y'.
           05  WS-BALANCED-SW                 PIC X(01) VALUE 'Y'.
               88  WS-SETTLE-BALANCED                  VALUE 'Y'.
               88  WS-SETTLE-NOT-BALANCED              VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-FILE-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-EXCEPTION-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-BREAK-COUNT                 PIC 9(07) COMP VALUE 0.

      *************************************************************
      * The network's side, the posted side and the rejected side *
      * of the day's network items.  Dollar items foot by count   *
      * and net dollars; foreign items by count, net dollars and  *
      * the signed hash of their original amounts.  Nets are      *
      * debits less credits, as the network settles.              *
      *************************************************************
       01  WS-SETTLE-FOOT.
           05  WS-NET-SETTLE-AMT              PIC S9(13)V99 VALUE 0.
           05  WS-NW-DOM-COUNT                PIC 9(09) VALUE 0.
           05  WS-NW-DOM-NET                  PIC S9(13)V99 VALUE 0.
           05  WS-NW-FX-COUNT                 PIC 9(09) VALUE 0.
           05  WS-NW-FX-NET                   PIC S9(13)V99 VALUE 0.
           05  WS-NW-FX-HASH                  PIC S9(13)V99 VALUE 0.
           05  WS-PST-DOM-COUNT               PIC 9(09) VALUE 0.
           05  WS-PST-DOM-NET                 PIC S9(13)V99 VALUE 0.
           05  WS-PST-FX-COUNT                PIC 9(09) VALUE 0.
           05  WS-PST-FX-NET                  PIC S9(13)V99 VALUE 0.
           05  WS-PST-FX-HASH                 PIC S9(13)V99 VALUE 0.
           05  WS-REJ-DOM-COUNT               PIC 9(09) VALUE 0.
           05  WS-REJ-DOM-NET                 PIC S9(13)V99 VALUE 0.
           05  WS-REJ-FX-COUNT                PIC 9(09) VALUE 0.
           05  WS-REJ-FX-NET                  PIC S9(13)V99 VALUE 0.
           05  WS-REJ-FX-HASH                 PIC S9(13)V99 VALUE 0.
           05  WS-FX-DIFFERENCE               PIC S9(13)V99 VALUE 0.

      *************************************************************
      * The rejected item being footed, from either rejects file  *
      *************************************************************
       01  WS-REJECT-FIELDS.
           05  WS-REJECT-DATA                 PIC X(100).
           05  WS-REJECT-REASON               PIC X(40).

       01  WS-RUN-DATE.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).

      *************************************************************
      * Record layouts, via the shared copybooks                  *
      *************************************************************
           COPY CVCLR02Y.

           COPY CVCLR03Y.

           COPY CVCLR04Y.

           COPY CVTRA01Y.

           COPY CVTRA02Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'CARD NETWORK SETTLEMENT RECONCILIATION  '.
               10  FILLER                     PIC X(12)
                   VALUE SPACES.
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(25)
                   VALUE SPACES.
               10  FILLER                     PIC X(11)
                   VALUE '      COUNT'.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  FILLER                     PIC X(18)
                   VALUE '    NET SETTLEMENT'.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  FILLER                     PIC X(18)
                   VALUE '  ORIG AMOUNT HASH'.
           05  WS-RPT-FILE-LINE.
               10  FILLER                     PIC X(06)
                   VALUE 'FILE  '.
               10  WS-RPT-NETWORK-ID          PIC X(08).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-FILE-ID             PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-FILE-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-FILE-ACTION         PIC X(55).
           05  WS-RPT-FOOT-LINE.
               10  WS-RPT-FOOT-NAME           PIC X(25).
               10  WS-RPT-FOOT-COUNT          PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-FOOT-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-FOOT-HASH           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-RPT-EXCEPTION-LINE.
               10  FILLER                     PIC X(11)
                   VALUE 'EXCEPTION  '.
               10  WS-RPT-EXC-REF             PIC X(23).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-EXC-AMT             PIC -(10)9.99.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-EXC-DC-IND          PIC X(01).
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-EXC-REASON          PIC X(40).
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'CLEARING FILES.........: '.
               10  WS-RPT-FILE-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'EXCEPTIONS TO NETWORK..: '.
               10  WS-RPT-EXCEPTION-TOTAL     PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'BREAKS FOUND...........: '.
               10  WS-RPT-BREAK-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-BALANCED                PIC X(40)
                   VALUE 'SETTLEMENT IS BALANCED                  '.
           05  WS-RPT-NOT-BALANCED            PIC X(40)
                   VALUE 'SETTLEMENT OUT OF BALANCE - RUN FAILED  '.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-FOOT-CLEARING-FILE
              THRU 2000-FOOT-CLEARING-FILE-EXIT
              UNTIL CLRCTL-AT-EOF

           PERFORM 3000-FOOT-POSTED-TRAN
              THRU 3000-FOOT-POSTED-TRAN-EXIT
              UNTIL TRANFILE-AT-EOF

           PERFORM 4000-FOOT-POSTING-REJECT
              THRU 4000-FOOT-POSTING-REJECT-EXIT
              UNTIL DALYREJS-AT-EOF

           PERFORM 4100-FOOT-INTAKE-REJECT
              THRU 4100-FOOT-INTAKE-REJECT-EXIT
              UNTIL CLRREJS-AT-EOF

           PERFORM 5000-PROVE-SETTLEMENT
              THRU 5000-PROVE-SETTLEMENT-EXIT

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * A missing control or rejects file simply means that side has  *
      * nothing to foot.  Without the clearing history an exception   *
      * goes out with no network reference, for the desk to trace.    *
      *****************************************************************
       1000-INITIALIZE.

           OPEN INPUT  TRANFILE-FILE
           OPEN OUTPUT CLREXCP-FILE
                       SETLRPT-FILE

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           WRITE SETLRPT-RECORD FROM WS-RPT-HEADING1

           OPEN INPUT CLRHIST-FILE
           IF CLRHIST-SUCCESS
              SET CLRHIST-IS-OPEN       TO TRUE
           END-IF

           OPEN INPUT CLRCTL-FILE
           IF CLRCTL-SUCCESS
              SET CLRCTL-IS-OPEN        TO TRUE
              PERFORM 1100-READ-NEXT-CONTROL
                 THRU 1100-READ-NEXT-CONTROL-EXIT
           ELSE
              SET CLRCTL-AT-EOF         TO TRUE
           END-IF

           OPEN INPUT DALYREJS-FILE
           IF DALYREJS-SUCCESS
              SET DALYREJS-IS-OPEN      TO TRUE
              PERFORM 1200-READ-NEXT-REJECT
                 THRU 1200-READ-NEXT-REJECT-EXIT
           ELSE
              SET DALYREJS-AT-EOF       TO TRUE
           END-IF

           OPEN INPUT CLRREJS-FILE
           IF CLRREJS-SUCCESS
              SET CLRREJS-IS-OPEN       TO TRUE
              PERFORM 1300-READ-NEXT-DUPLICATE
                 THRU 1300-READ-NEXT-DUPLICATE-EXIT
           ELSE
              SET CLRREJS-AT-EOF        TO TRUE
           END-IF

           PERFORM 1400-READ-NEXT-TRAN
              THRU 1400-READ-NEXT-TRAN-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-CONTROL                                        *
      *****************************************************************
       1100-READ-NEXT-CONTROL.

           READ CLRCTL-FILE INTO CLC-RECORD
               AT END
                   SET CLRCTL-AT-EOF        TO TRUE
           END-READ
           .
       1100-READ-NEXT-CONTROL-EXIT.
           EXIT
           .

      *****************************************************************
      * 1200-READ-NEXT-REJECT                                         *
      *****************************************************************
       1200-READ-NEXT-REJECT.

           READ DALYREJS-FILE
               AT END
                   SET DALYREJS-AT-EOF      TO TRUE
           END-READ
           .
       1200-READ-NEXT-REJECT-EXIT.
           EXIT
           .

      *****************************************************************
      * 1300-READ-NEXT-DUPLICATE                                      *
      *****************************************************************
       1300-READ-NEXT-DUPLICATE.

           READ CLRREJS-FILE
               AT END
                   SET CLRREJS-AT-EOF       TO TRUE
           END-READ
           .
       1300-READ-NEXT-DUPLICATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1400-READ-NEXT-TRAN                                           *
      *****************************************************************
       1400-READ-NEXT-TRAN.

           READ TRANFILE-FILE NEXT INTO TRAN-RECORD
               AT END
                   SET TRANFILE-AT-EOF      TO TRUE
           END-READ
           .
       1400-READ-NEXT-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-FOOT-CLEARING-FILE                                       *
      * A file the intake refused was still settled by the network,   *
      * so its items count on the network side with nothing posted    *
      * against them.  The same file sent twice was settled once and  *
      * is left out.                                                  *
      *****************************************************************
       2000-FOOT-CLEARING-FILE.

           ADD 1                        TO WS-FILE-COUNT
           MOVE CLC-NETWORK-ID          TO WS-RPT-NETWORK-ID
           MOVE CLC-FILE-ID             TO WS-RPT-FILE-ID
           MOVE CLC-NET-SETTLE-AMT      TO WS-RPT-FILE-NET

           EVALUATE TRUE
               WHEN CLC-FILE-ACCEPTED
                   MOVE 'TAKEN IN BY THE INTAKE'
                                        TO WS-RPT-FILE-ACTION
               WHEN CLC-FILE-DUPLICATE
                   MOVE 'LEFT OUT - FILE ALREADY RECEIVED'
                                        TO WS-RPT-FILE-ACTION
               WHEN OTHER
                   MOVE SPACES          TO WS-RPT-FILE-ACTION
                   STRING 'REFUSED - '
                          CLC-REJECT-REASON
                          DELIMITED BY SIZE INTO WS-RPT-FILE-ACTION
           END-EVALUATE
           WRITE SETLRPT-RECORD FROM WS-RPT-FILE-LINE

           IF NOT CLC-FILE-DUPLICATE
              ADD CLC-NET-SETTLE-AMT    TO WS-NET-SETTLE-AMT
              ADD CLC-DOM-COUNT         TO WS-NW-DOM-COUNT
              ADD CLC-DOM-NET-AMT       TO WS-NW-DOM-NET
              ADD CLC-FX-COUNT          TO WS-NW-FX-COUNT
              ADD CLC-FX-NET-AMT        TO WS-NW-FX-NET
              ADD CLC-FX-ORIG-HASH      TO WS-NW-FX-HASH
           END-IF

           PERFORM 1100-READ-NEXT-CONTROL
              THRU 1100-READ-NEXT-CONTROL-EXIT
           .
       2000-FOOT-CLEARING-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3000-FOOT-POSTED-TRAN                                         *
      * Network items the posting batch put on the master today.  The *
      * foreign transaction fee it charges alongside a foreign item   *
      * is its own transaction, not a network item.                   *
      *****************************************************************
       3000-FOOT-POSTED-TRAN.

           IF TRAN-FROM-NETWORK
           AND TRAN-POST-DATE = WS-RUN-DATE-FORMATTED
              IF TRAN-DOMESTIC-CURRENCY
                 ADD 1                  TO WS-PST-DOM-COUNT
                 IF TRAN-IS-DEBIT
                    ADD TRAN-AMT        TO WS-PST-DOM-NET
                 ELSE
                    SUBTRACT TRAN-AMT   FROM WS-PST-DOM-NET
                 END-IF
              ELSE
                 ADD 1                  TO WS-PST-FX-COUNT
                 IF TRAN-IS-DEBIT
                    ADD TRAN-AMT        TO WS-PST-FX-NET
                    ADD TRAN-ORIG-AMT   TO WS-PST-FX-HASH
                 ELSE
                    SUBTRACT TRAN-AMT   FROM WS-PST-FX-NET
                    SUBTRACT TRAN-ORIG-AMT
                                        FROM WS-PST-FX-HASH
                 END-IF
              END-IF
           END-IF

           PERFORM 1400-READ-NEXT-TRAN
              THRU 1400-READ-NEXT-TRAN-EXIT
           .
       3000-FOOT-POSTED-TRAN-EXIT.
           EXIT
           .

      *****************************************************************
      * 4000-FOOT-POSTING-REJECT                                      *
      *****************************************************************
       4000-FOOT-POSTING-REJECT.

           MOVE REJS-TRAN-DATA          TO WS-REJECT-DATA
           MOVE REJS-REJECT-REASON      TO WS-REJECT-REASON
           PERFORM 4200-FOOT-ONE-REJECT
              THRU 4200-FOOT-ONE-REJECT-EXIT

           PERFORM 1200-READ-NEXT-REJECT
              THRU 1200-READ-NEXT-REJECT-EXIT
           .
       4000-FOOT-POSTING-REJECT-EXIT.
           EXIT
           .

      *****************************************************************
      * 4100-FOOT-INTAKE-REJECT                                       *
      *****************************************************************
       4100-FOOT-INTAKE-REJECT.

           MOVE CLRJ-TRAN-DATA          TO WS-REJECT-DATA
           MOVE CLRJ-REJECT-REASON      TO WS-REJECT-REASON
           PERFORM 4200-FOOT-ONE-REJECT
              THRU 4200-FOOT-ONE-REJECT-EXIT

           PERFORM 1300-READ-NEXT-DUPLICATE
              THRU 1300-READ-NEXT-DUPLICATE-EXIT
           .
       4100-FOOT-INTAKE-REJECT-EXIT.
           EXIT
           .

      *****************************************************************
      * 4200-FOOT-ONE-REJECT                                          *
      * Only network items foot; the rejects file also carries items  *
      * raised inside this system.  A rejected foreign item may carry *
      * the converted amount, so it foots by its original amount.     *
      *****************************************************************
       4200-FOOT-ONE-REJECT.

           MOVE WS-REJECT-DATA          TO DALYTRAN-RECORD
           IF NOT DALYTRAN-FROM-NETWORK
              GO TO 4200-FOOT-ONE-REJECT-EXIT
           END-IF

           IF DALYTRAN-DOMESTIC-CURRENCY
              ADD 1                     TO WS-REJ-DOM-COUNT
              IF DALYTRAN-AMT NUMERIC
                 IF DALYTRAN-IS-DEBIT
                    ADD DALYTRAN-AMT    TO WS-REJ-DOM-NET
                 ELSE
                    SUBTRACT DALYTRAN-AMT
                                        FROM WS-REJ-DOM-NET
                 END-IF
              END-IF
           ELSE
              ADD 1                     TO WS-REJ-FX-COUNT
              IF DALYTRAN-ORIG-AMT NUMERIC
                 IF DALYTRAN-IS-DEBIT
                    ADD DALYTRAN-ORIG-AMT
                                        TO WS-REJ-FX-HASH
                 ELSE
                    SUBTRACT DALYTRAN-ORIG-AMT
                                        FROM WS-REJ-FX-HASH
                 END-IF
              END-IF
           END-IF

           PERFORM 4300-WRITE-EXCEPTION
              THRU 4300-WRITE-EXCEPTION-EXIT
           .
       4200-FOOT-ONE-REJECT-EXIT.
           EXIT
           .

      *****************************************************************
      * 4300-WRITE-EXCEPTION                                          *
      * The item goes back under the network's reference and at the   *
      * amount the network settled, both off the clearing history.    *
      * A foreign item's settled dollars count toward the rejected    *
      * side here, where they are known.                              *
      *****************************************************************
       4300-WRITE-EXCEPTION.

           INITIALIZE CLX-RECORD
           MOVE DALYTRAN-CARD-NUM       TO CLX-CARD-NUM
           MOVE DALYTRAN-AMT            TO CLX-AMT
           MOVE DALYTRAN-DEBIT-CREDIT-IND
                                        TO CLX-DEBIT-CREDIT-IND
           MOVE WS-REJECT-REASON        TO CLX-REASON
           MOVE WS-RUN-DATE-FORMATTED   TO CLX-EXCEPTION-DATE

           IF CLRHIST-IS-OPEN
           AND DALYTRAN-CLR-ITEM-ID NUMERIC
           AND DALYTRAN-CLR-ITEM-ID > 0
              MOVE DALYTRAN-CLR-ITEM-ID TO FD-CLH-ITEM-ID
              READ CLRHIST-FILE INTO CLH-RECORD
                  NOT INVALID KEY
                      MOVE CLH-NETWORK-REF
                                        TO CLX-NETWORK-REF
                      MOVE CLH-FILE-ID  TO CLX-FILE-ID
                      MOVE CLH-AMT      TO CLX-AMT
              END-READ
           END-IF

           IF NOT DALYTRAN-DOMESTIC-CURRENCY
              IF DALYTRAN-IS-DEBIT
                 ADD CLX-AMT            TO WS-REJ-FX-NET
              ELSE
                 SUBTRACT CLX-AMT       FROM WS-REJ-FX-NET
              END-IF
           END-IF

           WRITE FD-CLREXCP-REC FROM CLX-RECORD
           ADD 1                        TO WS-EXCEPTION-COUNT

           MOVE CLX-NETWORK-REF         TO WS-RPT-EXC-REF
           MOVE CLX-AMT                 TO WS-RPT-EXC-AMT
           MOVE CLX-DEBIT-CREDIT-IND    TO WS-RPT-EXC-DC-IND
           MOVE CLX-REASON              TO WS-RPT-EXC-REASON
           WRITE SETLRPT-RECORD FROM WS-RPT-EXCEPTION-LINE
           .
       4300-WRITE-EXCEPTION-EXIT.
           EXIT
           .

      *****************************************************************
      * 5000-PROVE-SETTLEMENT                                         *
      * Network = posted + rejected, for dollar items by count and    *
      * net dollars and for foreign items by count and original       *
      * amount hash.  The foreign dollars posted differ from the      *
      * network's by the conversion, which is shown but not a break.  *
      *****************************************************************
       5000-PROVE-SETTLEMENT.

           WRITE SETLRPT-RECORD FROM WS-RPT-HEADING2

           MOVE 'NETWORK NET SETTLEMENT.: '
                                        TO WS-RPT-FOOT-NAME
           COMPUTE WS-RPT-FOOT-COUNT =
               WS-NW-DOM-COUNT + WS-NW-FX-COUNT
           MOVE WS-NET-SETTLE-AMT       TO WS-RPT-FOOT-NET
           MOVE 0                       TO WS-RPT-FOOT-HASH
           WRITE SETLRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'NETWORK DOLLAR ITEMS...: '
                                        TO WS-RPT-FOOT-NAME
           MOVE WS-NW-DOM-COUNT         TO WS-RPT-FOOT-COUNT
           MOVE WS-NW-DOM-NET           TO WS-RPT-FOOT-NET
           MOVE 0                       TO WS-RPT-FOOT-HASH
           WRITE SETLRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'POSTED DOLLAR ITEMS....: '
                                        TO WS-RPT-FOOT-NAME
           MOVE WS-PST-DOM-COUNT        TO WS-RPT-FOOT-COUNT
           MOVE WS-PST-DOM-NET          TO WS-RPT-FOOT-NET
           MOVE 0                       TO WS-RPT-FOOT-HASH
           WRITE SETLRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'REJECTED DOLLAR ITEMS..: '
                                        TO WS-RPT-FOOT-NAME
           MOVE WS-REJ-DOM-COUNT        TO WS-RPT-FOOT-COUNT
           MOVE WS-REJ-DOM-NET          TO WS-RPT-FOOT-NET
           MOVE 0                       TO WS-RPT-FOOT-HASH
           WRITE SETLRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'NETWORK FOREIGN ITEMS..: '
                                        TO WS-RPT-FOOT-NAME
           MOVE WS-NW-FX-COUNT          TO WS-RPT-FOOT-COUNT
           MOVE WS-NW-FX-NET            TO WS-RPT-FOOT-NET
           MOVE WS-NW-FX-HASH           TO WS-RPT-FOOT-HASH
           WRITE SETLRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'POSTED FOREIGN ITEMS...: '
                                        TO WS-RPT-FOOT-NAME
           MOVE WS-PST-FX-COUNT         TO WS-RPT-FOOT-COUNT
           MOVE WS-PST-FX-NET           TO WS-RPT-FOOT-NET
           MOVE WS-PST-FX-HASH          TO WS-RPT-FOOT-HASH
           WRITE SETLRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'REJECTED FOREIGN ITEMS.: '
                                        TO WS-RPT-FOOT-NAME
           MOVE WS-REJ-FX-COUNT         TO WS-RPT-FOOT-COUNT
           MOVE WS-REJ-FX-NET           TO WS-RPT-FOOT-NET
           MOVE WS-REJ-FX-HASH          TO WS-RPT-FOOT-HASH
           WRITE SETLRPT-RECORD FROM WS-RPT-FOOT-LINE

           COMPUTE WS-FX-DIFFERENCE =
               WS-NW-FX-NET - WS-PST-FX-NET - WS-REJ-FX-NET
           MOVE 'FOREIGN CONVERSION DIFF: '
                                        TO WS-RPT-FOOT-NAME
           MOVE 0                       TO WS-RPT-FOOT-COUNT
           MOVE WS-FX-DIFFERENCE        TO WS-RPT-FOOT-NET
           MOVE 0                       TO WS-RPT-FOOT-HASH
           WRITE SETLRPT-RECORD FROM WS-RPT-FOOT-LINE

           IF WS-NET-SETTLE-AMT NOT = WS-NW-DOM-NET + WS-NW-FX-NET
              SET WS-SETTLE-NOT-BALANCED TO TRUE
              ADD 1                     TO WS-BREAK-COUNT
              MOVE 'NETWORK ITEMS DO NOT FOOT TO ITS SETTLEMENT'
                                        TO SETLRPT-RECORD
              WRITE SETLRPT-RECORD
           END-IF

           IF WS-NW-DOM-COUNT NOT = WS-PST-DOM-COUNT + WS-REJ-DOM-COUNT
           OR WS-NW-DOM-NET NOT = WS-PST-DOM-NET + WS-REJ-DOM-NET
              SET WS-SETTLE-NOT-BALANCED TO TRUE
              ADD 1                     TO WS-BREAK-COUNT
              MOVE 'DOLLAR ITEMS DO NOT FOOT TO POSTED PLUS REJECTED'
                                        TO SETLRPT-RECORD
              WRITE SETLRPT-RECORD
           END-IF

           IF WS-NW-FX-COUNT NOT = WS-PST-FX-COUNT + WS-REJ-FX-COUNT
           OR WS-NW-FX-HASH NOT = WS-PST-FX-HASH + WS-REJ-FX-HASH
              SET WS-SETTLE-NOT-BALANCED TO TRUE
              ADD 1                     TO WS-BREAK-COUNT
              MOVE 'FOREIGN ITEMS DO NOT FOOT TO POSTED PLUS REJECTED'
                                        TO SETLRPT-RECORD
              WRITE SETLRPT-RECORD
           END-IF
           .
       5000-PROVE-SETTLEMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-FILE-COUNT            TO WS-RPT-FILE-TOTAL
           WRITE SETLRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-EXCEPTION-COUNT       TO WS-RPT-EXCEPTION-TOTAL
           WRITE SETLRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-BREAK-COUNT           TO WS-RPT-BREAK-TOTAL
           WRITE SETLRPT-RECORD FROM WS-RPT-SUMMARY3

           IF WS-SETTLE-BALANCED
              WRITE SETLRPT-RECORD FROM WS-RPT-BALANCED
           ELSE
              WRITE SETLRPT-RECORD FROM WS-RPT-NOT-BALANCED
              MOVE 8                     TO RETURN-CODE
           END-IF

           IF CLRCTL-IS-OPEN
              CLOSE CLRCTL-FILE
           END-IF
           IF DALYREJS-IS-OPEN
              CLOSE DALYREJS-FILE
           END-IF
           IF CLRREJS-IS-OPEN
              CLOSE CLRREJS-FILE
           END-IF
           IF CLRHIST-IS-OPEN
              CLOSE CLRHIST-FILE
           END-IF

           CLOSE TRANFILE-FILE
                 CLREXCP-FILE
                 SETLRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
