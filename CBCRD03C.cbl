      ******************************************************************
      * Program:     CBCRD03C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Card replacement extract batch.  Sweeps the      *
      *              card replacement queue the lost/stolen           *
      *              replacement screen (COCRDRPC) writes, and for    *
      *              each replacement not yet extracted cuts the      *
      *              embossing and mailer records for the new plastic *
      *              (same layouts the reissue batch CBCRD01C sends   *
      *              the card vendor) and an old-to-new card number   *
      *              record for the card networks, so merchants       *
      *              holding the old number for recurring billing     *
      *              are updated.  Extracted entries are marked so    *
      *              a rerun never mails the same plastic twice.      *
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
           CBCRD03C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPLQFILE-FILE ASSIGN TO RPLQFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-RPLQ-OLD-CARD-NUM
                  FILE STATUS IS RPLQFILE-STATUS.

           SELECT CARDFILE-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CARD-NUM
                  FILE STATUS IS CARDFILE-STATUS.

           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CUST-ID
                  FILE STATUS IS CUSTFILE-STATUS.

           SELECT EMBOSSFL-FILE ASSIGN TO EMBOSSFL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EMBOSSFL-STATUS.

           SELECT MAILFILE-FILE ASSIGN TO MAILFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MAILFILE-STATUS.

           SELECT NETXFILE-FILE ASSIGN TO NETXFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NETXFILE-STATUS.

           SELECT RPLQRPT-FILE ASSIGN TO RPLQRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPLQRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RPLQFILE-FILE.
       01  FD-RPLQFILE-REC.
           05  FD-RPLQ-OLD-CARD-NUM          PIC X(16).
           05  FILLER                        PIC X(84).

       FD  CARDFILE-FILE.
       01  FD-CARDFILE-REC.
           05  FD-CARD-NUM                   PIC X(16).
           05  FILLER                        PIC X(134).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                    PIC 9(09).
           05  FILLER                        PIC X(373).

      *****************************************************************
      * Embossing extract - one record per replacement card, in the   *
      * fixed layout the card vendor's intake expects.                *
      *****************************************************************
       FD  EMBOSSFL-FILE.
       01  FD-EMBOSSFL-REC.
           05  EMBS-CARD-NUM                 PIC X(16).
           05  EMBS-EMBOSSED-NAME            PIC X(50).
           05  EMBS-EXPIRAION-DATE           PIC X(10).
           05  FILLER                        PIC X(04).

      *****************************************************************
      * Mailer extract - one record per replacement card, addressed   *
      * from the customer record, for the letters vendor.             *
      *****************************************************************
       FD  MAILFILE-FILE.
       01  FD-MAILFILE-REC.
           05  MAIL-CARD-NUM                 PIC X(16).
           05  MAIL-CUST-FIRST-NAME          PIC X(25).
           05  MAIL-CUST-LAST-NAME           PIC X(25).
           05  MAIL-ADDR-LINE-1              PIC X(50).
           05  MAIL-ADDR-LINE-2              PIC X(50).
           05  MAIL-ADDR-LINE-3              PIC X(50).
           05  MAIL-ADDR-STATE-CD            PIC X(02).
           05  MAIL-ADDR-ZIP                 PIC X(10).
           05  FILLER                        PIC X(12).

      *****************************************************************
      * Old-to-new card number file for the card networks - the old   *
      * number, the number that replaces it and the new expiry, so    *
      * the network's account updater can refresh merchants that      *
      * keep the card on file.                                        *
      *****************************************************************
       FD  NETXFILE-FILE.
       01  FD-NETXFILE-REC.
           05  NETX-OLD-CARD-NUM             PIC X(16).
           05  NETX-NEW-CARD-NUM             PIC X(16).
           05  NETX-NEW-EXPIRAION-DATE       PIC X(10).
           05  NETX-REASON-CD                PIC X(01).
           05  NETX-CHANGE-DATE              PIC X(10).
           05  FILLER                        PIC X(27).

       FD  RPLQRPT-FILE.
       01  RPLQRPT-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  RPLQFILE-STATUS                PIC X(02).
               88  RPLQFILE-SUCCESS                   VALUE '00'.
               88  RPLQFILE-EOF                       VALUE '10'.
           05  CARDFILE-STATUS                PIC X(02).
               88  CARDFILE-SUCCESS                  VALUE '00'.
               88  CARDFILE-NOTFND                    VALUE '23'.
           05  CUSTFILE-STATUS                PIC X(02).
               88  CUSTFILE-SUCCESS                  VALUE '00'.
               88  CUSTFILE-NOTFND                    VALUE '23'.
           05  EMBOSSFL-STATUS                PIC X(02).
               88  EMBOSSFL-SUCCESS                   VALUE '00'.
           05  MAILFILE-STATUS                PIC X(02).
               88  MAILFILE-SUCCESS                   VALUE '00'.
           05  NETXFILE-STATUS                PIC X(02).
               88  NETXFILE-SUCCESS                   VALUE '00'.
           05  RPLQRPT-STATUS                 PIC X(02).
               88  RPLQRPT-SUCCESS                    VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RPLQFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  RPLQFILE-AT-EOF                     VALUE 'Y'.
           05  WS-RPLQFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  RPLQFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-EXTRACT-STATUS-SW           PIC X(01) VALUE 'Y'.
               88  EXTRACT-OK                          VALUE 'Y'.
               88  EXTRACT-NOT-OK                      VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-QUEUE-COUNT                 PIC 9(07) COMP VALUE 0.
           05  WS-EXTRACTED-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-SKIPPED-COUNT               PIC 9(07) COMP VALUE 0.

      *************************************************************
      * Run date, captured once at job start and stamped on every *
      * queue entry extracted by this run.                         *
      *************************************************************
       01  WS-RUN-DATE.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).

      *************************************************************
      * Queue, card and customer record layouts, via the shared   *
      * copybooks                                                 *
      *************************************************************
           COPY CVCRD02Y.

           COPY CVACT02Y.

           COPY CVCUS01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'CARD REPLACEMENT EXTRACT REPORT         '.
               10  FILLER                     PIC X(12)
                   VALUE SPACES.
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(17)
                   VALUE 'OLD CARD NUMBER  '.
               10  FILLER                     PIC X(17)
                   VALUE 'NEW CARD NUMBER  '.
               10  FILLER                     PIC X(12)
                   VALUE 'ACCOUNT ID  '.
               10  FILLER                     PIC X(07)
                   VALUE 'REASON '.
               10  FILLER                     PIC X(30)
                   VALUE 'DISPOSITION                   '.
           05  WS-RPT-DETAIL.
               10  WS-RPT-OLD-CARD-NUM        PIC X(16).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-NEW-CARD-NUM        PIC X(16).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-ACCT-ID             PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-REASON-CD           PIC X(01).
               10  FILLER                     PIC X(06) VALUE SPACE.
               10  WS-RPT-DISPOSITION         PIC X(30).
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'QUEUE ENTRIES READ.....: '.
               10  WS-RPT-QUEUE-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'CARDS EXTRACTED........: '.
               10  WS-RPT-EXTRACTED-TOTAL     PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'ENTRIES SKIPPED........: '.
               10  WS-RPT-SKIPPED-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-SWEEP-QUEUE
              THRU 2000-SWEEP-QUEUE-EXIT
              UNTIL RPLQFILE-AT-EOF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * A replacement queue that will not open means no card has been *
      * replaced yet - the report says so and the job ends clean.     *
      *****************************************************************
       1000-INITIALIZE.

           OPEN INPUT  CARDFILE-FILE
                       CUSTFILE-FILE
           OPEN OUTPUT EMBOSSFL-FILE
                       MAILFILE-FILE
                       NETXFILE-FILE
                       RPLQRPT-FILE

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           WRITE RPLQRPT-RECORD FROM WS-RPT-HEADING1
           WRITE RPLQRPT-RECORD FROM WS-RPT-HEADING2

           OPEN I-O    RPLQFILE-FILE
           IF NOT RPLQFILE-SUCCESS
              SET RPLQFILE-AT-EOF       TO TRUE
              MOVE 'NO CARD REPLACEMENT QUEUE - NOTHING EXTRACTED'
                                        TO RPLQRPT-RECORD
              WRITE RPLQRPT-RECORD
              GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET RPLQFILE-IS-OPEN         TO TRUE

           PERFORM 1100-READ-NEXT-ENTRY
              THRU 1100-READ-NEXT-ENTRY-EXIT
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-ENTRY                                          *
      *****************************************************************
       1100-READ-NEXT-ENTRY.

           READ RPLQFILE-FILE NEXT INTO RPLQ-RECORD
               AT END
                   SET RPLQFILE-AT-EOF        TO TRUE
           END-READ
           .
       1100-READ-NEXT-ENTRY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-SWEEP-QUEUE                                              *
      * Only entries still pending are extracted; entries an earlier  *
      * run already extracted pass through untouched.                 *
      *****************************************************************
       2000-SWEEP-QUEUE.

           ADD 1                        TO WS-QUEUE-COUNT

           IF RPLQ-STAT-PENDING
              PERFORM 2100-EXTRACT-ONE-CARD
                 THRU 2100-EXTRACT-ONE-CARD-EXIT
           END-IF

           PERFORM 1100-READ-NEXT-ENTRY
              THRU 1100-READ-NEXT-ENTRY-EXIT
           .
       2000-SWEEP-QUEUE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-EXTRACT-ONE-CARD                                         *
      * The new card and the customer are read for the embossed name, *
      * expiry and address.  An entry whose card or customer is       *
      * missing is left pending and reported, so it is picked up      *
      * again once the master is repaired.                            *
      *****************************************************************
       2100-EXTRACT-ONE-CARD.

           SET EXTRACT-OK               TO TRUE
           MOVE RPLQ-OLD-CARD-NUM       TO WS-RPT-OLD-CARD-NUM
           MOVE RPLQ-NEW-CARD-NUM       TO WS-RPT-NEW-CARD-NUM
           MOVE RPLQ-ACCT-ID            TO WS-RPT-ACCT-ID
           MOVE RPLQ-REASON-CD          TO WS-RPT-REASON-CD

           MOVE RPLQ-NEW-CARD-NUM       TO FD-CARD-NUM
           READ CARDFILE-FILE INTO CARD-RECORD
               INVALID KEY
                   SET EXTRACT-NOT-OK       TO TRUE
                   MOVE 'NEW CARD NOT ON FILE - LEFT PENDING'
                                             TO WS-RPT-DISPOSITION
           END-READ

           IF EXTRACT-OK
              MOVE RPLQ-CUST-ID         TO FD-CUST-ID
              READ CUSTFILE-FILE INTO CUSTOMER-RECORD
                  INVALID KEY
                      SET EXTRACT-NOT-OK   TO TRUE
                      MOVE 'CUSTOMER NOT ON FILE - LEFT PENDING'
                                             TO WS-RPT-DISPOSITION
              END-READ
           END-IF

           IF EXTRACT-NOT-OK
              ADD 1                     TO WS-SKIPPED-COUNT
              WRITE RPLQRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2100-EXTRACT-ONE-CARD-EXIT
           END-IF

           PERFORM 2200-WRITE-EXTRACTS
              THRU 2200-WRITE-EXTRACTS-EXIT

           SET RPLQ-STAT-EXTRACTED      TO TRUE
           MOVE WS-RUN-DATE-FORMATTED   TO RPLQ-EXTRACT-DATE
           REWRITE FD-RPLQFILE-REC FROM RPLQ-RECORD
               INVALID KEY
                   MOVE 'EXTRACTED - QUEUE REWRITE FAILED'
                                             TO WS-RPT-DISPOSITION
                   ADD 1                    TO WS-EXTRACTED-COUNT
                   WRITE RPLQRPT-RECORD FROM WS-RPT-DETAIL
                   GO TO 2100-EXTRACT-ONE-CARD-EXIT
           END-REWRITE

           ADD 1                        TO WS-EXTRACTED-COUNT
           MOVE 'EXTRACTED'             TO WS-RPT-DISPOSITION
           WRITE RPLQRPT-RECORD FROM WS-RPT-DETAIL
           .
       2100-EXTRACT-ONE-CARD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-WRITE-EXTRACTS                                           *
      *****************************************************************
       2200-WRITE-EXTRACTS.

           MOVE CARD-NUM                 TO EMBS-CARD-NUM
           MOVE CARD-EMBOSSED-NAME       TO EMBS-EMBOSSED-NAME
           MOVE CARD-EXPIRAION-DATE      TO EMBS-EXPIRAION-DATE
           WRITE FD-EMBOSSFL-REC

           MOVE CARD-NUM                 TO MAIL-CARD-NUM
           MOVE CUST-FIRST-NAME          TO MAIL-CUST-FIRST-NAME
           MOVE CUST-LAST-NAME           TO MAIL-CUST-LAST-NAME
           MOVE CUST-ADDR-LINE-1         TO MAIL-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2         TO MAIL-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3         TO MAIL-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD       TO MAIL-ADDR-STATE-CD
           MOVE CUST-ADDR-ZIP            TO MAIL-ADDR-ZIP
           WRITE FD-MAILFILE-REC

           MOVE SPACES                   TO FD-NETXFILE-REC
           MOVE RPLQ-OLD-CARD-NUM        TO NETX-OLD-CARD-NUM
           MOVE RPLQ-NEW-CARD-NUM        TO NETX-NEW-CARD-NUM
           MOVE CARD-EXPIRAION-DATE      TO NETX-NEW-EXPIRAION-DATE
           MOVE RPLQ-REASON-CD           TO NETX-REASON-CD
           MOVE RPLQ-REQ-DATE            TO NETX-CHANGE-DATE
           WRITE FD-NETXFILE-REC
           .
       2200-WRITE-EXTRACTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-QUEUE-COUNT           TO WS-RPT-QUEUE-TOTAL
           WRITE RPLQRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-EXTRACTED-COUNT       TO WS-RPT-EXTRACTED-TOTAL
           WRITE RPLQRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-SKIPPED-COUNT         TO WS-RPT-SKIPPED-TOTAL
           WRITE RPLQRPT-RECORD FROM WS-RPT-SUMMARY3

           IF RPLQFILE-IS-OPEN
              CLOSE RPLQFILE-FILE
           END-IF
           CLOSE CARDFILE-FILE
                 CUSTFILE-FILE
                 EMBOSSFL-FILE
                 MAILFILE-FILE
                 NETXFILE-FILE
                 RPLQRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
