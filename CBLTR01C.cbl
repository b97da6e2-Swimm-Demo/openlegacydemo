      ******************************************************************
      * Program:     CBLTR01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Nightly customer correspondence batch.  Works    *
      *              the letter requests the batches and screens      *
      *              queue on LTRQUEUE when something happens to an   *
      *              account the customer must be told of - a credit  *
      *              line decrease, a blocked card, a returned        *
      *              payment, a charge-off, a change in terms, a      *
      *              limit change.  A change in terms keyed for a     *
      *              whole account group is first fanned out to one   *
      *              request per open account in the group (the       *
      *              DEFAULT group also takes the accounts whose own  *
      *              group has no entry in that rate set).  Each      *
      *              queued request is then merged into its letter    *
      *              template (LTRTMPL): the customer is resolved     *
      *              through the card cross-reference when the writer *
      *              did not have it, the name and mailing address    *
      *              come off the customer master, and the letter     *
      *              goes to the print/mail vendor file with a        *
      *              counted trailer.  Each request is marked sent or *
      *              failed with the reason, and stays on the queue   *
      *              as the account's letter history (COLTR00C).      *
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
           CBLTR01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTRQUEUE-FILE ASSIGN TO LTRQUEUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-LTRQ-KEY
                  FILE STATUS IS LTRQUEUE-STATUS.

           SELECT LTRTMPL-FILE ASSIGN TO LTRTMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-LTPL-KEY
                  FILE STATUS IS LTRTMPL-STATUS.

           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS ACCTFILE-STATUS.

           SELECT CARDAIX-FILE ASSIGN TO CARDAIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                            WITH DUPLICATES
                  FILE STATUS IS CARDAIX-STATUS.

           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CUST-ID
                  FILE STATUS IS CUSTFILE-STATUS.

           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-PARM-KEY
                  FILE STATUS IS PARMFILE-STATUS.

           SELECT LTRVEND-FILE ASSIGN TO LTRVEND
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LTRVEND-STATUS.

           SELECT LTRRPT-FILE ASSIGN TO LTRRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LTRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LTRQUEUE-FILE.
       01  FD-LTRQUEUE-REC.
           05  FD-LTRQ-KEY                   PIC X(26).
           05  FILLER                        PIC X(224).

       FD  LTRTMPL-FILE.
       01  FD-LTRTMPL-REC.
           05  FD-LTPL-KEY                   PIC X(06).
           05  FILLER                        PIC X(94).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                    PIC 9(11).
           05  FILLER                        PIC X(299).

       FD  CARDAIX-FILE.
       01  FD-CARDAIX-REC.
           05  FD-XREF-CARD-NUM              PIC X(16).
           05  FD-XREF-ACCT-ID               PIC 9(11).
           05  FILLER                        PIC X(23).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                    PIC 9(09).
           05  FILLER                        PIC X(373).

       FD  PARMFILE-FILE.
       01  FD-PARMFILE-REC.
           05  FD-PARM-KEY.
               10  FD-PARM-SET-ID            PIC X(08).
               10  FD-PARM-ENTRY-ID          PIC X(10).
           05  FILLER                        PIC X(62).

      *****************************************************************
      * Print/mail vendor file - per letter a name record (H), the    *
      * mailing address lines (A) and the merged letter lines (L),    *
      * each carrying the request key; one trailer (T) at the end     *
      * with the letter and record counts the vendor balances to.     *
      *****************************************************************
       FD  LTRVEND-FILE.
       01  LTRVEND-RECORD                    PIC X(120).

       FD  LTRRPT-FILE.
       01  LTRRPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  LTRQUEUE-STATUS                PIC X(02).
               88  LTRQUEUE-SUCCESS                   VALUE '00'.
               88  LTRQUEUE-EOF                       VALUE '10'.
               88  LTRQUEUE-DUPKEY                    VALUE '22'.
               88  LTRQUEUE-NOTFND                    VALUE '23'.
           05  LTRTMPL-STATUS                 PIC X(02).
               88  LTRTMPL-SUCCESS                    VALUE '00'.
               88  LTRTMPL-EOF                        VALUE '10'.
               88  LTRTMPL-NOTFND                     VALUE '23'.
           05  ACCTFILE-STATUS                PIC X(02).
               88  ACCTFILE-SUCCESS                  VALUE '00'.
               88  ACCTFILE-EOF                       VALUE '10'.
           05  CARDAIX-STATUS                 PIC X(02).
               88  CARDAIX-SUCCESS                    VALUE '00'.
               88  CARDAIX-NOTFND                     VALUE '23'.
           05  CUSTFILE-STATUS                PIC X(02).
               88  CUSTFILE-SUCCESS                  VALUE '00'.
               88  CUSTFILE-NOTFND                    VALUE '23'.
           05  PARMFILE-STATUS                PIC X(02).
               88  PARMFILE-SUCCESS                   VALUE '00'.
               88  PARMFILE-NOTFND                    VALUE '23'.
           05  LTRVEND-STATUS                 PIC X(02).
               88  LTRVEND-SUCCESS                    VALUE '00'.
           05  LTRRPT-STATUS                  PIC X(02).
               88  LTRRPT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LTRQUEUE-EOF-SW             PIC X(01) VALUE 'N'.
               88  LTRQUEUE-AT-EOF                     VALUE 'Y'.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  ACCTFILE-AT-EOF                     VALUE 'Y'.
           05  WS-LTRTMPL-EOF-SW              PIC X(01) VALUE 'N'.
               88  LTRTMPL-AT-EOF                      VALUE 'Y'.
           05  WS-PARMFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  PARMFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-LETTER-STATUS-SW            PIC X(01) VALUE 'Y'.
               88  LETTER-OK                           VALUE 'Y'.
               88  LETTER-NOT-OK                       VALUE 'N'.
           05  WS-GROUP-MATCH-SW              PIC X(01) VALUE 'N'.
               88  WS-GROUP-MATCH                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-GROUP-REQ-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-GROUP-HELD-COUNT            PIC 9(07) COMP VALUE 0.
           05  WS-FANOUT-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-REQUEST-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-SENT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-FAILED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-VND-RECORD-COUNT            PIC 9(09) COMP VALUE 0.
           05  WS-GRP-IDX                     PIC 9(03) COMP VALUE 0.

      *************************************************************
      * Group-wide change in terms requests found on the queue    *
      * this run, each with the count of account requests it was  *
      * fanned out to.  Requests beyond the table stay queued for *
      * the next run.                                             *
      *************************************************************
       01  WS-GROUP-TABLE.
           05  WS-GRP-MAX                     PIC 9(03) COMP VALUE 20.
           05  WS-GRP-COUNT                   PIC 9(03) COMP VALUE 0.
           05  WS-GRP-ENTRY OCCURS 20 TIMES.
               10  WS-GRP-REQUEST             PIC X(250).
               10  WS-GRP-FANOUT              PIC 9(07) COMP.

      *************************************************************
      * Queue key views - the start of the group-wide requests    *
      * (account zero) and the start of the account requests      *
      *************************************************************
       01  WS-LTRQ-START-KEY.
           05  WS-LTRQ-START-ACCT-ID          PIC 9(11).
           05  WS-LTRQ-START-REST             PIC X(15).

       01  WS-LTPL-START-KEY.
           05  WS-LTPL-START-CD               PIC X(04).
           05  WS-LTPL-START-LINE             PIC 9(02).

      *************************************************************
      * Letter merge work areas.  A template line is split at its *
      * merge field into the text before, the two-character field *
      * name and the text after; the field's value is built left  *
      * justified and the line put back together around it.       *
      *************************************************************
       01  WS-MERGE-FIELDS.
           05  WS-AMP-COUNT                   PIC 9(03) COMP.
           05  WS-BEFORE-LEN                  PIC 9(03) COMP.
           05  WS-MERGE-PTR                   PIC 9(03) COMP.
           05  WS-LEAD-SPACES                 PIC 9(03) COMP.
           05  WS-MERGE-BEFORE                PIC X(70).
           05  WS-MERGE-REST                  PIC X(70).
           05  WS-MERGE-REST-R REDEFINES WS-MERGE-REST.
               10  WS-MERGE-TOKEN             PIC X(02).
               10  WS-MERGE-AFTER             PIC X(68).
           05  WS-MERGE-VALUE                 PIC X(60).
           05  WS-MERGED-TEXT                 PIC X(70).
           05  WS-AMOUNT-EDITED               PIC $$$,$$$,$$$,$$9.99.
           05  WS-RATE-EDITED                 PIC Z9.99.
           05  WS-ACCT-EDITED                 PIC 9(11).
           05  WS-CUST-FULL-NAME              PIC X(60).
           05  WS-CUST-CARD-NUM               PIC X(16).
           05  WS-CITY-LINE                   PIC X(70).
           05  WS-RESULT-COUNT                PIC ZZZZZ9.

       01  WS-RUN-DATE.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).

      *************************************************************
      * Vendor file record layouts                                *
      *************************************************************
       01  WS-VND-DETAIL.
           05  WS-VND-REC-TYPE                PIC X(01).
               88  WS-VND-NAME                         VALUE 'H'.
               88  WS-VND-ADDRESS                      VALUE 'A'.
               88  WS-VND-LETTER-LINE                  VALUE 'L'.
           05  WS-VND-LETTER-KEY              PIC X(26).
           05  WS-VND-LETTER-CD               PIC X(04).
           05  WS-VND-LINE-NO                 PIC 9(02).
           05  WS-VND-TEXT                    PIC X(70).
           05  FILLER                         PIC X(17) VALUE SPACES.

       01  WS-VND-TRAILER.
           05  WS-VND-TRL-REC-TYPE            PIC X(01) VALUE 'T'.
           05  WS-VND-TRL-RUN-DATE            PIC X(10).
           05  WS-VND-TRL-LETTER-COUNT        PIC 9(07).
           05  WS-VND-TRL-RECORD-COUNT        PIC 9(09).
           05  FILLER                         PIC X(93) VALUE SPACES.

      *************************************************************
      * Master record layouts, via the shared copybooks           *
      *************************************************************
           COPY CVACT01Y.

           COPY CVACT03Y.

           COPY CVCUS01Y.

           COPY CVPRM01Y.

           COPY CVLTR02Y.

      *************************************************************
      * Correspondence queue record and the queueing fields       *
      * shared with the other programs that raise letters         *
      *************************************************************
           COPY CVLTR01Y.

       01  WS-LTRQ-QUEUE-FIELDS.
           COPY CSLTRQWY.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'CUSTOMER CORRESPONDENCE RUN             '.
               10  FILLER                     PIC X(12)
                   VALUE 'RUN DATE:   '.
               10  WS-RPT-RUN-DATE            PIC X(10).
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(12)
                   VALUE 'ACCOUNT ID  '.
               10  FILLER                     PIC X(11)
                   VALUE 'REQUESTED  '.
               10  FILLER                     PIC X(06)
                   VALUE 'SEQ   '.
               10  FILLER                     PIC X(06)
                   VALUE 'CODE  '.
               10  FILLER                     PIC X(09)
                   VALUE 'SOURCE   '.
               10  FILLER                     PIC X(04)
                   VALUE 'ST  '.
               10  FILLER                     PIC X(30)
                   VALUE 'RESULT                        '.
           05  WS-RPT-DETAIL.
               10  WS-RPT-ACCT-ID             PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-REQ-DATE            PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-REQ-SEQ             PIC 9(05).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-LETTER-CD           PIC X(04).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-RPT-SOURCE-PGM          PIC X(08).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-STATUS              PIC X(01).
               10  FILLER                     PIC X(03) VALUE SPACES.
               10  WS-RPT-RESULT              PIC X(30).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-GROUP-ID            PIC X(10).
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'GROUP REQUESTS EXPANDED: '.
               10  WS-RPT-GROUP-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'GROUP REQUESTS HELD....: '.
               10  WS-RPT-HELD-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNT REQUESTS ADDED.: '.
               10  WS-RPT-FANOUT-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'REQUESTS WORKED........: '.
               10  WS-RPT-REQUEST-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'LETTERS SENT...........: '.
               10  WS-RPT-SENT-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY6.
               10  FILLER                     PIC X(25)
                   VALUE 'LETTERS FAILED.........: '.
               10  WS-RPT-FAILED-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY7.
               10  FILLER                     PIC X(25)
                   VALUE 'VENDOR RECORDS WRITTEN.: '.
               10  WS-RPT-VND-TOTAL           PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                     PIC X(06) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-EXPAND-GROUP-REQUESTS
              THRU 2000-EXPAND-GROUP-REQUESTS-EXIT

           PERFORM 3000-START-ACCOUNT-REQUESTS
              THRU 3000-START-ACCOUNT-REQUESTS-EXIT

           PERFORM 3100-PROCESS-REQUEST
              THRU 3100-PROCESS-REQUEST-EXIT
              UNTIL LTRQUEUE-AT-EOF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * The parameter file is only needed to place accounts under the *
      * DEFAULT group, so a run without it still sends every other    *
      * letter.                                                       *
      *****************************************************************
       1000-INITIALIZE.

           OPEN I-O    LTRQUEUE-FILE
           OPEN INPUT  LTRTMPL-FILE
                       CARDAIX-FILE
                       CUSTFILE-FILE
           OPEN OUTPUT LTRVEND-FILE
                       LTRRPT-FILE

           OPEN INPUT  PARMFILE-FILE
           IF PARMFILE-SUCCESS
              SET PARMFILE-IS-OPEN      TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           MOVE WS-RUN-DATE-FORMATTED   TO WS-RPT-RUN-DATE
           WRITE LTRRPT-RECORD FROM WS-RPT-HEADING1
           WRITE LTRRPT-RECORD FROM WS-RPT-HEADING2
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-EXPAND-GROUP-REQUESTS                                    *
      * Group-wide requests are keyed under account zero, so they     *
      * sort ahead of every account request.  Collect the queued      *
      * ones, fan them out in one pass of the account master, then    *
      * mark each one expanded with the number of letters it became.  *
      *****************************************************************
       2000-EXPAND-GROUP-REQUESTS.

           MOVE ZEROS                   TO WS-LTRQ-START-ACCT-ID
           MOVE LOW-VALUES              TO WS-LTRQ-START-REST
           MOVE WS-LTRQ-START-KEY       TO FD-LTRQ-KEY
           START LTRQUEUE-FILE KEY IS NOT LESS THAN FD-LTRQ-KEY
               INVALID KEY
                   GO TO 2000-EXPAND-GROUP-REQUESTS-EXIT
           END-START

           MOVE 'N'                     TO WS-LTRQUEUE-EOF-SW
           PERFORM 2100-COLLECT-GROUP-REQUEST
              THRU 2100-COLLECT-GROUP-REQUEST-EXIT
              UNTIL LTRQUEUE-AT-EOF

           IF WS-GRP-COUNT = 0
              GO TO 2000-EXPAND-GROUP-REQUESTS-EXIT
           END-IF

           OPEN INPUT ACCTFILE-FILE
           MOVE 'N'                     TO WS-ACCTFILE-EOF-SW
           PERFORM 2200-FAN-OUT-ACCOUNT
              THRU 2200-FAN-OUT-ACCOUNT-EXIT
              UNTIL ACCTFILE-AT-EOF
           CLOSE ACCTFILE-FILE

           PERFORM 2400-MARK-GROUP-EXPANDED
              THRU 2400-MARK-GROUP-EXPANDED-EXIT
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT
           .
       2000-EXPAND-GROUP-REQUESTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-COLLECT-GROUP-REQUEST                                    *
      *****************************************************************
       2100-COLLECT-GROUP-REQUEST.

           READ LTRQUEUE-FILE NEXT INTO LTRQ-RECORD
               AT END
                   SET LTRQUEUE-AT-EOF  TO TRUE
                   GO TO 2100-COLLECT-GROUP-REQUEST-EXIT
           END-READ

           IF LTRQ-ACCT-ID NOT = ZEROS
              SET LTRQUEUE-AT-EOF       TO TRUE
              GO TO 2100-COLLECT-GROUP-REQUEST-EXIT
           END-IF

           IF NOT LTRQ-STAT-QUEUED
              GO TO 2100-COLLECT-GROUP-REQUEST-EXIT
           END-IF

           IF WS-GRP-COUNT < WS-GRP-MAX
              ADD 1                     TO WS-GRP-COUNT
              MOVE LTRQ-RECORD          TO
                                        WS-GRP-REQUEST (WS-GRP-COUNT)
              MOVE 0                    TO WS-GRP-FANOUT (WS-GRP-COUNT)
           ELSE
              ADD 1                     TO WS-GROUP-HELD-COUNT
           END-IF
           .
       2100-COLLECT-GROUP-REQUEST-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-FAN-OUT-ACCOUNT                                          *
      * Only open accounts are written to.  Each account is tried     *
      * against every collected group request.                        *
      *****************************************************************
       2200-FAN-OUT-ACCOUNT.

           READ ACCTFILE-FILE NEXT INTO ACCOUNT-RECORD
               AT END
                   SET ACCTFILE-AT-EOF  TO TRUE
                   GO TO 2200-FAN-OUT-ACCOUNT-EXIT
           END-READ

           IF ACCT-ACTIVE-STATUS NOT = 'Y'
              GO TO 2200-FAN-OUT-ACCOUNT-EXIT
           END-IF

           PERFORM 2300-MATCH-ONE-GROUP
              THRU 2300-MATCH-ONE-GROUP-EXIT
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT
           .
       2200-FAN-OUT-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2300-MATCH-ONE-GROUP                                          *
      * An account belongs to a group request when it is in that      *
      * group, or when the request is for DEFAULT and the account's   *
      * own group has no entry in the same rate set - the same rule   *
      * the finance charge job uses to pick the account's rate.       *
      *****************************************************************
       2300-MATCH-ONE-GROUP.

           MOVE WS-GRP-REQUEST (WS-GRP-IDX) TO LTRQ-RECORD
           MOVE 'N'                     TO WS-GROUP-MATCH-SW

           IF ACCT-GROUP-ID = LTRQ-GROUP-ID
              SET WS-GROUP-MATCH        TO TRUE
           ELSE
              IF LTRQ-GROUP-ID = 'DEFAULT'
                 IF ACCT-GROUP-ID = SPACES
                    SET WS-GROUP-MATCH  TO TRUE
                 ELSE
                    IF PARMFILE-IS-OPEN
                       MOVE LTRQ-PARM-SET-ID TO FD-PARM-SET-ID
                       MOVE ACCT-GROUP-ID    TO FD-PARM-ENTRY-ID
                       READ PARMFILE-FILE INTO PARM-RECORD
                           INVALID KEY
                               SET WS-GROUP-MATCH TO TRUE
                       END-READ
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF NOT WS-GROUP-MATCH
              GO TO 2300-MATCH-ONE-GROUP-EXIT
           END-IF

           MOVE ACCT-ID                 TO LTRQ-ACCT-ID
           MOVE ZEROS                   TO LTRQ-CUST-ID
           MOVE 'CBLTR01C'              TO LTRQ-SOURCE-PGM
           PERFORM QUEUE-LETTER-REQUEST
              THRU QUEUE-LETTER-REQUEST-EXIT
           IF WS-LTRQ-QUEUED
              ADD 1                     TO WS-GRP-FANOUT (WS-GRP-IDX)
              ADD 1                     TO WS-FANOUT-COUNT
           END-IF
           .
       2300-MATCH-ONE-GROUP-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-MARK-GROUP-EXPANDED                                      *
      *****************************************************************
       2400-MARK-GROUP-EXPANDED.

           MOVE WS-GRP-REQUEST (WS-GRP-IDX) TO LTRQ-RECORD
           MOVE LTRQ-KEY                TO FD-LTRQ-KEY
           READ LTRQUEUE-FILE INTO LTRQ-RECORD
               INVALID KEY
                   GO TO 2400-MARK-GROUP-EXPANDED-EXIT
           END-READ

           SET LTRQ-STAT-EXPANDED       TO TRUE
           MOVE WS-RUN-DATE-FORMATTED   TO LTRQ-DONE-DATE
           MOVE WS-GRP-FANOUT (WS-GRP-IDX) TO WS-RESULT-COUNT
           MOVE SPACES                  TO LTRQ-RESULT-TEXT
           STRING 'EXPANDED TO ' WS-RESULT-COUNT ' ACCOUNTS'
                  DELIMITED BY SIZE INTO LTRQ-RESULT-TEXT
           REWRITE FD-LTRQUEUE-REC FROM LTRQ-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           ADD 1                        TO WS-GROUP-REQ-COUNT
           PERFORM 8000-WRITE-REPORT-DETAIL
              THRU 8000-WRITE-REPORT-DETAIL-EXIT
           .
       2400-MARK-GROUP-EXPANDED-EXIT.
           EXIT
           .

      *****************************************************************
      * 3000-START-ACCOUNT-REQUESTS                                   *
      * Position on the first request for a real account - past the   *
      * group-wide requests under account zero.                       *
      *****************************************************************
       3000-START-ACCOUNT-REQUESTS.

           MOVE 'N'                     TO WS-LTRQUEUE-EOF-SW
           MOVE 1                       TO WS-LTRQ-START-ACCT-ID
           MOVE LOW-VALUES              TO WS-LTRQ-START-REST
           MOVE WS-LTRQ-START-KEY       TO FD-LTRQ-KEY
           START LTRQUEUE-FILE KEY IS NOT LESS THAN FD-LTRQ-KEY
               INVALID KEY
                   SET LTRQUEUE-AT-EOF  TO TRUE
           END-START
           .
       3000-START-ACCOUNT-REQUESTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 3100-PROCESS-REQUEST                                          *
      * Sent and failed requests are history and are passed over.     *
      *****************************************************************
       3100-PROCESS-REQUEST.

           READ LTRQUEUE-FILE NEXT INTO LTRQ-RECORD
               AT END
                   SET LTRQUEUE-AT-EOF  TO TRUE
                   GO TO 3100-PROCESS-REQUEST-EXIT
           END-READ

           IF NOT LTRQ-STAT-QUEUED
              GO TO 3100-PROCESS-REQUEST-EXIT
           END-IF

           ADD 1                        TO WS-REQUEST-COUNT
           SET LETTER-OK                TO TRUE
           MOVE SPACES                  TO LTRQ-RESULT-TEXT

           PERFORM 3200-RESOLVE-CUSTOMER
              THRU 3200-RESOLVE-CUSTOMER-EXIT

           IF LETTER-OK
              PERFORM 3300-CHECK-TEMPLATE
                 THRU 3300-CHECK-TEMPLATE-EXIT
           END-IF

           IF LETTER-OK
              PERFORM 4000-WRITE-LETTER
                 THRU 4000-WRITE-LETTER-EXIT
           END-IF

           IF LETTER-OK
              SET LTRQ-STAT-SENT        TO TRUE
              MOVE 'SENT TO PRINT VENDOR' TO LTRQ-RESULT-TEXT
              ADD 1                     TO WS-SENT-COUNT
           ELSE
              SET LTRQ-STAT-FAILED      TO TRUE
              ADD 1                     TO WS-FAILED-COUNT
           END-IF
           MOVE WS-RUN-DATE-FORMATTED   TO LTRQ-DONE-DATE

           REWRITE FD-LTRQUEUE-REC FROM LTRQ-RECORD
               INVALID KEY
                   MOVE 'REWRITE OF LTRQUEUE FAILED'
                                        TO LTRQ-RESULT-TEXT
           END-REWRITE

           PERFORM 8000-WRITE-REPORT-DETAIL
              THRU 8000-WRITE-REPORT-DETAIL-EXIT
           .
       3100-PROCESS-REQUEST-EXIT.
           EXIT
           .

      *****************************************************************
      * 3200-RESOLVE-CUSTOMER                                         *
      * The customer the writer supplied, else the card the letter    *
      * is about, else the account's first cross-reference entry -    *
      * the way CBACT04C and CBSTM01C resolve it.  A letter is only   *
      * as good as the address it goes to, so a customer with no      *
      * mailing address fails the request.                            *
      *****************************************************************
       3200-RESOLVE-CUSTOMER.

           MOVE LTRQ-VAR-CARD-NUM       TO WS-CUST-CARD-NUM

           IF LTRQ-CUST-ID = ZEROS
           AND LTRQ-VAR-CARD-NUM NOT = SPACES
              MOVE LTRQ-VAR-CARD-NUM    TO FD-XREF-CARD-NUM
              READ CARDAIX-FILE INTO CARD-XREF-RECORD
                  KEY IS FD-XREF-CARD-NUM
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE XREF-CUST-ID TO LTRQ-CUST-ID
              END-READ
           END-IF

           IF LTRQ-CUST-ID = ZEROS
              MOVE LTRQ-ACCT-ID         TO FD-XREF-ACCT-ID
              START CARDAIX-FILE KEY IS EQUAL TO FD-XREF-ACCT-ID
                  INVALID KEY
                      SET CARDAIX-NOTFND TO TRUE
              END-START
              IF CARDAIX-SUCCESS
                 READ CARDAIX-FILE NEXT INTO CARD-XREF-RECORD
                     AT END
                         SET CARDAIX-NOTFND TO TRUE
                 END-READ
                 IF NOT CARDAIX-NOTFND
                 AND XREF-ACCT-ID = LTRQ-ACCT-ID
                    MOVE XREF-CUST-ID   TO LTRQ-CUST-ID
                    IF WS-CUST-CARD-NUM = SPACES
                       MOVE XREF-CARD-NUM TO WS-CUST-CARD-NUM
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF LTRQ-CUST-ID = ZEROS
              SET LETTER-NOT-OK         TO TRUE
              MOVE 'NO CUSTOMER FOR ACCOUNT'
                                        TO LTRQ-RESULT-TEXT
              GO TO 3200-RESOLVE-CUSTOMER-EXIT
           END-IF

           MOVE LTRQ-CUST-ID            TO FD-CUST-ID
           READ CUSTFILE-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                   SET LETTER-NOT-OK    TO TRUE
                   MOVE 'CUSTOMER NOT ON FILE'
                                        TO LTRQ-RESULT-TEXT
                   GO TO 3200-RESOLVE-CUSTOMER-EXIT
           END-READ

           IF CUST-ADDR-LINE-1 = SPACES
              SET LETTER-NOT-OK         TO TRUE
              MOVE 'NO MAILING ADDRESS ON FILE'
                                        TO LTRQ-RESULT-TEXT
              GO TO 3200-RESOLVE-CUSTOMER-EXIT
           END-IF

           MOVE SPACES                  TO WS-CUST-FULL-NAME
           IF CUST-MIDDLE-NAME = SPACES
              STRING CUST-FIRST-NAME DELIMITED BY '  '
                     ' '             DELIMITED BY SIZE
                     CUST-LAST-NAME  DELIMITED BY '  '
                     INTO WS-CUST-FULL-NAME
           ELSE
              STRING CUST-FIRST-NAME  DELIMITED BY '  '
                     ' '              DELIMITED BY SIZE
                     CUST-MIDDLE-NAME DELIMITED BY '  '
                     ' '              DELIMITED BY SIZE
                     CUST-LAST-NAME   DELIMITED BY '  '
                     INTO WS-CUST-FULL-NAME
           END-IF
           .
       3200-RESOLVE-CUSTOMER-EXIT.
           EXIT
           .

      *****************************************************************
      * 3300-CHECK-TEMPLATE                                           *
      * Nothing goes to the vendor for a letter code that has no      *
      * template - the request fails instead of mailing a blank page. *
      *****************************************************************
       3300-CHECK-TEMPLATE.

           PERFORM 4300-START-TEMPLATE
              THRU 4300-START-TEMPLATE-EXIT

           IF LTRTMPL-AT-EOF
              SET LETTER-NOT-OK         TO TRUE
              MOVE 'NO TEMPLATE FOR LETTER CODE'
                                        TO LTRQ-RESULT-TEXT
           END-IF
           .
       3300-CHECK-TEMPLATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 4000-WRITE-LETTER                                             *
      * Name, mailing address, then the template merged line by line. *
      *****************************************************************
       4000-WRITE-LETTER.

           MOVE LTRQ-KEY                TO WS-VND-LETTER-KEY
           MOVE LTRQ-LETTER-CD          TO WS-VND-LETTER-CD

           SET WS-VND-NAME              TO TRUE
           MOVE 0                       TO WS-VND-LINE-NO
           MOVE WS-CUST-FULL-NAME       TO WS-VND-TEXT
           PERFORM 8100-WRITE-VENDOR-RECORD
              THRU 8100-WRITE-VENDOR-RECORD-EXIT

           SET WS-VND-ADDRESS           TO TRUE
           MOVE CUST-ADDR-LINE-1        TO WS-VND-TEXT
           PERFORM 4100-WRITE-ADDRESS-LINE
              THRU 4100-WRITE-ADDRESS-LINE-EXIT
           MOVE CUST-ADDR-LINE-2        TO WS-VND-TEXT
           PERFORM 4100-WRITE-ADDRESS-LINE
              THRU 4100-WRITE-ADDRESS-LINE-EXIT
           MOVE CUST-ADDR-LINE-3        TO WS-VND-TEXT
           PERFORM 4100-WRITE-ADDRESS-LINE
              THRU 4100-WRITE-ADDRESS-LINE-EXIT
           MOVE SPACES                  TO WS-CITY-LINE
           STRING CUST-ADDR-STATE-CD   DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  CUST-ADDR-ZIP        DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  CUST-ADDR-COUNTRY-CD DELIMITED BY SPACE
                  INTO WS-CITY-LINE
           MOVE WS-CITY-LINE            TO WS-VND-TEXT
           PERFORM 4100-WRITE-ADDRESS-LINE
              THRU 4100-WRITE-ADDRESS-LINE-EXIT

           SET WS-VND-LETTER-LINE       TO TRUE
           PERFORM 4300-START-TEMPLATE
              THRU 4300-START-TEMPLATE-EXIT
           PERFORM 4400-MERGE-TEMPLATE-LINE
              THRU 4400-MERGE-TEMPLATE-LINE-EXIT
              UNTIL LTRTMPL-AT-EOF
           .
       4000-WRITE-LETTER-EXIT.
           EXIT
           .

      *****************************************************************
      * 4100-WRITE-ADDRESS-LINE                                       *
      * Blank address lines are left out rather than printed.         *
      *****************************************************************
       4100-WRITE-ADDRESS-LINE.

           IF WS-VND-TEXT = SPACES
              GO TO 4100-WRITE-ADDRESS-LINE-EXIT
           END-IF

           ADD 1                        TO WS-VND-LINE-NO
           PERFORM 8100-WRITE-VENDOR-RECORD
              THRU 8100-WRITE-VENDOR-RECORD-EXIT
           .
       4100-WRITE-ADDRESS-LINE-EXIT.
           EXIT
           .

      *****************************************************************
      * 4300-START-TEMPLATE                                           *
      * Positions on the letter's first template line and reads it;   *
      * end of template is raised when the code has no lines.         *
      *****************************************************************
       4300-START-TEMPLATE.

           MOVE 'N'                     TO WS-LTRTMPL-EOF-SW
           MOVE LTRQ-LETTER-CD          TO WS-LTPL-START-CD
           MOVE 0                       TO WS-LTPL-START-LINE
           MOVE WS-LTPL-START-KEY       TO FD-LTPL-KEY
           START LTRTMPL-FILE KEY IS NOT LESS THAN FD-LTPL-KEY
               INVALID KEY
                   SET LTRTMPL-AT-EOF   TO TRUE
                   GO TO 4300-START-TEMPLATE-EXIT
           END-START

           PERFORM 4310-READ-TEMPLATE-LINE
              THRU 4310-READ-TEMPLATE-LINE-EXIT
           .
       4300-START-TEMPLATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 4310-READ-TEMPLATE-LINE                                       *
      *****************************************************************
       4310-READ-TEMPLATE-LINE.

           READ LTRTMPL-FILE NEXT INTO LTPL-RECORD
               AT END
                   SET LTRTMPL-AT-EOF   TO TRUE
                   GO TO 4310-READ-TEMPLATE-LINE-EXIT
           END-READ

           IF LTPL-LETTER-CD NOT = LTRQ-LETTER-CD
              SET LTRTMPL-AT-EOF        TO TRUE
           END-IF
           .
       4310-READ-TEMPLATE-LINE-EXIT.
           EXIT
           .

      *****************************************************************
      * 4400-MERGE-TEMPLATE-LINE                                      *
      * Splits the line at its merge field, if it has one, and puts   *
      * it back together around the field's value.  Text pushed past  *
      * the end of the line by a long value is cut off.               *
      *****************************************************************
       4400-MERGE-TEMPLATE-LINE.

           MOVE LTPL-LINE-NO            TO WS-VND-LINE-NO
           MOVE 0                       TO WS-AMP-COUNT
           INSPECT LTPL-TEXT TALLYING WS-AMP-COUNT FOR ALL '&'

           IF WS-AMP-COUNT = 0
              MOVE LTPL-TEXT            TO WS-VND-TEXT
           ELSE
              MOVE SPACES               TO WS-MERGE-BEFORE
                                           WS-MERGE-REST
              MOVE 0                    TO WS-BEFORE-LEN
              UNSTRING LTPL-TEXT DELIMITED BY '&'
                  INTO WS-MERGE-BEFORE COUNT IN WS-BEFORE-LEN
                       WS-MERGE-REST
              END-UNSTRING
              PERFORM 4500-BUILD-MERGE-VALUE
                 THRU 4500-BUILD-MERGE-VALUE-EXIT
              MOVE SPACES               TO WS-MERGED-TEXT
              MOVE 1                    TO WS-MERGE-PTR
              IF WS-BEFORE-LEN > 0
                 STRING WS-MERGE-BEFORE (1:WS-BEFORE-LEN)
                        DELIMITED BY SIZE
                        INTO WS-MERGED-TEXT
                        WITH POINTER WS-MERGE-PTR
              END-IF
              STRING WS-MERGE-VALUE     DELIMITED BY '  '
                     WS-MERGE-AFTER     DELIMITED BY SIZE
                     INTO WS-MERGED-TEXT
                     WITH POINTER WS-MERGE-PTR
                     ON OVERFLOW
                         CONTINUE
              END-STRING
              MOVE WS-MERGED-TEXT       TO WS-VND-TEXT
           END-IF

           PERFORM 8100-WRITE-VENDOR-RECORD
              THRU 8100-WRITE-VENDOR-RECORD-EXIT

           PERFORM 4310-READ-TEMPLATE-LINE
              THRU 4310-READ-TEMPLATE-LINE-EXIT
           .
       4400-MERGE-TEMPLATE-LINE-EXIT.
           EXIT
           .

      *****************************************************************
      * 4500-BUILD-MERGE-VALUE                                        *
      * The value of the line's merge field, left justified.  Edited  *
      * amounts and rates have their leading spaces squeezed out.  A  *
      * field name this batch does not know is printed as keyed, so   *
      * the template error shows on the proof rather than vanishing.  *
      *****************************************************************
       4500-BUILD-MERGE-VALUE.

           MOVE SPACES                  TO WS-MERGE-VALUE

           EVALUATE WS-MERGE-TOKEN
               WHEN 'NM'
                   MOVE WS-CUST-FULL-NAME   TO WS-MERGE-VALUE
               WHEN 'AC'
                   MOVE LTRQ-ACCT-ID        TO WS-ACCT-EDITED
                   MOVE WS-ACCT-EDITED      TO WS-MERGE-VALUE
               WHEN 'A1'
                   MOVE LTRQ-VAR-AMT1       TO WS-AMOUNT-EDITED
                   PERFORM 4510-SQUEEZE-AMOUNT
                      THRU 4510-SQUEEZE-AMOUNT-EXIT
               WHEN 'A2'
                   MOVE LTRQ-VAR-AMT2       TO WS-AMOUNT-EDITED
                   PERFORM 4510-SQUEEZE-AMOUNT
                      THRU 4510-SQUEEZE-AMOUNT-EXIT
               WHEN 'R1'
                   MOVE LTRQ-VAR-RATE1      TO WS-RATE-EDITED
                   PERFORM 4520-SQUEEZE-RATE
                      THRU 4520-SQUEEZE-RATE-EXIT
               WHEN 'R2'
                   MOVE LTRQ-VAR-RATE2      TO WS-RATE-EDITED
                   PERFORM 4520-SQUEEZE-RATE
                      THRU 4520-SQUEEZE-RATE-EXIT
               WHEN 'DT'
                   MOVE LTRQ-VAR-DATE       TO WS-MERGE-VALUE
               WHEN 'CN'
                   MOVE WS-CUST-CARD-NUM (13:4) TO WS-MERGE-VALUE
               WHEN 'TX'
                   MOVE LTRQ-VAR-TEXT       TO WS-MERGE-VALUE
               WHEN OTHER
                   STRING '&' WS-MERGE-TOKEN
                          DELIMITED BY SIZE INTO WS-MERGE-VALUE
           END-EVALUATE
           .
       4500-BUILD-MERGE-VALUE-EXIT.
           EXIT
           .

      *****************************************************************
      * 4510-SQUEEZE-AMOUNT                                           *
      *****************************************************************
       4510-SQUEEZE-AMOUNT.

           MOVE 0                       TO WS-LEAD-SPACES
           INSPECT WS-AMOUNT-EDITED TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE WS-AMOUNT-EDITED (WS-LEAD-SPACES + 1:)
                                        TO WS-MERGE-VALUE
           .
       4510-SQUEEZE-AMOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 4520-SQUEEZE-RATE                                             *
      *****************************************************************
       4520-SQUEEZE-RATE.

           MOVE 0                       TO WS-LEAD-SPACES
           INSPECT WS-RATE-EDITED TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           STRING WS-RATE-EDITED (WS-LEAD-SPACES + 1:) '%'
                  DELIMITED BY SIZE INTO WS-MERGE-VALUE
           .
       4520-SQUEEZE-RATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 8000-WRITE-REPORT-DETAIL                                      *
      *****************************************************************
       8000-WRITE-REPORT-DETAIL.

           MOVE LTRQ-ACCT-ID            TO WS-RPT-ACCT-ID
           MOVE LTRQ-REQ-DATE           TO WS-RPT-REQ-DATE
           MOVE LTRQ-REQ-SEQ            TO WS-RPT-REQ-SEQ
           MOVE LTRQ-LETTER-CD          TO WS-RPT-LETTER-CD
           MOVE LTRQ-SOURCE-PGM         TO WS-RPT-SOURCE-PGM
           MOVE LTRQ-STATUS             TO WS-RPT-STATUS
           MOVE LTRQ-RESULT-TEXT        TO WS-RPT-RESULT
           MOVE LTRQ-GROUP-ID           TO WS-RPT-GROUP-ID
           WRITE LTRRPT-RECORD FROM WS-RPT-DETAIL
           .
       8000-WRITE-REPORT-DETAIL-EXIT.
           EXIT
           .

      *****************************************************************
      * 8100-WRITE-VENDOR-RECORD                                      *
      *****************************************************************
       8100-WRITE-VENDOR-RECORD.

           WRITE LTRVEND-RECORD FROM WS-VND-DETAIL
           ADD 1                        TO WS-VND-RECORD-COUNT
           .
       8100-WRITE-VENDOR-RECORD-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      * The trailer carries the letters sent and the records ahead of *
      * it, for the vendor to balance the file to.                    *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-RUN-DATE-FORMATTED    TO WS-VND-TRL-RUN-DATE
           MOVE WS-SENT-COUNT            TO WS-VND-TRL-LETTER-COUNT
           MOVE WS-VND-RECORD-COUNT      TO WS-VND-TRL-RECORD-COUNT
           WRITE LTRVEND-RECORD FROM WS-VND-TRAILER

           MOVE WS-GROUP-REQ-COUNT       TO WS-RPT-GROUP-TOTAL
           WRITE LTRRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-GROUP-HELD-COUNT      TO WS-RPT-HELD-TOTAL
           WRITE LTRRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-FANOUT-COUNT          TO WS-RPT-FANOUT-TOTAL
           WRITE LTRRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-REQUEST-COUNT         TO WS-RPT-REQUEST-TOTAL
           WRITE LTRRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-SENT-COUNT            TO WS-RPT-SENT-TOTAL
           WRITE LTRRPT-RECORD FROM WS-RPT-SUMMARY5

           MOVE WS-FAILED-COUNT          TO WS-RPT-FAILED-TOTAL
           WRITE LTRRPT-RECORD FROM WS-RPT-SUMMARY6

           MOVE WS-VND-RECORD-COUNT      TO WS-RPT-VND-TOTAL
           WRITE LTRRPT-RECORD FROM WS-RPT-SUMMARY7

           IF PARMFILE-IS-OPEN
              CLOSE PARMFILE-FILE
           END-IF

           CLOSE LTRQUEUE-FILE
                 LTRTMPL-FILE
                 CARDAIX-FILE
                 CUSTFILE-FILE
                 LTRVEND-FILE
                 LTRRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Letter request queueing, shared with the other programs that  *
      * raise customer correspondence                                 *
      *****************************************************************
       COPY CSLTRQPY.
