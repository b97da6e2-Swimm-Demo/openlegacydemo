      ******************************************************************
      * Program:     CBRWD01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Nightly rewards redemption and forfeiture batch. *
      *              Works the redemption requests the service desk   *
      *              takes from cardholders: each good request takes  *
      *              the points off the account's points ledger       *
      *              (RWDLEDG) and cuts a statement credit in the     *
      *              daily transaction layout, so the money moves     *
      *              through the normal posting batch (CBTRN01C) like *
      *              any other credit.  Points are valued at the      *
      *              REWARDS REDEEMVAL parameter, and a request for   *
      *              fewer than its minimum is refused.  It then      *
      *              sweeps the account master: a charged-off or      *
      *              closed account forfeits whatever points it still *
      *              holds.                                           *
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
           CBRWD01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RWDREQ-FILE ASSIGN TO RWDREQ
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RWDREQ-STATUS.

           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS ACCTFILE-STATUS.

           SELECT CARDAIX-FILE ASSIGN TO CARDAIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                            WITH DUPLICATES
                  FILE STATUS IS CARDAIX-STATUS.

           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-PARM-KEY
                  FILE STATUS IS PARMFILE-STATUS.

           SELECT RWDLEDG-FILE ASSIGN TO RWDLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-RWD-KEY
                  FILE STATUS IS RWDLEDG-STATUS.

           SELECT DALYRWD-FILE ASSIGN TO DALYRWD
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DALYRWD-STATUS.

           SELECT RWDRPT-FILE ASSIGN TO RWDRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RWDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RWDREQ-FILE.
       01  FD-RWDREQ-REC                     PIC X(50).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-ACCT-ID                    PIC 9(11).
           05  FILLER                        PIC X(299).

       FD  CARDAIX-FILE.
       01  FD-CARDAIX-REC.
           05  FD-XREF-CARD-NUM              PIC X(16).
           05  FD-XREF-ACCT-ID               PIC 9(11).
           05  FILLER                        PIC X(23).

       FD  PARMFILE-FILE.
       01  FD-PARMFILE-REC.
           05  FD-PARM-KEY.
               10  FD-PARM-SET-ID            PIC X(08).
               10  FD-PARM-ENTRY-ID          PIC X(10).
           05  FILLER                        PIC X(62).

       FD  RWDLEDG-FILE.
       01  FD-RWDLEDG-REC.
           05  FD-RWD-KEY.
               10  FD-RWD-ACCT-ID            PIC 9(11).
               10  FD-RWD-ENTRY-SEQ          PIC 9(07).
           05  FILLER                        PIC X(82).

      *****************************************************************
      * Redemption statement credits, in the daily transaction       *
      * layout, concatenated into the next posting run's input.      *
      *****************************************************************
       FD  DALYRWD-FILE.
       01  FD-DALYRWD-REC                    PIC X(100).

       FD  RWDRPT-FILE.
       01  RWDRPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  RWDREQ-STATUS                  PIC X(02).
               88  RWDREQ-SUCCESS                     VALUE '00'.
           05  ACCTFILE-STATUS                PIC X(02).
               88  ACCTFILE-SUCCESS                   VALUE '00'.
           05  CARDAIX-STATUS                 PIC X(02).
               88  CARDAIX-SUCCESS                    VALUE '00'.
           05  PARMFILE-STATUS                PIC X(02).
               88  PARMFILE-SUCCESS                   VALUE '00'.
           05  RWDLEDG-STATUS                 PIC X(02).
               88  RWDLEDG-SUCCESS                    VALUE '00'.
           05  DALYRWD-STATUS                 PIC X(02).
               88  DALYRWD-SUCCESS                    VALUE '00'.
           05  RWDRPT-STATUS                  PIC X(02).
               88  RWDRPT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RWDREQ-EOF-SW               PIC X(01) VALUE 'N'.
               88  RWDREQ-AT-EOF                       VALUE 'Y'.
           05  WS-RWDREQ-OPEN-SW              PIC X(01) VALUE 'N'.
               88  RWDREQ-IS-OPEN                      VALUE 'Y'.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  ACCTFILE-AT-EOF                     VALUE 'Y'.
           05  WS-PARMFILE-OPEN-SW            PIC X(01) VALUE 'N'.
               88  PARMFILE-IS-OPEN                    VALUE 'Y'.
           05  WS-CARD-FOUND-SW               PIC X(01) VALUE 'N'.
               88  CARD-FOUND                          VALUE 'Y'.
           05  WS-REQUEST-REDEEMED-SW         PIC X(01) VALUE 'N'.
               88  REQUEST-REDEEMED                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUEST-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-REDEEMED-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-REFUSED-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-ACCOUNT-COUNT               PIC 9(07) COMP VALUE 0.
           05  WS-FORFEIT-COUNT               PIC 9(07) COMP VALUE 0.

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
      * Redemption value - the dollar value of 100 points and the *
      * fewest points one redemption may take, off the REWARDS    *
      * REDEEMVAL parameter.  The values here stand when the      *
      * parameter is not on file.                                 *
      *************************************************************
       01  WS-REDEEM-FIELDS.
           05  WS-REDEEM-VALUE                PIC 9(02)V9(02)
                                              VALUE 1.00.
           05  WS-REDEEM-MINIMUM              PIC S9(09) VALUE 2500.
           05  WS-REDEEM-POINTS               PIC S9(09).
           05  WS-REDEEM-AMT                  PIC S9(09)V99.
           05  WS-REDEEM-CARD-NUM             PIC X(16).

      *************************************************************
      * Account, cross-reference, parameter and transaction       *
      * record layouts, via the shared copybooks                  *
      *************************************************************
           COPY CVRWD02Y.

           COPY CVACT01Y.

           COPY CVACT03Y.

           COPY CVPRM01Y.

           COPY CVTRA01Y.

      *************************************************************
      * Rewards ledger record and the fields shared with the      *
      * other batches that post points                            *
      *************************************************************
           COPY CVRWD01Y.

       01  WS-RWD-POST-FIELDS.
           COPY CSRWDLWY.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'REWARDS REDEMPTION AND FORFEITURE REPORT'.
               10  FILLER                     PIC X(12)
                   VALUE SPACES.
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(12)
                   VALUE 'ACCOUNT ID  '.
               10  FILLER                     PIC X(11)
                   VALUE '     POINTS'.
               10  FILLER                     PIC X(15)
                   VALUE '         AMOUNT'.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  FILLER                     PIC X(40)
                   VALUE 'ACTION                                  '.
           05  WS-RPT-DETAIL.
               10  WS-RPT-ACCT-ID             PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-POINTS              PIC -(9)9.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-AMT                 PIC -(10)9.99.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-ACTION              PIC X(40).
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'REDEMPTION REQUESTS....: '.
               10  WS-RPT-REQUEST-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'REDEMPTIONS CREDITED...: '.
               10  WS-RPT-REDEEMED-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'REDEMPTIONS REFUSED....: '.
               10  WS-RPT-REFUSED-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'ACCOUNTS SWEPT.........: '.
               10  WS-RPT-ACCOUNT-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'POINTS FORFEITED.......: '.
               10  WS-RPT-FORFEIT-TOTAL       PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           IF RWDREQ-IS-OPEN
              PERFORM 2000-PROCESS-REQUEST
                 THRU 2000-PROCESS-REQUEST-EXIT
                 UNTIL RWDREQ-AT-EOF
           END-IF

           PERFORM 3000-START-FORFEIT-SWEEP
              THRU 3000-START-FORFEIT-SWEEP-EXIT
           PERFORM 3100-SWEEP-ACCOUNT
              THRU 3100-SWEEP-ACCOUNT-EXIT
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
      * The points ledger is created here if this is the first run;   *
      * a night with no requests still sweeps for forfeitures.        *
      *****************************************************************
       1000-INITIALIZE.

           OPEN INPUT  ACCTFILE-FILE
                       CARDAIX-FILE
           OPEN OUTPUT DALYRWD-FILE
                       RWDRPT-FILE

           OPEN INPUT  RWDREQ-FILE
           IF RWDREQ-SUCCESS
              SET RWDREQ-IS-OPEN        TO TRUE
           END-IF

           OPEN INPUT  PARMFILE-FILE
           IF PARMFILE-SUCCESS
              SET PARMFILE-IS-OPEN      TO TRUE
           END-IF

           OPEN I-O    RWDLEDG-FILE
           IF RWDLEDG-STATUS = '35'
              OPEN OUTPUT RWDLEDG-FILE
              CLOSE RWDLEDG-FILE
              OPEN I-O    RWDLEDG-FILE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           WRITE RWDRPT-RECORD FROM WS-RPT-HEADING1
           WRITE RWDRPT-RECORD FROM WS-RPT-HEADING2

           PERFORM 1200-READ-REDEEM-VALUE
              THRU 1200-READ-REDEEM-VALUE-EXIT

           IF RWDREQ-IS-OPEN
              PERFORM 1100-READ-NEXT-REQUEST
                 THRU 1100-READ-NEXT-REQUEST-EXIT
           END-IF
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-REQUEST                                        *
      *****************************************************************
       1100-READ-NEXT-REQUEST.

           READ RWDREQ-FILE INTO RWDREQ-RECORD
               AT END
                   SET RWDREQ-AT-EOF        TO TRUE
           END-READ
           .
       1100-READ-NEXT-REQUEST-EXIT.
           EXIT
           .

      *****************************************************************
      * 1200-READ-REDEEM-VALUE                                        *
      * The REDEEMVAL entry, honoring its effective date.  A zero     *
      * value on file is taken as not set.                            *
      *****************************************************************
       1200-READ-REDEEM-VALUE.

           IF NOT PARMFILE-IS-OPEN
              GO TO 1200-READ-REDEEM-VALUE-EXIT
           END-IF

           MOVE 'REWARDS '              TO FD-PARM-SET-ID
           MOVE 'REDEEMVAL '            TO FD-PARM-ENTRY-ID
           READ PARMFILE-FILE INTO PARM-RECORD
               INVALID KEY
                   GO TO 1200-READ-REDEEM-VALUE-EXIT
           END-READ

           IF PARM-EFF-DATE > WS-RUN-DATE-FORMATTED
              GO TO 1200-READ-REDEEM-VALUE-EXIT
           END-IF

           IF PARM-RATE-PCT > 0
              MOVE PARM-RATE-PCT        TO WS-REDEEM-VALUE
           END-IF
           IF PARM-AMOUNT > 0
              MOVE PARM-AMOUNT          TO WS-REDEEM-MINIMUM
           END-IF
           .
       1200-READ-REDEEM-VALUE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-PROCESS-REQUEST                                          *
      *****************************************************************
       2000-PROCESS-REQUEST.

           ADD 1                        TO WS-REQUEST-COUNT

           PERFORM 2100-REDEEM-POINTS
              THRU 2100-REDEEM-POINTS-EXIT

           IF REQUEST-REDEEMED
              ADD 1                     TO WS-REDEEMED-COUNT
           ELSE
              ADD 1                     TO WS-REFUSED-COUNT
           END-IF
           WRITE RWDRPT-RECORD FROM WS-RPT-DETAIL

           PERFORM 1100-READ-NEXT-REQUEST
              THRU 1100-READ-NEXT-REQUEST-EXIT
           .
       2000-PROCESS-REQUEST-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-REDEEM-POINTS                                            *
      * The points come off the ledger first; the statement credit   *
      * is cut only once they have, so points can never be spent     *
      * twice.  The credit goes to a card on the account - any card   *
      * will do, as a credit is never refused for the card's status.  *
      *****************************************************************
       2100-REDEEM-POINTS.

           MOVE 'N'                     TO WS-REQUEST-REDEEMED-SW
           MOVE RWDREQ-ACCT-ID          TO WS-RPT-ACCT-ID
           MOVE RWDREQ-POINTS           TO WS-RPT-POINTS
           MOVE 0                       TO WS-RPT-AMT

           IF RWDREQ-ACCT-ID NOT NUMERIC
           OR RWDREQ-POINTS NOT NUMERIC
              MOVE 0                    TO WS-RPT-ACCT-ID
                                           WS-RPT-POINTS
              MOVE 'REFUSED - REQUEST RECORD NOT VALID'
                                        TO WS-RPT-ACTION
              GO TO 2100-REDEEM-POINTS-EXIT
           END-IF

           MOVE RWDREQ-ACCT-ID          TO FD-ACCT-ID
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'REFUSED - ACCOUNT NOT ON FILE'
                                        TO WS-RPT-ACTION
                   GO TO 2100-REDEEM-POINTS-EXIT
           END-READ

           IF ACCT-COLL-CHARGED-OFF
           OR ACCT-ACTIVE-STATUS NOT = 'Y'
              MOVE 'REFUSED - ACCOUNT CLOSED OR CHARGED OFF'
                                        TO WS-RPT-ACTION
              GO TO 2100-REDEEM-POINTS-EXIT
           END-IF

           MOVE RWDREQ-ACCT-ID          TO FD-RWD-ACCT-ID
           MOVE 0                       TO FD-RWD-ENTRY-SEQ
           READ RWDLEDG-FILE INTO RWD-RECORD
               INVALID KEY
                   MOVE 'REFUSED - ACCOUNT HAS NO POINTS'
                                        TO WS-RPT-ACTION
                   GO TO 2100-REDEEM-POINTS-EXIT
           END-READ

           IF RWDREQ-POINTS = 0
              MOVE RWD-POINTS           TO WS-REDEEM-POINTS
           ELSE
              MOVE RWDREQ-POINTS        TO WS-REDEEM-POINTS
           END-IF
           MOVE WS-REDEEM-POINTS        TO WS-RPT-POINTS

           IF WS-REDEEM-POINTS > RWD-POINTS
              MOVE 'REFUSED - NOT ENOUGH POINTS'
                                        TO WS-RPT-ACTION
              GO TO 2100-REDEEM-POINTS-EXIT
           END-IF

           IF WS-REDEEM-POINTS < WS-REDEEM-MINIMUM
              MOVE 'REFUSED - BELOW MINIMUM REDEMPTION'
                                        TO WS-RPT-ACTION
              GO TO 2100-REDEEM-POINTS-EXIT
           END-IF

           PERFORM 2200-FIND-ACCOUNT-CARD
              THRU 2200-FIND-ACCOUNT-CARD-EXIT
           IF NOT CARD-FOUND
              MOVE 'REFUSED - NO CARD ON THE ACCOUNT'
                                        TO WS-RPT-ACTION
              GO TO 2100-REDEEM-POINTS-EXIT
           END-IF

           COMPUTE WS-REDEEM-AMT ROUNDED =
               WS-REDEEM-POINTS * WS-REDEEM-VALUE / 100
           MOVE WS-REDEEM-AMT           TO WS-RPT-AMT
           IF WS-REDEEM-AMT NOT > 0
              MOVE 'REFUSED - POINTS WORTH NOTHING'
                                        TO WS-RPT-ACTION
              GO TO 2100-REDEEM-POINTS-EXIT
           END-IF

           MOVE RWDREQ-ACCT-ID          TO WS-RWD-ACCT-ID
           MOVE 'RD'                    TO WS-RWD-ENTRY-TYPE
           COMPUTE WS-RWD-POINTS = 0 - WS-REDEEM-POINTS
           MOVE WS-RUN-DATE-FORMATTED   TO WS-RWD-ENTRY-DATE
           MOVE 'CBRWD01C'              TO WS-RWD-SOURCE-PGM
           MOVE 0                       TO WS-RWD-TRAN-SEQ-NUM
           MOVE WS-REDEEM-AMT           TO WS-RWD-TRAN-AMT
           MOVE WS-REDEEM-VALUE         TO WS-RWD-EARN-RATE
           PERFORM POST-REWARD-POINTS
              THRU POST-REWARD-POINTS-EXIT
           IF NOT WS-RWD-POSTED
              MOVE 'REFUSED - UPDATE OF RWDLEDG FAILED'
                                        TO WS-RPT-ACTION
              GO TO 2100-REDEEM-POINTS-EXIT
           END-IF

           INITIALIZE DALYTRAN-RECORD
           MOVE WS-REDEEM-CARD-NUM      TO DALYTRAN-CARD-NUM
           MOVE WS-REDEEM-AMT           TO DALYTRAN-AMT
           SET DALYTRAN-IS-CREDIT       TO TRUE
           MOVE 'REWARDS REDEMPTION'    TO DALYTRAN-MERCHANT-NAME
           MOVE WS-RUN-DATE-FORMATTED   TO DALYTRAN-ORIG-DATE
           SET DALYTRAN-TYPE-REWARD     TO TRUE
           WRITE FD-DALYRWD-REC FROM DALYTRAN-RECORD
           IF NOT DALYRWD-SUCCESS
              MOVE 'POINTS TAKEN - CREDIT WRITE FAILED'
                                        TO WS-RPT-ACTION
              GO TO 2100-REDEEM-POINTS-EXIT
           END-IF

           SET REQUEST-REDEEMED         TO TRUE
           MOVE 'REDEEMED - STATEMENT CREDIT CUT'
                                        TO WS-RPT-ACTION
           .
       2100-REDEEM-POINTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2200-FIND-ACCOUNT-CARD                                        *
      * The first card on the account through the cross-reference's   *
      * account index.                                                *
      *****************************************************************
       2200-FIND-ACCOUNT-CARD.

           MOVE 'N'                     TO WS-CARD-FOUND-SW
           MOVE RWDREQ-ACCT-ID          TO FD-XREF-ACCT-ID
           READ CARDAIX-FILE INTO CARD-XREF-RECORD
               KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                   GO TO 2200-FIND-ACCOUNT-CARD-EXIT
           END-READ

           MOVE XREF-CARD-NUM           TO WS-REDEEM-CARD-NUM
           SET CARD-FOUND               TO TRUE
           .
       2200-FIND-ACCOUNT-CARD-EXIT.
           EXIT
           .

      *****************************************************************
      * 3000-START-FORFEIT-SWEEP                                      *
      *****************************************************************
       3000-START-FORFEIT-SWEEP.

           MOVE 0                       TO FD-ACCT-ID
           START ACCTFILE-FILE KEY IS NOT LESS THAN FD-ACCT-ID
               INVALID KEY
                   SET ACCTFILE-AT-EOF      TO TRUE
                   GO TO 3000-START-FORFEIT-SWEEP-EXIT
           END-START

           PERFORM 3900-READ-NEXT-ACCOUNT
              THRU 3900-READ-NEXT-ACCOUNT-EXIT
           .
       3000-START-FORFEIT-SWEEP-EXIT.
           EXIT
           .

      *****************************************************************
      * 3100-SWEEP-ACCOUNT                                            *
      * A charged-off or closed account forfeits its points balance.  *
      * Once forfeited the balance is zero, so a rerun forfeits       *
      * nothing twice.                                                *
      *****************************************************************
       3100-SWEEP-ACCOUNT.

           ADD 1                        TO WS-ACCOUNT-COUNT

           PERFORM 3200-FORFEIT-POINTS
              THRU 3200-FORFEIT-POINTS-EXIT

           PERFORM 3900-READ-NEXT-ACCOUNT
              THRU 3900-READ-NEXT-ACCOUNT-EXIT
           .
       3100-SWEEP-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 3200-FORFEIT-POINTS                                           *
      *****************************************************************
       3200-FORFEIT-POINTS.

           IF NOT ACCT-COLL-CHARGED-OFF
           AND ACCT-ACTIVE-STATUS = 'Y'
              GO TO 3200-FORFEIT-POINTS-EXIT
           END-IF

           MOVE ACCT-ID                 TO FD-RWD-ACCT-ID
           MOVE 0                       TO FD-RWD-ENTRY-SEQ
           READ RWDLEDG-FILE INTO RWD-RECORD
               INVALID KEY
                   GO TO 3200-FORFEIT-POINTS-EXIT
           END-READ

           IF RWD-POINTS NOT > 0
              GO TO 3200-FORFEIT-POINTS-EXIT
           END-IF

           MOVE ACCT-ID                 TO WS-RPT-ACCT-ID
                                           WS-RWD-ACCT-ID
           COMPUTE WS-RWD-POINTS = 0 - RWD-POINTS
           MOVE WS-RWD-POINTS           TO WS-RPT-POINTS
           MOVE 0                       TO WS-RPT-AMT
           MOVE 'FF'                    TO WS-RWD-ENTRY-TYPE
           MOVE WS-RUN-DATE-FORMATTED   TO WS-RWD-ENTRY-DATE
           MOVE 'CBRWD01C'              TO WS-RWD-SOURCE-PGM
           MOVE 0                       TO WS-RWD-TRAN-SEQ-NUM
                                           WS-RWD-TRAN-AMT
                                           WS-RWD-EARN-RATE
           PERFORM POST-REWARD-POINTS
              THRU POST-REWARD-POINTS-EXIT
           IF NOT WS-RWD-POSTED
              MOVE 'FORFEIT FAILED - UPDATE OF RWDLEDG'
                                        TO WS-RPT-ACTION
              WRITE RWDRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 3200-FORFEIT-POINTS-EXIT
           END-IF

      *    RWD-RECORD comes back holding the balance record.
           MOVE WS-RUN-DATE-FORMATTED   TO RWD-FORFEIT-DATE
           REWRITE FD-RWDLEDG-REC FROM RWD-RECORD
           IF NOT RWDLEDG-SUCCESS
              MOVE 'FORFEITED - FORFEIT DATE NOT STAMPED'
                                        TO WS-RPT-ACTION
              WRITE RWDRPT-RECORD FROM WS-RPT-DETAIL
           END-IF

           ADD 1                        TO WS-FORFEIT-COUNT
           IF ACCT-COLL-CHARGED-OFF
              MOVE 'FORFEITED - ACCOUNT CHARGED OFF'
                                        TO WS-RPT-ACTION
           ELSE
              MOVE 'FORFEITED - ACCOUNT CLOSED'
                                        TO WS-RPT-ACTION
           END-IF
           WRITE RWDRPT-RECORD FROM WS-RPT-DETAIL
           .
       3200-FORFEIT-POINTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 3900-READ-NEXT-ACCOUNT                                        *
      *****************************************************************
       3900-READ-NEXT-ACCOUNT.

           READ ACCTFILE-FILE NEXT INTO ACCOUNT-RECORD
               AT END
                   SET ACCTFILE-AT-EOF      TO TRUE
           END-READ
           .
       3900-READ-NEXT-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-REQUEST-COUNT         TO WS-RPT-REQUEST-TOTAL
           WRITE RWDRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-REDEEMED-COUNT        TO WS-RPT-REDEEMED-TOTAL
           WRITE RWDRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-REFUSED-COUNT         TO WS-RPT-REFUSED-TOTAL
           WRITE RWDRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-ACCOUNT-COUNT         TO WS-RPT-ACCOUNT-TOTAL
           WRITE RWDRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-FORFEIT-COUNT         TO WS-RPT-FORFEIT-TOTAL
           WRITE RWDRPT-RECORD FROM WS-RPT-SUMMARY5

           IF RWDREQ-IS-OPEN
              CLOSE RWDREQ-FILE
           END-IF
           IF PARMFILE-IS-OPEN
              CLOSE PARMFILE-FILE
           END-IF

           CLOSE ACCTFILE-FILE
                 CARDAIX-FILE
                 RWDLEDG-FILE
                 DALYRWD-FILE
                 RWDRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Rewards ledger posting, shared with the posting and dispute   *
      * settlement batches                                            *
      *****************************************************************
       COPY CSRWDLPY.
