      ******************************************************************
      * Program:     CBFXR01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Daily foreign exchange rate load.  Reads the     *
      *              rate provider's file (FXRATES) and writes each   *
      *              currency's rate into the FXRATE parameter set on *
      *              the parameter master, effective from the date    *
      *              the rate was struck, where the posting batch     *
      *              (CBTRN01C) picks it up to convert foreign items  *
      *              to dollars.  A record with no currency, a dollar *
      *              currency or a rate that is not a positive number *
      *              is rejected.  It then lists every currency on    *
      *              file whose rate was not refreshed today, so a    *
      *              stale rate is seen before it is used.            *
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
           CBFXR01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRATES-FILE ASSIGN TO FXRATES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FXRATES-STATUS.

           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-PARM-KEY
                  FILE STATUS IS PARMFILE-STATUS.

           SELECT FXRPT-FILE ASSIGN TO FXRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FXRATES-FILE.
       01  FD-FXRATES-REC                    PIC X(40).

       FD  PARMFILE-FILE.
       01  FD-PARMFILE-REC.
           05  FD-PARM-KEY.
               10  FD-PARM-SET-ID            PIC X(08).
               10  FD-PARM-ENTRY-ID          PIC X(10).
           05  FILLER                        PIC X(62).

       FD  FXRPT-FILE.
       01  FXRPT-RECORD                      PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  FXRATES-STATUS                 PIC X(02).
               88  FXRATES-SUCCESS                    VALUE '00'.
           05  PARMFILE-STATUS                PIC X(02).
               88  PARMFILE-SUCCESS                   VALUE '00'.
           05  FXRPT-STATUS                   PIC X(02).
               88  FXRPT-SUCCESS                      VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FXRATES-EOF-SW              PIC X(01) VALUE 'N'.
               88  FXRATES-AT-EOF                      VALUE 'Y'.
           05  WS-FXRATES-OPEN-SW             PIC X(01) VALUE 'N'.
               88  FXRATES-IS-OPEN                     VALUE 'Y'.
           05  WS-PARMFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  PARMFILE-AT-EOF                     VALUE 'Y'.
           05  WS-RATE-LOADED-SW              PIC X(01) VALUE 'N'.
               88  RATE-LOADED                         VALUE 'Y'.
           05  WS-RATE-ON-FILE-SW             PIC X(01) VALUE 'N'.
               88  RATE-ON-FILE                        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RATE-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-LOADED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-REJECTED-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-STALE-COUNT                 PIC 9(07) COMP VALUE 0.

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
      * Rate feed and parameter record layouts, via the shared    *
      * copybooks                                                 *
      *************************************************************
           COPY CVFXR01Y.

           COPY CVPRM01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'FOREIGN EXCHANGE RATE LOAD REPORT       '.
               10  FILLER                     PIC X(12)
                   VALUE SPACES.
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(05)
                   VALUE 'CURR '.
               10  FILLER                     PIC X(12)
                   VALUE '        RATE'.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  FILLER                     PIC X(10)
                   VALUE 'RATE DATE '.
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  FILLER                     PIC X(40)
                   VALUE 'ACTION                                  '.
           05  WS-RPT-DETAIL.
               10  WS-RPT-CURRENCY-CD         PIC X(03).
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-RATE                PIC ZZZ9.999999.
               10  FILLER                     PIC X(03) VALUE SPACE.
               10  WS-RPT-RATE-DATE           PIC X(10).
               10  FILLER                     PIC X(02) VALUE SPACE.
               10  WS-RPT-ACTION              PIC X(40).
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'RATE RECORDS READ......: '.
               10  WS-RPT-RATE-TOTAL          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'RATES LOADED...........: '.
               10  WS-RPT-LOADED-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'RATES REJECTED.........: '.
               10  WS-RPT-REJECTED-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'STALE RATES ON FILE....: '.
               10  WS-RPT-STALE-TOTAL         PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           IF FXRATES-IS-OPEN
              PERFORM 2000-PROCESS-RATE
                 THRU 2000-PROCESS-RATE-EXIT
                 UNTIL FXRATES-AT-EOF
           END-IF

           PERFORM 3000-START-STALE-CHECK
              THRU 3000-START-STALE-CHECK-EXIT
           PERFORM 3100-CHECK-RATE
              THRU 3100-CHECK-RATE-EXIT
              UNTIL PARMFILE-AT-EOF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * A day with no rate file still lists the stale rates, which    *
      * will then be every currency on file.                          *
      *****************************************************************
       1000-INITIALIZE.

           OPEN I-O    PARMFILE-FILE
           OPEN OUTPUT FXRPT-FILE

           OPEN INPUT  FXRATES-FILE
           IF FXRATES-SUCCESS
              SET FXRATES-IS-OPEN       TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           WRITE FXRPT-RECORD FROM WS-RPT-HEADING1
           WRITE FXRPT-RECORD FROM WS-RPT-HEADING2

           IF FXRATES-IS-OPEN
              PERFORM 1100-READ-NEXT-RATE
                 THRU 1100-READ-NEXT-RATE-EXIT
           END-IF
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-RATE                                           *
      *****************************************************************
       1100-READ-NEXT-RATE.

           READ FXRATES-FILE INTO FXR-RECORD
               AT END
                   SET FXRATES-AT-EOF       TO TRUE
           END-READ
           .
       1100-READ-NEXT-RATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-PROCESS-RATE                                             *
      *****************************************************************
       2000-PROCESS-RATE.

           ADD 1                        TO WS-RATE-COUNT

           PERFORM 2100-LOAD-RATE
              THRU 2100-LOAD-RATE-EXIT

           IF RATE-LOADED
              ADD 1                     TO WS-LOADED-COUNT
           ELSE
              ADD 1                     TO WS-REJECTED-COUNT
           END-IF
           WRITE FXRPT-RECORD FROM WS-RPT-DETAIL

           PERFORM 1100-READ-NEXT-RATE
              THRU 1100-READ-NEXT-RATE-EXIT
           .
       2000-PROCESS-RATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-LOAD-RATE                                                *
      * The currency's FXRATE entry is replaced when it is on file   *
      * and added when it is not.  A record with no rate date takes   *
      * the run date.                                                 *
      *****************************************************************
       2100-LOAD-RATE.

           MOVE 'N'                     TO WS-RATE-LOADED-SW
           MOVE FXR-CURRENCY-CD         TO WS-RPT-CURRENCY-CD
           MOVE 0                       TO WS-RPT-RATE
           MOVE FXR-RATE-DATE           TO WS-RPT-RATE-DATE

           IF FXR-CURRENCY-CD = SPACES OR LOW-VALUES
           OR FXR-CURRENCY-CD = 'USD'
              MOVE 'REJECTED - CURRENCY CODE NOT VALID'
                                        TO WS-RPT-ACTION
              GO TO 2100-LOAD-RATE-EXIT
           END-IF

           IF FXR-RATE NOT NUMERIC
              MOVE 'REJECTED - RATE NOT NUMERIC'
                                        TO WS-RPT-ACTION
              GO TO 2100-LOAD-RATE-EXIT
           END-IF
           MOVE FXR-RATE                TO WS-RPT-RATE

           IF FXR-RATE NOT > 0
              MOVE 'REJECTED - RATE IS ZERO'
                                        TO WS-RPT-ACTION
              GO TO 2100-LOAD-RATE-EXIT
           END-IF

           IF FXR-RATE-DATE = SPACES OR LOW-VALUES
              MOVE WS-RUN-DATE-FORMATTED TO FXR-RATE-DATE
                                            WS-RPT-RATE-DATE
           END-IF

           MOVE 'N'                     TO WS-RATE-ON-FILE-SW
           MOVE 'FXRATE  '              TO FD-PARM-SET-ID
           MOVE FXR-CURRENCY-CD         TO FD-PARM-ENTRY-ID
           READ PARMFILE-FILE INTO PARM-RECORD
               NOT INVALID KEY
                   SET RATE-ON-FILE     TO TRUE
           END-READ

           IF NOT RATE-ON-FILE
              INITIALIZE PARM-RECORD
              MOVE 'FXRATE  '           TO PARM-SET-ID
              MOVE FXR-CURRENCY-CD      TO PARM-ENTRY-ID
              MOVE 0                    TO PARM-RATE-PCT
                                           PARM-AMOUNT
           END-IF

           MOVE FXR-RATE                TO PARM-FX-RATE
           MOVE FXR-RATE-DATE           TO PARM-EFF-DATE
           MOVE 'CBFXR01C'              TO PARM-UPDATED-BY
           MOVE WS-RUN-DATE-FORMATTED   TO PARM-UPDATED-DATE

           IF RATE-ON-FILE
              REWRITE FD-PARMFILE-REC FROM PARM-RECORD
           ELSE
              WRITE FD-PARMFILE-REC FROM PARM-RECORD
           END-IF
           IF NOT PARMFILE-SUCCESS
              MOVE 'REJECTED - UPDATE OF PARMFILE FAILED'
                                        TO WS-RPT-ACTION
              GO TO 2100-LOAD-RATE-EXIT
           END-IF

           SET RATE-LOADED              TO TRUE
           IF RATE-ON-FILE
              MOVE 'LOADED - RATE REPLACED'
                                        TO WS-RPT-ACTION
           ELSE
              MOVE 'LOADED - NEW CURRENCY ADDED'
                                        TO WS-RPT-ACTION
           END-IF
           .
       2100-LOAD-RATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3000-START-STALE-CHECK                                        *
      *****************************************************************
       3000-START-STALE-CHECK.

           MOVE 'FXRATE  '              TO FD-PARM-SET-ID
           MOVE LOW-VALUES              TO FD-PARM-ENTRY-ID
           START PARMFILE-FILE KEY IS NOT LESS THAN FD-PARM-KEY
               INVALID KEY
                   SET PARMFILE-AT-EOF      TO TRUE
                   GO TO 3000-START-STALE-CHECK-EXIT
           END-START

           PERFORM 3900-READ-NEXT-PARM
              THRU 3900-READ-NEXT-PARM-EXIT
           .
       3000-START-STALE-CHECK-EXIT.
           EXIT
           .

      *****************************************************************
      * 3100-CHECK-RATE                                               *
      * A rate the load did not touch today is stale; the posting     *
      * batch still uses it, so it is listed for the rate desk.       *
      *****************************************************************
       3100-CHECK-RATE.

           IF PARM-UPDATED-DATE NOT = WS-RUN-DATE-FORMATTED
              ADD 1                     TO WS-STALE-COUNT
              MOVE PARM-ENTRY-ID        TO WS-RPT-CURRENCY-CD
              MOVE PARM-FX-RATE         TO WS-RPT-RATE
              MOVE PARM-EFF-DATE        TO WS-RPT-RATE-DATE
              MOVE 'STALE - RATE NOT REFRESHED TODAY'
                                        TO WS-RPT-ACTION
              WRITE FXRPT-RECORD FROM WS-RPT-DETAIL
           END-IF

           PERFORM 3900-READ-NEXT-PARM
              THRU 3900-READ-NEXT-PARM-EXIT
           .
       3100-CHECK-RATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3900-READ-NEXT-PARM                                           *
      * The browse ends at the last entry of the FXRATE set.          *
      *****************************************************************
       3900-READ-NEXT-PARM.

           READ PARMFILE-FILE NEXT INTO PARM-RECORD
               AT END
                   SET PARMFILE-AT-EOF      TO TRUE
                   GO TO 3900-READ-NEXT-PARM-EXIT
           END-READ

           IF NOT PARM-SET-FXRATE
              SET PARMFILE-AT-EOF       TO TRUE
           END-IF
           .
       3900-READ-NEXT-PARM-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           MOVE WS-RATE-COUNT            TO WS-RPT-RATE-TOTAL
           WRITE FXRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-LOADED-COUNT          TO WS-RPT-LOADED-TOTAL
           WRITE FXRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-REJECTED-COUNT        TO WS-RPT-REJECTED-TOTAL
           WRITE FXRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-STALE-COUNT           TO WS-RPT-STALE-TOTAL
           WRITE FXRPT-RECORD FROM WS-RPT-SUMMARY4

           IF FXRATES-IS-OPEN
              CLOSE FXRATES-FILE
           END-IF

           CLOSE PARMFILE-FILE
                 FXRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
