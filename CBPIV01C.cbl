      ******************************************************************
      * Program:     CBPIV01C.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Weekly customer data view report for compliance. *
      *              Lists every view the screens logged on the view  *
      *              log (PIIVIEW) in the seven days ending on the    *
      *              date on the parameter card (the run date when    *
      *              the card is blank) - by user, then by day - with *
      *              the customer viewed and whether the SSN,         *
      *              government ID and date of birth were on the      *
      *              screen in full or masked.  Two things are        *
      *              flagged for follow-up: a view of a customer      *
      *              whose name is the viewing user's own name on     *
      *              USRSEC (self-service users, who may only see     *
      *              their own account, are not flagged), and a day   *
      *              on which a user viewed more different accounts   *
      *              than the daily limit on the card (50 when the    *
      *              card leaves it blank).                           *
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
           CBPIV01C.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIIVIEW-FILE ASSIGN TO PIIVIEW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-PIIV-KEY
                  FILE STATUS IS PIIVIEW-STATUS.

           SELECT USRSEC-FILE ASSIGN TO USRSEC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-USR-ID
                  FILE STATUS IS USRSEC-STATUS.

           SELECT CUSTFILE-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CUST-ID
                  FILE STATUS IS CUSTFILE-STATUS.

           SELECT PIVRPT-FILE ASSIGN TO PIVRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PIVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PIIVIEW-FILE.
       01  FD-PIIVIEW-REC.
           05  FD-PIIV-KEY                   PIC X(29).
           05  FILLER                        PIC X(71).

       FD  USRSEC-FILE.
       01  FD-USRSEC-REC.
           05  FD-USR-ID                     PIC X(08).
           05  FILLER                        PIC X(72).

       FD  CUSTFILE-FILE.
       01  FD-CUSTFILE-REC.
           05  FD-CUST-ID                    PIC 9(09).
           05  FILLER                        PIC X(373).

       FD  PIVRPT-FILE.
       01  PIVRPT-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.

      *************************************************************
      * File status and end-of-file switches                      *
      *************************************************************
       01  FILE-STATUS-VALUES.
           05  PIIVIEW-STATUS                 PIC X(02).
               88  PIIVIEW-SUCCESS                    VALUE '00'.
               88  PIIVIEW-EOF                        VALUE '10'.
           05  USRSEC-STATUS                  PIC X(02).
               88  USRSEC-SUCCESS                     VALUE '00'.
               88  USRSEC-NOTFND                      VALUE '23'.
           05  CUSTFILE-STATUS                PIC X(02).
               88  CUSTFILE-SUCCESS                   VALUE '00'.
               88  CUSTFILE-NOTFND                    VALUE '23'.
           05  PIVRPT-STATUS                  PIC X(02).
               88  PIVRPT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PIIVIEW-EOF-SW              PIC X(01) VALUE 'N'.
               88  PIIVIEW-AT-EOF                      VALUE 'Y'.
           05  WS-USER-STARTED-SW             PIC X(01) VALUE 'N'.
               88  USER-STARTED                        VALUE 'Y'.
           05  WS-USER-FOUND-SW               PIC X(01) VALUE 'N'.
               88  USER-FOUND                          VALUE 'Y'.
           05  WS-CUST-FOUND-SW               PIC X(01) VALUE 'N'.
               88  CUST-FOUND                          VALUE 'Y'.
           05  WS-ACCT-SEEN-SW                PIC X(01) VALUE 'N'.
               88  ACCT-SEEN-TODAY                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT                  PIC 9(09) COMP VALUE 0.
           05  WS-VIEW-COUNT                  PIC 9(09) COMP VALUE 0.
           05  WS-USER-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-SELF-VIEW-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-HIGH-DAY-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-USER-VIEW-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-USER-SELF-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-USER-HIGH-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-DAY-VIEW-COUNT              PIC 9(07) COMP VALUE 0.

      *************************************************************
      * Different accounts a user has viewed on the day being     *
      * reported.  Past the table's size every further account    *
      * is counted as a new one - by then the day is flagged.     *
      *************************************************************
       01  WS-DAY-ACCT-TABLE.
           05  WS-DAY-ACCT-COUNT              PIC 9(05) COMP VALUE 0.
           05  WS-DAY-ACCT-USED               PIC 9(05) COMP VALUE 0.
           05  WS-DAY-ACCT-IDX                PIC 9(05) COMP VALUE 0.
           05  WS-DAY-ACCT-ID                 PIC 9(11)
                                              OCCURS 999 TIMES.

      *************************************************************
      * WS-PARM-CARD comes from a SYSIN parameter card: the last  *
      * day of the week to report (CCYY-MM-DD, blank for the run  *
      * date) and the number of different accounts a user may     *
      * view in a day before the day is flagged (blank for 50).   *
      *************************************************************
       01  WS-PARM-CARD.
           05  WS-PARM-END-DATE               PIC X(10).
           05  FILLER                         PIC X(01).
           05  WS-PARM-DAILY-LIMIT            PIC X(03).
           05  FILLER                         PIC X(66).
       01  WS-DAILY-LIMIT                     PIC 9(03) VALUE 50.

       01  WS-COMPUTE-FIELDS.
           05  WS-END-DAY-NUM                 PIC S9(07).
           05  WS-START-DAY-NUM               PIC S9(07).
           05  WS-VIEW-DAY-NUM                PIC S9(07).
           05  WS-DAY-NUM-WORK                PIC S9(07).
           05  WS-DAY-NUM-DAY                 PIC 9(02).

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-DATE-YEAR           PIC X(04).
               10  WS-RUN-DATE-MONTH          PIC X(02).
               10  WS-RUN-DATE-DAY            PIC X(02).
           05  WS-RUN-DATE-FORMATTED          PIC X(10).
           05  WS-END-DATE                    PIC X(10).
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
      * The user and day being reported, and the names compared   *
      * for a view of the user's own account - both in upper case *
      * so a difference in keying case does not hide a match.     *
      *************************************************************
       01  WS-CURRENT-FIELDS.
           05  WS-CURR-USER-ID                PIC X(08).
           05  WS-CURR-USER-TYPE              PIC X(01).
               88  WS-CURR-USER-SELFSVC               VALUE 'S'.
           05  WS-CURR-VIEW-DATE              PIC X(10).
           05  WS-VIEWER-FNAME                PIC X(25).
           05  WS-VIEWER-LNAME                PIC X(25).
           05  WS-CUST-FNAME                  PIC X(25).
           05  WS-CUST-LNAME                  PIC X(25).
           05  WS-LOWER-CASE                  PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  WS-UPPER-CASE                  PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *************************************************************
      * Record layouts, via the shared copybooks                  *
      *************************************************************
           COPY CVPIV01Y.

           COPY CSUSR01Y.

           COPY CVCUS01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
       01  WS-REPORT-LINES.
           05  WS-RPT-HEADING1.
               10  FILLER                     PIC X(40)
                   VALUE 'CUSTOMER DATA VIEW REPORT  WEEK:        '.
               10  WS-RPT-START-DATE          PIC X(10).
               10  FILLER                     PIC X(04)
                   VALUE ' TO '.
               10  WS-RPT-END-DATE            PIC X(10).
               10  FILLER                     PIC X(12)
                   VALUE '  RUN DATE: '.
               10  WS-RPT-RUN-DATE            PIC X(10).
               10  FILLER                     PIC X(16)
                   VALUE '  DAILY LIMIT: '.
               10  WS-RPT-DAILY-LIMIT         PIC ZZ9.
           05  WS-RPT-HEADING2.
               10  FILLER                     PIC X(09)
                   VALUE 'USER ID  '.
               10  FILLER                     PIC X(11)
                   VALUE 'DATE       '.
               10  FILLER                     PIC X(09)
                   VALUE 'TIME     '.
               10  FILLER                     PIC X(09)
                   VALUE 'PROGRAM  '.
               10  FILLER                     PIC X(12)
                   VALUE 'ACCOUNT ID  '.
               10  FILLER                     PIC X(10)
                   VALUE 'CUSTOMER  '.
               10  FILLER                     PIC X(31)
                   VALUE 'CUSTOMER NAME                  '.
               10  FILLER                     PIC X(07)
                   VALUE 'ID DATA'.
               10  FILLER                     PIC X(02)
                   VALUE SPACES.
               10  FILLER                     PIC X(12)
                   VALUE 'FOLLOW-UP   '.
           05  WS-RPT-USER-LINE.
               10  FILLER                     PIC X(06)
                   VALUE 'USER: '.
               10  WS-RPT-USER-ID             PIC X(08).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-RPT-USER-FNAME          PIC X(20).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-USER-LNAME          PIC X(20).
               10  FILLER                     PIC X(08)
                   VALUE '  TYPE: '.
               10  WS-RPT-USER-TYPE           PIC X(01).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-RPT-USER-NOTE           PIC X(20).
           05  WS-RPT-DETAIL.
               10  WS-RPT-DTL-USER-ID         PIC X(08).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DTL-DATE            PIC X(10).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DTL-TIME            PIC X(08).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DTL-PROGRAM         PIC X(08).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DTL-ACCT-ID         PIC 9(11).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DTL-CUST-ID         PIC 9(09).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DTL-CUST-NAME       PIC X(30).
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DTL-PII             PIC X(07).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-RPT-DTL-FLAG            PIC X(12).
           05  WS-RPT-DAY-LINE.
               10  FILLER                     PIC X(11)
                   VALUE '  DAY TOTAL'.
               10  FILLER                     PIC X(01) VALUE SPACE.
               10  WS-RPT-DAY-DATE            PIC X(10).
               10  FILLER                     PIC X(09)
                   VALUE '  VIEWS: '.
               10  WS-RPT-DAY-VIEWS           PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(12)
                   VALUE '  ACCOUNTS: '.
               10  WS-RPT-DAY-ACCTS           PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-RPT-DAY-FLAG            PIC X(25).
           05  WS-RPT-USER-TOTAL.
               10  FILLER                     PIC X(13)
                   VALUE '  USER TOTAL '.
               10  WS-RPT-UTOT-USER-ID        PIC X(08).
               10  FILLER                     PIC X(09)
                   VALUE '  VIEWS: '.
               10  WS-RPT-UTOT-VIEWS          PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(14)
                   VALUE '  OWN NAME:   '.
               10  WS-RPT-UTOT-SELF           PIC ZZ,ZZ9.
               10  FILLER                     PIC X(18)
                   VALUE '  HIGH VOL DAYS:  '.
               10  WS-RPT-UTOT-HIGH           PIC Z9.
           05  WS-RPT-BLANK-LINE              PIC X(01) VALUE SPACE.
           05  WS-RPT-SUMMARY1.
               10  FILLER                     PIC X(25)
                   VALUE 'VIEW RECORDS READ......: '.
               10  WS-RPT-READ-TOTAL          PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-SUMMARY2.
               10  FILLER                     PIC X(25)
                   VALUE 'VIEWS IN THE WEEK......: '.
               10  WS-RPT-VIEW-TOTAL          PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-SUMMARY3.
               10  FILLER                     PIC X(25)
                   VALUE 'USERS WITH VIEWS.......: '.
               10  WS-RPT-USER-TOTAL-CNT      PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'OWN NAME VIEWS.........: '.
               10  WS-RPT-SELF-TOTAL          PIC ZZZ,ZZZ,ZZ9.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'HIGH VOLUME USER DAYS..: '.
               10  WS-RPT-HIGH-TOTAL          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.

           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-REPORT-VIEWS
              THRU 2000-REPORT-VIEWS-EXIT
              UNTIL PIIVIEW-AT-EOF

           PERFORM 9000-TERMINATE
              THRU 9000-TERMINATE-EXIT

           GOBACK
           .
       0000-MAIN-EXIT.
           EXIT
           .

      *****************************************************************
      * 1000-INITIALIZE                                               *
      * The week is the end date and the six days before it, counted  *
      * on the 30/360 day numbers the other batches age dates by.     *
      *****************************************************************
       1000-INITIALIZE.

           MOVE SPACES                  TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DAILY-LIMIT NUMERIC
              MOVE WS-PARM-DAILY-LIMIT  TO WS-DAILY-LIMIT
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
                  WS-RUN-DATE-DAY
                  DELIMITED BY SIZE INTO WS-RUN-DATE-FORMATTED

           MOVE WS-RUN-DATE-FORMATTED   TO WS-END-DATE
           IF WS-PARM-END-DATE NOT = SPACES
              MOVE WS-PARM-END-DATE     TO WS-DATE-TO-NUMBER
              PERFORM 7000-DATE-TO-DAY-NUMBER
                 THRU 7000-DATE-TO-DAY-NUMBER-EXIT
              IF WS-DAY-NUM-WORK > 0
                 MOVE WS-PARM-END-DATE  TO WS-END-DATE
              ELSE
                 DISPLAY 'CBPIV01C: END DATE ON THE PARAMETER CARD '
                         'IS NOT CCYY-MM-DD - RUN DATE USED: '
                         WS-PARM-END-DATE
              END-IF
           END-IF

           MOVE WS-END-DATE             TO WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUM-WORK         TO WS-END-DAY-NUM
           COMPUTE WS-START-DAY-NUM = WS-END-DAY-NUM - 6

           OPEN INPUT  PIIVIEW-FILE
                       USRSEC-FILE
                       CUSTFILE-FILE
           OPEN OUTPUT PIVRPT-FILE

           IF NOT PIIVIEW-SUCCESS
              DISPLAY 'CBPIV01C: PIIVIEW OPEN FAILED, STATUS '
                      PIIVIEW-STATUS
              SET PIIVIEW-AT-EOF        TO TRUE
           END-IF

           PERFORM 7100-DAY-NUMBER-TO-DATE
              THRU 7100-DAY-NUMBER-TO-DATE-EXIT
           MOVE WS-END-DATE             TO WS-RPT-END-DATE
           MOVE WS-RUN-DATE-FORMATTED   TO WS-RPT-RUN-DATE
           MOVE WS-DAILY-LIMIT          TO WS-RPT-DAILY-LIMIT
           WRITE PIVRPT-RECORD FROM WS-RPT-HEADING1
           WRITE PIVRPT-RECORD FROM WS-RPT-HEADING2

           IF NOT PIIVIEW-AT-EOF
              PERFORM 1100-READ-NEXT-VIEW
                 THRU 1100-READ-NEXT-VIEW-EXIT
           END-IF
           .
       1000-INITIALIZE-EXIT.
           EXIT
           .

      *****************************************************************
      * 1100-READ-NEXT-VIEW                                           *
      *****************************************************************
       1100-READ-NEXT-VIEW.

           READ PIIVIEW-FILE NEXT INTO PIIV-RECORD
               AT END
                   SET PIIVIEW-AT-EOF         TO TRUE
           END-READ
           .
       1100-READ-NEXT-VIEW-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-REPORT-VIEWS                                             *
      * The log is in user, date and time order, so a change of user  *
      * or of date closes the day (and the user) being reported.      *
      *****************************************************************
       2000-REPORT-VIEWS.

           ADD 1                        TO WS-READ-COUNT

           MOVE PIIV-VIEW-DATE          TO WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           MOVE WS-DAY-NUM-WORK         TO WS-VIEW-DAY-NUM
           IF WS-VIEW-DAY-NUM < WS-START-DAY-NUM
           OR WS-VIEW-DAY-NUM > WS-END-DAY-NUM
              GO TO 2000-READ-NEXT
           END-IF

           IF USER-STARTED
              IF PIIV-USER-ID NOT = WS-CURR-USER-ID
                 PERFORM 2400-END-DAY
                    THRU 2400-END-DAY-EXIT
                 PERFORM 2500-END-USER
                    THRU 2500-END-USER-EXIT
              ELSE
                 IF PIIV-VIEW-DATE NOT = WS-CURR-VIEW-DATE
                    PERFORM 2400-END-DAY
                       THRU 2400-END-DAY-EXIT
                 END-IF
              END-IF
           END-IF

           IF NOT USER-STARTED
              PERFORM 2100-START-USER
                 THRU 2100-START-USER-EXIT
           END-IF
           MOVE PIIV-VIEW-DATE          TO WS-CURR-VIEW-DATE

           PERFORM 2300-REPORT-ONE-VIEW
              THRU 2300-REPORT-ONE-VIEW-EXIT
           .
       2000-READ-NEXT.
           PERFORM 1100-READ-NEXT-VIEW
              THRU 1100-READ-NEXT-VIEW-EXIT
           .
       2000-REPORT-VIEWS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-START-USER                                               *
      * The viewing user's name comes off USRSEC for the own-name     *
      * check.  A user since deleted is still reported, unchecked.    *
      *****************************************************************
       2100-START-USER.

           SET USER-STARTED             TO TRUE
           ADD 1                        TO WS-USER-COUNT
           MOVE PIIV-USER-ID            TO WS-CURR-USER-ID
           MOVE PIIV-USER-TYPE          TO WS-CURR-USER-TYPE
           MOVE 0                       TO WS-USER-VIEW-COUNT
                                           WS-USER-SELF-COUNT
                                           WS-USER-HIGH-COUNT
           MOVE SPACES                  TO WS-VIEWER-FNAME
                                           WS-VIEWER-LNAME
                                           WS-RPT-USER-FNAME
                                           WS-RPT-USER-LNAME
                                           WS-RPT-USER-NOTE

           MOVE 'N'                     TO WS-USER-FOUND-SW
           MOVE PIIV-USER-ID            TO FD-USR-ID
           READ USRSEC-FILE INTO SEC-USER-DATA
               INVALID KEY
                   MOVE 'NOT ON USRSEC'   TO WS-RPT-USER-NOTE
               NOT INVALID KEY
                   SET USER-FOUND         TO TRUE
           END-READ

           IF USER-FOUND
              MOVE SEC-USR-FNAME        TO WS-VIEWER-FNAME
                                           WS-RPT-USER-FNAME
              MOVE SEC-USR-LNAME        TO WS-VIEWER-LNAME
                                           WS-RPT-USER-LNAME
              INSPECT WS-VIEWER-FNAME
                      CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              INSPECT WS-VIEWER-LNAME
                      CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           END-IF

           MOVE PIIV-USER-ID            TO WS-RPT-USER-ID
           MOVE PIIV-USER-TYPE          TO WS-RPT-USER-TYPE
           WRITE PIVRPT-RECORD FROM WS-RPT-BLANK-LINE
           WRITE PIVRPT-RECORD FROM WS-RPT-USER-LINE
           .
       2100-START-USER-EXIT.
           EXIT
           .

      *****************************************************************
      * 2300-REPORT-ONE-VIEW                                          *
      *****************************************************************
       2300-REPORT-ONE-VIEW.

           ADD 1                        TO WS-VIEW-COUNT
                                           WS-USER-VIEW-COUNT
                                           WS-DAY-VIEW-COUNT

           MOVE PIIV-USER-ID            TO WS-RPT-DTL-USER-ID
           MOVE PIIV-VIEW-DATE          TO WS-RPT-DTL-DATE
           MOVE PIIV-VIEW-TIME          TO WS-RPT-DTL-TIME
           MOVE PIIV-PROGRAM            TO WS-RPT-DTL-PROGRAM
           MOVE PIIV-ACCT-ID            TO WS-RPT-DTL-ACCT-ID
           MOVE PIIV-CUST-ID            TO WS-RPT-DTL-CUST-ID
           MOVE SPACES                  TO WS-RPT-DTL-CUST-NAME
                                           WS-RPT-DTL-FLAG
           EVALUATE TRUE
               WHEN PIIV-PII-SHOWN-FULL
                   MOVE 'FULL'          TO WS-RPT-DTL-PII
               WHEN PIIV-PII-SHOWN-MASKED
                   MOVE 'MASKED'        TO WS-RPT-DTL-PII
               WHEN OTHER
                   MOVE 'NONE'          TO WS-RPT-DTL-PII
           END-EVALUATE

           PERFORM 2310-COUNT-DAY-ACCOUNT
              THRU 2310-COUNT-DAY-ACCOUNT-EXIT

           MOVE 'N'                     TO WS-CUST-FOUND-SW
           IF PIIV-CUST-ID NOT = 0
              MOVE PIIV-CUST-ID         TO FD-CUST-ID
              READ CUSTFILE-FILE INTO CUSTOMER-RECORD
                  INVALID KEY
                      MOVE 'NOT ON CUSTOMER MASTER'
                                        TO WS-RPT-DTL-CUST-NAME
                  NOT INVALID KEY
                      SET CUST-FOUND    TO TRUE
              END-READ
           END-IF

           IF CUST-FOUND
              STRING CUST-LAST-NAME  DELIMITED BY SPACE
                     ', '            DELIMITED BY SIZE
                     CUST-FIRST-NAME DELIMITED BY SPACE
                     INTO WS-RPT-DTL-CUST-NAME
              PERFORM 2320-CHECK-OWN-NAME
                 THRU 2320-CHECK-OWN-NAME-EXIT
           END-IF

           WRITE PIVRPT-RECORD FROM WS-RPT-DETAIL
           .
       2300-REPORT-ONE-VIEW-EXIT.
           EXIT
           .

      *****************************************************************
      * 2310-COUNT-DAY-ACCOUNT                                        *
      *****************************************************************
       2310-COUNT-DAY-ACCOUNT.

           MOVE 'N'                     TO WS-ACCT-SEEN-SW
           PERFORM 2311-MATCH-DAY-ACCOUNT
              THRU 2311-MATCH-DAY-ACCOUNT-EXIT
              VARYING WS-DAY-ACCT-IDX FROM 1 BY 1
                UNTIL WS-DAY-ACCT-IDX > WS-DAY-ACCT-USED
                   OR ACCT-SEEN-TODAY

           IF ACCT-SEEN-TODAY
              GO TO 2310-COUNT-DAY-ACCOUNT-EXIT
           END-IF

           ADD 1                        TO WS-DAY-ACCT-COUNT
           IF WS-DAY-ACCT-USED < 999
              ADD 1                     TO WS-DAY-ACCT-USED
              MOVE PIIV-ACCT-ID
                         TO WS-DAY-ACCT-ID (WS-DAY-ACCT-USED)
           END-IF
           .
       2310-COUNT-DAY-ACCOUNT-EXIT.
           EXIT
           .

       2311-MATCH-DAY-ACCOUNT.

           IF WS-DAY-ACCT-ID (WS-DAY-ACCT-IDX) = PIIV-ACCT-ID
              SET ACCT-SEEN-TODAY       TO TRUE
           END-IF
           .
       2311-MATCH-DAY-ACCOUNT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2320-CHECK-OWN-NAME                                           *
      * A user whose first and last name on USRSEC are the customer's *
      * is looking at what may be their own account.  Self-service    *
      * users are kept to their own account, so are not flagged.      *
      *****************************************************************
       2320-CHECK-OWN-NAME.

           IF NOT USER-FOUND
           OR WS-CURR-USER-SELFSVC
           OR WS-VIEWER-LNAME = SPACES
              GO TO 2320-CHECK-OWN-NAME-EXIT
           END-IF

           MOVE CUST-FIRST-NAME         TO WS-CUST-FNAME
           MOVE CUST-LAST-NAME          TO WS-CUST-LNAME
           INSPECT WS-CUST-FNAME
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-CUST-LNAME
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

           IF WS-CUST-FNAME = WS-VIEWER-FNAME
           AND WS-CUST-LNAME = WS-VIEWER-LNAME
              MOVE '** OWN NAME'        TO WS-RPT-DTL-FLAG
              ADD 1                     TO WS-SELF-VIEW-COUNT
                                           WS-USER-SELF-COUNT
           END-IF
           .
       2320-CHECK-OWN-NAME-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-END-DAY                                                  *
      *****************************************************************
       2400-END-DAY.

           MOVE WS-CURR-VIEW-DATE       TO WS-RPT-DAY-DATE
           MOVE WS-DAY-VIEW-COUNT       TO WS-RPT-DAY-VIEWS
           MOVE WS-DAY-ACCT-COUNT       TO WS-RPT-DAY-ACCTS
           MOVE SPACES                  TO WS-RPT-DAY-FLAG
           IF WS-DAY-ACCT-COUNT > WS-DAILY-LIMIT
              MOVE '** HIGH VOLUME'     TO WS-RPT-DAY-FLAG
              ADD 1                     TO WS-HIGH-DAY-COUNT
                                           WS-USER-HIGH-COUNT
           END-IF
           WRITE PIVRPT-RECORD FROM WS-RPT-DAY-LINE

           MOVE 0                       TO WS-DAY-VIEW-COUNT
                                           WS-DAY-ACCT-COUNT
                                           WS-DAY-ACCT-USED
           .
       2400-END-DAY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2500-END-USER                                                 *
      *****************************************************************
       2500-END-USER.

           MOVE WS-CURR-USER-ID         TO WS-RPT-UTOT-USER-ID
           MOVE WS-USER-VIEW-COUNT      TO WS-RPT-UTOT-VIEWS
           MOVE WS-USER-SELF-COUNT      TO WS-RPT-UTOT-SELF
           MOVE WS-USER-HIGH-COUNT      TO WS-RPT-UTOT-HIGH
           WRITE PIVRPT-RECORD FROM WS-RPT-USER-TOTAL

           MOVE 'N'                     TO WS-USER-STARTED-SW
           .
       2500-END-USER-EXIT.
           EXIT
           .

      *****************************************************************
      * 7000-DATE-TO-DAY-NUMBER                                       *
      * CCYY-MM-DD to a 30/360 day number; zero when not a date.      *
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

           IF WS-DTN-MONTH-N < 1 OR WS-DTN-MONTH-N > 12
           OR WS-DTN-DAY-N < 1 OR WS-DTN-DAY-N > 31
              GO TO 7000-DATE-TO-DAY-NUMBER-EXIT
           END-IF

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
      * 7100-DAY-NUMBER-TO-DATE                                       *
      * The first day of the week, back from its 30/360 day number,   *
      * for the heading.                                              *
      *****************************************************************
       7100-DAY-NUMBER-TO-DATE.

           COMPUTE WS-DAY-NUM-WORK = WS-START-DAY-NUM - 1
           DIVIDE WS-DAY-NUM-WORK BY 360
               GIVING WS-DTN-YEAR-N REMAINDER WS-DAY-NUM-WORK
           DIVIDE WS-DAY-NUM-WORK BY 30
               GIVING WS-DTN-MONTH-N REMAINDER WS-DAY-NUM-WORK
           ADD 1                        TO WS-DTN-MONTH-N
           COMPUTE WS-DTN-DAY-N = WS-DAY-NUM-WORK + 1

           MOVE SPACES                  TO WS-RPT-START-DATE
           STRING WS-DTN-YEAR-N '-' WS-DTN-MONTH-N '-' WS-DTN-DAY-N
                  DELIMITED BY SIZE INTO WS-RPT-START-DATE
           .
       7100-DAY-NUMBER-TO-DATE-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
       9000-TERMINATE.

           IF USER-STARTED
              PERFORM 2400-END-DAY
                 THRU 2400-END-DAY-EXIT
              PERFORM 2500-END-USER
                 THRU 2500-END-USER-EXIT
           END-IF

           WRITE PIVRPT-RECORD FROM WS-RPT-BLANK-LINE

           MOVE WS-READ-COUNT            TO WS-RPT-READ-TOTAL
           WRITE PIVRPT-RECORD FROM WS-RPT-SUMMARY1

           MOVE WS-VIEW-COUNT            TO WS-RPT-VIEW-TOTAL
           WRITE PIVRPT-RECORD FROM WS-RPT-SUMMARY2

           MOVE WS-USER-COUNT            TO WS-RPT-USER-TOTAL-CNT
           WRITE PIVRPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-SELF-VIEW-COUNT       TO WS-RPT-SELF-TOTAL
           WRITE PIVRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-HIGH-DAY-COUNT        TO WS-RPT-HIGH-TOTAL
           WRITE PIVRPT-RECORD FROM WS-RPT-SUMMARY5

           CLOSE PIIVIEW-FILE
                 USRSEC-FILE
                 CUSTFILE-FILE
                 PIVRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .
