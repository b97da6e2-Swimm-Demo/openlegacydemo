      ******************************************************************
      * Program     : COSCH00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : One-time scheduled payment.  A rep, or a
      *               self-service user for their own account only,
      *               schedules a single payment for today or a
      *               later date, drawn either from the customer's
      *               EFT account on file (CUST-EFT-ACCOUNT-ID) or
      *               from a bank account keyed for that payment
      *               alone.  Each payment gets a confirmation number
      *               to read back to the cardholder.  A second
      *               payment of the same amount already scheduled
      *               is warned about and has to be confirmed.  A
      *               payment can be cancelled by its confirmation
      *               number until the daily cutoff on its pay date;
      *               a payment for today can only be taken before
      *               the cutoff.  The nightly autopay run (CBPAY01C)
      *               drafts the due payments from the scheduled
      *               payment file (SCHPAY) with the autopay drafts.
      *               Each account shown is logged as a view of its
      *               customer (PIIVIEW).
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
       PROGRAM-ID. COSCH00C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *************************************************************
      * SCREEN-FIELDS - Service-oriented replacement for screen   *
      *************************************************************
       01 SCREEN-FIELDS.
           05 SERVICE-INFO.
              10 SCREEN-STATUS            PIC X(01).
                  88 SCREEN-DISPLAY                 VALUE 'D'.
                  88 SCREEN-UPDATE                  VALUE 'U'.
              10 SCREEN-MESSAGE           PIC X(80).
              10 FIELD-IN-ERROR           PIC X(20).
           05 BUSINESS-DATA.
              10 CURDATE              PIC X(8).
              10 CURTIME              PIC X(8).
              10 ERRMSG               PIC X(78).
              10 PGMNAME              PIC X(8).
              10 TITLE01              PIC X(40).
              10 TITLE02              PIC X(40).
              10 TRNNAME              PIC X(4).
              10 ACCTID               PIC X(11).
              10 ACCTID-N REDEFINES ACCTID
                                      PIC 9(11).
              10 SCH-ACTION           PIC X(1).
                  88 ACTION-INQUIRE                 VALUES ' ' 'I'.
                  88 ACTION-SCHEDULE                VALUE 'S'.
                  88 ACTION-CANCEL                  VALUE 'X'.
              10 AMOUNT               PIC X(12).
              10 PAYDT                PIC X(10).
              10 SOURCE-CD            PIC X(1).
                  88 SOURCE-EFT-ON-FILE             VALUE 'E'.
                  88 SOURCE-KEYED-ACCOUNT           VALUE 'K'.
              10 BANKACT              PIC X(10).
              10 CONFNUM              PIC X(9).
              10 CONFNUM-N REDEFINES CONFNUM
                                      PIC 9(9).
              10 CONFIRM              PIC X(1).
                  88 DUPLICATE-CONFIRMED            VALUE 'Y'.
              10 CUSTNAM              PIC X(40).
              10 EFTACT               PIC X(10).
              10 CURBAL               PIC X(17).
              10 MINDUE               PIC X(17).
              10 DUEDT                PIC X(10).
      * LENGTH constants for database operations
           05 LENGTH-SCHP-KEY             PIC S9(04) COMP VALUE 20.
           05 LENGTH-SCHP-RECORD          PIC S9(04) COMP VALUE 200.
           05 LENGTH-ACCT-KEY             PIC S9(04) COMP VALUE 11.
           05 LENGTH-ACCT-RECORD          PIC S9(04) COMP VALUE 310.
           05 LENGTH-XREF-RECORD          PIC S9(04) COMP VALUE 50.
           05 LENGTH-CUST-KEY             PIC S9(04) COMP VALUE 9.
           05 LENGTH-CUST-RECORD          PIC S9(04) COMP VALUE 382.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COSCH00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CSCH'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-SCHPFILE                PIC X(08) VALUE 'SCHPAY  '.
         05 WS-ACCTFILE                PIC X(08) VALUE 'ACCTDAT '.
         05 WS-XREFACCT                PIC X(08) VALUE 'CXACAIX '.
         05 WS-CUSTFILE                PIC X(08) VALUE 'CUSTDAT '.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 STATUS-ERROR                         VALUE 'Y'.
           88 STATUS-OK                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ROW-IDX                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-ROW-COUNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-READ-GUARD              PIC S9(04) COMP VALUE ZEROS.
         05 WS-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE                       VALUE 'Y'.
         05 WS-DUP-FOUND-SW            PIC X(01) VALUE 'N'.
           88 WS-DUP-FOUND                         VALUE 'Y'.
         05 WS-DUP-PAY-DATE            PIC X(10) VALUE SPACES.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
         05 WS-TODAY-YYYYMMDD          PIC 9(08) VALUE ZEROS.
         05 WS-NOW-HHMMSS              PIC X(06) VALUE SPACES.
         05 WS-SCHED-AMOUNT            PIC S9(10)V99 VALUE ZEROS.
         05 WS-AMT-EDITED              PIC Z,ZZZ,ZZZ,ZZ9.99-.
         05 WS-DAYS-AHEAD              PIC S9(05) COMP VALUE ZEROS.
         05 WS-DATE-VALID-SW           PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID                        VALUE 'Y'.
         05 WS-EDIT-DATE.
           10 WS-EDIT-DATE-YEAR        PIC X(04).
           10 WS-EDIT-DATE-SEP1        PIC X(01).
           10 WS-EDIT-DATE-MONTH       PIC X(02).
           10 WS-EDIT-DATE-SEP2        PIC X(01).
           10 WS-EDIT-DATE-DAY         PIC X(02).
         05 WS-EDIT-YYYYMMDD.
           10 WS-EDIT-YYYYMMDD-YEAR    PIC X(04).
           10 WS-EDIT-YYYYMMDD-MONTH   PIC X(02).
           10 WS-EDIT-YYYYMMDD-DAY     PIC X(02).
         05 WS-EDIT-YYYYMMDD-N REDEFINES WS-EDIT-YYYYMMDD
                                       PIC 9(08).

      *************************************************************
      * Scheduling rules.  The nightly autopay run takes every    *
      * payment due on or before its run date, so a payment for   *
      * today, and the cancelling of one, has to be in before the *
      * cutoff.  A payment may be scheduled no further ahead than *
      * the horizon.                                              *
      *************************************************************
       01 WS-SCHEDULE-RULES.
         05 WS-DAILY-CUTOFF-TIME       PIC X(06) VALUE '170000'.
         05 WS-MAX-DAYS-AHEAD          PIC S9(05) COMP VALUE 90.

      *************************************************************
      * Key the scheduled payment file is browsed by, and the     *
      * key of the control record holding the last confirmation   *
      * number issued                                             *
      *************************************************************
       01 WS-SCHP-BROWSE-KEY.
         05 WS-SCHP-KEY-ACCT           PIC 9(11).
         05 WS-SCHP-KEY-CONF           PIC 9(09).

       01 WS-SCHP-CONTROL-KEY.
         05 FILLER                     PIC 9(11) VALUE ZEROS.
         05 FILLER                     PIC 9(09) VALUE ZEROS.

       01 WS-NEW-CONF-NUM              PIC 9(09) VALUE ZEROS.

      *************************************************************
      * Body row build area - one scheduled payment per line, and *
      * the last eight read, so the latest can be shown first     *
      *************************************************************
       01 WS-LIST-LINE.
         05 WS-LST-CONF-NUM            PIC 9(09).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-PAY-DATE            PIC X(10).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-SOURCE              PIC X(01).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-STATUS              PIC X(01).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-USER-ID             PIC X(08).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-RESULT              PIC X(30).

       01 WS-LIST-TABLE.
         05 WS-LIST-ENTRY              OCCURS 8 TIMES
                                       PIC X(78).

       COPY COCOM01Y.

       COPY COSCH00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *************************************************************
      * Scheduled payment, account, cross-reference and customer  *
      * record layouts, via the shared copybooks                  *
      *************************************************************
       COPY CVSCH01Y.

       COPY CVACT01Y.

       COPY CVACT03Y.

       COPY CVCUS01Y.

      *************************************************************
      * Customer data view log, written for each account shown    *
      *************************************************************
       COPY CVPIV01Y.

       01  WS-PIIV-FIELDS.
       COPY CSPIVLWY.

       COPY DFHAID.
       COPY DFHBMSCA.

      *************************************************************
      * EXEC interface block fields, normally supplied by the     *
      * CICS translator.  Declared here explicitly since this     *
      * program is compiled without a CICS translator step.       *
      *************************************************************
       01  DFHEIBLK.
           05  EIBCALEN                              PIC 9(4) COMP.
           05  EIBAID                                PIC X(01).

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(01)
             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PARA.

           SET STATUS-OK TO TRUE

           MOVE SPACES TO SCREEN-MESSAGE
                          ERRMSG

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   PERFORM INITIALIZE-ALL-FIELDS
                   IF CDEMO-USRTYP-SELFSVC
                       MOVE CDEMO-SELFSVC-ACCT-ID TO ACCTID
                       PERFORM SHOW-ACCOUNT
                          THRU SHOW-ACCOUNT-EXIT
                       IF STATUS-OK
                           PERFORM BUILD-PAYMENT-LIST
                              THRU BUILD-PAYMENT-LIST-EXIT
                       END-IF
                   END-IF
                   SET SCREEN-DISPLAY TO TRUE
                   PERFORM MAP-COMMAREA-TO-SCREEN
               ELSE
                   SET SCREEN-UPDATE TO TRUE
                   PERFORM MAP-SCREEN-TO-COMMAREA
                   EVALUATE EIBAID
                       WHEN "ENTER"
                           PERFORM PROCESS-ENTER-KEY
                              THRU PROCESS-ENTER-KEY-EXIT
                       WHEN "PF3"
                           MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN "PF4"
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE 'ACCTID' TO FIELD-IN-ERROR
                           MOVE CCDA-MSG-INVALID-KEY TO SCREEN-MESSAGE
                           SET SCREEN-DISPLAY TO TRUE
                           PERFORM MAP-COMMAREA-TO-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      * A self-service user only ever sees their own account,
      * whatever was keyed.  The account is shown, the action taken,
      * and the payment list rebuilt so it shows where things stand.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           IF CDEMO-USRTYP-SELFSVC
               MOVE CDEMO-SELFSVC-ACCT-ID TO ACCTID
           END-IF

           PERFORM EDIT-SCHEDULE-INPUTS
              THRU EDIT-SCHEDULE-INPUTS-EXIT
           IF STATUS-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM SHOW-ACCOUNT
              THRU SHOW-ACCOUNT-EXIT
           IF STATUS-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACTION-SCHEDULE
                   PERFORM SCHEDULE-PAYMENT
                      THRU SCHEDULE-PAYMENT-EXIT
               WHEN ACTION-CANCEL
                   PERFORM CANCEL-PAYMENT
                      THRU CANCEL-PAYMENT-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM BUILD-PAYMENT-LIST
              THRU BUILD-PAYMENT-LIST-EXIT

           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-SCHEDULE-INPUTS
      *----------------------------------------------------------------*
       EDIT-SCHEDULE-INPUTS.

           IF SCH-ACTION = LOW-VALUES
               MOVE SPACES TO SCH-ACTION
           END-IF

           IF ACCTID = SPACES OR LOW-VALUES
           OR ACCTID NOT NUMERIC
           OR ACCTID-N = ZEROS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account number must be an 11 digit number' TO
                               WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO EDIT-SCHEDULE-INPUTS-EXIT
           END-IF

           IF NOT ACTION-INQUIRE AND NOT ACTION-SCHEDULE
           AND NOT ACTION-CANCEL
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Action must be S schedule, X cancel or blank'
                               TO WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO EDIT-SCHEDULE-INPUTS-EXIT
           END-IF

           IF ACTION-CANCEL
               IF CONFNUM NOT NUMERIC
               OR CONFNUM-N = ZEROS
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Key the 9 digit confirmation number to cancel'
                                   TO WS-MESSAGE
                   MOVE 'CONFNUM' TO FIELD-IN-ERROR
               END-IF
           END-IF.

       EDIT-SCHEDULE-INPUTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-ACCOUNT
      * The account, and the customer behind it through the first
      * cross-reference entry, with the EFT account on file shown
      * only by its last four digits.
      *----------------------------------------------------------------*
       SHOW-ACCOUNT.

           MOVE ACCTID-N TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTFILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH-ACCT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH-ACCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account not found...' TO WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO SHOW-ACCOUNT-EXIT
           END-IF

           MOVE ACCT-CURR-BAL      TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED      TO CURBAL
           MOVE ACCT-MIN-PAY-DUE   TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED      TO MINDUE
           MOVE ACCT-PAY-DUE-DATE  TO DUEDT

           MOVE ACCT-ID TO XREF-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-XREFACCT)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH-XREF-RECORD)
                RIDFLD    (XREF-ACCT-ID)
                KEYLENGTH (LENGTH-ACCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account has no card on file to pay against' TO
                               WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO SHOW-ACCOUNT-EXIT
           END-IF

           MOVE XREF-CUST-ID TO CUST-ID
           EXEC CICS READ
                DATASET   (WS-CUSTFILE)
                INTO      (CUSTOMER-RECORD)
                LENGTH    (LENGTH-CUST-RECORD)
                RIDFLD    (CUST-ID)
                KEYLENGTH (LENGTH-CUST-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Customer not found...' TO WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO SHOW-ACCOUNT-EXIT
           END-IF

           MOVE SPACES TO CUSTNAM
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY SPACE
                  INTO CUSTNAM

           IF CUST-EFT-ACCOUNT-ID = SPACES OR LOW-VALUES
               MOVE 'NONE'                 TO EFTACT
           ELSE
               MOVE '******'               TO EFTACT
               MOVE CUST-EFT-ACCOUNT-ID(7:4) TO EFTACT(7:4)
           END-IF

           INITIALIZE PIIV-RECORD
           MOVE WS-PGMNAME    TO PIIV-PROGRAM
           MOVE ACCT-ID       TO PIIV-ACCT-ID
           MOVE CUST-ID       TO PIIV-CUST-ID
           MOVE XREF-CARD-NUM TO PIIV-CARD-NUM
           MOVE 'N'           TO WS-PIIV-PII-ON-SCREEN-SW
           PERFORM LOG-PII-VIEW.

       SHOW-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SCHEDULE-PAYMENT
      * The payment is edited in full before a confirmation number
      * is taken, so numbers are only issued to payments that are
      * actually on file.
      *----------------------------------------------------------------*
       SCHEDULE-PAYMENT.

           PERFORM EDIT-PAYMENT-DETAILS
              THRU EDIT-PAYMENT-DETAILS-EXIT
           IF STATUS-ERROR
               GO TO SCHEDULE-PAYMENT-EXIT
           END-IF

           PERFORM CHECK-DUPLICATE-PAYMENT
              THRU CHECK-DUPLICATE-PAYMENT-EXIT
           IF WS-DUP-FOUND
           AND NOT DUPLICATE-CONFIRMED
               MOVE 'Y'     TO WS-ERR-FLG
               STRING 'Payment of this amount already set for '
                      WS-DUP-PAY-DATE
                      ' - key Y in Confirm to add'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               MOVE 'CONFIRM' TO FIELD-IN-ERROR
               GO TO SCHEDULE-PAYMENT-EXIT
           END-IF

           PERFORM ISSUE-CONFIRMATION-NUMBER
              THRU ISSUE-CONFIRMATION-NUMBER-EXIT
           IF STATUS-ERROR
               GO TO SCHEDULE-PAYMENT-EXIT
           END-IF

           INITIALIZE SCHP-RECORD
           MOVE ACCT-ID                TO SCHP-ACCT-ID
           MOVE WS-NEW-CONF-NUM        TO SCHP-CONF-NUM
           SET SCHP-STAT-SCHEDULED     TO TRUE
           MOVE WS-SCHED-AMOUNT        TO SCHP-AMOUNT
           MOVE PAYDT                  TO SCHP-PAY-DATE
           MOVE SOURCE-CD              TO SCHP-FUND-SOURCE
           IF SOURCE-KEYED-ACCOUNT
               MOVE BANKACT            TO SCHP-BANK-ACCOUNT-ID
           END-IF
           MOVE WS-TODAY-DATE          TO SCHP-ENTERED-DATE
           MOVE WS-NOW-HHMMSS          TO SCHP-ENTERED-TIME
           MOVE CDEMO-USER-ID          TO SCHP-ENTERED-USER-ID
           MOVE CDEMO-USER-TYPE        TO SCHP-ENTERED-USER-TYPE

           EXEC CICS WRITE
                DATASET   (WS-SCHPFILE)
                FROM      (SCHP-RECORD)
                LENGTH    (LENGTH-SCHP-RECORD)
                RIDFLD    (SCHP-KEY)
                KEYLENGTH (LENGTH-SCHP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to schedule the payment...' TO WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO SCHEDULE-PAYMENT-EXIT
           END-IF

           MOVE SPACES TO SCH-ACTION
                          AMOUNT
                          PAYDT
                          SOURCE-CD
                          BANKACT
                          CONFIRM
           MOVE WS-NEW-CONF-NUM TO CONFNUM
           STRING 'Payment scheduled - confirmation number '
                  WS-NEW-CONF-NUM
                  DELIMITED BY SIZE INTO WS-MESSAGE.

       SCHEDULE-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-PAYMENT-DETAILS
      * A closed account takes no new payments.  The amount has to
      * be more than zero and no more than the balance owed.  A
      * blank pay date means today; today is only accepted before
      * the cutoff, since the nightly run will not wait for it.
      *----------------------------------------------------------------*
       EDIT-PAYMENT-DETAILS.

           IF ACCT-STATUS-CLOSED
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is closed - no payment can be scheduled'
                               TO WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO EDIT-PAYMENT-DETAILS-EXIT
           END-IF

           IF AMOUNT = SPACES OR LOW-VALUES
           OR FUNCTION TEST-NUMVAL-C(AMOUNT) NOT = 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Amount must be dollars and cents, e.g. 125.00'
                               TO WS-MESSAGE
               MOVE 'AMOUNT' TO FIELD-IN-ERROR
               GO TO EDIT-PAYMENT-DETAILS-EXIT
           END-IF
           COMPUTE WS-SCHED-AMOUNT = FUNCTION NUMVAL-C(AMOUNT)
           IF WS-SCHED-AMOUNT NOT > 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Amount must be more than zero' TO WS-MESSAGE
               MOVE 'AMOUNT' TO FIELD-IN-ERROR
               GO TO EDIT-PAYMENT-DETAILS-EXIT
           END-IF
           IF WS-SCHED-AMOUNT > ACCT-CURR-BAL
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Amount is more than the balance owed' TO
                               WS-MESSAGE
               MOVE 'AMOUNT' TO FIELD-IN-ERROR
               GO TO EDIT-PAYMENT-DETAILS-EXIT
           END-IF

           PERFORM BUILD-TODAY-DATE
           IF PAYDT = SPACES OR LOW-VALUES
               MOVE WS-TODAY-DATE TO PAYDT
           END-IF
           MOVE PAYDT TO WS-EDIT-DATE
           PERFORM CHECK-DATE-FORMAT
           IF NOT WS-DATE-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Pay date must be YYYY-MM-DD' TO WS-MESSAGE
               MOVE 'PAYDT' TO FIELD-IN-ERROR
               GO TO EDIT-PAYMENT-DETAILS-EXIT
           END-IF
           IF PAYDT < WS-TODAY-DATE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Pay date has already passed' TO WS-MESSAGE
               MOVE 'PAYDT' TO FIELD-IN-ERROR
               GO TO EDIT-PAYMENT-DETAILS-EXIT
           END-IF
           IF PAYDT = WS-TODAY-DATE
           AND WS-NOW-HHMMSS NOT < WS-DAILY-CUTOFF-TIME
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Past the daily cutoff - schedule for tomorrow or
      -             ' later' TO WS-MESSAGE
               MOVE 'PAYDT' TO FIELD-IN-ERROR
               GO TO EDIT-PAYMENT-DETAILS-EXIT
           END-IF
           COMPUTE WS-DAYS-AHEAD =
               FUNCTION INTEGER-OF-DATE (WS-EDIT-YYYYMMDD-N)
             - FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD)
           IF WS-DAYS-AHEAD > WS-MAX-DAYS-AHEAD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Pay date can be no more than 90 days ahead' TO
                               WS-MESSAGE
               MOVE 'PAYDT' TO FIELD-IN-ERROR
               GO TO EDIT-PAYMENT-DETAILS-EXIT
           END-IF

           IF SOURCE-CD = SPACES OR LOW-VALUES
               SET SOURCE-EFT-ON-FILE TO TRUE
           END-IF
           IF BANKACT = LOW-VALUES
               MOVE SPACES TO BANKACT
           END-IF
           EVALUATE TRUE
               WHEN SOURCE-EFT-ON-FILE
                   IF CUST-EFT-ACCOUNT-ID = SPACES OR LOW-VALUES
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'No EFT account on file - key source K and
      -                     ' a bank account' TO WS-MESSAGE
                       MOVE 'SOURCE' TO FIELD-IN-ERROR
                   ELSE
                       IF BANKACT NOT = SPACES
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'Bank account is only keyed with source
      -                         ' K' TO WS-MESSAGE
                           MOVE 'BANKACT' TO FIELD-IN-ERROR
                       END-IF
                   END-IF
               WHEN SOURCE-KEYED-ACCOUNT
                   IF BANKACT = SPACES
                   OR BANKACT(1:1) = SPACE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Key the bank account to pay from' TO
                                       WS-MESSAGE
                       MOVE 'BANKACT' TO FIELD-IN-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Source must be E (EFT on file) or K (keyed)'
                                   TO WS-MESSAGE
                   MOVE 'SOURCE' TO FIELD-IN-ERROR
           END-EVALUATE.

       EDIT-PAYMENT-DETAILS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-DUPLICATE-PAYMENT
      * Any payment of the same amount still waiting to be drafted
      * on the account counts as a possible duplicate.
      *----------------------------------------------------------------*
       CHECK-DUPLICATE-PAYMENT.

           MOVE 'N'        TO WS-DUP-FOUND-SW
           MOVE 'N'        TO WS-BROWSE-DONE-SW
           MOVE ACCT-ID    TO WS-SCHP-KEY-ACCT
           MOVE ZEROS      TO WS-SCHP-KEY-CONF

           EXEC CICS STARTBR
                DATASET   (WS-SCHPFILE)
                RIDFLD    (WS-SCHP-BROWSE-KEY)
                KEYLENGTH (LENGTH-SCHP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO CHECK-DUPLICATE-PAYMENT-EXIT
           END-IF

           MOVE 0 TO WS-READ-GUARD
           PERFORM READ-NEXT-DUPLICATE
                   UNTIL WS-BROWSE-DONE
                      OR WS-DUP-FOUND
                      OR WS-READ-GUARD > 2000

           EXEC CICS ENDBR
                DATASET   (WS-SCHPFILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

       CHECK-DUPLICATE-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-NEXT-DUPLICATE
      *----------------------------------------------------------------*
       READ-NEXT-DUPLICATE.

           ADD 1 TO WS-READ-GUARD

           EXEC CICS READNEXT
                DATASET   (WS-SCHPFILE)
                INTO      (SCHP-RECORD)
                LENGTH    (LENGTH-SCHP-RECORD)
                RIDFLD    (WS-SCHP-BROWSE-KEY)
                KEYLENGTH (LENGTH-SCHP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR SCHP-ACCT-ID NOT = ACCT-ID
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF SCHP-STAT-SCHEDULED
               AND SCHP-AMOUNT = WS-SCHED-AMOUNT
                   SET WS-DUP-FOUND TO TRUE
                   MOVE SCHP-PAY-DATE TO WS-DUP-PAY-DATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      ISSUE-CONFIRMATION-NUMBER
      * The last number issued is held on the control record; the
      * first payment ever scheduled creates it.
      *----------------------------------------------------------------*
       ISSUE-CONFIRMATION-NUMBER.

           MOVE WS-SCHP-CONTROL-KEY TO SCHP-KEY
           EXEC CICS READ
                DATASET   (WS-SCHPFILE)
                UPDATE
                INTO      (SCHP-RECORD)
                LENGTH    (LENGTH-SCHP-RECORD)
                RIDFLD    (SCHP-KEY)
                KEYLENGTH (LENGTH-SCHP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO SCHP-CTL-LAST-CONF-NUM
                   MOVE SCHP-CTL-LAST-CONF-NUM TO WS-NEW-CONF-NUM
                   EXEC CICS
                        REWRITE DATASET(WS-SCHPFILE)
                                FROM(SCHP-RECORD)
                                LENGTH(LENGTH-SCHP-RECORD)
                                RESP      (WS-RESP-CD)
                                RESP2     (WS-REAS-CD)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE LOW-VALUES TO SCHP-RECORD
                   MOVE WS-SCHP-CONTROL-KEY TO SCHP-KEY
                   MOVE 1 TO SCHP-CTL-LAST-CONF-NUM
                   MOVE SCHP-CTL-LAST-CONF-NUM TO WS-NEW-CONF-NUM
                   EXEC CICS WRITE
                        DATASET   (WS-SCHPFILE)
                        FROM      (SCHP-RECORD)
                        LENGTH    (LENGTH-SCHP-RECORD)
                        RIDFLD    (SCHP-KEY)
                        KEYLENGTH (LENGTH-SCHP-KEY)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to issue a confirmation number...' TO
                               WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
           END-IF.

       ISSUE-CONFIRMATION-NUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CANCEL-PAYMENT
      * Only a payment still waiting to be drafted can be cancelled,
      * and only until the cutoff on its pay date - after that the
      * nightly run has it.
      *----------------------------------------------------------------*
       CANCEL-PAYMENT.

           PERFORM BUILD-TODAY-DATE
           MOVE ACCT-ID    TO SCHP-ACCT-ID
           MOVE CONFNUM-N  TO SCHP-CONF-NUM
           EXEC CICS READ
                DATASET   (WS-SCHPFILE)
                UPDATE
                INTO      (SCHP-RECORD)
                LENGTH    (LENGTH-SCHP-RECORD)
                RIDFLD    (SCHP-KEY)
                KEYLENGTH (LENGTH-SCHP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No payment with that confirmation number on this a
      -             'ccount' TO WS-MESSAGE
               MOVE 'CONFNUM' TO FIELD-IN-ERROR
               GO TO CANCEL-PAYMENT-EXIT
           END-IF

           IF NOT SCHP-STAT-SCHEDULED
           OR SCHP-PAY-DATE < WS-TODAY-DATE
           OR (SCHP-PAY-DATE = WS-TODAY-DATE
               AND WS-NOW-HHMMSS NOT < WS-DAILY-CUTOFF-TIME)
               EXEC CICS UNLOCK
                    DATASET   (WS-SCHPFILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               EVALUATE TRUE
                   WHEN SCHP-STAT-CANCELLED
                       MOVE 'Payment was already cancelled' TO
                                       WS-MESSAGE
                   WHEN SCHP-STAT-SCHEDULED
                       MOVE 'Past the daily cutoff - payment can no lon
      -                     'ger be cancelled' TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'Payment has already gone to the bank' TO
                                       WS-MESSAGE
               END-EVALUATE
               MOVE 'CONFNUM' TO FIELD-IN-ERROR
               GO TO CANCEL-PAYMENT-EXIT
           END-IF

           SET SCHP-STAT-CANCELLED     TO TRUE
           MOVE WS-TODAY-DATE          TO SCHP-CANCEL-DATE
           MOVE CDEMO-USER-ID          TO SCHP-CANCEL-USER-ID
           MOVE 'CANCELLED'            TO SCHP-RESULT-TEXT

           EXEC CICS
                REWRITE DATASET(WS-SCHPFILE)
                        FROM(SCHP-RECORD)
                        LENGTH(LENGTH-SCHP-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to cancel the payment...' TO WS-MESSAGE
               MOVE 'CONFNUM' TO FIELD-IN-ERROR
               GO TO CANCEL-PAYMENT-EXIT
           END-IF

           MOVE SPACES TO SCH-ACTION
           STRING 'Payment ' CONFNUM ' cancelled'
                  DELIMITED BY SIZE INTO WS-MESSAGE.

       CANCEL-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-PAYMENT-LIST
      * Browses the account's payments in confirmation number order,
      * keeping the last eight read, and lists them latest first.
      *----------------------------------------------------------------*
       BUILD-PAYMENT-LIST.

           MOVE LOW-VALUES TO CSCH00AO
           MOVE SPACES     TO WS-LIST-TABLE
           MOVE 0          TO WS-ROW-COUNT
           MOVE 'N'        TO WS-BROWSE-DONE-SW
           MOVE ACCT-ID    TO WS-SCHP-KEY-ACCT
           MOVE ZEROS      TO WS-SCHP-KEY-CONF

           EXEC CICS STARTBR
                DATASET   (WS-SCHPFILE)
                RIDFLD    (WS-SCHP-BROWSE-KEY)
                KEYLENGTH (LENGTH-SCHP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO BUILD-PAYMENT-LIST-FILL
           END-IF

           MOVE 0 TO WS-READ-GUARD
           PERFORM READ-NEXT-PAYMENT-ROW
                   UNTIL WS-BROWSE-DONE
                      OR WS-READ-GUARD > 2000

           EXEC CICS ENDBR
                DATASET   (WS-SCHPFILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

       BUILD-PAYMENT-LIST-FILL.

           PERFORM MOVE-LIST-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT

           IF WS-MESSAGE NOT = SPACES
               GO TO BUILD-PAYMENT-LIST-EXIT
           END-IF

           IF WS-ROW-COUNT = 0
               MOVE 'No payments scheduled - key S with amount and date
      -             ' to schedule' TO WS-MESSAGE
           ELSE
               MOVE 'Status: S scheduled, X cancelled, D drafted, F not
      -             ' drafted' TO WS-MESSAGE
           END-IF.

       BUILD-PAYMENT-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-NEXT-PAYMENT-ROW
      * Once eight rows are held the oldest is dropped to make room.
      *----------------------------------------------------------------*
       READ-NEXT-PAYMENT-ROW.

           ADD 1 TO WS-READ-GUARD

           EXEC CICS READNEXT
                DATASET   (WS-SCHPFILE)
                INTO      (SCHP-RECORD)
                LENGTH    (LENGTH-SCHP-RECORD)
                RIDFLD    (WS-SCHP-BROWSE-KEY)
                KEYLENGTH (LENGTH-SCHP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR SCHP-ACCT-ID NOT = ACCT-ID
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF WS-ROW-COUNT < 8
                   ADD 1 TO WS-ROW-COUNT
               ELSE
                   PERFORM SHIFT-LIST-ROW
                           VARYING WS-ROW-IDX FROM 1 BY 1
                           UNTIL WS-ROW-IDX > 7
               END-IF
               MOVE SCHP-CONF-NUM          TO WS-LST-CONF-NUM
               MOVE SCHP-PAY-DATE          TO WS-LST-PAY-DATE
               MOVE SCHP-AMOUNT            TO WS-LST-AMOUNT
               MOVE SCHP-FUND-SOURCE       TO WS-LST-SOURCE
               MOVE SCHP-STATUS            TO WS-LST-STATUS
               IF SCHP-STAT-CANCELLED
                   MOVE SCHP-CANCEL-USER-ID  TO WS-LST-USER-ID
               ELSE
                   MOVE SCHP-ENTERED-USER-ID TO WS-LST-USER-ID
               END-IF
               MOVE SCHP-RESULT-TEXT       TO WS-LST-RESULT
               MOVE WS-LIST-LINE  TO WS-LIST-ENTRY (WS-ROW-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      *                      SHIFT-LIST-ROW
      *----------------------------------------------------------------*
       SHIFT-LIST-ROW.

           MOVE WS-LIST-ENTRY (WS-ROW-IDX + 1)
             TO WS-LIST-ENTRY (WS-ROW-IDX).

      *----------------------------------------------------------------*
      *                      MOVE-LIST-ROW
      *----------------------------------------------------------------*
       MOVE-LIST-ROW.

           MOVE WS-LIST-ENTRY (WS-ROW-COUNT - WS-ROW-IDX + 1)
             TO PAYROWO OF CSCH00AO (WS-ROW-IDX).

      *----------------------------------------------------------------*
      *                      CHECK-DATE-FORMAT
      *----------------------------------------------------------------*
       CHECK-DATE-FORMAT.

           MOVE 'N' TO WS-DATE-VALID-SW

           IF WS-EDIT-DATE-YEAR NUMERIC
           AND WS-EDIT-DATE-MONTH NUMERIC
           AND WS-EDIT-DATE-DAY NUMERIC
           AND WS-EDIT-DATE-SEP1 = '-'
           AND WS-EDIT-DATE-SEP2 = '-'
               MOVE WS-EDIT-DATE-YEAR  TO WS-EDIT-YYYYMMDD-YEAR
               MOVE WS-EDIT-DATE-MONTH TO WS-EDIT-YYYYMMDD-MONTH
               MOVE WS-EDIT-DATE-DAY   TO WS-EDIT-YYYYMMDD-DAY
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-YYYYMMDD-N)
                  = 0
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-TODAY-DATE
      *----------------------------------------------------------------*
       BUILD-TODAY-DATE.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE SPACES                 TO WS-TODAY-DATE
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE INTO WS-TODAY-DATE
           MOVE WS-CURDATE-DATA(1:8)   TO WS-TODAY-YYYYMMDD
           MOVE WS-CURDATE-DATA(9:6)   TO WS-NOW-HHMMSS.

      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
      *----------------------------------------------------------------*
       RETURN-TO-PREV-SCREEN.

           IF CDEMO-TO-PROGRAM = LOW-VALUES OR SPACES
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01
           MOVE CCDA-TITLE02           TO TITLE02
           MOVE WS-TRANID              TO TRNNAME
           MOVE WS-PGMNAME             TO PGMNAME

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATE

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIME.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           IF CDEMO-USRTYP-SELFSVC
               MOVE CDEMO-SELFSVC-ACCT-ID TO ACCTID
               PERFORM SHOW-ACCOUNT
                  THRU SHOW-ACCOUNT-EXIT
               IF STATUS-OK
                   PERFORM BUILD-PAYMENT-LIST
                      THRU BUILD-PAYMENT-LIST-EXIT
               END-IF
           END-IF
           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE SPACES          TO ACCTID
                                   SCH-ACTION
                                   AMOUNT
                                   PAYDT
                                   SOURCE-CD
                                   BANKACT
                                   CONFNUM
                                   CONFIRM
                                   CUSTNAM
                                   EFTACT
                                   CURBAL
                                   MINDUE
                                   DUEDT
                                   WS-MESSAGE.

      *----------------------------------------------------------------*
      *                      LOG-PII-VIEW
      *----------------------------------------------------------------*
       COPY CSPIVLPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE TO ERRMSG
           MOVE ERRMSG TO ERRMSGO OF CSCH00AO
           MOVE TITLE01 TO TITLE01O OF CSCH00AO
           MOVE TITLE02 TO TITLE02O OF CSCH00AO
           MOVE TRNNAME TO TRNNAMEO OF CSCH00AO
           MOVE PGMNAME TO PGMNAMEO OF CSCH00AO
           MOVE CURDATE TO CURDATEO OF CSCH00AO
           MOVE CURTIME TO CURTIMEO OF CSCH00AO
           MOVE ACCTID TO ACCTIDO OF CSCH00AO
           MOVE CUSTNAM TO CUSTNAMO OF CSCH00AO
           MOVE EFTACT TO EFTACTO OF CSCH00AO
           MOVE CURBAL TO CURBALO OF CSCH00AO
           MOVE MINDUE TO MINDUEO OF CSCH00AO
           MOVE DUEDT TO DUEDTO OF CSCH00AO
           MOVE SCH-ACTION TO ACTIONO OF CSCH00AO
           MOVE AMOUNT TO AMOUNTO OF CSCH00AO
           MOVE PAYDT TO PAYDTO OF CSCH00AO
           MOVE SOURCE-CD TO SOURCEO OF CSCH00AO
           MOVE BANKACT TO BANKACTO OF CSCH00AO
           MOVE CONFNUM TO CONFNUMO OF CSCH00AO
           MOVE CONFIRM TO CONFIRMO OF CSCH00AO
           EXIT.

       MAP-SCREEN-TO-COMMAREA SECTION.
           MOVE ACCTIDI OF CSCH00AI TO ACCTID
           MOVE ACTIONI OF CSCH00AI TO SCH-ACTION
           MOVE AMOUNTI OF CSCH00AI TO AMOUNT
           MOVE PAYDTI OF CSCH00AI TO PAYDT
           MOVE SOURCEI OF CSCH00AI TO SOURCE-CD
           MOVE BANKACTI OF CSCH00AI TO BANKACT
           MOVE CONFNUMI OF CSCH00AI TO CONFNUM
           MOVE CONFIRMI OF CSCH00AI TO CONFIRM
           EXIT.
