      ******************************************************************
      * Program     : COSPH01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Special handling screen.  Puts an account under
      *               a special handling code - D deceased, B
      *               bankruptcy, M military duty (SCRA) or H
      *               hardship - with a start and optional end date,
      *               or takes a code off (N).  Any rep may propose
      *               the change; it waits on the special handling
      *               file until an admin who is not the user who
      *               proposed it approves or rejects it here, the
      *               same dual control COACTAPC applies to account
      *               changes.  While a code is in force the batches
      *               hold back late fees, dunning and collections
      *               (CBACT10C), autopay drafts (CBPAY01C) and
      *               interest above the SCRA rate (CBACT06C), and
      *               the bureau file reports the account under its
      *               compliance condition code (CBBUR01C).
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
       PROGRAM-ID. COSPH01C.
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
              10 HNDCD                PIC X(1).
                  88 HNDCD-VALID                    VALUES 'D' 'B'
                                                           'M' 'H'.
                  88 HNDCD-REMOVE                   VALUE 'N'.
              10 STRDT                PIC X(10).
              10 ENDDT                PIC X(10).
              10 SPH-ACTION           PIC X(1).
                  88 ACTION-PROPOSE                 VALUE 'P'.
                  88 ACTION-APPROVE                 VALUE 'A'.
                  88 ACTION-REJECT                  VALUE 'R'.
                  88 ACTION-INQUIRE                 VALUES ' ' 'I'.
              10 CURCD                PIC X(1).
              10 CURSTR               PIC X(10).
              10 CUREND               PIC X(10).
              10 APPRBY               PIC X(8).
              10 PNDCD                PIC X(1).
              10 PNDSTR               PIC X(10).
              10 PNDEND               PIC X(10).
              10 PNDBY                PIC X(8).
      * LENGTH constants for database operations
           05 LENGTH-ACCT-KEY             PIC S9(04) COMP VALUE 11.
           05 LENGTH-ACCT-RECORD          PIC S9(04) COMP VALUE 310.
           05 LENGTH-SPH-RECORD           PIC S9(04) COMP VALUE 200.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COSPH01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CSPH'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ACCTFILE                PIC X(08) VALUE 'ACCTDAT '.
         05 WS-SPHFILE                 PIC X(08) VALUE 'SPHDAT  '.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 STATUS-ERROR                         VALUE 'Y'.
           88 STATUS-OK                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
         05 WS-SPH-NEW-SW              PIC X(01) VALUE 'N'.
           88 WS-SPH-NEW                           VALUE 'Y'.
         05 WS-DATE-VALID-SW           PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID                        VALUE 'Y'.
         05 WS-EDIT-DATE.
           10 WS-EDIT-DATE-YEAR        PIC X(04).
           10 WS-EDIT-DATE-SEP1        PIC X(01).
           10 WS-EDIT-DATE-MONTH       PIC X(02).
           10 WS-EDIT-DATE-SEP2        PIC X(01).
           10 WS-EDIT-DATE-DAY         PIC X(02).

       COPY COCOM01Y.

       COPY COSPH01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *************************************************************
      * Account and special handling record layouts, via the      *
      * shared copybooks                                          *
      *************************************************************
       COPY CVACT01Y.

       COPY CVSPH01Y.

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
               IF CDEMO-USRTYP-SELFSVC
                   MOVE 'Special handling is set by reps only' TO
                                   WS-MESSAGE
                   MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               END-IF
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   PERFORM INITIALIZE-ALL-FIELDS
                   IF CDEMO-ACCT-ID NOT = ZEROS
                       MOVE CDEMO-ACCT-ID   TO ACCTID
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
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           PERFORM EDIT-HANDLING-INPUTS
              THRU EDIT-HANDLING-INPUTS-EXIT
           IF STATUS-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACTION-PROPOSE
                   PERFORM PROPOSE-HANDLING
                      THRU PROPOSE-HANDLING-EXIT
               WHEN ACTION-APPROVE
                   PERFORM APPROVE-HANDLING
                      THRU APPROVE-HANDLING-EXIT
               WHEN ACTION-REJECT
                   PERFORM REJECT-HANDLING
                      THRU REJECT-HANDLING-EXIT
               WHEN OTHER
                   PERFORM INQUIRE-HANDLING
                      THRU INQUIRE-HANDLING-EXIT
           END-EVALUATE

           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-HANDLING-INPUTS
      *----------------------------------------------------------------*
       EDIT-HANDLING-INPUTS.

           IF ACCTID = SPACES OR LOW-VALUES
           OR ACCTID NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be an 11 digit number' TO
                               WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO EDIT-HANDLING-INPUTS-EXIT
           END-IF

           IF SPH-ACTION NOT = 'P' AND SPH-ACTION NOT = 'A'
           AND SPH-ACTION NOT = 'R' AND SPH-ACTION NOT = 'I'
           AND SPH-ACTION NOT = SPACE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Action must be P (propose) A (approve) R (reject)'
                               TO WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO EDIT-HANDLING-INPUTS-EXIT
           END-IF

           IF (ACTION-APPROVE OR ACTION-REJECT)
           AND NOT CDEMO-USRTYP-ADMIN
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Only an admin user may approve or reject' TO
                               WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO EDIT-HANDLING-INPUTS-EXIT
           END-IF

           IF NOT ACTION-PROPOSE
               GO TO EDIT-HANDLING-INPUTS-EXIT
           END-IF

           IF NOT HNDCD-VALID AND NOT HNDCD-REMOVE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Code must be D, B, M, H or N to remove the code'
                               TO WS-MESSAGE
               MOVE 'HNDCD' TO FIELD-IN-ERROR
               GO TO EDIT-HANDLING-INPUTS-EXIT
           END-IF

           IF HNDCD-REMOVE
               MOVE SPACES  TO STRDT
                               ENDDT
               GO TO EDIT-HANDLING-INPUTS-EXIT
           END-IF

           MOVE STRDT TO WS-EDIT-DATE
           PERFORM CHECK-DATE-FORMAT
           IF NOT WS-DATE-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Start date must be YYYY-MM-DD' TO
                               WS-MESSAGE
               MOVE 'STRDT' TO FIELD-IN-ERROR
               GO TO EDIT-HANDLING-INPUTS-EXIT
           END-IF

           IF ENDDT = SPACES OR LOW-VALUES
               MOVE SPACES  TO ENDDT
               GO TO EDIT-HANDLING-INPUTS-EXIT
           END-IF

           MOVE ENDDT TO WS-EDIT-DATE
           PERFORM CHECK-DATE-FORMAT
           IF NOT WS-DATE-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'End date must be YYYY-MM-DD or blank' TO
                               WS-MESSAGE
               MOVE 'ENDDT' TO FIELD-IN-ERROR
               GO TO EDIT-HANDLING-INPUTS-EXIT
           END-IF

           IF ENDDT < STRDT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'End date is before the start date' TO
                               WS-MESSAGE
               MOVE 'ENDDT' TO FIELD-IN-ERROR
           END-IF.

       EDIT-HANDLING-INPUTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      PROPOSE-HANDLING
      * The account must exist.  An account never under special
      * handling gets its record written now with no code in force,
      * so the proposal has somewhere to wait; only one proposal may
      * wait at a time.
      *----------------------------------------------------------------*
       PROPOSE-HANDLING.

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
               GO TO PROPOSE-HANDLING-EXIT
           END-IF

           MOVE 'N'      TO WS-SPH-NEW-SW
           MOVE ACCTID-N TO SPH-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-SPHFILE)
                UPDATE
                INTO      (SPH-RECORD)
                LENGTH    (LENGTH-SPH-RECORD)
                RIDFLD    (SPH-ACCT-ID)
                KEYLENGTH (LENGTH-ACCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET WS-SPH-NEW TO TRUE
                   INITIALIZE SPH-RECORD
                   MOVE ACCTID-N TO SPH-ACCT-ID
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read the special handling file...'
                                   TO WS-MESSAGE
                   GO TO PROPOSE-HANDLING-EXIT
           END-EVALUATE

           IF SPH-PEND-AWAITING
               PERFORM SHOW-HANDLING-DETAIL
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'A change is already awaiting approval' TO
                               WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO PROPOSE-HANDLING-EXIT
           END-IF

           IF HNDCD-REMOVE AND NOT SPH-CD-VALID
               PERFORM SHOW-HANDLING-DETAIL
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No special handling code to remove' TO
                               WS-MESSAGE
               MOVE 'HNDCD' TO FIELD-IN-ERROR
               GO TO PROPOSE-HANDLING-EXIT
           END-IF

           PERFORM BUILD-TODAY-DATE
           SET SPH-PEND-AWAITING          TO TRUE
           MOVE HNDCD                     TO SPH-PEND-CD
           MOVE STRDT                     TO SPH-PEND-START-DATE
           MOVE ENDDT                     TO SPH-PEND-END-DATE
           MOVE CDEMO-USER-ID             TO SPH-PEND-MAKER-USER-ID
           MOVE WS-TODAY-DATE             TO SPH-PEND-REQUEST-DATE

           IF WS-SPH-NEW
               EXEC CICS WRITE
                    DATASET   (WS-SPHFILE)
                    FROM      (SPH-RECORD)
                    LENGTH    (LENGTH-SPH-RECORD)
                    RIDFLD    (SPH-ACCT-ID)
                    KEYLENGTH (LENGTH-ACCT-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS
                    REWRITE DATASET(WS-SPHFILE)
                            FROM(SPH-RECORD)
                            LENGTH(LENGTH-SPH-RECORD)
                            RESP      (WS-RESP-CD)
                            RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF

           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM SHOW-HANDLING-DETAIL
               MOVE 'Change queued for a second user to approve'
                               TO WS-MESSAGE
           ELSE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to queue the change for approval...' TO
                               WS-MESSAGE
           END-IF.

       PROPOSE-HANDLING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      APPROVE-HANDLING
      * The proposed code becomes the code in force, or the code in
      * force ends today when the proposal was to remove it.
      *----------------------------------------------------------------*
       APPROVE-HANDLING.

           PERFORM READ-PENDING-HANDLING
              THRU READ-PENDING-HANDLING-EXIT
           IF STATUS-ERROR
               GO TO APPROVE-HANDLING-EXIT
           END-IF

           IF SPH-PEND-MAKER-USER-ID = CDEMO-USER-ID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Maker cannot approve their own change' TO
                               WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO APPROVE-HANDLING-EXIT
           END-IF

           PERFORM BUILD-TODAY-DATE
           IF SPH-PEND-CD = 'N'
               MOVE SPACES                TO SPH-HANDLING-CD
               MOVE WS-TODAY-DATE         TO SPH-END-DATE
           ELSE
               MOVE SPH-PEND-CD           TO SPH-HANDLING-CD
               MOVE SPH-PEND-START-DATE   TO SPH-START-DATE
               MOVE SPH-PEND-END-DATE     TO SPH-END-DATE
           END-IF
           MOVE SPH-PEND-MAKER-USER-ID    TO SPH-MAKER-USER-ID
           MOVE CDEMO-USER-ID             TO SPH-CHECKER-USER-ID
           MOVE WS-TODAY-DATE             TO SPH-APPROVED-DATE
           SET SPH-LAST-APPROVED          TO TRUE
           PERFORM CLEAR-PENDING-HANDLING

           EXEC CICS
                REWRITE DATASET(WS-SPHFILE)
                        FROM(SPH-RECORD)
                        LENGTH(LENGTH-SPH-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM SHOW-HANDLING-DETAIL
               MOVE 'Special handling change approved' TO WS-MESSAGE
           ELSE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the special handling file...'
                               TO WS-MESSAGE
           END-IF.

       APPROVE-HANDLING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      REJECT-HANDLING
      *----------------------------------------------------------------*
       REJECT-HANDLING.

           PERFORM READ-PENDING-HANDLING
              THRU READ-PENDING-HANDLING-EXIT
           IF STATUS-ERROR
               GO TO REJECT-HANDLING-EXIT
           END-IF

           PERFORM BUILD-TODAY-DATE
           SET SPH-LAST-REJECTED          TO TRUE
           PERFORM CLEAR-PENDING-HANDLING

           EXEC CICS
                REWRITE DATASET(WS-SPHFILE)
                        FROM(SPH-RECORD)
                        LENGTH(LENGTH-SPH-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM SHOW-HANDLING-DETAIL
               MOVE 'Special handling change rejected' TO WS-MESSAGE
           ELSE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the special handling file...'
                               TO WS-MESSAGE
           END-IF.

       REJECT-HANDLING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-PENDING-HANDLING
      *----------------------------------------------------------------*
       READ-PENDING-HANDLING.

           MOVE ACCTID-N TO SPH-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-SPHFILE)
                UPDATE
                INTO      (SPH-RECORD)
                LENGTH    (LENGTH-SPH-RECORD)
                RIDFLD    (SPH-ACCT-ID)
                KEYLENGTH (LENGTH-ACCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account has never been under special handling'
                               TO WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO READ-PENDING-HANDLING-EXIT
           END-IF

           IF NOT SPH-PEND-AWAITING
               PERFORM SHOW-HANDLING-DETAIL
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No change is awaiting approval' TO WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
           END-IF.

       READ-PENDING-HANDLING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CLEAR-PENDING-HANDLING
      *----------------------------------------------------------------*
       CLEAR-PENDING-HANDLING.

           MOVE CDEMO-USER-ID             TO SPH-LAST-DECIDED-BY
           MOVE WS-TODAY-DATE             TO SPH-LAST-DECISION-DATE
           SET SPH-PEND-NONE              TO TRUE
           MOVE SPACES                    TO SPH-PEND-CD
                                             SPH-PEND-START-DATE
                                             SPH-PEND-END-DATE
                                             SPH-PEND-MAKER-USER-ID
                                             SPH-PEND-REQUEST-DATE.

      *----------------------------------------------------------------*
      *                      INQUIRE-HANDLING
      *----------------------------------------------------------------*
       INQUIRE-HANDLING.

           MOVE ACCTID-N TO SPH-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-SPHFILE)
                INTO      (SPH-RECORD)
                LENGTH    (LENGTH-SPH-RECORD)
                RIDFLD    (SPH-ACCT-ID)
                KEYLENGTH (LENGTH-ACCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM SHOW-HANDLING-DETAIL
                   IF SPH-PEND-AWAITING
                       MOVE 'Change awaiting approval - key A or R'
                                       TO WS-MESSAGE
                   ELSE
                       MOVE 'Key P with a code and dates to propose'
                                       TO WS-MESSAGE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   INITIALIZE SPH-RECORD
                   PERFORM SHOW-HANDLING-DETAIL
                   MOVE 'No special handling - key P to propose a code'
                                   TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read the special handling file...'
                                   TO WS-MESSAGE
           END-EVALUATE.

       INQUIRE-HANDLING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-HANDLING-DETAIL
      *----------------------------------------------------------------*
       SHOW-HANDLING-DETAIL.

           IF SPH-CD-VALID
               MOVE SPH-HANDLING-CD    TO CURCD
           ELSE
               MOVE 'N'                TO CURCD
           END-IF
           MOVE SPH-START-DATE         TO CURSTR
           MOVE SPH-END-DATE           TO CUREND
           MOVE SPH-CHECKER-USER-ID    TO APPRBY

           IF SPH-PEND-AWAITING
               MOVE SPH-PEND-CD        TO PNDCD
               MOVE SPH-PEND-START-DATE
                                       TO PNDSTR
               MOVE SPH-PEND-END-DATE  TO PNDEND
               MOVE SPH-PEND-MAKER-USER-ID
                                       TO PNDBY
           ELSE
               MOVE SPACES             TO PNDCD
                                          PNDSTR
                                          PNDEND
                                          PNDBY
           END-IF.

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
           AND WS-EDIT-DATE-MONTH >= '01'
           AND WS-EDIT-DATE-MONTH <= '12'
           AND WS-EDIT-DATE-DAY >= '01'
           AND WS-EDIT-DATE-DAY <= '31'
               SET WS-DATE-VALID TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-TODAY-DATE
      *----------------------------------------------------------------*
       BUILD-TODAY-DATE.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE SPACES                 TO WS-TODAY-DATE
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE INTO WS-TODAY-DATE.

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
           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE SPACES          TO ACCTID
                                   HNDCD
                                   STRDT
                                   ENDDT
                                   SPH-ACTION
                                   CURCD
                                   CURSTR
                                   CUREND
                                   APPRBY
                                   PNDCD
                                   PNDSTR
                                   PNDEND
                                   PNDBY
                                   WS-MESSAGE.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
           MOVE LOW-VALUES TO CSPH01AO
           MOVE WS-MESSAGE TO ERRMSG
           MOVE ERRMSG TO ERRMSGO OF CSPH01AO
           MOVE TITLE01 TO TITLE01O OF CSPH01AO
           MOVE TITLE02 TO TITLE02O OF CSPH01AO
           MOVE TRNNAME TO TRNNAMEO OF CSPH01AO
           MOVE PGMNAME TO PGMNAMEO OF CSPH01AO
           MOVE CURDATE TO CURDATEO OF CSPH01AO
           MOVE CURTIME TO CURTIMEO OF CSPH01AO
           MOVE ACCTID TO ACCTIDO OF CSPH01AO
           MOVE HNDCD TO HNDCDO OF CSPH01AO
           MOVE STRDT TO STRDTO OF CSPH01AO
           MOVE ENDDT TO ENDDTO OF CSPH01AO
           MOVE SPH-ACTION TO ACTIONO OF CSPH01AO
           MOVE CURCD TO CURCDO OF CSPH01AO
           MOVE CURSTR TO CURSTRO OF CSPH01AO
           MOVE CUREND TO CURENDO OF CSPH01AO
           MOVE APPRBY TO APPRBYO OF CSPH01AO
           MOVE PNDCD TO PNDCDO OF CSPH01AO
           MOVE PNDSTR TO PNDSTRO OF CSPH01AO
           MOVE PNDEND TO PNDENDO OF CSPH01AO
           MOVE PNDBY TO PNDBYO OF CSPH01AO
           EXIT.

       MAP-SCREEN-TO-COMMAREA SECTION.
           MOVE ACCTIDI OF CSPH01AI TO ACCTID
           MOVE HNDCDI OF CSPH01AI TO HNDCD
           MOVE STRDTI OF CSPH01AI TO STRDT
           MOVE ENDDTI OF CSPH01AI TO ENDDT
           MOVE ACTIONI OF CSPH01AI TO SPH-ACTION
           EXIT.
