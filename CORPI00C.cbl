      ******************************************************************
      * Program     : CORPI00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Suspense and reject repair workbench.  Lists
      *               the lockbox checks the remittance batch
      *               (CBTRN02C) parked on suspense and the daily
      *               transactions the posting batch (CBTRN01C)
      *               rejected, as loaded each night onto the repair
      *               item file (RPRITEM) by CBRPI02C, with the
      *               reason each was refused and how many days it
      *               has waited.  Keying an item shows it in full;
      *               with an action the operator corrects its
      *               account number (suspense) or card number
      *               (reject) - checked against the account or card
      *               master - or marks it returned to the bank or
      *               written off with a note.  Corrected items are
      *               picked up by the repair resubmit run (CBRPI01C)
      *               into the next posting run.  The operator and
      *               the date are stamped on the item every time.
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
       PROGRAM-ID. CORPI00C.
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
              10 SRC                  PIC X(1).
                  88 SRC-ALL                        VALUE SPACE.
                  88 SRC-VALID                      VALUES 'S' 'R'.
              10 FROMDT               PIC X(10).
              10 ITMSRC               PIC X(1).
                  88 ITMSRC-SUSPENSE                VALUE 'S'.
                  88 ITMSRC-REJECT                  VALUE 'R'.
              10 ITMDT                PIC X(10).
              10 ITMSEQ               PIC X(5).
              10 ITMSEQ-N REDEFINES ITMSEQ
                                      PIC 9(5).
              10 RPI-ACTION           PIC X(1).
                  88 ACTION-INQUIRE                 VALUES ' ' 'I'.
                  88 ACTION-CORRECT                 VALUE 'C'.
                  88 ACTION-RETURN                  VALUE 'B'.
                  88 ACTION-WRITE-OFF               VALUE 'W'.
              10 NEWNUM               PIC X(16).
              10 NOTETXT              PIC X(30).
              10 ITMSTS               PIC X(1).
              10 ITMNUM               PIC X(16).
              10 ITMAMT               PIC X(17).
              10 ITMRSN               PIC X(40).
              10 ITMORIG              PIC X(16).
              10 ITMBY                PIC X(8).
              10 ITMACTDT             PIC X(10).
      * LENGTH constants for database operations
           05 LENGTH-RPIT-KEY             PIC S9(04) COMP VALUE 16.
           05 LENGTH-RPIT-RECORD          PIC S9(04) COMP VALUE 300.
           05 LENGTH-ACCT-KEY             PIC S9(04) COMP VALUE 11.
           05 LENGTH-ACCT-RECORD          PIC S9(04) COMP VALUE 310.
           05 LENGTH-CARD-KEY             PIC S9(04) COMP VALUE 16.
           05 LENGTH-CARD-RECORD          PIC S9(04) COMP VALUE 150.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CORPI00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CRPI'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-RPRITEM                 PIC X(08) VALUE 'RPRITEM '.
         05 WS-ACCTFILE                PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CARDFILE                PIC X(08) VALUE 'CARDDAT '.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 STATUS-ERROR                         VALUE 'Y'.
           88 STATUS-OK                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ROW-IDX                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-READ-GUARD              PIC S9(04) COMP VALUE ZEROS.
         05 WS-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE                       VALUE 'Y'.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
         05 WS-TODAY-YYYYMMDD          PIC 9(08) VALUE ZEROS.
         05 WS-PARKED-YYYYMMDD.
           10 WS-PARKED-YEAR           PIC X(04).
           10 WS-PARKED-MONTH          PIC X(02).
           10 WS-PARKED-DAY            PIC X(02).
         05 WS-PARKED-YYYYMMDD-N REDEFINES WS-PARKED-YYYYMMDD
                                       PIC 9(08).
         05 WS-ITEM-AGE-DAYS           PIC S9(05) COMP VALUE ZEROS.
         05 WS-AMT-EDITED              PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *************************************************************
      * Key the repair item file is browsed by                    *
      *************************************************************
       01 WS-RPIT-BROWSE-KEY.
         05 WS-RPIT-KEY-SOURCE         PIC X(01).
         05 WS-RPIT-KEY-DATE           PIC X(10).
         05 WS-RPIT-KEY-SEQ            PIC 9(05).

      *************************************************************
      * Body row build area - one unresolved item per line        *
      *************************************************************
       01 WS-LIST-LINE.
         05 WS-LST-SOURCE              PIC X(01).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-PARKED-DATE         PIC X(10).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-SEQ                 PIC 9(05).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-NUMBER              PIC X(16).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-AGE                 PIC ZZZ9.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-STATUS              PIC X(01).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-REASON              PIC X(21).

       COPY COCOM01Y.

       COPY CORPI00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *************************************************************
      * Repair item, account and card record layouts, via the     *
      * shared copybooks                                          *
      *************************************************************
       COPY CVRPI01Y.

       COPY CVACT01Y.

       COPY CVACT02Y.

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
                   MOVE 'Suspense and reject repair is for operations'
                                   TO WS-MESSAGE
                   MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               END-IF
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   PERFORM INITIALIZE-ALL-FIELDS
                   PERFORM BUILD-ITEM-LIST
                      THRU BUILD-ITEM-LIST-EXIT
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
                           MOVE 'SRC' TO FIELD-IN-ERROR
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
      * An item key with no action shows the item; with an action
      * the action is taken.  The list is rebuilt either way so it
      * shows where things stand after the change.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           PERFORM EDIT-WORKBENCH-INPUTS
              THRU EDIT-WORKBENCH-INPUTS-EXIT
           IF STATUS-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           IF ITMSRC NOT = SPACES AND LOW-VALUES
               IF ACTION-INQUIRE
                   PERFORM SHOW-ITEM
                      THRU SHOW-ITEM-EXIT
               ELSE
                   PERFORM APPLY-ITEM-ACTION
                      THRU APPLY-ITEM-ACTION-EXIT
               END-IF
           END-IF

           PERFORM BUILD-ITEM-LIST
              THRU BUILD-ITEM-LIST-EXIT

           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-WORKBENCH-INPUTS
      *----------------------------------------------------------------*
       EDIT-WORKBENCH-INPUTS.

           IF SRC = LOW-VALUES
               MOVE SPACES TO SRC
           END-IF
           IF NOT SRC-ALL AND NOT SRC-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Source must be S (suspense), R (reject) or blank'
                               TO WS-MESSAGE
               MOVE 'SRC' TO FIELD-IN-ERROR
               GO TO EDIT-WORKBENCH-INPUTS-EXIT
           END-IF

           IF SRC-ALL
           AND FROMDT NOT = SPACES AND LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key the source as well to list from a date'
                               TO WS-MESSAGE
               MOVE 'SRC' TO FIELD-IN-ERROR
               GO TO EDIT-WORKBENCH-INPUTS-EXIT
           END-IF

           IF ITMSRC = SPACES OR LOW-VALUES
               IF NOT ACTION-INQUIRE
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Key the source, date and number of the item'
                                   TO WS-MESSAGE
                   MOVE 'ITMSRC' TO FIELD-IN-ERROR
               END-IF
               GO TO EDIT-WORKBENCH-INPUTS-EXIT
           END-IF

           IF NOT ITMSRC-SUSPENSE AND NOT ITMSRC-REJECT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Item source must be S (suspense) or R (reject)'
                               TO WS-MESSAGE
               MOVE 'ITMSRC' TO FIELD-IN-ERROR
               GO TO EDIT-WORKBENCH-INPUTS-EXIT
           END-IF

           IF ITMDT = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key the date the item was parked' TO WS-MESSAGE
               MOVE 'ITMDT' TO FIELD-IN-ERROR
               GO TO EDIT-WORKBENCH-INPUTS-EXIT
           END-IF

           IF ITMSEQ NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Item number must be the 5 digits on the list'
                               TO WS-MESSAGE
               MOVE 'ITMSEQ' TO FIELD-IN-ERROR
               GO TO EDIT-WORKBENCH-INPUTS-EXIT
           END-IF

           IF NOT ACTION-INQUIRE AND NOT ACTION-CORRECT
           AND NOT ACTION-RETURN AND NOT ACTION-WRITE-OFF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Action must be C, B, W or blank to inquire'
                               TO WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO EDIT-WORKBENCH-INPUTS-EXIT
           END-IF

           IF ACTION-CORRECT
           AND (NEWNUM = SPACES OR LOW-VALUES)
               MOVE 'Y'     TO WS-ERR-FLG
               IF ITMSRC-SUSPENSE
                   MOVE 'Key the correct account number' TO
                                   WS-MESSAGE
               ELSE
                   MOVE 'Key the correct card number' TO WS-MESSAGE
               END-IF
               MOVE 'NEWNUM' TO FIELD-IN-ERROR
               GO TO EDIT-WORKBENCH-INPUTS-EXIT
           END-IF

           IF (ACTION-RETURN OR ACTION-WRITE-OFF)
           AND (NOTETXT = SPACES OR LOW-VALUES)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key a note saying why for finance' TO WS-MESSAGE
               MOVE 'NOTETXT' TO FIELD-IN-ERROR
           END-IF.

       EDIT-WORKBENCH-INPUTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-ITEM
      *----------------------------------------------------------------*
       SHOW-ITEM.

           PERFORM SET-ITEM-KEY
           EXEC CICS READ
                DATASET   (WS-RPRITEM)
                INTO      (RPIT-RECORD)
                LENGTH    (LENGTH-RPIT-RECORD)
                RIDFLD    (RPIT-KEY)
                KEYLENGTH (LENGTH-RPIT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Item not found...' TO WS-MESSAGE
               MOVE 'ITMSRC' TO FIELD-IN-ERROR
               GO TO SHOW-ITEM-EXIT
           END-IF

           PERFORM SHOW-ITEM-DETAIL
           MOVE 'Status: O open, C corrected, S resubmitted, B returned,
      -         ' W written off' TO WS-MESSAGE.

       SHOW-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      APPLY-ITEM-ACTION
      * Only an unresolved item can be acted on.  A corrected number
      * must be on the account or card master before the item is
      * touched, so the resubmitted item has a chance of posting.
      * Correcting an item already corrected replaces the earlier
      * correction; the number it arrived with is kept throughout.
      * A company invoice corrected to an account number goes back as
      * an ordinary coupon for that account.
      *----------------------------------------------------------------*
       APPLY-ITEM-ACTION.

           IF ACTION-CORRECT
               PERFORM VALIDATE-NEW-NUMBER
                  THRU VALIDATE-NEW-NUMBER-EXIT
               IF STATUS-ERROR
                   GO TO APPLY-ITEM-ACTION-EXIT
               END-IF
           END-IF

           PERFORM SET-ITEM-KEY
           EXEC CICS READ
                DATASET   (WS-RPRITEM)
                UPDATE
                INTO      (RPIT-RECORD)
                LENGTH    (LENGTH-RPIT-RECORD)
                RIDFLD    (RPIT-KEY)
                KEYLENGTH (LENGTH-RPIT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Item not found...' TO WS-MESSAGE
               MOVE 'ITMSRC' TO FIELD-IN-ERROR
               GO TO APPLY-ITEM-ACTION-EXIT
           END-IF

           IF NOT RPIT-STAT-UNRESOLVED
               EXEC CICS UNLOCK
                    DATASET   (WS-RPRITEM)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               PERFORM SHOW-ITEM-DETAIL
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Item is already resolved - no further action'
                               TO WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO APPLY-ITEM-ACTION-EXIT
           END-IF

           IF ACTION-CORRECT
               IF RPIT-FROM-SUSPENSE
                   IF RPIT-ORIG-ACCT-ID = ZEROS
                       MOVE RPIT-SP-ACCT-ID  TO RPIT-ORIG-ACCT-ID
                   END-IF
                   MOVE ACCT-ID              TO RPIT-SP-ACCT-ID
                   MOVE SPACE                TO RPIT-SP-COUPON-TYPE
               ELSE
                   IF RPIT-ORIG-CARD-NUM = SPACES
                       MOVE RPIT-RJ-CARD-NUM TO RPIT-ORIG-CARD-NUM
                   END-IF
                   MOVE CARD-NUM             TO RPIT-RJ-CARD-NUM
               END-IF
               SET RPIT-STAT-CORRECTED       TO TRUE
           END-IF
           IF ACTION-RETURN
               SET RPIT-STAT-RETURNED        TO TRUE
           END-IF
           IF ACTION-WRITE-OFF
               SET RPIT-STAT-WRITTEN-OFF     TO TRUE
           END-IF

           PERFORM BUILD-TODAY-DATE
           MOVE CDEMO-USER-ID                TO RPIT-ACTION-USER-ID
           MOVE WS-TODAY-DATE                TO RPIT-ACTION-DATE
           IF NOTETXT NOT = SPACES AND LOW-VALUES
               MOVE NOTETXT                     TO RPIT-NOTE-TEXT
           END-IF

           EXEC CICS
                REWRITE DATASET(WS-RPRITEM)
                        FROM(RPIT-RECORD)
                        LENGTH(LENGTH-RPIT-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the item...' TO WS-MESSAGE
               GO TO APPLY-ITEM-ACTION-EXIT
           END-IF

           PERFORM SHOW-ITEM-DETAIL
           MOVE SPACES TO RPI-ACTION
                          NEWNUM
                          NOTETXT
           EVALUATE TRUE
               WHEN RPIT-STAT-CORRECTED
                   MOVE 'Item corrected - resubmitted with the next post
      -                 'ing run' TO WS-MESSAGE
               WHEN RPIT-STAT-RETURNED
                   MOVE 'Item marked for return to the bank'
                                   TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Item written off' TO WS-MESSAGE
           END-EVALUATE.

       APPLY-ITEM-ACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      VALIDATE-NEW-NUMBER
      * A suspense item is a check keyed by account; a reject is a
      * transaction keyed by card.  Either way the corrected number
      * has to be on file.
      *----------------------------------------------------------------*
       VALIDATE-NEW-NUMBER.

           IF ITMSRC-SUSPENSE
               IF NEWNUM(1:11) NOT NUMERIC
               OR NEWNUM(12:5) NOT = SPACES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account number must be an 11 digit number'
                                   TO WS-MESSAGE
                   MOVE 'NEWNUM' TO FIELD-IN-ERROR
                   GO TO VALIDATE-NEW-NUMBER-EXIT
               END-IF
               MOVE NEWNUM(1:11) TO ACCT-ID
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
                   MOVE 'NEWNUM' TO FIELD-IN-ERROR
               END-IF
           ELSE
               MOVE NEWNUM TO CARD-NUM
               EXEC CICS READ
                    DATASET   (WS-CARDFILE)
                    INTO      (CARD-RECORD)
                    LENGTH    (LENGTH-CARD-RECORD)
                    RIDFLD    (CARD-NUM)
                    KEYLENGTH (LENGTH-CARD-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card not found...' TO WS-MESSAGE
                   MOVE 'NEWNUM' TO FIELD-IN-ERROR
               END-IF
           END-IF.

       VALIDATE-NEW-NUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-ITEM-LIST
      * Browses the repair items from the keyed source and date -
      * which is how later pages are reached - listing only those
      * still unresolved.
      *----------------------------------------------------------------*
       BUILD-ITEM-LIST.

           MOVE LOW-VALUES TO CRPI00AO
           MOVE 'N'        TO WS-BROWSE-DONE-SW
           PERFORM BUILD-TODAY-DATE
           IF SRC-ALL
               MOVE LOW-VALUES TO WS-RPIT-BROWSE-KEY
           ELSE
               MOVE SRC        TO WS-RPIT-KEY-SOURCE
               IF FROMDT = SPACES OR LOW-VALUES
                   MOVE LOW-VALUES TO WS-RPIT-KEY-DATE
               ELSE
                   MOVE FROMDT     TO WS-RPIT-KEY-DATE
               END-IF
               MOVE 0          TO WS-RPIT-KEY-SEQ
           END-IF

           EXEC CICS STARTBR
                DATASET   (WS-RPRITEM)
                RIDFLD    (WS-RPIT-BROWSE-KEY)
                KEYLENGTH (LENGTH-RPIT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               IF WS-MESSAGE = SPACES
                   MOVE 'No unresolved items on the workbench' TO
                                   WS-MESSAGE
               END-IF
               GO TO BUILD-ITEM-LIST-EXIT
           END-IF

           MOVE 0 TO WS-ROW-IDX
           MOVE 0 TO WS-READ-GUARD
           PERFORM READ-NEXT-ITEM-ROW
                   UNTIL WS-BROWSE-DONE
                      OR WS-ROW-IDX >= 10
                      OR WS-READ-GUARD > 2000

           EXEC CICS ENDBR
                DATASET   (WS-RPRITEM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-MESSAGE NOT = SPACES
               GO TO BUILD-ITEM-LIST-EXIT
           END-IF

           IF WS-ROW-IDX = 0
               MOVE 'No unresolved items on the workbench' TO
                               WS-MESSAGE
           ELSE
               IF WS-BROWSE-DONE
                   MOVE 'Key an item and C correct, B return to bank, W
      -                 'write off' TO WS-MESSAGE
               ELSE
                   MOVE 'More items - key the source and last date shown
      -                 ' as From' TO WS-MESSAGE
               END-IF
           END-IF.

       BUILD-ITEM-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-NEXT-ITEM-ROW
      *----------------------------------------------------------------*
       READ-NEXT-ITEM-ROW.

           ADD 1 TO WS-READ-GUARD

           EXEC CICS READNEXT
                DATASET   (WS-RPRITEM)
                INTO      (RPIT-RECORD)
                LENGTH    (LENGTH-RPIT-RECORD)
                RIDFLD    (WS-RPIT-BROWSE-KEY)
                KEYLENGTH (LENGTH-RPIT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF NOT SRC-ALL
               AND RPIT-SOURCE-CD NOT = SRC
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   IF RPIT-STAT-UNRESOLVED
                       ADD 1 TO WS-ROW-IDX
                       MOVE RPIT-SOURCE-CD    TO WS-LST-SOURCE
                       MOVE RPIT-PARKED-DATE  TO WS-LST-PARKED-DATE
                       MOVE RPIT-SEQ-NUM      TO WS-LST-SEQ
                       IF RPIT-FROM-SUSPENSE
                           MOVE RPIT-SP-ACCT-ID   TO WS-LST-NUMBER
                       ELSE
                           MOVE RPIT-RJ-CARD-NUM  TO WS-LST-NUMBER
                       END-IF
                       MOVE RPIT-AMOUNT       TO WS-LST-AMOUNT
                       PERFORM COMPUTE-ITEM-AGE
                       MOVE WS-ITEM-AGE-DAYS  TO WS-LST-AGE
                       MOVE RPIT-STATUS       TO WS-LST-STATUS
                       MOVE RPIT-REASON       TO WS-LST-REASON
                       MOVE WS-LIST-LINE
                         TO ITEMROWO OF CRPI00AO (WS-ROW-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      COMPUTE-ITEM-AGE
      * Days since the item was parked.  A parked date that does not
      * parse shows as age zero.
      *----------------------------------------------------------------*
       COMPUTE-ITEM-AGE.

           MOVE ZEROS                  TO WS-ITEM-AGE-DAYS
           MOVE RPIT-PARKED-DATE(1:4)  TO WS-PARKED-YEAR
           MOVE RPIT-PARKED-DATE(6:2)  TO WS-PARKED-MONTH
           MOVE RPIT-PARKED-DATE(9:2)  TO WS-PARKED-DAY
           IF WS-PARKED-YYYYMMDD NUMERIC
           AND WS-PARKED-YYYYMMDD-N > 16010101
           AND WS-PARKED-YYYYMMDD-N NOT > WS-TODAY-YYYYMMDD
               COMPUTE WS-ITEM-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE (WS-PARKED-YYYYMMDD-N)
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-ITEM-DETAIL
      *----------------------------------------------------------------*
       SHOW-ITEM-DETAIL.

           MOVE RPIT-STATUS            TO ITMSTS
           IF RPIT-FROM-SUSPENSE
               MOVE RPIT-SP-ACCT-ID    TO ITMNUM
               IF RPIT-ORIG-ACCT-ID = ZEROS
                   MOVE SPACES         TO ITMORIG
               ELSE
                   MOVE RPIT-ORIG-ACCT-ID TO ITMORIG
               END-IF
           ELSE
               MOVE RPIT-RJ-CARD-NUM   TO ITMNUM
               MOVE RPIT-ORIG-CARD-NUM TO ITMORIG
           END-IF
           MOVE RPIT-AMOUNT            TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED          TO ITMAMT
           MOVE RPIT-REASON            TO ITMRSN
           MOVE RPIT-ACTION-USER-ID    TO ITMBY
           MOVE RPIT-ACTION-DATE       TO ITMACTDT
           IF NOTETXT = SPACES OR LOW-VALUES
               MOVE RPIT-NOTE-TEXT     TO NOTETXT
           END-IF.

      *----------------------------------------------------------------*
      *                      SET-ITEM-KEY
      *----------------------------------------------------------------*
       SET-ITEM-KEY.

           MOVE ITMSRC     TO RPIT-SOURCE-CD
           MOVE ITMDT      TO RPIT-PARKED-DATE
           MOVE ITMSEQ-N   TO RPIT-SEQ-NUM.

      *----------------------------------------------------------------*
      *                      BUILD-TODAY-DATE
      *----------------------------------------------------------------*
       BUILD-TODAY-DATE.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE SPACES                 TO WS-TODAY-DATE
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE INTO WS-TODAY-DATE
           MOVE WS-CURDATE-DATA(1:8)   TO WS-TODAY-YYYYMMDD.

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
           PERFORM BUILD-ITEM-LIST
              THRU BUILD-ITEM-LIST-EXIT
           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE SPACES          TO SRC
                                   FROMDT
                                   ITMSRC
                                   ITMDT
                                   ITMSEQ
                                   RPI-ACTION
                                   NEWNUM
                                   NOTETXT
                                   ITMSTS
                                   ITMNUM
                                   ITMAMT
                                   ITMRSN
                                   ITMORIG
                                   ITMBY
                                   ITMACTDT
                                   WS-MESSAGE.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE TO ERRMSG
           MOVE ERRMSG TO ERRMSGO OF CRPI00AO
           MOVE TITLE01 TO TITLE01O OF CRPI00AO
           MOVE TITLE02 TO TITLE02O OF CRPI00AO
           MOVE TRNNAME TO TRNNAMEO OF CRPI00AO
           MOVE PGMNAME TO PGMNAMEO OF CRPI00AO
           MOVE CURDATE TO CURDATEO OF CRPI00AO
           MOVE CURTIME TO CURTIMEO OF CRPI00AO
           MOVE SRC TO SRCO OF CRPI00AO
           MOVE FROMDT TO FROMDTO OF CRPI00AO
           MOVE ITMSRC TO ITMSRCO OF CRPI00AO
           MOVE ITMDT TO ITMDTO OF CRPI00AO
           MOVE ITMSEQ TO ITMSEQO OF CRPI00AO
           MOVE ITMSTS TO ITMSTSO OF CRPI00AO
           MOVE ITMNUM TO ITMNUMO OF CRPI00AO
           MOVE ITMAMT TO ITMAMTO OF CRPI00AO
           MOVE ITMRSN TO ITMRSNO OF CRPI00AO
           MOVE ITMORIG TO ITMORIGO OF CRPI00AO
           MOVE ITMBY TO ITMBYO OF CRPI00AO
           MOVE ITMACTDT TO ITMACTDTO OF CRPI00AO
           MOVE RPI-ACTION TO ACTIONO OF CRPI00AO
           MOVE NEWNUM TO NEWNUMO OF CRPI00AO
           MOVE NOTETXT TO NOTEO OF CRPI00AO
           EXIT.

       MAP-SCREEN-TO-COMMAREA SECTION.
           MOVE SRCI OF CRPI00AI TO SRC
           MOVE FROMDTI OF CRPI00AI TO FROMDT
           MOVE ITMSRCI OF CRPI00AI TO ITMSRC
           MOVE ITMDTI OF CRPI00AI TO ITMDT
           MOVE ITMSEQI OF CRPI00AI TO ITMSEQ
           MOVE ACTIONI OF CRPI00AI TO RPI-ACTION
           MOVE NEWNUMI OF CRPI00AI TO NEWNUM
           MOVE NOTEI OF CRPI00AI TO NOTETXT
           EXIT.
