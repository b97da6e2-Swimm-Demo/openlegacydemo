      ******************************************************************
      * Program     : COCLS00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Account closure request screen.  When a
      *               cardholder asks to close an account the rep
      *               keys the account and the reason here and
      *               confirms with C.  In one unit of work every
      *               card on the account that can still be used is
      *               deactivated, autopay is cancelled and the
      *               account is put pending closure (status P) -
      *               from then on the posting batch (CBTRN01C) and
      *               online authorization (COAUT01C) refuse new
      *               debits while payments and returns still post.
      *               The request is kept on the closure file
      *               (CLSDAT), which the nightly closure run
      *               (CBCLS01C) works: final statement, refund of
      *               any credit balance, and the close itself once
      *               the balance is zero.  Keying the account alone
      *               shows where an earlier request has got to.
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
       PROGRAM-ID. COCLS00C.
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
              10 REASON               PIC X(30).
              10 CLS-ACTION           PIC X(1).
                  88 ACTION-CLOSE                   VALUE 'C'.
                  88 ACTION-INQUIRE                 VALUES ' ' 'I'.
              10 ACSTS                PIC X(1).
              10 CURBAL               PIC X(17).
              10 CARDS                PIC X(3).
              10 AUTOP                PIC X(1).
              10 REQDT                PIC X(10).
              10 REQBY                PIC X(8).
              10 FSTMT                PIC X(10).
              10 RFNDDT               PIC X(10).
              10 CLSDT                PIC X(10).
      * LENGTH constants for database operations
           05 LENGTH-ACCT-KEY             PIC S9(04) COMP VALUE 11.
           05 LENGTH-ACCT-RECORD          PIC S9(04) COMP VALUE 310.
           05 LENGTH-CARD-KEY             PIC S9(04) COMP VALUE 16.
           05 LENGTH-CARD-RECORD          PIC S9(04) COMP VALUE 150.
           05 LENGTH-XREF-RECORD          PIC S9(04) COMP VALUE 50.
           05 LENGTH-CLS-RECORD           PIC S9(04) COMP VALUE 150.
           05 LENGTH-AUDIT-RECORD         PIC S9(04) COMP VALUE 290.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCLS00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCLS'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ACCTFILE                PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CARDFILE                PIC X(08) VALUE 'CARDDAT '.
         05 WS-XREFACCT                PIC X(08) VALUE 'CXACAIX '.
         05 WS-CLSFILE                 PIC X(08) VALUE 'CLSDAT  '.
         05 WS-AUDITFILE               PIC X(08) VALUE 'ACCTAUD '.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 STATUS-ERROR                         VALUE 'Y'.
           88 STATUS-OK                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
         05 WS-CLS-NEW-SW              PIC X(01) VALUE 'N'.
           88 WS-CLS-NEW                           VALUE 'Y'.
         05 WS-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE                       VALUE 'Y'.
         05 WS-AMT-EDITED              PIC Z,ZZZ,ZZZ,ZZ9.99-.
         05 WS-CARDS-CLOSED            PIC 9(03) VALUE ZEROS.
         05 WS-XREF-BROWSE-ACCT        PIC 9(11) VALUE ZEROS.
         05 WS-OLD-ACTIVE-STATUS       PIC X(01) VALUE SPACES.

      *************************************************************
      * Cards on the account, gathered off the cross-reference    *
      * browse before any is updated, so no card is held for     *
      * update while the browse is still open.                    *
      *************************************************************
       01 WS-CARD-LIST.
         05 WS-CARD-LIST-COUNT         PIC S9(04) COMP VALUE ZEROS.
         05 WS-CARD-LIST-MAX           PIC S9(04) COMP VALUE 50.
         05 WS-CARD-IDX                PIC S9(04) COMP VALUE ZEROS.
         05 WS-CARD-LIST-NUM           PIC X(16) OCCURS 50 TIMES.

       COPY COCOM01Y.

       COPY COCLS00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *************************************************************
      * Account, card, cross-reference, closure and audit record  *
      * layouts, via the shared copybooks                         *
      *************************************************************
       COPY CVACT01Y.

       COPY CVACT02Y.

       COPY CVACT03Y.

       COPY CVCLS01Y.

       COPY CVACT04Y.

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
                   MOVE 'Account closure is taken by reps only' TO
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

           PERFORM EDIT-CLOSURE-INPUTS
              THRU EDIT-CLOSURE-INPUTS-EXIT
           IF STATUS-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           IF ACTION-CLOSE
               PERFORM REQUEST-CLOSURE
                  THRU REQUEST-CLOSURE-EXIT
           ELSE
               PERFORM INQUIRE-CLOSURE
                  THRU INQUIRE-CLOSURE-EXIT
           END-IF

           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-CLOSURE-INPUTS
      *----------------------------------------------------------------*
       EDIT-CLOSURE-INPUTS.

           IF ACCTID = SPACES OR LOW-VALUES
           OR ACCTID NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be an 11 digit number' TO
                               WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO EDIT-CLOSURE-INPUTS-EXIT
           END-IF

           IF NOT ACTION-CLOSE AND NOT ACTION-INQUIRE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Action must be C (close) or blank to inquire'
                               TO WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO EDIT-CLOSURE-INPUTS-EXIT
           END-IF

           IF ACTION-CLOSE
           AND (REASON = SPACES OR LOW-VALUES)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key the cardholder''s reason for closing'
                               TO WS-MESSAGE
               MOVE 'REASON' TO FIELD-IN-ERROR
           END-IF.

       EDIT-CLOSURE-INPUTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      REQUEST-CLOSURE
      * Only an open account that has not been charged off can be
      * put pending closure - a charged-off account is in
      * collections' hands.  The cards, the account and the closure
      * record are updated as one unit of work, so a failure part
      * way leaves the account exactly as it was.
      *----------------------------------------------------------------*
       REQUEST-CLOSURE.

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
               GO TO REQUEST-CLOSURE-EXIT
           END-IF

           IF ACCT-STATUS-PENDING-CLOSE
               PERFORM INQUIRE-CLOSURE
                  THRU INQUIRE-CLOSURE-EXIT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is already pending closure' TO
                               WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO REQUEST-CLOSURE-EXIT
           END-IF

           IF NOT ACCT-STATUS-ACTIVE
               PERFORM SHOW-ACCOUNT-DETAIL
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is not open - nothing to close' TO
                               WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO REQUEST-CLOSURE-EXIT
           END-IF

           IF ACCT-COLL-CHARGED-OFF
               PERFORM SHOW-ACCOUNT-DETAIL
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is charged off - refer to collections'
                               TO WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               GO TO REQUEST-CLOSURE-EXIT
           END-IF

           PERFORM GATHER-ACCOUNT-CARDS
              THRU GATHER-ACCOUNT-CARDS-EXIT
           IF STATUS-ERROR
               GO TO REQUEST-CLOSURE-EXIT
           END-IF

           MOVE ZEROS TO WS-CARDS-CLOSED
           PERFORM DEACTIVATE-ONE-CARD
              THRU DEACTIVATE-ONE-CARD-EXIT
                   VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-LIST-COUNT
                      OR STATUS-ERROR
           IF STATUS-ERROR
               GO TO REQUEST-CLOSURE-FAILED
           END-IF

           MOVE ACCTID-N TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTFILE)
                UPDATE
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH-ACCT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH-ACCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to lock the account for update...' TO
                               WS-MESSAGE
               GO TO REQUEST-CLOSURE-FAILED
           END-IF

           PERFORM BUILD-TODAY-DATE
           PERFORM BUILD-CLOSURE-RECORD
              THRU BUILD-CLOSURE-RECORD-EXIT
           IF STATUS-ERROR
               GO TO REQUEST-CLOSURE-FAILED
           END-IF

           MOVE ACCT-ACTIVE-STATUS      TO WS-OLD-ACTIVE-STATUS
           SET ACCT-STATUS-PENDING-CLOSE TO TRUE
           MOVE 'N'                     TO ACCT-AUTOPAY-OPTION
           MOVE ZEROS                   TO ACCT-AUTOPAY-FIXED-AMT

           EXEC CICS
                REWRITE DATASET(WS-ACCTFILE)
                        FROM(ACCOUNT-RECORD)
                        LENGTH(LENGTH-ACCT-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the account...' TO WS-MESSAGE
               GO TO REQUEST-CLOSURE-FAILED
           END-IF

           IF WS-CLS-NEW
               EXEC CICS WRITE
                    DATASET   (WS-CLSFILE)
                    FROM      (CLS-RECORD)
                    LENGTH    (LENGTH-CLS-RECORD)
                    RIDFLD    (CLS-ACCT-ID)
                    KEYLENGTH (LENGTH-ACCT-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS
                    REWRITE DATASET(WS-CLSFILE)
                            FROM(CLS-RECORD)
                            LENGTH(LENGTH-CLS-RECORD)
                            RESP      (WS-RESP-CD)
                            RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to record the closure request...' TO
                               WS-MESSAGE
               GO TO REQUEST-CLOSURE-FAILED
           END-IF

           PERFORM WRITE-CLOSURE-AUDIT

           EXEC CICS
               SYNCPOINT
           END-EXEC

           PERFORM SHOW-ACCOUNT-DETAIL
           PERFORM SHOW-CLOSURE-DETAIL
           MOVE SPACES TO CLS-ACTION
           MOVE 'Account pending closure - cards and autopay stopped'
                               TO WS-MESSAGE
           GO TO REQUEST-CLOSURE-EXIT.

       REQUEST-CLOSURE-FAILED.

           EXEC CICS
               SYNCPOINT ROLLBACK
           END-EXEC.

       REQUEST-CLOSURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      GATHER-ACCOUNT-CARDS
      * Browses the cross-reference by account for every card on it.
      * An account with no cards on file can still be closed.
      *----------------------------------------------------------------*
       GATHER-ACCOUNT-CARDS.

           MOVE ZEROS    TO WS-CARD-LIST-COUNT
           MOVE 'N'      TO WS-BROWSE-DONE-SW
           MOVE ACCTID-N TO WS-XREF-BROWSE-ACCT

           EXEC CICS STARTBR
                DATASET   (WS-XREFACCT)
                RIDFLD    (WS-XREF-BROWSE-ACCT)
                KEYLENGTH (LENGTH-ACCT-KEY)
                EQUAL
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   GO TO GATHER-ACCOUNT-CARDS-EXIT
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read the card cross-reference...'
                                   TO WS-MESSAGE
                   GO TO GATHER-ACCOUNT-CARDS-EXIT
           END-EVALUATE

           PERFORM READ-NEXT-ACCOUNT-CARD
                   UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR
                DATASET   (WS-XREFACCT)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

       GATHER-ACCOUNT-CARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-NEXT-ACCOUNT-CARD
      * More cards than the list holds fails the request rather than
      * leaving a card active on a closing account.
      *----------------------------------------------------------------*
       READ-NEXT-ACCOUNT-CARD.

           EXEC CICS READNEXT
                DATASET   (WS-XREFACCT)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH-XREF-RECORD)
                RIDFLD    (WS-XREF-BROWSE-ACCT)
                KEYLENGTH (LENGTH-ACCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF (WS-RESP-CD NOT = DFHRESP(NORMAL)
           AND WS-RESP-CD NOT = DFHRESP(DUPKEY))
           OR XREF-ACCT-ID NOT = ACCTID-N
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF WS-CARD-LIST-COUNT >= WS-CARD-LIST-MAX
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Too many cards on the account to close here'
                                   TO WS-MESSAGE
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-CARD-LIST-COUNT
                   MOVE XREF-CARD-NUM TO
                        WS-CARD-LIST-NUM (WS-CARD-LIST-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      DEACTIVATE-ONE-CARD
      * An active card, or one still waiting to be activated, is
      * made inactive.  A card already inactive or hot-carded is
      * left as it is.
      *----------------------------------------------------------------*
       DEACTIVATE-ONE-CARD.

           MOVE WS-CARD-LIST-NUM (WS-CARD-IDX) TO CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARDFILE)
                UPDATE
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH-CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH-CARD-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   GO TO DEACTIVATE-ONE-CARD-EXIT
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read a card on the account...' TO
                                   WS-MESSAGE
                   GO TO DEACTIVATE-ONE-CARD-EXIT
           END-EVALUATE

           IF NOT CARD-STATUS-ACTIVE
           AND NOT CARD-STATUS-PENDING-ACTV
               EXEC CICS UNLOCK
                    DATASET   (WS-CARDFILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               GO TO DEACTIVATE-ONE-CARD-EXIT
           END-IF

           SET CARD-STATUS-INACTIVE TO TRUE

           EXEC CICS
                REWRITE DATASET(WS-CARDFILE)
                        FROM(CARD-RECORD)
                        LENGTH(LENGTH-CARD-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
               ADD 1 TO WS-CARDS-CLOSED
           ELSE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to deactivate a card on the account...'
                               TO WS-MESSAGE
           END-IF.

       DEACTIVATE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-CLOSURE-RECORD
      * An account reopened after an earlier closure already has a
      * closure record; the new request replaces it.
      *----------------------------------------------------------------*
       BUILD-CLOSURE-RECORD.

           MOVE 'N'      TO WS-CLS-NEW-SW
           MOVE ACCTID-N TO CLS-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-CLSFILE)
                UPDATE
                INTO      (CLS-RECORD)
                LENGTH    (LENGTH-CLS-RECORD)
                RIDFLD    (CLS-ACCT-ID)
                KEYLENGTH (LENGTH-ACCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET WS-CLS-NEW TO TRUE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read the closure file...' TO
                                   WS-MESSAGE
                   GO TO BUILD-CLOSURE-RECORD-EXIT
           END-EVALUATE

           INITIALIZE CLS-RECORD
           MOVE ACCTID-N                TO CLS-ACCT-ID
           SET CLS-STAT-PENDING         TO TRUE
           MOVE WS-TODAY-DATE           TO CLS-REQUEST-DATE
           MOVE CDEMO-USER-ID           TO CLS-REQUEST-USER-ID
           MOVE REASON                  TO CLS-REASON-TEXT
           MOVE ACCT-CURR-BAL           TO CLS-REQUEST-BAL
           MOVE WS-CARDS-CLOSED         TO CLS-CARDS-CLOSED
           MOVE ACCT-AUTOPAY-OPTION     TO CLS-PRIOR-AUTOPAY
           MOVE SPACES                  TO CLS-FINAL-STMT-DATE
                                           CLS-REFUND-REQ-DATE
                                           CLS-REFUND-DATE
                                           CLS-CLOSED-DATE.

       BUILD-CLOSURE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      WRITE-CLOSURE-AUDIT
      * The status change goes on the account audit trail like any
      * COACTUPC change, with the rep who took the request as the
      * user.  A failed audit write never undoes the request.
      *----------------------------------------------------------------*
       WRITE-CLOSURE-AUDIT.

           MOVE FUNCTION CURRENT-DATE     TO WS-CURDATE-DATA

           INITIALIZE ACCT-AUDIT-RECORD

           MOVE ACCT-ID                   TO AUDT-ACCT-ID
           MOVE CDEMO-USER-ID             TO AUDT-USER-ID
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE    INTO AUDT-AUDIT-DATE
           STRING WS-CURTIME-HOURS ':' WS-CURTIME-MINUTE ':'
                  WS-CURTIME-SECOND
                  DELIMITED BY SIZE    INTO AUDT-AUDIT-TIME

           MOVE WS-OLD-ACTIVE-STATUS      TO AUDT-OLD-ACTIVE-STATUS
           MOVE ACCT-CURR-BAL             TO AUDT-OLD-CURR-BAL
           MOVE ACCT-CREDIT-LIMIT         TO AUDT-OLD-CREDIT-LIMIT
           MOVE ACCT-CASH-CREDIT-LIMIT    TO
                                          AUDT-OLD-CASH-CREDIT-LIMIT
           MOVE ACCT-CURR-CYC-CREDIT      TO AUDT-OLD-CURR-CYC-CREDIT
           MOVE ACCT-CURR-CYC-DEBIT       TO AUDT-OLD-CURR-CYC-DEBIT
           MOVE ACCT-OPEN-DATE            TO AUDT-OLD-OPEN-DATE
           MOVE ACCT-EXPIRAION-DATE       TO AUDT-OLD-EXPIRAION-DATE
           MOVE ACCT-REISSUE-DATE         TO AUDT-OLD-REISSUE-DATE
           MOVE ACCT-GROUP-ID             TO AUDT-OLD-GROUP-ID

           MOVE AUDT-OLD-VALUES           TO AUDT-NEW-VALUES
           MOVE ACCT-ACTIVE-STATUS        TO AUDT-NEW-ACTIVE-STATUS

           EXEC CICS WRITE
                FILE      (WS-AUDITFILE)
                FROM      (ACCT-AUDIT-RECORD)
                LENGTH    (LENGTH-AUDIT-RECORD)
                RIDFLD    (AUDT-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      INQUIRE-CLOSURE
      *----------------------------------------------------------------*
       INQUIRE-CLOSURE.

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
               GO TO INQUIRE-CLOSURE-EXIT
           END-IF

           PERFORM SHOW-ACCOUNT-DETAIL

           MOVE ACCTID-N TO CLS-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-CLSFILE)
                INTO      (CLS-RECORD)
                LENGTH    (LENGTH-CLS-RECORD)
                RIDFLD    (CLS-ACCT-ID)
                KEYLENGTH (LENGTH-ACCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM SHOW-CLOSURE-DETAIL
                   IF CLS-STAT-PENDING
                       MOVE 'Closure requested - awaiting nightly run'
                                       TO WS-MESSAGE
                   ELSE
                       MOVE 'Closed at the cardholder''s request'
                                       TO WS-MESSAGE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   INITIALIZE CLS-RECORD
                   PERFORM SHOW-CLOSURE-DETAIL
                   MOVE 'No closure request - key reason and C to close'
                                   TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read the closure file...' TO
                                   WS-MESSAGE
           END-EVALUATE.

       INQUIRE-CLOSURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-ACCOUNT-DETAIL
      *----------------------------------------------------------------*
       SHOW-ACCOUNT-DETAIL.

           MOVE ACCT-ACTIVE-STATUS     TO ACSTS
           MOVE ACCT-CURR-BAL          TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED          TO CURBAL
           IF ACCT-AUTOPAY-NONE
               MOVE 'N'                TO AUTOP
           ELSE
               MOVE ACCT-AUTOPAY-OPTION
                                       TO AUTOP
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-CLOSURE-DETAIL
      *----------------------------------------------------------------*
       SHOW-CLOSURE-DETAIL.

           IF CLS-STAT-PENDING OR CLS-STAT-CLOSED
               MOVE CLS-REASON-TEXT    TO REASON
               MOVE CLS-CARDS-CLOSED   TO CARDS
               MOVE CLS-REQUEST-DATE   TO REQDT
               MOVE CLS-REQUEST-USER-ID
                                       TO REQBY
               MOVE CLS-FINAL-STMT-DATE
                                       TO FSTMT
               MOVE CLS-REFUND-DATE    TO RFNDDT
               MOVE CLS-CLOSED-DATE    TO CLSDT
           ELSE
               MOVE SPACES             TO CARDS
                                          REQDT
                                          REQBY
                                          FSTMT
                                          RFNDDT
                                          CLSDT
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
                                   REASON
                                   CLS-ACTION
                                   ACSTS
                                   CURBAL
                                   CARDS
                                   AUTOP
                                   REQDT
                                   REQBY
                                   FSTMT
                                   RFNDDT
                                   CLSDT
                                   WS-MESSAGE.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
           MOVE LOW-VALUES TO CCLS00AO
           MOVE WS-MESSAGE TO ERRMSG
           MOVE ERRMSG TO ERRMSGO OF CCLS00AO
           MOVE TITLE01 TO TITLE01O OF CCLS00AO
           MOVE TITLE02 TO TITLE02O OF CCLS00AO
           MOVE TRNNAME TO TRNNAMEO OF CCLS00AO
           MOVE PGMNAME TO PGMNAMEO OF CCLS00AO
           MOVE CURDATE TO CURDATEO OF CCLS00AO
           MOVE CURTIME TO CURTIMEO OF CCLS00AO
           MOVE ACCTID TO ACCTIDO OF CCLS00AO
           MOVE REASON TO REASONO OF CCLS00AO
           MOVE CLS-ACTION TO ACTIONO OF CCLS00AO
           MOVE ACSTS TO ACSTSO OF CCLS00AO
           MOVE CURBAL TO CURBALO OF CCLS00AO
           MOVE CARDS TO CARDSO OF CCLS00AO
           MOVE AUTOP TO AUTOPO OF CCLS00AO
           MOVE REQDT TO REQDTO OF CCLS00AO
           MOVE REQBY TO REQBYO OF CCLS00AO
           MOVE FSTMT TO FSTMTO OF CCLS00AO
           MOVE RFNDDT TO RFNDDTO OF CCLS00AO
           MOVE CLSDT TO CLSDTO OF CCLS00AO
           EXIT.

       MAP-SCREEN-TO-COMMAREA SECTION.
           MOVE ACCTIDI OF CCLS00AI TO ACCTID
           MOVE REASONI OF CCLS00AI TO REASON
           MOVE ACTIONI OF CCLS00AI TO CLS-ACTION
           EXIT.
