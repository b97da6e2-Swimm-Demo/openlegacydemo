      ******************************************************************
      * Program     : COCMP00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Company maintenance.  Keeps the company master
      *               (CMPDAT) that groups business card accounts
      *               under one company, and the company's member
      *               accounts (CMPMBR, listed through the CMPMBRAX
      *               path by company).  A company is added or its
      *               name, status, credit limit, billing option,
      *               contact and address changed; an account on
      *               ACCTDAT is added to the company or removed from
      *               it.  An account belongs to one company at most.
      *               The screen shows the members' combined balance
      *               against the company credit limit, which the
      *               daily posting batch (CBTRN01C) holds them to.
      *               Not open to self-service users.
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
       PROGRAM-ID. COCMP00C.
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
              10 CMPID                PIC X(9).
              10 CMPID-N REDEFINES CMPID
                                      PIC 9(9).
              10 CMP-ACTION           PIC X(1).
                  88 ACTION-INQUIRE                 VALUES ' ' 'I'.
                  88 ACTION-ADD-COMPANY             VALUE 'A'.
                  88 ACTION-UPDATE-COMPANY          VALUE 'U'.
                  88 ACTION-ADD-MEMBER              VALUE 'M'.
                  88 ACTION-REMOVE-MEMBER           VALUE 'R'.
              10 CMPNAM               PIC X(40).
              10 CMPSTAT              PIC X(1).
                  88 CMPSTAT-VALID                  VALUES 'A' 'C'.
              10 CRLIM                PIC X(15).
              10 BILLOPT              PIC X(1).
                  88 BILLOPT-VALID                  VALUES 'I' 'C'.
              10 CONTACT              PIC X(40).
              10 ADDR1                PIC X(40).
              10 ADDR2                PIC X(40).
              10 ADDR-STATE           PIC X(2).
              10 ADDR-ZIP             PIC X(10).
              10 MNTUSR               PIC X(8).
              10 MNTDT                PIC X(10).
              10 MBRCNT               PIC X(5).
              10 TOTBAL               PIC X(17).
              10 AVAIL                PIC X(17).
              10 MBRACCT              PIC X(11).
              10 MBRACCT-N REDEFINES MBRACCT
                                      PIC 9(11).
      * LENGTH constants for database operations
           05 LENGTH-CMP-KEY              PIC S9(04) COMP VALUE 9.
           05 LENGTH-CMP-RECORD           PIC S9(04) COMP VALUE 250.
           05 LENGTH-CMB-KEY              PIC S9(04) COMP VALUE 11.
           05 LENGTH-CMB-RECORD           PIC S9(04) COMP VALUE 50.
           05 LENGTH-ACCT-KEY             PIC S9(04) COMP VALUE 11.
           05 LENGTH-ACCT-RECORD          PIC S9(04) COMP VALUE 310.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCMP00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCMP'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CMPFILE                 PIC X(08) VALUE 'CMPDAT  '.
         05 WS-CMPMBR                  PIC X(08) VALUE 'CMPMBR  '.
         05 WS-CMPMBRAX                PIC X(08) VALUE 'CMPMBRAX'.
         05 WS-ACCTFILE                PIC X(08) VALUE 'ACCTDAT '.
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
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
         05 WS-NEW-LIMIT               PIC S9(10)V99 VALUE ZEROS.
         05 WS-LIMIT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-AMT-EDITED              PIC Z,ZZZ,ZZZ,ZZ9.99-.
         05 WS-CNT-EDITED              PIC ZZZZ9.
         05 WS-MBR-COUNT               PIC S9(05) COMP-3 VALUE ZEROS.
         05 WS-MBR-TOTAL-BAL           PIC S9(11)V99 VALUE ZEROS.
         05 WS-MBR-OWED                PIC S9(11)V99 VALUE ZEROS.
         05 WS-CMP-AVAILABLE           PIC S9(11)V99 VALUE ZEROS.
         05 WS-OTHER-CMP-ID            PIC 9(09) VALUE ZEROS.

      *************************************************************
      * Company ID the member path is browsed by                  *
      *************************************************************
       01 WS-CMB-BROWSE-KEY            PIC 9(09).

      *************************************************************
      * Body row build area - one member account per line         *
      *************************************************************
       01 WS-LIST-LINE.
         05 WS-LST-ACCT-ID             PIC 9(11).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-STATUS              PIC X(01).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-CURR-BAL            PIC Z,ZZZ,ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-CREDIT-LIMIT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-ADDED-DATE          PIC X(10).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-ADDED-USER          PIC X(08).

       01 WS-LIST-TABLE.
         05 WS-LIST-ENTRY              OCCURS 8 TIMES
                                       PIC X(78).

       COPY COCOM01Y.

       COPY COCMP00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *************************************************************
      * Company, company member and account record layouts, via  *
      * the shared copybooks                                      *
      *************************************************************
       COPY CVCMP01Y.

       COPY CVCMP02Y.

       COPY CVACT01Y.

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
                   MOVE 'Company maintenance is for operations'
                                   TO WS-MESSAGE
                   MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               END-IF
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   PERFORM INITIALIZE-ALL-FIELDS
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
                           MOVE 'CMPID' TO FIELD-IN-ERROR
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
      * The action is taken, then the company is read back and its
      * member list rebuilt so the screen shows what is on file.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           PERFORM EDIT-COMPANY-INPUTS
              THRU EDIT-COMPANY-INPUTS-EXIT
           IF STATUS-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM BUILD-TODAY-DATE

           EVALUATE TRUE
               WHEN ACTION-ADD-COMPANY
                   PERFORM ADD-COMPANY
                      THRU ADD-COMPANY-EXIT
               WHEN ACTION-UPDATE-COMPANY
                   PERFORM UPDATE-COMPANY
                      THRU UPDATE-COMPANY-EXIT
               WHEN ACTION-ADD-MEMBER
                   PERFORM ADD-MEMBER
                      THRU ADD-MEMBER-EXIT
               WHEN ACTION-REMOVE-MEMBER
                   PERFORM REMOVE-MEMBER
                      THRU REMOVE-MEMBER-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF STATUS-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM SHOW-COMPANY
              THRU SHOW-COMPANY-EXIT
           IF STATUS-OK
               PERFORM BUILD-MEMBER-LIST
                  THRU BUILD-MEMBER-LIST-EXIT
           END-IF

           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-COMPANY-INPUTS
      * The company ID is always needed.  Adding or changing the
      * company needs its details; adding or removing a member needs
      * the member account number.
      *----------------------------------------------------------------*
       EDIT-COMPANY-INPUTS.

           IF CMP-ACTION = LOW-VALUES
               MOVE SPACES TO CMP-ACTION
           END-IF

           IF CMPID = SPACES OR LOW-VALUES
           OR CMPID NOT NUMERIC
           OR CMPID-N = ZEROS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Company ID must be a 9 digit number' TO
                               WS-MESSAGE
               MOVE 'CMPID' TO FIELD-IN-ERROR
               GO TO EDIT-COMPANY-INPUTS-EXIT
           END-IF

           IF NOT ACTION-INQUIRE AND NOT ACTION-ADD-COMPANY
           AND NOT ACTION-UPDATE-COMPANY AND NOT ACTION-ADD-MEMBER
           AND NOT ACTION-REMOVE-MEMBER
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Action must be A, U, M (add member), R (remove)'
                               TO WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO EDIT-COMPANY-INPUTS-EXIT
           END-IF

           IF ACTION-ADD-COMPANY OR ACTION-UPDATE-COMPANY
               PERFORM EDIT-COMPANY-DETAILS
                  THRU EDIT-COMPANY-DETAILS-EXIT
               GO TO EDIT-COMPANY-INPUTS-EXIT
           END-IF

           IF ACTION-ADD-MEMBER OR ACTION-REMOVE-MEMBER
               IF MBRACCT NOT NUMERIC
               OR MBRACCT-N = ZEROS
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Key the 11 digit member account number' TO
                                   WS-MESSAGE
                   MOVE 'MBRACCT' TO FIELD-IN-ERROR
               END-IF
           END-IF.

       EDIT-COMPANY-INPUTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-COMPANY-DETAILS
      * A new company starts active and individually billed unless
      * keyed otherwise.  The credit limit may be zero but not less.
      *----------------------------------------------------------------*
       EDIT-COMPANY-DETAILS.

           IF CMPNAM = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Company name must be entered' TO WS-MESSAGE
               MOVE 'CMPNAM' TO FIELD-IN-ERROR
               GO TO EDIT-COMPANY-DETAILS-EXIT
           END-IF

           IF CMPSTAT = SPACES OR LOW-VALUES
               MOVE 'A' TO CMPSTAT
           END-IF
           IF NOT CMPSTAT-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Status must be A (active) or C (closed)' TO
                               WS-MESSAGE
               MOVE 'CMPSTAT' TO FIELD-IN-ERROR
               GO TO EDIT-COMPANY-DETAILS-EXIT
           END-IF

           IF CRLIM = SPACES OR LOW-VALUES
           OR FUNCTION TEST-NUMVAL-C(CRLIM) NOT = 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Credit limit must be dollars and cents' TO
                               WS-MESSAGE
               MOVE 'CRLIM' TO FIELD-IN-ERROR
               GO TO EDIT-COMPANY-DETAILS-EXIT
           END-IF
           COMPUTE WS-NEW-LIMIT = FUNCTION NUMVAL-C(CRLIM)
           IF WS-NEW-LIMIT < 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Credit limit cannot be negative' TO WS-MESSAGE
               MOVE 'CRLIM' TO FIELD-IN-ERROR
               GO TO EDIT-COMPANY-DETAILS-EXIT
           END-IF

           IF BILLOPT = SPACES OR LOW-VALUES
               MOVE 'I' TO BILLOPT
           END-IF
           IF NOT BILLOPT-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Billing must be I (each account) or C (central)'
                               TO WS-MESSAGE
               MOVE 'BILLOPT' TO FIELD-IN-ERROR
               GO TO EDIT-COMPANY-DETAILS-EXIT
           END-IF

           IF CONTACT = LOW-VALUES
               MOVE SPACES TO CONTACT
           END-IF
           IF ADDR1 = LOW-VALUES
               MOVE SPACES TO ADDR1
           END-IF
           IF ADDR2 = LOW-VALUES
               MOVE SPACES TO ADDR2
           END-IF
           IF ADDR-STATE = LOW-VALUES
               MOVE SPACES TO ADDR-STATE
           END-IF
           IF ADDR-ZIP = LOW-VALUES
               MOVE SPACES TO ADDR-ZIP
           END-IF.

       EDIT-COMPANY-DETAILS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      ADD-COMPANY
      *----------------------------------------------------------------*
       ADD-COMPANY.

           INITIALIZE COMPANY-RECORD
           MOVE CMPID-N                TO CMP-ID
           PERFORM MOVE-DETAILS-TO-COMPANY

           EXEC CICS WRITE
                DATASET   (WS-CMPFILE)
                FROM      (COMPANY-RECORD)
                LENGTH    (LENGTH-CMP-RECORD)
                RIDFLD    (CMP-ID)
                KEYLENGTH (LENGTH-CMP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO CMP-ACTION
                   MOVE 'Company added' TO WS-MESSAGE
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Company ID is already on file' TO WS-MESSAGE
                   MOVE 'CMPID' TO FIELD-IN-ERROR
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to add the company...' TO WS-MESSAGE
                   MOVE 'CMPID' TO FIELD-IN-ERROR
           END-EVALUATE.

       ADD-COMPANY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      UPDATE-COMPANY
      *----------------------------------------------------------------*
       UPDATE-COMPANY.

           MOVE CMPID-N TO CMP-ID
           EXEC CICS READ
                DATASET   (WS-CMPFILE)
                UPDATE
                INTO      (COMPANY-RECORD)
                LENGTH    (LENGTH-CMP-RECORD)
                RIDFLD    (CMP-ID)
                KEYLENGTH (LENGTH-CMP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Company not found - key A to add it' TO
                               WS-MESSAGE
               MOVE 'CMPID' TO FIELD-IN-ERROR
               GO TO UPDATE-COMPANY-EXIT
           END-IF

           PERFORM MOVE-DETAILS-TO-COMPANY

           EXEC CICS
                REWRITE DATASET(WS-CMPFILE)
                        FROM(COMPANY-RECORD)
                        LENGTH(LENGTH-CMP-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the company...' TO WS-MESSAGE
               MOVE 'CMPID' TO FIELD-IN-ERROR
               GO TO UPDATE-COMPANY-EXIT
           END-IF

           MOVE SPACES TO CMP-ACTION
           MOVE 'Company updated' TO WS-MESSAGE.

       UPDATE-COMPANY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      MOVE-DETAILS-TO-COMPANY
      *----------------------------------------------------------------*
       MOVE-DETAILS-TO-COMPANY.

           MOVE CMPNAM                 TO CMP-NAME
           MOVE CMPSTAT                TO CMP-STATUS
           MOVE WS-NEW-LIMIT           TO CMP-CREDIT-LIMIT
           MOVE BILLOPT                TO CMP-BILLING-OPTION
           MOVE CONTACT                TO CMP-CONTACT-NAME
           MOVE ADDR1                  TO CMP-ADDR-LINE-1
           MOVE ADDR2                  TO CMP-ADDR-LINE-2
           MOVE ADDR-STATE             TO CMP-ADDR-STATE
           MOVE ADDR-ZIP               TO CMP-ADDR-ZIP
           MOVE CDEMO-USER-ID          TO CMP-LAST-MAINT-USER
           MOVE WS-TODAY-DATE          TO CMP-LAST-MAINT-DATE.

      *----------------------------------------------------------------*
      *                      ADD-MEMBER
      * Only an active company takes new members, and only an
      * account that is on file and not closed.  The member file is
      * keyed by account, so an account already in a company is
      * refused with the company it belongs to.
      *----------------------------------------------------------------*
       ADD-MEMBER.

           PERFORM SHOW-COMPANY
              THRU SHOW-COMPANY-EXIT
           IF STATUS-ERROR
               GO TO ADD-MEMBER-EXIT
           END-IF
           IF NOT CMP-ACTIVE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Company is closed - no members can be added' TO
                               WS-MESSAGE
               MOVE 'CMPID' TO FIELD-IN-ERROR
               GO TO ADD-MEMBER-EXIT
           END-IF

           MOVE MBRACCT-N TO ACCT-ID
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
               MOVE 'MBRACCT' TO FIELD-IN-ERROR
               GO TO ADD-MEMBER-EXIT
           END-IF
           IF NOT ACCT-STATUS-ACTIVE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is closed or closing - it cannot be added'
                               TO WS-MESSAGE
               MOVE 'MBRACCT' TO FIELD-IN-ERROR
               GO TO ADD-MEMBER-EXIT
           END-IF

           INITIALIZE CMP-MEMBER-RECORD
           MOVE MBRACCT-N              TO CMB-ACCT-ID
           MOVE CMPID-N                TO CMB-CMP-ID
           MOVE WS-TODAY-DATE          TO CMB-ADDED-DATE
           MOVE CDEMO-USER-ID          TO CMB-ADDED-USER

           EXEC CICS WRITE
                DATASET   (WS-CMPMBR)
                FROM      (CMP-MEMBER-RECORD)
                LENGTH    (LENGTH-CMB-RECORD)
                RIDFLD    (CMB-ACCT-ID)
                KEYLENGTH (LENGTH-CMB-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO CMP-ACTION
                                  MBRACCT
                   STRING 'Account ' ACCT-ID ' added to the company'
                          DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN DFHRESP(DUPREC)
                   PERFORM READ-MEMBER-COMPANY
                   MOVE 'Y'     TO WS-ERR-FLG
                   STRING 'Account already belongs to company '
                          WS-OTHER-CMP-ID
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   MOVE 'MBRACCT' TO FIELD-IN-ERROR
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to add the member account...' TO
                                   WS-MESSAGE
                   MOVE 'MBRACCT' TO FIELD-IN-ERROR
           END-EVALUATE.

       ADD-MEMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-MEMBER-COMPANY
      *----------------------------------------------------------------*
       READ-MEMBER-COMPANY.

           MOVE ZEROS TO WS-OTHER-CMP-ID
           EXEC CICS READ
                DATASET   (WS-CMPMBR)
                INTO      (CMP-MEMBER-RECORD)
                LENGTH    (LENGTH-CMB-RECORD)
                RIDFLD    (CMB-ACCT-ID)
                KEYLENGTH (LENGTH-CMB-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE CMB-CMP-ID TO WS-OTHER-CMP-ID
           END-IF.

      *----------------------------------------------------------------*
      *                      REMOVE-MEMBER
      * The account must belong to the company on the screen.  Its
      * balance stays on the account; it is simply no longer held
      * to the company limit or billed with the company.
      *----------------------------------------------------------------*
       REMOVE-MEMBER.

           MOVE MBRACCT-N TO CMB-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-CMPMBR)
                UPDATE
                INTO      (CMP-MEMBER-RECORD)
                LENGTH    (LENGTH-CMB-RECORD)
                RIDFLD    (CMB-ACCT-ID)
                KEYLENGTH (LENGTH-CMB-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is not a member of any company' TO
                               WS-MESSAGE
               MOVE 'MBRACCT' TO FIELD-IN-ERROR
               GO TO REMOVE-MEMBER-EXIT
           END-IF

           IF CMB-CMP-ID NOT = CMPID-N
               EXEC CICS UNLOCK
                    DATASET   (WS-CMPMBR)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               MOVE CMB-CMP-ID TO WS-OTHER-CMP-ID
               MOVE 'Y'     TO WS-ERR-FLG
               STRING 'Account belongs to company '
                      WS-OTHER-CMP-ID
                      DELIMITED BY SIZE INTO WS-MESSAGE
               MOVE 'MBRACCT' TO FIELD-IN-ERROR
               GO TO REMOVE-MEMBER-EXIT
           END-IF

           EXEC CICS DELETE
                DATASET   (WS-CMPMBR)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to remove the member account...' TO
                               WS-MESSAGE
               MOVE 'MBRACCT' TO FIELD-IN-ERROR
               GO TO REMOVE-MEMBER-EXIT
           END-IF

           MOVE SPACES TO CMP-ACTION
                          MBRACCT
           STRING 'Account ' CMB-ACCT-ID ' removed from the company'
                  DELIMITED BY SIZE INTO WS-MESSAGE.

       REMOVE-MEMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-COMPANY
      *----------------------------------------------------------------*
       SHOW-COMPANY.

           MOVE CMPID-N TO CMP-ID
           EXEC CICS READ
                DATASET   (WS-CMPFILE)
                INTO      (COMPANY-RECORD)
                LENGTH    (LENGTH-CMP-RECORD)
                RIDFLD    (CMP-ID)
                KEYLENGTH (LENGTH-CMP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Company not found - key A with details to add it'
                               TO WS-MESSAGE
               MOVE 'CMPID' TO FIELD-IN-ERROR
               GO TO SHOW-COMPANY-EXIT
           END-IF

           MOVE CMP-NAME               TO CMPNAM
           MOVE CMP-STATUS             TO CMPSTAT
           MOVE CMP-CREDIT-LIMIT       TO WS-LIMIT-EDITED
           MOVE WS-LIMIT-EDITED        TO CRLIM
           IF CMP-BILL-CENTRAL
               MOVE 'C'                TO BILLOPT
           ELSE
               MOVE 'I'                TO BILLOPT
           END-IF
           MOVE CMP-CONTACT-NAME       TO CONTACT
           MOVE CMP-ADDR-LINE-1        TO ADDR1
           MOVE CMP-ADDR-LINE-2        TO ADDR2
           MOVE CMP-ADDR-STATE         TO ADDR-STATE
           MOVE CMP-ADDR-ZIP           TO ADDR-ZIP
           MOVE CMP-LAST-MAINT-USER    TO MNTUSR
           MOVE CMP-LAST-MAINT-DATE    TO MNTDT.

       SHOW-COMPANY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-MEMBER-LIST
      * Browses the company's members through the company path,
      * listing the first eight and totalling them all.  What the
      * members owe (positive balances only) is shown against the
      * company credit limit, as the posting batch counts it.
      *----------------------------------------------------------------*
       BUILD-MEMBER-LIST.

           MOVE LOW-VALUES TO CCMP00AO
           MOVE SPACES     TO WS-LIST-TABLE
           MOVE 0          TO WS-ROW-COUNT
           MOVE 0          TO WS-MBR-COUNT
                              WS-MBR-TOTAL-BAL
                              WS-MBR-OWED
           MOVE 'N'        TO WS-BROWSE-DONE-SW
           MOVE CMPID-N    TO WS-CMB-BROWSE-KEY

           EXEC CICS STARTBR
                DATASET   (WS-CMPMBRAX)
                RIDFLD    (WS-CMB-BROWSE-KEY)
                KEYLENGTH (LENGTH-CMP-KEY)
                EQUAL
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO BUILD-MEMBER-LIST-FILL
           END-IF

           MOVE 0 TO WS-READ-GUARD
           PERFORM READ-NEXT-MEMBER-ROW
                   UNTIL WS-BROWSE-DONE
                      OR WS-READ-GUARD > 2000

           EXEC CICS ENDBR
                DATASET   (WS-CMPMBRAX)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

       BUILD-MEMBER-LIST-FILL.

           PERFORM MOVE-LIST-ROW
                   VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT

           MOVE WS-MBR-COUNT           TO WS-CNT-EDITED
           MOVE WS-CNT-EDITED          TO MBRCNT
           MOVE WS-MBR-TOTAL-BAL       TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED          TO TOTBAL
           COMPUTE WS-CMP-AVAILABLE = CMP-CREDIT-LIMIT - WS-MBR-OWED
           MOVE WS-CMP-AVAILABLE       TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED          TO AVAIL

           IF WS-MESSAGE NOT = SPACES
               GO TO BUILD-MEMBER-LIST-EXIT
           END-IF

           IF WS-MBR-COUNT = 0
               MOVE 'No member accounts - key M and an account to add'
                               TO WS-MESSAGE
           ELSE
               IF WS-MBR-COUNT > 8
                   MOVE 'First eight members shown - totals cover all'
                                   TO WS-MESSAGE
               END-IF
           END-IF.

       BUILD-MEMBER-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-NEXT-MEMBER-ROW
      * A member whose account can no longer be read is still listed
      * so it can be removed.
      *----------------------------------------------------------------*
       READ-NEXT-MEMBER-ROW.

           ADD 1 TO WS-READ-GUARD

           EXEC CICS READNEXT
                DATASET   (WS-CMPMBRAX)
                INTO      (CMP-MEMBER-RECORD)
                LENGTH    (LENGTH-CMB-RECORD)
                RIDFLD    (WS-CMB-BROWSE-KEY)
                KEYLENGTH (LENGTH-CMP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF (WS-RESP-CD NOT = DFHRESP(NORMAL)
           AND WS-RESP-CD NOT = DFHRESP(DUPKEY))
           OR CMB-CMP-ID NOT = CMPID-N
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-MBR-COUNT
               MOVE CMB-ACCT-ID        TO WS-LST-ACCT-ID
               MOVE CMB-ADDED-DATE     TO WS-LST-ADDED-DATE
               MOVE CMB-ADDED-USER     TO WS-LST-ADDED-USER
               MOVE CMB-ACCT-ID        TO ACCT-ID
               EXEC CICS READ
                    DATASET   (WS-ACCTFILE)
                    INTO      (ACCOUNT-RECORD)
                    LENGTH    (LENGTH-ACCT-RECORD)
                    RIDFLD    (ACCT-ID)
                    KEYLENGTH (LENGTH-ACCT-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE ACCT-ACTIVE-STATUS  TO WS-LST-STATUS
                   MOVE ACCT-CURR-BAL       TO WS-LST-CURR-BAL
                   MOVE ACCT-CREDIT-LIMIT   TO WS-LST-CREDIT-LIMIT
                   ADD ACCT-CURR-BAL        TO WS-MBR-TOTAL-BAL
                   IF ACCT-CURR-BAL > 0
                       ADD ACCT-CURR-BAL    TO WS-MBR-OWED
                   END-IF
               ELSE
                   MOVE '?'                 TO WS-LST-STATUS
                   MOVE ZEROS               TO WS-LST-CURR-BAL
                                               WS-LST-CREDIT-LIMIT
               END-IF
               IF WS-ROW-COUNT < 8
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-LIST-LINE  TO WS-LIST-ENTRY (WS-ROW-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      MOVE-LIST-ROW
      *----------------------------------------------------------------*
       MOVE-LIST-ROW.

           MOVE WS-LIST-ENTRY (WS-ROW-IDX)
             TO MBRROWO OF CCMP00AO (WS-ROW-IDX).

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

           MOVE SPACES          TO CMPID
                                   CMP-ACTION
                                   CMPNAM
                                   CMPSTAT
                                   CRLIM
                                   BILLOPT
                                   CONTACT
                                   ADDR1
                                   ADDR2
                                   ADDR-STATE
                                   ADDR-ZIP
                                   MNTUSR
                                   MNTDT
                                   MBRCNT
                                   TOTBAL
                                   AVAIL
                                   MBRACCT
                                   WS-MESSAGE.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE TO ERRMSG
           MOVE ERRMSG TO ERRMSGO OF CCMP00AO
           MOVE TITLE01 TO TITLE01O OF CCMP00AO
           MOVE TITLE02 TO TITLE02O OF CCMP00AO
           MOVE TRNNAME TO TRNNAMEO OF CCMP00AO
           MOVE PGMNAME TO PGMNAMEO OF CCMP00AO
           MOVE CURDATE TO CURDATEO OF CCMP00AO
           MOVE CURTIME TO CURTIMEO OF CCMP00AO
           MOVE CMPID TO CMPIDO OF CCMP00AO
           MOVE CMP-ACTION TO ACTIONO OF CCMP00AO
           MOVE CMPNAM TO CMPNAMO OF CCMP00AO
           MOVE CMPSTAT TO CMPSTATO OF CCMP00AO
           MOVE CRLIM TO CRLIMO OF CCMP00AO
           MOVE BILLOPT TO BILLOPTO OF CCMP00AO
           MOVE CONTACT TO CONTACTO OF CCMP00AO
           MOVE ADDR1 TO ADDR1O OF CCMP00AO
           MOVE ADDR2 TO ADDR2O OF CCMP00AO
           MOVE ADDR-STATE TO STATEO OF CCMP00AO
           MOVE ADDR-ZIP TO ZIPO OF CCMP00AO
           MOVE MNTUSR TO MNTUSRO OF CCMP00AO
           MOVE MNTDT TO MNTDTO OF CCMP00AO
           MOVE MBRCNT TO MBRCNTO OF CCMP00AO
           MOVE TOTBAL TO TOTBALO OF CCMP00AO
           MOVE AVAIL TO AVAILO OF CCMP00AO
           MOVE MBRACCT TO MBRACCTO OF CCMP00AO
           EXIT.

       MAP-SCREEN-TO-COMMAREA SECTION.
           MOVE CMPIDI OF CCMP00AI TO CMPID
           MOVE ACTIONI OF CCMP00AI TO CMP-ACTION
           MOVE CMPNAMI OF CCMP00AI TO CMPNAM
           MOVE CMPSTATI OF CCMP00AI TO CMPSTAT
           MOVE CRLIMI OF CCMP00AI TO CRLIM
           MOVE BILLOPTI OF CCMP00AI TO BILLOPT
           MOVE CONTACTI OF CCMP00AI TO CONTACT
           MOVE ADDR1I OF CCMP00AI TO ADDR1
           MOVE ADDR2I OF CCMP00AI TO ADDR2
           MOVE STATEI OF CCMP00AI TO ADDR-STATE
           MOVE ZIPI OF CCMP00AI TO ADDR-ZIP
           MOVE MBRACCTI OF CCMP00AI TO MBRACCT
           EXIT.
