      ******************************************************************
      * Program     : COAUT01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Online authorization.  The network front end
      *               LINKs here with a card, an amount, a
      *               transaction type and a merchant, and gets back
      *               an approve or decline while the cardholder is
      *               still at the till - using the same rules the
      *               daily posting batch (CBTRN01C) edits with: the
      *               card must be active, and the request must fit
      *               ACCT-CREDIT-LIMIT (or an unexpired temporary
      *               limit), ACCT-CASH-CREDIT-LIMIT for a cash
      *               advance and the card's own CARD-SPEND-LIMIT.
      *               Open-to-buy is the limit less the balance and
      *               every hold still open on the account.  An
      *               approval is kept on the authorization hold
      *               file under the code handed back, so it keeps
      *               reducing available credit until the posting
      *               batch matches the settled item and releases
      *               it, or the hold expiry batch (CBAUT01C) ages
      *               it off.  An account pending closure
      *               (COCLS00C) or charged off (CBCOL01C) is
      *               declined outright.  A member account of an
      *               active company (COCMP00C) is also held to the
      *               company credit limit: what the members owe,
      *               their open holds and the request together may
      *               not go over it - the posting batch lets a debit
      *               settling within its hold through, so this is
      *               where the company limit is enforced for spend
      *               approved online.
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
       PROGRAM-ID. COAUT01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 AUTH-FIELDS.
      * LENGTH constants for database operations
           05 LENGTH-CARD-KEY             PIC S9(04) COMP VALUE 16.
           05 LENGTH-CARD-RECORD          PIC S9(04) COMP VALUE 150.
           05 LENGTH-XREF-RECORD          PIC S9(04) COMP VALUE 50.
           05 LENGTH-ACCT-KEY             PIC S9(04) COMP VALUE 11.
           05 LENGTH-ACCT-RECORD          PIC S9(04) COMP VALUE 310.
           05 LENGTH-HOLD-KEY             PIC S9(04) COMP VALUE 17.
           05 LENGTH-HOLD-RECORD          PIC S9(04) COMP VALUE 150.
           05 LENGTH-CMP-KEY              PIC S9(04) COMP VALUE 9.
           05 LENGTH-CMP-RECORD           PIC S9(04) COMP VALUE 250.
           05 LENGTH-CMB-KEY              PIC S9(04) COMP VALUE 11.
           05 LENGTH-CMB-RECORD           PIC S9(04) COMP VALUE 50.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COAUT01C'.
         05 WS-CARDFILE                PIC X(08) VALUE 'CARDDAT '.
         05 WS-XREFFILE                PIC X(08) VALUE 'CARDXREF'.
         05 WS-ACCTFILE                PIC X(08) VALUE 'ACCTDAT '.
         05 WS-HOLDFILE                PIC X(08) VALUE 'AUTHHOLD'.
         05 WS-CMPFILE                 PIC X(08) VALUE 'CMPDAT  '.
         05 WS-CMPMBR                  PIC X(08) VALUE 'CMPMBR  '.
         05 WS-CMPMBRAX                PIC X(08) VALUE 'CMPMBRAX'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
         05 WS-NOW-TIME                PIC X(08) VALUE SPACES.
         05 WS-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE                       VALUE 'Y'.
         05 WS-HOLD-WRITTEN-SW         PIC X(01) VALUE 'N'.
           88 WS-HOLD-WRITTEN                      VALUE 'Y'.
         05 WS-WRITE-TRIES             PIC S9(04) COMP VALUE ZEROS.
         05 WS-MBR-BROWSE-DONE-SW      PIC X(01) VALUE 'N'.
           88 WS-MBR-BROWSE-DONE                   VALUE 'Y'.
         05 WS-READ-GUARD              PIC S9(04) COMP VALUE ZEROS.

      *************************************************************
      * Open holds on the account, totalled off the hold file     *
      * before the limits are tested - all holds, the cash        *
      * advance holds, and the holds on this one card.            *
      *************************************************************
       01 WS-HOLD-TOTALS.
         05 WS-HOLD-TOTAL-AMT          PIC S9(10)V99 VALUE ZEROS.
         05 WS-HOLD-CASH-AMT           PIC S9(10)V99 VALUE ZEROS.
         05 WS-HOLD-CARD-AMT           PIC S9(10)V99 VALUE ZEROS.

       01 WS-EDIT-FIELDS.
         05 WS-EFFECTIVE-LIMIT         PIC S9(10)V99 VALUE ZEROS.
         05 WS-NEW-BALANCE             PIC S9(10)V99 VALUE ZEROS.
         05 WS-NEW-CASH-BALANCE        PIC S9(10)V99 VALUE ZEROS.
         05 WS-NEW-CARD-CYC-DEBIT      PIC S9(10)V99 VALUE ZEROS.

      *************************************************************
      * Company limit - the account being authorized is kept      *
      * aside while its fellow members are read into the account  *
      * record area, and what the company has out is added up     *
      * the way the posting batch adds it, with the open holds.   *
      *************************************************************
       01 WS-COMPANY-FIELDS.
         05 WS-AUTH-ACCT-ID            PIC 9(11) VALUE ZEROS.
         05 WS-CMP-EXPOSURE            PIC S9(11)V99 VALUE ZEROS.
         05 WS-CMP-AVAILABLE           PIC S9(11)V99 VALUE ZEROS.
         05 WS-CMB-BROWSE-KEY          PIC 9(09).

      *************************************************************
      * The authorization code is seeded off the clock (minute,   *
      * second, hundredths) and stepped past any code already on  *
      * the account's holds.                                      *
      *************************************************************
       01 WS-AUTH-CODE-WORK.
         05 WS-AUTH-CODE-N             PIC 9(06) VALUE ZEROS.
         05 WS-AUTH-CODE-X REDEFINES WS-AUTH-CODE-N
                                       PIC X(06).

      *************************************************************
      * Key the hold file is browsed by - the account, then the   *
      * authorization code.                                       *
      *************************************************************
       01 WS-HOLD-BROWSE-KEY.
         05 WS-HOLD-KEY-ACCT-ID        PIC 9(11).
         05 WS-HOLD-KEY-AUTH-CODE      PIC X(06).

       COPY CSDAT01Y.

      *************************************************************
      * Request/response area and the card, cross-reference,      *
      * account and hold record layouts, via the shared copybooks *
      *************************************************************
       COPY CVAUT02Y.

       COPY CVACT02Y.

       COPY CVACT03Y.

       COPY CVACT01Y.

       COPY CVAUT01Y.

       COPY CVCMP01Y.

       COPY CVCMP02Y.

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

           IF EIBCALEN < LENGTH OF AUTR-REQUEST
               EXEC CICS RETURN
               END-EXEC
           END-IF

           INITIALIZE AUTH-REQUEST-AREA
           MOVE DFHCOMMAREA(1:EIBCALEN) TO AUTH-REQUEST-AREA
           MOVE SPACES         TO AUTR-AUTH-CODE
                                  AUTR-DECLINE-REASON
           MOVE ZEROS          TO AUTR-AVAIL-CREDIT
           SET AUTR-APPROVED   TO TRUE

           PERFORM AUTHORIZE-REQUEST
              THRU AUTHORIZE-REQUEST-EXIT

           IF EIBCALEN > LENGTH OF AUTH-REQUEST-AREA
               MOVE AUTH-REQUEST-AREA TO
                    DFHCOMMAREA(1:LENGTH OF AUTH-REQUEST-AREA)
           ELSE
               MOVE AUTH-REQUEST-AREA TO DFHCOMMAREA(1:EIBCALEN)
           END-IF

           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
      *                      AUTHORIZE-REQUEST
      * Request edits, then card, account, open holds and limits in
      * the order the posting batch edits them.  The first failing
      * rule declines; a request that passes them all is approved
      * and held.
      *----------------------------------------------------------------*
       AUTHORIZE-REQUEST.

           IF AUTR-AMT NOT NUMERIC
           OR AUTR-AMT NOT > 0
               SET AUTR-INVALID-REQUEST TO TRUE
               MOVE 'AMOUNT MUST BE A POSITIVE AMOUNT' TO
                               AUTR-DECLINE-REASON
               GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           IF NOT AUTR-TYPE-PURCHASE
           AND NOT AUTR-TYPE-CASH
               SET AUTR-INVALID-REQUEST TO TRUE
               MOVE 'TRANSACTION TYPE MUST BE BLANK PU OR CA' TO
                               AUTR-DECLINE-REASON
               GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           PERFORM CHECK-CARD
              THRU CHECK-CARD-EXIT
           IF NOT AUTR-APPROVED
               GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           PERFORM READ-ACCOUNT
              THRU READ-ACCOUNT-EXIT
           IF NOT AUTR-APPROVED
               GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           PERFORM TOTAL-OPEN-HOLDS
              THRU TOTAL-OPEN-HOLDS-EXIT

           PERFORM CHECK-LIMITS
              THRU CHECK-LIMITS-EXIT
           IF NOT AUTR-APPROVED
               GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           PERFORM CHECK-COMPANY-LIMIT
              THRU CHECK-COMPANY-LIMIT-EXIT
           IF NOT AUTR-APPROVED
               GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           PERFORM WRITE-AUTH-HOLD
              THRU WRITE-AUTH-HOLD-EXIT.

       AUTHORIZE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-CARD
      * The card must be on the card master and active - a card
      * still pending activation is declined with its own reason,
      * the way the posting batch rejects it.
      *----------------------------------------------------------------*
       CHECK-CARD.

           MOVE AUTR-CARD-NUM TO CARD-NUM
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
               SET AUTR-INVALID-CARD TO TRUE
               MOVE 'CARD NOT ON CARD FILE' TO AUTR-DECLINE-REASON
               GO TO CHECK-CARD-EXIT
           END-IF

           IF CARD-STATUS-PENDING-ACTV
               SET AUTR-DECLINED TO TRUE
               MOVE 'CARD NOT YET ACTIVATED' TO AUTR-DECLINE-REASON
               GO TO CHECK-CARD-EXIT
           END-IF

           IF NOT CARD-STATUS-ACTIVE
               SET AUTR-DECLINED TO TRUE
               MOVE 'CARD IS NOT ACTIVE' TO AUTR-DECLINE-REASON
               GO TO CHECK-CARD-EXIT
           END-IF

           IF CARD-CURR-CYC-DEBIT NOT NUMERIC
               MOVE 0 TO CARD-CURR-CYC-DEBIT
           END-IF.

       CHECK-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-ACCOUNT
      * The card resolves to its account through the cross-
      * reference, the same way the posting batch resolves it.
      *----------------------------------------------------------------*
       READ-ACCOUNT.

           MOVE AUTR-CARD-NUM TO XREF-CARD-NUM
           EXEC CICS READ
                DATASET   (WS-XREFFILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH-XREF-RECORD)
                RIDFLD    (XREF-CARD-NUM)
                KEYLENGTH (LENGTH-CARD-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET AUTR-INVALID-CARD TO TRUE
               MOVE 'CARD HAS NO CROSS-REFERENCE ENTRY' TO
                               AUTR-DECLINE-REASON
               GO TO READ-ACCOUNT-EXIT
           END-IF

           MOVE XREF-ACCT-ID TO ACCT-ID
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
               SET AUTR-SYSTEM-ERROR TO TRUE
               MOVE 'ACCOUNT NOT ON FILE' TO AUTR-DECLINE-REASON
               GO TO READ-ACCOUNT-EXIT
           END-IF

      *    An account pending closure takes no new debits.
           IF ACCT-STATUS-PENDING-CLOSE
               SET AUTR-DECLINED TO TRUE
               MOVE 'ACCOUNT IS PENDING CLOSURE' TO
                               AUTR-DECLINE-REASON
               GO TO READ-ACCOUNT-EXIT
           END-IF

      *    Nor does a charged-off account - the posting batch would
      *    reject the debit even with its hold matched.
           IF ACCT-COLL-CHARGED-OFF
               SET AUTR-DECLINED TO TRUE
               MOVE 'ACCOUNT IS CHARGED OFF' TO
                               AUTR-DECLINE-REASON
               GO TO READ-ACCOUNT-EXIT
           END-IF

           IF ACCT-CASH-BAL NOT NUMERIC
               MOVE 0 TO ACCT-CASH-BAL
           END-IF.

       READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      TOTAL-OPEN-HOLDS
      * Browses the account's key range on the hold file and totals
      * what is still open.  An empty or missing range leaves the
      * totals at zero.
      *----------------------------------------------------------------*
       TOTAL-OPEN-HOLDS.

           MOVE ZEROS      TO WS-HOLD-TOTAL-AMT
                              WS-HOLD-CASH-AMT
                              WS-HOLD-CARD-AMT
           MOVE 'N'        TO WS-BROWSE-DONE-SW
           MOVE ACCT-ID    TO WS-HOLD-KEY-ACCT-ID
           MOVE LOW-VALUES TO WS-HOLD-KEY-AUTH-CODE

           EXEC CICS STARTBR
                DATASET   (WS-HOLDFILE)
                RIDFLD    (WS-HOLD-BROWSE-KEY)
                KEYLENGTH (LENGTH-HOLD-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO TOTAL-OPEN-HOLDS-EXIT
           END-IF

           PERFORM READ-NEXT-HOLD
              THRU READ-NEXT-HOLD-EXIT
                   UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR
                DATASET   (WS-HOLDFILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

       TOTAL-OPEN-HOLDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-NEXT-HOLD
      *----------------------------------------------------------------*
       READ-NEXT-HOLD.

           EXEC CICS READNEXT
                DATASET   (WS-HOLDFILE)
                INTO      (AUTH-HOLD-RECORD)
                LENGTH    (LENGTH-HOLD-RECORD)
                RIDFLD    (WS-HOLD-BROWSE-KEY)
                KEYLENGTH (LENGTH-HOLD-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR HOLD-ACCT-ID NOT = ACCT-ID
               SET WS-BROWSE-DONE TO TRUE
               GO TO READ-NEXT-HOLD-EXIT
           END-IF

           IF HOLD-STAT-OPEN
               ADD HOLD-AMT TO WS-HOLD-TOTAL-AMT
               IF HOLD-TYPE-CASH
                   ADD HOLD-AMT TO WS-HOLD-CASH-AMT
               END-IF
               IF HOLD-CARD-NUM = AUTR-CARD-NUM
                   ADD HOLD-AMT TO WS-HOLD-CARD-AMT
               END-IF
           END-IF.

       READ-NEXT-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-LIMITS
      * The posting batch's limit rules, with the open holds added
      * to each balance they would eventually land on.
      *----------------------------------------------------------------*
       CHECK-LIMITS.

           PERFORM BUILD-TODAY-DATE

      *    An unexpired temporary limit stands in for the permanent
      *    one.
           MOVE ACCT-CREDIT-LIMIT TO WS-EFFECTIVE-LIMIT
           IF ACCT-TEMP-CREDIT-LIMIT NUMERIC
           AND ACCT-TEMP-CREDIT-LIMIT > 0
           AND ACCT-TEMP-LIMIT-EXP-DATE NOT = SPACES
           AND ACCT-TEMP-LIMIT-EXP-DATE NOT < WS-TODAY-DATE
               MOVE ACCT-TEMP-CREDIT-LIMIT TO WS-EFFECTIVE-LIMIT
           END-IF

           COMPUTE WS-NEW-BALANCE =
               ACCT-CURR-BAL + WS-HOLD-TOTAL-AMT + AUTR-AMT
           COMPUTE AUTR-AVAIL-CREDIT =
               WS-EFFECTIVE-LIMIT - ACCT-CURR-BAL - WS-HOLD-TOTAL-AMT

           IF WS-NEW-BALANCE > WS-EFFECTIVE-LIMIT
               SET AUTR-OVER-LIMIT TO TRUE
               MOVE 'TRANSACTION WOULD EXCEED CREDIT LIMIT' TO
                               AUTR-DECLINE-REASON
               GO TO CHECK-LIMITS-EXIT
           END-IF

           IF AUTR-TYPE-CASH
               COMPUTE WS-NEW-CASH-BALANCE =
                   ACCT-CASH-BAL + WS-HOLD-CASH-AMT + AUTR-AMT
               IF WS-NEW-CASH-BALANCE > ACCT-CASH-CREDIT-LIMIT
                   SET AUTR-OVER-LIMIT TO TRUE
                   MOVE 'CASH ADVANCE WOULD EXCEED CASH LIMIT' TO
                               AUTR-DECLINE-REASON
                   GO TO CHECK-LIMITS-EXIT
               END-IF
           END-IF

           IF CARD-SPEND-LIMIT NUMERIC
           AND CARD-SPEND-LIMIT > 0
               COMPUTE WS-NEW-CARD-CYC-DEBIT =
                   CARD-CURR-CYC-DEBIT + WS-HOLD-CARD-AMT + AUTR-AMT
               IF WS-NEW-CARD-CYC-DEBIT > CARD-SPEND-LIMIT
                   SET AUTR-OVER-LIMIT TO TRUE
                   MOVE 'CARD SPENDING LIMIT EXCEEDED' TO
                               AUTR-DECLINE-REASON
               END-IF
           END-IF.

       CHECK-LIMITS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-COMPANY-LIMIT
      * An account that is no company's member, or whose company is
      * closed, has no company limit.  Otherwise this account's
      * balance and open holds, every other member's balance owed
      * and open holds, and the request must fit the company credit
      * limit.  Available credit handed back is the lower of the
      * account's and the company's.
      *----------------------------------------------------------------*
       CHECK-COMPANY-LIMIT.

           MOVE ACCT-ID TO CMB-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-CMPMBR)
                INTO      (CMP-MEMBER-RECORD)
                LENGTH    (LENGTH-CMB-RECORD)
                RIDFLD    (CMB-ACCT-ID)
                KEYLENGTH (LENGTH-CMB-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO CHECK-COMPANY-LIMIT-EXIT
           END-IF

           MOVE CMB-CMP-ID TO CMP-ID
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
           OR NOT CMP-ACTIVE
               GO TO CHECK-COMPANY-LIMIT-EXIT
           END-IF

           MOVE ACCT-ID TO WS-AUTH-ACCT-ID
           COMPUTE WS-CMP-EXPOSURE =
               ACCT-CURR-BAL + WS-HOLD-TOTAL-AMT

           MOVE 'N'    TO WS-MBR-BROWSE-DONE-SW
           MOVE CMP-ID TO WS-CMB-BROWSE-KEY
           EXEC CICS STARTBR
                DATASET   (WS-CMPMBRAX)
                RIDFLD    (WS-CMB-BROWSE-KEY)
                KEYLENGTH (LENGTH-CMP-KEY)
                EQUAL
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 0 TO WS-READ-GUARD
               PERFORM ADD-NEXT-MEMBER
                  THRU ADD-NEXT-MEMBER-EXIT
                       UNTIL WS-MBR-BROWSE-DONE
                          OR WS-READ-GUARD > 2000
               EXEC CICS ENDBR
                    DATASET   (WS-CMPMBRAX)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF

      *    The account being authorized is put back for the hold.
           MOVE WS-AUTH-ACCT-ID TO ACCT-ID

           COMPUTE WS-CMP-AVAILABLE =
               CMP-CREDIT-LIMIT - WS-CMP-EXPOSURE
           IF WS-CMP-AVAILABLE < AUTR-AVAIL-CREDIT
               MOVE WS-CMP-AVAILABLE TO AUTR-AVAIL-CREDIT
           END-IF

           IF WS-CMP-EXPOSURE + AUTR-AMT > CMP-CREDIT-LIMIT
               SET AUTR-OVER-LIMIT TO TRUE
               MOVE 'TRANSACTION WOULD EXCEED COMPANY LIMIT' TO
                               AUTR-DECLINE-REASON
           END-IF.

       CHECK-COMPANY-LIMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      ADD-NEXT-MEMBER
      * Each other member adds what it owes (a credit balance does
      * not lend room to the others, as in the posting batch) and
      * its open holds.  A member that cannot be read adds nothing.
      *----------------------------------------------------------------*
       ADD-NEXT-MEMBER.

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
           OR CMB-CMP-ID NOT = CMP-ID
               SET WS-MBR-BROWSE-DONE TO TRUE
               GO TO ADD-NEXT-MEMBER-EXIT
           END-IF

           IF CMB-ACCT-ID = WS-AUTH-ACCT-ID
               GO TO ADD-NEXT-MEMBER-EXIT
           END-IF

           MOVE CMB-ACCT-ID TO ACCT-ID
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
               GO TO ADD-NEXT-MEMBER-EXIT
           END-IF

           IF ACCT-CURR-BAL > 0
               ADD ACCT-CURR-BAL TO WS-CMP-EXPOSURE
           END-IF

           PERFORM TOTAL-OPEN-HOLDS
              THRU TOTAL-OPEN-HOLDS-EXIT
           ADD WS-HOLD-TOTAL-AMT TO WS-CMP-EXPOSURE.

       ADD-NEXT-MEMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      WRITE-AUTH-HOLD
      * The approval is only good once it is on the hold file - a
      * hold that cannot be written declines the request rather
      * than let it spend credit nobody is tracking.
      *----------------------------------------------------------------*
       WRITE-AUTH-HOLD.

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE SPACES                TO WS-NOW-TIME
           STRING WS-CURTIME-HOURS ':' WS-CURTIME-MINUTE ':'
                  WS-CURTIME-SECOND
                  DELIMITED BY SIZE INTO WS-NOW-TIME

           COMPUTE WS-AUTH-CODE-N =
               WS-CURTIME-MINUTE * 10000
             + WS-CURTIME-SECOND * 100
             + WS-CURTIME-MILLISECOND

           INITIALIZE AUTH-HOLD-RECORD
           MOVE ACCT-ID               TO HOLD-ACCT-ID
           MOVE AUTR-CARD-NUM         TO HOLD-CARD-NUM
           MOVE AUTR-AMT              TO HOLD-AMT
           MOVE AUTR-TYPE-CD          TO HOLD-TYPE-CD
           MOVE AUTR-MERCHANT-NAME    TO HOLD-MERCHANT-NAME
           MOVE WS-TODAY-DATE         TO HOLD-AUTH-DATE
           MOVE WS-NOW-TIME           TO HOLD-AUTH-TIME
           SET HOLD-STAT-OPEN         TO TRUE
           MOVE SPACES                TO HOLD-CLOSED-DATE
                                         HOLD-SETTLED-TRAN-KEY

           MOVE 'N'   TO WS-HOLD-WRITTEN-SW
           MOVE ZEROS TO WS-WRITE-TRIES
           PERFORM TRY-WRITE-HOLD
              THRU TRY-WRITE-HOLD-EXIT
                   UNTIL WS-HOLD-WRITTEN
                      OR WS-WRITE-TRIES > 20

           IF WS-HOLD-WRITTEN
               MOVE HOLD-AUTH-CODE TO AUTR-AUTH-CODE
               SUBTRACT AUTR-AMT FROM AUTR-AVAIL-CREDIT
           ELSE
               SET AUTR-SYSTEM-ERROR TO TRUE
               MOVE 'UNABLE TO RECORD THE AUTHORIZATION HOLD' TO
                               AUTR-DECLINE-REASON
           END-IF.

       WRITE-AUTH-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      TRY-WRITE-HOLD
      * A code already taken on the account steps to the next one;
      * any other failure stops the attempts.
      *----------------------------------------------------------------*
       TRY-WRITE-HOLD.

           ADD 1 TO WS-WRITE-TRIES
           MOVE WS-AUTH-CODE-X TO HOLD-AUTH-CODE

           EXEC CICS WRITE
                DATASET   (WS-HOLDFILE)
                FROM      (AUTH-HOLD-RECORD)
                LENGTH    (LENGTH-HOLD-RECORD)
                RIDFLD    (HOLD-KEY)
                KEYLENGTH (LENGTH-HOLD-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET WS-HOLD-WRITTEN TO TRUE
               WHEN DFHRESP(DUPREC)
                   IF WS-AUTH-CODE-N = 999999
                       MOVE 1 TO WS-AUTH-CODE-N
                   ELSE
                       ADD 1 TO WS-AUTH-CODE-N
                   END-IF
               WHEN OTHER
                   MOVE 99 TO WS-WRITE-TRIES
           END-EVALUATE.

       TRY-WRITE-HOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-TODAY-DATE
      *----------------------------------------------------------------*
       BUILD-TODAY-DATE.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE SPACES                 TO WS-TODAY-DATE
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE INTO WS-TODAY-DATE.
