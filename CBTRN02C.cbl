      *              remittance against ACCTDAT and posts it the way  *
      *              the daily posting batch posts a credit: the      *
      *              balance comes down, the cycle credit bucket and  *
      *              last payment date are stamped, the payment is    *
      *              split between the cash and purchase portions by  *
      *              the same allocation the daily batch uses (above  *
      *              the minimum due, cash advances first), and the   *
      *              payment is kept on the posted transaction master *
      *              as a payment for the statement.  On a charged-   *
      *              off account the check posts as a recovery (type  *
      *              RC) counted against the write-off instead.       *
      *              A payment's share of an account's promotional    *
      *              balance segments is taken off the segment file   *
      *              (PROMSEG) the way the daily batch does.          *
      *              Unmatched or overpaying items are parked on the  *
      *              suspense file with the reason and listed on the  *
      *              daily suspense report - never bounced back to    *
      *              the bank by this job.                            *
      *              Operations works the parked items on the repair  *
      *              workbench (CORPI00C), where a corrected item is  *
      *              resubmitted to this job through LBXRPR and an    *
      *              unrecoverable one is returned or written off.    *
      *              A centrally billed company (CMPDAT) pays one     *
      *              invoice for all its member accounts (CMPMBR):    *
      *              the coupon marked as a company invoice carries   *
      *              the company ID, and the check is spread over the *
      *              members that owe in proportion to what each      *
      *              owes, each share posted to its account as a      *
      *              payment.  An invoice for a company not on file,  *
      *              closed or not centrally billed, or paying more   *
      *              than the members owe, parks on suspense whole.   *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY IS FD-TRAN-KEY
                  FILE STATUS IS TRANFILE-STATUS.

           SELECT PROMSEG-FILE ASSIGN TO PROMSEG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-SEG-KEY
                  FILE STATUS IS PROMSEG-STATUS.

           SELECT CMPMBR-FILE ASSIGN TO CMPMBR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CMB-ACCT-ID
                  ALTERNATE RECORD KEY IS FD-CMB-CMP-ID
                            WITH DUPLICATES
                  FILE STATUS IS CMPMBR-STATUS.

           SELECT CMPDAT-FILE ASSIGN TO CMPDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CMP-ID
                  FILE STATUS IS CMPDAT-STATUS.

           SELECT SUSPFILE-FILE ASSIGN TO SUSPFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SUSPFILE-STATUS.
       FILE SECTION.

      *****************************************************************
      * Lockbox remittance file - one record per check captured at    *
      * the bank, keyed by the account number off the coupon.  A      *
      * centrally billed company's invoice coupon is marked C and     *
      * carries the company ID in place of the account number.        *
      *****************************************************************
       FD  LOCKBOX-FILE.
       01  FD-LOCKBOX-REC.
           05  LBX-AMOUNT                    PIC S9(10)V99.
           05  LBX-CHECK-NUM                 PIC X(10).
           05  LBX-REMIT-DATE                PIC X(10).
           05  LBX-COUPON-TYPE               PIC X(01).
               88  LBX-COMPANY-INVOICE              VALUE 'C'.
           05  FILLER                        PIC X(05).

       FD  ACCTFILE-FILE.
       01  FD-ACCTFILE-REC.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  PROMSEG-FILE.
       01  FD-PROMSEG-REC.
           05  FD-SEG-KEY.
               10  FD-SEG-ACCT-ID            PIC 9(11).
               10  FD-SEG-SEQ-NUM            PIC 9(03).
           05  FILLER                        PIC X(86).

       FD  CMPMBR-FILE.
       01  FD-CMPMBR-REC.
           05  FD-CMB-ACCT-ID                PIC 9(11).
           05  FD-CMB-CMP-ID                 PIC 9(09).
           05  FILLER                        PIC X(30).

       FD  CMPDAT-FILE.
       01  FD-CMPDAT-REC.
           05  FD-CMP-ID                     PIC 9(09).
           05  FILLER                        PIC X(241).

      *****************************************************************
      * Suspense file - the remittance exactly as it came in,         *
      * followed by the reason it was parked, so a repaired item      *
      * can be resubmitted to this job unchanged.  The file is        *
      * extended across runs; the nightly repair load (CBRPI02C)      *
      * moves the items onto the repair workbench and empties it.     *
      *****************************************************************
       FD  SUSPFILE-FILE.
       01  FD-SUSPFILE-REC.
           05  TRANFILE-STATUS                PIC X(02).
               88  TRANFILE-SUCCESS                   VALUE '00'.
               88  TRANFILE-DUPKEY                    VALUE '22'.
           05  PROMSEG-STATUS                 PIC X(02).
               88  PROMSEG-SUCCESS                    VALUE '00'.
           05  CMPMBR-STATUS                  PIC X(02).
               88  CMPMBR-SUCCESS                     VALUE '00'.
               88  CMPMBR-DUPKEY-NEXT                 VALUE '02'.
           05  CMPDAT-STATUS                  PIC X(02).
               88  CMPDAT-SUCCESS                     VALUE '00'.
           05  SUSPFILE-STATUS                PIC X(02).
               88  SUSPFILE-SUCCESS                   VALUE '00'.
           05  SUSPRPT-STATUS                 PIC X(02).
               88  REMIT-NOT-OK                        VALUE 'N'.
           05  WS-TRAN-WRITTEN-SW             PIC X(01) VALUE 'N'.
               88  TRAN-WRITTEN                        VALUE 'Y'.
           05  WS-PROMSEG-OPEN-SW             PIC X(01) VALUE 'N'.
               88  PROMSEG-IS-OPEN                     VALUE 'Y'.
           05  WS-PROMSEG-EOF-SW              PIC X(01) VALUE 'N'.
               88  PROMSEG-AT-EOF                      VALUE 'Y'.
           05  WS-COMPANY-OPEN-SW             PIC X(01) VALUE 'N'.
               88  COMPANY-FILES-OPEN                  VALUE 'Y'.
           05  WS-CMPMBR-EOF-SW               PIC X(01) VALUE 'N'.
               88  CMPMBR-AT-EOF                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REMIT-COUNT                 PIC 9(07) COMP VALUE 0.
           05  WS-POSTED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-SUSPENSE-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-RECOVERY-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-CMP-INVOICE-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-CMP-SHARE-COUNT             PIC 9(07) COMP VALUE 0.

       01  WS-AMOUNT-TOTALS.
           05  WS-POSTED-TOTAL-AMT            PIC S9(13)V99 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-SUSPENSE-REASON             PIC X(40).
           05  WS-SEG-IDX                     PIC 9(02) COMP.
      *    The amount and description of the payment being posted -
      *    the whole check for an account coupon, one member's share
      *    for a company invoice.
           05  WS-PAY-AMT                     PIC S9(10)V99.
           05  WS-PAY-MERCHANT-NAME           PIC X(30).

      *************************************************************
      * Central billing work area.  A company invoice is spread   *
      * over the member accounts that owe, each taking the share  *
      * of the check its balance is of the company's total owed;  *
      * the last member takes what is left so the shares add up   *
      * to the check to the cent.                                 *
      *************************************************************
       01  WS-COMPANY-FIELDS.
           05  WS-CMP-ID                      PIC 9(09) VALUE 0.
           05  WS-CMP-OWED                    PIC S9(11)V99 VALUE 0.
           05  WS-CMP-OWING-COUNT             PIC 9(05) COMP VALUE 0.
           05  WS-CMP-LEFT-AMT                PIC S9(10)V99 VALUE 0.
           05  WS-CMP-LEFT-COUNT              PIC 9(05) COMP VALUE 0.
           05  WS-CMP-SHARE                   PIC S9(10)V99 VALUE 0.
           05  WS-LBX-SAVE-REC                PIC X(50).

      *************************************************************
      * Payment allocation work area, shared with the daily       *
      * posting batch so both split a payment the same way        *
      *************************************************************
       01  WS-PAY-ALLOC-FIELDS.
           COPY CSPAYAWY.

       01  WS-RUN-DATE.
           05  WS-RUN-DATE-YYYYMMDD.

           COPY CVTRA02Y.

           COPY CVSEG01Y.

           COPY CVCMP01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
                   VALUE 'SUSPENSE AMOUNT........: '.
               10  WS-RPT-SUSPENSE-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY6.
               10  FILLER                     PIC X(25)
                   VALUE 'RECOVERIES POSTED......: '.
               10  WS-RPT-RECOVERY-TOTAL      PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY7.
               10  FILLER                     PIC X(25)
                   VALUE 'COMPANY INVOICES SPREAD: '.
               10  WS-RPT-CMP-INVOICE-TOTAL   PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY8.
               10  FILLER                     PIC X(25)
                   VALUE 'COMPANY SHARES POSTED..: '.
               10  WS-RPT-CMP-SHARE-TOTAL     PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

           OPEN EXTEND SUSPFILE-FILE
           OPEN OUTPUT SUSPRPT-FILE

      *    No segment file means no promotional balances to pay down.
           OPEN I-O    PROMSEG-FILE
           IF PROMSEG-SUCCESS
              SET PROMSEG-IS-OPEN       TO TRUE
           END-IF

      *    No company files means no company can be billed centrally;
      *    its invoices park on suspense.
           OPEN INPUT  CMPMBR-FILE
           IF CMPMBR-SUCCESS
              OPEN INPUT CMPDAT-FILE
              IF CMPDAT-SUCCESS
                 SET COMPANY-FILES-OPEN TO TRUE
              ELSE
                 CLOSE CMPMBR-FILE
              END-IF
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
      * 2000-PROCESS-REMITTANCE                                       *
      * An item posts only when the account is on file and the check  *
      * does not overpay the balance owed; everything else parks on   *
      * suspense with the reason.  A company invoice coupon is spread *
      * over the company's member accounts instead.                   *
      *****************************************************************
       2000-PROCESS-REMITTANCE.

                                        TO WS-SUSPENSE-REASON
           END-IF

           IF LBX-COMPANY-INVOICE
              PERFORM 3000-PROCESS-COMPANY-INVOICE
                 THRU 3000-PROCESS-COMPANY-INVOICE-EXIT
              GO TO 2000-READ-NEXT
           END-IF

           IF REMIT-OK
              MOVE LBX-ACCT-ID          TO FD-ACCT-ID
              READ ACCTFILE-FILE INTO ACCOUNT-RECORD
           END-IF

           IF REMIT-OK
              MOVE LBX-AMOUNT           TO WS-PAY-AMT
              MOVE 'LOCKBOX CHECK PAYMENT'
                                        TO WS-PAY-MERCHANT-NAME
              PERFORM 2100-POST-PAYMENT
                 THRU 2100-POST-PAYMENT-EXIT
           END-IF
           IF REMIT-OK
              ADD 1                     TO WS-POSTED-COUNT
              ADD LBX-AMOUNT            TO WS-POSTED-TOTAL-AMT
              IF ACCT-COLL-CHARGED-OFF
                 ADD 1                  TO WS-RECOVERY-COUNT
                 MOVE 'POSTED AS RECOVERY'
                                        TO WS-RPT-DISPOSITION
              ELSE
                 MOVE 'POSTED'          TO WS-RPT-DISPOSITION
              END-IF
           ELSE
              PERFORM 8000-PARK-ON-SUSPENSE
                 THRU 8000-PARK-ON-SUSPENSE-EXIT
           END-IF

           WRITE SUSPRPT-RECORD FROM WS-RPT-DETAIL
           .
       2000-READ-NEXT.

           PERFORM 1100-READ-NEXT-REMITTANCE
              THRU 1100-READ-NEXT-REMITTANCE-EXIT

      *****************************************************************
      * 2100-POST-PAYMENT                                             *
      * The same payment posting the daily batch applies: balance     *
      * down, cycle credit bucket and last payment date stamped, the  *
      * shared payment allocation applied to the cash portion, and    *
      * the payment kept on the posted master.  A check on a          *
      * charged-off account is a recovery instead, as in the daily    *
      * batch: counted against the write-off, not allocated, and no   *
      * payment toward a due date.  The payment's share of each       *
      * promotional balance segment comes off the segment file.       *
      *****************************************************************
       2100-POST-PAYMENT.

           IF ACCT-COLL-CHARGED-OFF
              PERFORM 2120-COUNT-RECOVERY
                 THRU 2120-COUNT-RECOVERY-EXIT
           ELSE
              PERFORM 2130-LOAD-SEGMENTS
                 THRU 2130-LOAD-SEGMENTS-EXIT
              MOVE WS-PAY-AMT           TO WS-PAY-ALLOC-AMT
              PERFORM ALLOCATE-PAYMENT
                 THRU ALLOCATE-PAYMENT-EXIT
              MOVE WS-RUN-DATE-FORMATTED
                                        TO ACCT-LAST-PAY-DATE
           END-IF

           SUBTRACT WS-PAY-AMT          FROM ACCT-CURR-BAL
           ADD WS-PAY-AMT               TO ACCT-CURR-CYC-CREDIT

           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
               INVALID KEY
           MOVE ACCT-ID                 TO TRAN-ACCT-ID
           MOVE 1                       TO TRAN-SEQ-NUM
           MOVE SPACES                  TO TRAN-CARD-NUM
           MOVE WS-PAY-AMT              TO TRAN-AMT
           SET TRAN-IS-CREDIT           TO TRUE
           IF ACCT-COLL-CHARGED-OFF
              SET TRAN-TYPE-RECOVERY    TO TRUE
           ELSE
              SET TRAN-TYPE-PAYMENT     TO TRUE
           END-IF
           MOVE WS-PAY-MERCHANT-NAME    TO TRAN-MERCHANT-NAME
           MOVE LBX-REMIT-DATE          TO TRAN-ORIG-DATE
           MOVE WS-RUN-DATE-FORMATTED   TO TRAN-POST-DATE
           SET TRAN-CYCLE-OPEN          TO TRUE
              THRU 2110-TRY-WRITE-TRAN-EXIT
              UNTIL TRAN-WRITTEN
                 OR TRAN-SEQ-NUM = 999999

           IF NOT ACCT-COLL-CHARGED-OFF
              PERFORM 2140-SAVE-ONE-PAYDOWN
                 THRU 2140-SAVE-ONE-PAYDOWN-EXIT
                 VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-PAY-ALLOC-SEG-COUNT
           END-IF
           .
       2100-POST-PAYMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2120-COUNT-RECOVERY                                           *
      * Recovery count and amount on the account; the cash portion    *
      * only follows the balance down.                                *
      *****************************************************************
       2120-COUNT-RECOVERY.

           IF ACCT-RECOVERY-COUNT NOT NUMERIC
              MOVE 0                    TO ACCT-RECOVERY-COUNT
           END-IF
           IF ACCT-RECOVERY-AMT NOT NUMERIC
              MOVE 0                    TO ACCT-RECOVERY-AMT
           END-IF
           IF ACCT-RECOVERY-COUNT < 999
              ADD 1                     TO ACCT-RECOVERY-COUNT
           END-IF
           ADD WS-PAY-AMT               TO ACCT-RECOVERY-AMT

           IF ACCT-CASH-BAL > ACCT-CURR-BAL - WS-PAY-AMT
              COMPUTE ACCT-CASH-BAL = ACCT-CURR-BAL - WS-PAY-AMT
           END-IF
           .
       2120-COUNT-RECOVERY-EXIT.
           EXIT
           .

      *****************************************************************
      * 2130-LOAD-SEGMENTS                                            *
      * The account's active promotional balance segments, into the   *
      * payment allocation's segment table.                           *
      *****************************************************************
       2130-LOAD-SEGMENTS.

           MOVE 0                       TO WS-PAY-ALLOC-SEG-COUNT
           IF NOT PROMSEG-IS-OPEN
              GO TO 2130-LOAD-SEGMENTS-EXIT
           END-IF

           MOVE 'N'                     TO WS-PROMSEG-EOF-SW
           MOVE ACCT-ID                 TO FD-SEG-ACCT-ID
           MOVE 0                       TO FD-SEG-SEQ-NUM
           START PROMSEG-FILE KEY IS NOT LESS THAN FD-SEG-KEY
               INVALID KEY
                   GO TO 2130-LOAD-SEGMENTS-EXIT
           END-START

           PERFORM 2131-READ-NEXT-SEGMENT
              THRU 2131-READ-NEXT-SEGMENT-EXIT
           PERFORM 2132-LOAD-ONE-SEGMENT
              THRU 2132-LOAD-ONE-SEGMENT-EXIT
              UNTIL PROMSEG-AT-EOF
                 OR SEG-ACCT-ID NOT EQUAL ACCT-ID
           .
       2130-LOAD-SEGMENTS-EXIT.
           EXIT
           .

      *****************************************************************
      * 2131-READ-NEXT-SEGMENT                                        *
      *****************************************************************
       2131-READ-NEXT-SEGMENT.

           READ PROMSEG-FILE NEXT INTO SEG-RECORD
               AT END
                   SET PROMSEG-AT-EOF       TO TRUE
           END-READ
           .
       2131-READ-NEXT-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2132-LOAD-ONE-SEGMENT                                         *
      *****************************************************************
       2132-LOAD-ONE-SEGMENT.

           IF SEG-ACTIVE
           AND SEG-BALANCE NUMERIC
           AND WS-PAY-ALLOC-SEG-COUNT < WS-PAY-ALLOC-SEG-MAX
              ADD 1                     TO WS-PAY-ALLOC-SEG-COUNT
              MOVE WS-PAY-ALLOC-SEG-COUNT
                                        TO WS-SEG-IDX
              MOVE SEG-SEQ-NUM
                  TO WS-PAY-ALLOC-SEG-SEQ (WS-SEG-IDX)
              MOVE SEG-TYPE-CD
                  TO WS-PAY-ALLOC-SEG-TYPE (WS-SEG-IDX)
              MOVE SEG-RATE-PCT
                  TO WS-PAY-ALLOC-SEG-RATE (WS-SEG-IDX)
              MOVE SEG-START-DATE
                  TO WS-PAY-ALLOC-SEG-START (WS-SEG-IDX)
              MOVE SEG-BALANCE
                  TO WS-PAY-ALLOC-SEG-BAL (WS-SEG-IDX)
              MOVE 0
                  TO WS-PAY-ALLOC-SEG-PAID (WS-SEG-IDX)
           END-IF

           PERFORM 2131-READ-NEXT-SEGMENT
              THRU 2131-READ-NEXT-SEGMENT-EXIT
           .
       2132-LOAD-ONE-SEGMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2140-SAVE-ONE-PAYDOWN                                         *
      *****************************************************************
       2140-SAVE-ONE-PAYDOWN.

           IF WS-PAY-ALLOC-SEG-PAID (WS-SEG-IDX) NOT > 0
              GO TO 2140-SAVE-ONE-PAYDOWN-EXIT
           END-IF

           MOVE ACCT-ID                 TO FD-SEG-ACCT-ID
           MOVE WS-PAY-ALLOC-SEG-SEQ (WS-SEG-IDX)
                                        TO FD-SEG-SEQ-NUM
           READ PROMSEG-FILE INTO SEG-RECORD
               INVALID KEY
                   GO TO 2140-SAVE-ONE-PAYDOWN-EXIT
           END-READ

           SUBTRACT WS-PAY-ALLOC-SEG-PAID (WS-SEG-IDX)
                                        FROM SEG-BALANCE
           IF SEG-BALANCE < 0
              MOVE 0                    TO SEG-BALANCE
           END-IF
           REWRITE FD-PROMSEG-REC FROM SEG-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           .
       2140-SAVE-ONE-PAYDOWN-EXIT.
           EXIT
           .

      *****************************************************************
      * 2110-TRY-WRITE-TRAN                                           *
      *****************************************************************
           EXIT
           .

      *****************************************************************
      * 3000-PROCESS-COMPANY-INVOICE                                  *
      * A company invoice is spread only for an active, centrally     *
      * billed company on file, and only when the check does not pay  *
      * more than its members owe between them; otherwise the whole   *
      * check parks on suspense as it came in.  The invoice is listed *
      * under the company ID, followed by a line for each member's    *
      * share.                                                        *
      *****************************************************************
       3000-PROCESS-COMPANY-INVOICE.

           IF REMIT-NOT-OK
              GO TO 3000-PARK-INVOICE
           END-IF

           IF NOT COMPANY-FILES-OPEN
           OR LBX-ACCT-ID > 999999999
              SET REMIT-NOT-OK          TO TRUE
              MOVE 'COMPANY NOT ON FILE'
                                        TO WS-SUSPENSE-REASON
              GO TO 3000-PARK-INVOICE
           END-IF

           MOVE LBX-ACCT-ID             TO WS-CMP-ID
           MOVE WS-CMP-ID               TO FD-CMP-ID
           READ CMPDAT-FILE INTO COMPANY-RECORD
               INVALID KEY
                   SET REMIT-NOT-OK     TO TRUE
                   MOVE 'COMPANY NOT ON FILE'
                                        TO WS-SUSPENSE-REASON
                   GO TO 3000-PARK-INVOICE
           END-READ

           IF NOT CMP-ACTIVE
              SET REMIT-NOT-OK          TO TRUE
              MOVE 'COMPANY IS CLOSED'  TO WS-SUSPENSE-REASON
              GO TO 3000-PARK-INVOICE
           END-IF

           IF NOT CMP-BILL-CENTRAL
              SET REMIT-NOT-OK          TO TRUE
              MOVE 'COMPANY IS NOT CENTRALLY BILLED'
                                        TO WS-SUSPENSE-REASON
              GO TO 3000-PARK-INVOICE
           END-IF

           PERFORM 3100-TOTAL-MEMBERS
              THRU 3100-TOTAL-MEMBERS-EXIT

           IF WS-CMP-OWING-COUNT = 0
           OR LBX-AMOUNT > WS-CMP-OWED
              SET REMIT-NOT-OK          TO TRUE
              MOVE 'PAYMENT EXCEEDS COMPANY BALANCE OWED'
                                        TO WS-SUSPENSE-REASON
              GO TO 3000-PARK-INVOICE
           END-IF

           ADD 1                        TO WS-CMP-INVOICE-COUNT
           MOVE 'COMPANY INVOICE - SPREAD TO MEMBERS'
                                        TO WS-RPT-DISPOSITION
           WRITE SUSPRPT-RECORD FROM WS-RPT-DETAIL

           PERFORM 3200-SPREAD-PAYMENT
              THRU 3200-SPREAD-PAYMENT-EXIT
           GO TO 3000-PROCESS-COMPANY-INVOICE-EXIT
           .
       3000-PARK-INVOICE.

           PERFORM 8000-PARK-ON-SUSPENSE
              THRU 8000-PARK-ON-SUSPENSE-EXIT
           MOVE WS-SUSPENSE-REASON      TO WS-RPT-DISPOSITION
           WRITE SUSPRPT-RECORD FROM WS-RPT-DETAIL
           .
       3000-PROCESS-COMPANY-INVOICE-EXIT.
           EXIT
           .

      *****************************************************************
      * 3100-TOTAL-MEMBERS                                            *
      * What the company's members owe between them, and how many     *
      * owe anything.  A member in credit owes nothing.               *
      *****************************************************************
       3100-TOTAL-MEMBERS.

           MOVE 0                       TO WS-CMP-OWED
           MOVE 0                       TO WS-CMP-OWING-COUNT

           PERFORM 3110-START-MEMBERS
              THRU 3110-START-MEMBERS-EXIT
           PERFORM 3120-TOTAL-ONE-MEMBER
              THRU 3120-TOTAL-ONE-MEMBER-EXIT
              UNTIL CMPMBR-AT-EOF
           .
       3100-TOTAL-MEMBERS-EXIT.
           EXIT
           .

      *****************************************************************
      * 3110-START-MEMBERS                                            *
      * Positions the member file on the company's first member.      *
      *****************************************************************
       3110-START-MEMBERS.

           MOVE 'N'                     TO WS-CMPMBR-EOF-SW
           MOVE WS-CMP-ID               TO FD-CMB-CMP-ID
           START CMPMBR-FILE KEY IS EQUAL TO FD-CMB-CMP-ID
               INVALID KEY
                   SET CMPMBR-AT-EOF    TO TRUE
                   GO TO 3110-START-MEMBERS-EXIT
           END-START

           PERFORM 3111-READ-NEXT-MEMBER
              THRU 3111-READ-NEXT-MEMBER-EXIT
           .
       3110-START-MEMBERS-EXIT.
           EXIT
           .

      *****************************************************************
      * 3111-READ-NEXT-MEMBER                                         *
      * Status 02 on the company path means more members of the       *
      * company follow - it is a good read like 00.                   *
      *****************************************************************
       3111-READ-NEXT-MEMBER.

           READ CMPMBR-FILE NEXT RECORD
               AT END
                   SET CMPMBR-AT-EOF    TO TRUE
           END-READ
           IF (NOT CMPMBR-SUCCESS AND NOT CMPMBR-DUPKEY-NEXT)
           OR FD-CMB-CMP-ID NOT = WS-CMP-ID
              SET CMPMBR-AT-EOF         TO TRUE
           END-IF
           .
       3111-READ-NEXT-MEMBER-EXIT.
           EXIT
           .

      *****************************************************************
      * 3120-TOTAL-ONE-MEMBER                                         *
      *****************************************************************
       3120-TOTAL-ONE-MEMBER.

           MOVE FD-CMB-ACCT-ID          TO FD-ACCT-ID
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   GO TO 3120-READ-NEXT
           END-READ
           IF ACCT-CURR-BAL > 0
              ADD ACCT-CURR-BAL         TO WS-CMP-OWED
              ADD 1                     TO WS-CMP-OWING-COUNT
           END-IF
           .
       3120-READ-NEXT.

           PERFORM 3111-READ-NEXT-MEMBER
              THRU 3111-READ-NEXT-MEMBER-EXIT
           .
       3120-TOTAL-ONE-MEMBER-EXIT.
           EXIT
           .

      *****************************************************************
      * 3200-SPREAD-PAYMENT                                           *
      * Second pass over the members: each one that owes takes its    *
      * share of the check, posted as a payment of its own.           *
      *****************************************************************
       3200-SPREAD-PAYMENT.

           MOVE LBX-AMOUNT              TO WS-CMP-LEFT-AMT
           MOVE WS-CMP-OWING-COUNT      TO WS-CMP-LEFT-COUNT

           PERFORM 3110-START-MEMBERS
              THRU 3110-START-MEMBERS-EXIT
           PERFORM 3210-SPREAD-ONE-MEMBER
              THRU 3210-SPREAD-ONE-MEMBER-EXIT
              UNTIL CMPMBR-AT-EOF
                 OR WS-CMP-LEFT-COUNT = 0
           .
       3200-SPREAD-PAYMENT-EXIT.
           EXIT
           .

      *****************************************************************
      * 3210-SPREAD-ONE-MEMBER                                        *
      * A member's share that cannot be posted parks on suspense as   *
      * an ordinary coupon for the member account, so it can be       *
      * repaired and resubmitted on its own.                          *
      *****************************************************************
       3210-SPREAD-ONE-MEMBER.

           MOVE FD-CMB-ACCT-ID          TO FD-ACCT-ID
           READ ACCTFILE-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                   GO TO 3210-READ-NEXT
           END-READ
           IF ACCT-CURR-BAL NOT > 0
              GO TO 3210-READ-NEXT
           END-IF

           IF WS-CMP-LEFT-COUNT = 1
              MOVE WS-CMP-LEFT-AMT      TO WS-CMP-SHARE
           ELSE
              COMPUTE WS-CMP-SHARE ROUNDED =
                  LBX-AMOUNT * ACCT-CURR-BAL / WS-CMP-OWED
              IF WS-CMP-SHARE > WS-CMP-LEFT-AMT
                 MOVE WS-CMP-LEFT-AMT   TO WS-CMP-SHARE
              END-IF
           END-IF
           SUBTRACT 1                   FROM WS-CMP-LEFT-COUNT
           SUBTRACT WS-CMP-SHARE        FROM WS-CMP-LEFT-AMT

           IF WS-CMP-SHARE NOT > 0
              GO TO 3210-READ-NEXT
           END-IF

           SET REMIT-OK                 TO TRUE
           MOVE SPACES                  TO WS-SUSPENSE-REASON
           MOVE WS-CMP-SHARE            TO WS-PAY-AMT
           MOVE 'COMPANY CENTRAL BILL PAYMENT'
                                        TO WS-PAY-MERCHANT-NAME
           PERFORM 2100-POST-PAYMENT
              THRU 2100-POST-PAYMENT-EXIT

           MOVE ACCT-ID                 TO WS-RPT-ACCT-ID
           MOVE WS-CMP-SHARE            TO WS-RPT-AMOUNT
           IF REMIT-OK
              ADD 1                     TO WS-POSTED-COUNT
                                           WS-CMP-SHARE-COUNT
              ADD WS-CMP-SHARE          TO WS-POSTED-TOTAL-AMT
              IF ACCT-COLL-CHARGED-OFF
                 ADD 1                  TO WS-RECOVERY-COUNT
                 MOVE 'COMPANY SHARE POSTED AS RECOVERY'
                                        TO WS-RPT-DISPOSITION
              ELSE
                 MOVE 'COMPANY SHARE POSTED'
                                        TO WS-RPT-DISPOSITION
              END-IF
           ELSE
              MOVE FD-LOCKBOX-REC       TO WS-LBX-SAVE-REC
              MOVE ACCT-ID              TO LBX-ACCT-ID
              MOVE WS-CMP-SHARE         TO LBX-AMOUNT
              MOVE SPACE                TO LBX-COUPON-TYPE
              PERFORM 8000-PARK-ON-SUSPENSE
                 THRU 8000-PARK-ON-SUSPENSE-EXIT
              MOVE WS-LBX-SAVE-REC      TO FD-LOCKBOX-REC
              MOVE WS-SUSPENSE-REASON   TO WS-RPT-DISPOSITION
           END-IF
           WRITE SUSPRPT-RECORD FROM WS-RPT-DETAIL
           .
       3210-READ-NEXT.

           PERFORM 3111-READ-NEXT-MEMBER
              THRU 3111-READ-NEXT-MEMBER-EXIT
           .
       3210-SPREAD-ONE-MEMBER-EXIT.
           EXIT
           .

      *****************************************************************
      * 8000-PARK-ON-SUSPENSE                                         *
      *****************************************************************
           MOVE WS-SUSPENSE-TOTAL-AMT    TO WS-RPT-SUSPENSE-AMT
           WRITE SUSPRPT-RECORD FROM WS-RPT-SUMMARY5

           MOVE WS-RECOVERY-COUNT        TO WS-RPT-RECOVERY-TOTAL
           WRITE SUSPRPT-RECORD FROM WS-RPT-SUMMARY6

           MOVE WS-CMP-INVOICE-COUNT     TO WS-RPT-CMP-INVOICE-TOTAL
           WRITE SUSPRPT-RECORD FROM WS-RPT-SUMMARY7

           MOVE WS-CMP-SHARE-COUNT       TO WS-RPT-CMP-SHARE-TOTAL
           WRITE SUSPRPT-RECORD FROM WS-RPT-SUMMARY8

           IF PROMSEG-IS-OPEN
              CLOSE PROMSEG-FILE
           END-IF
           IF COMPANY-FILES-OPEN
              CLOSE CMPMBR-FILE
                    CMPDAT-FILE
           END-IF

           CLOSE LOCKBOX-FILE
                 ACCTFILE-FILE
                 TRANFILE-FILE
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Payment allocation, shared with the daily posting batch       *
      *****************************************************************
       COPY CSPAYAPY.
