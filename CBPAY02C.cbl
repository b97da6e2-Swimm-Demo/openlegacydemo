      *              listed so their autopay enrollment can be        *
      *              cancelled through the enrollment file.  Returns  *
      *              that match no posted payment are reported, not   *
      *              guessed at.  A charged-off account takes no new  *
      *              debits: only the reversal posts, and a returned  *
      *              recovery comes back off the recovery totals.     *
      *              Every reversed payment queues the customer's     *
      *              returned-payment letter on the correspondence    *
      *              queue (LTRQUEUE).                                *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY IS FD-PARM-KEY
                  FILE STATUS IS PARMFILE-STATUS.

           SELECT LTRQUEUE-FILE ASSIGN TO LTRQUEUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-LTRQ-KEY
                  FILE STATUS IS LTRQUEUE-STATUS.

           SELECT RETNRPT-FILE ASSIGN TO RETNRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RETNRPT-STATUS.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  PARMFILE-FILE.
       01  FD-PARMFILE-REC.
               10  FD-PARM-ENTRY-ID          PIC X(10).
           05  FILLER                        PIC X(62).

       FD  LTRQUEUE-FILE.
       01  FD-LTRQUEUE-REC.
           05  FD-LTRQ-KEY                   PIC X(26).
           05  FILLER                        PIC X(224).

       FD  RETNRPT-FILE.
       01  RETNRPT-RECORD                    PIC X(132).

               88  PARMFILE-NOTFND                    VALUE '23'.
           05  RETNRPT-STATUS                 PIC X(02).
               88  RETNRPT-SUCCESS                    VALUE '00'.
           05  LTRQUEUE-STATUS                PIC X(02).
               88  LTRQUEUE-SUCCESS                   VALUE '00'.
               88  LTRQUEUE-DUPKEY                    VALUE '22'.

       01  WS-SWITCHES.
           05  WS-ACHRETRN-EOF-SW             PIC X(01) VALUE 'N'.
           05  WS-REVERSED-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-UNMATCHED-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-REPEAT-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-LETTER-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-USED-IDX                    PIC 9(03) COMP VALUE 0.

      *************************************************************

       01  WS-WORK-FIELDS.
           05  WS-MATCHED-KEY                 PIC X(17).
           05  WS-MATCHED-TYPE-CD             PIC X(02).
               88  WS-MATCHED-RECOVERY                 VALUE 'RC'.
           05  WS-CANDIDATE-KEY               PIC X(17).
           05  WS-POST-AMOUNT                 PIC S9(09)V99.
           05  WS-POST-MERCHANT               PIC X(30).
           05  WS-POST-TYPE-CD                PIC X(02).
           05  WS-REVERSAL-MERCHANT.
               10  FILLER                     PIC X(21)
                   VALUE 'ACH PAYMENT RETURNED '.

           COPY CVPRM01Y.

      *************************************************************
      * Correspondence queue record and the queueing fields       *
      * shared with the other programs that raise letters         *
      *************************************************************
           COPY CVLTR01Y.

       01  WS-LTRQ-QUEUE-FIELDS.
           COPY CSLTRQWY.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
                   VALUE 'REPEAT-RETURN ACCOUNTS.: '.
               10  WS-RPT-REPEAT-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'LETTERS QUEUED.........: '.
               10  WS-RPT-LETTER-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

           OPEN I-O    ACCTFILE-FILE
                       TRANFILE-FILE
           OPEN OUTPUT RETNRPT-FILE
           OPEN I-O    LTRQUEUE-FILE

           OPEN INPUT  PARMFILE-FILE
           IF PARMFILE-SUCCESS

           IF RETURN-OK
              ADD 1                     TO WS-REVERSED-COUNT
              IF ACCT-COLL-CHARGED-OFF
                 MOVE 'PAYMENT REVERSED - CHARGED OFF, NO FEE'
                                        TO WS-RPT-DISPOSITION
              ELSE
                 MOVE 'PAYMENT REVERSED AND FEE ASSESSED'
                                        TO WS-RPT-DISPOSITION
              END-IF
              PERFORM 2400-QUEUE-RETURN-LETTER
                 THRU 2400-QUEUE-RETURN-LETTER-EXIT
           ELSE
              ADD 1                     TO WS-UNMATCHED-COUNT
           END-IF

      *****************************************************************
      * 2100-MATCH-ORIGINAL-PAYMENT                                   *
      * Browses the account's posted transactions for a payment of   *
      * the returned amount not already claimed by an earlier return *
      * in this run.  The latest such payment is taken - the bank    *
      * returns the most recent draft first.  Only a payment (PY), a *
      * recovery payment on a charged-off account (RC), or a credit  *
      * with no type from an older feed can match - merchant         *
      * returns, adjustments, rewards credits, fee refunds and any   *
      * other credit are never payments.                             *
      *****************************************************************
       2100-MATCH-ORIGINAL-PAYMENT.

       2120-CHECK-ONE-TRAN.

           IF TRAN-IS-CREDIT
           AND (TRAN-TYPE-PAYMENT
             OR TRAN-TYPE-RECOVERY
             OR TRAN-TYPE-CD = SPACES)
           AND TRAN-AMT = RTRN-AMOUNT
              MOVE TRAN-KEY             TO WS-CANDIDATE-KEY
              PERFORM 2130-CHECK-KEY-USED
                 THRU 2130-CHECK-KEY-USED-EXIT
              IF NOT WS-KEY-USED
                 MOVE TRAN-KEY          TO WS-MATCHED-KEY
                 MOVE TRAN-TYPE-CD      TO WS-MATCHED-TYPE-CD
              END-IF
           END-IF

      * debit - onto the balance, into the cycle debit bucket and     *
      * onto the posted master - so the statement shows them and      *
      * every reconciliation stays exact.  The return count is        *
      * stepped on the same rewrite.  A returned recovery is reversed *
      * as a recovery (type RC) and taken back off the account's      *
      * recovery count and amount; a charged-off account takes the    *
      * reversal only - it is charged no fee.                         *
      *****************************************************************
       2200-REVERSE-PAYMENT.


           MOVE RTRN-REASON-CD          TO WS-REVERSAL-REASON
           MOVE WS-REVERSAL-MERCHANT    TO WS-POST-MERCHANT
           IF WS-MATCHED-RECOVERY
              MOVE 'RC'                 TO WS-POST-TYPE-CD
              IF ACCT-RECOVERY-COUNT NUMERIC
              AND ACCT-RECOVERY-COUNT > 0
                 SUBTRACT 1             FROM ACCT-RECOVERY-COUNT
              END-IF
              IF ACCT-RECOVERY-AMT NUMERIC
                 SUBTRACT RTRN-AMOUNT   FROM ACCT-RECOVERY-AMT
              END-IF
           ELSE
              MOVE 'AJ'                 TO WS-POST-TYPE-CD
           END-IF
           MOVE RTRN-AMOUNT             TO WS-POST-AMOUNT
           PERFORM 2300-POST-DEBIT
              THRU 2300-POST-DEBIT-EXIT

           IF NOT ACCT-COLL-CHARGED-OFF
              MOVE 'ACH RETURN FEE'     TO WS-POST-MERCHANT
              MOVE SPACES               TO WS-POST-TYPE-CD
              MOVE WS-RETURN-FEE        TO WS-POST-AMOUNT
              PERFORM 2300-POST-DEBIT
                 THRU 2300-POST-DEBIT-EXIT
           END-IF

           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
               INVALID KEY
           MOVE WS-POST-AMOUNT          TO TRAN-AMT
           SET TRAN-IS-DEBIT            TO TRUE
           MOVE WS-POST-MERCHANT        TO TRAN-MERCHANT-NAME
           MOVE WS-POST-TYPE-CD         TO TRAN-TYPE-CD
           MOVE WS-RUN-DATE-FORMATTED   TO TRAN-ORIG-DATE
           MOVE WS-RUN-DATE-FORMATTED   TO TRAN-POST-DATE
           SET TRAN-CYCLE-OPEN          TO TRUE
           EXIT
           .

      *****************************************************************
      * 2400-QUEUE-RETURN-LETTER                                      *
      * Tells the customer the payment came back: the amount, the fee *
      * charged for it (none on a charged-off account), the date it   *
      * settled and the bank's reason code.  The letter batch finds   *
      * the customer through the cross-reference.                     *
      *****************************************************************
       2400-QUEUE-RETURN-LETTER.

           INITIALIZE LTRQ-RECORD
           MOVE ACCT-ID                  TO LTRQ-ACCT-ID
           SET LTRQ-CD-PAYMENT-RETURNED  TO TRUE
           MOVE RTRN-AMOUNT              TO LTRQ-VAR-AMT1
           IF ACCT-COLL-CHARGED-OFF
              MOVE 0                     TO LTRQ-VAR-AMT2
           ELSE
              MOVE WS-RETURN-FEE         TO LTRQ-VAR-AMT2
           END-IF
           MOVE RTRN-SETTLE-DATE         TO LTRQ-VAR-DATE
           MOVE RTRN-REASON-CD           TO LTRQ-VAR-TEXT
           MOVE 'CBPAY02C'               TO LTRQ-SOURCE-PGM
           MOVE 'BATCH'                  TO LTRQ-REQUESTED-BY

           PERFORM QUEUE-LETTER-REQUEST
              THRU QUEUE-LETTER-REQUEST-EXIT
           IF WS-LTRQ-QUEUED
              ADD 1                      TO WS-LETTER-COUNT
           END-IF
           .
       2400-QUEUE-RETURN-LETTER-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
           MOVE WS-REPEAT-COUNT          TO WS-RPT-REPEAT-TOTAL
           WRITE RETNRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-LETTER-COUNT          TO WS-RPT-LETTER-TOTAL
           WRITE RETNRPT-RECORD FROM WS-RPT-SUMMARY5

           IF PARMFILE-IS-OPEN
              CLOSE PARMFILE-FILE
           END-IF
                 ACCTFILE-FILE
                 TRANFILE-FILE
                 RETNRPT-FILE
                 LTRQUEUE-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Letter request queueing, shared with the other programs that  *
      * raise customer correspondence                                 *
      *****************************************************************
       COPY CSLTRQPY.
