      *              the 132-byte print image is regenerated from     *
      *              the stored extract records alone - no vendor,    *
      *              no per-retrieval fee - and the request is        *
      *              marked done.  Typed activity lines and the       *
      *              payments / returns / other credits totals are    *
      *              rendered the way the statement run prints them,  *
      *              as are the promotional balance segment lines,    *
      *              the rewards points lines and the original        *
      *              currency and amount of a foreign item.           *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           05  WS-REPRINTED-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-FAILED-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-LINE-COUNT                  PIC 9(05) COMP VALUE 0.
           05  WS-PROMO-LINE-COUNT            PIC 9(03) COMP VALUE 0.

      *************************************************************
      * WS-LOAD-CYCLE-DATE comes from a SYSIN parameter card - the *
               10  FILLER                     PIC X(04) VALUE SPACES.
               10  WS-STMT-TRAN-DATE          PIC X(10).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-STMT-TRAN-TYPE          PIC X(08).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-STMT-TRAN-MERCHANT      PIC X(30).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-STMT-TRAN-DC-IND        PIC X(01).
               10  FILLER                     PIC X(02) VALUE SPACES.
               10  WS-STMT-TRAN-AMT           PIC -(9)9.99.
               10  WS-STMT-TRAN-FX.
                   15  FILLER                 PIC X(02).
                   15  WS-STMT-TRAN-ORIG-CURR PIC X(03).
                   15  FILLER                 PIC X(01).
                   15  WS-STMT-TRAN-ORIG-AMT  PIC -(9)9.99.
           05  WS-STMT-PAYMENTS-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'PAYMENTS   : '.
               10  WS-STMT-PAYMENTS-AMT       PIC -(10)9.99.
           05  WS-STMT-RETURNS-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'RETURNS    : '.
               10  WS-STMT-RETURNS-AMT        PIC -(10)9.99.
           05  WS-STMT-ADJ-CREDITS-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'OTHER CRED : '.
               10  WS-STMT-ADJ-CREDITS-AMT    PIC -(10)9.99.
           05  WS-STMT-CARD-LINE.
               10  FILLER                     PIC X(04) VALUE SPACES.
               10  WS-STMT-CARD-NUM           PIC X(16).
               10  FILLER                     PIC X(04) VALUE SPACES.
               10  WS-STMT-CARD-STATUS        PIC X(01).
           05  WS-STMT-PROMO-HEADING          PIC X(30)
                   VALUE 'PROMOTIONAL BALANCES:'.
           05  WS-STMT-PROMO-LINE.
               10  FILLER                     PIC X(04) VALUE SPACES.
               10  WS-STMT-PROMO-TYPE         PIC X(09).
               10  WS-STMT-PROMO-BAL          PIC -(10)9.99.
               10  FILLER                     PIC X(08)
                   VALUE '  RATE: '.
               10  WS-STMT-PROMO-RATE         PIC Z9.99.
               10  FILLER                     PIC X(21)
                   VALUE '% MONTHLY  EXPIRES: '.
               10  WS-STMT-PROMO-EXPIRY       PIC X(10).
           05  WS-STMT-RWD-HEADING            PIC X(30)
                   VALUE 'REWARDS POINTS:'.
           05  WS-STMT-RWD-EARN-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'PTS OPENING: '.
               10  WS-STMT-RWD-OPEN           PIC -(9)9.
               10  FILLER                     PIC X(13)
                   VALUE '  PTS EARNED:'.
               10  WS-STMT-RWD-EARNED         PIC -(9)9.
           05  WS-STMT-RWD-BAL-LINE.
               10  FILLER                     PIC X(13)
                   VALUE 'PTS USED   : '.
               10  WS-STMT-RWD-USED           PIC -(9)9.
               10  FILLER                     PIC X(13)
                   VALUE '  PTS BAL   :'.
               10  WS-STMT-RWD-BALANCE        PIC -(9)9.

      *************************************************************
      * Report line layouts                                       *
       3100-REPRINT-ONE-STATEMENT.

           MOVE 0                       TO WS-LINE-COUNT
           MOVE 0                       TO WS-PROMO-LINE-COUNT
           MOVE 'N'                     TO WS-STMHIST-EOF-SW

           MOVE RPRQ-ACCT-ID            TO FD-STMH-ACCT-ID
                   WRITE REPRINTF-RECORD FROM WS-STMT-OPEN-CLOSE-LINE
               WHEN STMX-TYPE-TRANSACTION
                   MOVE STMX-TRAN-ORIG-DATE   TO WS-STMT-TRAN-DATE
                   PERFORM 3130-LABEL-TRAN-TYPE
                      THRU 3130-LABEL-TRAN-TYPE-EXIT
                   MOVE STMX-TRAN-MERCHANT    TO WS-STMT-TRAN-MERCHANT
                   MOVE STMX-TRAN-DC-IND      TO WS-STMT-TRAN-DC-IND
                   MOVE STMX-TRAN-AMT         TO WS-STMT-TRAN-AMT
                   MOVE SPACES                TO WS-STMT-TRAN-FX
                   IF STMX-TRAN-ORIG-CURRENCY NOT = SPACES
                   AND STMX-TRAN-ORIG-CURRENCY NOT = LOW-VALUES
                   AND STMX-TRAN-ORIG-AMT NUMERIC
                      MOVE STMX-TRAN-ORIG-CURRENCY
                                              TO WS-STMT-TRAN-ORIG-CURR
                      MOVE STMX-TRAN-ORIG-AMT TO WS-STMT-TRAN-ORIG-AMT
                   END-IF
                   WRITE REPRINTF-RECORD FROM WS-STMT-TRAN-LINE
               WHEN STMX-TYPE-CREDIT-TOTALS
                   MOVE STMX-CYC-PAYMENTS     TO WS-STMT-PAYMENTS-AMT
                   WRITE REPRINTF-RECORD FROM WS-STMT-PAYMENTS-LINE
                   MOVE STMX-CYC-RETURNS      TO WS-STMT-RETURNS-AMT
                   WRITE REPRINTF-RECORD FROM WS-STMT-RETURNS-LINE
                   MOVE STMX-CYC-ADJ-CREDITS  TO WS-STMT-ADJ-CREDITS-AMT
                   WRITE REPRINTF-RECORD FROM WS-STMT-ADJ-CREDITS-LINE
               WHEN STMX-TYPE-PROMO-SEGMENT
                   IF WS-PROMO-LINE-COUNT = 0
                      WRITE REPRINTF-RECORD FROM WS-STMT-PROMO-HEADING
                   END-IF
                   ADD 1                      TO WS-PROMO-LINE-COUNT
                   IF STMX-SEG-TYPE-CD = 'BT'
                      MOVE 'BAL XFER'         TO WS-STMT-PROMO-TYPE
                   ELSE
                      MOVE 'INTRO PUR'        TO WS-STMT-PROMO-TYPE
                   END-IF
                   MOVE STMX-SEG-BALANCE      TO WS-STMT-PROMO-BAL
                   MOVE STMX-SEG-RATE         TO WS-STMT-PROMO-RATE
                   MOVE STMX-SEG-EXPIRY-DATE  TO WS-STMT-PROMO-EXPIRY
                   WRITE REPRINTF-RECORD FROM WS-STMT-PROMO-LINE
               WHEN STMX-TYPE-REWARDS
                   WRITE REPRINTF-RECORD FROM WS-STMT-RWD-HEADING
                   MOVE STMX-RWD-OPEN-POINTS  TO WS-STMT-RWD-OPEN
                   MOVE STMX-RWD-EARNED       TO WS-STMT-RWD-EARNED
                   WRITE REPRINTF-RECORD FROM WS-STMT-RWD-EARN-LINE
                   MOVE STMX-RWD-USED         TO WS-STMT-RWD-USED
                   MOVE STMX-RWD-BALANCE      TO WS-STMT-RWD-BALANCE
                   WRITE REPRINTF-RECORD FROM WS-STMT-RWD-BAL-LINE
               WHEN STMX-TYPE-CARD
                   MOVE STMX-CARD-NUM         TO WS-STMT-CARD-NUM
                   MOVE STMX-CARD-STATUS      TO WS-STMT-CARD-STATUS
           EXIT
           .

      *****************************************************************
      * 3130-LABEL-TRAN-TYPE                                          *
      * Same labels the statement run prints.  A line stored before   *
      * the types existed carries spaces; a credit there was a        *
      * payment.                                                      *
      *****************************************************************
       3130-LABEL-TRAN-TYPE.

           EVALUATE STMX-TRAN-TYPE-CD
               WHEN 'RT'
                   MOVE 'RETURN'            TO WS-STMT-TRAN-TYPE
               WHEN 'AJ'
                   MOVE 'ADJUST'            TO WS-STMT-TRAN-TYPE
               WHEN 'CA'
                   MOVE 'CASH ADV'          TO WS-STMT-TRAN-TYPE
               WHEN 'PY'
                   MOVE 'PAYMENT'           TO WS-STMT-TRAN-TYPE
               WHEN 'RC'
                   MOVE 'RECOVERY'          TO WS-STMT-TRAN-TYPE
               WHEN 'BT'
                   MOVE 'BAL XFER'          TO WS-STMT-TRAN-TYPE
               WHEN 'RW'
                   MOVE 'REWARDS'           TO WS-STMT-TRAN-TYPE
               WHEN 'FX'
                   MOVE 'FX FEE'            TO WS-STMT-TRAN-TYPE
               WHEN 'AF'
                   MOVE 'ANN FEE'           TO WS-STMT-TRAN-TYPE
               WHEN OTHER
                   IF STMX-TRAN-DC-IND = 'C'
                      MOVE 'PAYMENT'        TO WS-STMT-TRAN-TYPE
                   ELSE
                      MOVE SPACES           TO WS-STMT-TRAN-TYPE
                   END-IF
           END-EVALUATE
           .
       3130-LABEL-TRAN-TYPE-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
