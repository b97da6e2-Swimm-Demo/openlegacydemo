      ******************************************************************
      *    Copybook:      CSRWDLPY.CPY
      *    Layer:         Procedure
      *    Function:      Rewards ledger posting, shared by every batch
      *                    that posts points - the daily posting batch
      *                    (CBTRN01C), the dispute settlement batch
      *                    (CBDSP01C) and the redemption batch
      *                    (CBRWD01C) - so the account's balance
      *                    record and its entries are always kept
      *                    together (see CSRWDLWY for the matching
      *                    working-storage).  The caller declares the
      *                    ledger as RWDLEDG-FILE (record
      *                    FD-RWDLEDG-REC, key FD-RWD-ACCT-ID plus
      *                    FD-RWD-ENTRY-SEQ, status 88
      *                    RWDLEDG-SUCCESS), opened I-O, and copies
      *                    CVRWD01Y.  The entry is written at the
      *                    next sequence and the balance record
      *                    brought along with it; an account's first
      *                    earning creates its balance record.  A
      *                    deduction on an account with no ledger
      *                    has nothing to take points from and is not
      *                    posted.  If the balance record cannot be
      *                    updated the entry is taken back off, so
      *                    nothing is left half-posted.  RWD-RECORD
      *                    is left holding the balance record.
      ******************************************************************
       POST-REWARD-POINTS.

           MOVE 'N'                     TO WS-RWD-POSTED-SW
           MOVE 'N'                     TO WS-RWD-NEW-ACCT-SW

           MOVE WS-RWD-ACCT-ID          TO FD-RWD-ACCT-ID
           MOVE 0                       TO FD-RWD-ENTRY-SEQ
           READ RWDLEDG-FILE INTO RWD-RECORD
               INVALID KEY
                   SET WS-RWD-NEW-ACCT  TO TRUE
           END-READ

           IF WS-RWD-NEW-ACCT
              IF WS-RWD-POINTS < 0
                 GO TO POST-REWARD-POINTS-EXIT
              END-IF
              INITIALIZE RWD-RECORD
              MOVE WS-RWD-ACCT-ID       TO RWD-ACCT-ID
              MOVE 0                    TO RWD-ENTRY-SEQ
              SET RWD-TYPE-BALANCE      TO TRUE
              MOVE WS-RWD-ENTRY-DATE    TO RWD-ENTRY-DATE
              MOVE 0                    TO RWD-POINTS
                                           RWD-LAST-SEQ
                                           RWD-CYC-OPEN-POINTS
                                           RWD-CYC-EARNED
                                           RWD-CYC-USED
              MOVE SPACES               TO RWD-CYC-CLOSE-DATE
                                           RWD-FORFEIT-DATE
           END-IF

           IF RWD-LAST-SEQ NOT < 9999999
              GO TO POST-REWARD-POINTS-EXIT
           END-IF

      *    Earnings and their reversals net into points earned for
      *    the cycle; redemptions and forfeits are points used.
           ADD 1                        TO RWD-LAST-SEQ
           MOVE RWD-LAST-SEQ            TO WS-RWD-ENTRY-SEQ
           ADD WS-RWD-POINTS            TO RWD-POINTS
           IF WS-RWD-ENTRY-TYPE = 'EA' OR 'RV'
              ADD WS-RWD-POINTS         TO RWD-CYC-EARNED
           ELSE
              SUBTRACT WS-RWD-POINTS    FROM RWD-CYC-USED
           END-IF
           MOVE RWD-POINTS              TO WS-RWD-NEW-BALANCE
           MOVE RWD-RECORD              TO WS-RWD-BAL-RECORD

           INITIALIZE RWD-RECORD
           MOVE WS-RWD-ACCT-ID          TO RWD-ACCT-ID
           MOVE WS-RWD-ENTRY-SEQ        TO RWD-ENTRY-SEQ
           MOVE WS-RWD-ENTRY-TYPE       TO RWD-ENTRY-TYPE
           MOVE WS-RWD-ENTRY-DATE       TO RWD-ENTRY-DATE
           MOVE WS-RWD-POINTS           TO RWD-POINTS
           MOVE WS-RWD-TRAN-SEQ-NUM     TO RWD-TRAN-SEQ-NUM
           MOVE WS-RWD-TRAN-AMT         TO RWD-TRAN-AMT
           MOVE WS-RWD-EARN-RATE        TO RWD-EARN-RATE
           MOVE WS-RWD-SOURCE-PGM       TO RWD-SOURCE-PGM
           MOVE 'N'                     TO RWD-EARN-REVERSED-SW
           WRITE FD-RWDLEDG-REC FROM RWD-RECORD
           IF NOT RWDLEDG-SUCCESS
              GO TO POST-REWARD-POINTS-EXIT
           END-IF

           MOVE WS-RWD-BAL-RECORD       TO RWD-RECORD
           IF WS-RWD-NEW-ACCT
              WRITE FD-RWDLEDG-REC FROM RWD-RECORD
           ELSE
              REWRITE FD-RWDLEDG-REC FROM RWD-RECORD
           END-IF
           IF NOT RWDLEDG-SUCCESS
              MOVE WS-RWD-ACCT-ID       TO FD-RWD-ACCT-ID
              MOVE WS-RWD-ENTRY-SEQ     TO FD-RWD-ENTRY-SEQ
              DELETE RWDLEDG-FILE RECORD
              GO TO POST-REWARD-POINTS-EXIT
           END-IF

           SET WS-RWD-POSTED            TO TRUE
           .
       POST-REWARD-POINTS-EXIT.
           EXIT
           .
