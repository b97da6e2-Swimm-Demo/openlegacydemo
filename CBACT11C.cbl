      * 2000-ARCHIVE-ACCOUNTS                                         *
      * An account qualifies when it is closed, owes nothing, has     *
      * empty cycle buckets, and shows no payment or cycle close      *
      * since the cutoff.  One still pending closure waits for the    *
      * closure run (CBCLS01C) to close it.                           *
      *****************************************************************
       2000-ARCHIVE-ACCOUNTS.

           ADD 1                        TO WS-ACCT-COUNT

           IF ACCT-ACTIVE-STATUS NOT = 'Y'
           AND NOT ACCT-STATUS-PENDING-CLOSE
           AND ACCT-CURR-BAL = 0
           AND ACCT-CURR-CYC-CREDIT = 0
           AND ACCT-CURR-CYC-DEBIT = 0
