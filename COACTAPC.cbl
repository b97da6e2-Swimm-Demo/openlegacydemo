      *               rejects them here.  The screen lists the queue,
      *               shows a selected change's current and proposed
      *               values side by side, and applies the decision.
      *               An approved credit limit or temporary limit
      *               change queues the customer's letter on the
      *               correspondence queue (LTRQUEUE).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *************************************************************
       COPY CVACT04Y.

      *************************************************************
      * Correspondence queue record and the queueing fields       *
      * shared with the other programs that raise letters         *
      *************************************************************
       COPY CVLTR01Y.

       01 WS-LTRQ-QUEUE-FIELDS.
       COPY CSLTRQWY.

       COPY DFHAID.
       COPY DFHBMSCA.

           END-IF

           PERFORM WRITE-APPLY-AUDIT
           PERFORM QUEUE-LIMIT-LETTERS

           SET PEND-STAT-APPROVED TO TRUE
           PERFORM STAMP-AND-REWRITE-PENDING
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      QUEUE-LIMIT-LETTERS
      * With the before and after account images still laid out by
      * WRITE-APPLY-AUDIT, a changed credit limit queues the limit
      * change letter (new and old limit) and a new or changed
      * temporary limit queues the temporary limit letter (temporary
      * and permanent limit, and the date it lapses).  As with the
      * audit write, a letter that cannot be queued never undoes the
      * approved change.
      *----------------------------------------------------------------*
       QUEUE-LIMIT-LETTERS.

           IF PROP-CREDIT-LIMIT NOT = ACCT-CREDIT-LIMIT
               INITIALIZE LTRQ-RECORD
               MOVE PEND-ACCT-ID              TO LTRQ-ACCT-ID
               MOVE PEND-NEW-CUST-IMAGE (1:9) TO LTRQ-CUST-ID
               SET LTRQ-CD-LIMIT-CHANGE       TO TRUE
               MOVE PROP-CREDIT-LIMIT         TO LTRQ-VAR-AMT1
               MOVE ACCT-CREDIT-LIMIT         TO LTRQ-VAR-AMT2
               MOVE WS-PGMNAME                TO LTRQ-SOURCE-PGM
               MOVE CDEMO-USER-ID             TO LTRQ-REQUESTED-BY
               PERFORM QUEUE-LETTER-REQUEST
           END-IF

           IF PROP-TEMP-CREDIT-LIMIT > ZEROS
           AND (PROP-TEMP-CREDIT-LIMIT NOT = ACCT-TEMP-CREDIT-LIMIT
            OR PROP-TEMP-LIMIT-EXP-DATE NOT = ACCT-TEMP-LIMIT-EXP-DATE)
               INITIALIZE LTRQ-RECORD
               MOVE PEND-ACCT-ID              TO LTRQ-ACCT-ID
               MOVE PEND-NEW-CUST-IMAGE (1:9) TO LTRQ-CUST-ID
               SET LTRQ-CD-TEMP-LIMIT         TO TRUE
               MOVE PROP-TEMP-CREDIT-LIMIT    TO LTRQ-VAR-AMT1
               MOVE PROP-CREDIT-LIMIT         TO LTRQ-VAR-AMT2
               MOVE PROP-TEMP-LIMIT-EXP-DATE  TO LTRQ-VAR-DATE
               MOVE WS-PGMNAME                TO LTRQ-SOURCE-PGM
               MOVE CDEMO-USER-ID             TO LTRQ-REQUESTED-BY
               PERFORM QUEUE-LETTER-REQUEST
           END-IF.

      *----------------------------------------------------------------*
      *                      STAMP-AND-REWRITE-PENDING
      *----------------------------------------------------------------*
                                   SELTIME
                                   WS-MESSAGE.

      *----------------------------------------------------------------*
      *    Letter request queueing, shared with the other programs
      *    that raise customer correspondence
      *----------------------------------------------------------------*
       COPY CSLTRCPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
