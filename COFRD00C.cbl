      *               marks the alert blocked.  The flagged
      *               transactions have already posted; this screen
      *               is where the desk decides what they meant.
      *               HOT alerts are debits presented on a card
      *               already reported lost or stolen; they never
      *               posted, and blocking leaves the card hot-carded.
      *               A card blocked here also queues the customer's
      *               card-blocked letter on the correspondence queue
      *               (LTRQUEUE).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.

       COPY CVACT02Y.

      *************************************************************
      * Correspondence queue record and the queueing fields       *
      * shared with the other programs that raise letters         *
      *************************************************************
       COPY CVLTR01Y.

       01 WS-LTRQ-QUEUE-FIELDS.
       COPY CSLTRQWY.

       COPY DFHAID.
       COPY DFHBMSCA.

               GO TO BLOCK-CARD-EXIT
           END-IF

      *    A card already reported lost or stolen and replaced stays
      *    hot-carded - blocking it would only soften its status.
           IF CARD-STATUS-HOT-CARDED
               EXEC CICS UNLOCK
                    DATASET   (WS-CARDFILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               MOVE 'Alert marked - card already hot-carded/replaced'
                               TO WS-MESSAGE
               GO TO BLOCK-CARD-EXIT
           END-IF

           MOVE 'N' TO CARD-ACTIVE-STATUS

           EXEC CICS
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM QUEUE-BLOCKED-LETTER
               IF WS-LTRQ-QUEUED
                   MOVE 'Card blocked and alert marked' TO WS-MESSAGE
               ELSE
                   MOVE
                   'Card blocked and alert marked - letter not queued'
                                   TO WS-MESSAGE
               END-IF
           ELSE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to block the card...' TO WS-MESSAGE
                                   FRD-ACTION
                                   WS-MESSAGE.

      *----------------------------------------------------------------*
      *                      QUEUE-BLOCKED-LETTER
      *----------------------------------------------------------------*
       QUEUE-BLOCKED-LETTER.

           INITIALIZE LTRQ-RECORD
           MOVE CARD-ACCT-ID         TO LTRQ-ACCT-ID
           SET LTRQ-CD-CARD-BLOCKED  TO TRUE
           MOVE CARD-NUM             TO LTRQ-VAR-CARD-NUM
           MOVE WS-TODAY-DATE        TO LTRQ-VAR-DATE
           MOVE WS-PGMNAME           TO LTRQ-SOURCE-PGM
           MOVE CDEMO-USER-ID        TO LTRQ-REQUESTED-BY

           PERFORM QUEUE-LETTER-REQUEST.

      *----------------------------------------------------------------*
      *    Letter request queueing, shared with the other programs
      *    that raise customer correspondence
      *----------------------------------------------------------------*
       COPY CSLTRCPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
