      *               the online edits read - so a rate change or a
      *               new area code is a keyed file update by an
      *               admin, not a program change and a promotion.
      *               A new or changed group finance charge or cash
      *               advance rate queues the change in terms letter
      *               for the group on the correspondence queue
      *               (LTRQUEUE).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           10 WS-AMT-DECIMALS          PIC X(02).
         05 WS-AMT-NUMERIC             PIC 9(07)V9(02) VALUE ZEROS.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
         05 WS-OLD-RATE                PIC 9(02)V9(02) VALUE ZEROS.

       COPY COCOM01Y.

      *************************************************************
       COPY CVPRM01Y.

      *************************************************************
      * Correspondence queue record and the queueing fields       *
      * shared with the other programs that raise letters         *
      *************************************************************
       COPY CVLTR01Y.

       01 WS-LTRQ-QUEUE-FIELDS.
       COPY CSLTRQWY.

       COPY DFHAID.
       COPY DFHBMSCA.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'Parameter added' TO WS-MESSAGE
                   MOVE ZEROS TO WS-OLD-RATE
                   PERFORM QUEUE-TERMS-LETTER
                      THRU QUEUE-TERMS-LETTER-EXIT
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Parameter already exists - use action U' TO
               GO TO UPDATE-PARM-RECORD-EXIT
           END-IF

           MOVE PARM-RATE-PCT TO WS-OLD-RATE
           PERFORM BUILD-PARM-RECORD

           EXEC CICS

           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Parameter updated' TO WS-MESSAGE
               IF PARM-RATE-PCT NOT = WS-OLD-RATE
                   PERFORM QUEUE-TERMS-LETTER
                      THRU QUEUE-TERMS-LETTER-EXIT
               END-IF
           ELSE
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to update parameter...' TO WS-MESSAGE
       UPDATE-PARM-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      QUEUE-TERMS-LETTER
      * A new or changed group finance charge or cash advance rate is
      * a change in terms every account in the group must be told of.
      * One request for the whole group goes on the queue here; the
      * nightly letter batch (CBLTR01C) fans it out to the accounts.
      * The SCRA cap is not a group rate and raises no letter.
      *----------------------------------------------------------------*
       QUEUE-TERMS-LETTER.

           IF NOT (PARM-SET-FINRATE OR PARM-SET-CASHRATE)
           OR PARM-ENTRY-ID = 'SCRA'
               GO TO QUEUE-TERMS-LETTER-EXIT
           END-IF

           INITIALIZE LTRQ-RECORD
           MOVE ZEROS                  TO LTRQ-ACCT-ID
           SET LTRQ-CD-CHANGE-IN-TERMS TO TRUE
           MOVE PARM-ENTRY-ID          TO LTRQ-GROUP-ID
           MOVE PARM-SET-ID            TO LTRQ-PARM-SET-ID
           MOVE PARM-RATE-PCT          TO LTRQ-VAR-RATE1
           MOVE WS-OLD-RATE            TO LTRQ-VAR-RATE2
           MOVE PARM-EFF-DATE          TO LTRQ-VAR-DATE
           IF PARM-SET-FINRATE
               MOVE 'PURCHASE FINANCE CHARGE RATE' TO LTRQ-VAR-TEXT
           ELSE
               MOVE 'CASH ADVANCE RATE'            TO LTRQ-VAR-TEXT
           END-IF
           MOVE WS-PGMNAME             TO LTRQ-SOURCE-PGM
           MOVE CDEMO-USER-ID          TO LTRQ-REQUESTED-BY

           PERFORM QUEUE-LETTER-REQUEST

           IF WS-LTRQ-QUEUED
               MOVE 'Rate saved - change in terms letters queued' TO
                               WS-MESSAGE
           ELSE
               MOVE 'Rate saved - change in terms letters NOT queued'
                               TO WS-MESSAGE
           END-IF.

       QUEUE-TERMS-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      DELETE-PARM-RECORD
      *----------------------------------------------------------------*
                                   UPDDATE
                                   WS-MESSAGE.

      *----------------------------------------------------------------*
      *    Letter request queueing, shared with the other programs
      *    that raise customer correspondence
      *----------------------------------------------------------------*
       COPY CSLTRCPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
