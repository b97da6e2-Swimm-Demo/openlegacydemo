      ******************************************************************
      *    Copybook:      CSLTRQPY.CPY
      *    Layer:         Procedure
      *    Function:      Letter request queueing for the batches -
      *                    the credit line review (CBACT09C), ACH
      *                    return processing (CBPAY02C), the
      *                    charge-off batch (CBCOL01C), the account
      *                    closure batch (CBCLS01C) and the letter
      *                    batch itself when it fans out a group-wide
      *                    request (CBLTR01C) - so every letter goes
      *                    on the correspondence queue the same way
      *                    (see CSLTRQWY for the matching
      *                    working-storage and CSLTRCPY for the
      *                    screens).  The caller declares the queue
      *                    as LTRQUEUE-FILE (record FD-LTRQUEUE-REC,
      *                    status 88s LTRQUEUE-SUCCESS and
      *                    LTRQUEUE-DUPKEY), opened I-O, and copies
      *                    CVLTR01Y.  The request is written at the
      *                    first free sequence for the account and
      *                    day, stepping past taken ones the way the
      *                    posting batches step past taken
      *                    transaction sequence numbers.
      ******************************************************************
       QUEUE-LETTER-REQUEST.

           MOVE 'N'                     TO WS-LTRQ-QUEUED-SW

           ACCEPT WS-LTRQ-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-LTRQ-TIME-HHMMSSCC FROM TIME
           MOVE SPACES                  TO LTRQ-REQ-DATE
                                           LTRQ-REQ-TIME
           STRING WS-LTRQ-DATE-YEAR '-'
                  WS-LTRQ-DATE-MONTH '-'
                  WS-LTRQ-DATE-DAY
                  DELIMITED BY SIZE INTO LTRQ-REQ-DATE
           STRING WS-LTRQ-TIME-HOURS ':'
                  WS-LTRQ-TIME-MINUTE ':'
                  WS-LTRQ-TIME-SECOND
                  DELIMITED BY SIZE INTO LTRQ-REQ-TIME

           SET LTRQ-STAT-QUEUED         TO TRUE
           MOVE SPACES                  TO LTRQ-DONE-DATE
                                           LTRQ-RESULT-TEXT
           MOVE 1                       TO LTRQ-REQ-SEQ

           PERFORM WRITE-LETTER-REQUEST
              THRU WRITE-LETTER-REQUEST-EXIT
              UNTIL WS-LTRQ-QUEUED
                 OR LTRQ-REQ-SEQ = 99999
           .
       QUEUE-LETTER-REQUEST-EXIT.
           EXIT
           .

       WRITE-LETTER-REQUEST.

           WRITE FD-LTRQUEUE-REC FROM LTRQ-RECORD
           IF LTRQUEUE-SUCCESS
              SET WS-LTRQ-QUEUED        TO TRUE
           ELSE
              IF LTRQUEUE-DUPKEY
                 ADD 1                  TO LTRQ-REQ-SEQ
              ELSE
                 MOVE 99999             TO LTRQ-REQ-SEQ
              END-IF
           END-IF
           .
       WRITE-LETTER-REQUEST-EXIT.
           EXIT
           .
