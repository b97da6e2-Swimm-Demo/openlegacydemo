      ******************************************************************
      *    Copybook:      CSLTRCPY.CPY
      *    Layer:         Procedure
      *    Function:      Letter request queueing for the screens -
      *                    the fraud review queue (COFRD00C), the
      *                    parameter screen (COPRM01C) and the
      *                    pending change approval screen (COACTAPC)
      *                    - the online counterpart of CSLTRQPY, with
      *                    the same working storage (CSLTRQWY).  The
      *                    caller copies CVLTR01Y and CSDAT01Y.  The
      *                    request is written to the LTRQUEUE dataset
      *                    at the first free sequence for the account
      *                    and day.  A letter that cannot be queued
      *                    never undoes the change that called for
      *                    it; the caller decides what to tell the
      *                    user from WS-LTRQ-QUEUED.
      ******************************************************************
       QUEUE-LETTER-REQUEST.

           MOVE 'N'                     TO WS-LTRQ-QUEUED-SW

           MOVE FUNCTION CURRENT-DATE   TO WS-CURDATE-DATA
           MOVE SPACES                  TO LTRQ-REQ-DATE
                                           LTRQ-REQ-TIME
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE INTO LTRQ-REQ-DATE
           STRING WS-CURTIME-HOURS ':' WS-CURTIME-MINUTE ':'
                  WS-CURTIME-SECOND
                  DELIMITED BY SIZE INTO LTRQ-REQ-TIME

           SET LTRQ-STAT-QUEUED         TO TRUE
           MOVE SPACES                  TO LTRQ-DONE-DATE
                                           LTRQ-RESULT-TEXT
           MOVE 1                       TO LTRQ-REQ-SEQ

           PERFORM WRITE-LETTER-REQUEST
              UNTIL WS-LTRQ-QUEUED
                 OR LTRQ-REQ-SEQ = 99999.

       WRITE-LETTER-REQUEST.

           EXEC CICS WRITE
                DATASET   (WS-LTRQ-DATASET)
                FROM      (LTRQ-RECORD)
                LENGTH    (WS-LTRQ-REC-LEN)
                RIDFLD    (LTRQ-KEY)
                KEYLENGTH (WS-LTRQ-KEY-LEN)
                RESP      (WS-LTRQ-RESP-CD)
                RESP2     (WS-LTRQ-REAS-CD)
           END-EXEC

           EVALUATE WS-LTRQ-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET WS-LTRQ-QUEUED TO TRUE
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO LTRQ-REQ-SEQ
               WHEN OTHER
                   MOVE 99999 TO LTRQ-REQ-SEQ
           END-EVALUATE.
