      ******************************************************************
      *    Copybook:      CSPIVLPY.CPY
      *    Layer:         Procedure
      *    Function:      Customer data view logging for the screens -
      *                    account update (COACTUPC), account opening
      *                    (COACTNWC), card detail (COCRDSLC),
      *                    transaction history (COTRN00C), the
      *                    collections workbench (COCOL00C) and the
      *                    scheduled payment screen (COSCH00C) - with
      *                    the working storage in CSPIVLWY.  The
      *                    caller copies CVPIV01Y, CSDAT01Y and
      *                    COCOM01Y, and fills in its program name
      *                    and the account viewed.  The user, user
      *                    type, date and time are stamped here; a
      *                    customer the caller does not have is taken
      *                    from the account's card cross-reference.
      *                    The view is written to the PIIVIEW dataset
      *                    at the first free sequence for the user
      *                    and second.  A view that cannot be logged
      *                    never stops the screen.
      ******************************************************************
       LOG-PII-VIEW.

           MOVE 'N'                     TO WS-PIIV-LOGGED-SW

           IF PIIV-CUST-ID = ZERO
           AND PIIV-ACCT-ID NOT = ZERO
               MOVE PIIV-ACCT-ID        TO WS-PIIV-XREF-KEY
               EXEC CICS READ
                    DATASET   (WS-PIIV-XREF-DATASET)
                    RIDFLD    (WS-PIIV-XREF-KEY)
                    KEYLENGTH (WS-PIIV-XREF-KEY-LEN)
                    INTO      (WS-PIIV-XREF-RECORD)
                    LENGTH    (WS-PIIV-XREF-REC-LEN)
                    RESP      (WS-PIIV-RESP-CD)
                    RESP2     (WS-PIIV-REAS-CD)
               END-EXEC
               IF WS-PIIV-RESP-CD = DFHRESP(NORMAL)
                   MOVE WS-PIIV-XREF-CUST-ID TO PIIV-CUST-ID
                   IF PIIV-CARD-NUM = SPACES OR LOW-VALUES
                       MOVE WS-PIIV-XREF-CARD-NUM
                                        TO PIIV-CARD-NUM
                   END-IF
               END-IF
           END-IF

           MOVE CDEMO-USER-ID           TO PIIV-USER-ID
           MOVE CDEMO-USER-TYPE         TO PIIV-USER-TYPE
                                           WS-PIIV-VIEWER-TYPE

           EVALUATE TRUE
               WHEN NOT WS-PIIV-PII-ON-SCREEN
                   SET PIIV-PII-NOT-ON-SCREEN TO TRUE
               WHEN WS-PIIV-VIEWER-SEES-PII
                   SET PIIV-PII-SHOWN-FULL    TO TRUE
               WHEN OTHER
                   SET PIIV-PII-SHOWN-MASKED  TO TRUE
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE   TO WS-CURDATE-DATA
           MOVE SPACES                  TO PIIV-VIEW-DATE
                                           PIIV-VIEW-TIME
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE INTO PIIV-VIEW-DATE
           STRING WS-CURTIME-HOURS ':' WS-CURTIME-MINUTE ':'
                  WS-CURTIME-SECOND
                  DELIMITED BY SIZE INTO PIIV-VIEW-TIME
           MOVE 1                       TO PIIV-VIEW-SEQ

           PERFORM WRITE-PII-VIEW
              UNTIL WS-PIIV-LOGGED
                 OR PIIV-VIEW-SEQ = 999.

       WRITE-PII-VIEW.

           EXEC CICS WRITE
                DATASET   (WS-PIIV-DATASET)
                FROM      (PIIV-RECORD)
                LENGTH    (WS-PIIV-REC-LEN)
                RIDFLD    (PIIV-KEY)
                KEYLENGTH (WS-PIIV-KEY-LEN)
                RESP      (WS-PIIV-RESP-CD)
                RESP2     (WS-PIIV-REAS-CD)
           END-EXEC

           EVALUATE WS-PIIV-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET WS-PIIV-LOGGED TO TRUE
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO PIIV-VIEW-SEQ
               WHEN OTHER
                   MOVE 999 TO PIIV-VIEW-SEQ
           END-EVALUATE.
