      *               behind a card selected on the card list - the
      *               embossed name, expiry, status and type - with
      *               the CVV masked for everyone but admin users.
      *               Each card shown is logged as a view of the
      *               account's customer (PIIVIEW).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *************************************************************
       COPY CVACT02Y.

      *************************************************************
      * Customer data view log, written for each card shown       *
      *************************************************************
       COPY CVPIV01Y.

       01  WS-PIIV-FIELDS.
       COPY CSPIVLWY.

       COPY DFHAID.
       COPY DFHBMSCA.

           ELSE
               MOVE '***'             TO CVV-SHOWN
           END-IF
           MOVE 'Card details shown below' TO WS-MESSAGE

           INITIALIZE PIIV-RECORD
           MOVE WS-PGMNAME            TO PIIV-PROGRAM
           MOVE CARD-ACCT-ID          TO PIIV-ACCT-ID
           MOVE CARD-NUM              TO PIIV-CARD-NUM
           MOVE 'N'                   TO WS-PIIV-PII-ON-SCREEN-SW
           PERFORM LOG-PII-VIEW.

       FETCH-CARD-DETAIL-EXIT.
           EXIT.
                                   CVV-SHOWN
                                   WS-MESSAGE.

      *----------------------------------------------------------------*
      *                      LOG-PII-VIEW
      *----------------------------------------------------------------*
       COPY CSPIVLPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
