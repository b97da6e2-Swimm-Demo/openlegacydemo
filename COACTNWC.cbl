      *               together, applying the same field edits the
      *               account update screen (COACTUPC) applies, so a
      *               new account can never be born in a state the
      *               update screen would refuse to save.  Each
      *               account opened is logged as a view of the
      *               customer's data (PIIVIEW); the SSN, government
      *               ID and date of birth on this screen are only
      *               ever the ones the user is keying.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.

       COPY CVACT03Y.

      *************************************************************
      * Customer data view log, written for each account opened   *
      *************************************************************
       COPY CVPIV01Y.

       01  WS-PIIV-FIELDS.
       COPY CSPIVLWY.

      *************************************************************
      * North America phone area codes, the same lookup COACTUPC  *
      * edits phone numbers against                               *
               SYNCPOINT
           END-EXEC

           INITIALIZE PIIV-RECORD
           MOVE WS-PGMNAME TO PIIV-PROGRAM
           MOVE ACCTSID-N  TO PIIV-ACCT-ID
           MOVE CUSTSID-N  TO PIIV-CUST-ID
           MOVE CARDSID    TO PIIV-CARD-NUM
           MOVE 'Y'        TO WS-PIIV-PII-ON-SCREEN-SW
           PERFORM LOG-PII-VIEW

           MOVE SPACES TO WS-MESSAGE
           STRING 'Account '  DELIMITED BY SIZE
                  ACCTSID     DELIMITED BY SPACE
                                   CRDEXPD
                                   CVV.

      *----------------------------------------------------------------*
      *                      LOG-PII-VIEW
      *----------------------------------------------------------------*
       COPY CSPIVLPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
