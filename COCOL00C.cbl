      *               (CBACT10C) and closed out by the charge-off
      *               batch (CBCOL01C); this screen replaces the
      *               photocopied delinquency report with notes in
      *               the margin.  Each account brought up is
      *               logged as a view of its customer (PIIVIEW).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.

       COPY CVACT01Y.

      *************************************************************
      * Customer data view log, written for each account brought  *
      * up                                                        *
      *************************************************************
       COPY CVPIV01Y.

       01  WS-PIIV-FIELDS.
       COPY CSPIVLWY.

       COPY DFHAID.
       COPY DFHBMSCA.


           PERFORM SHOW-QUEUE-DETAIL
           MOVE 'Key CAL LTR PTP or NOC to record an action' TO
                           WS-MESSAGE

           INITIALIZE PIIV-RECORD
           MOVE WS-PGMNAME    TO PIIV-PROGRAM
           MOVE COLQ-ACCT-ID  TO PIIV-ACCT-ID
           MOVE 'N'           TO WS-PIIV-PII-ON-SCREEN-SW
           PERFORM LOG-PII-VIEW.

       INQUIRE-QUEUE-RECORD-EXIT.
           EXIT.
                                   CONTCT
                                   WS-MESSAGE.

      *----------------------------------------------------------------*
      *                      LOG-PII-VIEW
      *----------------------------------------------------------------*
       COPY CSPIVLPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
