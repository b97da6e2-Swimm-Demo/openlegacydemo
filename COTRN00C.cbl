      *               narrow the list to the current cycle (O),
      *               prior cycles (C), or a single card on a
      *               multi-card account.  A self-service user sees
      *               only their own account.  An item made in a
      *               foreign currency shows its original currency
      *               and amount beside the billed amount.  Each
      *               list shown is logged as a view of the
      *               account's customer (PIIVIEW).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
              10 CRDFILT              PIC X(16).
      * LENGTH constants for database operations
           05 LENGTH-TRAN-KEY             PIC S9(04) COMP VALUE 17.
           05 LENGTH-TRAN-RECORD          PIC S9(04) COMP VALUE 120.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COTRN00C'.
            10 WS-SAVE-DC-IND          PIC X(01).
            10 WS-SAVE-AMT             PIC S9(09)V99.
            10 WS-SAVE-CYCLE           PIC X(01).
            10 WS-SAVE-ORIG-CURR       PIC X(03).
            10 WS-SAVE-ORIG-AMT        PIC S9(09)V99.

      *************************************************************
      * Body row build area - one posted transaction per line     *
      *************************************************************
       01 WS-LIST-LINE.
         05 WS-LST-SEQ                 PIC 9(06).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-DATE                PIC X(10).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-MERCHANT            PIC X(23).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-DC-IND              PIC X(01).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-CYCLE               PIC X(01).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-FX.
            10 WS-LST-ORIG-CURR        PIC X(03).
            10 FILLER                  PIC X(01).
            10 WS-LST-ORIG-AMT         PIC ZZZ,ZZZ,ZZ9.99.

       COPY COCOM01Y.

      *************************************************************
       COPY CVTRA02Y.

      *************************************************************
      * Customer data view log, written for each list shown       *
      *************************************************************
       COPY CVPIV01Y.

       01  WS-PIIV-FIELDS.
       COPY CSPIVLWY.

       COPY DFHAID.
       COPY DFHBMSCA.

           ELSE
               MOVE 'Key the last sequence shown to page on' TO
                               WS-MESSAGE
               INITIALIZE PIIV-RECORD
               MOVE WS-PGMNAME TO PIIV-PROGRAM
               MOVE ACCTID-N   TO PIIV-ACCT-ID
               MOVE 'N'        TO WS-PIIV-PII-ON-SCREEN-SW
               PERFORM LOG-PII-VIEW
           END-IF.

       BUILD-HISTORY-LIST-EXIT.
           MOVE TRAN-AMT              TO WS-SAVE-AMT (WS-SAVE-PUT-IDX)
           MOVE TRAN-CYCLE-STATUS     TO
                WS-SAVE-CYCLE (WS-SAVE-PUT-IDX)
           IF TRAN-DOMESTIC-CURRENCY
           OR TRAN-ORIG-AMT NOT NUMERIC
               MOVE SPACES            TO
                    WS-SAVE-ORIG-CURR (WS-SAVE-PUT-IDX)
               MOVE 0                 TO
                    WS-SAVE-ORIG-AMT (WS-SAVE-PUT-IDX)
           ELSE
               MOVE TRAN-ORIG-CURRENCY-CD TO
                    WS-SAVE-ORIG-CURR (WS-SAVE-PUT-IDX)
               MOVE TRAN-ORIG-AMT     TO
                    WS-SAVE-ORIG-AMT (WS-SAVE-PUT-IDX)
           END-IF
           IF WS-SAVE-TOTAL < 12
               ADD 1 TO WS-SAVE-TOTAL
           END-IF.
           MOVE WS-SAVE-DC-IND (WS-UNLOAD-IDX)   TO WS-LST-DC-IND
           MOVE WS-SAVE-AMT (WS-UNLOAD-IDX)      TO WS-LST-AMOUNT
           MOVE WS-SAVE-CYCLE (WS-UNLOAD-IDX)    TO WS-LST-CYCLE
           MOVE SPACES                           TO WS-LST-FX
           IF WS-SAVE-ORIG-CURR (WS-UNLOAD-IDX) NOT = SPACES
               MOVE WS-SAVE-ORIG-CURR (WS-UNLOAD-IDX)
                                                 TO WS-LST-ORIG-CURR
               MOVE WS-SAVE-ORIG-AMT (WS-UNLOAD-IDX)
                                                 TO WS-LST-ORIG-AMT
           END-IF
           MOVE WS-LIST-LINE TO TRNROWO OF CTRN00AO (WS-ROW-IDX)
           MOVE WS-SAVE-SEQ (WS-UNLOAD-IDX)      TO SELSEQ-N

                                   CRDFILT
                                   WS-MESSAGE.

      *----------------------------------------------------------------*
      *                      LOG-PII-VIEW
      *----------------------------------------------------------------*
       COPY CSPIVLPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
