      ******************************************************************
      *    Copybook:      CSSPHRPY.CPY
      *    Layer:         Procedure
      *    Function:      Special handling lookup, shared by every
      *                    batch that honors the special handling
      *                    code - the delinquency aging run
      *                    (CBACT10C), the autopay batch (CBPAY01C),
      *                    the finance charge run (CBACT06C), the
      *                    credit bureau extract (CBBUR01C) and the
      *                    monthly special handling report (CBSPH01C)
      *                    - so they all agree on when a code is in
      *                    force (see CSSPHRWY for the matching
      *                    working-storage).  The caller declares the
      *                    file as SPHDAT-FILE (record FD-SPHDAT-REC,
      *                    key FD-SPH-ACCT-ID), opened, and copies
      *                    CVSPH01Y.  A code is in force when it is
      *                    not blank, its start date has come and its
      *                    end date, if any, has not yet passed.
      *                    SPH-RECORD is left holding the record read
      *                    (initialized when there is none), ready
      *                    for the caller to rewrite.
      ******************************************************************
       READ-SPECIAL-HANDLING.

           MOVE 'N'                     TO WS-SPH-FOUND-SW
           MOVE 'N'                     TO WS-SPH-ACTIVE-SW

           MOVE WS-SPH-ACCT-ID          TO FD-SPH-ACCT-ID
           READ SPHDAT-FILE INTO SPH-RECORD
               INVALID KEY
                   INITIALIZE SPH-RECORD
                   GO TO READ-SPECIAL-HANDLING-EXIT
           END-READ
           SET WS-SPH-FOUND             TO TRUE

           IF NOT SPH-CD-VALID
              GO TO READ-SPECIAL-HANDLING-EXIT
           END-IF

           IF SPH-START-DATE = SPACES
           OR SPH-START-DATE > WS-SPH-AS-OF-DATE
              GO TO READ-SPECIAL-HANDLING-EXIT
           END-IF

           IF SPH-END-DATE NOT = SPACES
           AND SPH-END-DATE < WS-SPH-AS-OF-DATE
              GO TO READ-SPECIAL-HANDLING-EXIT
           END-IF

           SET WS-SPH-ACTIVE            TO TRUE
           .
       READ-SPECIAL-HANDLING-EXIT.
           EXIT
           .
