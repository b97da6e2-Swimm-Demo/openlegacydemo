      *              management is a governed two-step process        *
      *              (propose here, apply with CBACT05C) instead of   *
      *              ad-hoc online edits.                             *
      *              Each proposed decrease also queues the           *
      *              customer's adverse action letter on the          *
      *              correspondence queue (LTRQUEUE) for the          *
      *              nightly letter batch (CBLTR01C).                 *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CORRFILE-STATUS.

           SELECT LTRQUEUE-FILE ASSIGN TO LTRQUEUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-LTRQ-KEY
                  FILE STATUS IS LTRQUEUE-STATUS.

           SELECT CREVRPT-FILE ASSIGN TO CREVRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CREVRPT-STATUS.
           05  CORR-GROUP-ID                 PIC X(10).
           05  FILLER                        PIC X(20).

       FD  LTRQUEUE-FILE.
       01  FD-LTRQUEUE-REC.
           05  FD-LTRQ-KEY                   PIC X(26).
           05  FILLER                        PIC X(224).

       FD  CREVRPT-FILE.
       01  CREVRPT-RECORD                    PIC X(132).

               88  CORRFILE-SUCCESS                   VALUE '00'.
           05  CREVRPT-STATUS                 PIC X(02).
               88  CREVRPT-SUCCESS                    VALUE '00'.
           05  LTRQUEUE-STATUS                PIC X(02).
               88  LTRQUEUE-SUCCESS                   VALUE '00'.
               88  LTRQUEUE-DUPKEY                    VALUE '22'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
           05  WS-INCREASE-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-DECREASE-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-NOCUST-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-LETTER-COUNT                PIC 9(07) COMP VALUE 0.

      *************************************************************
      * Score-band rules for the review.  A score under the floor *

           COPY CVCUS01Y.

      *************************************************************
      * Correspondence queue record and the queueing fields       *
      * shared with the other programs that raise letters         *
      *************************************************************
           COPY CVLTR01Y.

       01  WS-LTRQ-QUEUE-FIELDS.
           COPY CSLTRQWY.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
                   VALUE 'NO CUSTOMER RESOLVED...: '.
               10  WS-RPT-NOCUST-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY5.
               10  FILLER                     PIC X(25)
                   VALUE 'LETTERS QUEUED.........: '.
               10  WS-RPT-LETTER-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

                       CUSTFILE-FILE
           OPEN OUTPUT CORRFILE-FILE
                       CREVRPT-FILE
           OPEN I-O    LTRQUEUE-FILE

           WRITE CREVRPT-RECORD FROM WS-RPT-HEADING1
           WRITE CREVRPT-RECORD FROM WS-RPT-HEADING2
           MOVE 'DECREASE'              TO WS-RPT-ACTION
           PERFORM 8000-WRITE-PROPOSAL
              THRU 8000-WRITE-PROPOSAL-EXIT
           PERFORM 8100-QUEUE-ADVERSE-LETTER
              THRU 8100-QUEUE-ADVERSE-LETTER-EXIT
           .
       2200-PROPOSE-DECREASE-EXIT.
           EXIT
           EXIT
           .

      *****************************************************************
      * 8100-QUEUE-ADVERSE-LETTER                                     *
      * A proposed decrease is adverse action on the account, so the  *
      * customer's notice goes on the correspondence queue with the   *
      * proposal: the new and old limits and the principal reason.    *
      *****************************************************************
       8100-QUEUE-ADVERSE-LETTER.

           INITIALIZE LTRQ-RECORD
           MOVE ACCT-ID                  TO LTRQ-ACCT-ID
           MOVE CUST-ID                  TO LTRQ-CUST-ID
           SET LTRQ-CD-LINE-DECREASE     TO TRUE
           MOVE WS-PROPOSED-LIMIT        TO LTRQ-VAR-AMT1
           MOVE ACCT-CREDIT-LIMIT        TO LTRQ-VAR-AMT2
           MOVE 'CREDIT BUREAU SCORE BELOW REVIEW FLOOR'
                                         TO LTRQ-VAR-TEXT
           MOVE 'CBACT09C'               TO LTRQ-SOURCE-PGM
           MOVE 'BATCH'                  TO LTRQ-REQUESTED-BY

           PERFORM QUEUE-LETTER-REQUEST
              THRU QUEUE-LETTER-REQUEST-EXIT
           IF WS-LTRQ-QUEUED
              ADD 1                      TO WS-LETTER-COUNT
           END-IF
           .
       8100-QUEUE-ADVERSE-LETTER-EXIT.
           EXIT
           .

      *****************************************************************
      * 9000-TERMINATE                                                *
      *****************************************************************
           MOVE WS-NOCUST-COUNT          TO WS-RPT-NOCUST-TOTAL
           WRITE CREVRPT-RECORD FROM WS-RPT-SUMMARY4

           MOVE WS-LETTER-COUNT          TO WS-RPT-LETTER-TOTAL
           WRITE CREVRPT-RECORD FROM WS-RPT-SUMMARY5

           CLOSE ACCTFILE-FILE
                 CARDAIX-FILE
                 CUSTFILE-FILE
                 CORRFILE-FILE
                 CREVRPT-FILE
                 LTRQUEUE-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Letter request queueing, shared with the other programs that  *
      * raise customer correspondence                                 *
      *****************************************************************
       COPY CSLTRQPY.
