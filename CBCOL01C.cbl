      *              balancing trailer, in the same layout the        *
      *              finance charge job (CBACT06C) cuts.  A trailer   *
      *              that does not balance fails the run with a       *
      *              non-zero return code.  The amount written off    *
      *              is stamped on the account so the recovery        *
      *              batch (CBCOL02C) can report net loss.            *
      *              Each charge-off queues the customer's            *
      *              charge-off notice on the correspondence queue    *
      *              (LTRQUEUE).                                      *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHGOGLFC-STATUS.

           SELECT LTRQUEUE-FILE ASSIGN TO LTRQUEUE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-LTRQ-KEY
                  FILE STATUS IS LTRQUEUE-STATUS.

           SELECT CHGORPT-FILE ASSIGN TO CHGORPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHGORPT-STATUS.
           05  GL-HASH-TOTAL                 PIC 9(15).
           05  FILLER                        PIC X(17).

       FD  LTRQUEUE-FILE.
       01  FD-LTRQUEUE-REC.
           05  FD-LTRQ-KEY                   PIC X(26).
           05  FILLER                        PIC X(224).

       FD  CHGORPT-FILE.
       01  CHGORPT-RECORD                    PIC X(132).

               88  CHGOGLFC-SUCCESS                   VALUE '00'.
           05  CHGORPT-STATUS                 PIC X(02).
               88  CHGORPT-SUCCESS                    VALUE '00'.
           05  LTRQUEUE-STATUS                PIC X(02).
               88  LTRQUEUE-SUCCESS                   VALUE '00'.
               88  LTRQUEUE-DUPKEY                    VALUE '22'.

       01  WS-SWITCHES.
           05  WS-COLQFILE-EOF-SW             PIC X(01) VALUE 'N'.
           05  WS-QUEUE-COUNT                 PIC 9(07) COMP VALUE 0.
           05  WS-CHARGED-OFF-COUNT           PIC 9(07) COMP VALUE 0.
           05  WS-CARDS-FROZEN-COUNT          PIC 9(07) COMP VALUE 0.
           05  WS-LETTER-COUNT                PIC 9(07) COMP VALUE 0.
           05  WS-GL-IDX                      PIC 9(03) COMP VALUE 0.

      *************************************************************

           COPY CVACT03Y.

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
                   VALUE 'CARDS FROZEN...........: '.
               10  WS-RPT-FROZEN-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'LETTERS QUEUED.........: '.
               10  WS-RPT-LETTER-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

           OPEN INPUT  CARDAIX-FILE
           OPEN OUTPUT CHGOGLFC-FILE
                       CHGORPT-FILE
           OPEN I-O    LTRQUEUE-FILE

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'

           SET ACCT-COLL-CHARGED-OFF    TO TRUE
           MOVE WS-RUN-DATE-FORMATTED   TO ACCT-CHARGEOFF-DATE
      *    The amount written off is kept against the recoveries
      *    that later come in on it - finance's net loss.
           MOVE ACCT-CURR-BAL           TO ACCT-CHARGEOFF-AMT
           MOVE 0                       TO ACCT-RECOVERY-COUNT
                                           ACCT-RECOVERY-AMT

           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
               INVALID KEY
           PERFORM 2400-ACCUMULATE-GL
              THRU 2400-ACCUMULATE-GL-EXIT

           PERFORM 2500-QUEUE-CHARGE-OFF-LETTER
              THRU 2500-QUEUE-CHARGE-OFF-LETTER-EXIT

           ADD 1                        TO WS-CHARGED-OFF-COUNT
           MOVE ACCT-ID                 TO WS-RPT-ACCT-ID
           MOVE ACCT-CURR-BAL           TO WS-RPT-BALANCE
           EXIT
           .

      *****************************************************************
      * 2500-QUEUE-CHARGE-OFF-LETTER                                  *
      * The customer is told the account was charged off, the amount  *
      * written off and the date; collection of the balance goes on.  *
      *****************************************************************
       2500-QUEUE-CHARGE-OFF-LETTER.

           INITIALIZE LTRQ-RECORD
           MOVE ACCT-ID                  TO LTRQ-ACCT-ID
           SET LTRQ-CD-CHARGE-OFF        TO TRUE
           MOVE ACCT-CHARGEOFF-AMT       TO LTRQ-VAR-AMT1
           MOVE WS-RUN-DATE-FORMATTED    TO LTRQ-VAR-DATE
           MOVE 'CBCOL01C'               TO LTRQ-SOURCE-PGM
           MOVE 'BATCH'                  TO LTRQ-REQUESTED-BY

           PERFORM QUEUE-LETTER-REQUEST
              THRU QUEUE-LETTER-REQUEST-EXIT
           IF WS-LTRQ-QUEUED
              ADD 1                      TO WS-LETTER-COUNT
           END-IF
           .
       2500-QUEUE-CHARGE-OFF-LETTER-EXIT.
           EXIT
           .

      *****************************************************************
      * 7000-DATE-TO-DAY-NUMBER                                       *
      * Converts a CCYY-MM-DD date to a day number on the 30/360      *
           MOVE WS-CARDS-FROZEN-COUNT    TO WS-RPT-FROZEN-TOTAL
           WRITE CHGORPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-LETTER-COUNT          TO WS-RPT-LETTER-TOTAL
           WRITE CHGORPT-RECORD FROM WS-RPT-SUMMARY4

           CLOSE COLQFILE-FILE
                 ACCTFILE-FILE
                 CARDAIX-FILE
                 CARDFILE-FILE
                 CHGOGLFC-FILE
                 CHGORPT-FILE
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
