      *              posts through the account and the posted         *
      *              transaction master, so the refund shows on the   *
      *              statement and the books balance.                 *
      *              An account pending closure is refunded only      *
      *              once the closure run (CBCLS01C) has sent its     *
      *              final statement and asked for the refund on the  *
      *              closure file (CLSDAT); it is then refunded that  *
      *              night whatever the age, and the refund is        *
      *              stamped back on the closure record.              *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY IS FD-TRAN-KEY
                  FILE STATUS IS TRANFILE-STATUS.

           SELECT CLSDAT-FILE ASSIGN TO CLSDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-CLS-ACCT-ID
                  FILE STATUS IS CLSDAT-STATUS.

           SELECT REFNDEFT-FILE ASSIGN TO REFNDEFT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REFNDEFT-STATUS.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  CLSDAT-FILE.
       01  FD-CLSDAT-REC.
           05  FD-CLS-ACCT-ID                PIC 9(11).
           05  FILLER                        PIC X(139).

      *****************************************************************
      * EFT refund extract - one record per refund the bank can pay  *
           05  TRANFILE-STATUS                PIC X(02).
               88  TRANFILE-SUCCESS                   VALUE '00'.
               88  TRANFILE-DUPKEY                    VALUE '22'.
           05  CLSDAT-STATUS                  PIC X(02).
               88  CLSDAT-SUCCESS                     VALUE '00'.
               88  CLSDAT-NOTFOUND                    VALUE '35'.
           05  REFNDEFT-STATUS                PIC X(02).
               88  REFNDEFT-SUCCESS                   VALUE '00'.
           05  REFNDCHK-STATUS                PIC X(02).
           05  WS-REFUND-STATUS-SW            PIC X(01) VALUE 'Y'.
               88  REFUND-OK                           VALUE 'Y'.
               88  REFUND-NOT-OK                       VALUE 'N'.
           05  WS-CLSDAT-OPEN-SW              PIC X(01) VALUE 'N'.
               88  CLSDAT-IS-OPEN                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.

           COPY CVTRA02Y.

           COPY CVCLS01Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************

           MOVE WS-REFUND-AGE-X         TO WS-REFUND-AGE-DAYS

           PERFORM 1200-OPEN-CLOSURE-FILE
              THRU 1200-OPEN-CLOSURE-FILE-EXIT

           MOVE WS-RUN-DATE-FORMATTED   TO WS-DATE-TO-NUMBER
           PERFORM 7000-DATE-TO-DAY-NUMBER
              THRU 7000-DATE-TO-DAY-NUMBER-EXIT
           EXIT
           .

      *****************************************************************
      * 1200-OPEN-CLOSURE-FILE                                        *
      * Without the closure file an account pending closure is left   *
      * for a later night rather than refunded ahead of its final     *
      * statement.                                                    *
      *****************************************************************
       1200-OPEN-CLOSURE-FILE.

           OPEN I-O CLSDAT-FILE
           IF CLSDAT-SUCCESS
              SET CLSDAT-IS-OPEN        TO TRUE
           END-IF
           .
       1200-OPEN-CLOSURE-FILE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2000-SWEEP-ACCOUNTS                                           *
      * A credit balance qualifies when the prior cycle close shows   *

           ADD 1                        TO WS-ACCT-COUNT

           IF ACCT-STATUS-PENDING-CLOSE
              IF ACCT-CURR-BAL < 0
              AND CLSDAT-IS-OPEN
                 PERFORM 2050-REFUND-IF-REQUESTED
                    THRU 2050-REFUND-IF-REQUESTED-EXIT
              END-IF
           ELSE
              IF ACCT-CURR-BAL < 0
              AND ACCT-CYC-CLOSE-DATE NOT = SPACES
              AND ACCT-CYC-CLOSE-BAL NUMERIC
              AND ACCT-CYC-CLOSE-BAL < 0
                 PERFORM 2100-REFUND-IF-AGED
                    THRU 2100-REFUND-IF-AGED-EXIT
              END-IF
           END-IF

           PERFORM 1100-READ-NEXT-ACCOUNT
           EXIT
           .

      *****************************************************************
      * 2050-REFUND-IF-REQUESTED                                      *
      * A closing account's refund is outstanding when the closure    *
      * run has asked for one since the last refund was cut.          *
      *****************************************************************
       2050-REFUND-IF-REQUESTED.

           MOVE ACCT-ID                 TO FD-CLS-ACCT-ID
           READ CLSDAT-FILE INTO CLS-RECORD
               INVALID KEY
                   GO TO 2050-REFUND-IF-REQUESTED-EXIT
           END-READ

           IF NOT CLS-STAT-PENDING
           OR CLS-REFUND-REQ-DATE = SPACES
              GO TO 2050-REFUND-IF-REQUESTED-EXIT
           END-IF

           IF CLS-REFUND-DATE NOT = SPACES
           AND CLS-REFUND-DATE NOT < CLS-REFUND-REQ-DATE
              GO TO 2050-REFUND-IF-REQUESTED-EXIT
           END-IF

           PERFORM 2150-CUT-REFUND
              THRU 2150-CUT-REFUND-EXIT

           IF REFUND-OK
              MOVE WS-RUN-DATE-FORMATTED
                                        TO CLS-REFUND-DATE
              ADD WS-REFUND-AMOUNT      TO CLS-REFUND-AMT
              REWRITE FD-CLSDAT-REC FROM CLS-RECORD
                  INVALID KEY
                      MOVE 'REWRITE OF CLSDAT FAILED'
                                        TO WS-RPT-DISPOSITION
                      WRITE REFDRPT-RECORD FROM WS-RPT-DETAIL
              END-REWRITE
           END-IF
           .
       2050-REFUND-IF-REQUESTED-EXIT.
           EXIT
           .

      *****************************************************************
      * 2100-REFUND-IF-AGED                                           *
      *****************************************************************
              GO TO 2100-REFUND-IF-AGED-EXIT
           END-IF

           PERFORM 2150-CUT-REFUND
              THRU 2150-CUT-REFUND-EXIT
           .
       2100-REFUND-IF-AGED-EXIT.
           EXIT
           .

      *****************************************************************
      * 2150-CUT-REFUND                                               *
      * Refunds the full credit balance.  REFUND-NOT-OK on the way    *
      * out means it was skipped and reported.                        *
      *****************************************************************
       2150-CUT-REFUND.

           SET REFUND-OK                TO TRUE
           COMPUTE WS-REFUND-AMOUNT = 0 - ACCT-CURR-BAL
           MOVE ACCT-ID                 TO WS-RPT-ACCT-ID
           IF REFUND-NOT-OK
              ADD 1                     TO WS-SKIPPED-COUNT
              WRITE REFDRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2150-CUT-REFUND-EXIT
           END-IF

           PERFORM 2300-POST-REFUND-DEBIT
           IF REFUND-NOT-OK
              ADD 1                     TO WS-SKIPPED-COUNT
              WRITE REFDRPT-RECORD FROM WS-RPT-DETAIL
              GO TO 2150-CUT-REFUND-EXIT
           END-IF

           IF CUST-EFT-ACCOUNT-ID NOT = SPACES
           ADD WS-REFUND-AMOUNT         TO WS-REFUND-TOTAL-AMT
           WRITE REFDRPT-RECORD FROM WS-RPT-DETAIL
           .
       2150-CUT-REFUND-EXIT.
           EXIT
           .

           MOVE WS-REFUND-TOTAL-AMT      TO WS-RPT-REFUND-AMT
           WRITE REFDRPT-RECORD FROM WS-RPT-SUMMARY5

           IF CLSDAT-IS-OPEN
              CLOSE CLSDAT-FILE
           END-IF

           CLOSE ACCTFILE-FILE
                 CARDAIX-FILE
                 CUSTFILE-FILE
