      *              break ends the run with a non-zero return code,  *
      *              the way the finance charge job fails an          *
      *              unbalanced GL trailer.                           *
      *              An item made in a foreign currency is billed at  *
      *              the posting batch's own conversion, so in the    *
      *              first foot it proves by its original amount      *
      *              instead of dollars, and the foreign transaction  *
      *              fee posted beside it is left out, as it was      *
      *              never input.                                     *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
       FILE SECTION.

       FD  DALYTRAN-FILE.
       01  FD-DALYTRAN-REC                   PIC X(100).

       FD  DALYREJS-FILE.
       01  FD-DALYREJS-REC.
           05  REJS-TRAN-DATA                PIC X(100).
           05  REJS-REJECT-REASON            PIC X(40).

       FD  ACCTFILE-FILE.
           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  TRIALRPT-FILE.
       01  TRIALRPT-RECORD                   PIC X(132).
           05  WS-POSTED-COUNT                PIC 9(07) VALUE 0.
           05  WS-POSTED-DEBIT-AMT            PIC S9(13)V99 VALUE 0.
           05  WS-POSTED-CREDIT-AMT          PIC S9(13)V99 VALUE 0.
      *    Foreign items, by original amount.
           05  WS-IN-FX-DEBIT-ORIG            PIC S9(13)V99 VALUE 0.
           05  WS-IN-FX-CREDIT-ORIG           PIC S9(13)V99 VALUE 0.
           05  WS-REJ-FX-DEBIT-ORIG           PIC S9(13)V99 VALUE 0.
           05  WS-REJ-FX-CREDIT-ORIG          PIC S9(13)V99 VALUE 0.
           05  WS-POSTED-FX-DEBIT-ORIG        PIC S9(13)V99 VALUE 0.
           05  WS-POSTED-FX-CREDIT-ORIG       PIC S9(13)V99 VALUE 0.

      *************************************************************
      * Foot two and three - per-account open-cycle sums off the  *
       2000-FOOT-INPUT-FILE.

           ADD 1                        TO WS-IN-COUNT
           IF NOT DALYTRAN-DOMESTIC-CURRENCY
              IF DALYTRAN-ORIG-AMT NUMERIC
                 IF DALYTRAN-IS-DEBIT
                    ADD DALYTRAN-ORIG-AMT
                                        TO WS-IN-FX-DEBIT-ORIG
                 ELSE
                    ADD DALYTRAN-ORIG-AMT
                                        TO WS-IN-FX-CREDIT-ORIG
                 END-IF
              END-IF
           ELSE
              IF DALYTRAN-AMT NUMERIC
                 IF DALYTRAN-IS-DEBIT
                    ADD DALYTRAN-AMT    TO WS-IN-DEBIT-AMT
                 ELSE
                    ADD DALYTRAN-AMT    TO WS-IN-CREDIT-AMT
                 END-IF
              END-IF
           END-IF


           ADD 1                        TO WS-REJ-COUNT
           MOVE REJS-TRAN-DATA          TO DALYTRAN-RECORD
           IF NOT DALYTRAN-DOMESTIC-CURRENCY
              IF DALYTRAN-ORIG-AMT NUMERIC
                 IF DALYTRAN-IS-DEBIT
                    ADD DALYTRAN-ORIG-AMT
                                        TO WS-REJ-FX-DEBIT-ORIG
                 ELSE
                    ADD DALYTRAN-ORIG-AMT
                                        TO WS-REJ-FX-CREDIT-ORIG
                 END-IF
              END-IF
           ELSE
              IF DALYTRAN-AMT NUMERIC
                 IF DALYTRAN-IS-DEBIT
                    ADD DALYTRAN-AMT    TO WS-REJ-DEBIT-AMT
                 ELSE
                    ADD DALYTRAN-AMT    TO WS-REJ-CREDIT-AMT
                 END-IF
              END-IF
           END-IF

           IF TRAN-POST-DATE = WS-RUN-DATE-FORMATTED
           AND TRAN-CARD-NUM NOT = SPACES
           AND TRAN-CARD-NUM NOT = LOW-VALUES
           AND NOT TRAN-TYPE-FX-FEE
              ADD 1                     TO WS-POSTED-COUNT
              IF NOT TRAN-DOMESTIC-CURRENCY
                 IF TRAN-IS-DEBIT
                    ADD TRAN-ORIG-AMT   TO WS-POSTED-FX-DEBIT-ORIG
                 ELSE
                    ADD TRAN-ORIG-AMT   TO WS-POSTED-FX-CREDIT-ORIG
                 END-IF
              ELSE
                 IF TRAN-IS-DEBIT
                    ADD TRAN-AMT        TO WS-POSTED-DEBIT-AMT
                 ELSE
                    ADD TRAN-AMT        TO WS-POSTED-CREDIT-AMT
                 END-IF
              END-IF
           END-IF

           MOVE WS-REJ-CREDIT-AMT       TO WS-RPT-FOOT-CREDIT
           WRITE TRIALRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'FOREIGN INPUT (ORIG)...: '
                                        TO WS-RPT-FOOT-NAME
           MOVE 0                       TO WS-RPT-FOOT-COUNT
           MOVE WS-IN-FX-DEBIT-ORIG     TO WS-RPT-FOOT-DEBIT
           MOVE WS-IN-FX-CREDIT-ORIG    TO WS-RPT-FOOT-CREDIT
           WRITE TRIALRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'FOREIGN POSTED (ORIG)..: '
                                        TO WS-RPT-FOOT-NAME
           MOVE 0                       TO WS-RPT-FOOT-COUNT
           MOVE WS-POSTED-FX-DEBIT-ORIG TO WS-RPT-FOOT-DEBIT
           MOVE WS-POSTED-FX-CREDIT-ORIG
                                        TO WS-RPT-FOOT-CREDIT
           WRITE TRIALRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'FOREIGN REJECTED (ORIG): '
                                        TO WS-RPT-FOOT-NAME
           MOVE 0                       TO WS-RPT-FOOT-COUNT
           MOVE WS-REJ-FX-DEBIT-ORIG    TO WS-RPT-FOOT-DEBIT
           MOVE WS-REJ-FX-CREDIT-ORIG   TO WS-RPT-FOOT-CREDIT
           WRITE TRIALRPT-RECORD FROM WS-RPT-FOOT-LINE

           MOVE 'OPEN TRANS ON MASTER...: '
                                        TO WS-RPT-FOOT-NAME
           MOVE 0                       TO WS-RPT-FOOT-COUNT
                 WS-POSTED-DEBIT-AMT + WS-REJ-DEBIT-AMT
              OR WS-IN-CREDIT-AMT NOT =
                 WS-POSTED-CREDIT-AMT + WS-REJ-CREDIT-AMT
              OR WS-IN-FX-DEBIT-ORIG NOT =
                 WS-POSTED-FX-DEBIT-ORIG + WS-REJ-FX-DEBIT-ORIG
              OR WS-IN-FX-CREDIT-ORIG NOT =
                 WS-POSTED-FX-CREDIT-ORIG + WS-REJ-FX-CREDIT-ORIG
                 SET WS-BOOK-NOT-BALANCED TO TRUE
                 ADD 1                  TO WS-BREAK-COUNT
                 MOVE 'INPUT DOES NOT FOOT TO POSTED PLUS REJECTED'
