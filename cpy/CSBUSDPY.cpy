      ******************************************************************
      *    Copybook:      CSBUSDPY.CPY
      *    Layer:         Procedure
      *    Function:      Business-day calendar, shared by every batch
      *                    that works to the holiday calendar - the
      *                    nightly chain's processing-day check, the
      *                    payment due date (CBACT10C), the delinquency
      *                    aging and grace checks (CBACT10C, CBACT06C)
      *                    and the ACH settlement date (CBPAY01C) - so
      *                    they all agree on which days count (see
      *                    CSBUSDWY for the matching working-storage).
      *                    The caller declares the calendar as
      *                    HOLIDAY-FILE (record FD-HOLIDAY-REC, key
      *                    FD-HOL-DATE), opened for input, and copies
      *                    CVHOL01Y.  A date is a business day when it
      *                    is a weekday and not on the calendar; it is
      *                    a processing day unless the calendar marks
      *                    it non-processing.  With no calendar open
      *                    only weekends count.  ROLL-TO-BUSINESS-DAY
      *                    moves WS-BUSD-DATE forward to the first
      *                    business day on or after it, and
      *                    NEXT-BUSINESS-DAY to the first business day
      *                    after it.  A date that is not a valid
      *                    CCYY-MM-DD is taken as a business day and
      *                    left alone.
      ******************************************************************
       CHECK-BUSINESS-DAY.

           MOVE 'Y'                     TO WS-BUSD-BUSINESS-SW
           MOVE 'Y'                     TO WS-BUSD-PROCESSING-SW
           MOVE SPACES                  TO WS-BUSD-HOLIDAY-NAME
           MOVE 0                       TO WS-BUSD-WEEKDAY

           IF WS-BUSD-YEAR  NOT NUMERIC
           OR WS-BUSD-MONTH NOT NUMERIC
           OR WS-BUSD-DAY   NOT NUMERIC
           OR WS-BUSD-MONTH < 1 OR WS-BUSD-MONTH > 12
           OR WS-BUSD-DAY   < 1 OR WS-BUSD-DAY   > 31
              GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF

      *    Day of the week by Zeller's congruence, with January and
      *    February counted as months 13 and 14 of the year before
           MOVE WS-BUSD-YEAR            TO WS-BUSD-CALC-YEAR
           MOVE WS-BUSD-MONTH           TO WS-BUSD-CALC-MONTH
           IF WS-BUSD-CALC-MONTH < 3
              ADD 12                    TO WS-BUSD-CALC-MONTH
              SUBTRACT 1              FROM WS-BUSD-CALC-YEAR
           END-IF

           COMPUTE WS-BUSD-MONTH-TERM = 13 * (WS-BUSD-CALC-MONTH + 1)
           DIVIDE WS-BUSD-MONTH-TERM BY 5
               GIVING WS-BUSD-MONTH-TERM
           DIVIDE WS-BUSD-CALC-YEAR BY 100
               GIVING WS-BUSD-CENTURY
               REMAINDER WS-BUSD-YEAR-OF-CENT
           DIVIDE WS-BUSD-YEAR-OF-CENT BY 4
               GIVING WS-BUSD-YEAR-TERM
           DIVIDE WS-BUSD-CENTURY BY 4
               GIVING WS-BUSD-CENT-TERM

      *    Zeller counts Saturday as 0; the extra 5 turns that into
      *    0 for Monday, so adding 1 gives 1 (Monday) to 7 (Sunday)
           COMPUTE WS-BUSD-DAY-SUM = WS-BUSD-DAY
                                   + WS-BUSD-MONTH-TERM
                                   + WS-BUSD-YEAR-OF-CENT
                                   + WS-BUSD-YEAR-TERM
                                   + WS-BUSD-CENT-TERM
                                   + 5 * WS-BUSD-CENTURY
                                   + 5
           DIVIDE WS-BUSD-DAY-SUM BY 7
               GIVING WS-BUSD-QUOTIENT
               REMAINDER WS-BUSD-REMAINDER
           COMPUTE WS-BUSD-WEEKDAY = WS-BUSD-REMAINDER + 1

           IF WS-BUSD-WEEKEND
              MOVE 'N'                  TO WS-BUSD-BUSINESS-SW
           END-IF

           IF NOT WS-BUSD-CAL-OPEN
              GO TO CHECK-BUSINESS-DAY-EXIT
           END-IF

           MOVE WS-BUSD-DATE            TO FD-HOL-DATE
           READ HOLIDAY-FILE INTO HOLIDAY-RECORD
               INVALID KEY
                   GO TO CHECK-BUSINESS-DAY-EXIT
           END-READ

           MOVE 'N'                     TO WS-BUSD-BUSINESS-SW
           MOVE HOL-NAME                TO WS-BUSD-HOLIDAY-NAME
           IF HOL-NON-PROCESSING
              MOVE 'N'                  TO WS-BUSD-PROCESSING-SW
           END-IF
           .
       CHECK-BUSINESS-DAY-EXIT.
           EXIT
           .

       ROLL-TO-BUSINESS-DAY.

           MOVE 0                       TO WS-BUSD-DAYS-ROLLED
           PERFORM CHECK-BUSINESS-DAY
              THRU CHECK-BUSINESS-DAY-EXIT
           PERFORM ROLL-ONE-DAY
              THRU ROLL-ONE-DAY-EXIT
              UNTIL WS-BUSD-BUSINESS-DAY
                 OR WS-BUSD-DAYS-ROLLED NOT < WS-BUSD-MAX-ROLL
           .
       ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT
           .

       NEXT-BUSINESS-DAY.

           MOVE 0                       TO WS-BUSD-DAYS-ROLLED
           PERFORM CHECK-BUSINESS-DAY
              THRU CHECK-BUSINESS-DAY-EXIT
           IF WS-BUSD-WEEKDAY = 0
              GO TO NEXT-BUSINESS-DAY-EXIT
           END-IF

           PERFORM ROLL-ONE-DAY
              THRU ROLL-ONE-DAY-EXIT
           PERFORM ROLL-ONE-DAY
              THRU ROLL-ONE-DAY-EXIT
              UNTIL WS-BUSD-BUSINESS-DAY
                 OR WS-BUSD-DAYS-ROLLED NOT < WS-BUSD-MAX-ROLL
           .
       NEXT-BUSINESS-DAY-EXIT.
           EXIT
           .

       ROLL-ONE-DAY.

           EVALUATE WS-BUSD-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30              TO WS-BUSD-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-BUSD-YEAR BY 4
                       GIVING WS-BUSD-QUOTIENT
                       REMAINDER WS-BUSD-REM-4
                   DIVIDE WS-BUSD-YEAR BY 100
                       GIVING WS-BUSD-QUOTIENT
                       REMAINDER WS-BUSD-REM-100
                   DIVIDE WS-BUSD-YEAR BY 400
                       GIVING WS-BUSD-QUOTIENT
                       REMAINDER WS-BUSD-REM-400
                   IF WS-BUSD-REM-4 = 0
                   AND (WS-BUSD-REM-100 NOT = 0
                     OR WS-BUSD-REM-400 = 0)
                      MOVE 29           TO WS-BUSD-MONTH-DAYS
                   ELSE
                      MOVE 28           TO WS-BUSD-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31              TO WS-BUSD-MONTH-DAYS
           END-EVALUATE

           IF WS-BUSD-DAY < WS-BUSD-MONTH-DAYS
              ADD 1                     TO WS-BUSD-DAY
           ELSE
              MOVE 1                    TO WS-BUSD-DAY
              IF WS-BUSD-MONTH = 12
                 MOVE 1                 TO WS-BUSD-MONTH
                 ADD 1                  TO WS-BUSD-YEAR
              ELSE
                 ADD 1                  TO WS-BUSD-MONTH
              END-IF
           END-IF

           ADD 1                        TO WS-BUSD-DAYS-ROLLED
           PERFORM CHECK-BUSINESS-DAY
              THRU CHECK-BUSINESS-DAY-EXIT
           .
       ROLL-ONE-DAY-EXIT.
           EXIT
           .
