      ******************************************************************
      *    Copybook:      CSPAYAPY.CPY
      *    Layer:         Procedure
      *    Function:      Payment allocation, shared by every batch
      *                    that posts a cardholder payment - the daily
      *                    posting batch (CBTRN01C) and the lockbox
      *                    intake (CBTRN02C) - so both split a payment
      *                    the same way (see CSPAYAWY for the matching
      *                    working-storage).  The part of the payment
      *                    up to ACCT-MIN-PAY-DUE pays the standard
      *                    purchase portion of the balance first, then
      *                    the promotional segments lowest rate first;
      *                    everything above the minimum goes to the
      *                    higher-rate cash advance portion
      *                    (ACCT-CASH-BAL) first, then the standard
      *                    purchase portion, then the promotional
      *                    segments highest rate first, as the
      *                    regulators expect.  ALLOCATE-CREDIT splits
      *                    a return or adjustment credit, which undoes
      *                    a charge: standard purchase portion first,
      *                    then the segments highest rate first, then
      *                    the cash portion.  Only ACCT-CASH-BAL and
      *                    the segment table are updated here - the
      *                    caller brings ACCT-CURR-BAL and the cycle
      *                    buckets down by the whole amount.
      ******************************************************************
       ALLOCATE-PAYMENT.

           PERFORM ALLOCATE-START
              THRU ALLOCATE-START-EXIT

      *    The minimum due (none on an account never yet billed)
      *    caps the part of the payment held to the purchase side.
           MOVE 0                       TO WS-PAY-ALLOC-MIN-PART
           IF ACCT-MIN-PAY-DUE NUMERIC
           AND ACCT-MIN-PAY-DUE > 0
              IF WS-PAY-ALLOC-AMT > ACCT-MIN-PAY-DUE
                 MOVE ACCT-MIN-PAY-DUE  TO WS-PAY-ALLOC-MIN-PART
              ELSE
                 MOVE WS-PAY-ALLOC-AMT  TO WS-PAY-ALLOC-MIN-PART
              END-IF
           END-IF
           COMPUTE WS-PAY-ALLOC-EXCESS =
               WS-PAY-ALLOC-AMT - WS-PAY-ALLOC-MIN-PART

      *    Minimum part - standard purchase portion first, then the
      *    promotional segments lowest rate first, any remainder to
      *    the cash portion.
           IF WS-PAY-ALLOC-MIN-PART > WS-PAY-ALLOC-PURCH-BAL
              MOVE WS-PAY-ALLOC-PURCH-BAL
                                        TO WS-PAY-ALLOC-TO-PURCH
              COMPUTE WS-PAY-ALLOC-LEFT =
                  WS-PAY-ALLOC-MIN-PART - WS-PAY-ALLOC-PURCH-BAL
              SET WS-PAY-ALLOC-LOW-RATE-FIRST
                                        TO TRUE
              PERFORM ALLOCATE-TO-SEGMENTS
                 THRU ALLOCATE-TO-SEGMENTS-EXIT
              MOVE WS-PAY-ALLOC-LEFT    TO WS-PAY-ALLOC-TO-CASH
           ELSE
              MOVE WS-PAY-ALLOC-MIN-PART
                                        TO WS-PAY-ALLOC-TO-PURCH
           END-IF

      *    Excess over the minimum - cash portion first, then the
      *    standard purchase portion, then the promotional segments
      *    highest rate first; an overpayment lands on the purchase
      *    portion.
           COMPUTE WS-PAY-ALLOC-CASH-LEFT =
               ACCT-CASH-BAL - WS-PAY-ALLOC-TO-CASH
           IF WS-PAY-ALLOC-CASH-LEFT < 0
              MOVE 0                    TO WS-PAY-ALLOC-CASH-LEFT
           END-IF
           IF WS-PAY-ALLOC-EXCESS > WS-PAY-ALLOC-CASH-LEFT
              ADD WS-PAY-ALLOC-CASH-LEFT
                                        TO WS-PAY-ALLOC-TO-CASH
              COMPUTE WS-PAY-ALLOC-LEFT =
                  WS-PAY-ALLOC-EXCESS - WS-PAY-ALLOC-CASH-LEFT
              COMPUTE WS-PAY-ALLOC-PURCH-LEFT =
                  WS-PAY-ALLOC-PURCH-BAL - WS-PAY-ALLOC-TO-PURCH
              IF WS-PAY-ALLOC-PURCH-LEFT < 0
                 MOVE 0                 TO WS-PAY-ALLOC-PURCH-LEFT
              END-IF
              IF WS-PAY-ALLOC-LEFT > WS-PAY-ALLOC-PURCH-LEFT
                 ADD WS-PAY-ALLOC-PURCH-LEFT
                                        TO WS-PAY-ALLOC-TO-PURCH
                 SUBTRACT WS-PAY-ALLOC-PURCH-LEFT
                                        FROM WS-PAY-ALLOC-LEFT
                 SET WS-PAY-ALLOC-HIGH-RATE-FIRST
                                        TO TRUE
                 PERFORM ALLOCATE-TO-SEGMENTS
                    THRU ALLOCATE-TO-SEGMENTS-EXIT
              END-IF
              ADD WS-PAY-ALLOC-LEFT     TO WS-PAY-ALLOC-TO-PURCH
           ELSE
              ADD WS-PAY-ALLOC-EXCESS   TO WS-PAY-ALLOC-TO-CASH
           END-IF

           SUBTRACT WS-PAY-ALLOC-TO-CASH FROM ACCT-CASH-BAL
           IF ACCT-CASH-BAL < 0
              MOVE 0                    TO ACCT-CASH-BAL
           END-IF
           .
       ALLOCATE-PAYMENT-EXIT.
           EXIT
           .

       ALLOCATE-CREDIT.

           PERFORM ALLOCATE-START
              THRU ALLOCATE-START-EXIT

           MOVE WS-PAY-ALLOC-AMT        TO WS-PAY-ALLOC-LEFT
           IF WS-PAY-ALLOC-LEFT > WS-PAY-ALLOC-PURCH-BAL
              MOVE WS-PAY-ALLOC-PURCH-BAL
                                        TO WS-PAY-ALLOC-TO-PURCH
              SUBTRACT WS-PAY-ALLOC-PURCH-BAL
                                        FROM WS-PAY-ALLOC-LEFT
              SET WS-PAY-ALLOC-HIGH-RATE-FIRST
                                        TO TRUE
              PERFORM ALLOCATE-TO-SEGMENTS
                 THRU ALLOCATE-TO-SEGMENTS-EXIT
              MOVE WS-PAY-ALLOC-LEFT    TO WS-PAY-ALLOC-TO-CASH
           ELSE
              MOVE WS-PAY-ALLOC-LEFT    TO WS-PAY-ALLOC-TO-PURCH
           END-IF

           SUBTRACT WS-PAY-ALLOC-TO-CASH FROM ACCT-CASH-BAL
           IF ACCT-CASH-BAL < 0
              MOVE 0                    TO ACCT-CASH-BAL
           END-IF
           .
       ALLOCATE-CREDIT-EXIT.
           EXIT
           .

      *    The standard purchase portion is what the balance holds
      *    beyond the cash portion and the promotional segments.
       ALLOCATE-START.

           IF ACCT-CASH-BAL NOT NUMERIC
              MOVE 0                    TO ACCT-CASH-BAL
           END-IF

           MOVE 0                       TO WS-PAY-ALLOC-TO-CASH
                                           WS-PAY-ALLOC-TO-PURCH
                                           WS-PAY-ALLOC-TO-SEGS
                                           WS-PAY-ALLOC-SEG-TOTAL
           PERFORM ALLOCATE-SUM-ONE-SEGMENT
              THRU ALLOCATE-SUM-ONE-SEGMENT-EXIT
              VARYING WS-PAY-ALLOC-SEG-IDX FROM 1 BY 1
                UNTIL WS-PAY-ALLOC-SEG-IDX > WS-PAY-ALLOC-SEG-COUNT

           COMPUTE WS-PAY-ALLOC-PURCH-BAL =
               ACCT-CURR-BAL - ACCT-CASH-BAL - WS-PAY-ALLOC-SEG-TOTAL
           IF WS-PAY-ALLOC-PURCH-BAL < 0
              MOVE 0                    TO WS-PAY-ALLOC-PURCH-BAL
           END-IF
           .
       ALLOCATE-START-EXIT.
           EXIT
           .

       ALLOCATE-SUM-ONE-SEGMENT.

           MOVE 0      TO WS-PAY-ALLOC-SEG-PAID (WS-PAY-ALLOC-SEG-IDX)
           IF WS-PAY-ALLOC-SEG-BAL (WS-PAY-ALLOC-SEG-IDX) > 0
              ADD WS-PAY-ALLOC-SEG-BAL (WS-PAY-ALLOC-SEG-IDX)
                                        TO WS-PAY-ALLOC-SEG-TOTAL
           END-IF
           .
       ALLOCATE-SUM-ONE-SEGMENT-EXIT.
           EXIT
           .

      *    Spreads WS-PAY-ALLOC-LEFT over the segments in rate order
      *    until it or the segments run out; what cannot be placed
      *    stays in WS-PAY-ALLOC-LEFT.
       ALLOCATE-TO-SEGMENTS.

           MOVE 1                       TO WS-PAY-ALLOC-SEG-PICK
           PERFORM ALLOCATE-ONE-SEGMENT
              THRU ALLOCATE-ONE-SEGMENT-EXIT
              UNTIL WS-PAY-ALLOC-LEFT NOT > 0
                 OR WS-PAY-ALLOC-SEG-PICK = 0
           .
       ALLOCATE-TO-SEGMENTS-EXIT.
           EXIT
           .

       ALLOCATE-ONE-SEGMENT.

           MOVE 0                       TO WS-PAY-ALLOC-SEG-PICK
           PERFORM ALLOCATE-PICK-SEGMENT
              THRU ALLOCATE-PICK-SEGMENT-EXIT
              VARYING WS-PAY-ALLOC-SEG-IDX FROM 1 BY 1
                UNTIL WS-PAY-ALLOC-SEG-IDX > WS-PAY-ALLOC-SEG-COUNT

           IF WS-PAY-ALLOC-SEG-PICK = 0
              GO TO ALLOCATE-ONE-SEGMENT-EXIT
           END-IF

           IF WS-PAY-ALLOC-LEFT >
              WS-PAY-ALLOC-SEG-BAL (WS-PAY-ALLOC-SEG-PICK)
              MOVE WS-PAY-ALLOC-SEG-BAL (WS-PAY-ALLOC-SEG-PICK)
                                        TO WS-PAY-ALLOC-SEG-SHARE
           ELSE
              MOVE WS-PAY-ALLOC-LEFT    TO WS-PAY-ALLOC-SEG-SHARE
           END-IF

           SUBTRACT WS-PAY-ALLOC-SEG-SHARE
               FROM WS-PAY-ALLOC-SEG-BAL (WS-PAY-ALLOC-SEG-PICK)
           ADD WS-PAY-ALLOC-SEG-SHARE
               TO WS-PAY-ALLOC-SEG-PAID (WS-PAY-ALLOC-SEG-PICK)
           ADD WS-PAY-ALLOC-SEG-SHARE   TO WS-PAY-ALLOC-TO-SEGS
           SUBTRACT WS-PAY-ALLOC-SEG-SHARE
                                        FROM WS-PAY-ALLOC-LEFT
           .
       ALLOCATE-ONE-SEGMENT-EXIT.
           EXIT
           .

       ALLOCATE-PICK-SEGMENT.

           IF WS-PAY-ALLOC-SEG-BAL (WS-PAY-ALLOC-SEG-IDX) NOT > 0
              GO TO ALLOCATE-PICK-SEGMENT-EXIT
           END-IF

           IF WS-PAY-ALLOC-SEG-PICK = 0
              MOVE WS-PAY-ALLOC-SEG-IDX TO WS-PAY-ALLOC-SEG-PICK
              GO TO ALLOCATE-PICK-SEGMENT-EXIT
           END-IF

           IF WS-PAY-ALLOC-HIGH-RATE-FIRST
           AND WS-PAY-ALLOC-SEG-RATE (WS-PAY-ALLOC-SEG-IDX) >
               WS-PAY-ALLOC-SEG-RATE (WS-PAY-ALLOC-SEG-PICK)
              MOVE WS-PAY-ALLOC-SEG-IDX TO WS-PAY-ALLOC-SEG-PICK
           END-IF

           IF WS-PAY-ALLOC-LOW-RATE-FIRST
           AND WS-PAY-ALLOC-SEG-RATE (WS-PAY-ALLOC-SEG-IDX) <
               WS-PAY-ALLOC-SEG-RATE (WS-PAY-ALLOC-SEG-PICK)
              MOVE WS-PAY-ALLOC-SEG-IDX TO WS-PAY-ALLOC-SEG-PICK
           END-IF
           .
       ALLOCATE-PICK-SEGMENT-EXIT.
           EXIT
           .
