      ******************************************************************
      *    Copybook:      CSPWDHPY.CPY
      *    Layer:         Procedure
      *    Function:      One-way password hash, shared by sign-on
      *                    (COSGN00C), the user add and update
      *                    screens (COUSR01C, COUSR02C) and the
      *                    self-service enrollment batch (CBUSR02C) so
      *                    they all store and compare the same value
      *                    (see CSPWDHWY for the matching
      *                    working-storage).  The caller moves the
      *                    user ID and the clear password to
      *                    WS-PWDH-USER-ID and WS-PWDH-CLEAR; the hash
      *                    comes back in WS-PWDH-HASH.  The user ID
      *                    salts the hash, so two users with the same
      *                    password do not store the same value.  The
      *                    clear password is blanked before returning.
      ******************************************************************
       HASH-PASSWORD.

           MOVE WS-PWDH-CLEAR           TO WS-PWDH-INPUT (1:8)
           MOVE WS-PWDH-USER-ID         TO WS-PWDH-INPUT (9:8)
           MOVE SPACES                  TO WS-PWDH-CLEAR
           INSPECT WS-PWDH-INPUT REPLACING ALL LOW-VALUE BY SPACE
           MOVE 5381                    TO WS-PWDH-ACCUM-1
           MOVE 7919                    TO WS-PWDH-ACCUM-2

           PERFORM HASH-PASSWORD-ROUND
              THRU HASH-PASSWORD-ROUND-EXIT
              VARYING WS-PWDH-ROUND FROM 1 BY 1
              UNTIL WS-PWDH-ROUND > 4

           MOVE SPACES                  TO WS-PWDH-INPUT
           MOVE SPACES                  TO WS-PWDH-HASH
           MOVE WS-PWDH-ACCUM-1         TO WS-PWDH-WORK

           PERFORM HASH-PASSWORD-ENCODE
              THRU HASH-PASSWORD-ENCODE-EXIT
              VARYING WS-PWDH-IDX FROM 1 BY 1
              UNTIL WS-PWDH-IDX > 8
           .
       HASH-PASSWORD-EXIT.
           EXIT
           .

      *    One pass over the password and user ID.  Each byte is
      *    folded into both accumulators, weighted by its position
      *    and the round, so a reordered password hashes apart.
       HASH-PASSWORD-ROUND.

           PERFORM HASH-PASSWORD-MIX
              THRU HASH-PASSWORD-MIX-EXIT
              VARYING WS-PWDH-IDX FROM 1 BY 1
              UNTIL WS-PWDH-IDX > 16
           .
       HASH-PASSWORD-ROUND-EXIT.
           EXIT
           .

       HASH-PASSWORD-MIX.

           MOVE LOW-VALUE               TO WS-PWDH-BYTE-HIGH
           MOVE WS-PWDH-INPUT (WS-PWDH-IDX:1)
                                        TO WS-PWDH-BYTE-LOW

           COMPUTE WS-PWDH-WORK = WS-PWDH-ACCUM-1 * 131
                                + WS-PWDH-BYTE-VALUE
                                + WS-PWDH-IDX * WS-PWDH-ROUND
           DIVIDE WS-PWDH-WORK BY WS-PWDH-MODULUS-1
               GIVING WS-PWDH-QUOTIENT
               REMAINDER WS-PWDH-ACCUM-1

           COMPUTE WS-PWDH-WORK = WS-PWDH-ACCUM-2 * 257
                                + WS-PWDH-BYTE-VALUE
                                  * (WS-PWDH-IDX + WS-PWDH-ROUND)
                                + WS-PWDH-ACCUM-1
           DIVIDE WS-PWDH-WORK BY WS-PWDH-MODULUS-2
               GIVING WS-PWDH-QUOTIENT
               REMAINDER WS-PWDH-ACCUM-2
           .
       HASH-PASSWORD-MIX-EXIT.
           EXIT
           .

      *    Six bits at a time off the first accumulator for the first
      *    four characters, then off the second for the last four.
       HASH-PASSWORD-ENCODE.

           IF WS-PWDH-IDX = 5
              MOVE WS-PWDH-ACCUM-2      TO WS-PWDH-WORK
           END-IF

           DIVIDE WS-PWDH-WORK BY 64
               GIVING WS-PWDH-QUOTIENT
               REMAINDER WS-PWDH-DIGIT
           MOVE WS-PWDH-QUOTIENT        TO WS-PWDH-WORK
           ADD 1                        TO WS-PWDH-DIGIT
           MOVE WS-PWDH-ALPHABET (WS-PWDH-DIGIT:1)
                                        TO WS-PWDH-HASH (WS-PWDH-IDX:1)
           .
       HASH-PASSWORD-ENCODE-EXIT.
           EXIT
           .
