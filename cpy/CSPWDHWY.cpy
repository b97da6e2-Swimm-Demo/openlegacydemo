      ******************************************************************
      *    Copybook:      CSPWDHWY.CPY
      *    Layer:         Data
      *    Function:      Password hashing working storage, shared by
      *                    every screen and batch that sets or checks
      *                    a password (see HASH-PASSWORD in CSPWDHPY).
      *                    The caller sets the user ID and the clear
      *                    password; the paragraph returns the eight
      *                    character hash that is stored on USRSEC
      *                    and in the password history.
      ******************************************************************
         05  WS-PWDH-USER-ID                    PIC X(08).
         05  WS-PWDH-CLEAR                      PIC X(08).
         05  WS-PWDH-HASH                       PIC X(08).
         05  WS-PWDH-INPUT                      PIC X(16).
         05  WS-PWDH-BYTE-PAIR.
             10  WS-PWDH-BYTE-HIGH              PIC X(01).
             10  WS-PWDH-BYTE-LOW               PIC X(01).
         05  WS-PWDH-BYTE-VALUE REDEFINES WS-PWDH-BYTE-PAIR
                                                PIC 9(04) COMP.
         05  WS-PWDH-ACCUM-1                    PIC S9(18) COMP.
         05  WS-PWDH-ACCUM-2                    PIC S9(18) COMP.
         05  WS-PWDH-WORK                       PIC S9(18) COMP.
         05  WS-PWDH-QUOTIENT                   PIC S9(18) COMP.
         05  WS-PWDH-DIGIT                      PIC S9(04) COMP.
         05  WS-PWDH-ROUND                      PIC S9(04) COMP.
         05  WS-PWDH-IDX                        PIC S9(04) COMP.
      *    Both moduli are primes just under 2**24, so each
      *    accumulator yields four 6-bit characters of the hash.
         05  WS-PWDH-MODULUS-1                  PIC S9(09) COMP
                                                VALUE 16777213.
         05  WS-PWDH-MODULUS-2                  PIC S9(09) COMP
                                                VALUE 16777199.
         05  WS-PWDH-ALPHABET.
             10  FILLER                         PIC X(32)
                 VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ012345'.
             10  FILLER                         PIC X(32)
                 VALUE '6789abcdefghijklmnopqrstuvwxyz./'.
