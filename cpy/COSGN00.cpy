      *    Copybook:      COSGN00.CPY
      *    Layer:         Presentation
      *    Function:      Symbolic map fields for the sign-on screen.
      *                    The new password and its confirmation are
      *                    keyed only to change the password; they are
      *                    input only and never sent back.
      ******************************************************************
       01  COSGN0AI.
           05  USERIDI                       PIC X(08).
           05  PASSWDI                       PIC X(08).
           05  NEWPWDI                       PIC X(08).
           05  CNFPWDI                       PIC X(08).
      *
       01  COSGN0AO.
           05  TITLE01O                      PIC X(40).
