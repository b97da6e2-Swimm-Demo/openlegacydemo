      ******************************************************************
      *    Copybook:      COLTR00.CPY
      *    Layer:         Presentation
      *    Function:      Symbolic map fields for the letter history
      *                    screen.  The twelve body rows list the
      *                    letters queued for the account, oldest
      *                    first, with where each one stands.
      ******************************************************************
       01  CLTR00AI.
           05  ACCTIDI                       PIC X(11).
           05  FROMDTI                       PIC X(10).
      *
       01  CLTR00AO.
           05  TITLE01O                      PIC X(40).
           05  TITLE02O                      PIC X(40).
           05  TRNNAMEO                      PIC X(04).
           05  PGMNAMEO                      PIC X(08).
           05  CURDATEO                      PIC X(08).
           05  CURTIMEO                      PIC X(08).
           05  ACCTIDO                       PIC X(11).
           05  FROMDTO                       PIC X(10).
           05  LTRROWO                       OCCURS 12 TIMES
                                             PIC X(78).
           05  ERRMSGO                       PIC X(78).
