      ******************************************************************
      *    Copybook:      COCRDRP.CPY
      *    Layer:         Presentation
      *    Function:      Symbolic map fields for the lost/stolen
      *                    card replacement screen.
      ******************************************************************
       01  CCRDRPAI.
           05  CARDNUMI                      PIC X(16).
           05  REASONI                       PIC X(01).
           05  CONFIRMI                      PIC X(01).
      *
       01  CCRDRPAO.
           05  TITLE01O                      PIC X(40).
           05  TITLE02O                      PIC X(40).
           05  TRNNAMEO                      PIC X(04).
           05  PGMNAMEO                      PIC X(08).
           05  CURDATEO                      PIC X(08).
           05  CURTIMEO                      PIC X(08).
           05  CARDNUMO                      PIC X(16).
           05  REASONO                       PIC X(01).
           05  ACCTIDO                       PIC X(11).
           05  STATUSO                       PIC X(12).
           05  NEWCARDO                      PIC X(16).
           05  ERRMSGO                       PIC X(78).
