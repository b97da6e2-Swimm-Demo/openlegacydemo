      ******************************************************************
      *    Copybook:      COCLS00.CPY
      *    Layer:         Presentation
      *    Function:      Symbolic map fields for the account
      *                    closure request screen.
      ******************************************************************
       01  CCLS00AI.
           05  ACCTIDI                       PIC X(11).
           05  REASONI                       PIC X(30).
           05  ACTIONI                       PIC X(01).
      *
       01  CCLS00AO.
           05  TITLE01O                      PIC X(40).
           05  TITLE02O                      PIC X(40).
           05  TRNNAMEO                      PIC X(04).
           05  PGMNAMEO                      PIC X(08).
           05  CURDATEO                      PIC X(08).
           05  CURTIMEO                      PIC X(08).
           05  ACCTIDO                       PIC X(11).
           05  REASONO                       PIC X(30).
           05  ACTIONO                       PIC X(01).
           05  ACSTSO                        PIC X(01).
           05  CURBALO                       PIC X(17).
           05  CARDSO                        PIC X(03).
           05  AUTOPO                        PIC X(01).
           05  REQDTO                        PIC X(10).
           05  REQBYO                        PIC X(08).
           05  FSTMTO                        PIC X(10).
           05  RFNDDTO                       PIC X(10).
           05  CLSDTO                        PIC X(10).
           05  ERRMSGO                       PIC X(78).
