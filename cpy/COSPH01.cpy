      ******************************************************************
      *    Copybook:      COSPH01.CPY
      *    Layer:         Presentation
      *    Function:      Symbolic map fields for the special
      *                    handling screen.
      ******************************************************************
       01  CSPH01AI.
           05  ACCTIDI                       PIC X(11).
           05  HNDCDI                        PIC X(01).
           05  STRDTI                        PIC X(10).
           05  ENDDTI                        PIC X(10).
           05  ACTIONI                       PIC X(01).
      *
       01  CSPH01AO.
           05  TITLE01O                      PIC X(40).
           05  TITLE02O                      PIC X(40).
           05  TRNNAMEO                      PIC X(04).
           05  PGMNAMEO                      PIC X(08).
           05  CURDATEO                      PIC X(08).
           05  CURTIMEO                      PIC X(08).
           05  ACCTIDO                       PIC X(11).
           05  HNDCDO                        PIC X(01).
           05  STRDTO                        PIC X(10).
           05  ENDDTO                        PIC X(10).
           05  ACTIONO                       PIC X(01).
           05  CURCDO                        PIC X(01).
           05  CURSTRO                       PIC X(10).
           05  CURENDO                       PIC X(10).
           05  APPRBYO                       PIC X(08).
           05  PNDCDO                        PIC X(01).
           05  PNDSTRO                       PIC X(10).
           05  PNDENDO                       PIC X(10).
           05  PNDBYO                        PIC X(08).
           05  ERRMSGO                       PIC X(78).
