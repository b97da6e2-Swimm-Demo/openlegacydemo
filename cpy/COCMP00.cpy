      ******************************************************************
      *    Copybook:      COCMP00.CPY
      *    Layer:         Presentation
      *    Function:      Symbolic map fields for the company
      *                    maintenance screen.  The top half carries
      *                    the company master details; the eight body
      *                    rows list the company's member accounts and
      *                    the member account line adds or removes one.
      ******************************************************************
       01  CCMP00AI.
           05  CMPIDI                        PIC X(09).
           05  ACTIONI                       PIC X(01).
           05  CMPNAMI                       PIC X(40).
           05  CMPSTATI                      PIC X(01).
           05  CRLIMI                        PIC X(15).
           05  BILLOPTI                      PIC X(01).
           05  CONTACTI                      PIC X(40).
           05  ADDR1I                        PIC X(40).
           05  ADDR2I                        PIC X(40).
           05  STATEI                        PIC X(02).
           05  ZIPI                          PIC X(10).
           05  MBRACCTI                      PIC X(11).
      *
       01  CCMP00AO.
           05  TITLE01O                      PIC X(40).
           05  TITLE02O                      PIC X(40).
           05  TRNNAMEO                      PIC X(04).
           05  PGMNAMEO                      PIC X(08).
           05  CURDATEO                      PIC X(08).
           05  CURTIMEO                      PIC X(08).
           05  CMPIDO                        PIC X(09).
           05  ACTIONO                       PIC X(01).
           05  CMPNAMO                       PIC X(40).
           05  CMPSTATO                      PIC X(01).
           05  CRLIMO                        PIC X(15).
           05  BILLOPTO                      PIC X(01).
           05  CONTACTO                      PIC X(40).
           05  ADDR1O                        PIC X(40).
           05  ADDR2O                        PIC X(40).
           05  STATEO                        PIC X(02).
           05  ZIPO                          PIC X(10).
           05  MNTUSRO                       PIC X(08).
           05  MNTDTO                        PIC X(10).
           05  MBRCNTO                       PIC X(05).
           05  TOTBALO                       PIC X(17).
           05  AVAILO                        PIC X(17).
           05  MBRACCTO                      PIC X(11).
           05  MBRROWO                       OCCURS 8 TIMES
                                             PIC X(78).
           05  ERRMSGO                       PIC X(78).
