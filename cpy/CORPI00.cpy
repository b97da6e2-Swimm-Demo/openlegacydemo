      ******************************************************************
      *    Copybook:      CORPI00.CPY
      *    Layer:         Presentation
      *    Function:      Symbolic map fields for the suspense and
      *                    reject repair workbench screen.  The ten
      *                    body rows list the unresolved items, oldest
      *                    first; the item lines show the one item
      *                    keyed and take the action on it.
      ******************************************************************
       01  CRPI00AI.
           05  SRCI                          PIC X(01).
           05  FROMDTI                       PIC X(10).
           05  ITMSRCI                       PIC X(01).
           05  ITMDTI                        PIC X(10).
           05  ITMSEQI                       PIC X(05).
           05  ACTIONI                       PIC X(01).
           05  NEWNUMI                       PIC X(16).
           05  NOTEI                         PIC X(30).
      *
       01  CRPI00AO.
           05  TITLE01O                      PIC X(40).
           05  TITLE02O                      PIC X(40).
           05  TRNNAMEO                      PIC X(04).
           05  PGMNAMEO                      PIC X(08).
           05  CURDATEO                      PIC X(08).
           05  CURTIMEO                      PIC X(08).
           05  SRCO                          PIC X(01).
           05  FROMDTO                       PIC X(10).
           05  ITEMROWO                      OCCURS 10 TIMES
                                             PIC X(78).
           05  ITMSRCO                       PIC X(01).
           05  ITMDTO                        PIC X(10).
           05  ITMSEQO                       PIC X(05).
           05  ITMSTSO                       PIC X(01).
           05  ITMNUMO                       PIC X(16).
           05  ITMAMTO                       PIC X(17).
           05  ITMRSNO                       PIC X(40).
           05  ITMORIGO                      PIC X(16).
           05  ITMBYO                        PIC X(08).
           05  ITMACTDTO                     PIC X(10).
           05  ACTIONO                       PIC X(01).
           05  NEWNUMO                       PIC X(16).
           05  NOTEO                         PIC X(30).
           05  ERRMSGO                       PIC X(78).
