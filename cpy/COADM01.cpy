           05  CURDATEO                      PIC X(08).
           05  CURTIMEO                      PIC X(08).
           05  USERIDO                       PIC X(08).
           05  MENUROWO                      OCCURS 26 TIMES
                                             PIC X(40).
           05  ERRMSGO                       PIC X(78).
