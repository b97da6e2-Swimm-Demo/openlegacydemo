      ******************************************************************
      *    Copybook:      COHOL00.CPY
      *    Layer:         Presentation
      *    Function:      Symbolic map fields for the holiday calendar
      *                    maintenance screen.  The top half carries
      *                    one calendar date and its details; the
      *                    eight body rows list the calendar from the
      *                    year or date keyed.
      ******************************************************************
       01  CHOL00AI.
           05  LSTYRI                        PIC X(04).
           05  HOLDTI                        PIC X(10).
           05  ACTIONI                       PIC X(01).
           05  HOLNAMI                       PIC X(30).
           05  HOLTYPI                       PIC X(01).
      *
       01  CHOL00AO.
           05  TITLE01O                      PIC X(40).
           05  TITLE02O                      PIC X(40).
           05  TRNNAMEO                      PIC X(04).
           05  PGMNAMEO                      PIC X(08).
           05  CURDATEO                      PIC X(08).
           05  CURTIMEO                      PIC X(08).
           05  LSTYRO                        PIC X(04).
           05  HOLDTO                        PIC X(10).
           05  HOLDAYO                       PIC X(03).
           05  ACTIONO                       PIC X(01).
           05  HOLNAMO                       PIC X(30).
           05  HOLTYPO                       PIC X(01).
           05  MNTUSRO                       PIC X(08).
           05  MNTDTO                        PIC X(10).
           05  HOLROWO                       OCCURS 8 TIMES
                                             PIC X(78).
           05  ERRMSGO                       PIC X(78).
