      ******************************************************************
      *    Copybook:      COSCH00.CPY
      *    Layer:         Presentation
      *    Function:      Symbolic map fields for the one-time
      *                    scheduled payment screen.  The eight body
      *                    rows list the account's scheduled payments,
      *                    latest first; the entry lines schedule a
      *                    new payment or cancel one by its
      *                    confirmation number.
      ******************************************************************
       01  CSCH00AI.
           05  ACCTIDI                       PIC X(11).
           05  ACTIONI                       PIC X(01).
           05  AMOUNTI                       PIC X(12).
           05  PAYDTI                        PIC X(10).
           05  SOURCEI                       PIC X(01).
           05  BANKACTI                      PIC X(10).
           05  CONFNUMI                      PIC X(09).
           05  CONFIRMI                      PIC X(01).
      *
       01  CSCH00AO.
           05  TITLE01O                      PIC X(40).
           05  TITLE02O                      PIC X(40).
           05  TRNNAMEO                      PIC X(04).
           05  PGMNAMEO                      PIC X(08).
           05  CURDATEO                      PIC X(08).
           05  CURTIMEO                      PIC X(08).
           05  ACCTIDO                       PIC X(11).
           05  CUSTNAMO                      PIC X(40).
           05  EFTACTO                       PIC X(10).
           05  CURBALO                       PIC X(17).
           05  MINDUEO                       PIC X(17).
           05  DUEDTO                        PIC X(10).
           05  ACTIONO                       PIC X(01).
           05  AMOUNTO                       PIC X(12).
           05  PAYDTO                        PIC X(10).
           05  SOURCEO                       PIC X(01).
           05  BANKACTO                      PIC X(10).
           05  CONFNUMO                      PIC X(09).
           05  CONFIRMO                      PIC X(01).
           05  PAYROWO                       OCCURS 8 TIMES
                                             PIC X(78).
           05  ERRMSGO                       PIC X(78).
