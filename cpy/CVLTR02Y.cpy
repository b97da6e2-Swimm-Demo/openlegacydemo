      ******************************************************************
      *    Copybook:      CVLTR02Y.CPY
      *    Layer:         Data
      *    Function:      LETTER TEMPLATE RECORD LAYOUT.  The body
      *                    of each letter, one record per line, keyed
      *                    by the letter code and the line number;
      *                    line 00 is the letter's title.  A line may
      *                    carry one merge field, written as & and a
      *                    two-character name, which the letter batch
      *                    (CBLTR01C) replaces with the request's data:
      *                      &NM  customer name
      *                      &AC  account number
      *                      &A1  first amount    &A2  second amount
      *                      &R1  first rate      &R2  second rate
      *                      &DT  date            &CN  card, last four
      *                      &TX  free text
      ******************************************************************
       01  LTPL-RECORD.
           05  LTPL-KEY.
               10  LTPL-LETTER-CD            PIC X(04).
               10  LTPL-LINE-NO              PIC 9(02).
           05  LTPL-TEXT                     PIC X(70).
           05  FILLER                        PIC X(24).
