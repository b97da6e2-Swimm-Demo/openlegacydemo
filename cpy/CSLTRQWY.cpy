      ******************************************************************
      *    Copybook:      CSLTRQWY.CPY
      *    Layer:         Data
      *    Function:      Letter request working storage, shared by
      *                    every batch and screen that queues a letter
      *                    (see QUEUE-LETTER-REQUEST in CSLTRQPY and
      *                    CSLTRCPY).  The caller fills LTRQ-RECORD
      *                    (CVLTR01Y) with the account, letter code,
      *                    customer if known, source and variable
      *                    data; the paragraph stamps the date, time
      *                    and sequence, writes it queued and returns
      *                    whether it went on the queue.
      ******************************************************************
         05  WS-LTRQ-DATASET                    PIC X(08)
                                                VALUE 'LTRQUEUE'.
         05  WS-LTRQ-REC-LEN                    PIC S9(04) COMP
                                                VALUE 250.
         05  WS-LTRQ-KEY-LEN                    PIC S9(04) COMP
                                                VALUE 26.
         05  WS-LTRQ-RESP-CD                    PIC S9(09) COMP.
         05  WS-LTRQ-REAS-CD                    PIC S9(09) COMP.
         05  WS-LTRQ-QUEUED-SW                  PIC X(01).
             88  WS-LTRQ-QUEUED                        VALUE 'Y'.
         05  WS-LTRQ-DATE-YYYYMMDD.
             10  WS-LTRQ-DATE-YEAR              PIC X(04).
             10  WS-LTRQ-DATE-MONTH             PIC X(02).
             10  WS-LTRQ-DATE-DAY               PIC X(02).
         05  WS-LTRQ-TIME-HHMMSSCC.
             10  WS-LTRQ-TIME-HOURS             PIC X(02).
             10  WS-LTRQ-TIME-MINUTE            PIC X(02).
             10  WS-LTRQ-TIME-SECOND            PIC X(02).
             10  WS-LTRQ-TIME-HUNDREDTHS        PIC X(02).
