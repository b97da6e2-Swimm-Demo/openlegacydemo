      ******************************************************************
      *    Copybook:      CVFXR01Y.CPY
      *    Layer:         Data
      *    Function:      FOREIGN EXCHANGE RATE FEED RECORD LAYOUT.
      *                    One record per currency in the daily rate
      *                    file from the rate provider: the ISO
      *                    currency code, the dollar value of one unit
      *                    of it to six places and the date the rate
      *                    was struck.  Loaded into the FXRATE
      *                    parameter set by the daily rate load
      *                    (CBFXR01C).
      ******************************************************************
       01  FXR-RECORD.
           05  FXR-CURRENCY-CD               PIC X(03).
           05  FXR-RATE                      PIC 9(04)V9(06).
           05  FXR-RATE-DATE                 PIC X(10).
           05  FILLER                        PIC X(17).
