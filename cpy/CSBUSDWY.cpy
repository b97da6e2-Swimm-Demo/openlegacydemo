      ******************************************************************
      *    Copybook:      CSBUSDWY.CPY
      *    Layer:         Data
      *    Function:      Business-day calendar working storage,
      *                    shared by every batch that works to the
      *                    holiday calendar (see CHECK-BUSINESS-DAY
      *                    and ROLL-TO-BUSINESS-DAY in CSBUSDPY).  The
      *                    caller sets the date (CCYY-MM-DD) and sets
      *                    WS-BUSD-CAL-OPEN once its HOLIDAY-FILE is
      *                    open; the paragraphs return the weekday,
      *                    whether the date is a business day and a
      *                    processing day, and the holiday's name.
      ******************************************************************
         05  WS-BUSD-DATE                       PIC X(10).
         05  WS-BUSD-DATE-PARTS REDEFINES WS-BUSD-DATE.
             10  WS-BUSD-YEAR                   PIC 9(04).
             10  FILLER                         PIC X(01).
             10  WS-BUSD-MONTH                  PIC 9(02).
             10  FILLER                         PIC X(01).
             10  WS-BUSD-DAY                    PIC 9(02).
         05  WS-BUSD-CAL-OPEN-SW                PIC X(01) VALUE 'N'.
             88  WS-BUSD-CAL-OPEN                      VALUE 'Y'.
         05  WS-BUSD-BUSINESS-SW                PIC X(01).
             88  WS-BUSD-BUSINESS-DAY                  VALUE 'Y'.
         05  WS-BUSD-PROCESSING-SW              PIC X(01).
             88  WS-BUSD-PROCESSING-DAY                VALUE 'Y'.
      *    1 = Monday through 7 = Sunday
         05  WS-BUSD-WEEKDAY                    PIC 9(01).
             88  WS-BUSD-WEEKEND                       VALUES 6 7.
         05  WS-BUSD-HOLIDAY-NAME               PIC X(30).
         05  WS-BUSD-DAYS-ROLLED                PIC 9(02) COMP.
         05  WS-BUSD-MAX-ROLL                   PIC 9(02) COMP
                                                VALUE 14.
         05  WS-BUSD-MONTH-DAYS                 PIC 9(02) COMP.
         05  WS-BUSD-CALC-YEAR                  PIC 9(04) COMP.
         05  WS-BUSD-CALC-MONTH                 PIC 9(02) COMP.
         05  WS-BUSD-CENTURY                    PIC 9(02) COMP.
         05  WS-BUSD-YEAR-OF-CENT               PIC 9(02) COMP.
         05  WS-BUSD-MONTH-TERM                 PIC 9(03) COMP.
         05  WS-BUSD-YEAR-TERM                  PIC 9(02) COMP.
         05  WS-BUSD-CENT-TERM                  PIC 9(02) COMP.
         05  WS-BUSD-DAY-SUM                    PIC 9(05) COMP.
         05  WS-BUSD-QUOTIENT                   PIC 9(05) COMP.
         05  WS-BUSD-REMAINDER                  PIC 9(03) COMP.
         05  WS-BUSD-REM-4                      PIC 9(03) COMP.
         05  WS-BUSD-REM-100                    PIC 9(03) COMP.
         05  WS-BUSD-REM-400                    PIC 9(03) COMP.
