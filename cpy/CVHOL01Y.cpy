      ******************************************************************
      *    Copybook:      CVHOL01Y.CPY
      *    Layer:         Data
      *    Function:      HOLIDAY CALENDAR RECORD LAYOUT.  One record
      *                    per date the banks are closed, keyed by
      *                    the date (CCYY-MM-DD), kept on the holiday
      *                    calendar screen (COHOL00C).  A bank holiday
      *                    is not a business day - payment due dates
      *                    and ACH settlement dates roll past it - but
      *                    the nightly batch chain still runs.  A
      *                    non-processing day is a bank holiday on
      *                    which the chain does not run either: each
      *                    job writes its run-control record skipped
      *                    and ends.  Saturdays and Sundays are never
      *                    business days and need no record here.
      *                    The batches read the calendar through
      *                    CHECK-BUSINESS-DAY (CSBUSDPY).
      ******************************************************************
       01  HOLIDAY-RECORD.
           05  HOL-DATE                      PIC X(10).
           05  HOL-NAME                      PIC X(30).
           05  HOL-TYPE                      PIC X(01).
               88  HOL-BANK-HOLIDAY                 VALUE 'B'.
               88  HOL-NON-PROCESSING               VALUE 'N'.
               88  HOL-TYPE-VALID                   VALUES 'B' 'N'.
           05  HOL-LAST-MAINT-USER           PIC X(08).
           05  HOL-LAST-MAINT-DATE           PIC X(10).
           05  FILLER                        PIC X(21).
