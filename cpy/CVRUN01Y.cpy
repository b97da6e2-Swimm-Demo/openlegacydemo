      *                    OVERRIDE parameter card is supplied.  The
      *                    operator inquiry screen (CORUN00C) shows
      *                    the night's chain from these records.
      *                    On a non-processing day on the holiday
      *                    calendar (CVHOL01Y) each job writes its
      *                    record skipped, with the holiday's name as
      *                    the reason, instead of running.
      ******************************************************************
       01  RUNC-RECORD.
           05  RUNC-KEY.
               88  RUNC-STAT-RUNNING                VALUE 'R'.
               88  RUNC-STAT-COMPLETE               VALUE 'C'.
               88  RUNC-STAT-FAILED                 VALUE 'F'.
               88  RUNC-STAT-SKIPPED                VALUE 'S'.
           05  RUNC-RUN-MODE                 PIC X(02).
           05  RUNC-START-TIME               PIC X(08).
           05  RUNC-END-TIME                 PIC X(08).
           05  RUNC-RETURN-CODE              PIC 9(04).
           05  RUNC-RECORD-COUNT             PIC 9(07).
           05  RUNC-SKIP-REASON              PIC X(30).
           05  FILLER                        PIC X(02).
