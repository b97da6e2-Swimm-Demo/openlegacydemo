                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RECONRPT-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-HOL-DATE
                  FILE STATUS IS HOLIDAY-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
       FD  RECONRPT-FILE.
       01  RECONRPT-RECORD                   PIC X(132).

       FD  HOLIDAY-FILE.
       01  FD-HOLIDAY-REC.
           05  FD-HOL-DATE                   PIC X(10).
           05  FILLER                        PIC X(70).

       FD  RUNCTL-FILE.
       01  FD-RUNCTL-REC.
           05  FD-RUNC-KEY.
               88  RUNCTL-SUCCESS                     VALUE '00'.
               88  RUNCTL-DUPKEY                      VALUE '22'.
               88  RUNCTL-NOTFOUND                    VALUE '35'.
           05  HOLIDAY-STATUS                 PIC X(02).
               88  HOLIDAY-SUCCESS                    VALUE '00'.
           05  QUARFILE-STATUS                PIC X(02).
               88  QUARFILE-SUCCESS                   VALUE '00'.
           05  RPRJRNL-STATUS                 PIC X(02).
               88  RUNCTL-IS-OPEN                    VALUE 'Y'.
           05  WS-RUNC-BLOCKED-SW             PIC X(01) VALUE 'N'.
               88  WS-RUNC-BLOCKED                   VALUE 'Y'.
           05  WS-RUNC-SKIPPED-SW             PIC X(01) VALUE 'N'.
               88  WS-RUNC-SKIPPED                   VALUE 'Y'.
           05  WS-RUNC-BUSINESS-DATE          PIC X(10).
           05  WS-RUNC-TIME-HHMMSS            PIC X(08).

           COPY CVRUN01Y.

      *************************************************************
      * Holiday calendar record and the business-day fields       *
      * shared with the other batches that work to the calendar   *
      *************************************************************
           COPY CVHOL01Y.

       01  WS-BUSD-CALENDAR-FIELDS.
           COPY CSBUSDWY.

      *************************************************************
      * Quarantine / repair journal record layout, via the shared *
      * copybook                                                  *
              SET ACCTFILE-AT-EOF       TO TRUE
              SET CARDAIX-AT-EOF        TO TRUE
              SET CARDFILE-AT-EOF       TO TRUE
              IF WS-RUNC-SKIPPED
                 MOVE 'NON-PROCESSING DAY - RUN SKIPPED - SEE RUNCTL'
                                        TO RECONRPT-RECORD
              ELSE
                 MOVE 'RUN REFUSED BY RUN CONTROL - SEE RUNCTL'
                                        TO RECONRPT-RECORD
              END-IF
              WRITE RECONRPT-RECORD
              GO TO 1000-INITIALIZE-EXIT
           END-IF
                    RPRJRNL-FILE
           END-IF

           IF WS-BUSD-CAL-OPEN
              CLOSE HOLIDAY-FILE
           END-IF

           PERFORM 9500-RUN-CONTROL-END
              THRU 9500-RUN-CONTROL-END-EXIT


           ACCEPT WS-RUNC-OVERRIDE-X FROM SYSIN

      *    The holiday calendar.  Without one only Saturdays and
      *    Sundays are non-business days, and every day is a
      *    processing day.
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-SUCCESS
              SET WS-BUSD-CAL-OPEN      TO TRUE
           END-IF

           OPEN I-O RUNCTL-FILE
           IF RUNCTL-NOTFOUND
              OPEN OUTPUT RUNCTL-FILE

           MOVE WS-RUN-DATE-FORMATTED   TO WS-RUNC-BUSINESS-DATE

      *    Nothing runs on a non-processing day on the holiday
      *    calendar unless the OVERRIDE card forces it.
           IF NOT WS-RUNC-OVERRIDE
              MOVE WS-RUNC-BUSINESS-DATE TO WS-BUSD-DATE
              PERFORM CHECK-BUSINESS-DAY
                 THRU CHECK-BUSINESS-DAY-EXIT
              IF NOT WS-BUSD-PROCESSING-DAY
                 PERFORM 0510-RUN-CONTROL-SKIP
                    THRU 0510-RUN-CONTROL-SKIP-EXIT
                 GO TO 0500-RUN-CONTROL-START-EXIT
              END-IF
           END-IF

           MOVE WS-RUNC-JOB-NAME        TO FD-RUNC-JOB-NAME
           MOVE WS-RUNC-BUSINESS-DATE   TO FD-RUNC-BUSINESS-DATE
           READ RUNCTL-FILE INTO RUNC-RECORD
           EXIT
           .

      *****************************************************************
      * 0510-RUN-CONTROL-SKIP                                         *
      * Tonight is a non-processing day.  The record for the business *
      * date is written skipped, with the holiday's name as the       *
      * reason, and the job ends with a zero return code so the rest  *
      * of the chain runs on to skip in turn.  A run already forced   *
      * through for the date with the OVERRIDE card is left standing. *
      *****************************************************************
       0510-RUN-CONTROL-SKIP.

           SET WS-RUNC-BLOCKED          TO TRUE
           SET WS-RUNC-SKIPPED          TO TRUE

           MOVE WS-RUNC-JOB-NAME        TO FD-RUNC-JOB-NAME
           MOVE WS-RUNC-BUSINESS-DATE   TO FD-RUNC-BUSINESS-DATE
           READ RUNCTL-FILE INTO RUNC-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT RUNC-STAT-SKIPPED
                      GO TO 0510-RUN-CONTROL-SKIP-EXIT
                   END-IF
           END-READ

           INITIALIZE RUNC-RECORD
           MOVE WS-RUNC-JOB-NAME        TO RUNC-JOB-NAME
           MOVE WS-RUNC-BUSINESS-DATE   TO RUNC-BUSINESS-DATE
           SET RUNC-STAT-SKIPPED        TO TRUE
           MOVE WS-RUN-MODE             TO RUNC-RUN-MODE
           ACCEPT WS-RUNC-TIME-HHMMSS FROM TIME
           MOVE WS-RUNC-TIME-HHMMSS     TO RUNC-START-TIME
                                           RUNC-END-TIME
           MOVE 0                       TO RUNC-RETURN-CODE
           MOVE 0                       TO RUNC-RECORD-COUNT
           MOVE WS-BUSD-HOLIDAY-NAME    TO RUNC-SKIP-REASON

           MOVE WS-RUNC-JOB-NAME        TO FD-RUNC-JOB-NAME
           WRITE FD-RUNCTL-REC FROM RUNC-RECORD
           IF RUNCTL-DUPKEY
              REWRITE FD-RUNCTL-REC FROM RUNC-RECORD
                  INVALID KEY
                      CONTINUE
              END-REWRITE
           END-IF
           .
       0510-RUN-CONTROL-SKIP-EXIT.
           EXIT
           .

      *****************************************************************
      * 9500-RUN-CONTROL-END                                          *
      * Stamps tonight's record complete (or failed, on a non-zero    *
       9500-RUN-CONTROL-END-EXIT.
           EXIT
           .

      *****************************************************************
      * Business-day calendar, shared with the other batches that     *
      * work to the holiday calendar                                  *
      *****************************************************************
       COPY CSBUSDPY.
