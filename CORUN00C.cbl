      *               count - off the run-control records every job
      *               in the chain writes at start and end.  This
      *               screen replaces the operations whiteboard.
      *               A job skipped on a non-processing day on the
      *               holiday calendar shows as skipped, with the
      *               holiday's name in place of its times.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-LST-COUNT               PIC ZZZ,ZZ9.
         05 FILLER                     PIC X(21) VALUE SPACES.
       01 WS-SKIP-LINE REDEFINES WS-LIST-LINE.
         05 FILLER                     PIC X(20).
         05 WS-SKP-REASON              PIC X(30).
         05 FILLER                     PIC X(28).

       COPY COCOM01Y.

           END-IF

           ADD 1 TO WS-ROW-IDX
           MOVE SPACES                 TO WS-LIST-LINE
           MOVE RUNC-JOB-NAME          TO WS-LST-JOB
           IF RUNC-STAT-SKIPPED
               MOVE 'SKIPPED '         TO WS-LST-STATUS
               MOVE RUNC-SKIP-REASON   TO WS-SKP-REASON
               MOVE WS-LIST-LINE TO RUNROWO OF CRUN00AO (WS-ROW-IDX)
               GO TO READ-NEXT-CHAIN-ROW-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RUNC-STAT-RUNNING
                   MOVE 'RUNNING ' TO WS-LST-STATUS
