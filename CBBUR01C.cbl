      *              exceptions report instead of being silently      *
      *              dropped, and the run ends with a non-zero        *
      *              return code when any exception was found.        *
      *              An account whose special handling code           *
      *              (SPHDAT) is in force is reported as current,     *
      *              with no days past due, under the compliance      *
      *              condition code for its handling.                 *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY IS FD-CUST-ID
                  FILE STATUS IS CUSTFILE-STATUS.

           SELECT SPHDAT-FILE ASSIGN TO SPHDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-SPH-ACCT-ID
                  FILE STATUS IS SPHDAT-STATUS.

           SELECT BUREAUFL-FILE ASSIGN TO BUREAUFL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BUREAUFL-STATUS.
           05  FD-CUST-ID                    PIC 9(09).
           05  FILLER                        PIC X(373).

       FD  SPHDAT-FILE.
       01  FD-SPHDAT-REC.
           05  FD-SPH-ACCT-ID                PIC 9(11).
           05  FILLER                        PIC X(189).

      *****************************************************************
      * Bureau extract - one 'D' record per account in the fixed     *
      * layout the bureau's intake expects, closed by one 'T'        *
      * trailer whose count, balance total and account-id hash must  *
      * equal the detail records written.  The compliance condition  *
      * code, agreed with the bureau, marks an account under special *
      * handling: DC deceased, BK bankruptcy, MA military active     *
      * duty, HF hardship; XR clears the code last reported once the *
      * special handling ends.  Blank otherwise.                     *
      *****************************************************************
       FD  BUREAUFL-FILE.
       01  FD-BUREAUFL-REC.
           05  BUR-ADDR-LINE-1               PIC X(50).
           05  BUR-ADDR-STATE-CD             PIC X(02).
           05  BUR-ADDR-ZIP                  PIC X(10).
           05  BUR-COMPLIANCE-CD             PIC X(02).
           05  FILLER                        PIC X(06).
       01  FD-BUREAUFL-TRAILER REDEFINES FD-BUREAUFL-REC.
           05  BUR-TRL-REC-TYPE              PIC X(01).
           05  BUR-TRL-RECORD-COUNT          PIC 9(07).
               88  BUREAUFL-SUCCESS                   VALUE '00'.
           05  BURERPT-STATUS                 PIC X(02).
               88  BURERPT-SUCCESS                    VALUE '00'.
           05  SPHDAT-STATUS                  PIC X(02).
               88  SPHDAT-SUCCESS                     VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACCTFILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  ACCTFILE-AT-EOF                     VALUE 'Y'.
           05  WS-CUST-FOUND-SW               PIC X(01) VALUE 'N'.
               88  CUST-FOUND                          VALUE 'Y'.
           05  WS-SPHDAT-OPEN-SW              PIC X(01) VALUE 'N'.
               88  SPHDAT-IS-OPEN                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCT-COUNT                  PIC 9(07) COMP VALUE 0.
           05  WS-REPORTED-COUNT              PIC 9(07) COMP VALUE 0.
           05  WS-EXCEPTION-COUNT             PIC 9(07) COMP VALUE 0.
           05  WS-SPH-CODED-COUNT             PIC 9(07) COMP VALUE 0.

       01  WS-TRAILER-TOTALS.
           05  WS-TRL-RECORD-COUNT            PIC 9(07) VALUE 0.
           05  WS-DUE-DAY-NUM                 PIC S9(07).
           05  WS-DAY-NUM-WORK                PIC S9(07).
           05  WS-DAY-NUM-DAY                 PIC 9(02).
           05  WS-BUR-COMPLIANCE-CD           PIC X(02).

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-YYYYMMDD.

           COPY CVCUS01Y.

      *************************************************************
      * Special handling record and the lookup fields shared with *
      * the other batches that honor the code                     *
      *************************************************************
           COPY CVSPH01Y.

       01  WS-SPH-LOOKUP-FIELDS.
           COPY CSSPHRWY.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
                   VALUE 'EXCEPTIONS FOUND.......: '.
               10  WS-RPT-EXCEPT-TOTAL        PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.
           05  WS-RPT-SUMMARY4.
               10  FILLER                     PIC X(25)
                   VALUE 'SPECIAL HANDLING CODED.: '.
               10  WS-RPT-SPH-CODED-TOTAL     PIC ZZZ,ZZ9.
               10  FILLER                     PIC X(10) VALUE SPACE.

       PROCEDURE DIVISION.

           OPEN OUTPUT BUREAUFL-FILE
                       BURERPT-FILE

      *    No special handling file means no account has ever been
      *    put under special handling.
           OPEN I-O SPHDAT-FILE
           IF SPHDAT-SUCCESS
              SET SPHDAT-IS-OPEN        TO TRUE
           END-IF

           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-DATE-YEAR '-'
                  WS-RUN-DATE-MONTH '-'
      * 2200-WRITE-BUREAU-RECORD                                      *
      * The account status code follows the bureau's convention:      *
      * 11 current, 71/78/80 for the 30/60/90 day buckets, 97         *
      * charged off, 13 closed with no balance.  While a special      *
      * handling code is in force the account is not reported as an   *
      * ordinary delinquency: it goes as current with no days past    *
      * due, under its compliance condition code.                     *
      *****************************************************************
       2200-WRITE-BUREAU-RECORD.

           PERFORM 2210-DERIVE-DAYS-PAST-DUE
              THRU 2210-DERIVE-DAYS-PAST-DUE-EXIT

           PERFORM 2220-SET-COMPLIANCE-CODE
              THRU 2220-SET-COMPLIANCE-CODE-EXIT

           MOVE SPACES                  TO FD-BUREAUFL-REC
           MOVE 'D'                     TO BUR-REC-TYPE
           MOVE ACCT-ID                 TO BUR-ACCT-ID
           MOVE CUST-ADDR-LINE-1        TO BUR-ADDR-LINE-1
           MOVE CUST-ADDR-STATE-CD      TO BUR-ADDR-STATE-CD
           MOVE CUST-ADDR-ZIP           TO BUR-ADDR-ZIP
           MOVE WS-BUR-COMPLIANCE-CD    TO BUR-COMPLIANCE-CD

           EVALUATE TRUE
               WHEN ACCT-COLL-CHARGED-OFF
           ADD 1                        TO WS-TRL-RECORD-COUNT
           ADD ACCT-CURR-BAL            TO WS-TRL-BALANCE-TOTAL
           ADD ACCT-ID                  TO WS-TRL-ACCT-HASH

           IF WS-BUR-COMPLIANCE-CD NOT = SPACES
              MOVE WS-BUR-COMPLIANCE-CD TO SPH-BUREAU-CD
              MOVE WS-RUN-DATE-FORMATTED
                                        TO SPH-BUREAU-DATE
              REWRITE FD-SPHDAT-REC FROM SPH-RECORD
                  INVALID KEY
                      ADD 1             TO WS-EXCEPTION-COUNT
                      MOVE ACCT-ID      TO WS-RPT-ACCT-ID
                      MOVE 'REWRITE OF SPHDAT FAILED'
                                        TO WS-RPT-EXCEPTION
                      WRITE BURERPT-RECORD FROM WS-RPT-DETAIL
              END-REWRITE
           END-IF
           .
       2200-WRITE-BUREAU-RECORD-EXIT.
           EXIT
           .

      *****************************************************************
      * 2220-SET-COMPLIANCE-CODE                                      *
      * An account whose special handling code is in force carries    *
      * the matching compliance condition code and has its days past  *
      * due withheld.  Once the code ends the bureau is sent XR,      *
      * once, to clear the condition it was last given.               *
      *****************************************************************
       2220-SET-COMPLIANCE-CODE.

           MOVE SPACES                  TO WS-BUR-COMPLIANCE-CD

           IF NOT SPHDAT-IS-OPEN
              GO TO 2220-SET-COMPLIANCE-CODE-EXIT
           END-IF

           MOVE ACCT-ID                 TO WS-SPH-ACCT-ID
           MOVE WS-RUN-DATE-FORMATTED   TO WS-SPH-AS-OF-DATE
           PERFORM READ-SPECIAL-HANDLING
              THRU READ-SPECIAL-HANDLING-EXIT

           IF NOT WS-SPH-ACTIVE
              IF WS-SPH-FOUND
              AND SPH-BUREAU-CD NOT = SPACES
              AND SPH-BUREAU-CD NOT = 'XR'
                 MOVE 'XR'              TO WS-BUR-COMPLIANCE-CD
              END-IF
              GO TO 2220-SET-COMPLIANCE-CODE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN SPH-CD-DECEASED
                   MOVE 'DC'            TO WS-BUR-COMPLIANCE-CD
               WHEN SPH-CD-BANKRUPTCY
                   MOVE 'BK'            TO WS-BUR-COMPLIANCE-CD
               WHEN SPH-CD-MILITARY
                   MOVE 'MA'            TO WS-BUR-COMPLIANCE-CD
               WHEN OTHER
                   MOVE 'HF'            TO WS-BUR-COMPLIANCE-CD
           END-EVALUATE

           MOVE 0                       TO WS-DAYS-PAST-DUE
           ADD 1                        TO WS-SPH-CODED-COUNT
           .
       2220-SET-COMPLIANCE-CODE-EXIT.
           EXIT
           .

      *****************************************************************
      * 2210-DERIVE-DAYS-PAST-DUE                                     *
      * Zero unless the account owes a minimum payment, its due date  *
           MOVE WS-EXCEPTION-COUNT       TO WS-RPT-EXCEPT-TOTAL
           WRITE BURERPT-RECORD FROM WS-RPT-SUMMARY3

           MOVE WS-SPH-CODED-COUNT       TO WS-RPT-SPH-CODED-TOTAL
           WRITE BURERPT-RECORD FROM WS-RPT-SUMMARY4

           IF SPHDAT-IS-OPEN
              CLOSE SPHDAT-FILE
           END-IF

           IF WS-EXCEPTION-COUNT > 0
              MOVE 4                     TO RETURN-CODE
           END-IF
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Special handling lookup, shared with the other batches that   *
      * honor the code                                                *
      *****************************************************************
       COPY CSSPHRPY.
