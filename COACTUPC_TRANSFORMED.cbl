      * Program:     COACTUPC.CBL                                     *
      * Layer:       Business logic                                   *
      * Function:    Accept and process ACCOUNT UPDATE                *
      *              Each account fetched is logged as a view of the  *
      *              customer's data (PIIVIEW).  The SSN, government  *
      *              ID and full date of birth are masked for users   *
      *              not allowed to see them; a masked value sent     *
      *              back unchanged keeps the value on file.          *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.                   
      * All Rights Reserved.                                            
           88  WS-CUSTLOOKUP-BROWSE-DONE           VALUE 'Y'.
         05 WS-NON-KEY-FLAGS.
           10  WS-EDIT-ACCT-STATUS                 PIC  X(1).
               88  FLG-ACCT-STATUS-ISVALID         VALUES 'Y', 'N', 'P'.
               88  FLG-ACCT-STATUS-NOT-OK          VALUE '0'.
               88  FLG-ACCT-STATUS-BLANK           VALUE 'B'.
           10  WS-EDIT-CREDIT-LIMIT                PIC  X(1).
      *ACCOUNT CHANGE AUDIT RECORD LAYOUT
       COPY CVACT04Y.

      *CUSTOMER DATA VIEW LOG LAYOUT
       COPY CVPIV01Y.

      *CUSTOMER DATA VIEW LOGGING AND MASKING
       01  WS-PIIV-FIELDS.
       COPY CSPIVLWY.
         05  WS-PII-GOVT-MASK                   PIC X(09).
         05  WS-PII-GOVT-LEN                    PIC S9(04) COMP.

      ******************************************************************
      *Application Commmarea Copybook
       COPY COCOM01Y.
              MOVE ACSPFLG  TO ACUP-NEW-CUST-PRI-HOLDER-IND
      * Direct screen reference replaced
           END-IF
      *
      *Masked customer identity data sent back as shown
      *
           MOVE CDEMO-USER-TYPE          TO WS-PIIV-VIEWER-TYPE
           IF NOT WS-PIIV-VIEWER-SEES-PII
              PERFORM 1150-KEEP-MASKED-PII
                 THRU 1150-KEEP-MASKED-PII-EXIT
           END-IF
           .
       1100-RECEIVE-MAP-EXIT.
           EXIT
           .
      *****************************************************************
      * 1150-KEEP-MASKED-PII                                          *
      * A user who may not see the SSN, government ID or full date of *
      * birth is shown them masked (3205).  A masked value that comes *
      * back as it was shown is the value on file, not a change.  A   *
      * user who means to change one keys the whole value afresh.     *
      *****************************************************************
       1150-KEEP-MASKED-PII.
           IF ACUP-NEW-CUST-SSN-1 = '***'
              MOVE ACUP-OLD-CUST-SSN-X(1:3) TO ACUP-NEW-CUST-SSN-1
           END-IF
           IF ACUP-NEW-CUST-SSN-2 = '**'
              MOVE ACUP-OLD-CUST-SSN-X(4:2) TO ACUP-NEW-CUST-SSN-2
           END-IF
           IF ACUP-NEW-CUST-DOB-MON = '**'
              MOVE ACUP-OLD-CUST-DOB-MON    TO ACUP-NEW-CUST-DOB-MON
           END-IF
           IF ACUP-NEW-CUST-DOB-DAY = '**'
              MOVE ACUP-OLD-CUST-DOB-DAY    TO ACUP-NEW-CUST-DOB-DAY
           END-IF

           PERFORM 3206-BUILD-GOVT-ID-MASK
              THRU 3206-BUILD-GOVT-ID-MASK-EXIT
           IF WS-PII-GOVT-MASK NOT = SPACES
           AND ACUP-NEW-CUST-GOVT-ISSUED-ID = WS-PII-GOVT-MASK
              MOVE ACUP-OLD-CUST-GOVT-ISSUED-ID
                                            TO
                                            ACUP-NEW-CUST-GOVT-ISSUED-ID
           END-IF
           .
       1150-KEEP-MASKED-PII-EXIT.
           EXIT
           .
       1200-EDIT-MAP-INPUTS.

           SET INPUT-OK                  TO TRUE
           SET ACUP-CHANGES-NOT-OK       TO TRUE

           MOVE 'Account Status'          TO WS-EDIT-VARIABLE-NAME
      *    Closing an open account goes through the closure screen
      *    (COCLS00C), which stops the cards and autopay; pending
      *    closure (P) is then left to the nightly closure run.
           EVALUATE TRUE
              WHEN ACUP-OLD-ACTIVE-STATUS = 'P'
               AND ACUP-NEW-ACTIVE-STATUS = 'P'
                 MOVE 'P'                 TO WS-EDIT-ACCT-STATUS
              WHEN ACUP-OLD-ACTIVE-STATUS = 'P'
                 SET INPUT-ERROR          TO TRUE
                 SET FLG-ACCT-STATUS-NOT-OK
                                          TO TRUE
                 IF WS-RETURN-MSG-OFF
                    MOVE 'Account is pending closure - status set by
      -                  ' closure run'   TO WS-RETURN-MSG
                 END-IF
              WHEN ACUP-OLD-ACTIVE-STATUS = 'Y'
               AND (ACUP-NEW-ACTIVE-STATUS = 'N'
                 OR ACUP-NEW-ACTIVE-STATUS = 'P')
                 SET INPUT-ERROR          TO TRUE
                 SET FLG-ACCT-STATUS-NOT-OK
                                          TO TRUE
                 IF WS-RETURN-MSG-OFF
                    MOVE 'Use the account closure screen to close an
      -                  ' account'       TO WS-RETURN-MSG
                 END-IF
              WHEN OTHER
                 MOVE ACUP-NEW-ACTIVE-STATUS
                                          TO WS-EDIT-YES-NO
                 PERFORM 1220-EDIT-YESNO
                    THRU 1220-EDIT-YESNO-EXIT
                 MOVE WS-EDIT-YES-NO      TO WS-EDIT-ACCT-STATUS
           END-EVALUATE

      *    Cycle day - blank keeps the account's current assignment
           IF ACUP-NEW-CYCLE-DAY-X = LOW-VALUES
              MOVE ACUP-OLD-CUST-PRI-HOLDER-IND
                                               TO ACSPFLG
      * Complete screen reference replacement
              PERFORM 3205-MASK-CUST-PII
                 THRU 3205-MASK-CUST-PII-EXIT
           END-IF
           .

           MOVE ACUP-NEW-CUST-PRI-HOLDER-IND   TO ACSPFLG
      * Complete screen reference replacement

           PERFORM 3205-MASK-CUST-PII
              THRU 3205-MASK-CUST-PII-EXIT
           .

       3203-SHOW-UPDATED-VALUES-EXIT.
           EXIT
           .
      *****************************************************************
      * 3205-MASK-CUST-PII                                            *
      * Unless the user's type may see them, the SSN shows only its   *
      * last 4 digits, the government ID only its last 4 characters   *
      * and the date of birth only its year.  Only values still as on *
      * file are masked - a value the user has just keyed is shown    *
      * back to them as keyed.                                        *
      *****************************************************************
       3205-MASK-CUST-PII.
           MOVE CDEMO-USER-TYPE          TO WS-PIIV-VIEWER-TYPE
           IF WS-PIIV-VIEWER-SEES-PII
              GO TO 3205-MASK-CUST-PII-EXIT
           END-IF

           IF ACTSSN1 = ACUP-OLD-CUST-SSN-X(1:3)
              MOVE '***'                 TO ACTSSN1
           END-IF
           IF ACTSSN2 = ACUP-OLD-CUST-SSN-X(4:2)
              MOVE '**'                  TO ACTSSN2
           END-IF
           IF DOBMON = ACUP-OLD-CUST-DOB-MON
              MOVE '**'                  TO DOBMON
           END-IF
           IF DOBDAY = ACUP-OLD-CUST-DOB-DAY
              MOVE '**'                  TO DOBDAY
           END-IF

           PERFORM 3206-BUILD-GOVT-ID-MASK
              THRU 3206-BUILD-GOVT-ID-MASK-EXIT
           IF WS-PII-GOVT-MASK NOT = SPACES
           AND ACSGOVT = ACUP-OLD-CUST-GOVT-ISSUED-ID(1:9)
              MOVE WS-PII-GOVT-MASK      TO ACSGOVT
           END-IF
           .
       3205-MASK-CUST-PII-EXIT.
           EXIT
           .
      *****************************************************************
      * 3206-BUILD-GOVT-ID-MASK                                       *
      * The masked form of the government ID on file - five stars and *
      * its last 4 characters, or stars alone for an ID shorter than  *
      * that.  Blank when there is no ID on file to mask.             *
      *****************************************************************
       3206-BUILD-GOVT-ID-MASK.
           MOVE SPACES                   TO WS-PII-GOVT-MASK
           IF ACUP-OLD-CUST-GOVT-ISSUED-ID = SPACES OR LOW-VALUES
              GO TO 3206-BUILD-GOVT-ID-MASK-EXIT
           END-IF

           COMPUTE WS-PII-GOVT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(ACUP-OLD-CUST-GOVT-ISSUED-ID TRAILING))
           IF WS-PII-GOVT-LEN < 4
              MOVE '*****'               TO WS-PII-GOVT-MASK
           ELSE
              STRING '*****'
                     ACUP-OLD-CUST-GOVT-ISSUED-ID(WS-PII-GOVT-LEN - 3:4)
                     DELIMITED BY SIZE INTO WS-PII-GOVT-MASK
           END-IF
           .
       3206-BUILD-GOVT-ID-MASK-EXIT.
           EXIT
           .

       3250-SETUP-INFOMSG.
      *    SETUP INFORMATION MESSAGE

           PERFORM 9500-STORE-FETCHED-DATA
              THRU 9500-STORE-FETCHED-DATA-EXIT

           INITIALIZE PIIV-RECORD
           MOVE LIT-THISPGM             TO PIIV-PROGRAM
           MOVE CDEMO-ACCT-ID           TO PIIV-ACCT-ID
           MOVE CDEMO-CUST-ID           TO PIIV-CUST-ID
           MOVE CDEMO-CARD-NUM          TO PIIV-CARD-NUM
           MOVE 'Y'                     TO WS-PIIV-PII-ON-SCREEN-SW
           PERFORM LOG-PII-VIEW
           .


      ******************************************************************
       COPY CSUTLDPY
           .
      ******************************************************************
      * Customer data view logging
      ******************************************************************
       COPY CSPIVLPY.
      *
      * Ver: CardDemo_v1.0-15-g27d6c6f-68 Date: 2022-07-19 23:12:32 CDT
       MAP-COMMAREA-TO-SCREEN SECTION.
