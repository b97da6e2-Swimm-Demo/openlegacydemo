      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Update an existing Regular/Admin user on the
      *               USRSEC file.  The password is never shown; one
      *               keyed here is a reset - stored only as its hash,
      *               marked temporary so the user must change it at
      *               the next sign-on.  Left blank, the password on
      *               file is kept.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           88 STATUS-OK                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-PWD-IDX                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-PWD-CHAR                PIC X(01) VALUE SPACES.
         05 WS-PWD-HAS-ALPHA-SW        PIC X(01) VALUE 'N'.
         05 WS-PWD-HAS-NUM-SW          PIC X(01) VALUE 'N'.
           88 WS-PWD-HAS-NUM                       VALUE 'Y'.

      *************************************************************
      * Password hashing fields, shared with the other programs   *
      * that set or check a password                              *
      *************************************************************
       01 WS-PWD-HASH-FIELDS.
       COPY CSPWDHWY.

       COPY COCOM01Y.

       COPY COUSR02.
                                   WS-MESSAGE
           MOVE 'LNAME' TO FIELD-IN-ERROR
                   SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN
               WHEN USRTYPE = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
               WHEN DFHRESP(NORMAL)
                   MOVE SEC-USR-FNAME  TO FNAME
                   MOVE SEC-USR-LNAME  TO LNAME
                   MOVE SPACES         TO PASSWD
                   MOVE SEC-USR-TYPE   TO USRTYPE
                   IF SEC-USR-TYPE-SELFSVC
                       MOVE SEC-USR-SELFSVC-ACCT-ID TO SELFACCT-N
           MOVE SEC-USR-TYPE             TO WS-SAUD-OLD-TYPE
           MOVE SEC-USR-PWD-CHANGED-DATE TO WS-SAUD-OLD-PWD-DATE
           MOVE SEC-USR-SELFSVC-ACCT-ID  TO WS-SAUD-OLD-SELF-ACCT
           IF PASSWD NOT = SPACES AND LOW-VALUES
               MOVE 'Y' TO WS-SAUD-PWD-CHANGED
           ELSE
               MOVE 'N' TO WS-SAUD-PWD-CHANGED

           MOVE FNAME TO SEC-USR-FNAME
           MOVE LNAME TO SEC-USR-LNAME
           MOVE USRTYPE TO SEC-USR-TYPE
           IF USRTYPE = 'S'
               MOVE SELFACCT-N TO SEC-USR-SELFSVC-ACCT-ID
      *    A password reset is also the unlock: the consecutive
      *    failure count and the lock COSGN00C trips are cleared, so
      *    a locked-out user comes back with the new password.  The
      *    same switch drives the audit record, so the record's own
      *    state and the audit trail can never disagree about whether
      *    the password changed.  The reset password is temporary.
           IF WS-SAUD-PWD-CHANGED = 'Y'
               MOVE SEC-USR-ID     TO WS-PWDH-USER-ID
               MOVE PASSWD         TO WS-PWDH-CLEAR
               PERFORM HASH-PASSWORD
                  THRU HASH-PASSWORD-EXIT
               MOVE WS-PWDH-HASH   TO SEC-USR-PWD
               SET SEC-USR-PWD-TEMPORARY TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO SEC-USR-PWD-CHANGED-DATE
               MOVE ZEROS          TO SEC-USR-FAIL-COUNT
           PERFORM MAP-COMMAREA-TO-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *    Password hashing, shared with the other programs that set
      *    or check a password
      *----------------------------------------------------------------*
       COPY CSPWDHPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           MOVE LOW-VALUES TO COUSR2AO
               END-IF
           END-IF

           IF USRTYPE = SPACES OR LOW-VALUES
               SET STATUS-ERROR TO TRUE
               SET ERROR-PRESENT TO TRUE
           END-IF

      * Password complexity: must mix letters and digits
      * (only a password keyed as a reset is checked; left blank,
      * the password on file is kept as it is)
           IF PASSWD NOT = SPACES AND LOW-VALUES
               PERFORM CHECK-PASSWD-COMPLEXITY
               IF NOT WS-PWD-HAS-ALPHA OR NOT WS-PWD-HAS-NUM
                   SET STATUS-ERROR TO TRUE
