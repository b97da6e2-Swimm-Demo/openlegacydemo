      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Add a new Regular/Admin user to USRSEC file
      *               The password keyed is stored only as its hash,
      *               marked temporary so the user must change it at
      *               the first sign-on.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.                   
      * All Rights Reserved.                                            
         05 WS-PWD-HAS-NUM-SW          PIC X(01) VALUE 'N'.
           88 WS-PWD-HAS-NUM                       VALUE 'Y'.

      *************************************************************
      * Password hashing fields, shared with the other programs   *
      * that set or check a password                              *
      *************************************************************
       01 WS-PWD-HASH-FIELDS.
       COPY CSPWDHWY.

       COPY COCOM01Y.

       COPY COUSR01.
               MOVE USERID TO SEC-USR-ID
               MOVE FNAME TO SEC-USR-FNAME
               MOVE LNAME TO SEC-USR-LNAME
               MOVE USERID TO WS-PWDH-USER-ID
               MOVE PASSWD TO WS-PWDH-CLEAR
               PERFORM HASH-PASSWORD
                  THRU HASH-PASSWORD-EXIT
               MOVE WS-PWDH-HASH TO SEC-USR-PWD
               SET SEC-USR-PWD-TEMPORARY TO TRUE
               MOVE USRTYPE TO SEC-USR-TYPE
               IF USRTYPE = 'S'
                   MOVE SELFACCT-N TO SEC-USR-SELFSVC-ACCT-ID
                                   SELFACCT
                                   WS-MESSAGE.

      *----------------------------------------------------------------*
      *    Password hashing, shared with the other programs that set
      *    or check a password
      *----------------------------------------------------------------*
       COPY CSPWDHPY.

      *
      * Ver: CardDemo_v1.0-15-g27d6c6f-68 Date: 2022-07-19 23:12:34 CDT
       MAP-COMMAREA-TO-SCREEN SECTION.
