      *              customer record.  Accounts already enrolled or   *
      *              missing from the cross-reference land on the     *
      *              rejects report instead of stopping the run.      *
      *              The temporary password goes on USRSEC only       *
      *              as its hash, marked temporary so sign-on makes   *
      *              the user change it; the clear value goes out     *
      *              only on the welcome letter.  Each user added     *
      *              is journaled on the user security audit file.    *
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY IS FD-USR-ID
                  FILE STATUS IS USRSEC-STATUS.

           SELECT SECAUDT-FILE ASSIGN TO SECAUDT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FD-SAUD-KEY
                  FILE STATUS IS SECAUDT-STATUS.

           SELECT WELCFILE-FILE ASSIGN TO WELCFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WELCFILE-STATUS.
           05  FD-USR-ID                     PIC X(08).
           05  FILLER                        PIC X(72).

       FD  SECAUDT-FILE.
       01  FD-SECAUDT-REC.
           05  FD-SAUD-KEY.
               10  FD-SAUD-USER-ID           PIC X(08).
               10  FD-SAUD-AUDIT-DATE        PIC X(10).
               10  FD-SAUD-AUDIT-TIME        PIC X(08).
           05  FILLER                        PIC X(154).

      *****************************************************************
      * Welcome-letter extract - one record per enrolled account,     *
      * with the credentials and the customer's name and address      *
               88  USRSEC-EOF                         VALUE '10'.
               88  USRSEC-DUPKEY                      VALUE '22'.
               88  USRSEC-NOTFND                      VALUE '23'.
           05  SECAUDT-STATUS                 PIC X(02).
               88  SECAUDT-SUCCESS                    VALUE '00'.
           05  WELCFILE-STATUS                PIC X(02).
               88  WELCFILE-SUCCESS                   VALUE '00'.
           05  ENRLRPT-STATUS                 PIC X(02).
      * sign-on aging starts from enrollment.                     *
      *************************************************************
       01  WS-ENROLL-DATE                     PIC X(08).
       01  WS-ENROLL-TIME                     PIC X(08).

      *************************************************************
      * Password hashing fields, shared with the other programs   *
      * that set or check a password                              *
      *************************************************************
       01  WS-PWD-HASH-FIELDS.
           COPY CSPWDHWY.

      *************************************************************
      * Cross-reference, customer and user security record        *

           COPY CSUSR01Y.

           COPY CSUSR02Y.

      *************************************************************
      * Report line layouts                                       *
      *************************************************************
                       CARDAIX-FILE
                       CUSTFILE-FILE
           OPEN I-O    USRSEC-FILE
                       SECAUDT-FILE
           OPEN OUTPUT WELCFILE-FILE
                       ENRLRPT-FILE

           ACCEPT WS-ENROLL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ENROLL-TIME FROM TIME

           WRITE ENRLRPT-RECORD FROM WS-RPT-HEADING1
           WRITE ENRLRPT-RECORD FROM WS-RPT-HEADING2
           MOVE WS-NEW-USER-ID          TO SEC-USR-ID
           MOVE CUST-FIRST-NAME         TO SEC-USR-FNAME
           MOVE CUST-LAST-NAME          TO SEC-USR-LNAME
           MOVE WS-NEW-USER-ID          TO WS-PWDH-USER-ID
           MOVE WS-TEMP-PASSWORD        TO WS-PWDH-CLEAR
           PERFORM HASH-PASSWORD
              THRU HASH-PASSWORD-EXIT
           MOVE WS-PWDH-HASH            TO SEC-USR-PWD
           SET SEC-USR-PWD-TEMPORARY    TO TRUE
           SET SEC-USR-TYPE-SELFSVC     TO TRUE
           MOVE WS-ENROLL-DATE          TO SEC-USR-PWD-CHANGED-DATE
           MOVE WS-ENRL-ACCT-ID         TO SEC-USR-SELFSVC-ACCT-ID

           WRITE FD-USRSEC-REC FROM SEC-USER-DATA
           IF USRSEC-SUCCESS
              PERFORM 2350-WRITE-SECURITY-AUDIT
                 THRU 2350-WRITE-SECURITY-AUDIT-EXIT
              GO TO 2300-WRITE-USER-RECORD-EXIT
           END-IF

           EXIT
           .

      *****************************************************************
      * 2350-WRITE-SECURITY-AUDIT                                     *
      * The same add record COUSR01C journals for a user added        *
      * online, made by and from this program.  The user is already   *
      * on USRSEC, so a journal write that fails is not a reject.     *
      *****************************************************************
       2350-WRITE-SECURITY-AUDIT.

           INITIALIZE SEC-AUDIT-RECORD
           MOVE SEC-USR-ID              TO SAUD-USER-ID
           STRING WS-ENROLL-DATE (1:4) '-' WS-ENROLL-DATE (5:2) '-'
                  WS-ENROLL-DATE (7:2)
                  DELIMITED BY SIZE INTO SAUD-AUDIT-DATE
           STRING WS-ENROLL-TIME (1:2) ':' WS-ENROLL-TIME (3:2) ':'
                  WS-ENROLL-TIME (5:2)
                  DELIMITED BY SIZE INTO SAUD-AUDIT-TIME
           SET SAUD-ACTION-ADD          TO TRUE
           MOVE 'CBUSR02C'              TO SAUD-CHANGED-BY
           MOVE 'CBUSR02C'              TO SAUD-FROM-PROGRAM
           MOVE ZEROS                   TO SAUD-OLD-SELFSVC-ACCT-ID
           MOVE SEC-USR-FNAME           TO SAUD-NEW-FNAME
           MOVE SEC-USR-LNAME           TO SAUD-NEW-LNAME
           MOVE SEC-USR-TYPE            TO SAUD-NEW-TYPE
           MOVE SEC-USR-PWD-CHANGED-DATE
                                        TO SAUD-NEW-PWD-CHANGED-DATE
           MOVE SEC-USR-SELFSVC-ACCT-ID TO SAUD-NEW-SELFSVC-ACCT-ID
           MOVE 'N'                     TO SAUD-PWD-CHANGED-SW

           WRITE FD-SECAUDT-REC FROM SEC-AUDIT-RECORD
           .
       2350-WRITE-SECURITY-AUDIT-EXIT.
           EXIT
           .

      *****************************************************************
      * 2400-WRITE-WELCOME-LETTER                                     *
      *****************************************************************
                 CARDAIX-FILE
                 CUSTFILE-FILE
                 USRSEC-FILE
                 SECAUDT-FILE
                 WELCFILE-FILE
                 ENRLRPT-FILE
           .
       9000-TERMINATE-EXIT.
           EXIT
           .

      *****************************************************************
      * Password hashing, shared with the other programs that set or  *
      * check a password                                              *
      *****************************************************************
       COPY CSPWDHPY.
