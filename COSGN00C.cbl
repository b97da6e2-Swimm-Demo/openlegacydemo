      *               every success, failure and lockout to the
      *               sign-on activity file, and routes a good
      *               sign-on to the main menu with the commarea set.
      *               Passwords are compared by their hash.  An
      *               expired or temporary password must be changed
      *               here - the current password plus a new one
      *               keyed twice - and any password may be changed
      *               the same way at any sign-on.  The new one must
      *               pass the complexity rules and not repeat the
      *               current password or any in the password
      *               history, and each change is journaled on the
      *               user security audit file.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
              10 TRNNAME              PIC X(4).
              10 USERID               PIC X(8).
              10 PASSWD               PIC X(8).
              10 NEWPWD               PIC X(8).
              10 CNFPWD               PIC X(8).
      * LENGTH constants for database operations
           05 LENGTH-USR-ID               PIC S9(04) COMP VALUE 8.
           05 LENGTH-USER-DATA            PIC S9(04) COMP VALUE 80.
           05 LENGTH-SGNJ-KEY             PIC S9(04) COMP VALUE 26.
           05 LENGTH-SGNJ-RECORD          PIC S9(04) COMP VALUE 80.
           05 LENGTH-PHST-RECORD          PIC S9(04) COMP VALUE 100.
           05 LENGTH-SAUD-KEY             PIC S9(04) COMP VALUE 26.
           05 LENGTH-SAUD-RECORD          PIC S9(04) COMP VALUE 180.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COSGN00C'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-USRSEC-FILE             PIC X(08) VALUE 'USRSEC  '.
         05 WS-SGNJRNL-FILE            PIC X(08) VALUE 'SGNJRNL '.
         05 WS-PWDHIST-FILE            PIC X(08) VALUE 'PWDHIST '.
         05 WS-SECAUDT-FILE            PIC X(08) VALUE 'SECAUDT '.
         05 WS-MENU-PGM                PIC X(08) VALUE 'COADM01C'.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 STATUS-ERROR                         VALUE 'Y'.
         05 WS-TODAY-YYYYMMDD          PIC 9(08) VALUE ZEROS.
         05 WS-PWD-CHANGED-N           PIC 9(08) VALUE ZEROS.
         05 WS-EVENT-TYPE              PIC X(01) VALUE SPACE.
         05 WS-PWD-MATCH-SW            PIC X(01) VALUE 'N'.
           88 WS-PWD-MATCHES                       VALUE 'Y'.
         05 WS-PWD-MUST-CHANGE-SW      PIC X(01) VALUE 'N'.
           88 WS-PWD-MUST-CHANGE                   VALUE 'Y'.
      *************************************************************
      * Password change rules - the new password must be at least *
      * the minimum length, mix letters and digits, hold no       *
      * blanks, differ from the user ID and the current password, *
      * and not repeat any hash kept in the password history      *
      *************************************************************
         05 WS-PWD-MIN-LENGTH          PIC S9(04) COMP VALUE 6.
         05 WS-PWD-HISTORY-MAX         PIC S9(04) COMP VALUE 5.
         05 WS-PWD-LEN                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-PWD-IDX                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-PWD-CHAR                PIC X(01) VALUE SPACES.
         05 WS-PWD-HAS-ALPHA-SW        PIC X(01) VALUE 'N'.
           88 WS-PWD-HAS-ALPHA                     VALUE 'Y'.
         05 WS-PWD-HAS-NUM-SW          PIC X(01) VALUE 'N'.
           88 WS-PWD-HAS-NUM                       VALUE 'Y'.
         05 WS-PWD-GAP-SW              PIC X(01) VALUE 'N'.
           88 WS-PWD-GAP-SEEN                      VALUE 'Y'.
         05 WS-PWD-HAS-BLANK-SW        PIC X(01) VALUE 'N'.
           88 WS-PWD-HAS-BLANK                     VALUE 'Y'.
         05 WS-PWD-CHANGED-SW          PIC X(01) VALUE 'N'.
           88 WS-PWD-WAS-CHANGED                   VALUE 'Y'.
         05 WS-NEW-PWD-HASH            PIC X(08) VALUE SPACES.
         05 WS-PHST-IDX                PIC S9(04) COMP VALUE ZEROS.
         05 WS-PHST-ON-FILE-SW         PIC X(01) VALUE 'N'.
           88 WS-PHST-ON-FILE                      VALUE 'Y'.
         05 WS-PHST-REUSED-SW          PIC X(01) VALUE 'N'.
           88 WS-PHST-REUSED                       VALUE 'Y'.
      *************************************************************
      * Before image of the user for the security audit record    *
      *************************************************************
         05 WS-SAUD-OLD-IMAGE.
           10 WS-SAUD-OLD-FNAME        PIC X(20).
           10 WS-SAUD-OLD-LNAME        PIC X(20).
           10 WS-SAUD-OLD-TYPE         PIC X(01).
           10 WS-SAUD-OLD-PWD-DATE     PIC X(08).
           10 WS-SAUD-OLD-SELF-ACCT    PIC 9(11).

      *************************************************************
      * Password hashing fields, shared with the other programs   *
      * that set or check a password                              *
      *************************************************************
       01 WS-PWD-HASH-FIELDS.
       COPY CSPWDHWY.

       COPY COCOM01Y.

       COPY CSMSG01Y.

      *************************************************************
      * User security, sign-on journal, security audit and        *
      * password history record layouts, via the shared copybooks *
      *************************************************************
       COPY CSUSR01Y.

       COPY CSSGN01Y.

       COPY CSUSR02Y.

       COPY CSUSR03Y.

       COPY DFHAID.
       COPY DFHBMSCA.

      *                      VALIDATE-SIGNON
      * Locked IDs are refused outright.  A wrong password counts
      * against the ID and trips the lock at the limit.  A right
      * password that has aged out, or is a temporary one, is refused
      * unless a new password is keyed with it; a new password keyed
      * with any good sign-on is taken if it passes the rules.
      * Every outcome is journaled.
      *----------------------------------------------------------------*
       VALIDATE-SIGNON.

               GO TO VALIDATE-SIGNON-EXIT
           END-IF

           PERFORM CHECK-CURRENT-PASSWORD
              THRU CHECK-CURRENT-PASSWORD-EXIT

           IF NOT WS-PWD-MATCHES
               MOVE 'Y'     TO WS-ERR-FLG
               IF SEC-USR-FAIL-COUNT NOT NUMERIC
                   MOVE ZEROS TO SEC-USR-FAIL-COUNT
               GO TO VALIDATE-SIGNON-EXIT
           END-IF

           MOVE 'N' TO WS-PWD-MUST-CHANGE-SW
           IF SEC-USR-PWD-TEMPORARY
               SET WS-PWD-MUST-CHANGE TO TRUE
           END-IF
           PERFORM CHECK-PASSWORD-AGING
              THRU CHECK-PASSWORD-AGING-EXIT

           MOVE 'N' TO WS-PWD-CHANGED-SW
           IF (NEWPWD NOT = SPACES AND LOW-VALUES)
           OR (CNFPWD NOT = SPACES AND LOW-VALUES)
               PERFORM CHANGE-PASSWORD
                  THRU CHANGE-PASSWORD-EXIT
           ELSE
               IF WS-PWD-MUST-CHANGE
                   MOVE 'Y'     TO WS-ERR-FLG
                   IF SEC-USR-PWD-TEMPORARY
                       MOVE 'Temporary password - key a new password'
                         & ' and confirm it' TO WS-MESSAGE
                   ELSE
                       MOVE 'Password has expired - key a new password'
                         & ' and confirm it' TO WS-MESSAGE
                   END-IF
                   MOVE 'NEWPWD' TO FIELD-IN-ERROR
               END-IF
           END-IF

      *    The password was right, so the refusal does not count
      *    against the ID - but a clear-text password just converted
      *    to its hash is still kept.
           IF STATUS-ERROR
               PERFORM REWRITE-USER-RECORD
               MOVE 'F' TO WS-EVENT-TYPE
               PERFORM WRITE-SIGNON-JOURNAL
               GO TO VALIDATE-SIGNON-EXIT
           MOVE ZEROS TO SEC-USR-FAIL-COUNT
           SET SEC-USR-NOT-LOCKED TO TRUE
           PERFORM REWRITE-USER-RECORD
           IF WS-PWD-WAS-CHANGED
               PERFORM UPDATE-PASSWORD-HISTORY
               PERFORM WRITE-SECURITY-AUDIT
           END-IF
           MOVE 'S' TO WS-EVENT-TYPE
           PERFORM WRITE-SIGNON-JOURNAL.

       VALIDATE-SIGNON-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-CURRENT-PASSWORD
      * A hashed password is checked by hashing what was keyed.  A
      * clear-text one left from before hashing is compared as is
      * and, once proven, replaced by its hash on the record.
      *----------------------------------------------------------------*
       CHECK-CURRENT-PASSWORD.

           MOVE 'N' TO WS-PWD-MATCH-SW
           MOVE SEC-USR-ID             TO WS-PWDH-USER-ID
           MOVE PASSWD                 TO WS-PWDH-CLEAR
           PERFORM HASH-PASSWORD
              THRU HASH-PASSWORD-EXIT

           IF SEC-USR-PWD-IS-HASHED
               IF WS-PWDH-HASH = SEC-USR-PWD
                   SET WS-PWD-MATCHES TO TRUE
               END-IF
               GO TO CHECK-CURRENT-PASSWORD-EXIT
           END-IF

           IF SEC-USR-PWD = PASSWD
               SET WS-PWD-MATCHES TO TRUE
               MOVE WS-PWDH-HASH       TO SEC-USR-PWD
               SET SEC-USR-PWD-USER-SET TO TRUE
           END-IF.

       CHECK-CURRENT-PASSWORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-PASSWORD-AGING
      *----------------------------------------------------------------*
             - FUNCTION INTEGER-OF-DATE (WS-PWD-CHANGED-N)

           IF WS-PWD-AGE-DAYS > WS-PWD-AGING-DAYS
               SET WS-PWD-MUST-CHANGE TO TRUE
           END-IF.

       CHECK-PASSWORD-AGING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHANGE-PASSWORD
      * The current password has already been proven.  The new one
      * must be keyed twice alike, pass the rules, differ from the
      * current one and not be in the history; only then is the
      * user record changed, ready for the rewrite.
      *----------------------------------------------------------------*
       CHANGE-PASSWORD.

           IF NEWPWD = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key the new password and confirm it' TO
                               WS-MESSAGE
               MOVE 'NEWPWD' TO FIELD-IN-ERROR
               GO TO CHANGE-PASSWORD-EXIT
           END-IF

           IF CNFPWD NOT = NEWPWD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'New password and confirmation do not match' TO
                               WS-MESSAGE
               MOVE 'CNFPWD' TO FIELD-IN-ERROR
               GO TO CHANGE-PASSWORD-EXIT
           END-IF

           PERFORM CHECK-NEW-PASSWORD-RULES
              THRU CHECK-NEW-PASSWORD-RULES-EXIT
           IF STATUS-ERROR
               GO TO CHANGE-PASSWORD-EXIT
           END-IF

           MOVE SEC-USR-ID             TO WS-PWDH-USER-ID
           MOVE NEWPWD                 TO WS-PWDH-CLEAR
           PERFORM HASH-PASSWORD
              THRU HASH-PASSWORD-EXIT
           MOVE WS-PWDH-HASH           TO WS-NEW-PWD-HASH

           IF WS-NEW-PWD-HASH = SEC-USR-PWD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'New password must differ from the current one' TO
                               WS-MESSAGE
               MOVE 'NEWPWD' TO FIELD-IN-ERROR
               GO TO CHANGE-PASSWORD-EXIT
           END-IF

           PERFORM READ-PASSWORD-HISTORY
              THRU READ-PASSWORD-HISTORY-EXIT
           IF STATUS-ERROR
               GO TO CHANGE-PASSWORD-EXIT
           END-IF

           MOVE 'N' TO WS-PHST-REUSED-SW
           PERFORM CHECK-HISTORY-ENTRY
              VARYING WS-PHST-IDX FROM 1 BY 1
              UNTIL WS-PHST-IDX > PHST-ENTRY-COUNT
                 OR WS-PHST-REUSED
           IF WS-PHST-REUSED
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'New password was used recently - choose another'
                               TO WS-MESSAGE
               MOVE 'NEWPWD' TO FIELD-IN-ERROR
               GO TO CHANGE-PASSWORD-EXIT
           END-IF

           MOVE SEC-USR-FNAME          TO WS-SAUD-OLD-FNAME
           MOVE SEC-USR-LNAME          TO WS-SAUD-OLD-LNAME
           MOVE SEC-USR-TYPE           TO WS-SAUD-OLD-TYPE
           MOVE SEC-USR-PWD-CHANGED-DATE TO WS-SAUD-OLD-PWD-DATE
           MOVE SEC-USR-SELFSVC-ACCT-ID TO WS-SAUD-OLD-SELF-ACCT

           MOVE WS-NEW-PWD-HASH        TO SEC-USR-PWD
           SET SEC-USR-PWD-USER-SET    TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO SEC-USR-PWD-CHANGED-DATE
           SET WS-PWD-WAS-CHANGED      TO TRUE.

       CHANGE-PASSWORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-NEW-PASSWORD-RULES
      *----------------------------------------------------------------*
       CHECK-NEW-PASSWORD-RULES.

           MOVE ZEROS TO WS-PWD-LEN
           MOVE 'N' TO WS-PWD-HAS-ALPHA-SW
                       WS-PWD-HAS-NUM-SW
                       WS-PWD-GAP-SW
                       WS-PWD-HAS-BLANK-SW
           PERFORM SCAN-NEW-PASSWORD-CHAR
              VARYING WS-PWD-IDX FROM 1 BY 1
              UNTIL WS-PWD-IDX > 8

           IF WS-PWD-HAS-BLANK
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'New password can NOT contain blanks' TO
                               WS-MESSAGE
               MOVE 'NEWPWD' TO FIELD-IN-ERROR
               GO TO CHECK-NEW-PASSWORD-RULES-EXIT
           END-IF

           IF WS-PWD-LEN < WS-PWD-MIN-LENGTH
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'New password must be at least 6 characters' TO
                               WS-MESSAGE
               MOVE 'NEWPWD' TO FIELD-IN-ERROR
               GO TO CHECK-NEW-PASSWORD-RULES-EXIT
           END-IF

           IF NOT WS-PWD-HAS-ALPHA OR NOT WS-PWD-HAS-NUM
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'New password must mix letters and digits' TO
                               WS-MESSAGE
               MOVE 'NEWPWD' TO FIELD-IN-ERROR
               GO TO CHECK-NEW-PASSWORD-RULES-EXIT
           END-IF

           IF NEWPWD = SEC-USR-ID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'New password can NOT be the User ID' TO
                               WS-MESSAGE
               MOVE 'NEWPWD' TO FIELD-IN-ERROR
           END-IF.

       CHECK-NEW-PASSWORD-RULES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SCAN-NEW-PASSWORD-CHAR
      * A character after a blank means the password holds a blank -
      * leading or embedded; trailing blanks are just the field.
      *----------------------------------------------------------------*
       SCAN-NEW-PASSWORD-CHAR.

           MOVE NEWPWD (WS-PWD-IDX:1) TO WS-PWD-CHAR

           IF WS-PWD-CHAR = SPACE OR LOW-VALUE
               SET WS-PWD-GAP-SEEN TO TRUE
           ELSE
               IF WS-PWD-GAP-SEEN
                   SET WS-PWD-HAS-BLANK TO TRUE
               END-IF
               MOVE WS-PWD-IDX TO WS-PWD-LEN
               EVALUATE TRUE
                   WHEN WS-PWD-CHAR >= 'A' AND WS-PWD-CHAR <= 'Z'
                       SET WS-PWD-HAS-ALPHA TO TRUE
                   WHEN WS-PWD-CHAR >= 'a' AND WS-PWD-CHAR <= 'z'
                       SET WS-PWD-HAS-ALPHA TO TRUE
                   WHEN WS-PWD-CHAR >= '0' AND WS-PWD-CHAR <= '9'
                       SET WS-PWD-HAS-NUM TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-PASSWORD-HISTORY
      * A user with no history yet gets an empty record, written
      * after the change instead of rewritten.
      *----------------------------------------------------------------*
       READ-PASSWORD-HISTORY.

           MOVE SEC-USR-ID             TO PHST-USER-ID
           EXEC CICS READ
                DATASET   (WS-PWDHIST-FILE)
                UPDATE
                INTO      (PWD-HISTORY-RECORD)
                LENGTH    (LENGTH-PHST-RECORD)
                RIDFLD    (PHST-USER-ID)
                KEYLENGTH (LENGTH-USR-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET WS-PHST-ON-FILE TO TRUE
                   IF PHST-ENTRY-COUNT NOT NUMERIC
                       MOVE ZEROS TO PHST-ENTRY-COUNT
                   END-IF
                   IF PHST-ENTRY-COUNT > WS-PWD-HISTORY-MAX
                       MOVE WS-PWD-HISTORY-MAX TO PHST-ENTRY-COUNT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO WS-PHST-ON-FILE-SW
                   INITIALIZE PWD-HISTORY-RECORD
                   MOVE SEC-USR-ID     TO PHST-USER-ID
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to check password history - try again'
                                   TO WS-MESSAGE
                   MOVE 'NEWPWD' TO FIELD-IN-ERROR
           END-EVALUATE.

       READ-PASSWORD-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-HISTORY-ENTRY
      *----------------------------------------------------------------*
       CHECK-HISTORY-ENTRY.

           IF PHST-PWD-HASH (WS-PHST-IDX) = WS-NEW-PWD-HASH
               SET WS-PHST-REUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      UPDATE-PASSWORD-HISTORY
      * The new hash goes on top and the oldest drops off.  The
      * password has already changed on USRSEC, so a failed history
      * write is not allowed to undo the sign-on.
      *----------------------------------------------------------------*
       UPDATE-PASSWORD-HISTORY.

           PERFORM SHIFT-HISTORY-ENTRY
              VARYING WS-PHST-IDX FROM WS-PWD-HISTORY-MAX BY -1
              UNTIL WS-PHST-IDX < 2

           MOVE WS-NEW-PWD-HASH        TO PHST-PWD-HASH (1)
           MOVE SEC-USR-PWD-CHANGED-DATE TO PHST-CHANGED-DATE (1)
           IF PHST-ENTRY-COUNT < WS-PWD-HISTORY-MAX
               ADD 1 TO PHST-ENTRY-COUNT
           END-IF

           IF WS-PHST-ON-FILE
               EXEC CICS
                    REWRITE DATASET(WS-PWDHIST-FILE)
                            FROM(PWD-HISTORY-RECORD)
                            LENGTH(LENGTH-PHST-RECORD)
                            RESP      (WS-RESP-CD)
                            RESP2     (WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    DATASET   (WS-PWDHIST-FILE)
                    FROM      (PWD-HISTORY-RECORD)
                    LENGTH    (LENGTH-PHST-RECORD)
                    RIDFLD    (PHST-USER-ID)
                    KEYLENGTH (LENGTH-USR-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      SHIFT-HISTORY-ENTRY
      *----------------------------------------------------------------*
       SHIFT-HISTORY-ENTRY.

           MOVE PHST-ENTRY (WS-PHST-IDX - 1)
                                       TO PHST-ENTRY (WS-PHST-IDX).

      *----------------------------------------------------------------*
      *                      WRITE-SECURITY-AUDIT
      * Journals the user's own password change the same way the
      * user maintenance screens journal theirs: an update made by
      * the user, from this program, with the password changed
      * switch set.  The password itself is never written.  A failed
      * journal write must never undo a change already posted, so
      * the response is not inspected.
      *----------------------------------------------------------------*
       WRITE-SECURITY-AUDIT.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           INITIALIZE SEC-AUDIT-RECORD
           MOVE SEC-USR-ID             TO SAUD-USER-ID
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE INTO SAUD-AUDIT-DATE
           STRING WS-CURTIME-HOURS ':' WS-CURTIME-MINUTE ':'
                  WS-CURTIME-SECOND
                  DELIMITED BY SIZE INTO SAUD-AUDIT-TIME
           SET SAUD-ACTION-UPDATE      TO TRUE
           MOVE SEC-USR-ID             TO SAUD-CHANGED-BY
           MOVE WS-PGMNAME             TO SAUD-FROM-PROGRAM

           MOVE WS-SAUD-OLD-FNAME      TO SAUD-OLD-FNAME
           MOVE WS-SAUD-OLD-LNAME      TO SAUD-OLD-LNAME
           MOVE WS-SAUD-OLD-TYPE       TO SAUD-OLD-TYPE
           MOVE WS-SAUD-OLD-PWD-DATE   TO SAUD-OLD-PWD-CHANGED-DATE
           MOVE WS-SAUD-OLD-SELF-ACCT  TO SAUD-OLD-SELFSVC-ACCT-ID

           MOVE SEC-USR-FNAME          TO SAUD-NEW-FNAME
           MOVE SEC-USR-LNAME          TO SAUD-NEW-LNAME
           MOVE SEC-USR-TYPE           TO SAUD-NEW-TYPE
           MOVE SEC-USR-PWD-CHANGED-DATE
                                       TO SAUD-NEW-PWD-CHANGED-DATE
           MOVE SEC-USR-SELFSVC-ACCT-ID
                                       TO SAUD-NEW-SELFSVC-ACCT-ID
           SET SAUD-PWD-WAS-CHANGED    TO TRUE

           EXEC CICS WRITE
                DATASET   (WS-SECAUDT-FILE)
                FROM      (SEC-AUDIT-RECORD)
                LENGTH    (LENGTH-SAUD-RECORD)
                RIDFLD    (SAUD-KEY)
                KEYLENGTH (LENGTH-SAUD-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      REWRITE-USER-RECORD
      *----------------------------------------------------------------*

           MOVE SPACES          TO USERID
                                   PASSWD
                                   NEWPWD
                                   CNFPWD
                                   WS-MESSAGE.

      *----------------------------------------------------------------*
      *    Password hashing, shared with the other programs that set
      *    or check a password
      *----------------------------------------------------------------*
       COPY CSPWDHPY.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
       MAP-SCREEN-TO-COMMAREA SECTION.
           MOVE USERIDI OF COSGN0AI TO USERID
           MOVE PASSWDI OF COSGN0AI TO PASSWD
           MOVE NEWPWDI OF COSGN0AI TO NEWPWD
           MOVE CNFPWDI OF COSGN0AI TO CNFPWD
           EXIT.
