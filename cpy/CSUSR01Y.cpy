      *    Layer:         Data
      *    Function:      Record layout for the user security file
      *                    (USRSEC).  One row per signed-on user.
      *                    Passwords are held hashed; see
      *                    SEC-USR-PWD-STATE.
      ******************************************************************
       01  SEC-USER-DATA.
           05  SEC-USR-ID                    PIC X(08).
           05  SEC-USR-LOCKED-SW             PIC X(01).
               88  SEC-USR-LOCKED                   VALUE 'Y'.
               88  SEC-USR-NOT-LOCKED               VALUES 'N' ' '.
      *    How SEC-USR-PWD is held.  H is the one-way hash of a
      *    password the user chose (see HASH-PASSWORD in CSPWDHPY);
      *    T is the hash of a temporary password an admin or the
      *    enrollment batch set, which COSGN00C makes the user change
      *    at the next sign-on.  Blank is a clear-text password from
      *    before hashing, converted to H at the next good sign-on.
           05  SEC-USR-PWD-STATE             PIC X(01).
               88  SEC-USR-PWD-IS-HASHED            VALUES 'H' 'T'.
               88  SEC-USR-PWD-USER-SET             VALUE 'H'.
               88  SEC-USR-PWD-TEMPORARY            VALUE 'T'.
