           05  FD-TRAN-KEY.
               10  FD-TRAN-ACCT-ID           PIC 9(11).
               10  FD-TRAN-SEQ-NUM           PIC 9(06).
           05  FILLER                        PIC X(103).

       FD  ARCHTRAN-FILE.
       01  FD-ARCHTRAN-REC                   PIC X(120).

       FD  ARCHMANI-FILE.
       01  ARCHMANI-RECORD                   PIC X(132).
