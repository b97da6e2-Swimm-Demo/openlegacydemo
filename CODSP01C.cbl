           05 LENGTH-DISP-KEY             PIC S9(04) COMP VALUE 17.
           05 LENGTH-DISP-RECORD          PIC S9(04) COMP VALUE 150.
           05 LENGTH-TRAN-KEY             PIC S9(04) COMP VALUE 17.
           05 LENGTH-TRAN-RECORD          PIC S9(04) COMP VALUE 120.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CODSP01C'.
