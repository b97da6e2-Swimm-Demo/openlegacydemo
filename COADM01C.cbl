            '17TRANSACTION HISTORY       COTRN00CCTRNYYY'.
         05 FILLER PIC X(43) VALUE
            '18BATCH RUN CONTROL         CORUN00CCRUNYNN'.
         05 FILLER PIC X(43) VALUE
            '19CARD REPLACEMENT          COCRDRPCCCRPYYN'.
         05 FILLER PIC X(43) VALUE
            '20SPECIAL HANDLING          COSPH01CCSPHYYN'.
         05 FILLER PIC X(43) VALUE
            '21LETTER HISTORY            COLTR00CCLTRYYN'.
         05 FILLER PIC X(43) VALUE
            '22ACCOUNT CLOSURE           COCLS00CCCLSYYN'.
         05 FILLER PIC X(43) VALUE
            '23SUSPENSE/REJECT REPAIR    CORPI00CCRPIYYN'.
         05 FILLER PIC X(43) VALUE
            '24SCHEDULED PAYMENT         COSCH00CCSCHYYY'.
         05 FILLER PIC X(43) VALUE
            '25COMPANY MAINTENANCE       COCMP00CCCMPYYN'.
         05 FILLER PIC X(43) VALUE
            '26HOLIDAY CALENDAR          COHOL00CCHOLYNN'.

       01 WS-MENU-TABLE REDEFINES WS-MENU-TABLE-VALUES.
         05 WS-MENU-ENTRY OCCURS 26 TIMES.
            10 WS-MENU-OPT-NUM          PIC 9(02).
            10 WS-MENU-OPT-TEXT         PIC X(26).
            10 WS-MENU-OPT-PGM          PIC X(08).
            10 WS-MENU-OPT-USER         PIC X(01).
            10 WS-MENU-OPT-SELFSVC      PIC X(01).

       01 WS-MENU-ENTRY-COUNT           PIC 9(02) VALUE 26.

       01 WS-MENU-ROW.
         05 WS-ROW-OPT-NUM              PIC 9(02).
                       END-IF
               END-EVALUATE
               IF WS-OPT-ALLOWED
               AND WS-ROW-IDX < 26
                   ADD 1 TO WS-ROW-IDX
                   MOVE WS-MENU-OPT-NUM (WS-OPT-IDX)
                     TO WS-ROW-OPT-NUM
