      ******************************************************************
      * Program     : COCRDRPC.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Lost/stolen card replacement screen.  A rep
      *               keys the card the cardholder reported lost or
      *               stolen (or the fraud desk blocked), a reason
      *               and a confirmation.  The old card is hot-
      *               carded on CARDDAT and a new card number is
      *               generated on the same account, carrying over
      *               the card type, spending limit and the cycle's
      *               debits, with its own cross-reference entry.
      *               The new plastic is born pending activation
      *               and queued on the card replacement file, from
      *               which the nightly extract (CBCRD03C) cuts the
      *               embossing and mailer records and the old-to-
      *               new card number file for the networks.  The
      *               whole replacement is one unit of work.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCRDRPC.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

      *************************************************************
      * SCREEN-FIELDS - Service-oriented replacement for screen   *
      *************************************************************
       01 SCREEN-FIELDS.
           05 SERVICE-INFO.
              10 SCREEN-STATUS            PIC X(01).
                  88 SCREEN-DISPLAY                 VALUE 'D'.
                  88 SCREEN-UPDATE                  VALUE 'U'.
              10 SCREEN-MESSAGE           PIC X(80).
              10 FIELD-IN-ERROR           PIC X(20).
           05 BUSINESS-DATA.
              10 CURDATE              PIC X(8).
              10 CURTIME              PIC X(8).
              10 ERRMSG               PIC X(78).
              10 PGMNAME              PIC X(8).
              10 TITLE01              PIC X(40).
              10 TITLE02              PIC X(40).
              10 TRNNAME              PIC X(4).
              10 CARDNUM              PIC X(16).
              10 REASON               PIC X(1).
              10 CONFIRM              PIC X(1).
              10 ACCTID-OUT           PIC X(11).
              10 CARD-STATUS-OUT      PIC X(12).
              10 NEWCARD-OUT          PIC X(16).
      * LENGTH constants for database operations
           05 LENGTH-CARD-KEY             PIC S9(04) COMP VALUE 16.
           05 LENGTH-CARD-RECORD          PIC S9(04) COMP VALUE 150.
           05 LENGTH-XREF-KEY             PIC S9(04) COMP VALUE 16.
           05 LENGTH-XREF-RECORD          PIC S9(04) COMP VALUE 50.
           05 LENGTH-RPLQ-KEY             PIC S9(04) COMP VALUE 16.
           05 LENGTH-RPLQ-RECORD          PIC S9(04) COMP VALUE 100.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCRDRPC'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCRP'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CARDFILE                PIC X(08) VALUE 'CARDDAT '.
         05 WS-XREFFILE                PIC X(08) VALUE 'CARDXREF'.
         05 WS-RPLQFILE                PIC X(08) VALUE 'CARDRPLQ'.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 STATUS-ERROR                         VALUE 'Y'.
           88 STATUS-OK                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.

      *************************************************************
      * New card number.  The issuer prefix (the first six digits) *
      * is kept from the old card; the nine-digit serial is seeded *
      * off the old serial and the clock and stepped past any      *
      * number already on CARDDAT; the last digit is the Luhn      *
      * check digit the networks validate.                         *
      *************************************************************
       01 WS-NEW-CARD-FIELDS.
         05 WS-NEW-CARD-NUM.
            10 WS-NEW-CARD-BIN         PIC 9(06).
            10 WS-NEW-CARD-SERIAL      PIC 9(09).
            10 WS-NEW-CARD-CHECK       PIC 9(01).
         05 WS-NEW-CARD-NUM-X REDEFINES WS-NEW-CARD-NUM
                                       PIC X(16).
         05 WS-NUMBER-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-NUMBER-FOUND                      VALUE 'Y'.
         05 WS-NUMBER-TRIES            PIC S9(04) COMP VALUE ZEROS.
         05 WS-SERIAL-WORK             PIC 9(11) VALUE ZEROS.
         05 WS-SERIAL-QUOT             PIC 9(11) VALUE ZEROS.
         05 WS-LUHN-IDX                PIC S9(04) COMP VALUE ZEROS.
         05 WS-LUHN-DIGIT              PIC 9(02) VALUE ZEROS.
         05 WS-LUHN-SUM                PIC 9(04) VALUE ZEROS.
         05 WS-LUHN-QUOT               PIC 9(04) VALUE ZEROS.
         05 WS-LUHN-REM                PIC 9(02) VALUE ZEROS.
         05 WS-LUHN-DOUBLE-SW          PIC X(01) VALUE 'Y'.
           88 WS-LUHN-DOUBLE                       VALUE 'Y'.
         05 WS-CARD-NUM-TAIL           PIC 9(03) VALUE ZEROS.
         05 WS-NEW-CVV                 PIC 9(03) VALUE ZEROS.
         05 WS-CVV-WORK                PIC 9(07) VALUE ZEROS.

      *************************************************************
      * The old card, as read for update, kept while the new card *
      * record is built in CARD-RECORD.                           *
      *************************************************************
       01 WS-OLD-CARD-RECORD           PIC X(150).

       COPY COCOM01Y.

       COPY COCRDRP.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *************************************************************
      * Card, cross-reference and replacement queue record        *
      * layouts, via the shared copybooks                         *
      *************************************************************
       COPY CVACT02Y.

       COPY CVACT03Y.

       COPY CVCRD02Y.

       COPY DFHAID.
       COPY DFHBMSCA.

      *************************************************************
      * EXEC interface block fields, normally supplied by the     *
      * CICS translator.  Declared here explicitly since this     *
      * program is compiled without a CICS translator step.       *
      *************************************************************
       01  DFHEIBLK.
           05  EIBCALEN                              PIC 9(4) COMP.
           05  EIBAID                                PIC X(01).

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(01)
             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.

      *----------------------------------------------------------------*
      *                      PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PARA.

           SET STATUS-OK TO TRUE

           MOVE SPACES TO SCREEN-MESSAGE
                          ERRMSG

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   PERFORM INITIALIZE-ALL-FIELDS
                   IF CDEMO-CARD-NUM NOT = SPACES
                   AND CDEMO-CARD-NUM NOT = LOW-VALUES
                       MOVE CDEMO-CARD-NUM TO CARDNUM
                   END-IF
                   SET SCREEN-DISPLAY TO TRUE
                   PERFORM MAP-COMMAREA-TO-SCREEN
               ELSE
                   SET SCREEN-UPDATE TO TRUE
                   PERFORM MAP-SCREEN-TO-COMMAREA
                   EVALUATE EIBAID
                       WHEN "ENTER"
                           PERFORM PROCESS-ENTER-KEY
                              THRU PROCESS-ENTER-KEY-EXIT
                       WHEN "PF3"
                           MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN "PF4"
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE 'CARDNUM' TO FIELD-IN-ERROR
                           MOVE CCDA-MSG-INVALID-KEY TO SCREEN-MESSAGE
                           SET SCREEN-DISPLAY TO TRUE
                           PERFORM MAP-COMMAREA-TO-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      * Without a Y in the confirmation field the card is only shown
      * so the rep can check it is the right one; with it, the card
      * is replaced.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           IF CARDNUM = SPACES OR LOW-VALUES
           OR CARDNUM NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card number must be a 16 digit number' TO
                               WS-MESSAGE
               MOVE 'CARDNUM' TO FIELD-IN-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           MOVE REASON TO RPLQ-REASON-CD
           IF NOT RPLQ-REASON-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Reason must be L (lost), S (stolen) or F (fraud)'
                               TO WS-MESSAGE
               MOVE 'REASON' TO FIELD-IN-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           IF CONFIRM = 'Y'
               PERFORM REPLACE-CARD
                  THRU REPLACE-CARD-EXIT
           ELSE
               PERFORM SHOW-CARD
                  THRU SHOW-CARD-EXIT
           END-IF

           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-CARD
      *----------------------------------------------------------------*
       SHOW-CARD.

           MOVE CARDNUM TO CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARDFILE)
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH-CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH-CARD-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card not found...' TO WS-MESSAGE
               MOVE 'CARDNUM' TO FIELD-IN-ERROR
               GO TO SHOW-CARD-EXIT
           END-IF

           MOVE CARD-ACCT-ID TO ACCTID-OUT
           PERFORM SHOW-CARD-STATUS

           IF CARD-STATUS-HOT-CARDED
               MOVE CARD-REPLACED-BY-NUM TO NEWCARD-OUT
               MOVE 'Card has already been replaced' TO WS-MESSAGE
           ELSE
               MOVE 'Key Y in Confirm and press ENTER to replace'
                               TO WS-MESSAGE
               MOVE 'CONFIRM' TO FIELD-IN-ERROR
           END-IF.

       SHOW-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      REPLACE-CARD
      * Hot-cards the old card and issues its replacement as one
      * unit of work: the new card, its cross-reference entry, the
      * old card's rewrite and the replacement queue entry all
      * reach the files, or none of them does.
      *----------------------------------------------------------------*
       REPLACE-CARD.

           MOVE CARDNUM TO CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARDFILE)
                UPDATE
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH-CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH-CARD-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card not found...' TO WS-MESSAGE
               MOVE 'CARDNUM' TO FIELD-IN-ERROR
               GO TO REPLACE-CARD-EXIT
           END-IF

           MOVE CARD-ACCT-ID TO ACCTID-OUT
           PERFORM SHOW-CARD-STATUS

           IF CARD-STATUS-HOT-CARDED
               MOVE CARD-REPLACED-BY-NUM TO NEWCARD-OUT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card has already been replaced' TO WS-MESSAGE
               MOVE 'CARDNUM' TO FIELD-IN-ERROR
               GO TO REPLACE-CARD-FAILED
           END-IF

           IF CARD-CURR-CYC-DEBIT NOT NUMERIC
               MOVE 0 TO CARD-CURR-CYC-DEBIT
           END-IF
           IF CARD-SPEND-LIMIT NOT NUMERIC
               MOVE 0 TO CARD-SPEND-LIMIT
           END-IF
           MOVE CARD-RECORD TO WS-OLD-CARD-RECORD

           MOVE CARDNUM TO XREF-CARD-NUM
           EXEC CICS READ
                DATASET   (WS-XREFFILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH-XREF-RECORD)
                RIDFLD    (XREF-CARD-NUM)
                KEYLENGTH (LENGTH-XREF-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card has no cross-reference entry' TO WS-MESSAGE
               MOVE 'CARDNUM' TO FIELD-IN-ERROR
               GO TO REPLACE-CARD-FAILED
           END-IF

           PERFORM BUILD-TODAY-DATE

           PERFORM GENERATE-CARD-NUMBER
              THRU GENERATE-CARD-NUMBER-EXIT
           IF NOT WS-NUMBER-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to assign a new card number...' TO
                               WS-MESSAGE
               GO TO REPLACE-CARD-FAILED
           END-IF

      *    The new card: same account, embossed name, expiry, type,
      *    spending limit and cycle debits as the old one, with its
      *    own number and CVV, mailed pending activation.  The old
      *    card's cycle debits move across so the spending limit
      *    keeps counting them exactly once.
           MOVE WS-OLD-CARD-RECORD TO CARD-RECORD
           MOVE WS-NEW-CARD-NUM-X  TO CARD-NUM
           PERFORM DERIVE-NEW-CVV
           MOVE WS-NEW-CVV         TO CARD-CVV-CD
           SET CARD-STATUS-PENDING-ACTV TO TRUE
           MOVE WS-TODAY-DATE      TO CARD-MAILED-DATE
           MOVE SPACES             TO CARD-REPLACED-BY-NUM

           EXEC CICS WRITE
                DATASET   (WS-CARDFILE)
                FROM      (CARD-RECORD)
                LENGTH    (LENGTH-CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH-CARD-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to create the new card...' TO WS-MESSAGE
               GO TO REPLACE-CARD-FAILED
           END-IF

           MOVE WS-NEW-CARD-NUM-X  TO XREF-CARD-NUM
           EXEC CICS WRITE
                DATASET   (WS-XREFFILE)
                FROM      (CARD-XREF-RECORD)
                LENGTH    (LENGTH-XREF-RECORD)
                RIDFLD    (XREF-CARD-NUM)
                KEYLENGTH (LENGTH-XREF-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to create cross-reference...' TO WS-MESSAGE
               GO TO REPLACE-CARD-FAILED
           END-IF

      *    The old card is hot-carded and points at its replacement.
           MOVE WS-OLD-CARD-RECORD TO CARD-RECORD
           SET CARD-STATUS-HOT-CARDED TO TRUE
           MOVE WS-NEW-CARD-NUM-X  TO CARD-REPLACED-BY-NUM
           MOVE 0                  TO CARD-CURR-CYC-DEBIT

           EXEC CICS
                REWRITE DATASET(WS-CARDFILE)
                        FROM(CARD-RECORD)
                        LENGTH(LENGTH-CARD-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to hot-card the old card...' TO WS-MESSAGE
               GO TO REPLACE-CARD-FAILED
           END-IF

           INITIALIZE RPLQ-RECORD
           MOVE CARDNUM            TO RPLQ-OLD-CARD-NUM
           MOVE WS-NEW-CARD-NUM-X  TO RPLQ-NEW-CARD-NUM
           MOVE XREF-ACCT-ID       TO RPLQ-ACCT-ID
           MOVE XREF-CUST-ID       TO RPLQ-CUST-ID
           MOVE REASON             TO RPLQ-REASON-CD
           MOVE WS-TODAY-DATE      TO RPLQ-REQ-DATE
           MOVE CDEMO-USER-ID      TO RPLQ-REQ-USER
           SET RPLQ-STAT-PENDING   TO TRUE
           MOVE SPACES             TO RPLQ-EXTRACT-DATE

           EXEC CICS WRITE
                DATASET   (WS-RPLQFILE)
                FROM      (RPLQ-RECORD)
                LENGTH    (LENGTH-RPLQ-RECORD)
                RIDFLD    (RPLQ-OLD-CARD-NUM)
                KEYLENGTH (LENGTH-RPLQ-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to queue the new plastic...' TO WS-MESSAGE
               GO TO REPLACE-CARD-FAILED
           END-IF

           EXEC CICS
               SYNCPOINT
           END-EXEC

           PERFORM SHOW-CARD-STATUS
           MOVE WS-NEW-CARD-NUM-X TO NEWCARD-OUT
           MOVE SPACES            TO CONFIRM
           MOVE 'Card hot-carded - replacement will be mailed' TO
                               WS-MESSAGE
           GO TO REPLACE-CARD-EXIT.

       REPLACE-CARD-FAILED.

           EXEC CICS
               SYNCPOINT ROLLBACK
           END-EXEC.

       REPLACE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      GENERATE-CARD-NUMBER
      *----------------------------------------------------------------*
       GENERATE-CARD-NUMBER.

           MOVE 'N'   TO WS-NUMBER-FOUND-SW
           MOVE ZEROS TO WS-NUMBER-TRIES

           IF CARDNUM(1:6) NUMERIC
               MOVE CARDNUM(1:6) TO WS-NEW-CARD-BIN
           ELSE
               MOVE ZEROS        TO WS-NEW-CARD-BIN
           END-IF
           IF CARDNUM(7:9) NUMERIC
               MOVE CARDNUM(7:9) TO WS-SERIAL-WORK
           ELSE
               MOVE ZEROS        TO WS-SERIAL-WORK
           END-IF

           COMPUTE WS-SERIAL-WORK =
               WS-SERIAL-WORK
             + WS-CURTIME-HOURS  * 360000
             + WS-CURTIME-MINUTE * 6000
             + WS-CURTIME-SECOND * 100
             + WS-CURTIME-MILLISECOND
             + 1
           DIVIDE WS-SERIAL-WORK BY 1000000000
               GIVING WS-SERIAL-QUOT
               REMAINDER WS-NEW-CARD-SERIAL

           PERFORM TRY-CARD-NUMBER
              THRU TRY-CARD-NUMBER-EXIT
                   UNTIL WS-NUMBER-FOUND
                      OR WS-NUMBER-TRIES > 50.

       GENERATE-CARD-NUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      TRY-CARD-NUMBER
      * A number is good when nothing is on CARDDAT under it; a
      * taken one steps the serial on to the next.
      *----------------------------------------------------------------*
       TRY-CARD-NUMBER.

           ADD 1 TO WS-NUMBER-TRIES
           PERFORM COMPUTE-CHECK-DIGIT

           MOVE WS-NEW-CARD-NUM-X TO CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARDFILE)
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH-CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH-CARD-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NOTFND)
                   SET WS-NUMBER-FOUND TO TRUE
               WHEN DFHRESP(NORMAL)
                   IF WS-NEW-CARD-SERIAL = 999999999
                       MOVE 1 TO WS-NEW-CARD-SERIAL
                   ELSE
                       ADD 1 TO WS-NEW-CARD-SERIAL
                   END-IF
               WHEN OTHER
                   MOVE 99 TO WS-NUMBER-TRIES
           END-EVALUATE.

       TRY-CARD-NUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      COMPUTE-CHECK-DIGIT
      * Luhn check digit over the first fifteen digits: every second
      * digit counting left from the check digit is doubled (less 9
      * when that passes 9), and the check digit brings the sum up
      * to a multiple of ten.
      *----------------------------------------------------------------*
       COMPUTE-CHECK-DIGIT.

           MOVE ZEROS TO WS-LUHN-SUM
           MOVE 'Y'   TO WS-LUHN-DOUBLE-SW
           PERFORM ADD-LUHN-DIGIT
               VARYING WS-LUHN-IDX FROM 15 BY -1
                 UNTIL WS-LUHN-IDX < 1

           DIVIDE WS-LUHN-SUM BY 10
               GIVING WS-LUHN-QUOT
               REMAINDER WS-LUHN-REM
           IF WS-LUHN-REM = 0
               MOVE 0 TO WS-NEW-CARD-CHECK
           ELSE
               COMPUTE WS-NEW-CARD-CHECK = 10 - WS-LUHN-REM
           END-IF.

      *----------------------------------------------------------------*
      *                      ADD-LUHN-DIGIT
      *----------------------------------------------------------------*
       ADD-LUHN-DIGIT.

           MOVE WS-NEW-CARD-NUM-X(WS-LUHN-IDX:1) TO WS-LUHN-DIGIT
           IF WS-LUHN-DOUBLE
               COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
               IF WS-LUHN-DIGIT > 9
                   SUBTRACT 9 FROM WS-LUHN-DIGIT
               END-IF
               MOVE 'N' TO WS-LUHN-DOUBLE-SW
           ELSE
               MOVE 'Y' TO WS-LUHN-DOUBLE-SW
           END-IF
           ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.

      *----------------------------------------------------------------*
      *                      DERIVE-NEW-CVV
      * Derived from the new card number tail, the old CVV and the
      * date, folded back into the 100-999 range, the same way the
      * reissue batch derives one.
      *----------------------------------------------------------------*
       DERIVE-NEW-CVV.

           MOVE WS-NEW-CARD-NUM-X(13:3) TO WS-CARD-NUM-TAIL
           COMPUTE WS-CVV-WORK =
               WS-CARD-NUM-TAIL * 7
             + CARD-CVV-CD * 3
             + WS-CURDATE-YEAR
             + WS-CURDATE-DAY
           DIVIDE WS-CVV-WORK BY 900
               GIVING WS-CVV-WORK
               REMAINDER WS-NEW-CVV
           ADD 100 TO WS-NEW-CVV.

      *----------------------------------------------------------------*
      *                      SHOW-CARD-STATUS
      *----------------------------------------------------------------*
       SHOW-CARD-STATUS.

           EVALUATE TRUE
               WHEN CARD-STATUS-ACTIVE
                   MOVE 'ACTIVE      ' TO CARD-STATUS-OUT
               WHEN CARD-STATUS-PENDING-ACTV
                   MOVE 'NOT ACTIVATED' TO CARD-STATUS-OUT
               WHEN CARD-STATUS-HOT-CARDED
                   MOVE 'HOT-CARDED  ' TO CARD-STATUS-OUT
               WHEN OTHER
                   MOVE 'NOT ACTIVE  ' TO CARD-STATUS-OUT
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      BUILD-TODAY-DATE
      *----------------------------------------------------------------*
       BUILD-TODAY-DATE.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE SPACES                 TO WS-TODAY-DATE
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE INTO WS-TODAY-DATE.

      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
      *----------------------------------------------------------------*
       RETURN-TO-PREV-SCREEN.

           IF CDEMO-TO-PROGRAM = LOW-VALUES OR SPACES
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01
           MOVE CCDA-TITLE02           TO TITLE02
           MOVE WS-TRANID              TO TRNNAME
           MOVE WS-PGMNAME             TO PGMNAME

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATE

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIME.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE SPACES          TO CARDNUM
                                   REASON
                                   CONFIRM
                                   ACCTID-OUT
                                   CARD-STATUS-OUT
                                   NEWCARD-OUT
                                   WS-MESSAGE.

       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
           MOVE LOW-VALUES TO CCRDRPAO
           MOVE WS-MESSAGE TO ERRMSG
           MOVE ERRMSG TO ERRMSGO OF CCRDRPAO
           MOVE TITLE01 TO TITLE01O OF CCRDRPAO
           MOVE TITLE02 TO TITLE02O OF CCRDRPAO
           MOVE TRNNAME TO TRNNAMEO OF CCRDRPAO
           MOVE PGMNAME TO PGMNAMEO OF CCRDRPAO
           MOVE CURDATE TO CURDATEO OF CCRDRPAO
           MOVE CURTIME TO CURTIMEO OF CCRDRPAO
           MOVE CARDNUM TO CARDNUMO OF CCRDRPAO
           MOVE REASON  TO REASONO OF CCRDRPAO
           MOVE ACCTID-OUT TO ACCTIDO OF CCRDRPAO
           MOVE CARD-STATUS-OUT TO STATUSO OF CCRDRPAO
           MOVE NEWCARD-OUT TO NEWCARDO OF CCRDRPAO
           EXIT.

       MAP-SCREEN-TO-COMMAREA SECTION.
           MOVE CARDNUMI OF CCRDRPAI TO CARDNUM
           MOVE REASONI OF CCRDRPAI TO REASON
           MOVE CONFIRMI OF CCRDRPAI TO CONFIRM
           EXIT.
