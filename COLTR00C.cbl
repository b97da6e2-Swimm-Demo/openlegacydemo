      ******************************************************************
      * Program     : COLTR00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Letter history screen.  Lists the customer
      *               letters queued for an account on the
      *               correspondence queue (LTRQUEUE) - the date each
      *               was asked for, what it was about, whether the
      *               nightly letter batch (CBLTR01C) sent it to the
      *               print vendor or why it failed - so a rep can
      *               tell a caller what was mailed and when.  Keying
      *               a from date pages forward through a long
      *               history.
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
       PROGRAM-ID. COLTR00C.
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
              10 ACCTID               PIC X(11).
              10 ACCTID-N REDEFINES ACCTID
                                      PIC 9(11).
              10 FROMDT               PIC X(10).
      * LENGTH constants for database operations
           05 LENGTH-LTRQ-KEY             PIC S9(04) COMP VALUE 26.
           05 LENGTH-LTRQ-RECORD          PIC S9(04) COMP VALUE 250.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COLTR00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CLTR'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-LTRQUEUE                PIC X(08) VALUE 'LTRQUEUE'.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 STATUS-ERROR                         VALUE 'Y'.
           88 STATUS-OK                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ROW-IDX                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-READ-GUARD              PIC S9(04) COMP VALUE ZEROS.
         05 WS-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE                       VALUE 'Y'.

      *************************************************************
      * Key the correspondence queue is browsed by                *
      *************************************************************
       01 WS-LTRQ-BROWSE-KEY.
         05 WS-LTRQ-KEY-ACCT-ID        PIC 9(11).
         05 WS-LTRQ-KEY-DATE           PIC X(10).
         05 WS-LTRQ-KEY-SEQ            PIC 9(05).

      *************************************************************
      * Body row build area - one letter per line                 *
      *************************************************************
       01 WS-LIST-LINE.
         05 WS-LST-REQ-DATE            PIC X(10).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-LETTER-CD           PIC X(04).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-LETTER-DESC         PIC X(16).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-STATUS              PIC X(01).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-DONE-DATE           PIC X(10).
         05 FILLER                     PIC X(01) VALUE SPACES.
         05 WS-LST-RESULT              PIC X(30).
         05 FILLER                     PIC X(02) VALUE SPACES.

       COPY COCOM01Y.

       COPY COLTR00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *************************************************************
      * Correspondence queue record layout, via the shared        *
      * copybook                                                  *
      *************************************************************
       COPY CVLTR01Y.

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
               IF CDEMO-USRTYP-SELFSVC
                   MOVE 'Letter history is kept for reps' TO
                                   WS-MESSAGE
                   MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               END-IF
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   PERFORM INITIALIZE-ALL-FIELDS
                   IF CDEMO-ACCT-ID NOT = ZEROS
                       MOVE CDEMO-ACCT-ID   TO ACCTID
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
                           MOVE 'ACCTID' TO FIELD-IN-ERROR
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
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           IF ACCTID = SPACES OR LOW-VALUES
           OR ACCTID NOT NUMERIC
           OR ACCTID-N = ZEROS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be an 11 digit number' TO
                               WS-MESSAGE
               MOVE 'ACCTID' TO FIELD-IN-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM BUILD-LETTER-LIST
              THRU BUILD-LETTER-LIST-EXIT

           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-LETTER-LIST
      * Browses the account's letter requests - or from the keyed
      * date, which is how later pages of a long history are reached.
      *----------------------------------------------------------------*
       BUILD-LETTER-LIST.

           MOVE LOW-VALUES TO CLTR00AO
           MOVE 'N'        TO WS-BROWSE-DONE-SW
           MOVE ACCTID-N   TO WS-LTRQ-KEY-ACCT-ID
           IF FROMDT = SPACES OR LOW-VALUES
               MOVE LOW-VALUES TO WS-LTRQ-KEY-DATE
           ELSE
               MOVE FROMDT     TO WS-LTRQ-KEY-DATE
           END-IF
           MOVE 0          TO WS-LTRQ-KEY-SEQ

           EXEC CICS STARTBR
                DATASET   (WS-LTRQUEUE)
                RIDFLD    (WS-LTRQ-BROWSE-KEY)
                KEYLENGTH (LENGTH-LTRQ-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'No letters on file for this account' TO
                               WS-MESSAGE
               GO TO BUILD-LETTER-LIST-EXIT
           END-IF

           MOVE 0 TO WS-ROW-IDX
           MOVE 0 TO WS-READ-GUARD
           PERFORM READ-NEXT-LETTER-ROW
                   UNTIL WS-BROWSE-DONE
                      OR WS-ROW-IDX >= 12
                      OR WS-READ-GUARD > 2000

           EXEC CICS ENDBR
                DATASET   (WS-LTRQUEUE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-ROW-IDX = 0
               MOVE 'No letters on file for this account' TO
                               WS-MESSAGE
           ELSE
               IF WS-BROWSE-DONE
                   MOVE 'Status: Q queued, S sent, F failed' TO
                                   WS-MESSAGE
               ELSE
                   MOVE 'More letters - key the last date shown as From'
                                   TO WS-MESSAGE
               END-IF
           END-IF.

       BUILD-LETTER-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-NEXT-LETTER-ROW
      *----------------------------------------------------------------*
       READ-NEXT-LETTER-ROW.

           ADD 1 TO WS-READ-GUARD

           EXEC CICS READNEXT
                DATASET   (WS-LTRQUEUE)
                INTO      (LTRQ-RECORD)
                LENGTH    (LENGTH-LTRQ-RECORD)
                RIDFLD    (WS-LTRQ-BROWSE-KEY)
                KEYLENGTH (LENGTH-LTRQ-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR LTRQ-ACCT-ID NOT = ACCTID-N
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-ROW-IDX
               MOVE LTRQ-REQ-DATE    TO WS-LST-REQ-DATE
               MOVE LTRQ-LETTER-CD   TO WS-LST-LETTER-CD
               EVALUATE TRUE
                   WHEN LTRQ-CD-LINE-DECREASE
                       MOVE 'LINE DECREASE'    TO WS-LST-LETTER-DESC
                   WHEN LTRQ-CD-CARD-BLOCKED
                       MOVE 'CARD BLOCKED'     TO WS-LST-LETTER-DESC
                   WHEN LTRQ-CD-PAYMENT-RETURNED
                       MOVE 'PAYMENT RETURNED' TO WS-LST-LETTER-DESC
                   WHEN LTRQ-CD-CHARGE-OFF
                       MOVE 'CHARGE-OFF'       TO WS-LST-LETTER-DESC
                   WHEN LTRQ-CD-CHANGE-IN-TERMS
                       MOVE 'CHANGE IN TERMS'  TO WS-LST-LETTER-DESC
                   WHEN LTRQ-CD-LIMIT-CHANGE
                       MOVE 'LIMIT CHANGE'     TO WS-LST-LETTER-DESC
                   WHEN LTRQ-CD-TEMP-LIMIT
                       MOVE 'TEMPORARY LIMIT'  TO WS-LST-LETTER-DESC
                   WHEN LTRQ-CD-ACCOUNT-CLOSED
                       MOVE 'ACCOUNT CLOSED'   TO WS-LST-LETTER-DESC
                   WHEN OTHER
                       MOVE SPACES             TO WS-LST-LETTER-DESC
               END-EVALUATE
               MOVE LTRQ-STATUS      TO WS-LST-STATUS
               MOVE LTRQ-DONE-DATE   TO WS-LST-DONE-DATE
               MOVE LTRQ-RESULT-TEXT TO WS-LST-RESULT
               MOVE WS-LIST-LINE
                 TO LTRROWO OF CLTR00AO (WS-ROW-IDX)
           END-IF.

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

           MOVE SPACES          TO ACCTID
                                   FROMDT
                                   WS-MESSAGE.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE TO ERRMSG
           MOVE ERRMSG TO ERRMSGO OF CLTR00AO
           MOVE TITLE01 TO TITLE01O OF CLTR00AO
           MOVE TITLE02 TO TITLE02O OF CLTR00AO
           MOVE TRNNAME TO TRNNAMEO OF CLTR00AO
           MOVE PGMNAME TO PGMNAMEO OF CLTR00AO
           MOVE CURDATE TO CURDATEO OF CLTR00AO
           MOVE CURTIME TO CURTIMEO OF CLTR00AO
           MOVE ACCTID TO ACCTIDO OF CLTR00AO
           MOVE FROMDT TO FROMDTO OF CLTR00AO
           EXIT.

       MAP-SCREEN-TO-COMMAREA SECTION.
           MOVE ACCTIDI OF CLTR00AI TO ACCTID
           MOVE FROMDTI OF CLTR00AI TO FROMDT
           EXIT.
