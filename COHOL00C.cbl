      ******************************************************************
      * Program     : COHOL00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Holiday calendar maintenance.  Keeps the holiday
      *               calendar (HOLIDAY) the batches work to: a date
      *               is added as a bank holiday (B) - not a business
      *               day, so payment due dates and ACH settlement
      *               dates roll past it - or as a non-processing day
      *               (N), on which the nightly chain does not run
      *               either and each job's run-control record shows
      *               the day skipped.  A date's name or type is
      *               changed, or the date taken off the calendar.  A
      *               date already passed is not changed, since the
      *               nights before were run to it.  The body lists
      *               the calendar from the date or year keyed.
      *               Saturdays and Sundays are never business days
      *               and need no bank holiday entry.  For admins
      *               only.
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
       PROGRAM-ID. COHOL00C.
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
              10 LSTYR                PIC X(4).
              10 HOLDT                PIC X(10).
              10 HOLDAY               PIC X(3).
              10 HOL-ACTION           PIC X(1).
                  88 ACTION-INQUIRE                 VALUES ' ' 'I'.
                  88 ACTION-ADD                     VALUE 'A'.
                  88 ACTION-UPDATE                  VALUE 'U'.
                  88 ACTION-DELETE                  VALUE 'D'.
              10 HOLNAM               PIC X(30).
              10 HOLTYP               PIC X(1).
                  88 HOLTYP-VALID                   VALUES 'B' 'N'.
              10 MNTUSR               PIC X(8).
              10 MNTDT                PIC X(10).
      * LENGTH constants for database operations
           05 LENGTH-HOL-KEY              PIC S9(04) COMP VALUE 10.
           05 LENGTH-HOL-RECORD           PIC S9(04) COMP VALUE 80.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COHOL00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CHOL'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-HOLFILE                 PIC X(08) VALUE 'HOLIDAY '.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 STATUS-ERROR                         VALUE 'Y'.
           88 STATUS-OK                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ROW-IDX                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-ROW-COUNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-READ-GUARD              PIC S9(04) COMP VALUE ZEROS.
         05 WS-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE                       VALUE 'Y'.
         05 WS-MORE-DATES-SW           PIC X(01) VALUE 'N'.
           88 WS-MORE-DATES                        VALUE 'Y'.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
         05 WS-DATE-VALID-SW           PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID                        VALUE 'Y'.
         05 WS-EDIT-DATE.
           10 WS-EDIT-DATE-YEAR        PIC X(04).
           10 WS-EDIT-DATE-SEP1        PIC X(01).
           10 WS-EDIT-DATE-MONTH       PIC X(02).
           10 WS-EDIT-DATE-SEP2        PIC X(01).
           10 WS-EDIT-DATE-DAY         PIC X(02).
         05 WS-EDIT-YYYYMMDD.
           10 WS-EDIT-YYYYMMDD-YEAR    PIC X(04).
           10 WS-EDIT-YYYYMMDD-MONTH   PIC X(02).
           10 WS-EDIT-YYYYMMDD-DAY     PIC X(02).
         05 WS-EDIT-YYYYMMDD-N REDEFINES WS-EDIT-YYYYMMDD
                                       PIC 9(08).
         05 WS-DAY-INTEGER             PIC S9(09) COMP VALUE ZEROS.
         05 WS-WEEKDAY                 PIC 9(01) VALUE ZEROS.
           88 WS-WEEKEND                           VALUES 6 7.
         05 WS-DAY-NAME                PIC X(03) VALUE SPACES.

      *************************************************************
      * Day names, Monday first - day 1 of the integer date       *
      * calendar (1601-01-01) was a Monday                        *
      *************************************************************
       01 WS-DAY-NAME-VALUES           PIC X(21)
                                       VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
         05 WS-DAY-NAME-ENTRY          OCCURS 7 TIMES
                                       PIC X(03).

      *************************************************************
      * Date the calendar is browsed from                         *
      *************************************************************
       01 WS-HOL-BROWSE-KEY            PIC X(10).

      *************************************************************
      * Body row build area - one calendar date per line          *
      *************************************************************
       01 WS-LIST-LINE.
         05 WS-LST-DATE                PIC X(10).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-LST-DAY                 PIC X(03).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-LST-NAME                PIC X(30).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-LST-TYPE                PIC X(14).
         05 FILLER                     PIC X(02) VALUE SPACES.
         05 WS-LST-MAINT-USER          PIC X(08).

       COPY COCOM01Y.

       COPY COHOL00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *************************************************************
      * Holiday calendar record layout, via the shared copybook   *
      *************************************************************
       COPY CVHOL01Y.

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
               IF NOT CDEMO-USRTYP-ADMIN
                   MOVE 'Holiday calendar is for admins only'
                                   TO WS-MESSAGE
                   MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               END-IF
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   PERFORM INITIALIZE-ALL-FIELDS
                   PERFORM BUILD-CALENDAR-LIST
                      THRU BUILD-CALENDAR-LIST-EXIT
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
                           MOVE 'HOLDT' TO FIELD-IN-ERROR
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
      * The action is taken, then the date is read back and the list
      * rebuilt so the screen shows what is on file.
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           PERFORM BUILD-TODAY-DATE

           PERFORM EDIT-CALENDAR-INPUTS
              THRU EDIT-CALENDAR-INPUTS-EXIT
           IF STATUS-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM ADD-HOLIDAY
                      THRU ADD-HOLIDAY-EXIT
               WHEN ACTION-UPDATE
                   PERFORM UPDATE-HOLIDAY
                      THRU UPDATE-HOLIDAY-EXIT
               WHEN ACTION-DELETE
                   PERFORM DELETE-HOLIDAY
                      THRU DELETE-HOLIDAY-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF STATUS-ERROR
               SET SCREEN-DISPLAY TO TRUE
               PERFORM MAP-COMMAREA-TO-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           IF HOLDT NOT = SPACES
               PERFORM SHOW-HOLIDAY
                  THRU SHOW-HOLIDAY-EXIT
           END-IF

           PERFORM BUILD-CALENDAR-LIST
              THRU BUILD-CALENDAR-LIST-EXIT

           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-CALENDAR-INPUTS
      * A blank year lists the current year.  Adding, changing or
      * removing a date needs the date, and it must not have passed;
      * adding or changing one needs its name and type.
      *----------------------------------------------------------------*
       EDIT-CALENDAR-INPUTS.

           IF HOL-ACTION = LOW-VALUES
               MOVE SPACES TO HOL-ACTION
           END-IF
           IF HOLDT = LOW-VALUES
               MOVE SPACES TO HOLDT
           END-IF
           MOVE SPACES TO HOLDAY

           IF NOT ACTION-INQUIRE AND NOT ACTION-ADD
           AND NOT ACTION-UPDATE AND NOT ACTION-DELETE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Action must be A (add), U (update) or D (delete)'
                               TO WS-MESSAGE
               MOVE 'ACTION' TO FIELD-IN-ERROR
               GO TO EDIT-CALENDAR-INPUTS-EXIT
           END-IF

           IF LSTYR = SPACES OR LOW-VALUES
               MOVE WS-TODAY-DATE(1:4) TO LSTYR
           END-IF
           IF LSTYR NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Year must be 4 digits' TO WS-MESSAGE
               MOVE 'LSTYR' TO FIELD-IN-ERROR
               GO TO EDIT-CALENDAR-INPUTS-EXIT
           END-IF

           IF HOLDT = SPACES
               IF NOT ACTION-INQUIRE
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Key the calendar date' TO WS-MESSAGE
                   MOVE 'HOLDT' TO FIELD-IN-ERROR
               END-IF
               GO TO EDIT-CALENDAR-INPUTS-EXIT
           END-IF

           MOVE HOLDT TO WS-EDIT-DATE
           PERFORM CHECK-DATE-FORMAT
           IF NOT WS-DATE-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Date must be YYYY-MM-DD' TO WS-MESSAGE
               MOVE 'HOLDT' TO FIELD-IN-ERROR
               GO TO EDIT-CALENDAR-INPUTS-EXIT
           END-IF
           PERFORM SET-DAY-NAME
           MOVE WS-DAY-NAME TO HOLDAY

           IF ACTION-INQUIRE
               GO TO EDIT-CALENDAR-INPUTS-EXIT
           END-IF

           IF HOLDT < WS-TODAY-DATE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Date has already passed - it cannot be changed'
                               TO WS-MESSAGE
               MOVE 'HOLDT' TO FIELD-IN-ERROR
               GO TO EDIT-CALENDAR-INPUTS-EXIT
           END-IF

           IF ACTION-DELETE
               GO TO EDIT-CALENDAR-INPUTS-EXIT
           END-IF

           IF HOLNAM = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Holiday name must be entered' TO WS-MESSAGE
               MOVE 'HOLNAM' TO FIELD-IN-ERROR
               GO TO EDIT-CALENDAR-INPUTS-EXIT
           END-IF

           IF HOLTYP = SPACES OR LOW-VALUES
               MOVE 'B' TO HOLTYP
           END-IF
           IF NOT HOLTYP-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Type must be B (bank holiday) or N (no processing)'
                               TO WS-MESSAGE
               MOVE 'HOLTYP' TO FIELD-IN-ERROR
               GO TO EDIT-CALENDAR-INPUTS-EXIT
           END-IF

           IF WS-WEEKEND AND HOLTYP = 'B'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Weekends are not business days - no B needed'
                               TO WS-MESSAGE
               MOVE 'HOLDT' TO FIELD-IN-ERROR
           END-IF.

       EDIT-CALENDAR-INPUTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      ADD-HOLIDAY
      *----------------------------------------------------------------*
       ADD-HOLIDAY.

           INITIALIZE HOLIDAY-RECORD
           MOVE HOLDT                  TO HOL-DATE
           PERFORM MOVE-DETAILS-TO-HOLIDAY

           EXEC CICS WRITE
                DATASET   (WS-HOLFILE)
                FROM      (HOLIDAY-RECORD)
                LENGTH    (LENGTH-HOL-RECORD)
                RIDFLD    (HOL-DATE)
                KEYLENGTH (LENGTH-HOL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO HOL-ACTION
                   MOVE 'Date added to the holiday calendar'
                                   TO WS-MESSAGE
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Date already on calendar - key U to change'
                                   TO WS-MESSAGE
                   MOVE 'HOLDT' TO FIELD-IN-ERROR
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to add the date...' TO WS-MESSAGE
                   MOVE 'HOLDT' TO FIELD-IN-ERROR
           END-EVALUATE.

       ADD-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      UPDATE-HOLIDAY
      *----------------------------------------------------------------*
       UPDATE-HOLIDAY.

           MOVE HOLDT TO HOL-DATE
           EXEC CICS READ
                DATASET   (WS-HOLFILE)
                UPDATE
                INTO      (HOLIDAY-RECORD)
                LENGTH    (LENGTH-HOL-RECORD)
                RIDFLD    (HOL-DATE)
                KEYLENGTH (LENGTH-HOL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Date is not on the calendar - key A to add it' TO
                               WS-MESSAGE
               MOVE 'HOLDT' TO FIELD-IN-ERROR
               GO TO UPDATE-HOLIDAY-EXIT
           END-IF

           PERFORM MOVE-DETAILS-TO-HOLIDAY

           EXEC CICS
                REWRITE DATASET(WS-HOLFILE)
                        FROM(HOLIDAY-RECORD)
                        LENGTH(LENGTH-HOL-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the date...' TO WS-MESSAGE
               MOVE 'HOLDT' TO FIELD-IN-ERROR
               GO TO UPDATE-HOLIDAY-EXIT
           END-IF

           MOVE SPACES TO HOL-ACTION
           MOVE 'Holiday calendar date updated' TO WS-MESSAGE.

       UPDATE-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      MOVE-DETAILS-TO-HOLIDAY
      *----------------------------------------------------------------*
       MOVE-DETAILS-TO-HOLIDAY.

           MOVE HOLNAM                 TO HOL-NAME
           MOVE HOLTYP                 TO HOL-TYPE
           MOVE CDEMO-USER-ID          TO HOL-LAST-MAINT-USER
           MOVE WS-TODAY-DATE          TO HOL-LAST-MAINT-DATE.

      *----------------------------------------------------------------*
      *                      DELETE-HOLIDAY
      * The date becomes an ordinary day again - a business day if it
      * is a weekday, and a processing day either way.
      *----------------------------------------------------------------*
       DELETE-HOLIDAY.

           MOVE HOLDT TO HOL-DATE
           EXEC CICS READ
                DATASET   (WS-HOLFILE)
                UPDATE
                INTO      (HOLIDAY-RECORD)
                LENGTH    (LENGTH-HOL-RECORD)
                RIDFLD    (HOL-DATE)
                KEYLENGTH (LENGTH-HOL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Date is not on the calendar' TO WS-MESSAGE
               MOVE 'HOLDT' TO FIELD-IN-ERROR
               GO TO DELETE-HOLIDAY-EXIT
           END-IF

           EXEC CICS DELETE
                DATASET   (WS-HOLFILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to delete the date...' TO WS-MESSAGE
               MOVE 'HOLDT' TO FIELD-IN-ERROR
               GO TO DELETE-HOLIDAY-EXIT
           END-IF

           MOVE SPACES TO HOL-ACTION
                          HOLNAM
                          HOLTYP
           MOVE 'Date removed from the holiday calendar' TO WS-MESSAGE.

       DELETE-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-HOLIDAY
      * A date not on the calendar is not an error - it is simply an
      * ordinary day, ready to be added.
      *----------------------------------------------------------------*
       SHOW-HOLIDAY.

           MOVE SPACES TO MNTUSR
                          MNTDT

           MOVE HOLDT TO HOL-DATE
           EXEC CICS READ
                DATASET   (WS-HOLFILE)
                INTO      (HOLIDAY-RECORD)
                LENGTH    (LENGTH-HOL-RECORD)
                RIDFLD    (HOL-DATE)
                KEYLENGTH (LENGTH-HOL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               IF WS-MESSAGE = SPACES
                   MOVE 'Date is not on the calendar - key A to add it'
                                   TO WS-MESSAGE
               END-IF
               GO TO SHOW-HOLIDAY-EXIT
           END-IF

           MOVE HOL-NAME               TO HOLNAM
           MOVE HOL-TYPE               TO HOLTYP
           MOVE HOL-LAST-MAINT-USER    TO MNTUSR
           MOVE HOL-LAST-MAINT-DATE    TO MNTDT.

       SHOW-HOLIDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-CALENDAR-LIST
      * Lists eight calendar dates from the date keyed, or from the
      * start of the year when no date is keyed.
      *----------------------------------------------------------------*
       BUILD-CALENDAR-LIST.

           MOVE LOW-VALUES TO CHOL00AO
           MOVE 0          TO WS-ROW-IDX
           MOVE 'N'        TO WS-BROWSE-DONE-SW
           MOVE 'N'        TO WS-MORE-DATES-SW

           IF LSTYR = SPACES OR LOW-VALUES
               PERFORM BUILD-TODAY-DATE
               MOVE WS-TODAY-DATE(1:4) TO LSTYR
           END-IF
           IF HOLDT NOT = SPACES AND HOLDT NOT = LOW-VALUES
               MOVE HOLDT TO WS-HOL-BROWSE-KEY
           ELSE
               MOVE SPACES TO WS-HOL-BROWSE-KEY
               STRING LSTYR '-01-01'
                      DELIMITED BY SIZE INTO WS-HOL-BROWSE-KEY
           END-IF

           EXEC CICS STARTBR
                DATASET   (WS-HOLFILE)
                RIDFLD    (WS-HOL-BROWSE-KEY)
                KEYLENGTH (LENGTH-HOL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               IF WS-MESSAGE = SPACES
                   MOVE 'No calendar dates from the date or year keyed'
                                   TO WS-MESSAGE
               END-IF
               GO TO BUILD-CALENDAR-LIST-EXIT
           END-IF

           MOVE 0 TO WS-READ-GUARD
           PERFORM READ-NEXT-CALENDAR-ROW
                   UNTIL WS-BROWSE-DONE
                      OR WS-READ-GUARD > 2000

           EXEC CICS ENDBR
                DATASET   (WS-HOLFILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-MESSAGE NOT = SPACES
               GO TO BUILD-CALENDAR-LIST-EXIT
           END-IF

           IF WS-ROW-IDX = 0
               MOVE 'No calendar dates from the date or year keyed'
                               TO WS-MESSAGE
           ELSE
               IF WS-MORE-DATES
                   MOVE 'More dates follow - key a later date'
                                   TO WS-MESSAGE
               END-IF
           END-IF.

       BUILD-CALENDAR-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-NEXT-CALENDAR-ROW
      *----------------------------------------------------------------*
       READ-NEXT-CALENDAR-ROW.

           ADD 1 TO WS-READ-GUARD

           EXEC CICS READNEXT
                DATASET   (WS-HOLFILE)
                INTO      (HOLIDAY-RECORD)
                LENGTH    (LENGTH-HOL-RECORD)
                RIDFLD    (WS-HOL-BROWSE-KEY)
                KEYLENGTH (LENGTH-HOL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF WS-ROW-IDX = 8
                   SET WS-MORE-DATES  TO TRUE
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-ROW-IDX
                   MOVE SPACES             TO WS-LIST-LINE
                   MOVE HOL-DATE           TO WS-LST-DATE
                   MOVE HOL-DATE           TO WS-EDIT-DATE
                   PERFORM CHECK-DATE-FORMAT
                   IF WS-DATE-VALID
                       PERFORM SET-DAY-NAME
                       MOVE WS-DAY-NAME    TO WS-LST-DAY
                   END-IF
                   MOVE HOL-NAME           TO WS-LST-NAME
                   EVALUATE TRUE
                       WHEN HOL-BANK-HOLIDAY
                           MOVE 'BANK HOLIDAY' TO WS-LST-TYPE
                       WHEN HOL-NON-PROCESSING
                           MOVE 'NO PROCESSING' TO WS-LST-TYPE
                       WHEN OTHER
                           MOVE HOL-TYPE       TO WS-LST-TYPE
                   END-EVALUATE
                   MOVE HOL-LAST-MAINT-USER TO WS-LST-MAINT-USER
                   MOVE WS-LIST-LINE
                     TO HOLROWO OF CHOL00AO (WS-ROW-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-DATE-FORMAT
      *----------------------------------------------------------------*
       CHECK-DATE-FORMAT.

           MOVE 'N' TO WS-DATE-VALID-SW

           IF WS-EDIT-DATE-YEAR NUMERIC
           AND WS-EDIT-DATE-MONTH NUMERIC
           AND WS-EDIT-DATE-DAY NUMERIC
           AND WS-EDIT-DATE-SEP1 = '-'
           AND WS-EDIT-DATE-SEP2 = '-'
               MOVE WS-EDIT-DATE-YEAR  TO WS-EDIT-YYYYMMDD-YEAR
               MOVE WS-EDIT-DATE-MONTH TO WS-EDIT-YYYYMMDD-MONTH
               MOVE WS-EDIT-DATE-DAY   TO WS-EDIT-YYYYMMDD-DAY
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-YYYYMMDD-N)
                  = 0
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      SET-DAY-NAME
      * Day of the week of the date last passed by CHECK-DATE-FORMAT.
      *----------------------------------------------------------------*
       SET-DAY-NAME.

           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-EDIT-YYYYMMDD-N)
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (WS-DAY-INTEGER - 1, 7) + 1
           MOVE WS-DAY-NAME-ENTRY (WS-WEEKDAY) TO WS-DAY-NAME.

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
           PERFORM BUILD-CALENDAR-LIST
              THRU BUILD-CALENDAR-LIST-EXIT
           SET SCREEN-DISPLAY TO TRUE
           PERFORM MAP-COMMAREA-TO-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE SPACES          TO LSTYR
                                   HOLDT
                                   HOLDAY
                                   HOL-ACTION
                                   HOLNAM
                                   HOLTYP
                                   MNTUSR
                                   MNTDT
                                   WS-MESSAGE.

      *
       MAP-COMMAREA-TO-SCREEN SECTION.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE TO ERRMSG
           MOVE ERRMSG TO ERRMSGO OF CHOL00AO
           MOVE TITLE01 TO TITLE01O OF CHOL00AO
           MOVE TITLE02 TO TITLE02O OF CHOL00AO
           MOVE TRNNAME TO TRNNAMEO OF CHOL00AO
           MOVE PGMNAME TO PGMNAMEO OF CHOL00AO
           MOVE CURDATE TO CURDATEO OF CHOL00AO
           MOVE CURTIME TO CURTIMEO OF CHOL00AO
           MOVE LSTYR TO LSTYRO OF CHOL00AO
           MOVE HOLDT TO HOLDTO OF CHOL00AO
           MOVE HOLDAY TO HOLDAYO OF CHOL00AO
           MOVE HOL-ACTION TO ACTIONO OF CHOL00AO
           MOVE HOLNAM TO HOLNAMO OF CHOL00AO
           MOVE HOLTYP TO HOLTYPO OF CHOL00AO
           MOVE MNTUSR TO MNTUSRO OF CHOL00AO
           MOVE MNTDT TO MNTDTO OF CHOL00AO
           EXIT.

       MAP-SCREEN-TO-COMMAREA SECTION.
           MOVE LSTYRI OF CHOL00AI TO LSTYR
           MOVE HOLDTI OF CHOL00AI TO HOLDT
           MOVE ACTIONI OF CHOL00AI TO HOL-ACTION
           MOVE HOLNAMI OF CHOL00AI TO HOLNAM
           MOVE HOLTYPI OF CHOL00AI TO HOLTYP
           EXIT.
