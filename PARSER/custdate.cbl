       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDATE.
      *
      * Business-date and processing-calendar maintenance.
      *
      * Keeps the CUSTBDT KSDS (CUSTBDTL): the one control record
      * holding the business date the whole stream works under, and
      * the calendar of holidays and worked weekend days that decide
      * which dates are business days.  Cards (CUSTBDCL) are read
      * from DATEIN:
      *   I  sets the business date outright - the first load, or a
      *      correction; the date must be a business day
      *   R  rolls the business date to the next business day; the
      *      card must name the date being rolled from, and is refused
      *      if it does not or that is no longer the business date
      *   H  / B  add a holiday / a worked weekend day to the calendar
      *   D  removes a calendar entry
      * Calendar entries can only be changed for dates after the
      * business date.  After the cards the control record's prior
      * and next business dates and its period-end switch are set
      * again from the calendar, so a holiday added tonight moves
      * tomorrow's roll and the month-end jobs see the right last
      * business day.
      *
      * The nightly roll is the CUSTROLL job, run once CUSTRUN and
      * any month-end jobs have finished - never inside CUSTRUN, so a
      * rerun of the night cannot move the date.  Calendar and
      * correction cards go through the CUSTDATE job.  The report
      * lists each card, the control record as left, and the
      * calendar entries still ahead.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - business-date control,
      *                  roll, holiday/worked-day calendar, report.
      * 2026-10-15  RKM  A roll card must carry the date it rolls
      *                  from; a blank one is refused, so a roll
      *                  submitted twice cannot move the date twice.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CARDS      ASSIGN TO DATEIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-DATEIN-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.
           SELECT DATE-REPORT     ASSIGN TO DATERPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-DATERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CARDS RECORD CONTAINS 80 CHARACTERS.
       01  CARD-RECORD-LAYOUT      PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       FD  DATE-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTBDCL.                *> Defines 01 CUST-BDC-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-DATEIN-STATUS        PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-DATERPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-CONTROL-SW           PIC X(1) VALUE 'N'.
           88  CONTROL-ON-FILE     VALUE 'Y'.
           88  CONTROL-NOT-ON-FILE VALUE 'N'.
       01  WS-BUSINESS-DAY-SW      PIC X(1) VALUE 'N'.
           88  IS-BUSINESS-DAY     VALUE 'Y'.
           88  NOT-BUSINESS-DAY    VALUE 'N'.
       01  WS-WEEKEND-SW           PIC X(1) VALUE 'N'.
           88  WEEKEND-DAY         VALUE 'Y'.
           88  WEEK-DAY            VALUE 'N'.
       01  WS-CAL-SCAN-SW          PIC X(1) VALUE 'N'.
           88  CAL-SCAN-DONE       VALUE 'Y'.
           88  CAL-SCAN-GOING      VALUE 'N'.
       01  WS-SYSTEM-DATE          PIC X(08) VALUE SPACES.
       01  WS-CARD-RESULT          PIC X(30) VALUE SPACES.

      * The control record's dates as the cards leave them; written
      * back once, after the last card.
       01  WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
       01  WS-PRIOR-DATE           PIC X(08) VALUE SPACES.
       01  WS-NEXT-DATE            PIC X(08) VALUE SPACES.
       01  WS-PERIOD-END-SW        PIC X(01) VALUE 'N'.
       01  WS-SET-BY               PIC X(08) VALUE SPACES.

      * Date stepping - the date being tested broken out, and the
      * length of its month with February worked out for leap years.
      * A run of more than 30 days without a business day means the
      * calendar is wrong, and the run stops rather than guess.
       01  WS-STEP-DATE.
           05  WS-STEP-YYYY        PIC 9(04).
           05  WS-STEP-MM          PIC 9(02).
           05  WS-STEP-DD          PIC 9(02).
       01  WS-STEP-DATE-X REDEFINES WS-STEP-DATE
                                   PIC X(08).
       01  WS-STEP-COUNT           PIC 9(03) COMP VALUE ZEROS.
       01  WS-MONTH-DAYS           PIC 9(02) VALUE ZEROS.
       01  WS-LEAP-QUOTIENT        PIC 9(05) COMP VALUE ZEROS.
       01  WS-LEAP-REM-4           PIC 9(03) COMP VALUE ZEROS.
       01  WS-LEAP-REM-100         PIC 9(03) COMP VALUE ZEROS.
       01  WS-LEAP-REM-400         PIC 9(03) COMP VALUE ZEROS.

      * Day-number arithmetic (days since a fixed base) for the day
      * of the week.  Day number modulo 7 runs Tuesday (0) through
      * Monday (6); 4 is Saturday and 5 Sunday.
       01  WS-DAYNO-DATE.
           05  WS-DAYNO-YYYY       PIC 9(04).
           05  WS-DAYNO-MM         PIC 9(02).
           05  WS-DAYNO-DD         PIC 9(02).
       01  WS-DAYNO-DATE-X REDEFINES WS-DAYNO-DATE
                                   PIC X(08).
       01  WS-DAYNO-YEARS          PIC 9(05) COMP VALUE ZEROS.
       01  WS-DAYNO-MONTHS         PIC 9(03) COMP VALUE ZEROS.
       01  WS-DAYNO-WORK           PIC 9(07) COMP VALUE ZEROS.
       01  WS-DAYNO-RESULT         PIC 9(07) COMP VALUE ZEROS.
       01  WS-DOW-QUOTIENT         PIC 9(07) COMP VALUE ZEROS.
       01  WS-DOW                  PIC 9(01) COMP VALUE ZEROS.

      * Control totals for the report
       01  WS-CARD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-APPLIED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-REJECTED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-AHEAD-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS UNTIL EOF-REACHED
           IF NO-FATAL-ERROR AND CONTROL-ON-FILE
               PERFORM 4000-SET-CONTROL-RECORD
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 4200-LIST-CALENDAR-AHEAD
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           OPEN INPUT DATE-CARDS
                I-O   BUSINESS-DATE-FILE
                OUTPUT DATE-REPORT
           IF WS-CUSTBDT-STATUS = 35
               PERFORM 1100-PRIME-DATE-FILE
           END-IF
           IF WS-DATEIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open DATEIN, Status: '
                       WS-DATEIN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTBDT, Status: '
                       WS-CUSTBDT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-DATERPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open DATERPT, Status: '
                       WS-DATERPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 1200-LOAD-CONTROL-RECORD
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

      * A freshly defined cluster that has never held a record cannot
      * be opened I-O; one OUTPUT open and close loads it empty, and
      * the I-O open is retried.  Only the first run ever sees this.
       1100-PRIME-DATE-FILE.
           DISPLAY 'CUSTDATE: CUSTBDT IS EMPTY - INITIALIZING'
           OPEN OUTPUT BUSINESS-DATE-FILE
           CLOSE BUSINESS-DATE-FILE
           OPEN I-O BUSINESS-DATE-FILE.

      * No control record yet is not an error here - the I card that
      * sets the first business date is how it gets one.
       1200-LOAD-CONTROL-RECORD.
           SET BDT-CONTROL-KEY TO TRUE
           READ BUSINESS-DATE-FILE
               INVALID KEY
                   SET CONTROL-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET CONTROL-ON-FILE TO TRUE
                   MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE BDT-PRIOR-DATE TO WS-PRIOR-DATE
                   MOVE BDT-NEXT-DATE TO WS-NEXT-DATE
                   MOVE BDT-PERIOD-END-SW TO WS-PERIOD-END-SW
           END-READ.

       2000-PROCESS-CARDS.
           READ DATE-CARDS INTO CUST-BDC-LAYOUT
           AT END
               MOVE 'Y' TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-CARD-COUNT
               PERFORM 2100-APPLY-ONE-CARD
           END-READ.

       2100-APPLY-ONE-CARD.
           MOVE SPACES TO WS-CARD-RESULT
           EVALUATE TRUE
               WHEN BDC-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-CARD-RESULT
               WHEN BDC-ACT-ROLL
                   PERFORM 2300-ROLL-BUSINESS-DATE
               WHEN BDC-ACT-INITIALIZE OR BDC-ACT-HOLIDAY OR
                    BDC-ACT-WORKED-DAY OR BDC-ACT-DELETE
                   PERFORM 2150-EDIT-CARD-DATE
                   IF WS-CARD-RESULT = SPACES
                       EVALUATE TRUE
                           WHEN BDC-ACT-INITIALIZE
                               PERFORM 2200-SET-BUSINESS-DATE
                           WHEN BDC-ACT-DELETE
                               PERFORM 2500-DELETE-CALENDAR-DAY
                           WHEN OTHER
                               PERFORM 2400-ADD-CALENDAR-DAY
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION NOT I R H B OR D' TO WS-CARD-RESULT
           END-EVALUATE
           IF WS-CARD-RESULT (1:2) = 'OK'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2900-WRITE-CARD-LINE.

      * The card date must be a real calendar date.  Calendar changes
      * are further held to dates after the business date - a day
      * already worked, or being worked tonight, keeps the calendar
      * it was worked under.
       2150-EDIT-CARD-DATE.
           MOVE BDC-DATE TO WS-STEP-DATE-X
           IF BDC-DATE NOT NUMERIC
               MOVE 'DATE INVALID' TO WS-CARD-RESULT
           ELSE
               IF WS-STEP-MM < 1 OR WS-STEP-MM > 12 OR
                  WS-STEP-DD < 1
                   MOVE 'DATE INVALID' TO WS-CARD-RESULT
               ELSE
                   PERFORM 4750-SET-MONTH-DAYS
                   IF WS-STEP-DD > WS-MONTH-DAYS
                       MOVE 'DATE INVALID' TO WS-CARD-RESULT
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-RESULT = SPACES AND
              NOT BDC-ACT-INITIALIZE AND
              CONTROL-ON-FILE AND
              BDC-DATE NOT > WS-BUSINESS-DATE
               MOVE 'DATE ALREADY WORKED' TO WS-CARD-RESULT
           END-IF.

       2200-SET-BUSINESS-DATE.
           PERFORM 2600-TEST-BUSINESS-DAY
           IF NOT-BUSINESS-DAY
               MOVE 'NOT A BUSINESS DAY' TO WS-CARD-RESULT
           ELSE
               MOVE BDC-DATE TO WS-BUSINESS-DATE
               PERFORM 2800-FIND-PRIOR-BUSINESS-DAY
               IF NO-FATAL-ERROR
                   MOVE WS-STEP-DATE-X TO WS-PRIOR-DATE
                   MOVE BDC-OPERATOR-ID TO WS-SET-BY
                   SET CONTROL-ON-FILE TO TRUE
                   MOVE 'OK - BUSINESS DATE SET' TO WS-CARD-RESULT
               ELSE
                   MOVE 'NO PRIOR BUSINESS DAY' TO WS-CARD-RESULT
               END-IF
           END-IF.

      * The roll always steps from the business date on file, never
      * from the next date held on the control record, so a calendar
      * change earlier in the same deck is honoured.  The card has to
      * name that business date - a roll resubmitted after it went
      * through names a date already closed and moves nothing.
       2300-ROLL-BUSINESS-DATE.
           EVALUATE TRUE
               WHEN CONTROL-NOT-ON-FILE
                   MOVE 'BUSINESS DATE NOT SET' TO WS-CARD-RESULT
               WHEN BDC-DATE = SPACES
                   MOVE 'ROLL-FROM DATE REQUIRED' TO WS-CARD-RESULT
               WHEN BDC-DATE NOT = WS-BUSINESS-DATE
                   MOVE 'NOT THE CURRENT BUSINESS DATE'
                       TO WS-CARD-RESULT
               WHEN OTHER
                   MOVE WS-BUSINESS-DATE TO WS-STEP-DATE-X
                   PERFORM 2700-FIND-NEXT-BUSINESS-DAY
                   IF NO-FATAL-ERROR
                       MOVE WS-BUSINESS-DATE TO WS-PRIOR-DATE
                       MOVE WS-STEP-DATE-X TO WS-BUSINESS-DATE
                       MOVE BDC-OPERATOR-ID TO WS-SET-BY
                       MOVE SPACES TO WS-CARD-RESULT
                       STRING 'OK - ROLLED TO ' WS-BUSINESS-DATE
                           DELIMITED BY SIZE INTO WS-CARD-RESULT
                   ELSE
                       MOVE 'NO NEXT BUSINESS DAY' TO WS-CARD-RESULT
                   END-IF
           END-EVALUATE.

      * A holiday only means something on a weekday, and a worked
      * day only on a Saturday or Sunday.
       2400-ADD-CALENDAR-DAY.
           PERFORM 2600-TEST-BUSINESS-DAY
           EVALUATE TRUE
               WHEN BDC-ACT-HOLIDAY AND WEEKEND-DAY
                   MOVE 'DATE IS A WEEKEND DAY' TO WS-CARD-RESULT
               WHEN BDC-ACT-WORKED-DAY AND WEEK-DAY
                   MOVE 'DATE IS NOT A WEEKEND DAY' TO WS-CARD-RESULT
               WHEN OTHER
                   MOVE SPACES TO CUST-BDT-LAYOUT
                   MOVE BDC-DATE TO BDT-KEY
                   SET BDT-CALENDAR-REC TO TRUE
                   MOVE BDC-ACTION TO BDT-DAY-TYPE
                   MOVE BDC-DESC TO BDT-DAY-DESC
                   MOVE BDC-OPERATOR-ID TO BDT-ADDED-BY
                   MOVE WS-SYSTEM-DATE TO BDT-ADDED-DATE
                   WRITE CUST-BDT-LAYOUT
                       INVALID KEY
                           MOVE 'ALREADY ON CALENDAR'
                               TO WS-CARD-RESULT
                       NOT INVALID KEY
                           MOVE 'OK - ADDED' TO WS-CARD-RESULT
                   END-WRITE
           END-EVALUATE.

       2500-DELETE-CALENDAR-DAY.
           MOVE BDC-DATE TO BDT-KEY
           READ BUSINESS-DATE-FILE
               INVALID KEY
                   MOVE 'NOT ON CALENDAR' TO WS-CARD-RESULT
               NOT INVALID KEY
                   DELETE BUSINESS-DATE-FILE
                       INVALID KEY
                           DISPLAY 'CUSTDATE: ERROR DELETING CUSTBDT, '
                                   'KEY ' BDT-KEY
                                   ' STATUS ' WS-CUSTBDT-STATUS
                           MOVE 'Y' TO WS-FATAL-ERROR-SW
                           MOVE 'Y' TO WS-EOF-SW
                           MOVE 'DELETE FAILED' TO WS-CARD-RESULT
                       NOT INVALID KEY
                           MOVE 'OK - REMOVED' TO WS-CARD-RESULT
                   END-DELETE
           END-READ.

      * WS-STEP-DATE is a business day when it is a weekday with no
      * holiday entry, or a weekend day with a worked-day entry.
       2600-TEST-BUSINESS-DAY.
           MOVE WS-STEP-DATE-X TO WS-DAYNO-DATE-X
           PERFORM 4700-DATE-TO-DAY-NUMBER
           DIVIDE WS-DAYNO-RESULT BY 7 GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW
           IF WS-DOW = 4 OR WS-DOW = 5
               SET WEEKEND-DAY TO TRUE
               SET NOT-BUSINESS-DAY TO TRUE
           ELSE
               SET WEEK-DAY TO TRUE
               SET IS-BUSINESS-DAY TO TRUE
           END-IF
           MOVE WS-STEP-DATE-X TO BDT-KEY
           READ BUSINESS-DATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BDT-HOLIDAY
                       SET NOT-BUSINESS-DAY TO TRUE
                   END-IF
                   IF BDT-WORKED-DAY
                       SET IS-BUSINESS-DAY TO TRUE
                   END-IF
           END-READ.

       2700-FIND-NEXT-BUSINESS-DAY.
           MOVE ZEROS TO WS-STEP-COUNT
           SET NOT-BUSINESS-DAY TO TRUE
           PERFORM 2750-STEP-FORWARD
               UNTIL IS-BUSINESS-DAY OR WS-STEP-COUNT > 30
           IF NOT-BUSINESS-DAY
               DISPLAY 'CUSTDATE: NO BUSINESS DAY WITHIN 30 DAYS '
                       'AFTER ' WS-BUSINESS-DATE
                       ' - CHECK THE CALENDAR'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           END-IF.

       2750-STEP-FORWARD.
           ADD 1 TO WS-STEP-COUNT
           ADD 1 TO WS-STEP-DD
           PERFORM 4750-SET-MONTH-DAYS
           IF WS-STEP-DD > WS-MONTH-DAYS
               MOVE 1 TO WS-STEP-DD
               IF WS-STEP-MM >= 12
                   MOVE 1 TO WS-STEP-MM
                   ADD 1 TO WS-STEP-YYYY
               ELSE
                   ADD 1 TO WS-STEP-MM
               END-IF
           END-IF
           PERFORM 2600-TEST-BUSINESS-DAY.

       2800-FIND-PRIOR-BUSINESS-DAY.
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE-X
           MOVE ZEROS TO WS-STEP-COUNT
           SET NOT-BUSINESS-DAY TO TRUE
           PERFORM 2850-STEP-BACK
               UNTIL IS-BUSINESS-DAY OR WS-STEP-COUNT > 30
           IF NOT-BUSINESS-DAY
               DISPLAY 'CUSTDATE: NO BUSINESS DAY WITHIN 30 DAYS '
                       'BEFORE ' WS-BUSINESS-DATE
                       ' - CHECK THE CALENDAR'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           END-IF.

       2850-STEP-BACK.
           ADD 1 TO WS-STEP-COUNT
           IF WS-STEP-DD > 1
               SUBTRACT 1 FROM WS-STEP-DD
           ELSE
               IF WS-STEP-MM <= 1
                   MOVE 12 TO WS-STEP-MM
                   SUBTRACT 1 FROM WS-STEP-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-STEP-MM
               END-IF
               PERFORM 4750-SET-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-STEP-DD
           END-IF
           PERFORM 2600-TEST-BUSINESS-DAY.

       2900-WRITE-CARD-LINE.
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING BDC-ACTION ' ' BDC-DATE ' ' BDC-DESC ' '
                  BDC-OPERATOR-ID ' ' WS-CARD-RESULT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

      * The next business date and the period-end switch are worked
      * out again on every run, whatever the cards were, so they
      * always agree with the calendar as it now stands.  The
      * month-end period stamps are carried over untouched.
       4000-SET-CONTROL-RECORD.
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE-X
           PERFORM 2700-FIND-NEXT-BUSINESS-DAY
           IF NO-FATAL-ERROR
               MOVE WS-STEP-DATE-X TO WS-NEXT-DATE
               IF WS-NEXT-DATE (1:6) NOT = WS-BUSINESS-DATE (1:6)
                   MOVE 'Y' TO WS-PERIOD-END-SW
               ELSE
                   MOVE 'N' TO WS-PERIOD-END-SW
               END-IF
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       PERFORM 4100-WRITE-NEW-CONTROL
                   NOT INVALID KEY
                       PERFORM 4050-REWRITE-CONTROL
               END-READ
           END-IF.

       4050-REWRITE-CONTROL.
           MOVE WS-BUSINESS-DATE TO BDT-BUSINESS-DATE
           MOVE WS-PRIOR-DATE TO BDT-PRIOR-DATE
           MOVE WS-NEXT-DATE TO BDT-NEXT-DATE
           MOVE WS-PERIOD-END-SW TO BDT-PERIOD-END-SW
           IF WS-SET-BY NOT = SPACES
               MOVE WS-SYSTEM-DATE TO BDT-ROLLED-DATE
               MOVE WS-SET-BY TO BDT-ROLLED-BY
           END-IF
           REWRITE CUST-BDT-LAYOUT
               INVALID KEY
                   DISPLAY 'CUSTDATE: ERROR REWRITING CUSTBDT CONTROL, '
                           'STATUS ' WS-CUSTBDT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-REWRITE.

       4100-WRITE-NEW-CONTROL.
           MOVE SPACES TO CUST-BDT-LAYOUT
           SET BDT-CONTROL-KEY TO TRUE
           SET BDT-CONTROL-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO BDT-BUSINESS-DATE
           MOVE WS-PRIOR-DATE TO BDT-PRIOR-DATE
           MOVE WS-NEXT-DATE TO BDT-NEXT-DATE
           MOVE WS-PERIOD-END-SW TO BDT-PERIOD-END-SW
           MOVE WS-SYSTEM-DATE TO BDT-ROLLED-DATE
           MOVE WS-SET-BY TO BDT-ROLLED-BY
           WRITE CUST-BDT-LAYOUT
               INVALID KEY
                   DISPLAY 'CUSTDATE: ERROR WRITING CUSTBDT CONTROL, '
                           'STATUS ' WS-CUSTBDT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-WRITE.

      * Calendar entries after the business date, in date order - the
      * holidays and worked days the coming rolls will honour.
       4200-LIST-CALENDAR-AHEAD.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE 'CALENDAR ENTRIES AHEAD' TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-BUSINESS-DATE TO BDT-KEY
           SET CAL-SCAN-GOING TO TRUE
           START BUSINESS-DATE-FILE KEY IS GREATER THAN BDT-KEY
               INVALID KEY
                   SET CAL-SCAN-DONE TO TRUE
           END-START
           PERFORM 4250-LIST-NEXT-ENTRY UNTIL CAL-SCAN-DONE.

       4250-LIST-NEXT-ENTRY.
           READ BUSINESS-DATE-FILE NEXT
           AT END
               SET CAL-SCAN-DONE TO TRUE
           NOT AT END
               IF BDT-CALENDAR-REC
                   ADD 1 TO WS-AHEAD-COUNT
                   MOVE SPACES TO CUST-RPT-LAYOUT
                   STRING BDT-KEY ' ' BDT-DAY-TYPE ' ' BDT-DAY-DESC
                          ' ADDED BY ' BDT-ADDED-BY ' ' BDT-ADDED-DATE
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
                   MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
                   WRITE REPORT-RECORD-LAYOUT
               END-IF
           END-READ.

       4700-DATE-TO-DAY-NUMBER.
           MOVE WS-DAYNO-YYYY TO WS-DAYNO-YEARS
           MOVE WS-DAYNO-MM TO WS-DAYNO-MONTHS
           IF WS-DAYNO-MONTHS < 3
               SUBTRACT 1 FROM WS-DAYNO-YEARS
               ADD 12 TO WS-DAYNO-MONTHS
           END-IF
           MULTIPLY 365 BY WS-DAYNO-YEARS GIVING WS-DAYNO-RESULT
           DIVIDE WS-DAYNO-YEARS BY 4 GIVING WS-DAYNO-WORK
           ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT
           DIVIDE WS-DAYNO-YEARS BY 100 GIVING WS-DAYNO-WORK
           SUBTRACT WS-DAYNO-WORK FROM WS-DAYNO-RESULT
           DIVIDE WS-DAYNO-YEARS BY 400 GIVING WS-DAYNO-WORK
           ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT
           COMPUTE WS-DAYNO-WORK = 153 * (WS-DAYNO-MONTHS - 3) + 2
           DIVIDE WS-DAYNO-WORK BY 5 GIVING WS-DAYNO-WORK
           ADD WS-DAYNO-WORK TO WS-DAYNO-RESULT
           ADD WS-DAYNO-DD TO WS-DAYNO-RESULT.

       4750-SET-MONTH-DAYS.
           EVALUATE WS-STEP-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-STEP-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-STEP-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-STEP-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0 AND
                      (WS-LEAP-REM-100 NOT = 0 OR
                       WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       3000-TERMINATE.
           IF NO-FATAL-ERROR
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0 OR CONTROL-NOT-ON-FILE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE DATE-CARDS
                 BUSINESS-DATE-FILE
                 DATE-REPORT.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTDATE BUSINESS DATE AND CALENDAR'
               TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'SYSTEM DATE     : ' WS-SYSTEM-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           IF CONTROL-ON-FILE
               STRING 'BUSINESS DATE IN: ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           ELSE
               STRING 'BUSINESS DATE IN: NOT SET'
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           END-IF
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-CARD-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'CARDS READ      : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-APPLIED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'CARDS APPLIED   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-REJECTED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'CARDS REJECTED  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-AHEAD-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'CALENDAR AHEAD  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           IF CONTROL-NOT-ON-FILE
               MOVE 'BUSINESS DATE   : NOT SET - LOAD AN I CARD'
                   TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           ELSE
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING 'BUSINESS DATE   : ' WS-BUSINESS-DATE
                      '  PRIOR ' WS-PRIOR-DATE
                      '  NEXT ' WS-NEXT-DATE
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING 'PERIOD END      : ' WS-PERIOD-END-SW
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO CUST-RPT-LAYOUT
                       STRING 'LAST MONTH END  : ACCR '
                              BDT-ACCR-PERIOD
                              '  PURG ' BDT-PURG-PERIOD
                              '  STMT ' BDT-STMT-PERIOD
                           DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
                       MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
                       WRITE REPORT-RECORD-LAYOUT
               END-READ
           END-IF.

       END PROGRAM CUSTDATE.
