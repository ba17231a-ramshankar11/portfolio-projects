      *                  treat a POSTEDOD record (overdrawing
      *                  withdrawal posted flagged per POSTCTL) as
      *                  posted activity with an overdraft note.
      * 2026-10-15  RKM  Run date is the CUSTBDT business date and a
      *                  blank STMTCTL period means the month to
      *                  date; the run refuses a date that is not
      *                  the last business day of the month, or a
      *                  month already printed, unless STMTCTL
      *                  carries the override, and stamps the
      *                  month on CUSTBDT when it completes.
      * 2026-10-15  RKM  Review fix: the month is stamped only when
      *                  the statement period ends in the business
      *                  date's own month, so an overridden reissue
      *                  of an earlier period no longer marks the
      *                  current month as run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-STMTRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-STMTCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-STMTRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

      * The month-end state from the CUSTBDT control record: whether
      * the business date is the last business day of its month, and
      * the month (YYYYMM) this job last completed for.
       01  WS-PERIOD-END-SW        PIC X(01) VALUE 'N'.
           88  PERIOD-END-DATE     VALUE 'Y'.
       01  WS-LAST-PERIOD          PIC X(06) VALUE SPACES.

      * One statement is in progress from the first selected journal
      * record for a customer until the next customer (or EOF) closes
      * it - the journal arrives sorted by customer ID.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1050-READ-CONTROL-RECORD
           IF NO-FATAL-ERROR
               PERFORM 1060-CHECK-PERIOD
           END-IF
           OPEN INPUT JOURNAL-INPUT
                INPUT CUSTOMER-MASTER
                OUTPUT STATEMENT-REPORT
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTSTMT: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTSTMT: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
                       MOVE BDT-PERIOD-END-SW TO WS-PERIOD-END-SW
                       MOVE BDT-STMT-PERIOD TO WS-LAST-PERIOD
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing or empty STMTCTL is not defaulted - a statement
      * covering a guessed period would go out to customers, so the
      * run stops instead, the same stance CUSTPURG takes.  A card
      * with both dates blank is the month to date: the 1st of the
      * business date's month through the business date.
       1050-READ-CONTROL-RECORD.
           OPEN INPUT STATEMENT-CONTROL
           IF WS-STMTCTL-STATUS NOT = FS-OK
               CLOSE STATEMENT-CONTROL
           END-IF
           IF NO-FATAL-ERROR
               IF STM-FROM-DATE = SPACES AND STM-TO-DATE = SPACES
                   MOVE WS-RUN-DATE TO STM-TO-DATE
                   MOVE WS-RUN-DATE (1:6) TO STM-FROM-DATE (1:6)
                   MOVE '01' TO STM-FROM-DATE (7:2)
               END-IF
               IF STM-FROM-DATE NOT NUMERIC OR
                  STM-TO-DATE NOT NUMERIC OR
                  STM-FROM-DATE > STM-TO-DATE
               END-IF
           END-IF.

      * A month-end run belongs to the last business day of its month
      * and runs once for that month; either check stops the run
      * unless the control card carries the override, because a
      * second statement run mails every customer the same month
      * twice.
       1060-CHECK-PERIOD.
           EVALUATE TRUE
               WHEN STM-PERIOD-OVERRIDE
                   DISPLAY 'CUSTSTMT: PERIOD CHECKS OVERRIDDEN, '
                           'BUSINESS DATE ' WS-RUN-DATE
               WHEN NOT PERIOD-END-DATE
                   DISPLAY 'CUSTSTMT: BUSINESS DATE ' WS-RUN-DATE
                           ' IS NOT A PERIOD END - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               WHEN WS-LAST-PERIOD = WS-RUN-DATE (1:6)
                   DISPLAY 'CUSTSTMT: PERIOD ' WS-LAST-PERIOD
                           ' ALREADY RUN - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-EVALUATE.

       2000-PROCESS-JOURNAL.
           READ JOURNAL-INPUT INTO CUST-JRN-LAYOUT
           AT END
               PERFORM 2600-CLOSE-STATEMENT
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF NO-FATAL-ERROR AND PERIOD-END-DATE
              AND STM-TO-DATE (1:6) = WS-RUN-DATE (1:6)
               PERFORM 3050-STAMP-PERIOD
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
                 CUSTOMER-MASTER
                 STATEMENT-REPORT.

      * The month is stamped only when the run completes cleanly on a
      * period-end date and the statement period ends in that same
      * month, so a failed run can simply be rerun, an overridden run
      * on some other date does not mark a month it was not the close
      * of, and an overridden reissue of an earlier period run on a
      * period-end date does not mark the current month as done and
      * lock out its real statement run.  The test is on the period
      * rather than on the override itself, so an overridden rerun of
      * the current month still records that the month was printed.
       3050-STAMP-PERIOD.
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTSTMT: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - PERIOD NOT STAMPED'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTSTMT: NO BUSINESS DATE ON CUSTBDT'
                               ' - PERIOD NOT STAMPED'
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE WS-RUN-DATE (1:6) TO BDT-STMT-PERIOD
                       REWRITE CUST-BDT-LAYOUT
                           INVALID KEY
                               DISPLAY 'CUSTSTMT: ERROR REWRITING '
                                       'CUSTBDT, STATUS '
                                       WS-CUSTBDT-STATUS
                                       ' - PERIOD NOT STAMPED'
                               MOVE 'Y' TO WS-FATAL-ERROR-SW
                       END-REWRITE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTSTMT CUSTOMER STATEMENTS'
