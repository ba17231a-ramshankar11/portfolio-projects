      * control totals, so compliance can see exactly what left the
      * live master and when.  A test-environment run (PURGCTL 'T')
      * reports what would be purged without touching the master or
      * the archive.  A closed account whose balance was handed to
      * the state by CUSTESCH (transferred on CUSTESC, zero balance)
      * is archived at the first purge after its transfer posts,
      * whatever the cutoff - the escheatment record and the state
      * report are its retention from then on.
      *
      * Modification History
      * ---------------------------------------------------------------
      *                  the live master and the run fails, so the
      *                  compliance archive can never be short a
      *                  purged customer.
      * 2026-10-15  RKM  Run date is the CUSTBDT business date; the
      *                  purge refuses a date that is not the last
      *                  business day of the month, a month
      *                  already purged, or a cutoff not before
      *                  the business date, unless PURGCTL carries
      *                  the override (cutoff check excepted), and
      *                  stamps the month on CUSTBDT when done.
      * 2026-10-15  RKM  Escheated accounts - a closed account CUSTESC
      *                  shows transferred, with its balance zeroed,
      *                  is archived without waiting for the cutoff,
      *                  marked ESCHEATED on the report and counted.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-PURGCTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.
           SELECT ESCHEAT-FILE    ASSIGN TO CUSTESC
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS ESH-CUST-ID
                                  FILE STATUS IS WS-CUSTESC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGE-CONTROL RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT   PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       FD  ESCHEAT-FILE RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTESHL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       01  WS-CUSTARC-STATUS       PIC 99 VALUE ZEROS.
       01  WS-PURGRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-PURGCTL-STATUS       PIC 99 VALUE ZEROS.
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

      * Escheatment state from CUSTESC.  A file that has never been
      * loaded means nothing has been escheated yet.
       01  WS-CUSTESC-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ESCHEAT-FILE-SW      PIC X(1) VALUE 'N'.
           88  ESCHEAT-FILE-OPEN   VALUE 'Y'.
           88  ESCHEAT-FILE-ABSENT VALUE 'N'.
       01  WS-ESCHEATED-SW         PIC X(1) VALUE 'N'.
           88  ACCT-ESCHEATED      VALUE 'Y'.
           88  ACCT-NOT-ESCHEATED  VALUE 'N'.

      * Control totals for the purge report
       01  WS-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-CLOSED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-PURGE-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-ESCHEAT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1050-READ-CONTROL-RECORD
           IF NO-FATAL-ERROR
               PERFORM 1060-CHECK-PERIOD
           END-IF
           PERFORM 1090-OPEN-ESCHEAT-FILE
           OPEN I-O   CUSTOMER-MASTER
                OUTPUT CUSTOMER-ARCHIVE
                OUTPUT PURGE-REPORT
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTPURG: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTPURG: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
                       MOVE BDT-PERIOD-END-SW TO WS-PERIOD-END-SW
                       MOVE BDT-PURG-PERIOD TO WS-LAST-PERIOD
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing or empty PURGCTL is not defaulted - purging the
      * master on a guessed cutoff would be unrecoverable, so the run
      * stops instead.  A cutoff on or after the business date would
      * take accounts touched today, so it stops the run too, override
      * or not.
       1050-READ-CONTROL-RECORD.
           OPEN INPUT PURGE-CONTROL
           IF WS-PURGCTL-STATUS NOT = FS-OK
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   IF PRG-CUTOFF-DATE NOT < WS-RUN-DATE
                       DISPLAY 'CUSTPURG: PURGCTL CUTOFF DATE '
                               PRG-CUTOFF-DATE ' NOT BEFORE BUSINESS '
                               'DATE ' WS-RUN-DATE ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   END-IF
                   DISPLAY 'CUSTPURG CUTOFF DATE: ' PRG-CUTOFF-DATE
                           '  ENVIRONMENT: ' PRG-ENV-SW
               END-IF
           END-IF.

      * A month-end run belongs to the last business day of its month
      * and runs once for that month; either check stops the run
      * unless the control card carries the override, because a
      * second purge in one month means someone ran the wrong
      * card, and what it removes cannot be put back by rerunning.
      * A test-environment preview changes nothing and is never held.
       1060-CHECK-PERIOD.
           EVALUATE TRUE
               WHEN PRG-ENV-TEST
                   CONTINUE
               WHEN PRG-PERIOD-OVERRIDE
                   DISPLAY 'CUSTPURG: PERIOD CHECKS OVERRIDDEN, '
                           'BUSINESS DATE ' WS-RUN-DATE
               WHEN NOT PERIOD-END-DATE
                   DISPLAY 'CUSTPURG: BUSINESS DATE ' WS-RUN-DATE
                           ' IS NOT A PERIOD END - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               WHEN WS-LAST-PERIOD = WS-RUN-DATE (1:6)
                   DISPLAY 'CUSTPURG: PERIOD ' WS-LAST-PERIOD
                           ' ALREADY RUN - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-EVALUATE.

      * Status 35 is an escheatment cluster defined but never loaded
      * - nothing has been escheated, and the purge runs on the
      * cutoff alone.  Anything else wrong with it stops the run.
       1090-OPEN-ESCHEAT-FILE.
           OPEN INPUT ESCHEAT-FILE
           EVALUATE WS-CUSTESC-STATUS
               WHEN FS-OK
                   SET ESCHEAT-FILE-OPEN TO TRUE
               WHEN 35
                   SET ESCHEAT-FILE-ABSENT TO TRUE
                   DISPLAY 'CUSTPURG: CUSTESC EMPTY, NO ESCHEATED '
                           'ACCOUNTS'
               WHEN OTHER
                   SET ESCHEAT-FILE-ABSENT TO TRUE
                   DISPLAY 'ERROR: Failed to open CUSTESC, Status: '
                           WS-CUSTESC-STATUS
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-EVALUATE.

       2000-PROCESS-MASTER.
           READ CUSTOMER-MASTER
           AT END
      * Purge criteria: account closed, and an actual last-update
      * date older than the cutoff.  A record with a space (never
      * populated) last-update date is left alone - there is no
      * evidence of how long it has really been untouched.  An
      * escheated account goes whatever its date.
       2100-EXAMINE-RECORD.
           IF OUT-CUST-ACCT-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               PERFORM 2150-CHECK-ESCHEATED
               EVALUATE TRUE
                   WHEN ACCT-ESCHEATED
                       ADD 1 TO WS-ESCHEAT-COUNT
                       PERFORM 2200-PURGE-RECORD
                   WHEN OUT-CUST-LAST-UPD-DATE NUMERIC AND
                        OUT-CUST-LAST-UPD-DATE < PRG-CUTOFF-DATE
                       PERFORM 2200-PURGE-RECORD
               END-EVALUATE
           END-IF.

      * Escheated means reported and transferred on CUSTESC and the
      * transfer actually posted - a balance still on the account
      * means it did not, and the account waits for the cutoff like
      * any other.
       2150-CHECK-ESCHEATED.
           SET ACCT-NOT-ESCHEATED TO TRUE
           IF ESCHEAT-FILE-OPEN
               MOVE OUT-CUST-ID TO ESH-CUST-ID
               READ ESCHEAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESH-TRANSFERRED AND
                          OUT-CUST-BALANCE NUMERIC AND
                          OUT-CUST-BALANCE = 0
                           SET ACCT-ESCHEATED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2200-PURGE-RECORD.

       2300-WRITE-REPORT-DETAIL.
           MOVE SPACES TO CUST-RPT-LAYOUT
           IF ACCT-ESCHEATED
               STRING OUT-CUST-ID ' ' OUT-CUST-NAME
                      ' LAST UPD ' OUT-CUST-LAST-UPD-DATE
                      ' ESCHEATED'
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           ELSE
               STRING OUT-CUST-ID ' ' OUT-CUST-NAME
                      ' LAST UPD ' OUT-CUST-LAST-UPD-DATE
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           END-IF
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

           IF NO-FATAL-ERROR
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF NO-FATAL-ERROR AND PERIOD-END-DATE
              AND NOT PRG-ENV-TEST
               PERFORM 3050-STAMP-PERIOD
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
           END-IF
           CLOSE CUSTOMER-MASTER
                 CUSTOMER-ARCHIVE
                 PURGE-REPORT
           IF ESCHEAT-FILE-OPEN
               CLOSE ESCHEAT-FILE
           END-IF.

      * The month is stamped only when the run completes cleanly on a
      * period-end date, so a failed run can simply be rerun, and an
      * overridden run on some other date does not mark a month it
      * was not the close of.
       3050-STAMP-PERIOD.
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTPURG: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - PERIOD NOT STAMPED'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTPURG: NO BUSINESS DATE ON CUSTBDT'
                               ' - PERIOD NOT STAMPED'
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE WS-RUN-DATE (1:6) TO BDT-PURG-PERIOD
                       REWRITE CUST-BDT-LAYOUT
                           INVALID KEY
                               DISPLAY 'CUSTPURG: ERROR REWRITING '
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
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT

           MOVE WS-ESCHEAT-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ESCHEATED       : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT

           MOVE WS-PURGE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           IF PRG-ENV-TEST
