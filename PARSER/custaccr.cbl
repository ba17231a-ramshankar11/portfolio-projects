      * branch transactions - no more spreadsheet interest keyed back
      * in by hand.  Prints a summary of interest paid and fees
      * charged broken down by status code.  A test-environment run
      * reports what would accrue without emitting anything.  An
      * account in escheatment on CUSTESC (noticed or handed over to
      * the state by CUSTESCH) is charged no dormancy fee.
      *
      * Modification History
      * ---------------------------------------------------------------
      *                  first and wiped by the clear, so every
      *                  accrual went out untyped and posted as a
      *                  legacy movement instead of 'I'/'F'.
      * 2026-10-15  RKM  Run date is the CUSTBDT business date; the
      *                  accrual refuses a date that is not the
      *                  last business day of the month, or a
      *                  month already accrued, unless ACCRCTL
      *                  carries the override, and stamps the
      *                  month on CUSTBDT when it completes.
      * 2026-10-15  RKM  No dormancy fee for an account in
      *                  escheatment - CUSTESC is read for every
      *                  inactive account, and one noticed or
      *                  transferred by CUSTESCH is skipped and
      *                  counted on the report.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-ACCRCTL-STATUS.
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
       FD  ACCRUAL-CONTROL RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT   PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       FD  ESCHEAT-FILE RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTESHL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       01  WS-ACCRTXN-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ACCRRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ACCRCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

      * The month-end state from the CUSTBDT control record: whether
      * the business date is the last business day of its month, and
      * the month (YYYYMM) this job last completed for.
       01  WS-PERIOD-END-SW        PIC X(01) VALUE 'N'.
           88  PERIOD-END-DATE     VALUE 'Y'.
       01  WS-LAST-PERIOD          PIC X(06) VALUE SPACES.
       01  WS-ACCR-AMOUNT          PIC S9(7)V99 VALUE ZEROS.
       01  WS-ACCR-TYPE            PIC X(01) VALUE SPACE.

      * Escheatment state from CUSTESC.  A file that has never been
      * loaded means no account has been noticed yet, and every
      * inactive account is charged as before.
       01  WS-CUSTESC-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ESCHEAT-FILE-SW      PIC X(1) VALUE 'N'.
           88  ESCHEAT-FILE-OPEN   VALUE 'Y'.
           88  ESCHEAT-FILE-ABSENT VALUE 'N'.
       01  WS-IN-ESCHEAT-SW        PIC X(1) VALUE 'N'.
           88  ACCT-IN-ESCHEATMENT VALUE 'Y'.
           88  ACCT-NOT-IN-ESCHEAT VALUE 'N'.

      * Interest and fee totals by status code 01-05 (slot 6 catches
      * anything outside the edit range that slipped onto the
      * master), the breakdown the summary report prints.
       01  WS-FEE-TXN-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-TOT-INT-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-FEE-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-ESCHEAT-SKIP-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.
       01  WS-EDITED-BALANCE       PIC Z(10)9.99-.

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1050-READ-CONTROL-RECORD
           IF NO-FATAL-ERROR
               PERFORM 1060-CHECK-PERIOD
           END-IF
           PERFORM 1090-OPEN-ESCHEAT-FILE
           OPEN INPUT CUSTOMER-MASTER
                EXTEND ACCRUAL-OUTPUT
                OUTPUT ACCRUAL-REPORT
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTACCR: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTACCR: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
                       MOVE BDT-PERIOD-END-SW TO WS-PERIOD-END-SW
                       MOVE BDT-ACCR-PERIOD TO WS-LAST-PERIOD
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing or empty ACCRCTL is not defaulted - a guessed rate
      * moving real money is exactly how the spreadsheet era went
      * wrong, so the run stops instead, the same stance CUSTPURG
               END-IF
           END-IF.

      * A month-end run belongs to the last business day of its month
      * and runs once for that month; either check stops the run
      * unless the control card carries the override, because a
      * late rerun of an accrual that already went out pays the
      * interest and charges the fees twice.
      * A test-environment preview changes nothing and is never held.
       1060-CHECK-PERIOD.
           EVALUATE TRUE
               WHEN ACR-ENV-TEST
                   CONTINUE
               WHEN ACR-PERIOD-OVERRIDE
                   DISPLAY 'CUSTACCR: PERIOD CHECKS OVERRIDDEN, '
                           'BUSINESS DATE ' WS-RUN-DATE
               WHEN NOT PERIOD-END-DATE
                   DISPLAY 'CUSTACCR: BUSINESS DATE ' WS-RUN-DATE
                           ' IS NOT A PERIOD END - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               WHEN WS-LAST-PERIOD = WS-RUN-DATE (1:6)
                   DISPLAY 'CUSTACCR: PERIOD ' WS-LAST-PERIOD
                           ' ALREADY RUN - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-EVALUATE.

      * Status 35 is an escheatment cluster defined but never loaded
      * - nothing has been noticed yet.  Anything else wrong with it
      * stops the run rather than charge an account the state is
      * about to be given.
       1090-OPEN-ESCHEAT-FILE.
           OPEN INPUT ESCHEAT-FILE
           EVALUATE WS-CUSTESC-STATUS
               WHEN FS-OK
                   SET ESCHEAT-FILE-OPEN TO TRUE
               WHEN 35
                   SET ESCHEAT-FILE-ABSENT TO TRUE
                   DISPLAY 'CUSTACCR: CUSTESC EMPTY, NO ACCOUNTS IN '
                           'ESCHEATMENT'
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
      * inactive one.  A closed account gets neither - the posting
      * step would only journal it CLOSED - and a record whose
      * balance is not numeric cannot be accrued on and is left for
      * the edits to chase.  An inactive account already in
      * escheatment keeps the balance the state was, or is about to
      * be, told of - no fee.
       2100-EXAMINE-RECORD.
           IF OUT-CUST-BALANCE NUMERIC
               IF OUT-CUST-ACCT-ACTIVE AND OUT-CUST-BALANCE > 0
                   PERFORM 2200-ACCRUE-INTEREST
               END-IF
               IF OUT-CUST-ACCT-INACTV AND ACR-DORM-FEE-N > 0
                   PERFORM 2250-CHECK-ESCHEATMENT
                   IF ACCT-IN-ESCHEATMENT
                       ADD 1 TO WS-ESCHEAT-SKIP-COUNT
                   ELSE
                       PERFORM 2300-CHARGE-DORMANCY-FEE
                   END-IF
               END-IF
           END-IF.

               PERFORM 2400-WRITE-ACCRUAL-TXN
           END-IF.

       2250-CHECK-ESCHEATMENT.
           SET ACCT-NOT-IN-ESCHEAT TO TRUE
           IF ESCHEAT-FILE-OPEN
               MOVE OUT-CUST-ID TO ESH-CUST-ID
               READ ESCHEAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESH-IN-ESCHEATMENT
                           SET ACCT-IN-ESCHEATMENT TO TRUE
                       END-IF
               END-READ
           END-IF.

       2300-CHARGE-DORMANCY-FEE.
           COMPUTE WS-ACCR-AMOUNT = 0 - ACR-DORM-FEE-N
           ADD 1 TO WS-FEE-TXN-COUNT
               PERFORM 3200-WRITE-STATCD-SECTION
               PERFORM 3300-WRITE-GRAND-TOTALS
           END-IF
           IF NO-FATAL-ERROR AND PERIOD-END-DATE
              AND NOT ACR-ENV-TEST
               PERFORM 3050-STAMP-PERIOD
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
           END-IF
           CLOSE CUSTOMER-MASTER
                 ACCRUAL-OUTPUT
                 ACCRUAL-REPORT
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
               DISPLAY 'CUSTACCR: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - PERIOD NOT STAMPED'
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTACCR: NO BUSINESS DATE ON CUSTBDT'
                               ' - PERIOD NOT STAMPED'
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE WS-RUN-DATE (1:6) TO BDT-ACCR-PERIOD
                       REWRITE CUST-BDT-LAYOUT
                           INVALID KEY
                               DISPLAY 'CUSTACCR: ERROR REWRITING '
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
           STRING '  FEES CHARGED    : ' WS-EDITED-BALANCE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-ESCHEAT-SKIP-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  NO FEE-ESCHEAT  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       END PROGRAM CUSTACCR.
