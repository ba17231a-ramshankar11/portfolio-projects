       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSOMT.
      *
      * Standing-order instruction maintenance.
      *
      * Reads standing-order cards (CUSTSOCL) from SOIN and adds,
      * amends, suspends, resumes, or cancels instructions on the
      * CUSTSOI KSDS (CUSTSOIL).  An added order gets the next order
      * number for its customer and is active from its first due
      * date; the nightly CUSTSOGN generator turns it into CUSTTXN
      * transactions from then on.  A card for an ID not on the
      * master or already closed, an unusable type, amount,
      * frequency, or date, or an action the order's status does not
      * allow is reported and NOT applied.  Every change is stamped
      * with the operator and date on the instruction itself.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - card-driven add / amend /
      *                  suspend / resume / cancel.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      * 2026-10-15  RKM  Card dates are checked against the length of
      *                  their month, leap years included, so a date
      *                  such as 20260231 is refused at entry.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-CARDS     ASSIGN TO SOIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-SOIN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS OUT-CUST-ID
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT ORDER-FILE      ASSIGN TO CUSTSOI
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS SOI-KEY
                                  FILE STATUS IS WS-CUSTSOI-STATUS.
           SELECT ORDER-REPORT    ASSIGN TO SORPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-SORPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-CARDS RECORD CONTAINS 80 CHARACTERS.
       01  CARD-RECORD-LAYOUT      PIC X(80).

       FD  CUSTOMER-MASTER RECORD CONTAINS 120 CHARACTERS.
           COPY CUSTDATL REPLACING
               ==CUST-REC-LAYOUT==   BY ==OUTPUT-RECORD-LAYOUT==
               ==CUST-REC-TYPE==     BY ==OUT-CUST-REC-TYPE==
               ==CUST-TYPE-HEADER==  BY ==OUT-TYPE-HEADER==
               ==CUST-TYPE-DETAIL==  BY ==OUT-TYPE-DETAIL==
               ==CUST-TYPE-TRAILER== BY ==OUT-TYPE-TRAILER==
               ==CUST-ID==           BY ==OUT-CUST-ID==
               ==CUST-NAME==         BY ==OUT-CUST-NAME==
               ==CUST-ADDRESS==      BY ==OUT-CUST-ADDRESS==
               ==CUST-STATUS-CODE==  BY ==OUT-CUST-STATCD==
               ==CUST-BALANCE==      BY ==OUT-CUST-BALANCE==
               ==CUST-BALANCE-X==    BY ==OUT-CUST-BALANCE-X==
               ==CUST-EMAIL==        BY ==OUT-CUST-EMAIL==
               ==CUST-PHONE==        BY ==OUT-CUST-PHONE==
               ==CUST-ACCT-STATUS==  BY ==OUT-CUST-ACCT-STATUS==
               ==CUST-ACCT-ACTIVE==  BY ==OUT-CUST-ACCT-ACTIVE==
               ==CUST-ACCT-INACTIVE== BY ==OUT-CUST-ACCT-INACTV==
               ==CUST-ACCT-CLOSED==  BY ==OUT-CUST-ACCT-CLOSED==
               ==CUST-LAST-UPD-DATE== BY ==OUT-CUST-LAST-UPD-DATE==
               ==CUST-ACTION-CODE==  BY ==OUT-CUST-ACTION-CODE==
               ==CUST-ACT-DELETE==   BY ==OUT-CUST-ACT-DELETE==
               ==CUST-SOURCE-SYSTEM== BY ==OUT-CUST-SOURCE-SYS==.

       FD  ORDER-FILE RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTSOIL.

       FD  ORDER-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTSOCL.                *> Defines 01 CUST-SOC-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-SOIN-STATUS          PIC 99 VALUE ZEROS.
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTSOI-STATUS       PIC 99 VALUE ZEROS.
       01  WS-SORPT-STATUS         PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-ORDER-SCAN-SW        PIC X(1) VALUE 'N'.
           88  ORDER-SCAN-DONE     VALUE 'Y'.
           88  ORDER-SCAN-GOING    VALUE 'N'.
       01  WS-CARD-OK-SW           PIC X(1) VALUE 'N'.
           88  CARD-APPLIED        VALUE 'Y'.
           88  CARD-REFUSED        VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
       01  WS-CARD-RESULT          PIC X(30) VALUE SPACES.
       01  WS-NEXT-ORDER-NO        PIC 9(03) VALUE ZEROS.
       01  WS-SCAN-CUST-ID         PIC X(10) VALUE SPACES.

      * Date edit - a card date must be a real calendar date, day
      * within its month's length and 29 February only in a leap
      * year, not just eight digits.
       01  WS-CHECK-DATE.
           05  WS-CHECK-YYYY       PIC 9(04).
           05  WS-CHECK-MM         PIC 9(02).
           05  WS-CHECK-DD         PIC 9(02).
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
                                   PIC X(08).
       01  WS-DATE-OK-SW           PIC X(1) VALUE 'N'.
           88  DATE-OK             VALUE 'Y'.
           88  DATE-BAD            VALUE 'N'.
       01  WS-MONTH-DAYS           PIC 9(02) VALUE ZEROS.
       01  WS-LEAP-QUOTIENT        PIC 9(05) COMP VALUE ZEROS.
       01  WS-LEAP-REM-4           PIC 9(03) COMP VALUE ZEROS.
       01  WS-LEAP-REM-100         PIC 9(03) COMP VALUE ZEROS.
       01  WS-LEAP-REM-400         PIC 9(03) COMP VALUE ZEROS.

      * Control totals for the maintenance report
       01  WS-CARD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-ADDED-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-AMENDED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-SUSPENDED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-RESUMED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-CANCELLED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-REJECTED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS UNTIL EOF-REACHED
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           OPEN INPUT ORDER-CARDS
                INPUT CUSTOMER-MASTER
                I-O   ORDER-FILE
                OUTPUT ORDER-REPORT
           IF WS-CUSTSOI-STATUS = 35
               PERFORM 1100-PRIME-ORDER-FILE
           END-IF
           IF WS-SOIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open SOIN, Status: '
                       WS-SOIN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CUSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTOUT, Status: '
                       WS-CUSTOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CUSTSOI-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTSOI, Status: '
                       WS-CUSTSOI-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-SORPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open SORPT, Status: '
                       WS-SORPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTSOMT: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTSOMT: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A freshly defined cluster that has never held a record cannot
      * be opened I-O; one OUTPUT open and close loads it empty, and
      * the I-O open is retried.  Only the first run ever sees this.
       1100-PRIME-ORDER-FILE.
           DISPLAY 'CUSTSOMT: CUSTSOI IS EMPTY - INITIALIZING'
           OPEN OUTPUT ORDER-FILE
           CLOSE ORDER-FILE
           OPEN I-O ORDER-FILE.

       2000-PROCESS-CARDS.
           READ ORDER-CARDS INTO CUST-SOC-LAYOUT
           AT END
               MOVE 'Y' TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-CARD-COUNT
               PERFORM 2100-APPLY-ONE-CARD
           END-READ.

       2100-APPLY-ONE-CARD.
           MOVE SPACES TO WS-CARD-RESULT
           SET CARD-REFUSED TO TRUE
           EVALUATE TRUE
               WHEN SOC-CUST-ID = SPACES
                   MOVE 'CUSTOMER ID MISSING' TO WS-CARD-RESULT
               WHEN SOC-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-CARD-RESULT
               WHEN SOC-ACT-ADD
                   PERFORM 2200-ADD-ORDER
               WHEN SOC-ACT-AMEND OR SOC-ACT-SUSPEND OR
                    SOC-ACT-RESUME OR SOC-ACT-CANCEL
                   PERFORM 2500-CHANGE-ORDER
               WHEN OTHER
                   MOVE 'ACTION NOT A/M/S/R/C' TO WS-CARD-RESULT
           END-EVALUATE
           IF CARD-REFUSED
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2900-WRITE-CARD-LINE.

      * An add needs every field but the end condition; the shared
      * field edits then check whatever the card carries, and the
      * customer must be on the master and not closed.
       2200-ADD-ORDER.
           EVALUATE TRUE
               WHEN SOC-TXN-TYPE = SPACE
                   MOVE 'TRANSACTION TYPE MISSING' TO WS-CARD-RESULT
               WHEN SOC-AMOUNT = SPACES
                   MOVE 'AMOUNT MISSING' TO WS-CARD-RESULT
               WHEN SOC-FREQUENCY = SPACE
                   MOVE 'FREQUENCY MISSING' TO WS-CARD-RESULT
               WHEN SOC-NEXT-DUE-DATE = SPACES
                   MOVE 'FIRST DUE DATE MISSING' TO WS-CARD-RESULT
               WHEN OTHER
                   PERFORM 2300-EDIT-CARD-FIELDS
           END-EVALUATE
           IF WS-CARD-RESULT = SPACES
               MOVE SOC-CUST-ID TO OUT-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'ID NOT ON MASTER' TO WS-CARD-RESULT
                   NOT INVALID KEY
                       IF OUT-CUST-ACCT-CLOSED
                           MOVE 'ACCOUNT CLOSED' TO WS-CARD-RESULT
                       END-IF
               END-READ
           END-IF
           IF WS-CARD-RESULT = SPACES
               PERFORM 2400-FIND-NEXT-ORDER-NO
               IF WS-NEXT-ORDER-NO = 0
                   MOVE 'ORDER NUMBERS EXHAUSTED' TO WS-CARD-RESULT
               ELSE
                   PERFORM 2250-WRITE-NEW-ORDER
               END-IF
           END-IF.

       2250-WRITE-NEW-ORDER.
           MOVE SPACES TO CUST-SOI-LAYOUT
           MOVE SOC-CUST-ID TO SOI-CUST-ID
           MOVE WS-NEXT-ORDER-NO TO SOI-ORDER-NO
           MOVE SOC-TXN-TYPE TO SOI-TXN-TYPE
           MOVE SOC-AMOUNT-N TO SOI-AMOUNT
           MOVE SOC-FREQUENCY TO SOI-FREQUENCY
           MOVE SOC-NEXT-DUE-DATE TO SOI-NEXT-DUE-DATE
           MOVE SOC-NEXT-DUE-DATE (7:2) TO SOI-ANCHOR-DAY
           PERFORM 2350-SET-END-CONDITION
           IF SOC-END-DATE = SPACES AND SOC-REMAIN-COUNT = SPACES
               SET SOI-END-NEVER TO TRUE
               MOVE ZEROS TO SOI-REMAIN-COUNT
           END-IF
           SET SOI-ACTIVE TO TRUE
           MOVE SPACES TO SOI-LAST-GEN-DATE
           MOVE ZEROS TO SOI-GEN-COUNT
           MOVE SOC-OPERATOR-ID TO SOI-ADDED-BY
           MOVE SOC-OPERATOR-ID TO SOI-CHANGED-BY
           MOVE WS-RUN-DATE TO SOI-CHANGED-DATE
           WRITE CUST-SOI-LAYOUT
               INVALID KEY
                   DISPLAY 'CUSTSOMT: ERROR WRITING CUSTSOI, KEY '
                           SOI-KEY ' STATUS ' WS-CUSTSOI-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'WRITE FAILED' TO WS-CARD-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   SET CARD-APPLIED TO TRUE
                   STRING 'ADDED AS ORDER ' WS-NEXT-ORDER-NO
                       DELIMITED BY SIZE INTO WS-CARD-RESULT
           END-WRITE.

      * Edits every field the card carries; a blank field is left
      * alone here (2200 has already insisted on the ones an add
      * needs).  A due date may be today - tonight's generator picks
      * it up - but not in the past.
       2300-EDIT-CARD-FIELDS.
           IF SOC-TXN-TYPE NOT = SPACE AND
              SOC-TXN-TYPE NOT = 'D' AND
              SOC-TXN-TYPE NOT = 'W' AND
              SOC-TXN-TYPE NOT = 'F'
               MOVE 'TYPE NOT D, W OR F' TO WS-CARD-RESULT
           END-IF
           IF WS-CARD-RESULT = SPACES AND SOC-AMOUNT NOT = SPACES
               IF SOC-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT INVALID' TO WS-CARD-RESULT
               ELSE
                   IF SOC-AMOUNT-N = 0
                       MOVE 'AMOUNT INVALID' TO WS-CARD-RESULT
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-RESULT = SPACES AND
              SOC-FREQUENCY NOT = SPACE AND
              SOC-FREQUENCY NOT = 'W' AND
              SOC-FREQUENCY NOT = 'M' AND
              SOC-FREQUENCY NOT = 'Q'
               MOVE 'FREQUENCY NOT W, M OR Q' TO WS-CARD-RESULT
           END-IF
           IF WS-CARD-RESULT = SPACES AND
              SOC-NEXT-DUE-DATE NOT = SPACES
               MOVE SOC-NEXT-DUE-DATE TO WS-CHECK-DATE-X
               PERFORM 2390-CHECK-DATE
               IF DATE-BAD
                   MOVE 'DUE DATE INVALID' TO WS-CARD-RESULT
               ELSE
                   IF SOC-NEXT-DUE-DATE < WS-RUN-DATE
                       MOVE 'DUE DATE IN THE PAST' TO WS-CARD-RESULT
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-RESULT = SPACES AND
              SOC-END-DATE NOT = SPACES AND
              SOC-REMAIN-COUNT NOT = SPACES
               MOVE 'END DATE AND COUNT BOTH GIVEN' TO WS-CARD-RESULT
           END-IF
           IF WS-CARD-RESULT = SPACES AND SOC-END-DATE NOT = SPACES
               MOVE SOC-END-DATE TO WS-CHECK-DATE-X
               PERFORM 2390-CHECK-DATE
               IF DATE-BAD
                   MOVE 'END DATE INVALID' TO WS-CARD-RESULT
               ELSE
                   IF SOC-END-DATE < WS-RUN-DATE
                       MOVE 'END DATE IN THE PAST' TO WS-CARD-RESULT
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-RESULT = SPACES AND
              SOC-REMAIN-COUNT NOT = SPACES
               IF SOC-REMAIN-COUNT NOT NUMERIC
                   MOVE 'PAYMENT COUNT INVALID' TO WS-CARD-RESULT
               ELSE
                   IF SOC-REMAIN-COUNT-N = 0
                       MOVE 'PAYMENT COUNT INVALID' TO WS-CARD-RESULT
                   END-IF
               END-IF
           END-IF.

      * An end date or a count on the card replaces whatever end
      * condition the order had.
       2350-SET-END-CONDITION.
           IF SOC-END-DATE NOT = SPACES
               SET SOI-END-BY-DATE TO TRUE
               MOVE SOC-END-DATE TO SOI-END-DATE
               MOVE ZEROS TO SOI-REMAIN-COUNT
           END-IF
           IF SOC-REMAIN-COUNT NOT = SPACES
               SET SOI-END-BY-COUNT TO TRUE
               MOVE SPACES TO SOI-END-DATE
               MOVE SOC-REMAIN-COUNT-N TO SOI-REMAIN-COUNT
           END-IF.

       2390-CHECK-DATE.
           SET DATE-BAD TO TRUE
           IF WS-CHECK-DATE-X NUMERIC
               IF WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                   PERFORM 2395-SET-MONTH-DAYS
                   IF WS-CHECK-DD >= 1 AND
                      WS-CHECK-DD <= WS-MONTH-DAYS
                       SET DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       2395-SET-MONTH-DAYS.
           EVALUATE WS-CHECK-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-CHECK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-CHECK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-CHECK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
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

      * Order numbers run 001-999 per customer in the order they were
      * added; the next one is one past the highest on file.  Zero
      * back means the customer has used them all.
       2400-FIND-NEXT-ORDER-NO.
           MOVE ZEROS TO WS-NEXT-ORDER-NO
           MOVE SOC-CUST-ID TO WS-SCAN-CUST-ID
           MOVE SOC-CUST-ID TO SOI-CUST-ID
           MOVE ZEROS TO SOI-ORDER-NO
           SET ORDER-SCAN-GOING TO TRUE
           START ORDER-FILE KEY IS NOT LESS THAN SOI-KEY
               INVALID KEY
                   SET ORDER-SCAN-DONE TO TRUE
           END-START
           PERFORM 2450-READ-NEXT-CUST-ORDER UNTIL ORDER-SCAN-DONE
           IF WS-NEXT-ORDER-NO < 999
               ADD 1 TO WS-NEXT-ORDER-NO
           ELSE
               MOVE ZEROS TO WS-NEXT-ORDER-NO
           END-IF.

       2450-READ-NEXT-CUST-ORDER.
           READ ORDER-FILE NEXT
           AT END
               SET ORDER-SCAN-DONE TO TRUE
           NOT AT END
               IF SOI-CUST-ID NOT = WS-SCAN-CUST-ID
                   SET ORDER-SCAN-DONE TO TRUE
               ELSE
                   MOVE SOI-ORDER-NO TO WS-NEXT-ORDER-NO
               END-IF
           END-READ.

      * Amend, suspend, resume, and cancel all name an existing
      * order.  A cancelled or ended order is history and takes no
      * further change.
       2500-CHANGE-ORDER.
           IF SOC-ORDER-NO NOT NUMERIC OR SOC-ORDER-NO-N = 0
               MOVE 'ORDER NUMBER INVALID' TO WS-CARD-RESULT
           ELSE
               MOVE SOC-CUST-ID TO SOI-CUST-ID
               MOVE SOC-ORDER-NO-N TO SOI-ORDER-NO
               READ ORDER-FILE
                   INVALID KEY
                       MOVE 'ORDER NOT ON FILE' TO WS-CARD-RESULT
               END-READ
           END-IF
           IF WS-CARD-RESULT = SPACES
               IF SOI-CANCELLED OR SOI-ENDED
                   MOVE 'ORDER ALREADY FINISHED' TO WS-CARD-RESULT
               END-IF
           END-IF
           IF WS-CARD-RESULT = SPACES
               EVALUATE TRUE
                   WHEN SOC-ACT-AMEND
                       PERFORM 2600-AMEND-ORDER
                   WHEN SOC-ACT-SUSPEND
                       PERFORM 2700-SUSPEND-ORDER
                   WHEN SOC-ACT-RESUME
                       PERFORM 2750-RESUME-ORDER
                   WHEN SOC-ACT-CANCEL
                       SET SOI-CANCELLED TO TRUE
                       MOVE 'CANCELLED' TO WS-CARD-RESULT
                       ADD 1 TO WS-CANCELLED-COUNT
                       PERFORM 2800-REWRITE-ORDER
               END-EVALUATE
           END-IF.

       2600-AMEND-ORDER.
           PERFORM 2300-EDIT-CARD-FIELDS
           IF WS-CARD-RESULT = SPACES
               IF SOC-TXN-TYPE NOT = SPACE
                   MOVE SOC-TXN-TYPE TO SOI-TXN-TYPE
               END-IF
               IF SOC-AMOUNT NOT = SPACES
                   MOVE SOC-AMOUNT-N TO SOI-AMOUNT
               END-IF
               IF SOC-FREQUENCY NOT = SPACE
                   MOVE SOC-FREQUENCY TO SOI-FREQUENCY
               END-IF
               IF SOC-NEXT-DUE-DATE NOT = SPACES
                   MOVE SOC-NEXT-DUE-DATE TO SOI-NEXT-DUE-DATE
                   MOVE SOC-NEXT-DUE-DATE (7:2) TO SOI-ANCHOR-DAY
               END-IF
               PERFORM 2350-SET-END-CONDITION
               MOVE 'AMENDED' TO WS-CARD-RESULT
               ADD 1 TO WS-AMENDED-COUNT
               PERFORM 2800-REWRITE-ORDER
           END-IF.

       2700-SUSPEND-ORDER.
           IF SOI-SUSPENDED
               MOVE 'ORDER ALREADY SUSPENDED' TO WS-CARD-RESULT
           ELSE
               SET SOI-SUSPENDED TO TRUE
               SET SOI-SUSP-OPERATOR TO TRUE
               MOVE 'SUSPENDED' TO WS-CARD-RESULT
               ADD 1 TO WS-SUSPENDED-COUNT
               PERFORM 2800-REWRITE-ORDER
           END-IF.

      * A resumed order must not owe the payments it missed while
      * suspended, so its next due date has to be today or later -
      * carried on the card if the old one has gone by.  An order
      * the generator suspended for a closed, purged, or merged
      * customer is refused while that is still true.
       2750-RESUME-ORDER.
           IF NOT SOI-SUSPENDED
               MOVE 'ORDER NOT SUSPENDED' TO WS-CARD-RESULT
           ELSE
               PERFORM 2300-EDIT-CARD-FIELDS
           END-IF
           IF WS-CARD-RESULT = SPACES
               IF SOC-NEXT-DUE-DATE = SPACES AND
                  SOI-NEXT-DUE-DATE < WS-RUN-DATE
                   MOVE 'DUE DATE PASSED - GIVE NEW' TO WS-CARD-RESULT
               END-IF
           END-IF
           IF WS-CARD-RESULT = SPACES
               MOVE SOC-CUST-ID TO OUT-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'ID NOT ON MASTER' TO WS-CARD-RESULT
                   NOT INVALID KEY
                       IF OUT-CUST-ACCT-CLOSED
                           MOVE 'ACCOUNT CLOSED' TO WS-CARD-RESULT
                       END-IF
               END-READ
           END-IF
           IF WS-CARD-RESULT = SPACES
               IF SOC-NEXT-DUE-DATE NOT = SPACES
                   MOVE SOC-NEXT-DUE-DATE TO SOI-NEXT-DUE-DATE
                   MOVE SOC-NEXT-DUE-DATE (7:2) TO SOI-ANCHOR-DAY
               END-IF
               SET SOI-ACTIVE TO TRUE
               MOVE SPACES TO SOI-SUSP-REASON
               MOVE 'RESUMED' TO WS-CARD-RESULT
               ADD 1 TO WS-RESUMED-COUNT
               PERFORM 2800-REWRITE-ORDER
           END-IF.

       2800-REWRITE-ORDER.
           MOVE SOC-OPERATOR-ID TO SOI-CHANGED-BY
           MOVE WS-RUN-DATE TO SOI-CHANGED-DATE
           REWRITE CUST-SOI-LAYOUT
               INVALID KEY
                   DISPLAY 'CUSTSOMT: ERROR REWRITING CUSTSOI, KEY '
                           SOI-KEY ' STATUS ' WS-CUSTSOI-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'REWRITE FAILED' TO WS-CARD-RESULT
               NOT INVALID KEY
                   SET CARD-APPLIED TO TRUE
           END-REWRITE.

       2900-WRITE-CARD-LINE.
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING SOC-ACTION ' ' SOC-CUST-ID ' ' SOC-ORDER-NO ' '
                  SOC-TXN-TYPE ' ' SOC-FREQUENCY ' '
                  SOC-OPERATOR-ID ' ' WS-CARD-RESULT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3000-TERMINATE.
           IF NO-FATAL-ERROR
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE ORDER-CARDS
                 CUSTOMER-MASTER
                 ORDER-FILE
                 ORDER-REPORT.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTSOMT STANDING ORDER MAINTENANCE'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'RUN DATE        : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
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
           MOVE WS-ADDED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORDERS ADDED    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-AMENDED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORDERS AMENDED  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-SUSPENDED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORDERS SUSPENDED: ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-RESUMED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORDERS RESUMED  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-CANCELLED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORDERS CANCELLED: ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-REJECTED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'CARDS REJECTED  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       END PROGRAM CUSTSOMT.
