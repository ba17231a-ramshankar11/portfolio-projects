       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSURV.
      *
      * Large-cash and structuring surveillance.
      *
      * Reads the accumulated posting journal - the CUSTJRN.HIST
      * generations plus the current CUSTJRN, concatenated and sorted
      * into customer-ID / run-date sequence ahead of this step, the
      * same input CUSTSTMT uses - and looks at each customer's
      * posted items against the SURVCTL parameters (CUSTSVCL).
      * Three kinds of case are raised, each only on activity inside
      * the review period ending on the run date:
      *   L  a single deposit or withdrawal over the threshold
      *   S  deposits adding up to more than the threshold inside a
      *      rolling window of days when no single one of them is
      *      over it - the split-up deposit compliance is after
      *   J  a review-period item count at least the jump factor
      *      times the customer's own usual count for a period that
      *      long, judged from their earlier history
      * Each case goes to the CASEOUT case file (CUSTCASL) with the
      * customer's name, address, and status from the master and
      * every journal item behind it, and is printed on the
      * exception report.  Interest and fee postings are the bank's
      * own and never count toward a jump.  An untyped item - a
      * pre-type branch transaction - is a deposit if it paid in and
      * a withdrawal if it paid out, the same way CUSTPOST posted it.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - large-item, structuring,
      *                  and activity-jump cases from the sorted
      *                  journal generations.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      * 2026-10-15  RKM  Untyped journal items count as deposits or
      *                  withdrawals by the sign of the amount in the
      *                  large-item and structuring tests, so cash
      *                  keyed without a type code is not missed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-INPUT   ASSIGN TO JRNIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-JRNIN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS OUT-CUST-ID
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT SURVEIL-CONTROL ASSIGN TO SURVCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-SURVCTL-STATUS.
           SELECT CASE-OUTPUT     ASSIGN TO CASEOUT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-CASEOUT-STATUS.
           SELECT SURVEIL-REPORT  ASSIGN TO SURVRPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-SURVRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-INPUT RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD-LAYOUT   PIC X(80).

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

       FD  SURVEIL-CONTROL RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT   PIC X(80).

       FD  CASE-OUTPUT RECORD CONTAINS 150 CHARACTERS.
       01  CASE-RECORD-LAYOUT      PIC X(150).

       FD  SURVEIL-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTJRNL.                *> Defines 01 CUST-JRN-LAYOUT
       COPY CUSTSVCL.                *> Defines 01 CUST-SVC-LAYOUT
       COPY CUSTCASL.                *> Defines 01 CUST-CAS-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-JRNIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-SURVCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CASEOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-SURVRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

      * Day-number arithmetic for the review period and the rolling
      * window - a date converted to a running day count so periods
      * crossing a month or year end subtract cleanly.
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
       01  WS-RUN-DAYNO            PIC 9(07) COMP VALUE ZEROS.
       01  WS-REVIEW-START-DAYNO   PIC 9(07) COMP VALUE ZEROS.
       01  WS-LOOKBACK-DAYNO       PIC 9(07) COMP VALUE ZEROS.

      * The customer in progress - the journal arrives sorted by
      * customer ID, run date ascending within a customer.  Posted
      * items from the lookback (the review period plus one window
      * ahead of it) are held in the table; older items are only
      * counted, as the customer's history.
       01  WS-CURR-CUST-ID         PIC X(10) VALUE SPACES.
       01  WS-REVIEW-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-HISTORY-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-HISTORY-START-DAYNO  PIC 9(07) COMP VALUE ZEROS.
       01  WS-HISTORY-DAYS         PIC 9(07) COMP VALUE ZEROS.
       01  WS-FIRST-REVIEW-DATE    PIC X(08) VALUE SPACES.
       01  WS-LAST-REVIEW-DATE     PIC X(08) VALUE SPACES.
       01  WS-ITEM-DAYNO-WORK      PIC 9(07) COMP VALUE ZEROS.
       01  WS-TABLE-FULL-SW        PIC X(1) VALUE 'N'.
           88  TABLE-FULL          VALUE 'Y'.
           88  TABLE-NOT-FULL      VALUE 'N'.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT       PIC 9(03) VALUE ZEROS.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES
                   INDEXED BY IX JX.
               10  WS-ITEM-DAYNO   PIC 9(07) COMP.
               10  WS-ITEM-RUN-DATE
                                   PIC X(08).
               10  WS-ITEM-TXN-DATE
                                   PIC X(08).
               10  WS-ITEM-TYPE    PIC X(01).
               10  WS-ITEM-CASH    PIC X(01).
                   88  ITEM-CASH-IN        VALUE 'D'.
                   88  ITEM-CASH-OUT       VALUE 'W'.
               10  WS-ITEM-AMOUNT  PIC S9(7)V99.
               10  WS-ITEM-DISP    PIC X(08).
               10  WS-ITEM-CLOSE-BAL
                                   PIC S9(7)V99.
               10  WS-ITEM-PICK    PIC X(01).
       01  WS-ITEM-SUB             PIC 9(03) COMP VALUE ZEROS.
       01  WS-INNER-SUB            PIC 9(03) COMP VALUE ZEROS.

      * Case evaluation working storage
       01  WS-ABS-AMOUNT           PIC S9(7)V99 VALUE ZEROS.
       01  WS-CASE-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-CASE-ITEMS           PIC 9(05) VALUE ZEROS.
       01  WS-CASE-TYPE            PIC X(01) VALUE SPACE.
       01  WS-CASE-FROM            PIC X(08) VALUE SPACES.
       01  WS-CASE-TO              PIC X(08) VALUE SPACES.
       01  WS-WINDOW-START-DAYNO   PIC 9(07) COMP VALUE ZEROS.
       01  WS-WINDOW-SUM           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-WINDOW-MAX           PIC S9(7)V99 VALUE ZEROS.
       01  WS-BEST-SUM             PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-BEST-END-SUB         PIC 9(03) COMP VALUE ZEROS.
       01  WS-BEST-START-DAYNO     PIC 9(07) COMP VALUE ZEROS.
       01  WS-USUAL-COUNT          PIC 9(05)V99 VALUE ZEROS.
       01  WS-JUMP-LIMIT           PIC 9(07)V99 VALUE ZEROS.
       01  WS-MASTER-READ-SW       PIC X(1) VALUE 'N'.
           88  MASTER-LOOKED-UP    VALUE 'Y'.
           88  MASTER-NOT-LOOKED-UP VALUE 'N'.
       01  WS-ON-MASTER-SW         PIC X(1) VALUE 'N'.
           88  CUST-ON-MASTER      VALUE 'Y'.
           88  CUST-NOT-ON-MASTER  VALUE 'N'.

      * Control totals for the surveillance report
       01  WS-JRN-READ-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-POSTED-READ-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-CUST-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-CASE-NO              PIC 9(07) VALUE ZEROS.
       01  WS-LARGE-CASE-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-STRUCT-CASE-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-JUMP-CASE-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-CASE-ITEM-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-OVERFLOW-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-BAD-DATE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.
       01  WS-EDITED-AMOUNT        PIC Z(10)9.99-.
       01  WS-EDITED-ITEM-AMT      PIC ZZZZZZ9.99-.
       01  WS-EDITED-USUAL         PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-JOURNAL UNTIL EOF-REACHED
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1050-READ-CONTROL-RECORD
           OPEN INPUT JOURNAL-INPUT
                INPUT CUSTOMER-MASTER
                OUTPUT CASE-OUTPUT
                OUTPUT SURVEIL-REPORT
           IF WS-JRNIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open JRNIN, Status: '
                       WS-JRNIN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CUSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTOUT, Status: '
                       WS-CUSTOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CASEOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CASEOUT, Status: '
                       WS-CASEOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-SURVRPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open SURVRPT, Status: '
                       WS-SURVRPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF NO-FATAL-ERROR
               MOVE WS-RUN-DATE TO WS-DAYNO-DATE-X
               PERFORM 4700-DATE-TO-DAY-NUMBER
               MOVE WS-DAYNO-RESULT TO WS-RUN-DAYNO
               COMPUTE WS-REVIEW-START-DAYNO =
                       WS-RUN-DAYNO - SVC-REVIEW-DAYS-N + 1
               COMPUTE WS-LOOKBACK-DAYNO =
                       WS-REVIEW-START-DAYNO - SVC-WINDOW-DAYS-N + 1
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTSURV: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTSURV: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing, empty, or unusable SURVCTL is not defaulted - a
      * guessed threshold would quietly under-report to the
      * regulator, so the run stops instead, the same stance
      * CUSTACCR takes on its rate.
       1050-READ-CONTROL-RECORD.
           OPEN INPUT SURVEIL-CONTROL
           IF WS-SURVCTL-STATUS NOT = FS-OK
               DISPLAY 'CUSTSURV: SURVCTL NOT AVAILABLE, STATUS '
                       WS-SURVCTL-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               READ SURVEIL-CONTROL INTO CUST-SVC-LAYOUT
               AT END
                   DISPLAY 'CUSTSURV: SURVCTL IS EMPTY - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               END-READ
               CLOSE SURVEIL-CONTROL
           END-IF
           IF NO-FATAL-ERROR
               IF SVC-THRESHOLD NOT NUMERIC OR
                  SVC-WINDOW-DAYS NOT NUMERIC OR
                  SVC-REVIEW-DAYS NOT NUMERIC OR
                  SVC-JUMP-FACTOR NOT NUMERIC OR
                  SVC-JUMP-MINIMUM NOT NUMERIC
                   DISPLAY 'CUSTSURV: SURVCTL FIELDS NOT NUMERIC - '
                           'RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   IF SVC-THRESHOLD-N = 0 OR
                      SVC-WINDOW-DAYS-N = 0 OR
                      SVC-REVIEW-DAYS-N = 0 OR
                      SVC-JUMP-FACTOR-N = 0
                       DISPLAY 'CUSTSURV: SURVCTL THRESHOLD, WINDOW, '
                               'REVIEW, OR FACTOR ZERO - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   ELSE
                       DISPLAY 'CUSTSURV THRESHOLD: ' SVC-THRESHOLD
                               '  WINDOW: ' SVC-WINDOW-DAYS
                               '  REVIEW: ' SVC-REVIEW-DAYS
                               '  JUMP: ' SVC-JUMP-FACTOR
                               ' / ' SVC-JUMP-MINIMUM
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-JOURNAL.
           READ JOURNAL-INPUT INTO CUST-JRN-LAYOUT
           AT END
               MOVE 'Y' TO WS-EOF-SW
               IF WS-CURR-CUST-ID NOT = SPACES
                   PERFORM 2500-EVALUATE-CUSTOMER
               END-IF
           NOT AT END
               ADD 1 TO WS-JRN-READ-COUNT
               PERFORM 2100-SELECT-RECORD
           END-READ.

      * Only money that actually moved is surveillance material - a
      * rejected item never touched the account.  A record with no
      * customer ID or an unreadable run date cannot be placed and
      * is counted and left out.
       2100-SELECT-RECORD.
           IF JRN-CUST-ID NOT = SPACES AND
              (JRN-POSTED OR JRN-POSTED-OD)
               IF JRN-RUN-DATE NOT NUMERIC
                   ADD 1 TO WS-BAD-DATE-COUNT
               ELSE
                   ADD 1 TO WS-POSTED-READ-COUNT
                   IF JRN-CUST-ID NOT = WS-CURR-CUST-ID
                       IF WS-CURR-CUST-ID NOT = SPACES
                           PERFORM 2500-EVALUATE-CUSTOMER
                       END-IF
                       PERFORM 2200-START-CUSTOMER
                   END-IF
                   PERFORM 2300-TAKE-ITEM
               END-IF
           END-IF.

       2200-START-CUSTOMER.
           MOVE JRN-CUST-ID TO WS-CURR-CUST-ID
           ADD 1 TO WS-CUST-COUNT
           MOVE ZEROS TO WS-ITEM-COUNT
           MOVE ZEROS TO WS-REVIEW-COUNT
           MOVE ZEROS TO WS-HISTORY-COUNT
           MOVE ZEROS TO WS-HISTORY-START-DAYNO
           MOVE SPACES TO WS-FIRST-REVIEW-DATE
           MOVE SPACES TO WS-LAST-REVIEW-DATE
           SET TABLE-NOT-FULL TO TRUE
           SET MASTER-NOT-LOOKED-UP TO TRUE.

      * Items inside the review period count toward the jump test;
      * items before it are history, the first of them fixing how
      * far back the history reaches.  The bank's own interest and
      * fee postings count toward neither.
       2300-TAKE-ITEM.
           MOVE JRN-RUN-DATE TO WS-DAYNO-DATE-X
           PERFORM 4700-DATE-TO-DAY-NUMBER
           MOVE WS-DAYNO-RESULT TO WS-ITEM-DAYNO-WORK
           IF JRN-TXN-TYPE NOT = 'I' AND JRN-TXN-TYPE NOT = 'F'
               IF WS-ITEM-DAYNO-WORK >= WS-REVIEW-START-DAYNO
                   ADD 1 TO WS-REVIEW-COUNT
                   IF WS-FIRST-REVIEW-DATE = SPACES
                       MOVE JRN-RUN-DATE TO WS-FIRST-REVIEW-DATE
                   END-IF
                   MOVE JRN-RUN-DATE TO WS-LAST-REVIEW-DATE
               ELSE
                   IF WS-HISTORY-COUNT = 0
                       MOVE WS-ITEM-DAYNO-WORK
                            TO WS-HISTORY-START-DAYNO
                   END-IF
                   ADD 1 TO WS-HISTORY-COUNT
               END-IF
           END-IF
           IF WS-ITEM-DAYNO-WORK >= WS-LOOKBACK-DAYNO
               IF WS-ITEM-COUNT >= 500
                   IF TABLE-NOT-FULL
                       SET TABLE-FULL TO TRUE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   SET IX TO WS-ITEM-COUNT
                   MOVE WS-ITEM-DAYNO-WORK TO WS-ITEM-DAYNO (IX)
                   MOVE JRN-RUN-DATE TO WS-ITEM-RUN-DATE (IX)
                   MOVE JRN-TXN-DATE TO WS-ITEM-TXN-DATE (IX)
                   MOVE JRN-TXN-TYPE TO WS-ITEM-TYPE (IX)
                   MOVE JRN-TXN-AMOUNT TO WS-ITEM-AMOUNT (IX)
                   MOVE JRN-DISPOSITION TO WS-ITEM-DISP (IX)
                   MOVE JRN-CLOSE-BALANCE TO WS-ITEM-CLOSE-BAL (IX)
                   MOVE 'N' TO WS-ITEM-PICK (IX)
                   PERFORM 2350-SET-CASH-DIRECTION
               END-IF
           END-IF.

      * Deposits and withdrawals are the items the cash tests look
      * at.  An untyped item is taken by its sign; every other type
      * is the bank's own or a correction and is left out.
       2350-SET-CASH-DIRECTION.
           MOVE SPACE TO WS-ITEM-CASH (IX)
           EVALUATE TRUE
               WHEN JRN-TXN-TYPE = 'D'
                   SET ITEM-CASH-IN (IX) TO TRUE
               WHEN JRN-TXN-TYPE = 'W'
                   SET ITEM-CASH-OUT (IX) TO TRUE
               WHEN JRN-TXN-TYPE = SPACE AND JRN-TXN-AMOUNT > 0
                   SET ITEM-CASH-IN (IX) TO TRUE
               WHEN JRN-TXN-TYPE = SPACE AND JRN-TXN-AMOUNT < 0
                   SET ITEM-CASH-OUT (IX) TO TRUE
           END-EVALUATE.

      * All three tests run for every customer; one customer can
      * raise more than one case.
       2500-EVALUATE-CUSTOMER.
           PERFORM 2510-TEST-LARGE-ITEMS
           PERFORM 2550-TEST-STRUCTURING
           PERFORM 2600-TEST-ACTIVITY-JUMP.

      * L - every review-period deposit or withdrawal over the
      * threshold, taken together as one case.
       2510-TEST-LARGE-ITEMS.
           PERFORM 2900-CLEAR-PICKS
           MOVE ZEROS TO WS-CASE-AMOUNT
           MOVE ZEROS TO WS-CASE-ITEMS
           MOVE SPACES TO WS-CASE-FROM
           MOVE SPACES TO WS-CASE-TO
           PERFORM 2520-CHECK-ONE-LARGE
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           IF WS-CASE-ITEMS > 0
               MOVE 'L' TO WS-CASE-TYPE
               ADD 1 TO WS-LARGE-CASE-COUNT
               PERFORM 2800-WRITE-CASE
           END-IF.

       2520-CHECK-ONE-LARGE.
           SET IX TO WS-ITEM-SUB
           IF WS-ITEM-DAYNO (IX) >= WS-REVIEW-START-DAYNO AND
              (ITEM-CASH-IN (IX) OR ITEM-CASH-OUT (IX))
               PERFORM 2530-SET-ABS-AMOUNT
               IF WS-ABS-AMOUNT > SVC-THRESHOLD-N
                   MOVE 'Y' TO WS-ITEM-PICK (IX)
                   ADD 1 TO WS-CASE-ITEMS
                   ADD WS-ABS-AMOUNT TO WS-CASE-AMOUNT
                   IF WS-CASE-FROM = SPACES
                       MOVE WS-ITEM-RUN-DATE (IX) TO WS-CASE-FROM
                   END-IF
                   MOVE WS-ITEM-RUN-DATE (IX) TO WS-CASE-TO
               END-IF
           END-IF.

       2530-SET-ABS-AMOUNT.
           IF WS-ITEM-AMOUNT (IX) < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-ITEM-AMOUNT (IX)
           ELSE
               MOVE WS-ITEM-AMOUNT (IX) TO WS-ABS-AMOUNT
           END-IF.

      * S - every review-period deposit is tried as the last day of a
      * window; the window's deposits are totaled along with the
      * largest of them.  Over the threshold in total with none over
      * it alone is structuring; the heaviest such window is the
      * case, listing the deposits inside it.
       2550-TEST-STRUCTURING.
           MOVE ZEROS TO WS-BEST-SUM
           MOVE ZEROS TO WS-BEST-END-SUB
           PERFORM 2560-TRY-ONE-WINDOW
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           IF WS-BEST-END-SUB > 0
               PERFORM 2900-CLEAR-PICKS
               MOVE WS-BEST-SUM TO WS-CASE-AMOUNT
               MOVE ZEROS TO WS-CASE-ITEMS
               MOVE SPACES TO WS-CASE-FROM
               SET JX TO WS-BEST-END-SUB
               MOVE WS-ITEM-RUN-DATE (JX) TO WS-CASE-TO
               PERFORM 2580-PICK-WINDOW-DEPOSIT
                   VARYING WS-INNER-SUB FROM 1 BY 1
                   UNTIL WS-INNER-SUB > WS-BEST-END-SUB
               MOVE 'S' TO WS-CASE-TYPE
               ADD 1 TO WS-STRUCT-CASE-COUNT
               PERFORM 2800-WRITE-CASE
           END-IF.

       2560-TRY-ONE-WINDOW.
           SET JX TO WS-ITEM-SUB
           IF WS-ITEM-DAYNO (JX) >= WS-REVIEW-START-DAYNO AND
              ITEM-CASH-IN (JX)
               COMPUTE WS-WINDOW-START-DAYNO =
                       WS-ITEM-DAYNO (JX) - SVC-WINDOW-DAYS-N + 1
               MOVE ZEROS TO WS-WINDOW-SUM
               MOVE ZEROS TO WS-WINDOW-MAX
               PERFORM 2570-ADD-WINDOW-DEPOSIT
                   VARYING WS-INNER-SUB FROM 1 BY 1
                   UNTIL WS-INNER-SUB > WS-ITEM-SUB
               IF WS-WINDOW-SUM > SVC-THRESHOLD-N AND
                  WS-WINDOW-MAX NOT > SVC-THRESHOLD-N AND
                  WS-WINDOW-SUM > WS-BEST-SUM
                   MOVE WS-WINDOW-SUM TO WS-BEST-SUM
                   MOVE WS-ITEM-SUB TO WS-BEST-END-SUB
                   MOVE WS-WINDOW-START-DAYNO TO WS-BEST-START-DAYNO
               END-IF
           END-IF.

       2570-ADD-WINDOW-DEPOSIT.
           SET IX TO WS-INNER-SUB
           IF ITEM-CASH-IN (IX) AND
              WS-ITEM-DAYNO (IX) >= WS-WINDOW-START-DAYNO
               PERFORM 2530-SET-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO WS-WINDOW-SUM
               IF WS-ABS-AMOUNT > WS-WINDOW-MAX
                   MOVE WS-ABS-AMOUNT TO WS-WINDOW-MAX
               END-IF
           END-IF.

       2580-PICK-WINDOW-DEPOSIT.
           SET IX TO WS-INNER-SUB
           IF ITEM-CASH-IN (IX) AND
              WS-ITEM-DAYNO (IX) >= WS-BEST-START-DAYNO
               MOVE 'Y' TO WS-ITEM-PICK (IX)
               ADD 1 TO WS-CASE-ITEMS
               IF WS-CASE-FROM = SPACES
                   MOVE WS-ITEM-RUN-DATE (IX) TO WS-CASE-FROM
               END-IF
           END-IF.

      * J - the usual count for a period as long as the review
      * period is the history count scaled by the two spans.  A
      * customer with less history than one review period has no
      * usual to jump from yet and is not judged.
       2600-TEST-ACTIVITY-JUMP.
           IF WS-REVIEW-COUNT >= SVC-JUMP-MINIMUM-N AND
              WS-HISTORY-COUNT > 0
               COMPUTE WS-HISTORY-DAYS =
                       WS-REVIEW-START-DAYNO - WS-HISTORY-START-DAYNO
               IF WS-HISTORY-DAYS >= SVC-REVIEW-DAYS-N
                   COMPUTE WS-USUAL-COUNT ROUNDED =
                           WS-HISTORY-COUNT * SVC-REVIEW-DAYS-N
                           / WS-HISTORY-DAYS
                   COMPUTE WS-JUMP-LIMIT =
                           WS-USUAL-COUNT * SVC-JUMP-FACTOR-N
                   IF WS-REVIEW-COUNT >= WS-JUMP-LIMIT
                       PERFORM 2650-RAISE-JUMP-CASE
                   END-IF
               END-IF
           END-IF.

       2650-RAISE-JUMP-CASE.
           PERFORM 2900-CLEAR-PICKS
           MOVE ZEROS TO WS-CASE-AMOUNT
           MOVE ZEROS TO WS-CASE-ITEMS
           MOVE WS-FIRST-REVIEW-DATE TO WS-CASE-FROM
           MOVE WS-LAST-REVIEW-DATE TO WS-CASE-TO
           PERFORM 2660-PICK-REVIEW-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           MOVE 'J' TO WS-CASE-TYPE
           ADD 1 TO WS-JUMP-CASE-COUNT
           PERFORM 2800-WRITE-CASE.

       2660-PICK-REVIEW-ITEM.
           SET IX TO WS-ITEM-SUB
           IF WS-ITEM-DAYNO (IX) >= WS-REVIEW-START-DAYNO AND
              WS-ITEM-TYPE (IX) NOT = 'I' AND
              WS-ITEM-TYPE (IX) NOT = 'F'
               MOVE 'Y' TO WS-ITEM-PICK (IX)
               ADD 1 TO WS-CASE-ITEMS
               PERFORM 2530-SET-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO WS-CASE-AMOUNT
           END-IF.

      * The master is read once per customer, the first time a case
      * needs it.  A customer purged since the activity still gets
      * the case - marked off the master, with no name to give.
       2800-WRITE-CASE.
           IF MASTER-NOT-LOOKED-UP
               SET MASTER-LOOKED-UP TO TRUE
               SET CUST-NOT-ON-MASTER TO TRUE
               MOVE WS-CURR-CUST-ID TO OUT-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUST-ON-MASTER TO TRUE
               END-READ
           END-IF
           ADD 1 TO WS-CASE-NO
           MOVE SPACES TO CUST-CAS-LAYOUT
           SET CAS-CASE-REC TO TRUE
           MOVE WS-CASE-NO TO CAS-CASE-NO
           MOVE WS-CURR-CUST-ID TO CAS-CUST-ID
           MOVE WS-CASE-TYPE TO CAS-CASE-TYPE
           MOVE WS-RUN-DATE TO CAS-RUN-DATE
           IF CUST-ON-MASTER
               MOVE OUT-CUST-NAME TO CAS-CUST-NAME
               MOVE OUT-CUST-ADDRESS TO CAS-CUST-ADDRESS
               MOVE OUT-CUST-ACCT-STATUS TO CAS-ACCT-STATUS
               MOVE 'Y' TO CAS-ON-MASTER
           ELSE
               MOVE 'N' TO CAS-ON-MASTER
           END-IF
           MOVE WS-CASE-AMOUNT TO CAS-CASE-AMOUNT
           MOVE WS-CASE-ITEMS TO CAS-ITEM-COUNT
           MOVE WS-CASE-FROM TO CAS-PERIOD-FROM
           MOVE WS-CASE-TO TO CAS-PERIOD-TO
           MOVE ZEROS TO CAS-REVIEW-COUNT
           MOVE ZEROS TO CAS-USUAL-COUNT
           IF WS-CASE-TYPE = 'J'
               MOVE WS-REVIEW-COUNT TO CAS-REVIEW-COUNT
               MOVE WS-USUAL-COUNT TO CAS-USUAL-COUNT
           END-IF
           PERFORM 2890-WRITE-CASE-RECORD
           PERFORM 2810-PRINT-CASE-HEADER
           PERFORM 2850-WRITE-PICKED-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       2810-PRINT-CASE-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'CASE ' WS-CASE-NO ' TYPE ' WS-CASE-TYPE
                  '  CUSTOMER ' WS-CURR-CUST-ID ' ' CAS-CUST-NAME
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           IF CUST-ON-MASTER
               STRING '  ADDRESS ' CAS-CUST-ADDRESS
                      '  ACCT STATUS ' CAS-ACCT-STATUS
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           ELSE
               STRING '  *** CUSTOMER NO LONGER ON MASTER ***'
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           END-IF
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-CASE-AMOUNT TO WS-EDITED-AMOUNT
           MOVE WS-CASE-ITEMS TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  AMOUNT ' WS-EDITED-AMOUNT ' ITEMS '
                  WS-EDITED-COUNT ' ' WS-CASE-FROM '-' WS-CASE-TO
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           IF WS-CASE-TYPE = 'J'
               MOVE WS-REVIEW-COUNT TO WS-EDITED-COUNT
               MOVE WS-USUAL-COUNT TO WS-EDITED-USUAL
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING '  REVIEW COUNT ' WS-EDITED-COUNT
                      ' AGAINST USUAL ' WS-EDITED-USUAL
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF
           IF TABLE-FULL
               MOVE '  *** ITEM TABLE FULL - LATER ITEMS NOT LISTED'
                    TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF.

       2850-WRITE-PICKED-ITEM.
           SET IX TO WS-ITEM-SUB
           IF WS-ITEM-PICK (IX) = 'Y'
               MOVE SPACES TO CUST-CAS-LAYOUT
               SET CAS-ITEM-REC TO TRUE
               MOVE WS-CASE-NO TO CAS-CASE-NO
               MOVE WS-CURR-CUST-ID TO CAS-CUST-ID
               MOVE WS-CASE-TYPE TO CAS-CASE-TYPE
               MOVE WS-RUN-DATE TO CAS-RUN-DATE
               MOVE WS-ITEM-RUN-DATE (IX) TO CAS-JRN-RUN-DATE
               MOVE WS-ITEM-TXN-DATE (IX) TO CAS-JRN-TXN-DATE
               MOVE WS-ITEM-TYPE (IX) TO CAS-JRN-TXN-TYPE
               MOVE WS-ITEM-AMOUNT (IX) TO CAS-JRN-AMOUNT
               MOVE WS-ITEM-DISP (IX) TO CAS-JRN-DISPOSITION
               MOVE WS-ITEM-CLOSE-BAL (IX) TO CAS-JRN-CLOSE-BAL
               PERFORM 2890-WRITE-CASE-RECORD
               ADD 1 TO WS-CASE-ITEM-COUNT
               MOVE WS-ITEM-AMOUNT (IX) TO WS-EDITED-ITEM-AMT
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING '    ' WS-ITEM-RUN-DATE (IX) ' '
                      WS-ITEM-TXN-DATE (IX) ' ' WS-ITEM-TYPE (IX)
                      ' ' WS-EDITED-ITEM-AMT ' ' WS-ITEM-DISP (IX)
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF.

       2890-WRITE-CASE-RECORD.
           MOVE CUST-CAS-LAYOUT TO CASE-RECORD-LAYOUT
           WRITE CASE-RECORD-LAYOUT
           IF WS-CASEOUT-STATUS NOT = FS-OK
               DISPLAY 'CUSTSURV: ERROR WRITING CASEOUT, CUSTOMER '
                       WS-CURR-CUST-ID ' STATUS ' WS-CASEOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

       2900-CLEAR-PICKS.
           PERFORM 2910-CLEAR-ONE-PICK
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.

       2910-CLEAR-ONE-PICK.
           SET IX TO WS-ITEM-SUB
           MOVE 'N' TO WS-ITEM-PICK (IX).

       3000-TERMINATE.
           IF NO-FATAL-ERROR
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CASE-NO > 0 OR WS-OVERFLOW-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE JOURNAL-INPUT
                 CUSTOMER-MASTER
                 CASE-OUTPUT
                 SURVEIL-REPORT.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTSURV LARGE-CASH / STRUCTURING SURVEILLANCE'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'RUN DATE        : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SVC-THRESHOLD-N TO WS-EDITED-AMOUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'THRESHOLD       : ' WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'WINDOW/REVIEW   : ' SVC-WINDOW-DAYS ' / '
                  SVC-REVIEW-DAYS ' DAYS   JUMP FACTOR '
                  SVC-JUMP-FACTOR ' MIN ' SVC-JUMP-MINIMUM
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE 'SURVEILLANCE TOTALS' TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-JRN-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  JOURNAL READ    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-POSTED-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  POSTED ITEMS    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-CUST-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  CUSTOMERS       : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-LARGE-CASE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  LARGE-ITEM CASES: ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-STRUCT-CASE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  STRUCTURING     : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-JUMP-CASE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  ACTIVITY JUMPS  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-CASE-ITEM-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  ITEMS LISTED    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-OVERFLOW-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  TABLE OVERFLOWS : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-BAD-DATE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  BAD RUN DATES   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

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

       END PROGRAM CUSTSURV.
