       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSOGN.
      *
      * Nightly standing-order generator.
      *
      * Sweeps the CUSTSOI standing-order KSDS (CUSTSOIL) and, for
      * every active order whose next due date has come round, emits
      * one CUSTTXNL transaction per payment due - the order's type,
      * its amount signed by the type (a deposit credits, a
      * withdrawal or fee debits), and the due date as the
      * transaction date - appended to CUSTTXN the same way CUSTACCR
      * appends accruals, so the posting step applies them with the
      * branch transactions under the same edits, holds, and
      * journal.  The due date is then rolled forward by the order's
      * frequency; an order that passes its end date or uses up its
      * payment count is marked ended.  An order whose customer has
      * been closed, purged from the master, or retired by a merge
      * (CUSTXRF) is suspended and reported instead of generated -
      * the branch has to cancel it or re-key it under the survivor.
      *
      * The order is rewritten with its new due date BEFORE its
      * transactions are written, and an order already generated on
      * tonight's date is passed over, so a rerun on the same date
      * can never generate a payment twice.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - due-date sweep appending
      *                  standing-order transactions for CUSTPOST.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE      ASSIGN TO CUSTSOI
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS SOI-KEY
                                  FILE STATUS IS WS-CUSTSOI-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS OUT-CUST-ID
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT MERGE-XREF      ASSIGN TO CUSTXRF
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-CUSTXRF-STATUS.
           SELECT ORDER-TXN-OUTPUT ASSIGN TO SOTXN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-SOTXN-STATUS.
           SELECT ORDER-REPORT    ASSIGN TO SOGRPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-SOGRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTSOIL.

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

       FD  MERGE-XREF RECORD CONTAINS 80 CHARACTERS.
       01  XREF-RECORD-LAYOUT      PIC X(80).

       FD  ORDER-TXN-OUTPUT RECORD CONTAINS 80 CHARACTERS.
       01  ORDER-TXN-RECORD-LAYOUT PIC X(80).

       FD  ORDER-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTTXNL.                *> Defines 01 CUST-TXN-LAYOUT
       COPY CUSTXRFL.                *> Defines 01 CUST-XRF-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-CUSTSOI-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTXRF-STATUS       PIC 99 VALUE ZEROS.
       01  WS-SOTXN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-SOGRPT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-ORDER-FILE-SW        PIC X(1) VALUE 'N'.
           88  ORDER-FILE-OPEN     VALUE 'Y'.
           88  ORDER-FILE-ABSENT   VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
       01  WS-ORDER-RESULT         PIC X(09) VALUE SPACES.
       01  WS-TXN-AMOUNT           PIC S9(7)V99 VALUE ZEROS.

      * Merged-ID cross-reference, loaded from CUSTXRF at startup -
      * an order on a retired ID is suspended, not redirected: the
      * survivor never agreed to pay it.
       01  WS-XRF-EOF-SW           PIC X(1) VALUE 'N'.
           88  XRF-EOF             VALUE 'Y'.
           88  XRF-NOT-EOF         VALUE 'N'.
       01  WS-XRF-TABLE.
           05  WS-XRF-COUNT        PIC 9(03) VALUE ZEROS.
           05  WS-XRF-ENTRY OCCURS 200 TIMES
                   INDEXED BY XX.
               10  WS-XRF-RETIRED  PIC X(10).
               10  WS-XRF-SURVIVOR PIC X(10).
       01  WS-XRF-SUB              PIC 9(03) COMP VALUE ZEROS.
       01  WS-LOOKUP-HIT-SW        PIC X(1) VALUE 'N'.
           88  LOOKUP-HIT          VALUE 'Y'.
           88  LOOKUP-MISS         VALUE 'N'.

      * The payments one order owes tonight, collected before the
      * order is rewritten and written out after it.  An order more
      * than a year of weekly payments behind catches up the rest
      * on later nights.
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT        PIC 9(03) VALUE ZEROS.
           05  WS-DUE-ENTRY OCCURS 53 TIMES
                   INDEXED BY DX.
               10  WS-DUE-DATE     PIC X(08).
       01  WS-DUE-SUB              PIC 9(03) COMP VALUE ZEROS.

      * Due-date roll - the next due date broken out, and the length
      * of its month with February worked out for leap years.
       01  WS-ROLL-DATE.
           05  WS-ROLL-YYYY        PIC 9(04).
           05  WS-ROLL-MM          PIC 9(02).
           05  WS-ROLL-DD          PIC 9(02).
       01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE
                                   PIC X(08).
       01  WS-MONTH-DAYS           PIC 9(02) VALUE ZEROS.
       01  WS-LEAP-QUOTIENT        PIC 9(05) COMP VALUE ZEROS.
       01  WS-LEAP-REM-4           PIC 9(03) COMP VALUE ZEROS.
       01  WS-LEAP-REM-100         PIC 9(03) COMP VALUE ZEROS.
       01  WS-LEAP-REM-400         PIC 9(03) COMP VALUE ZEROS.

      * Control totals for the generator report
       01  WS-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-DUE-ORDER-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-TXN-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-SUSPEND-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-ENDED-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-RERUN-SKIP-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-TOT-CREDITS          PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-TOT-DEBITS           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.
       01  WS-EDITED-AMOUNT        PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ORDERS UNTIL EOF-REACHED
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1070-LOAD-XREF-TABLE
           OPEN INPUT CUSTOMER-MASTER
                EXTEND ORDER-TXN-OUTPUT
                OUTPUT ORDER-REPORT
           IF WS-CUSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTOUT, Status: '
                       WS-CUSTOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-SOTXN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open SOTXN, Status: '
                       WS-SOTXN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-SOGRPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open SOGRPT, Status: '
                       WS-SOGRPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           PERFORM 1090-OPEN-ORDER-FILE
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
               DISPLAY 'CUSTSOGN: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTSOGN: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing or empty cross-reference file just means no merge
      * has ever run.  A cross-reference too big for the table stops
      * the run - a forgotten entry would keep paying out of a
      * retired ID.
       1070-LOAD-XREF-TABLE.
           SET XRF-NOT-EOF TO TRUE
           OPEN INPUT MERGE-XREF
           IF WS-CUSTXRF-STATUS NOT = FS-OK
               SET XRF-EOF TO TRUE
           ELSE
               PERFORM 1080-LOAD-NEXT-XREF UNTIL XRF-EOF
               CLOSE MERGE-XREF
           END-IF.

       1080-LOAD-NEXT-XREF.
           READ MERGE-XREF INTO CUST-XRF-LAYOUT
           AT END
               SET XRF-EOF TO TRUE
           NOT AT END
               IF WS-XRF-COUNT >= 200
                   DISPLAY 'CUSTSOGN: XREF TABLE FULL - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
                   SET XRF-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-XRF-COUNT
                   SET XX TO WS-XRF-COUNT
                   MOVE XRF-RETIRED-ID TO WS-XRF-RETIRED (XX)
                   MOVE XRF-SURVIVOR-ID TO WS-XRF-SURVIVOR (XX)
               END-IF
           END-READ.

      * Status 35 is an order cluster defined but never loaded - no
      * standing order has been keyed yet, and there is nothing to
      * generate.
       1090-OPEN-ORDER-FILE.
           OPEN I-O ORDER-FILE
           EVALUATE WS-CUSTSOI-STATUS
               WHEN FS-OK
                   SET ORDER-FILE-OPEN TO TRUE
               WHEN 35
                   SET ORDER-FILE-ABSENT TO TRUE
                   DISPLAY 'CUSTSOGN: CUSTSOI EMPTY, NOTHING TO '
                           'GENERATE'
                   MOVE 'Y' TO WS-EOF-SW
               WHEN OTHER
                   SET ORDER-FILE-ABSENT TO TRUE
                   DISPLAY 'ERROR: Failed to open CUSTSOI, Status: '
                           WS-CUSTSOI-STATUS
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-EVALUATE.

       2000-PROCESS-ORDERS.
           READ ORDER-FILE NEXT
           AT END
               MOVE 'Y' TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-READ-COUNT
               IF SOI-ACTIVE AND SOI-NEXT-DUE-DATE <= WS-RUN-DATE
                   PERFORM 2100-EXAMINE-DUE-ORDER
               END-IF
           END-READ.

      * An order already generated on tonight's date belongs to an
      * earlier run of this same night and is left alone.  Otherwise
      * the customer is checked before anything is owed: retired by
      * a merge, gone from the master (purged), or closed suspends
      * the order.
       2100-EXAMINE-DUE-ORDER.
           MOVE SPACES TO WS-ORDER-RESULT
           IF SOI-LAST-GEN-DATE = WS-RUN-DATE
               ADD 1 TO WS-RERUN-SKIP-COUNT
           ELSE
               ADD 1 TO WS-DUE-ORDER-COUNT
               PERFORM 2200-CHECK-CUSTOMER
               IF SOI-SUSPENDED
                   ADD 1 TO WS-SUSPEND-COUNT
                   MOVE 'SUSPENDED' TO WS-ORDER-RESULT
                   PERFORM 2700-REWRITE-ORDER
                   PERFORM 2900-WRITE-ORDER-LINE
               ELSE
                   PERFORM 2300-COLLECT-DUE-PAYMENTS
                   PERFORM 2700-REWRITE-ORDER
                   IF NO-FATAL-ERROR
                       PERFORM 2800-WRITE-ORDER-TXN
                           VARYING WS-DUE-SUB FROM 1 BY 1
                           UNTIL WS-DUE-SUB > WS-DUE-COUNT
                              OR FATAL-ERROR
                   END-IF
                   IF SOI-ENDED
                       ADD 1 TO WS-ENDED-COUNT
                       MOVE 'ENDED' TO WS-ORDER-RESULT
                       PERFORM 2900-WRITE-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

       2200-CHECK-CUSTOMER.
           SET LOOKUP-MISS TO TRUE
           PERFORM 2250-CHECK-ONE-XREF
               VARYING WS-XRF-SUB FROM 1 BY 1
               UNTIL WS-XRF-SUB > WS-XRF-COUNT
                  OR LOOKUP-HIT
           IF LOOKUP-HIT
               SET SOI-SUSPENDED TO TRUE
               SET SOI-SUSP-MERGED TO TRUE
           ELSE
               MOVE SOI-CUST-ID TO OUT-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       SET SOI-SUSPENDED TO TRUE
                       SET SOI-SUSP-NOMASTER TO TRUE
                   NOT INVALID KEY
                       IF OUT-CUST-ACCT-CLOSED
                           SET SOI-SUSPENDED TO TRUE
                           SET SOI-SUSP-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

       2250-CHECK-ONE-XREF.
           SET XX TO WS-XRF-SUB
           IF WS-XRF-RETIRED (XX) = SOI-CUST-ID
               SET LOOKUP-HIT TO TRUE
           END-IF.

      * One payment for every due date up to tonight, each rolling
      * the due date on by the order's frequency.  An end date the
      * next payment would pass, or a payment count used up, ends
      * the order.
       2300-COLLECT-DUE-PAYMENTS.
           MOVE ZEROS TO WS-DUE-COUNT
           PERFORM 2350-COLLECT-ONE-PAYMENT
               UNTIL NOT SOI-ACTIVE
                  OR SOI-NEXT-DUE-DATE > WS-RUN-DATE
                  OR WS-DUE-COUNT >= 53
           MOVE WS-RUN-DATE TO SOI-LAST-GEN-DATE.

       2350-COLLECT-ONE-PAYMENT.
           IF SOI-END-BY-DATE AND SOI-NEXT-DUE-DATE > SOI-END-DATE
               SET SOI-ENDED TO TRUE
           ELSE
               ADD 1 TO WS-DUE-COUNT
               SET DX TO WS-DUE-COUNT
               MOVE SOI-NEXT-DUE-DATE TO WS-DUE-DATE (DX)
               ADD 1 TO SOI-GEN-COUNT
               PERFORM 2400-ROLL-NEXT-DUE
               IF SOI-END-BY-COUNT
                   SUBTRACT 1 FROM SOI-REMAIN-COUNT
                   IF SOI-REMAIN-COUNT = 0
                       SET SOI-ENDED TO TRUE
                   END-IF
               END-IF
               IF SOI-END-BY-DATE AND
                  SOI-NEXT-DUE-DATE > SOI-END-DATE
                   SET SOI-ENDED TO TRUE
               END-IF
           END-IF.

      * Weekly adds seven days, carrying into the next month and
      * year.  Monthly and quarterly step the month and land on the
      * order's anchor day, or the last day of a month too short
      * for it.
       2400-ROLL-NEXT-DUE.
           MOVE SOI-NEXT-DUE-DATE TO WS-ROLL-DATE-X
           EVALUATE TRUE
               WHEN SOI-FREQ-WEEKLY
                   ADD 7 TO WS-ROLL-DD
                   PERFORM 2450-SET-MONTH-DAYS
                   IF WS-ROLL-DD > WS-MONTH-DAYS
                       SUBTRACT WS-MONTH-DAYS FROM WS-ROLL-DD
                       PERFORM 2420-NEXT-MONTH
                   END-IF
               WHEN SOI-FREQ-QUARTERLY
                   PERFORM 2420-NEXT-MONTH
                   PERFORM 2420-NEXT-MONTH
                   PERFORM 2420-NEXT-MONTH
                   PERFORM 2430-LAND-ON-ANCHOR
               WHEN OTHER
                   PERFORM 2420-NEXT-MONTH
                   PERFORM 2430-LAND-ON-ANCHOR
           END-EVALUATE
           MOVE WS-ROLL-DATE-X TO SOI-NEXT-DUE-DATE.

       2420-NEXT-MONTH.
           IF WS-ROLL-MM >= 12
               MOVE 1 TO WS-ROLL-MM
               ADD 1 TO WS-ROLL-YYYY
           ELSE
               ADD 1 TO WS-ROLL-MM
           END-IF.

       2430-LAND-ON-ANCHOR.
           PERFORM 2450-SET-MONTH-DAYS
           IF SOI-ANCHOR-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-ROLL-DD
           ELSE
               MOVE SOI-ANCHOR-DAY TO WS-ROLL-DD
           END-IF.

       2450-SET-MONTH-DAYS.
           EVALUATE WS-ROLL-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-ROLL-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-ROLL-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-ROLL-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
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

       2700-REWRITE-ORDER.
           REWRITE CUST-SOI-LAYOUT
               INVALID KEY
                   DISPLAY 'CUSTSOGN: ERROR REWRITING CUSTSOI, KEY '
                           SOI-KEY ' STATUS ' WS-CUSTSOI-STATUS
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-REWRITE.

      * The emitted transaction is an ordinary CUSTTXNL record, dated
      * the day the payment fell due - the posting step cannot tell
      * it from a branch one.
       2800-WRITE-ORDER-TXN.
           SET DX TO WS-DUE-SUB
           IF SOI-TYPE-DEPOSIT
               MOVE SOI-AMOUNT TO WS-TXN-AMOUNT
               ADD SOI-AMOUNT TO WS-TOT-CREDITS
           ELSE
               COMPUTE WS-TXN-AMOUNT = 0 - SOI-AMOUNT
               ADD SOI-AMOUNT TO WS-TOT-DEBITS
           END-IF
           MOVE SPACES TO CUST-TXN-LAYOUT
           MOVE SOI-CUST-ID TO TXN-CUST-ID
           MOVE WS-TXN-AMOUNT TO TXN-AMOUNT
           MOVE WS-DUE-DATE (DX) TO TXN-DATE
           MOVE SOI-TXN-TYPE TO TXN-TYPE-CODE
           MOVE SPACES TO TXN-REF-DATE
           MOVE ZEROS TO TXN-REF-AMOUNT
           MOVE CUST-TXN-LAYOUT TO ORDER-TXN-RECORD-LAYOUT
           WRITE ORDER-TXN-RECORD-LAYOUT
           IF WS-SOTXN-STATUS NOT = FS-OK
               DISPLAY 'CUSTSOGN: ERROR WRITING SOTXN, KEY '
                       SOI-KEY ' STATUS ' WS-SOTXN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               ADD 1 TO WS-TXN-COUNT
               MOVE 'GENERATED' TO WS-ORDER-RESULT
               MOVE WS-DUE-DATE (DX) TO WS-ROLL-DATE-X
               PERFORM 2900-WRITE-ORDER-LINE
           END-IF.

      * One line per payment generated, order suspended, or order
      * ended.  A generated line carries the due date it paid; the
      * others carry the suspension reason or the last due date.
       2900-WRITE-ORDER-LINE.
           MOVE SOI-AMOUNT TO WS-EDITED-AMOUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           EVALUATE TRUE
               WHEN WS-ORDER-RESULT = 'GENERATED'
                   STRING WS-ORDER-RESULT ' ' SOI-CUST-ID ' '
                          SOI-ORDER-NO ' ' SOI-TXN-TYPE
                          WS-EDITED-AMOUNT ' DUE ' WS-ROLL-DATE-X
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               WHEN WS-ORDER-RESULT = 'SUSPENDED'
                   STRING WS-ORDER-RESULT ' ' SOI-CUST-ID ' '
                          SOI-ORDER-NO ' ' SOI-TXN-TYPE
                          WS-EDITED-AMOUNT ' ' SOI-SUSP-REASON
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               WHEN OTHER
                   STRING WS-ORDER-RESULT ' ' SOI-CUST-ID ' '
                          SOI-ORDER-NO ' ' SOI-TXN-TYPE
                          WS-EDITED-AMOUNT ' PAID '
                          SOI-GEN-COUNT
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           END-EVALUATE
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3000-TERMINATE.
           IF NO-FATAL-ERROR
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-SUSPEND-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE CUSTOMER-MASTER
                 ORDER-TXN-OUTPUT
                 ORDER-REPORT
           IF ORDER-FILE-OPEN
               CLOSE ORDER-FILE
           END-IF.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTSOGN STANDING ORDER GENERATION'
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
           MOVE WS-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORDERS READ     : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-DUE-ORDER-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORDERS DUE      : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-TXN-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'TXNS GENERATED  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-TOT-CREDITS TO WS-EDITED-AMOUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  CREDITS       : ' WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-TOT-DEBITS TO WS-EDITED-AMOUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  DEBITS        : ' WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-SUSPEND-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORDERS SUSPENDED: ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-ENDED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ORDERS ENDED    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-RERUN-SKIP-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ALREADY RUN     : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       END PROGRAM CUSTSOGN.
