       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGLIF.
      *
      * Nightly general-ledger interface from the posting journal.
      *
      * Reads tonight's CUSTJRN and summarizes every POSTED and
      * POSTEDOD record by transaction type (deposit, withdrawal,
      * fee, interest, adjustment, reversal, legacy untyped), keeping
      * the money that raised customer balances apart from the money
      * that lowered them.  Each type is turned into balanced
      * debit/credit entries through the GLMAP account-mapping cards
      * (CUSTGLML) - a raise credits the customer-deposit control
      * account and debits the type's offset account, a lowering the
      * reverse - and written to the GLIF interface file (CUSTGLIL)
      * between a header and a trailer carrying the entry count and
      * the debit and credit totals.  A type that posted tonight with
      * no mapping card stops the feed: the unmapped type is named on
      * the report and no entries are written, rather than the money
      * silently missing from the ledger.
      *
      * The proof report ties the feed to the master: the debit and
      * credit totals must agree, the journal's close-minus-open must
      * equal the amounts it posted, and the net movement on the
      * customer-deposit accounts must equal the night's net change
      * in master balances - the current CUSTOUT summed, less the
      * pre-posting copy (CUSTPRE) the stream takes before CUSTPOST
      * runs.  RETURN-CODE 8 when the feed is stopped or does not
      * prove, so the transmission step holds the file back.  A
      * restart night is EXPECTED to report out of balance, as
      * CUSTBAL does - that is the page telling ops to look.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - journal summary by type,
      *                  mapped GL entries with header/trailer, and
      *                  the master-movement proof report.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      * 2026-10-15  RKM  The non-numeric balance line shows the
      *                  before-master count as well as the after.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-INPUT   ASSIGN TO CUSTJRN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-CUSTJRN-STATUS.
           SELECT GL-MAP          ASSIGN TO GLMAP
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-GLMAP-STATUS.
           SELECT PREPOST-MASTER  ASSIGN TO CUSTPRE
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-CUSTPRE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS OUT-CUST-ID
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT GL-INTERFACE    ASSIGN TO GLIF
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-GLIF-STATUS.
           SELECT GL-REPORT       ASSIGN TO GLRPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-GLRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-INPUT RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD-LAYOUT   PIC X(80).

       FD  GL-MAP RECORD CONTAINS 80 CHARACTERS.
       01  MAP-RECORD-LAYOUT       PIC X(80).

       FD  PREPOST-MASTER RECORD CONTAINS 120 CHARACTERS.
       01  PREPOST-RECORD-LAYOUT   PIC X(120).

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

       FD  GL-INTERFACE RECORD CONTAINS 80 CHARACTERS.
       01  GLIF-RECORD-LAYOUT      PIC X(80).

       FD  GL-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTDATL.                *> Defines 01 CUST-REC-LAYOUT
       COPY CUSTJRNL.                *> Defines 01 CUST-JRN-LAYOUT
       COPY CUSTTXNL.                *> Defines 01 CUST-TXN-LAYOUT
       COPY CUSTGLML.                *> Defines 01 CUST-GLM-LAYOUT
       COPY CUSTGLIL.                *> Defines 01 CUST-GLI-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-CUSTJRN-STATUS       PIC 99 VALUE ZEROS.
       01  WS-GLMAP-STATUS         PIC 99 VALUE ZEROS.
       01  WS-CUSTPRE-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-GLIF-STATUS          PIC 99 VALUE ZEROS.
       01  WS-GLRPT-STATUS         PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-MAP-EOF-SW           PIC X(1) VALUE 'N'.
           88  MAP-EOF             VALUE 'Y'.
           88  MAP-NOT-EOF         VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-PROOF-SW             PIC X(1) VALUE 'Y'.
           88  FEED-PROVED         VALUE 'Y'.
           88  FEED-NOT-PROVED     VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
       01  WS-POST-DATE            PIC X(08) VALUE SPACES.

      * GLMAP cards, loaded once at startup.  A blank type is a real
      * entry - it maps the legacy untyped postings.
       01  WS-GLM-TABLE.
           05  WS-GLM-COUNT        PIC 9(03) VALUE ZEROS.
           05  WS-GLM-ENTRY OCCURS 20 TIMES
                   INDEXED BY MX.
               10  WS-GLM-TYPE     PIC X(01).
               10  WS-GLM-CUST-ACCT
                                   PIC X(12).
               10  WS-GLM-OFFSET-ACCT
                                   PIC X(12).
               10  WS-GLM-DESC     PIC X(25).
       01  WS-GLM-SUB              PIC 9(03) COMP VALUE ZEROS.
       01  WS-GLM-HIT              PIC 9(03) COMP VALUE ZEROS.
       01  WS-MAP-HIT-SW           PIC X(1) VALUE 'N'.
           88  MAP-HIT             VALUE 'Y'.
           88  MAP-MISS            VALUE 'N'.

      * Tonight's postings by transaction type, in order of first
      * appearance on the journal - money raising customer balances
      * (increase) kept apart from money lowering them (decrease,
      * held as a positive amount).  WS-TYP-MAP-SUB points at the
      * type's GLMAP entry once 2500 has matched it.
       01  WS-TYP-TABLE.
           05  WS-TYP-COUNT        PIC 9(03) VALUE ZEROS.
           05  WS-TYP-ENTRY OCCURS 10 TIMES
                   INDEXED BY TX.
               10  WS-TYP-CODE     PIC X(01).
               10  WS-TYP-INCR-ITEMS
                                   PIC 9(07) VALUE ZEROS.
               10  WS-TYP-DECR-ITEMS
                                   PIC 9(07) VALUE ZEROS.
               10  WS-TYP-INCREASE PIC S9(11)V99 COMP-3 VALUE ZEROS.
               10  WS-TYP-DECREASE PIC S9(11)V99 COMP-3 VALUE ZEROS.
               10  WS-TYP-MAP-SUB  PIC 9(03) COMP VALUE ZEROS.
       01  WS-TYP-SUB              PIC 9(03) COMP VALUE ZEROS.
       01  WS-TYP-HIT              PIC 9(03) COMP VALUE ZEROS.
       01  WS-TYP-HIT-SW           PIC X(1) VALUE 'N'.
           88  TYPE-HIT            VALUE 'Y'.
           88  TYPE-MISS           VALUE 'N'.
       01  WS-LOOKUP-TYPE          PIC X(01) VALUE SPACE.

      * One GL entry being built by 2650 for 2670
       01  WS-ENTRY-ACCOUNT        PIC X(12) VALUE SPACES.
       01  WS-ENTRY-DR-CR          PIC X(01) VALUE SPACE.
       01  WS-ENTRY-SIDE-SW        PIC X(01) VALUE SPACE.
           88  ENTRY-CUST-SIDE     VALUE 'C'.
           88  ENTRY-OFFSET-SIDE   VALUE 'O'.
       01  WS-ENTRY-AMOUNT         PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-ENTRY-ITEMS          PIC 9(07) VALUE ZEROS.

      * Journal, master, and GL control totals for the proof
       01  WS-JRN-READ             PIC 9(07) VALUE ZEROS.
       01  WS-JRN-POSTED           PIC 9(07) VALUE ZEROS.
       01  WS-JRN-NOT-POSTED       PIC 9(07) VALUE ZEROS.
       01  WS-JRN-NET              PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-JRN-BAL-CHANGE       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-PRE-COUNT            PIC 9(07) VALUE ZEROS.
       01  WS-PRE-NONNUM           PIC 9(07) VALUE ZEROS.
       01  WS-PRE-TOTAL            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-POST-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-POST-NONNUM          PIC 9(07) VALUE ZEROS.
       01  WS-POST-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-MASTER-NET           PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-UNMAPPED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-GL-DETAIL-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-GL-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-GL-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WS-GL-CUST-NET          PIC S9(13)V99 COMP-3 VALUE ZEROS.

      * Edited fields for the report lines
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.
       01  WS-EDITED-COUNT-2       PIC ZZZZZZ9.
       01  WS-EDITED-INCR          PIC Z(12)9.99-.
       01  WS-EDITED-DECR          PIC Z(12)9.99-.
       01  WS-EDITED-LEFT          PIC Z(12)9.99-.
       01  WS-EDITED-RIGHT         PIC Z(12)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           IF NO-FATAL-ERROR
               PERFORM 2000-SUMMARIZE-JOURNAL
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2300-TOTAL-PREPOST-MASTER
               PERFORM 2400-TOTAL-CURRENT-MASTER
               PERFORM 3100-WRITE-REPORT-HEADER
               PERFORM 2500-CHECK-MAPPINGS
               IF WS-UNMAPPED-COUNT = 0
                   PERFORM 2600-WRITE-GL-FILE
               END-IF
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2800-PROVE-THE-FEED
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

      * The interface file is opened even when the map is unusable,
      * so a stopped night leaves an empty, properly closed GLIF
      * behind rather than whatever the last good night wrote.
       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           MOVE WS-RUN-DATE TO WS-POST-DATE
           PERFORM 1100-LOAD-GL-MAP
           OPEN INPUT JOURNAL-INPUT
                      PREPOST-MASTER
                      CUSTOMER-MASTER
                OUTPUT GL-INTERFACE
                       GL-REPORT
           IF WS-CUSTJRN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTJRN, Status: '
                       WS-CUSTJRN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CUSTPRE-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTPRE, Status: '
                       WS-CUSTPRE-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CUSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTOUT, Status: '
                       WS-CUSTOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-GLIF-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open GLIF, Status: '
                       WS-GLIF-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-GLRPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open GLRPT, Status: '
                       WS-GLRPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTGLIF: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTGLIF: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing or empty GLMAP is not defaulted - there is no safe
      * guess at which ledger account a night's money belongs in, so
      * the run stops, the same stance CUSTACCR takes on its rate
      * card.  A bad card stops it too: a mapping finance meant to
      * make and did not is an unmapped type waiting to happen.
       1100-LOAD-GL-MAP.
           OPEN INPUT GL-MAP
           IF WS-GLMAP-STATUS NOT = FS-OK
               DISPLAY 'CUSTGLIF: GLMAP NOT AVAILABLE, STATUS '
                       WS-GLMAP-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET MAP-NOT-EOF TO TRUE
               PERFORM 1150-READ-MAP-CARD UNTIL MAP-EOF
               CLOSE GL-MAP
               IF WS-GLM-COUNT = 0 AND NO-FATAL-ERROR
                   DISPLAY 'CUSTGLIF: GLMAP IS EMPTY - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               END-IF
           END-IF.

       1150-READ-MAP-CARD.
           READ GL-MAP INTO CUST-GLM-LAYOUT
           AT END
               SET MAP-EOF TO TRUE
           NOT AT END
               IF CUST-GLM-LAYOUT NOT = SPACES
                   PERFORM 1160-EDIT-MAP-CARD
               END-IF
           END-READ.

       1160-EDIT-MAP-CARD.
           MOVE GLM-TXN-TYPE TO TXN-TYPE-CODE
           MOVE GLM-TXN-TYPE TO WS-LOOKUP-TYPE
           PERFORM 1170-FIND-MAP-ENTRY
           EVALUATE TRUE
               WHEN NOT TXN-TYPE-VALID
                   DISPLAY 'CUSTGLIF: GLMAP TYPE ' GLM-TXN-TYPE
                           ' IS NOT A TRANSACTION TYPE - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               WHEN GLM-CUST-ACCT = SPACES OR
                    GLM-OFFSET-ACCT = SPACES
                   DISPLAY 'CUSTGLIF: GLMAP TYPE ' GLM-TXN-TYPE
                           ' IS MISSING AN ACCOUNT - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               WHEN MAP-HIT
                   DISPLAY 'CUSTGLIF: GLMAP TYPE ' GLM-TXN-TYPE
                           ' IS MAPPED TWICE - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               WHEN WS-GLM-COUNT >= 20
                   DISPLAY 'CUSTGLIF: GLMAP HAS MORE THAN 20 CARDS'
                           ' - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               WHEN OTHER
                   ADD 1 TO WS-GLM-COUNT
                   SET MX TO WS-GLM-COUNT
                   MOVE GLM-TXN-TYPE TO WS-GLM-TYPE (MX)
                   MOVE GLM-CUST-ACCT TO WS-GLM-CUST-ACCT (MX)
                   MOVE GLM-OFFSET-ACCT TO WS-GLM-OFFSET-ACCT (MX)
                   MOVE GLM-DESCRIPTION TO WS-GLM-DESC (MX)
           END-EVALUATE.

       1170-FIND-MAP-ENTRY.
           SET MAP-MISS TO TRUE
           PERFORM 1180-CHECK-ONE-MAP-ENTRY
               VARYING WS-GLM-SUB FROM 1 BY 1
               UNTIL WS-GLM-SUB > WS-GLM-COUNT
                  OR MAP-HIT.

       1180-CHECK-ONE-MAP-ENTRY.
           SET MX TO WS-GLM-SUB
           IF WS-GLM-TYPE (MX) = WS-LOOKUP-TYPE
               SET MAP-HIT TO TRUE
               MOVE WS-GLM-SUB TO WS-GLM-HIT
           END-IF.

      * Only postings move money - every other disposition left the
      * master untouched and has no place in the ledger.  The
      * posting date on the feed is the journal's run date, so a
      * late-running night still lands on the right ledger day.
       2000-SUMMARIZE-JOURNAL.
           SET NOT-EOF TO TRUE
           PERFORM 2050-READ-NEXT-JOURNAL UNTIL EOF-REACHED.

       2050-READ-NEXT-JOURNAL.
           READ JOURNAL-INPUT INTO CUST-JRN-LAYOUT
           AT END
               SET EOF-REACHED TO TRUE
           NOT AT END
               ADD 1 TO WS-JRN-READ
               IF JRN-POSTED OR JRN-POSTED-OD
                   PERFORM 2100-ACCUMULATE-POSTING
               ELSE
                   ADD 1 TO WS-JRN-NOT-POSTED
               END-IF
           END-READ.

       2100-ACCUMULATE-POSTING.
           ADD 1 TO WS-JRN-POSTED
           IF WS-JRN-POSTED = 1 AND JRN-RUN-DATE NOT = SPACES
               MOVE JRN-RUN-DATE TO WS-POST-DATE
           END-IF
           ADD JRN-TXN-AMOUNT TO WS-JRN-NET
           COMPUTE WS-JRN-BAL-CHANGE = WS-JRN-BAL-CHANGE +
                   JRN-CLOSE-BALANCE - JRN-OPEN-BALANCE
           MOVE JRN-TXN-TYPE TO WS-LOOKUP-TYPE
           PERFORM 2150-FIND-TYPE
           IF TYPE-MISS
               IF WS-TYP-COUNT >= 10
                   DISPLAY 'CUSTGLIF: MORE THAN 10 TRANSACTION TYPES'
                           ' POSTED - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   ADD 1 TO WS-TYP-COUNT
                   MOVE WS-TYP-COUNT TO WS-TYP-HIT
                   SET TX TO WS-TYP-HIT
                   MOVE JRN-TXN-TYPE TO WS-TYP-CODE (TX)
                   MOVE ZEROS TO WS-TYP-INCR-ITEMS (TX)
                   MOVE ZEROS TO WS-TYP-DECR-ITEMS (TX)
                   MOVE ZEROS TO WS-TYP-INCREASE (TX)
                   MOVE ZEROS TO WS-TYP-DECREASE (TX)
                   MOVE ZEROS TO WS-TYP-MAP-SUB (TX)
                   SET TYPE-HIT TO TRUE
               END-IF
           END-IF
           IF TYPE-HIT
               SET TX TO WS-TYP-HIT
               IF JRN-TXN-AMOUNT < 0
                   ADD 1 TO WS-TYP-DECR-ITEMS (TX)
                   SUBTRACT JRN-TXN-AMOUNT FROM WS-TYP-DECREASE (TX)
               ELSE
                   ADD 1 TO WS-TYP-INCR-ITEMS (TX)
                   ADD JRN-TXN-AMOUNT TO WS-TYP-INCREASE (TX)
               END-IF
           END-IF.

       2150-FIND-TYPE.
           SET TYPE-MISS TO TRUE
           PERFORM 2160-CHECK-ONE-TYPE
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-TYP-COUNT
                  OR TYPE-HIT.

       2160-CHECK-ONE-TYPE.
           SET TX TO WS-TYP-SUB
           IF WS-TYP-CODE (TX) = WS-LOOKUP-TYPE
               SET TYPE-HIT TO TRUE
               MOVE WS-TYP-SUB TO WS-TYP-HIT
           END-IF.

      * The pre-posting copy is a flat REPRO of the KSDS taken just
      * before CUSTPOST; the current master is swept in key order.
      * A balance that is not numeric cannot be footed and is
      * counted instead - it is the same record on both sides.
       2300-TOTAL-PREPOST-MASTER.
           SET NOT-EOF TO TRUE
           PERFORM 2350-READ-NEXT-PREPOST UNTIL EOF-REACHED.

       2350-READ-NEXT-PREPOST.
           READ PREPOST-MASTER INTO CUST-REC-LAYOUT
           AT END
               SET EOF-REACHED TO TRUE
           NOT AT END
               IF CUST-BALANCE NUMERIC
                   ADD 1 TO WS-PRE-COUNT
                   ADD CUST-BALANCE TO WS-PRE-TOTAL
               ELSE
                   ADD 1 TO WS-PRE-NONNUM
               END-IF
           END-READ.

       2400-TOTAL-CURRENT-MASTER.
           SET NOT-EOF TO TRUE
           PERFORM 2450-READ-NEXT-MASTER UNTIL EOF-REACHED.

       2450-READ-NEXT-MASTER.
           READ CUSTOMER-MASTER
           AT END
               SET EOF-REACHED TO TRUE
           NOT AT END
               IF OUT-CUST-BALANCE NUMERIC
                   ADD 1 TO WS-POST-COUNT
                   ADD OUT-CUST-BALANCE TO WS-POST-TOTAL
               ELSE
                   ADD 1 TO WS-POST-NONNUM
               END-IF
           END-READ.

      * Every type that posted tonight must have a GLMAP card before
      * a single entry is written - an unmapped type stops the whole
      * feed, it is never dropped from it.
       2500-CHECK-MAPPINGS.
           PERFORM 2550-MAP-ONE-TYPE
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-TYP-COUNT.

       2550-MAP-ONE-TYPE.
           SET TX TO WS-TYP-SUB
           MOVE WS-TYP-CODE (TX) TO WS-LOOKUP-TYPE
           PERFORM 1170-FIND-MAP-ENTRY
           IF MAP-HIT
               MOVE WS-GLM-HIT TO WS-TYP-MAP-SUB (TX)
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               COMPUTE WS-EDITED-COUNT =
                       WS-TYP-INCR-ITEMS (TX) + WS-TYP-DECR-ITEMS (TX)
               DISPLAY 'CUSTGLIF: TYPE ' WS-TYP-CODE (TX)
                       ' HAS NO GLMAP CARD - FEED STOPPED'
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING '*** TYPE ' WS-TYP-CODE (TX)
                      ' HAS NO GL MAPPING - ' WS-EDITED-COUNT
                      ' POSTINGS - FEED STOPPED ***'
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF.

       2600-WRITE-GL-FILE.
           MOVE SPACES TO CUST-GLI-LAYOUT
           SET GLI-TYPE-HEADER TO TRUE
           MOVE WS-POST-DATE TO GLI-POST-DATE
           MOVE 'CUSTPOST' TO GLI-SOURCE-SYSTEM
           PERFORM 2690-WRITE-GL-RECORD
           PERFORM 2650-WRITE-TYPE-ENTRIES
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-TYP-COUNT
           MOVE SPACES TO CUST-GLI-LAYOUT
           SET GLI-TYPE-TRAILER TO TRUE
           MOVE WS-POST-DATE TO GLI-POST-DATE
           MOVE WS-GL-DETAIL-COUNT TO GLI-RECORD-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GLI-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GLI-CREDIT-TOTAL
           PERFORM 2690-WRITE-GL-RECORD.

      * Money that raised customer balances: debit the offset
      * account, credit the customer-deposit account.  Money that
      * lowered them: the reverse.  Each side of a type is its own
      * balanced pair, so the ledger sees gross movement, not a net.
       2650-WRITE-TYPE-ENTRIES.
           SET TX TO WS-TYP-SUB
           SET MX TO WS-TYP-MAP-SUB (TX)
           IF WS-TYP-INCREASE (TX) > 0
               MOVE WS-TYP-INCREASE (TX) TO WS-ENTRY-AMOUNT
               MOVE WS-TYP-INCR-ITEMS (TX) TO WS-ENTRY-ITEMS
               MOVE WS-GLM-OFFSET-ACCT (MX) TO WS-ENTRY-ACCOUNT
               MOVE 'D' TO WS-ENTRY-DR-CR
               SET ENTRY-OFFSET-SIDE TO TRUE
               PERFORM 2670-WRITE-GL-ENTRY
               MOVE WS-GLM-CUST-ACCT (MX) TO WS-ENTRY-ACCOUNT
               MOVE 'C' TO WS-ENTRY-DR-CR
               SET ENTRY-CUST-SIDE TO TRUE
               PERFORM 2670-WRITE-GL-ENTRY
           END-IF
           IF WS-TYP-DECREASE (TX) > 0
               MOVE WS-TYP-DECREASE (TX) TO WS-ENTRY-AMOUNT
               MOVE WS-TYP-DECR-ITEMS (TX) TO WS-ENTRY-ITEMS
               MOVE WS-GLM-CUST-ACCT (MX) TO WS-ENTRY-ACCOUNT
               MOVE 'D' TO WS-ENTRY-DR-CR
               SET ENTRY-CUST-SIDE TO TRUE
               PERFORM 2670-WRITE-GL-ENTRY
               MOVE WS-GLM-OFFSET-ACCT (MX) TO WS-ENTRY-ACCOUNT
               MOVE 'C' TO WS-ENTRY-DR-CR
               SET ENTRY-OFFSET-SIDE TO TRUE
               PERFORM 2670-WRITE-GL-ENTRY
           END-IF.

       2670-WRITE-GL-ENTRY.
           MOVE SPACES TO CUST-GLI-LAYOUT
           SET GLI-TYPE-DETAIL TO TRUE
           MOVE WS-POST-DATE TO GLI-POST-DATE
           MOVE WS-ENTRY-ACCOUNT TO GLI-ACCOUNT
           MOVE WS-ENTRY-DR-CR TO GLI-DR-CR
           MOVE WS-ENTRY-AMOUNT TO GLI-AMOUNT
           MOVE WS-TYP-CODE (TX) TO GLI-TXN-TYPE
           MOVE WS-ENTRY-ITEMS TO GLI-ITEM-COUNT
           MOVE WS-GLM-DESC (MX) TO GLI-DESCRIPTION
           ADD 1 TO WS-GL-DETAIL-COUNT
           IF GLI-DEBIT
               ADD WS-ENTRY-AMOUNT TO WS-GL-DEBIT-TOTAL
               IF ENTRY-CUST-SIDE
                   SUBTRACT WS-ENTRY-AMOUNT FROM WS-GL-CUST-NET
               END-IF
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-GL-CREDIT-TOTAL
               IF ENTRY-CUST-SIDE
                   ADD WS-ENTRY-AMOUNT TO WS-GL-CUST-NET
               END-IF
           END-IF
           PERFORM 2690-WRITE-GL-RECORD.

       2690-WRITE-GL-RECORD.
           MOVE CUST-GLI-LAYOUT TO GLIF-RECORD-LAYOUT
           WRITE GLIF-RECORD-LAYOUT
           IF WS-GLIF-STATUS NOT = FS-OK
               DISPLAY 'CUSTGLIF: ERROR WRITING GLIF, STATUS '
                       WS-GLIF-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

      * The type summary prints whether or not the feed went out, so
      * finance can see what an unmapped type was holding back.
       2800-PROVE-THE-FEED.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE 'POSTINGS BY TRANSACTION TYPE' TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           PERFORM 2850-WRITE-TYPE-LINE
               VARYING WS-TYP-SUB FROM 1 BY 1
               UNTIL WS-TYP-SUB > WS-TYP-COUNT
           PERFORM 2860-WRITE-CONTROL-COUNTS
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           COMPUTE WS-MASTER-NET = WS-POST-TOTAL - WS-PRE-TOTAL
           IF WS-UNMAPPED-COUNT > 0
               SET FEED-NOT-PROVED TO TRUE
           ELSE
               MOVE WS-GL-DEBIT-TOTAL TO WS-EDITED-LEFT
               MOVE WS-GL-CREDIT-TOTAL TO WS-EDITED-RIGHT
               PERFORM 2910-FOOT-ONE-LINE-1
               MOVE WS-JRN-BAL-CHANGE TO WS-EDITED-LEFT
               MOVE WS-JRN-NET TO WS-EDITED-RIGHT
               PERFORM 2910-FOOT-ONE-LINE-2
               MOVE WS-GL-CUST-NET TO WS-EDITED-LEFT
               MOVE WS-MASTER-NET TO WS-EDITED-RIGHT
               PERFORM 2910-FOOT-ONE-LINE-3
           END-IF
           PERFORM 2950-WRITE-VERDICT.

       2850-WRITE-TYPE-LINE.
           SET TX TO WS-TYP-SUB
           COMPUTE WS-EDITED-COUNT =
                   WS-TYP-INCR-ITEMS (TX) + WS-TYP-DECR-ITEMS (TX)
           MOVE WS-TYP-INCREASE (TX) TO WS-EDITED-INCR
           MOVE WS-TYP-DECREASE (TX) TO WS-EDITED-DECR
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  TYPE ' WS-TYP-CODE (TX)
                  ' ITEMS ' WS-EDITED-COUNT
                  ' IN ' WS-EDITED-INCR
                  ' OUT ' WS-EDITED-DECR
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       2860-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-JRN-READ TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'JOURNAL RECORDS : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-JRN-POSTED TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'POSTED          : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-JRN-NOT-POSTED TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'NOT POSTED      : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-GL-DETAIL-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'GL ENTRIES      : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-PRE-COUNT TO WS-EDITED-COUNT
           MOVE WS-PRE-TOTAL TO WS-EDITED-LEFT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'MASTER BEFORE   : ' WS-EDITED-COUNT
                  ' ACCTS ' WS-EDITED-LEFT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-POST-COUNT TO WS-EDITED-COUNT
           MOVE WS-POST-TOTAL TO WS-EDITED-LEFT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'MASTER AFTER    : ' WS-EDITED-COUNT
                  ' ACCTS ' WS-EDITED-LEFT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           IF WS-PRE-NONNUM > 0 OR WS-POST-NONNUM > 0
               MOVE WS-PRE-NONNUM TO WS-EDITED-COUNT
               MOVE WS-POST-NONNUM TO WS-EDITED-COUNT-2
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING 'NON-NUMERIC BAL : ' WS-EDITED-COUNT
                      ' BEFORE ' WS-EDITED-COUNT-2
                      ' AFTER (NOT FOOTED)'
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF.

       2910-FOOT-ONE-LINE-1.
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               SET FEED-NOT-PROVED TO TRUE
               PERFORM 2930-WRITE-FOOT-BAD
           ELSE
               PERFORM 2920-WRITE-FOOT-OK
           END-IF
           PERFORM 2940-LABEL-LINE-1.

       2910-FOOT-ONE-LINE-2.
           IF WS-JRN-BAL-CHANGE NOT = WS-JRN-NET
               SET FEED-NOT-PROVED TO TRUE
               PERFORM 2930-WRITE-FOOT-BAD
           ELSE
               PERFORM 2920-WRITE-FOOT-OK
           END-IF
           PERFORM 2940-LABEL-LINE-2.

       2910-FOOT-ONE-LINE-3.
           IF WS-GL-CUST-NET NOT = WS-MASTER-NET
               SET FEED-NOT-PROVED TO TRUE
               PERFORM 2930-WRITE-FOOT-BAD
           ELSE
               PERFORM 2920-WRITE-FOOT-OK
           END-IF
           PERFORM 2940-LABEL-LINE-3.

       2920-WRITE-FOOT-OK.
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  ' WS-EDITED-LEFT ' VS ' WS-EDITED-RIGHT
                  '  BALANCED'
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT.

       2930-WRITE-FOOT-BAD.
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  ' WS-EDITED-LEFT ' VS ' WS-EDITED-RIGHT
                  '  *** OUT OF BALANCE ***'
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT.

       2940-LABEL-LINE-1.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'GL DEBITS = GL CREDITS' TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       2940-LABEL-LINE-2.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'JRN CLOSE-OPEN = JRN AMOUNTS POSTED'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       2940-LABEL-LINE-3.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'GL DEPOSIT-ACCT MOVEMENT = MASTER NET CHANGE'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       2950-WRITE-VERDICT.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           EVALUATE TRUE
               WHEN WS-UNMAPPED-COUNT > 0
                   MOVE '*** GL FEED STOPPED - UNMAPPED TYPE ***'
                        TO REPORT-RECORD-LAYOUT
               WHEN FEED-PROVED
                   MOVE 'GL FEED PROVED' TO REPORT-RECORD-LAYOUT
               WHEN OTHER
                   MOVE '*** GL FEED OUT OF BALANCE ***'
                        TO REPORT-RECORD-LAYOUT
           END-EVALUATE
           WRITE REPORT-RECORD-LAYOUT.

       3000-TERMINATE.
           DISPLAY 'CUSTGLIF JOURNAL POSTED: ' WS-JRN-POSTED
                   '  GL ENTRIES: ' WS-GL-DETAIL-COUNT
                   '  UNMAPPED TYPES: ' WS-UNMAPPED-COUNT
           EVALUATE TRUE
               WHEN FATAL-ERROR
                   MOVE 16 TO RETURN-CODE
               WHEN FEED-NOT-PROVED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           CLOSE JOURNAL-INPUT
                 PREPOST-MASTER
                 CUSTOMER-MASTER
                 GL-INTERFACE
                 GL-REPORT.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTGLIF GENERAL LEDGER INTERFACE / PROOF'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'RUN DATE        : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'POSTING DATE    : ' WS-POST-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-GLM-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'GLMAP CARDS     : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       END PROGRAM CUSTGLIF.
