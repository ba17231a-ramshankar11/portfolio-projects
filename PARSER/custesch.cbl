       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTESCH.
      *
      * Annual unclaimed-property (escheatment) run.
      *
      * Sweeps the CUSTOMER-MASTER KSDS in customer-ID order alongside
      * the accumulated posting journal - the CUSTJRN.HIST generations
      * plus the current CUSTJRN, sorted into the same customer-ID
      * order ahead of this step - and finds the inactive accounts in
      * credit whose owner has done nothing for the statutory dormancy
      * period on the ESCHCTL card (CUSTESCL).  The owner's last
      * activity is the later of the master's last-update date and
      * the last journal posting the owner made; the bank's own fee
      * and interest postings, and escheatment transfers, do not
      * count.  Each account moves through the CUSTESC KSDS
      * (CUSTESHL) in two runs:
      *   notice run  an account newly found dormant is noticed - its
      *               pre-escheat due-diligence letter goes to the
      *               DDLOUT file (CUSTNOTL, template ESCHEAT) with a
      *               reply-by date the holding period away
      *   report run  a noticed account still unanswered after its
      *               reply-by date is reported on the UPROUT state
      *               unclaimed-property file (CUSTUPRL) and handed
      *               over: a type 'E' transfer for the whole balance
      *               is appended to CUSTTXN, and the next CUSTRUN
      *               posts it through CUSTPOST like any other
      *               transaction, zeroing the balance and closing
      *               the account
      * Either run withdraws a notice the owner has answered - any
      * activity on or after the notice date, or an account no
      * longer inactive and in credit - and checks that every
      * transfer emitted by an earlier report run has since posted.
      * The ESCHRPT register lists every account noticed, withdrawn,
      * reported (with the amount), or whose transfer has not posted,
      * with totals.  A test-environment run prints the register and
      * writes nothing else.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - dormancy test from the
      *                  master and journal history, due-diligence
      *                  notices, state report, transfer
      *                  transactions, and register.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS OUT-CUST-ID
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT JOURNAL-INPUT   ASSIGN TO JRNIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-JRNIN-STATUS.
           SELECT ESCHEAT-FILE    ASSIGN TO CUSTESC
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS ESH-CUST-ID
                                  FILE STATUS IS WS-CUSTESC-STATUS.
           SELECT ESCHEAT-CONTROL ASSIGN TO ESCHCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-ESCHCTL-STATUS.
           SELECT NOTICE-OUTPUT   ASSIGN TO DDLOUT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-DDLOUT-STATUS.
           SELECT STATE-REPORT    ASSIGN TO UPROUT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-UPROUT-STATUS.
           SELECT TRANSFER-OUTPUT ASSIGN TO ESCHTXN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-ESCHTXN-STATUS.
           SELECT ESCHEAT-REGISTER ASSIGN TO ESCHRPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-ESCHRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  JOURNAL-INPUT RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-RECORD-LAYOUT   PIC X(80).

       FD  ESCHEAT-FILE RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTESHL.

       FD  ESCHEAT-CONTROL RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT   PIC X(80).

       FD  NOTICE-OUTPUT RECORD CONTAINS 150 CHARACTERS.
       01  NOTICE-RECORD-LAYOUT    PIC X(150).

       FD  STATE-REPORT RECORD CONTAINS 150 CHARACTERS.
       01  STATE-RECORD-LAYOUT     PIC X(150).

       FD  TRANSFER-OUTPUT RECORD CONTAINS 80 CHARACTERS.
       01  TRANSFER-RECORD-LAYOUT  PIC X(80).

       FD  ESCHEAT-REGISTER RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTJRNL.                *> Defines 01 CUST-JRN-LAYOUT
       COPY CUSTESCL.                *> Defines 01 CUST-ESC-LAYOUT
       COPY CUSTNOTL.                *> Defines 01 CUST-NOT-LAYOUT
       COPY CUSTUPRL.                *> Defines 01 CUST-UPR-LAYOUT
       COPY CUSTTXNL.                *> Defines 01 CUST-TXN-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-JRNIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-CUSTESC-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ESCHCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-DDLOUT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-UPROUT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-ESCHTXN-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ESCHRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

      * The run's two control dates: owner activity before the
      * dormancy cutoff is the dormancy period ago or more, and a
      * letter sent today must be answered by the reply-by date.
      * Both are stepped from the business date - the cutoff back by
      * whole years (29 February becomes the 28th), the reply-by
      * forward a day at a time.
       01  WS-DORMANT-CUTOFF-DATE  PIC X(08) VALUE SPACES.
       01  WS-REPLY-BY-DATE        PIC X(08) VALUE SPACES.
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

      * Journal matching - the journal arrives sorted by customer ID,
      * run date ascending within a customer, and is read alongside
      * the master.  The key goes to HIGH-VALUES at end of file so
      * every remaining master record simply has no journal.
       01  WS-JRN-EOF-SW           PIC X(1) VALUE 'N'.
           88  JRN-EOF             VALUE 'Y'.
           88  JRN-NOT-EOF         VALUE 'N'.
       01  WS-JRN-KEY              PIC X(10) VALUE SPACES.
       01  WS-JRN-ACTIVITY-DATE    PIC X(08) VALUE SPACES.
       01  WS-LAST-ACTIVITY-DATE   PIC X(08) VALUE SPACES.

      * The account in hand - whether it already has an escheatment
      * record, and why a notice on it is being withdrawn.
       01  WS-ON-FILE-SW           PIC X(1) VALUE 'N'.
           88  ESCHEAT-ON-FILE     VALUE 'Y'.
           88  ESCHEAT-NOT-ON-FILE VALUE 'N'.
       01  WS-WITHDRAW-REASON      PIC X(08) VALUE SPACES.

      * One register line - the action, the amount, and a note (the
      * last-activity date, the notice date, or the reason).
       01  WS-REG-ACTION           PIC X(08) VALUE SPACES.
       01  WS-REG-AMOUNT           PIC S9(7)V99 VALUE ZEROS.
       01  WS-REG-NOTE             PIC X(08) VALUE SPACES.

      * Control totals for the register
       01  WS-READ-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-JRN-READ-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-NOTICE-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-NOTICE-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-HOLDING-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-WITHDRAWN-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-REPORTED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-REPORTED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-RERUN-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-POSTED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-NOT-POSTED-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-NO-DATE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.
       01  WS-EDITED-AMOUNT        PIC ZZZZZZ9.99-.
       01  WS-EDITED-TOTAL         PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER UNTIL EOF-REACHED
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1050-READ-CONTROL-RECORD
           IF NO-FATAL-ERROR
               PERFORM 1070-SET-CONTROL-DATES
           END-IF
           OPEN INPUT CUSTOMER-MASTER
                INPUT JOURNAL-INPUT
                OUTPUT NOTICE-OUTPUT
                OUTPUT STATE-REPORT
                EXTEND TRANSFER-OUTPUT
                OUTPUT ESCHEAT-REGISTER
           IF WS-CUSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTOUT, Status: '
                       WS-CUSTOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-JRNIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open JRNIN, Status: '
                       WS-JRNIN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-DDLOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open DDLOUT, Status: '
                       WS-DDLOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-UPROUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open UPROUT, Status: '
                       WS-UPROUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-ESCHTXN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open ESCHTXN, Status: '
                       WS-ESCHTXN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-ESCHRPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open ESCHRPT, Status: '
                       WS-ESCHRPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           PERFORM 1090-OPEN-ESCHEAT-FILE
           IF NO-FATAL-ERROR
               PERFORM 3100-WRITE-REPORT-HEADER
               PERFORM 2160-READ-JOURNAL
               IF ESC-MODE-REPORT AND NOT ESC-ENV-TEST
                   PERFORM 2850-WRITE-STATE-HEADER
               END-IF
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTESCH: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTESCH: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing, empty, or unusable ESCHCTL is not defaulted - a
      * guessed dormancy period hands the wrong customers' money to
      * the state, so the run stops instead, the same stance
      * CUSTACCR takes on its rate.  A report run must also say who
      * is filing and with which state.
       1050-READ-CONTROL-RECORD.
           OPEN INPUT ESCHEAT-CONTROL
           IF WS-ESCHCTL-STATUS NOT = FS-OK
               DISPLAY 'CUSTESCH: ESCHCTL NOT AVAILABLE, STATUS '
                       WS-ESCHCTL-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               READ ESCHEAT-CONTROL INTO CUST-ESC-LAYOUT
               AT END
                   DISPLAY 'CUSTESCH: ESCHCTL IS EMPTY - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               END-READ
               CLOSE ESCHEAT-CONTROL
           END-IF
           IF NO-FATAL-ERROR
               EVALUATE TRUE
                   WHEN ESC-DORMANT-YEARS NOT NUMERIC OR
                        ESC-HOLDING-DAYS NOT NUMERIC
                       DISPLAY 'CUSTESCH: ESCHCTL YEARS OR DAYS NOT '
                               'NUMERIC - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN ESC-DORMANT-YEARS-N = 0 OR
                        ESC-HOLDING-DAYS-N = 0
                       DISPLAY 'CUSTESCH: ESCHCTL YEARS OR DAYS ZERO'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN NOT ESC-MODE-NOTICE AND NOT ESC-MODE-REPORT
                       DISPLAY 'CUSTESCH: ESCHCTL RUN MODE '
                               ESC-RUN-MODE ' NOT N OR R - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN NOT ESC-ENV-TEST AND NOT ESC-ENV-PROD
                       DISPLAY 'CUSTESCH: ESCHCTL ENVIRONMENT '
                               ESC-ENV-SW ' NOT T OR P - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN ESC-MODE-REPORT AND
                        (ESC-HOLDER-ID = SPACES OR
                         ESC-REPORT-STATE = SPACES)
                       DISPLAY 'CUSTESCH: REPORT RUN WITHOUT HOLDER ID'
                               ' OR STATE - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN OTHER
                       DISPLAY 'CUSTESCH DORMANT YEARS: '
                               ESC-DORMANT-YEARS
                               '  HOLDING DAYS: ' ESC-HOLDING-DAYS
                               '  MODE: ' ESC-RUN-MODE
                               '  ENVIRONMENT: ' ESC-ENV-SW
               END-EVALUATE
           END-IF.

       1070-SET-CONTROL-DATES.
           MOVE WS-RUN-DATE TO WS-STEP-DATE-X
           SUBTRACT ESC-DORMANT-YEARS-N FROM WS-STEP-YYYY
           IF WS-STEP-MM = 2 AND WS-STEP-DD = 29
               MOVE 28 TO WS-STEP-DD
           END-IF
           MOVE WS-STEP-DATE-X TO WS-DORMANT-CUTOFF-DATE
           MOVE WS-RUN-DATE TO WS-STEP-DATE-X
           PERFORM 1080-STEP-FORWARD
               VARYING WS-STEP-COUNT FROM 1 BY 1
               UNTIL WS-STEP-COUNT > ESC-HOLDING-DAYS-N
           MOVE WS-STEP-DATE-X TO WS-REPLY-BY-DATE.

       1080-STEP-FORWARD.
           ADD 1 TO WS-STEP-DD
           PERFORM 1085-SET-MONTH-DAYS
           IF WS-STEP-DD > WS-MONTH-DAYS
               MOVE 1 TO WS-STEP-DD
               IF WS-STEP-MM >= 12
                   MOVE 1 TO WS-STEP-MM
                   ADD 1 TO WS-STEP-YYYY
               ELSE
                   ADD 1 TO WS-STEP-MM
               END-IF
           END-IF.

       1085-SET-MONTH-DAYS.
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

      * Status 35 is an escheatment cluster defined but never loaded
      * - the first run ever.  It is opened OUTPUT once to make it
      * usable and reopened for update.
       1090-OPEN-ESCHEAT-FILE.
           OPEN I-O ESCHEAT-FILE
           IF WS-CUSTESC-STATUS = 35
               PERFORM 1095-INITIALIZE-ESCHEAT-FILE
           END-IF
           IF WS-CUSTESC-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTESC, Status: '
                       WS-CUSTESC-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

       1095-INITIALIZE-ESCHEAT-FILE.
           DISPLAY 'CUSTESCH: CUSTESC IS EMPTY - INITIALIZING'
           OPEN OUTPUT ESCHEAT-FILE
           CLOSE ESCHEAT-FILE
           OPEN I-O ESCHEAT-FILE.

       2000-PROCESS-MASTER.
           READ CUSTOMER-MASTER
           AT END
               MOVE 'Y' TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-READ-COUNT
               PERFORM 2100-EXAMINE-ACCOUNT
           END-READ.

      * The account's journal is gathered first, then what happens
      * to it depends on where it stands on CUSTESC: a transfer
      * already emitted is checked for posting, a notice already out
      * is reviewed, and anything else is tested for dormancy on a
      * notice run.  A notice sent today belongs to a notice run
      * being rerun, and its letter is written again so the letter
      * file is complete.
       2100-EXAMINE-ACCOUNT.
           MOVE SPACES TO WS-JRN-ACTIVITY-DATE
           PERFORM 2150-MATCH-JOURNAL
               UNTIL WS-JRN-KEY > OUT-CUST-ID
           PERFORM 2170-SET-LAST-ACTIVITY
           PERFORM 2180-READ-ESCHEAT-RECORD
           EVALUATE TRUE
               WHEN ESCHEAT-ON-FILE AND ESH-TRANSFERRED
                   PERFORM 2600-CHECK-TRANSFER
               WHEN ESCHEAT-ON-FILE AND ESH-NOTICED AND
                    ESH-NOTICE-DATE = WS-RUN-DATE
                   IF ESC-MODE-NOTICE
                       PERFORM 2420-REISSUE-NOTICE
                   END-IF
               WHEN ESCHEAT-ON-FILE AND ESH-NOTICED
                   PERFORM 2500-REVIEW-NOTICE
               WHEN ESC-MODE-NOTICE
                   PERFORM 2300-TEST-DORMANCY
           END-EVALUATE.

      * Journal records for customers no longer on the master are
      * passed over.  Only money the owner moved is activity: a
      * posted item that is not the bank's own fee or interest, or
      * an escheatment transfer.
       2150-MATCH-JOURNAL.
           IF WS-JRN-KEY = OUT-CUST-ID AND
              (JRN-POSTED OR JRN-POSTED-OD)
               IF JRN-TXN-TYPE NOT = 'F' AND
                  JRN-TXN-TYPE NOT = 'I' AND
                  JRN-TXN-TYPE NOT = 'E' AND
                  JRN-RUN-DATE NUMERIC
                   IF JRN-RUN-DATE > WS-JRN-ACTIVITY-DATE
                       MOVE JRN-RUN-DATE TO WS-JRN-ACTIVITY-DATE
                   END-IF
               END-IF
           END-IF
           PERFORM 2160-READ-JOURNAL.

       2160-READ-JOURNAL.
           READ JOURNAL-INPUT INTO CUST-JRN-LAYOUT
           AT END
               SET JRN-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-JRN-KEY
           NOT AT END
               ADD 1 TO WS-JRN-READ-COUNT
               MOVE JRN-CUST-ID TO WS-JRN-KEY
           END-READ.

      * The owner's last activity is the later of the master's
      * last-update date and their last journal posting.  Neither
      * one known leaves it blank - no evidence either way.
       2170-SET-LAST-ACTIVITY.
           MOVE SPACES TO WS-LAST-ACTIVITY-DATE
           IF OUT-CUST-LAST-UPD-DATE NUMERIC
               MOVE OUT-CUST-LAST-UPD-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF
           IF WS-JRN-ACTIVITY-DATE > WS-LAST-ACTIVITY-DATE
               MOVE WS-JRN-ACTIVITY-DATE TO WS-LAST-ACTIVITY-DATE
           END-IF.

       2180-READ-ESCHEAT-RECORD.
           SET ESCHEAT-NOT-ON-FILE TO TRUE
           MOVE OUT-CUST-ID TO ESH-CUST-ID
           READ ESCHEAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ESCHEAT-ON-FILE TO TRUE
           END-READ.

      * Dormant: inactive, in credit, and no owner activity since the
      * cutoff.  An inactive account in credit with no activity date
      * at all cannot be shown dormant and is listed for a person to
      * look at rather than noticed.
       2300-TEST-DORMANCY.
           IF OUT-CUST-ACCT-INACTV AND OUT-CUST-BALANCE NUMERIC
               IF OUT-CUST-BALANCE > 0
                   IF WS-LAST-ACTIVITY-DATE = SPACES
                       ADD 1 TO WS-NO-DATE-COUNT
                       MOVE 'NO DATE' TO WS-REG-ACTION
                       MOVE OUT-CUST-BALANCE TO WS-REG-AMOUNT
                       MOVE SPACES TO WS-REG-NOTE
                       PERFORM 2900-WRITE-REGISTER-LINE
                   ELSE
                       IF WS-LAST-ACTIVITY-DATE <
                          WS-DORMANT-CUTOFF-DATE
                           PERFORM 2400-ISSUE-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A withdrawn account that has gone dormant again reuses its
      * escheatment record; the notice starts over.
       2400-ISSUE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           ADD OUT-CUST-BALANCE TO WS-NOTICE-AMOUNT
           IF NOT ESC-ENV-TEST
               PERFORM 2410-WRITE-ESCHEAT-NOTICED
               IF NO-FATAL-ERROR
                   PERFORM 2450-WRITE-NOTICE-LETTER
               END-IF
           END-IF
           MOVE 'NOTICED' TO WS-REG-ACTION
           MOVE OUT-CUST-BALANCE TO WS-REG-AMOUNT
           MOVE WS-LAST-ACTIVITY-DATE TO WS-REG-NOTE
           PERFORM 2900-WRITE-REGISTER-LINE.

       2410-WRITE-ESCHEAT-NOTICED.
           MOVE SPACES TO CUST-ESH-LAYOUT
           MOVE OUT-CUST-ID TO ESH-CUST-ID
           SET ESH-NOTICED TO TRUE
           MOVE WS-RUN-DATE TO ESH-NOTICE-DATE
           MOVE WS-REPLY-BY-DATE TO ESH-REPLY-BY-DATE
           MOVE WS-LAST-ACTIVITY-DATE TO ESH-LAST-ACTIVITY-DATE
           MOVE OUT-CUST-BALANCE TO ESH-NOTICE-BALANCE
           MOVE ZEROS TO ESH-REPORT-AMOUNT
           IF ESCHEAT-ON-FILE
               REWRITE CUST-ESH-LAYOUT
                   INVALID KEY
                       PERFORM 2490-ESCHEAT-WRITE-ERROR
               END-REWRITE
           ELSE
               WRITE CUST-ESH-LAYOUT
                   INVALID KEY
                       PERFORM 2490-ESCHEAT-WRITE-ERROR
               END-WRITE
           END-IF.

       2420-REISSUE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           ADD ESH-NOTICE-BALANCE TO WS-NOTICE-AMOUNT
           IF NOT ESC-ENV-TEST
               PERFORM 2450-WRITE-NOTICE-LETTER
           END-IF
           MOVE 'NOTICED' TO WS-REG-ACTION
           MOVE ESH-NOTICE-BALANCE TO WS-REG-AMOUNT
           MOVE ESH-LAST-ACTIVITY-DATE TO WS-REG-NOTE
           PERFORM 2900-WRITE-REGISTER-LINE.

      * The pre-escheat letter goes out by mail, and by email too
      * when there is an address for it, the same channels CUSTNTFY
      * uses.  The reply-by date rides in the old-value field.
       2450-WRITE-NOTICE-LETTER.
           MOVE SPACES TO CUST-NOT-LAYOUT
           MOVE WS-RUN-DATE TO NOT-RUN-DATE
           MOVE OUT-CUST-ID TO NOT-CUST-ID
           SET NOT-ESCHEAT-NOTICE TO TRUE
           IF OUT-CUST-EMAIL = SPACES
               SET NOT-MAIL-ONLY TO TRUE
           ELSE
               SET NOT-MAIL-AND-EMAIL TO TRUE
           END-IF
           MOVE OUT-CUST-NAME TO NOT-CUST-NAME
           MOVE OUT-CUST-ADDRESS TO NOT-CUST-ADDRESS
           MOVE OUT-CUST-EMAIL TO NOT-CUST-EMAIL
           MOVE ESH-NOTICE-BALANCE TO NOT-EVENT-AMOUNT
           MOVE ESH-NOTICE-BALANCE TO NOT-EVENT-BALANCE
           MOVE ESH-REPLY-BY-DATE TO NOT-OLD-VALUE
           MOVE CUST-NOT-LAYOUT TO NOTICE-RECORD-LAYOUT
           WRITE NOTICE-RECORD-LAYOUT
           IF WS-DDLOUT-STATUS NOT = FS-OK
               DISPLAY 'CUSTESCH: ERROR WRITING DDLOUT, KEY '
                       OUT-CUST-ID ' STATUS ' WS-DDLOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

       2490-ESCHEAT-WRITE-ERROR.
           DISPLAY 'CUSTESCH: ERROR WRITING CUSTESC, KEY '
                   OUT-CUST-ID ' STATUS ' WS-CUSTESC-STATUS
           MOVE 'Y' TO WS-EOF-SW
           MOVE 'Y' TO WS-FATAL-ERROR-SW.

      * A noticed account the owner has answered, or that no longer
      * qualifies, is withdrawn on either kind of run.  On a report
      * run one still dormant past its reply-by date is reported;
      * anything else is still inside its holding period.
       2500-REVIEW-NOTICE.
           MOVE SPACES TO WS-WITHDRAW-REASON
           EVALUATE TRUE
               WHEN OUT-CUST-ACCT-CLOSED
                   MOVE 'CLOSED' TO WS-WITHDRAW-REASON
               WHEN NOT OUT-CUST-ACCT-INACTV
                   MOVE 'ACTIVE' TO WS-WITHDRAW-REASON
               WHEN OUT-CUST-BALANCE NOT NUMERIC
                   MOVE 'NOBAL' TO WS-WITHDRAW-REASON
               WHEN OUT-CUST-BALANCE NOT > 0
                   MOVE 'NOBAL' TO WS-WITHDRAW-REASON
               WHEN WS-LAST-ACTIVITY-DATE NOT = SPACES AND
                    WS-LAST-ACTIVITY-DATE NOT < ESH-NOTICE-DATE
                   MOVE 'ACTIVITY' TO WS-WITHDRAW-REASON
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-WITHDRAW-REASON NOT = SPACES
                   PERFORM 2550-WITHDRAW-NOTICE
               WHEN ESC-MODE-REPORT AND
                    ESH-REPLY-BY-DATE < WS-RUN-DATE
                   PERFORM 2700-REPORT-PROPERTY
               WHEN OTHER
                   ADD 1 TO WS-HOLDING-COUNT
           END-EVALUATE.

       2550-WITHDRAW-NOTICE.
           ADD 1 TO WS-WITHDRAWN-COUNT
           IF NOT ESC-ENV-TEST
               SET ESH-WITHDRAWN TO TRUE
               MOVE WS-RUN-DATE TO ESH-WITHDRAWN-DATE
               MOVE WS-WITHDRAW-REASON TO ESH-WITHDRAWN-REASON
               REWRITE CUST-ESH-LAYOUT
                   INVALID KEY
                       PERFORM 2490-ESCHEAT-WRITE-ERROR
               END-REWRITE
           END-IF
           MOVE 'WITHDRWN' TO WS-REG-ACTION
           IF OUT-CUST-BALANCE NUMERIC
               MOVE OUT-CUST-BALANCE TO WS-REG-AMOUNT
           ELSE
               MOVE ZEROS TO WS-REG-AMOUNT
           END-IF
           MOVE WS-WITHDRAW-REASON TO WS-REG-NOTE
           PERFORM 2900-WRITE-REGISTER-LINE.

      * A transfer emitted on an earlier date should have posted by
      * now, closing the account at a zero balance.  One that has
      * not - refused by CUSTPOST because the balance moved or the
      * account is frozen, or the account reopened since - is listed
      * for the escheatment desk.  A transfer emitted today belongs
      * to a report run being rerun, and is reported again without
      * a second transfer, so the state file is complete.
       2600-CHECK-TRANSFER.
           EVALUATE TRUE
               WHEN ESH-REPORT-DATE = WS-RUN-DATE
                   IF ESC-MODE-REPORT
                       ADD 1 TO WS-RERUN-COUNT
                       PERFORM 2750-RECORD-REPORTED
                   END-IF
               WHEN OUT-CUST-BALANCE NOT NUMERIC
                   PERFORM 2650-REPORT-NOT-POSTED
               WHEN OUT-CUST-ACCT-CLOSED AND OUT-CUST-BALANCE = 0
                   ADD 1 TO WS-POSTED-COUNT
               WHEN OTHER
                   PERFORM 2650-REPORT-NOT-POSTED
           END-EVALUATE.

       2650-REPORT-NOT-POSTED.
           ADD 1 TO WS-NOT-POSTED-COUNT
           MOVE 'NOTPOSTD' TO WS-REG-ACTION
           MOVE ESH-REPORT-AMOUNT TO WS-REG-AMOUNT
           MOVE ESH-REPORT-DATE TO WS-REG-NOTE
           PERFORM 2900-WRITE-REGISTER-LINE.

      * The escheatment record is marked transferred before the
      * transfer goes out, so a rerun can never emit it twice; a
      * run that dies between the two leaves a transfer that never
      * posts, which the next run lists.
       2700-REPORT-PROPERTY.
           MOVE OUT-CUST-BALANCE TO ESH-REPORT-AMOUNT
           MOVE WS-LAST-ACTIVITY-DATE TO ESH-LAST-ACTIVITY-DATE
           IF NOT ESC-ENV-TEST
               SET ESH-TRANSFERRED TO TRUE
               MOVE WS-RUN-DATE TO ESH-REPORT-DATE
               REWRITE CUST-ESH-LAYOUT
                   INVALID KEY
                       PERFORM 2490-ESCHEAT-WRITE-ERROR
               END-REWRITE
               IF NO-FATAL-ERROR
                   PERFORM 2780-WRITE-TRANSFER-TXN
               END-IF
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2750-RECORD-REPORTED
           END-IF.

       2750-RECORD-REPORTED.
           ADD 1 TO WS-REPORTED-COUNT
           ADD ESH-REPORT-AMOUNT TO WS-REPORTED-AMOUNT
           IF NOT ESC-ENV-TEST
               PERFORM 2800-WRITE-STATE-DETAIL
           END-IF
           MOVE 'REPORTED' TO WS-REG-ACTION
           MOVE ESH-REPORT-AMOUNT TO WS-REG-AMOUNT
           MOVE ESH-NOTICE-DATE TO WS-REG-NOTE
           PERFORM 2900-WRITE-REGISTER-LINE.

      * The transfer is an ordinary CUSTTXNL record for the posting
      * step - type 'E', the whole balance as a debit, referencing
      * the report date and the amount reported so CUSTPOST can
      * refuse it if the balance has moved since.
       2780-WRITE-TRANSFER-TXN.
           MOVE SPACES TO CUST-TXN-LAYOUT
           MOVE OUT-CUST-ID TO TXN-CUST-ID
           COMPUTE TXN-AMOUNT = 0 - ESH-REPORT-AMOUNT
           MOVE WS-RUN-DATE TO TXN-DATE
           SET TXN-TYPE-ESCHEAT TO TRUE
           MOVE ESH-REPORT-DATE TO TXN-REF-DATE
           MOVE ESH-REPORT-AMOUNT TO TXN-REF-AMOUNT
           MOVE CUST-TXN-LAYOUT TO TRANSFER-RECORD-LAYOUT
           WRITE TRANSFER-RECORD-LAYOUT
           IF WS-ESCHTXN-STATUS NOT = FS-OK
               DISPLAY 'CUSTESCH: ERROR WRITING ESCHTXN, KEY '
                       OUT-CUST-ID ' STATUS ' WS-ESCHTXN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

       2800-WRITE-STATE-DETAIL.
           MOVE SPACES TO CUST-UPR-LAYOUT
           SET UPR-TYPE-DETAIL TO TRUE
           MOVE ESC-HOLDER-ID TO UPR-HOLDER-ID
           MOVE ESC-REPORT-STATE TO UPR-REPORT-STATE
           MOVE WS-RUN-DATE TO UPR-REPORT-DATE
           MOVE OUT-CUST-ID TO UPR-OWNER-ACCOUNT
           MOVE OUT-CUST-NAME TO UPR-OWNER-NAME
           MOVE OUT-CUST-ADDRESS TO UPR-OWNER-ADDRESS
           MOVE OUT-CUST-EMAIL TO UPR-OWNER-EMAIL
           MOVE 'AC01' TO UPR-PROPERTY-TYPE
           MOVE ESH-LAST-ACTIVITY-DATE TO UPR-LAST-ACTIVITY-DATE
           MOVE ESH-NOTICE-DATE TO UPR-NOTICE-DATE
           MOVE ESH-REPORT-AMOUNT TO UPR-AMOUNT
           PERFORM 2890-WRITE-STATE-RECORD.

       2850-WRITE-STATE-HEADER.
           MOVE SPACES TO CUST-UPR-LAYOUT
           SET UPR-TYPE-HEADER TO TRUE
           MOVE ESC-HOLDER-ID TO UPR-HOLDER-ID
           MOVE ESC-REPORT-STATE TO UPR-REPORT-STATE
           MOVE WS-RUN-DATE TO UPR-REPORT-DATE
           PERFORM 2890-WRITE-STATE-RECORD.

       2870-WRITE-STATE-TRAILER.
           MOVE SPACES TO CUST-UPR-LAYOUT
           SET UPR-TYPE-TRAILER TO TRUE
           MOVE ESC-HOLDER-ID TO UPR-HOLDER-ID
           MOVE ESC-REPORT-STATE TO UPR-REPORT-STATE
           MOVE WS-RUN-DATE TO UPR-REPORT-DATE
           MOVE WS-REPORTED-COUNT TO UPR-PROPERTY-COUNT
           MOVE WS-REPORTED-AMOUNT TO UPR-TOTAL-AMOUNT
           PERFORM 2890-WRITE-STATE-RECORD.

       2890-WRITE-STATE-RECORD.
           MOVE CUST-UPR-LAYOUT TO STATE-RECORD-LAYOUT
           WRITE STATE-RECORD-LAYOUT
           IF WS-UPROUT-STATUS NOT = FS-OK
               DISPLAY 'CUSTESCH: ERROR WRITING UPROUT, STATUS '
                       WS-UPROUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

       2900-WRITE-REGISTER-LINE.
           MOVE WS-REG-AMOUNT TO WS-EDITED-AMOUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING WS-REG-ACTION ' ' OUT-CUST-ID ' ' OUT-CUST-NAME
                  ' ' WS-EDITED-AMOUNT ' ' WS-REG-NOTE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

      * The state file is closed off with its trailer only when the
      * run finished - a file without one is not to be filed.
       3000-TERMINATE.
           IF NO-FATAL-ERROR AND ESC-MODE-REPORT
              AND NOT ESC-ENV-TEST
               PERFORM 2870-WRITE-STATE-TRAILER
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NOT-POSTED-COUNT > 0 OR WS-NO-DATE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE CUSTOMER-MASTER
                 JOURNAL-INPUT
                 ESCHEAT-FILE
                 NOTICE-OUTPUT
                 STATE-REPORT
                 TRANSFER-OUTPUT
                 ESCHEAT-REGISTER.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTESCH UNCLAIMED PROPERTY (ESCHEATMENT) REGISTER'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'RUN DATE        : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           IF ESC-MODE-NOTICE
               STRING 'RUN MODE / ENV  : NOTICE / ' ESC-ENV-SW
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           ELSE
               STRING 'RUN MODE / ENV  : REPORT / ' ESC-ENV-SW
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           END-IF
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'DORMANCY        : ' ESC-DORMANT-YEARS
                  ' YEARS - NO ACTIVITY SINCE '
                  WS-DORMANT-CUTOFF-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'HOLDING PERIOD  : ' ESC-HOLDING-DAYS
                  ' DAYS - NEW NOTICES REPLY BY ' WS-REPLY-BY-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           IF ESC-MODE-REPORT
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING 'HOLDER / STATE  : ' ESC-HOLDER-ID ' / '
                      ESC-REPORT-STATE
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ACTION   CUSTOMER   NAME                     '
                  '      AMOUNT     NOTE'
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           IF ESC-ENV-TEST
               MOVE 'REGISTER TOTALS (PREVIEW - NOTHING WRITTEN)'
                    TO REPORT-RECORD-LAYOUT
           ELSE
               MOVE 'REGISTER TOTALS' TO REPORT-RECORD-LAYOUT
           END-IF
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  CUSTOMERS READ  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-JRN-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  JOURNAL READ    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-NOTICE-COUNT TO WS-EDITED-COUNT
           MOVE WS-NOTICE-AMOUNT TO WS-EDITED-TOTAL
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  NOTICES ISSUED  : ' WS-EDITED-COUNT
                  '  AMOUNT ' WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-HOLDING-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  STILL HOLDING   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-WITHDRAWN-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  WITHDRAWN       : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-REPORTED-COUNT TO WS-EDITED-COUNT
           MOVE WS-REPORTED-AMOUNT TO WS-EDITED-TOTAL
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  REPORTED        : ' WS-EDITED-COUNT
                  '  AMOUNT ' WS-EDITED-TOTAL
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-RERUN-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '    ALREADY SENT  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-POSTED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  TRANSFERS DONE  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-NOT-POSTED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  NOT POSTED      : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-NO-DATE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  NO ACTIVITY DATE: ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       END PROGRAM CUSTESCH.
