       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNTFY.
      *
      * Nightly customer notice generation.
      *
      * Picks the events a customer has to be told about out of the
      * night's audit images (CUSTAUD on AUDIN, run date = tonight)
      * and the night's posting journal (CUSTJRN on JRNIN):
      *   ACCTCLOS  the account moved to status 'C'
      *   ADDRCHG   the address changed
      *   EMAILCHG  the email changed
      *   PHONECHG  the phone changed
      *   OVERDRAW  an item posted overdrawn (POSTEDOD)
      *   DORMFEE   a fee posted to an inactive account - the CUSTACCR
      *             dormancy fee
      * and writes one notice (CUSTNOTL) per customer per event type
      * to NTCOUT, carrying the template code and the master's name,
      * address, and email for the print/mail vendor and the email
      * gateway.  When an address change and an email change land on
      * the same customer within the NTFYCTL fraud window (CUSTNFCL),
      * a FRAUDADR alert also goes by mail to the address the
      * customer had before the change.
      *
      * The CUSTNTH notice history KSDS (CUSTNTHL) holds, per
      * customer and template, when the event last happened and when
      * the notice last went out.  A notice already sent within the
      * NTFYCTL suppression days is recorded but not sent again.  A
      * notice an earlier run sent under tonight's business date is
      * written again, so the NTCOUT a rerun leaves is the night's
      * whole notice file, but is not counted as a new send; one this
      * run has already sent goes out only once.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - audit and journal events,
      *                  notice history suppression, fraud alert to
      *                  the prior address.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      * 2026-10-15  RKM  A rerun writes again the notices an earlier
      *                  run sent tonight (told apart by the run's
      *                  start time on CUSTNTH) instead of leaving
      *                  them off the rebuilt NTCOUT; counted as
      *                  rewritten, not as new sends.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-INPUT     ASSIGN TO AUDIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-AUDIN-STATUS.
           SELECT JOURNAL-INPUT   ASSIGN TO JRNIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-JRNIN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS OUT-CUST-ID
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT NOTICE-HISTORY  ASSIGN TO CUSTNTH
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS NTH-KEY
                                  FILE STATUS IS WS-CUSTNTH-STATUS.
           SELECT NOTICE-OUTPUT   ASSIGN TO NTCOUT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-NTCOUT-STATUS.
           SELECT NOTIFY-CONTROL  ASSIGN TO NTFYCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-NTFYCTL-STATUS.
           SELECT NOTICE-REPORT   ASSIGN TO NTCRPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-NTCRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-INPUT RECORD CONTAINS 255 CHARACTERS.
       01  AUDIN-RECORD-LAYOUT     PIC X(255).

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

       FD  NOTICE-HISTORY RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTNTHL.

       FD  NOTICE-OUTPUT RECORD CONTAINS 150 CHARACTERS.
       01  NOTICE-RECORD-LAYOUT    PIC X(150).

       FD  NOTIFY-CONTROL RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT   PIC X(80).

       FD  NOTICE-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTAUDL.                *> Defines 01 CUST-AUD-LAYOUT
       COPY CUSTJRNL.                *> Defines 01 CUST-JRN-LAYOUT
       COPY CUSTNOTL.                *> Defines 01 CUST-NOT-LAYOUT
       COPY CUSTNFCL.                *> Defines 01 CUST-NFC-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Before/after views of the audit images, so the two sides can
      * be compared field by field - the same device CUST360 uses.
       COPY CUSTDATL REPLACING
           ==CUST-REC-LAYOUT==   BY ==BEF-REC-LAYOUT==
           ==CUST-REC-TYPE==     BY ==BEF-CUST-REC-TYPE==
           ==CUST-TYPE-HEADER==  BY ==BEF-TYPE-HEADER==
           ==CUST-TYPE-DETAIL==  BY ==BEF-TYPE-DETAIL==
           ==CUST-TYPE-TRAILER== BY ==BEF-TYPE-TRAILER==
           ==CUST-ID==           BY ==BEF-CUST-ID==
           ==CUST-NAME==         BY ==BEF-CUST-NAME==
           ==CUST-ADDRESS==      BY ==BEF-CUST-ADDRESS==
           ==CUST-STATUS-CODE==  BY ==BEF-CUST-STATCD==
           ==CUST-BALANCE==      BY ==BEF-CUST-BALANCE==
           ==CUST-BALANCE-X==    BY ==BEF-CUST-BALANCE-X==
           ==CUST-EMAIL==        BY ==BEF-CUST-EMAIL==
           ==CUST-PHONE==        BY ==BEF-CUST-PHONE==
           ==CUST-ACCT-STATUS==  BY ==BEF-CUST-ACCT-STATUS==
           ==CUST-ACCT-ACTIVE==  BY ==BEF-CUST-ACCT-ACTIVE==
           ==CUST-ACCT-INACTIVE== BY ==BEF-CUST-ACCT-INACTV==
           ==CUST-ACCT-CLOSED==  BY ==BEF-CUST-ACCT-CLOSED==
           ==CUST-LAST-UPD-DATE== BY ==BEF-CUST-LAST-UPD-DATE==
           ==CUST-ACTION-CODE==  BY ==BEF-CUST-ACTION-CODE==
           ==CUST-ACT-DELETE==   BY ==BEF-CUST-ACT-DELETE==
           ==CUST-SOURCE-SYSTEM== BY ==BEF-CUST-SOURCE-SYS==.

       COPY CUSTDATL REPLACING
           ==CUST-REC-LAYOUT==   BY ==AFT-REC-LAYOUT==
           ==CUST-REC-TYPE==     BY ==AFT-CUST-REC-TYPE==
           ==CUST-TYPE-HEADER==  BY ==AFT-TYPE-HEADER==
           ==CUST-TYPE-DETAIL==  BY ==AFT-TYPE-DETAIL==
           ==CUST-TYPE-TRAILER== BY ==AFT-TYPE-TRAILER==
           ==CUST-ID==           BY ==AFT-CUST-ID==
           ==CUST-NAME==         BY ==AFT-CUST-NAME==
           ==CUST-ADDRESS==      BY ==AFT-CUST-ADDRESS==
           ==CUST-STATUS-CODE==  BY ==AFT-CUST-STATCD==
           ==CUST-BALANCE==      BY ==AFT-CUST-BALANCE==
           ==CUST-BALANCE-X==    BY ==AFT-CUST-BALANCE-X==
           ==CUST-EMAIL==        BY ==AFT-CUST-EMAIL==
           ==CUST-PHONE==        BY ==AFT-CUST-PHONE==
           ==CUST-ACCT-STATUS==  BY ==AFT-CUST-ACCT-STATUS==
           ==CUST-ACCT-ACTIVE==  BY ==AFT-CUST-ACCT-ACTIVE==
           ==CUST-ACCT-INACTIVE== BY ==AFT-CUST-ACCT-INACTV==
           ==CUST-ACCT-CLOSED==  BY ==AFT-CUST-ACCT-CLOSED==
           ==CUST-LAST-UPD-DATE== BY ==AFT-CUST-LAST-UPD-DATE==
           ==CUST-ACTION-CODE==  BY ==AFT-CUST-ACTION-CODE==
           ==CUST-ACT-DELETE==   BY ==AFT-CUST-ACT-DELETE==
           ==CUST-SOURCE-SYSTEM== BY ==AFT-CUST-SOURCE-SYS==.

      * Working storage variables
       01  WS-AUDIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-JRNIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTNTH-STATUS       PIC 99 VALUE ZEROS.
       01  WS-NTCOUT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-NTFYCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-NTCRPT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-JRN-EOF-SW           PIC X(1) VALUE 'N'.
           88  JRN-EOF-REACHED     VALUE 'Y'.
           88  JRN-NOT-EOF         VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-HISTORY-SW           PIC X(1) VALUE 'N'.
           88  HISTORY-FOUND       VALUE 'Y'.
           88  HISTORY-NEW         VALUE 'N'.
       01  WS-SEND-SW              PIC X(1) VALUE 'N'.
           88  SEND-NOTICE         VALUE 'Y'.
           88  SUPPRESS-NOTICE     VALUE 'N'.
       01  WS-WRITTEN-SW           PIC X(1) VALUE 'N'.
           88  NOTICE-WRITTEN      VALUE 'Y'.
           88  NOTICE-NOT-WRITTEN  VALUE 'N'.
       01  WS-RESEND-SW            PIC X(1) VALUE 'N'.
           88  RESEND-NOTICE       VALUE 'Y'.
           88  FIRST-SEND          VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
      * Time of day this run started - stamped on every notice-history
      * record it sends, to tell its own sends from an earlier run's.
       01  WS-RUN-STAMP            PIC X(08) VALUE SPACES.

      * The event being raised - set by the audit and journal
      * paragraphs, consumed by 5000-RAISE-NOTICE.  A non-space
      * WS-EVENT-MAIL-TO sends the notice by mail only to that
      * address instead of the master's (the fraud alert).
       01  WS-EVENT-CUST-ID        PIC X(10) VALUE SPACES.
       01  WS-EVENT-TEMPLATE       PIC X(08) VALUE SPACES.
       01  WS-EVENT-AMOUNT         PIC S9(7)V99 VALUE ZEROS.
       01  WS-EVENT-BALANCE        PIC S9(7)V99 VALUE ZEROS.
       01  WS-EVENT-OLD-VALUE      PIC X(25) VALUE SPACES.
       01  WS-EVENT-MAIL-TO        PIC X(25) VALUE SPACES.

      * Fraud check working storage
       01  WS-ADDR-EVENT-DATE      PIC X(08) VALUE SPACES.
       01  WS-ADDR-PRIOR-ADDRESS   PIC X(25) VALUE SPACES.
       01  WS-EMAIL-EVENT-DATE     PIC X(08) VALUE SPACES.
       01  WS-ADDR-DAYS-AGO        PIC S9(07) COMP VALUE ZEROS.

      * Day-number arithmetic - a date converted to a running day
      * count so the suppression and fraud windows subtract cleanly
      * across a month or year end.
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
       01  WS-DAYS-AGO             PIC S9(07) COMP VALUE ZEROS.

      * Per-template notice counts for the run report
       01  WS-TEMPLATE-NAMES.
           05  FILLER              PIC X(08) VALUE 'OVERDRAW'.
           05  FILLER              PIC X(08) VALUE 'DORMFEE'.
           05  FILLER              PIC X(08) VALUE 'ACCTCLOS'.
           05  FILLER              PIC X(08) VALUE 'ADDRCHG'.
           05  FILLER              PIC X(08) VALUE 'EMAILCHG'.
           05  FILLER              PIC X(08) VALUE 'PHONECHG'.
           05  FILLER              PIC X(08) VALUE 'FRAUDADR'.
       01  WS-TEMPLATE-TABLE REDEFINES WS-TEMPLATE-NAMES.
           05  WS-TPL-NAME OCCURS 7 TIMES
                                   PIC X(08).
       01  WS-TEMPLATE-COUNTS.
           05  WS-TPL-ENTRY OCCURS 7 TIMES.
               10  WS-TPL-SENT     PIC 9(07).
               10  WS-TPL-SUPPRESSED
                                   PIC 9(07).
       01  WS-TPL-SUB              PIC 9(03) COMP VALUE ZEROS.
       01  WS-TPL-HIT-SUB          PIC 9(03) COMP VALUE ZEROS.

      * Control totals for the notice report
       01  WS-AUDIT-READ-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-TONIGHT-COUNT  PIC 9(07) VALUE ZEROS.
       01  WS-JRN-READ-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-JRN-TONIGHT-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-NOTICE-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-NO-MASTER-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-RESENT-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AUDIT UNTIL EOF-REACHED
           IF NO-FATAL-ERROR
               PERFORM 2500-PROCESS-JOURNAL UNTIL JRN-EOF-REACHED
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-STAMP FROM TIME
           PERFORM 1020-READ-BUSINESS-DATE
           MOVE ZEROS TO WS-TEMPLATE-COUNTS
           PERFORM 1050-READ-CONTROL-RECORD
           OPEN INPUT AUDIT-INPUT
                INPUT JOURNAL-INPUT
                INPUT CUSTOMER-MASTER
                I-O   NOTICE-HISTORY
                OUTPUT NOTICE-OUTPUT
                OUTPUT NOTICE-REPORT
           IF WS-CUSTNTH-STATUS = 35
               PERFORM 1100-PRIME-HISTORY-FILE
           END-IF
           IF WS-AUDIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open AUDIN, Status: '
                       WS-AUDIN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
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
           IF WS-CUSTNTH-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTNTH, Status: '
                       WS-CUSTNTH-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-NTCOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open NTCOUT, Status: '
                       WS-NTCOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-NTCRPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open NTCRPT, Status: '
                       WS-NTCRPT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF NO-FATAL-ERROR
               MOVE WS-RUN-DATE TO WS-DAYNO-DATE-X
               PERFORM 4700-DATE-TO-DAY-NUMBER
               MOVE WS-DAYNO-RESULT TO WS-RUN-DAYNO
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTNTFY: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTNTFY: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing or unusable NTFYCTL stops the run rather than
      * guessing a window - too short a suppression period floods
      * customers with repeats, and they cannot be called back.
       1050-READ-CONTROL-RECORD.
           OPEN INPUT NOTIFY-CONTROL
           IF WS-NTFYCTL-STATUS NOT = FS-OK
               DISPLAY 'CUSTNTFY: NTFYCTL NOT AVAILABLE, STATUS '
                       WS-NTFYCTL-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               READ NOTIFY-CONTROL INTO CUST-NFC-LAYOUT
               AT END
                   DISPLAY 'CUSTNTFY: NTFYCTL IS EMPTY - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               END-READ
               CLOSE NOTIFY-CONTROL
           END-IF
           IF NO-FATAL-ERROR
               IF NFC-SUPPRESS-DAYS NOT NUMERIC OR
                  NFC-FRAUD-DAYS NOT NUMERIC
                   DISPLAY 'CUSTNTFY: NTFYCTL FIELDS NOT NUMERIC - '
                           'RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   DISPLAY 'CUSTNTFY SUPPRESS DAYS: '
                           NFC-SUPPRESS-DAYS
                           '  FRAUD WINDOW DAYS: ' NFC-FRAUD-DAYS
               END-IF
           END-IF.

      * A freshly defined cluster that has never held a record cannot
      * be opened I-O; one OUTPUT open and close loads it empty, and
      * the I-O open is retried.  Only the first run ever sees this.
       1100-PRIME-HISTORY-FILE.
           DISPLAY 'CUSTNTFY: CUSTNTH IS EMPTY - INITIALIZING'
           OPEN OUTPUT NOTICE-HISTORY
           CLOSE NOTICE-HISTORY
           OPEN I-O NOTICE-HISTORY.

       2000-PROCESS-AUDIT.
           READ AUDIT-INPUT INTO CUST-AUD-LAYOUT
           AT END
               MOVE 'Y' TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-AUDIT-READ-COUNT
               IF AUD-RUN-DATE = WS-RUN-DATE
                   PERFORM 2100-EXAMINE-IMAGE
               END-IF
           END-READ.

      * Only a change to a customer already on file is news to the
      * customer - an add (no before-image) or a delete (no
      * after-image) raises nothing.  The address is looked at ahead
      * of the email so that both changing in one image finds the
      * address change already recorded when the fraud check runs.
       2100-EXAMINE-IMAGE.
           ADD 1 TO WS-AUDIT-TONIGHT-COUNT
           MOVE AUD-BEFORE-IMAGE TO BEF-REC-LAYOUT
           MOVE AUD-AFTER-IMAGE TO AFT-REC-LAYOUT
           IF AUD-BEFORE-IMAGE NOT = SPACES AND
              AUD-AFTER-IMAGE NOT = SPACES
               IF AFT-CUST-ACCT-CLOSED AND NOT BEF-CUST-ACCT-CLOSED
                   PERFORM 2900-CLEAR-EVENT
                   MOVE 'ACCTCLOS' TO WS-EVENT-TEMPLATE
                   MOVE AFT-CUST-BALANCE TO WS-EVENT-BALANCE
                   PERFORM 5000-RAISE-NOTICE
               END-IF
               IF AFT-CUST-ADDRESS NOT = BEF-CUST-ADDRESS
                   PERFORM 2900-CLEAR-EVENT
                   MOVE 'ADDRCHG' TO WS-EVENT-TEMPLATE
                   MOVE BEF-CUST-ADDRESS TO WS-EVENT-OLD-VALUE
                   PERFORM 5000-RAISE-NOTICE
                   PERFORM 2400-CHECK-FRAUD
               END-IF
               IF AFT-CUST-EMAIL NOT = BEF-CUST-EMAIL
                   PERFORM 2900-CLEAR-EVENT
                   MOVE 'EMAILCHG' TO WS-EVENT-TEMPLATE
                   MOVE BEF-CUST-EMAIL TO WS-EVENT-OLD-VALUE
                   PERFORM 5000-RAISE-NOTICE
                   PERFORM 2400-CHECK-FRAUD
               END-IF
               IF AFT-CUST-PHONE NOT = BEF-CUST-PHONE
                   PERFORM 2900-CLEAR-EVENT
                   MOVE 'PHONECHG' TO WS-EVENT-TEMPLATE
                   MOVE BEF-CUST-PHONE TO WS-EVENT-OLD-VALUE
                   PERFORM 5000-RAISE-NOTICE
               END-IF
           END-IF.

      * Address and email both changed within the fraud window - the
      * takeover pattern: the customer is warned by letter at the
      * address they had before, which the fraudster no longer
      * controls the mail for and cannot have redirected the email
      * for.
       2400-CHECK-FRAUD.
           MOVE SPACES TO WS-ADDR-EVENT-DATE
           MOVE SPACES TO WS-EMAIL-EVENT-DATE
           MOVE AFT-CUST-ID TO NTH-CUST-ID
           MOVE 'ADDRCHG' TO NTH-TEMPLATE
           READ NOTICE-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NTH-LAST-EVENT-DATE TO WS-ADDR-EVENT-DATE
                   MOVE NTH-PRIOR-ADDRESS TO WS-ADDR-PRIOR-ADDRESS
           END-READ
           MOVE AFT-CUST-ID TO NTH-CUST-ID
           MOVE 'EMAILCHG' TO NTH-TEMPLATE
           READ NOTICE-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NTH-LAST-EVENT-DATE TO WS-EMAIL-EVENT-DATE
           END-READ
           IF WS-ADDR-EVENT-DATE NOT = SPACES AND
              WS-EMAIL-EVENT-DATE NOT = SPACES AND
              WS-ADDR-PRIOR-ADDRESS NOT = SPACES
               MOVE WS-ADDR-EVENT-DATE TO WS-DAYNO-DATE-X
               PERFORM 4800-DAYS-SINCE-DATE
               MOVE WS-DAYS-AGO TO WS-ADDR-DAYS-AGO
               MOVE WS-EMAIL-EVENT-DATE TO WS-DAYNO-DATE-X
               PERFORM 4800-DAYS-SINCE-DATE
               IF WS-ADDR-DAYS-AGO NOT > NFC-FRAUD-DAYS-N AND
                  WS-DAYS-AGO NOT > NFC-FRAUD-DAYS-N
                   PERFORM 2900-CLEAR-EVENT
                   MOVE 'FRAUDADR' TO WS-EVENT-TEMPLATE
                   MOVE WS-ADDR-PRIOR-ADDRESS TO WS-EVENT-MAIL-TO
                   PERFORM 5000-RAISE-NOTICE
                   IF NOTICE-WRITTEN
                       PERFORM 2450-REPORT-FRAUD-ALERT
                   END-IF
               END-IF
           END-IF.

       2450-REPORT-FRAUD-ALERT.
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'FRAUD ALERT ' WS-EVENT-CUST-ID ' '
                  NOT-CUST-NAME ' TO ' WS-EVENT-MAIL-TO
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       2500-PROCESS-JOURNAL.
           READ JOURNAL-INPUT INTO CUST-JRN-LAYOUT
           AT END
               MOVE 'Y' TO WS-JRN-EOF-SW
           NOT AT END
               ADD 1 TO WS-JRN-READ-COUNT
               IF JRN-RUN-DATE = WS-RUN-DATE AND
                  JRN-CUST-ID NOT = SPACES
                   PERFORM 2600-EXAMINE-JOURNAL
               END-IF
           END-READ
           IF FATAL-ERROR
               MOVE 'Y' TO WS-JRN-EOF-SW
           END-IF.

      * A fee on an inactive account is the CUSTACCR dormancy fee -
      * the accrual charges fees to nothing else, and a fee a
      * standing order carries on an active account is the
      * customer's own instruction, not news.
       2600-EXAMINE-JOURNAL.
           ADD 1 TO WS-JRN-TONIGHT-COUNT
           IF JRN-POSTED-OD
               PERFORM 2900-CLEAR-EVENT
               MOVE JRN-CUST-ID TO WS-EVENT-CUST-ID
               MOVE 'OVERDRAW' TO WS-EVENT-TEMPLATE
               MOVE JRN-TXN-AMOUNT TO WS-EVENT-AMOUNT
               MOVE JRN-CLOSE-BALANCE TO WS-EVENT-BALANCE
               PERFORM 5000-RAISE-NOTICE
           END-IF
           IF JRN-POSTED AND JRN-TXN-TYPE = 'F'
               MOVE JRN-CUST-ID TO OUT-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OUT-CUST-ACCT-INACTV
                           PERFORM 2900-CLEAR-EVENT
                           MOVE JRN-CUST-ID TO WS-EVENT-CUST-ID
                           MOVE 'DORMFEE' TO WS-EVENT-TEMPLATE
                           MOVE JRN-TXN-AMOUNT TO WS-EVENT-AMOUNT
                           MOVE JRN-CLOSE-BALANCE TO WS-EVENT-BALANCE
                           PERFORM 5000-RAISE-NOTICE
                       END-IF
               END-READ
           END-IF.

       2900-CLEAR-EVENT.
           MOVE AFT-CUST-ID TO WS-EVENT-CUST-ID
           MOVE SPACES TO WS-EVENT-TEMPLATE
           MOVE ZEROS TO WS-EVENT-AMOUNT
           MOVE ZEROS TO WS-EVENT-BALANCE
           MOVE SPACES TO WS-EVENT-OLD-VALUE
           MOVE SPACES TO WS-EVENT-MAIL-TO.

       3000-TERMINATE.
           IF NO-FATAL-ERROR
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE AUDIT-INPUT
                 JOURNAL-INPUT
                 CUSTOMER-MASTER
                 NOTICE-HISTORY
                 NOTICE-OUTPUT
                 NOTICE-REPORT.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTNTFY CUSTOMER NOTICE GENERATION'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'RUN DATE        : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'SUPPRESS / FRAUD: ' NFC-SUPPRESS-DAYS ' / '
                  NFC-FRAUD-DAYS ' DAYS'
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE 'NOTICE TOTALS' TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-AUDIT-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  AUDIT READ      : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-AUDIT-TONIGHT-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  AUDIT TONIGHT   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-JRN-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  JOURNAL READ    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-JRN-TONIGHT-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  JOURNAL TONIGHT : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE '  TEMPLATE        SENT  SUPPRESSED'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           PERFORM 3250-WRITE-TEMPLATE-LINE
               VARYING WS-TPL-SUB FROM 1 BY 1
               UNTIL WS-TPL-SUB > 7
           MOVE WS-NOTICE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  NOTICES WRITTEN : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-RESENT-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  REWRITTEN       : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-NO-MASTER-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  NOT ON MASTER   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3250-WRITE-TEMPLATE-LINE.
           MOVE SPACES TO CUST-RPT-LAYOUT
           MOVE WS-TPL-SENT (WS-TPL-SUB) TO WS-EDITED-COUNT
           STRING '  ' WS-TPL-NAME (WS-TPL-SUB) '  ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE WS-TPL-SUPPRESSED (WS-TPL-SUB) TO WS-EDITED-COUNT
           MOVE WS-EDITED-COUNT TO CUST-RPT-LAYOUT (25:7)
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

      * Days from the date in WS-DAYNO-DATE-X to the run date.  An
      * unreadable date counts as long ago - it can neither suppress
      * a notice nor fall inside the fraud window.
       4800-DAYS-SINCE-DATE.
           IF WS-DAYNO-DATE-X NOT NUMERIC
               MOVE 9999 TO WS-DAYS-AGO
           ELSE
               PERFORM 4700-DATE-TO-DAY-NUMBER
               COMPUTE WS-DAYS-AGO = WS-RUN-DAYNO - WS-DAYNO-RESULT
           END-IF.

      * One event for one customer.  The history record is read (or
      * started), the event date stamped, and the notice sent unless
      * this run already sent the same template to this customer or
      * it went within the suppression days.  One an earlier run sent
      * tonight is sent again, as a rerun's rewrite of the night's
      * notice file, without counting as a new send.  An address
      * change keeps the address it replaced unless an earlier change
      * is still inside the fraud window - that earlier address is
      * the one the customer can still be reached at.
       5000-RAISE-NOTICE.
           MOVE WS-EVENT-CUST-ID TO NTH-CUST-ID
           MOVE WS-EVENT-TEMPLATE TO NTH-TEMPLATE
           READ NOTICE-HISTORY
               INVALID KEY
                   SET HISTORY-NEW TO TRUE
               NOT INVALID KEY
                   SET HISTORY-FOUND TO TRUE
           END-READ
           IF HISTORY-NEW
               MOVE SPACES TO CUST-NTH-LAYOUT
               MOVE WS-EVENT-CUST-ID TO NTH-CUST-ID
               MOVE WS-EVENT-TEMPLATE TO NTH-TEMPLATE
               MOVE ZEROS TO NTH-SENT-COUNT
               MOVE ZEROS TO NTH-SUPPRESS-COUNT
           END-IF
           IF WS-EVENT-TEMPLATE = 'ADDRCHG'
               MOVE NTH-LAST-EVENT-DATE TO WS-DAYNO-DATE-X
               PERFORM 4800-DAYS-SINCE-DATE
               IF HISTORY-NEW OR WS-DAYS-AGO > NFC-FRAUD-DAYS-N
                   MOVE WS-EVENT-OLD-VALUE TO NTH-PRIOR-ADDRESS
               END-IF
           END-IF
           SET SEND-NOTICE TO TRUE
           SET FIRST-SEND TO TRUE
           IF NTH-LAST-SENT-DATE NOT = SPACES
               IF NTH-LAST-SENT-DATE = WS-RUN-DATE
                   IF NTH-LAST-SENT-STAMP = WS-RUN-STAMP
                       SET SUPPRESS-NOTICE TO TRUE
                   ELSE
                       SET RESEND-NOTICE TO TRUE
                   END-IF
               ELSE
                   MOVE NTH-LAST-SENT-DATE TO WS-DAYNO-DATE-X
                   PERFORM 4800-DAYS-SINCE-DATE
                   IF WS-DAYS-AGO < NFC-SUPPRESS-DAYS-N
                       SET SUPPRESS-NOTICE TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO NTH-LAST-EVENT-DATE
           PERFORM 5900-FIND-TEMPLATE
           SET NOTICE-NOT-WRITTEN TO TRUE
           IF SEND-NOTICE
               PERFORM 5100-WRITE-NOTICE
           ELSE
               ADD 1 TO NTH-SUPPRESS-COUNT
               ADD 1 TO WS-TPL-SUPPRESSED (WS-TPL-HIT-SUB)
           END-IF
           IF NOTICE-WRITTEN
               MOVE WS-RUN-DATE TO NTH-LAST-SENT-DATE
               MOVE WS-RUN-STAMP TO NTH-LAST-SENT-STAMP
               IF RESEND-NOTICE
                   ADD 1 TO WS-RESENT-COUNT
               ELSE
                   ADD 1 TO NTH-SENT-COUNT
               END-IF
           END-IF
           IF HISTORY-NEW
               WRITE CUST-NTH-LAYOUT
           ELSE
               REWRITE CUST-NTH-LAYOUT
           END-IF
           IF WS-CUSTNTH-STATUS NOT = FS-OK
               DISPLAY 'CUSTNTFY: ERROR WRITING CUSTNTH, CUSTOMER '
                       WS-EVENT-CUST-ID ' STATUS ' WS-CUSTNTH-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

      * The notice takes the master's name, address, and email as
      * they stand after tonight's posting.  A customer gone from
      * the master has nowhere on file to be written to and is
      * counted instead.
       5100-WRITE-NOTICE.
           MOVE WS-EVENT-CUST-ID TO OUT-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-COUNT
               NOT INVALID KEY
                   SET NOTICE-WRITTEN TO TRUE
           END-READ
           IF NOTICE-WRITTEN
               MOVE SPACES TO CUST-NOT-LAYOUT
               MOVE WS-RUN-DATE TO NOT-RUN-DATE
               MOVE WS-EVENT-CUST-ID TO NOT-CUST-ID
               MOVE WS-EVENT-TEMPLATE TO NOT-TEMPLATE
               MOVE OUT-CUST-NAME TO NOT-CUST-NAME
               IF WS-EVENT-MAIL-TO NOT = SPACES
                   MOVE WS-EVENT-MAIL-TO TO NOT-CUST-ADDRESS
                   SET NOT-MAIL-ONLY TO TRUE
               ELSE
                   MOVE OUT-CUST-ADDRESS TO NOT-CUST-ADDRESS
                   MOVE OUT-CUST-EMAIL TO NOT-CUST-EMAIL
                   IF OUT-CUST-EMAIL = SPACES
                       SET NOT-MAIL-ONLY TO TRUE
                   ELSE
                       SET NOT-MAIL-AND-EMAIL TO TRUE
                   END-IF
               END-IF
               MOVE WS-EVENT-AMOUNT TO NOT-EVENT-AMOUNT
               MOVE WS-EVENT-BALANCE TO NOT-EVENT-BALANCE
               MOVE WS-EVENT-OLD-VALUE TO NOT-OLD-VALUE
               MOVE CUST-NOT-LAYOUT TO NOTICE-RECORD-LAYOUT
               WRITE NOTICE-RECORD-LAYOUT
               IF WS-NTCOUT-STATUS NOT = FS-OK
                   DISPLAY 'CUSTNTFY: ERROR WRITING NTCOUT, CUSTOMER '
                           WS-EVENT-CUST-ID ' STATUS ' WS-NTCOUT-STATUS
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
                   SET NOTICE-NOT-WRITTEN TO TRUE
               ELSE
                   ADD 1 TO WS-NOTICE-COUNT
                   ADD 1 TO WS-TPL-SENT (WS-TPL-HIT-SUB)
               END-IF
           END-IF.

       5900-FIND-TEMPLATE.
           MOVE 1 TO WS-TPL-HIT-SUB
           PERFORM 5910-CHECK-ONE-TEMPLATE
               VARYING WS-TPL-SUB FROM 1 BY 1
               UNTIL WS-TPL-SUB > 7.

       5910-CHECK-ONE-TEMPLATE.
           IF WS-TPL-NAME (WS-TPL-SUB) = WS-EVENT-TEMPLATE
               MOVE WS-TPL-SUB TO WS-TPL-HIT-SUB
           END-IF.

       END PROGRAM CUSTNTFY.
