       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTHOLD.
      *
      * Account hold maintenance and nightly hold expiry.
      *
      * Reads hold cards (CUSTHLCL) from HOLDIN and places or
      * releases holds on the CUSTHOLD KSDS (CUSTHLDL): legal holds,
      * garnishments, and fraud freezes, either an amount taken out
      * of the available balance or a full freeze refusing every
      * debit.  A placed hold gets the next hold number for its
      * customer; a release names the customer and hold number.  A
      * card for an ID not on the master, a bad amount/reason/expiry,
      * or a release of a hold that is not active is reported and NOT
      * applied.
      *
      * After the cards, every hold is swept: an active hold whose
      * expiry date has passed is marked expired, so holds drop off
      * without anyone keying a release.  The hold-activity report
      * lists tonight's placements, releases, expiries, and refused
      * cards, then the holds still standing.  CUSTRUN runs it with
      * no cards ahead of the posting step for the sweep alone; ops
      * run the CUSTHOLD job with cards whenever a hold arrives.
      * CUSTPOST enforces the holds.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - card-driven place/release,
      *                  expiry sweep, hold-activity report.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CARDS      ASSIGN TO HOLDIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS OUT-CUST-ID
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT HOLD-FILE       ASSIGN TO CUSTHOLD
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS HLD-KEY
                                  FILE STATUS IS WS-CUSTHOLD-STATUS.
           SELECT HOLD-REPORT     ASSIGN TO HOLDRPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-HOLDRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-CARDS RECORD CONTAINS 80 CHARACTERS.
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

       FD  HOLD-FILE RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTHLDL.

       FD  HOLD-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTHLCL.                *> Defines 01 CUST-HLC-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-HOLDIN-STATUS        PIC 99 VALUE ZEROS.
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTHOLD-STATUS      PIC 99 VALUE ZEROS.
       01  WS-HOLDRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-HOLD-SCAN-SW         PIC X(1) VALUE 'N'.
           88  HOLD-SCAN-DONE      VALUE 'Y'.
           88  HOLD-SCAN-GOING     VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.
       01  WS-CARD-RESULT          PIC X(30) VALUE SPACES.
       01  WS-NEXT-HOLD-NO         PIC 9(03) VALUE ZEROS.
       01  WS-SCAN-CUST-ID         PIC X(10) VALUE SPACES.

      * Control totals for the hold-activity report
       01  WS-CARD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-PLACED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-RELEASED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-REJECTED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-EXPIRED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-ACTIVE-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-FREEZE-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-ACTIVE-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.
       01  WS-EDITED-AMOUNT        PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARDS UNTIL EOF-REACHED
           IF NO-FATAL-ERROR
               PERFORM 4000-EXPIRE-HOLDS
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           OPEN INPUT HOLD-CARDS
                INPUT CUSTOMER-MASTER
                I-O   HOLD-FILE
                OUTPUT HOLD-REPORT
           IF WS-CUSTHOLD-STATUS = 35
               PERFORM 1100-PRIME-HOLD-FILE
           END-IF
           IF WS-HOLDIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open HOLDIN, Status: '
                       WS-HOLDIN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CUSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTOUT, Status: '
                       WS-CUSTOUT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CUSTHOLD-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTHOLD, Status: '
                       WS-CUSTHOLD-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-HOLDRPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open HOLDRPT, Status: '
                       WS-HOLDRPT-STATUS
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
               DISPLAY 'CUSTHOLD: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTHOLD: NO BUSINESS DATE ON CUSTBDT'
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
       1100-PRIME-HOLD-FILE.
           DISPLAY 'CUSTHOLD: CUSTHOLD IS EMPTY - INITIALIZING'
           OPEN OUTPUT HOLD-FILE
           CLOSE HOLD-FILE
           OPEN I-O HOLD-FILE.

       2000-PROCESS-CARDS.
           READ HOLD-CARDS INTO CUST-HLC-LAYOUT
           AT END
               MOVE 'Y' TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-CARD-COUNT
               PERFORM 2100-APPLY-ONE-CARD
           END-READ.

       2100-APPLY-ONE-CARD.
           MOVE SPACES TO WS-CARD-RESULT
           EVALUATE TRUE
               WHEN HLC-CUST-ID = SPACES
                   MOVE 'CUSTOMER ID MISSING' TO WS-CARD-RESULT
               WHEN HLC-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-CARD-RESULT
               WHEN HLC-ACT-PLACE
                   PERFORM 2200-EDIT-PLACE-CARD
                   IF WS-CARD-RESULT = SPACES
                       PERFORM 2300-PLACE-HOLD
                   END-IF
               WHEN HLC-ACT-RELEASE
                   PERFORM 2500-RELEASE-HOLD
               WHEN OTHER
                   MOVE 'ACTION NOT P OR R' TO WS-CARD-RESULT
           END-EVALUATE
           IF WS-CARD-RESULT(1:6) NOT = 'PLACED' AND
              WS-CARD-RESULT NOT = 'RELEASED'
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           PERFORM 2900-WRITE-CARD-LINE.

      * The expiry date, when given, must be a real future date - a
      * hold that expires today or earlier would drop off in the same
      * run that placed it.
       2200-EDIT-PLACE-CARD.
           MOVE HLC-REASON-CODE TO HLD-REASON-CODE
           EVALUATE TRUE
               WHEN HLC-HOLD-TYPE NOT = 'A' AND
                    HLC-HOLD-TYPE NOT = 'F'
                   MOVE 'HOLD TYPE NOT A OR F' TO WS-CARD-RESULT
               WHEN HLC-HOLD-TYPE = 'A' AND
                    HLC-AMOUNT NOT NUMERIC
                   MOVE 'HOLD AMOUNT INVALID' TO WS-CARD-RESULT
               WHEN HLC-HOLD-TYPE = 'A' AND
                    HLC-AMOUNT-N = 0
                   MOVE 'HOLD AMOUNT INVALID' TO WS-CARD-RESULT
               WHEN NOT HLD-REASON-VALID
                   MOVE 'REASON CODE INVALID' TO WS-CARD-RESULT
               WHEN HLC-EXPIRY-DATE NOT = SPACES AND
                    HLC-EXPIRY-DATE NOT NUMERIC
                   MOVE 'EXPIRY DATE INVALID' TO WS-CARD-RESULT
               WHEN HLC-EXPIRY-DATE NOT = SPACES AND
                    HLC-EXPIRY-DATE NOT > WS-RUN-DATE
                   MOVE 'EXPIRY DATE NOT IN FUTURE' TO WS-CARD-RESULT
               WHEN OTHER
                   MOVE HLC-CUST-ID TO OUT-CUST-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'ID NOT ON MASTER' TO WS-CARD-RESULT
                   END-READ
           END-EVALUATE.

       2300-PLACE-HOLD.
           PERFORM 2400-FIND-NEXT-HOLD-NO
           IF WS-NEXT-HOLD-NO = 0
               MOVE 'HOLD NUMBERS EXHAUSTED' TO WS-CARD-RESULT
           ELSE
               MOVE SPACES TO CUST-HLD-LAYOUT
               MOVE HLC-CUST-ID TO HLD-CUST-ID
               MOVE WS-NEXT-HOLD-NO TO HLD-HOLD-NO
               MOVE HLC-HOLD-TYPE TO HLD-HOLD-TYPE
               IF HLD-AMOUNT-HOLD
                   MOVE HLC-AMOUNT-N TO HLD-AMOUNT
               ELSE
                   MOVE ZEROS TO HLD-AMOUNT
               END-IF
               MOVE HLC-REASON-CODE TO HLD-REASON-CODE
               MOVE WS-RUN-DATE TO HLD-PLACED-DATE
               MOVE HLC-EXPIRY-DATE TO HLD-EXPIRY-DATE
               SET HLD-ACTIVE TO TRUE
               MOVE HLC-OPERATOR-ID TO HLD-PLACED-BY
               MOVE WS-RUN-DATE TO HLD-STATUS-DATE
               MOVE HLC-REFERENCE TO HLD-REFERENCE
               WRITE CUST-HLD-LAYOUT
                   INVALID KEY
                       DISPLAY 'CUSTHOLD: ERROR WRITING CUSTHOLD, KEY '
                               HLD-KEY ' STATUS ' WS-CUSTHOLD-STATUS
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'WRITE FAILED' TO WS-CARD-RESULT
                   NOT INVALID KEY
                       ADD 1 TO WS-PLACED-COUNT
                       MOVE SPACES TO WS-CARD-RESULT
                       STRING 'PLACED AS HOLD ' WS-NEXT-HOLD-NO
                           DELIMITED BY SIZE INTO WS-CARD-RESULT
               END-WRITE
           END-IF.

      * Hold numbers run 001-999 per customer in placement order;
      * the next one is one past the highest on file.  Zero back
      * means the customer has used them all.
       2400-FIND-NEXT-HOLD-NO.
           MOVE ZEROS TO WS-NEXT-HOLD-NO
           MOVE HLC-CUST-ID TO WS-SCAN-CUST-ID
           MOVE HLC-CUST-ID TO HLD-CUST-ID
           MOVE ZEROS TO HLD-HOLD-NO
           SET HOLD-SCAN-GOING TO TRUE
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM 2450-READ-NEXT-CUST-HOLD UNTIL HOLD-SCAN-DONE
           IF WS-NEXT-HOLD-NO < 999
               ADD 1 TO WS-NEXT-HOLD-NO
           ELSE
               MOVE ZEROS TO WS-NEXT-HOLD-NO
           END-IF.

       2450-READ-NEXT-CUST-HOLD.
           READ HOLD-FILE NEXT
           AT END
               SET HOLD-SCAN-DONE TO TRUE
           NOT AT END
               IF HLD-CUST-ID NOT = WS-SCAN-CUST-ID
                   SET HOLD-SCAN-DONE TO TRUE
               ELSE
                   MOVE HLD-HOLD-NO TO WS-NEXT-HOLD-NO
               END-IF
           END-READ.

       2500-RELEASE-HOLD.
           IF HLC-HOLD-NO NOT NUMERIC OR HLC-HOLD-NO-N = 0
               MOVE 'HOLD NUMBER INVALID' TO WS-CARD-RESULT
           ELSE
               MOVE HLC-CUST-ID TO HLD-CUST-ID
               MOVE HLC-HOLD-NO-N TO HLD-HOLD-NO
               READ HOLD-FILE
                   INVALID KEY
                       MOVE 'HOLD NOT ON FILE' TO WS-CARD-RESULT
                   NOT INVALID KEY
                       IF NOT HLD-ACTIVE
                           MOVE 'HOLD NOT ACTIVE' TO WS-CARD-RESULT
                       ELSE
                           PERFORM 2550-REWRITE-RELEASED
                       END-IF
               END-READ
           END-IF.

       2550-REWRITE-RELEASED.
           SET HLD-RELEASED TO TRUE
           MOVE HLC-OPERATOR-ID TO HLD-RELEASED-BY
           MOVE WS-RUN-DATE TO HLD-STATUS-DATE
           REWRITE CUST-HLD-LAYOUT
               INVALID KEY
                   DISPLAY 'CUSTHOLD: ERROR REWRITING CUSTHOLD, KEY '
                           HLD-KEY ' STATUS ' WS-CUSTHOLD-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'REWRITE FAILED' TO WS-CARD-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE 'RELEASED' TO WS-CARD-RESULT
           END-REWRITE.

       2900-WRITE-CARD-LINE.
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING HLC-ACTION ' ' HLC-CUST-ID ' ' HLC-HOLD-TYPE ' '
                  HLC-REASON-CODE ' ' HLC-OPERATOR-ID ' '
                  WS-CARD-RESULT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

      * The whole file is swept in key order.  An active hold past
      * its expiry date is marked expired and listed; a hold still
      * standing afterwards is listed too, so the report doubles as
      * the morning's list of what CUSTPOST will enforce tonight.
       4000-EXPIRE-HOLDS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE 'HOLDS EXPIRED AND STANDING' TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE LOW-VALUES TO HLD-KEY
           SET HOLD-SCAN-GOING TO TRUE
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM 4100-EXAMINE-NEXT-HOLD UNTIL HOLD-SCAN-DONE.

       4100-EXAMINE-NEXT-HOLD.
           READ HOLD-FILE NEXT
           AT END
               SET HOLD-SCAN-DONE TO TRUE
           NOT AT END
               IF HLD-ACTIVE
                   IF HLD-EXPIRY-DATE NOT = SPACES AND
                      HLD-EXPIRY-DATE < WS-RUN-DATE
                       PERFORM 4200-REWRITE-EXPIRED
                   ELSE
                       ADD 1 TO WS-ACTIVE-COUNT
                       IF HLD-FULL-FREEZE
                           ADD 1 TO WS-FREEZE-COUNT
                       ELSE
                           ADD HLD-AMOUNT TO WS-ACTIVE-AMOUNT
                       END-IF
                       MOVE 'STANDING' TO WS-CARD-RESULT
                       PERFORM 4900-WRITE-HOLD-LINE
                   END-IF
               END-IF
           END-READ.

       4200-REWRITE-EXPIRED.
           SET HLD-EXPIRED TO TRUE
           MOVE WS-RUN-DATE TO HLD-STATUS-DATE
           REWRITE CUST-HLD-LAYOUT
               INVALID KEY
                   DISPLAY 'CUSTHOLD: ERROR REWRITING CUSTHOLD, KEY '
                           HLD-KEY ' STATUS ' WS-CUSTHOLD-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
                   SET HOLD-SCAN-DONE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED' TO WS-CARD-RESULT
                   PERFORM 4900-WRITE-HOLD-LINE
           END-REWRITE.

       4900-WRITE-HOLD-LINE.
           MOVE HLD-AMOUNT TO WS-EDITED-AMOUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING WS-CARD-RESULT (1:9) HLD-CUST-ID ' ' HLD-HOLD-NO
                  ' ' HLD-HOLD-TYPE ' ' HLD-REASON-CODE
                  WS-EDITED-AMOUNT ' EXP ' HLD-EXPIRY-DATE
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
           CLOSE HOLD-CARDS
                 CUSTOMER-MASTER
                 HOLD-FILE
                 HOLD-REPORT.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTHOLD ACCOUNT HOLD ACTIVITY' TO REPORT-RECORD-LAYOUT
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
           MOVE WS-PLACED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'HOLDS PLACED    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-RELEASED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'HOLDS RELEASED  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-EXPIRED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'HOLDS EXPIRED   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-REJECTED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'CARDS REJECTED  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-ACTIVE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'HOLDS STANDING  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-FREEZE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  FULL FREEZES  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-ACTIVE-AMOUNT TO WS-EDITED-AMOUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING '  AMOUNT HELD   : ' WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       END PROGRAM CUSTHOLD.
