      * Transactions for customer IDs not on the master, for closed
      * accounts, or with unusable data are journaled with the reason
      * and NOT applied.  Gives the branches same-day balance movement
      * instead of waiting for the next full master refresh.  Debits
      * honor the account holds on CUSTHOLD: a fully frozen account
      * refuses every debit (FROZEN), and a withdrawal, a fee or an
      * untyped debit may not take the balance below the total of the
      * active amount holds (HOLDNSF).
      *
      * Modification History
      * ---------------------------------------------------------------
      *                  and journaled under the surviving ID whose
      *                  balance actually moved.  Redirects are
      *                  counted and reported.
      * 2026-10-15  RKM  Account holds.  The CUSTHOLD KSDS (CUSTHLDL,
      *                  maintained by CUSTHOLD) is read for every
      *                  debit: an active full freeze refuses the
      *                  debit as FROZEN, and a withdrawal or fee
      *                  that would leave less than the active amount
      *                  holds is refused as HOLDNSF, whatever the
      *                  POSTCTL overdraft action.  A hold counts
      *                  through its expiry date.  A hold file that
      *                  will not open, for any status, stops the
      *                  run.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      * 2026-10-15  RKM  Escheatment transfers (type 'E', emitted by
      *                  CUSTESCH).  The reference must be usable and
      *                  exactly negated, as for a reversal, and the
      *                  balance must still be the amount reported
      *                  to the state, or the transfer is rejected
      *                  BADREF.  A posted transfer closes the
      *                  account and stamps the last-update date, so
      *                  the dormancy fee stops and CUSTPURG can
      *                  archive it.
      * 2026-10-15  RKM  Every posted item except the bank's own fee
      *                  and interest stamps the master's last-update
      *                  date with the run date, so owner activity
      *                  stays on the master after the journal
      *                  generation that held it has rolled off.
      * 2026-10-15  RKM  Review fix: an untyped debit from an
      *                  unconverted feed is held to the amount on
      *                  hold (HOLDNSF) like a withdrawal or fee - it
      *                  could dip into held funds before.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-CUSTXRF-STATUS.
           SELECT HOLD-FILE       ASSIGN TO CUSTHOLD
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS HLD-KEY
                                  FILE STATUS IS WS-CUSTHOLD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-XREF RECORD CONTAINS 80 CHARACTERS.
       01  XREF-RECORD-LAYOUT      PIC X(80).

       FD  HOLD-FILE RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTHLDL.

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTJRN-STATUS       PIC 99 VALUE ZEROS.
       01  WS-POSTCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
           88  LOOKUP-MISS         VALUE 'N'.
       01  WS-REDIRECT-COUNT       PIC 9(07) VALUE ZEROS.

      * Account holds for the customer being debited, totaled from
      * CUSTHOLD.  The hold step ahead of posting always loads the
      * file, so one that is missing or was never loaded - like any
      * other failed open - stops the run rather than post with no
      * holds.
       01  WS-CUSTHOLD-STATUS      PIC 99 VALUE ZEROS.
       01  WS-HOLD-FILE-SW         PIC X(1) VALUE 'N'.
           88  HOLD-FILE-OPEN      VALUE 'Y'.
           88  HOLD-FILE-ABSENT    VALUE 'N'.
       01  WS-HOLD-SCAN-SW         PIC X(1) VALUE 'N'.
           88  HOLD-SCAN-DONE      VALUE 'Y'.
           88  HOLD-SCAN-GOING     VALUE 'N'.
       01  WS-FREEZE-SW            PIC X(1) VALUE 'N'.
           88  ACCOUNT-FROZEN      VALUE 'Y'.
           88  ACCOUNT-NOT-FROZEN  VALUE 'N'.
       01  WS-HOLD-TOTAL           PIC S9(9)V99 VALUE ZEROS.
       01  WS-HOLD-REFUSED-COUNT   PIC 9(07) VALUE ZEROS.

      * The balance a posting would leave, computed ahead of the
      * REWRITE so the withdrawal overdraft rule can look at it
      * before the master is touched.
       01  WS-POSTED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-FLAGGED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-ESCHEAT-COUNT        PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1050-READ-CONTROL-RECORD
           PERFORM 1070-LOAD-XREF-TABLE
           PERFORM 1100-COUNT-PRIOR-JOURNAL
           PERFORM 1090-OPEN-HOLD-FILE
           OPEN INPUT TRANSACTION-INPUT
                I-O   CUSTOMER-MASTER
                EXTEND POSTING-JOURNAL
                      OR EOF-REACHED
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTPOST: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTPOST: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing or empty POSTCTL defaults the overdraft action to
      * reject - the run still posts, it just refuses to overdraw an
      * account nobody authorized it to.
               END-IF
           END-READ.

      * The CUSTHOLD sweep ahead of this step loads a cluster that has
      * never held a record, so the hold file always opens here - even
      * status 35 means holds cannot be checked, and the run stops
      * rather than let a frozen account pay out.
       1090-OPEN-HOLD-FILE.
           OPEN INPUT HOLD-FILE
           IF WS-CUSTHOLD-STATUS = FS-OK
               SET HOLD-FILE-OPEN TO TRUE
           ELSE
               SET HOLD-FILE-ABSENT TO TRUE
               DISPLAY 'ERROR: Failed to open CUSTHOLD, Status: '
                       WS-CUSTHOLD-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

      * Every transaction read is journaled exactly once, posted or
      * not, so the journal an abended run left behind is a record of
      * how far it got: its record count is how many CUSTTXN records
               ELSE
                   MOVE TXN-AMOUNT TO JRN-TXN-AMOUNT
                   SET REVERSAL-OK TO TRUE
                   IF TXN-TYPE-REVERSAL OR TXN-TYPE-ESCHEAT
                       PERFORM 2150-EDIT-REVERSAL
                   END-IF
                   IF NOT TXN-TYPE-VALID
      * transaction date, an original amount, and its own amount
      * exactly negating that original.  A card that cannot be tied
      * back that way is journaled BADREF and never touches the
      * master.  An escheatment transfer is held to the same edit
      * against the report date and the amount reported.
       2150-EDIT-REVERSAL.
           IF TXN-REF-DATE NOT NUMERIC OR
              TXN-REF-AMOUNT NOT NUMERIC
      * (OVERDRFT, balance untouched) or posted flagged (POSTEDOD)
      * per the POSTCTL overdraft action.  Every other type - and an
      * untyped transaction from an unconverted feed - posts as
      * before.  Holds are looked at for debits only: any debit
      * against a frozen account is refused FROZEN, and a withdrawal,
      * fee or untyped debit that would leave less than the amount on
      * hold is refused HOLDNSF.  Both leave the balance untouched.  An
      * escheatment transfer posts only against the balance that was
      * reported - if the account has moved since, the transfer
      * would not zero it and is refused BADREF for the escheatment
      * register to chase.  One that posts closes the account.  A
      * posted item that is not the bank's own fee or interest is
      * owner activity and stamps the last-update date - the record
      * of it CUSTESCH relies on once the journal has rolled off.
       2200-APPLY-TRANSACTION.
           MOVE OUT-CUST-BALANCE TO JRN-OPEN-BALANCE
           SET ACCOUNT-NOT-FROZEN TO TRUE
           MOVE ZEROS TO WS-HOLD-TOTAL
           IF TXN-AMOUNT < 0 AND HOLD-FILE-OPEN
               PERFORM 2250-TOTAL-ACTIVE-HOLDS
           END-IF
           COMPUTE WS-NEW-BALANCE =
                   OUT-CUST-BALANCE + TXN-AMOUNT
           EVALUATE TRUE
               WHEN OUT-CUST-ACCT-CLOSED
                   MOVE OUT-CUST-BALANCE TO JRN-CLOSE-BALANCE
                   SET JRN-ACCT-CLOSED TO TRUE
                   PERFORM 2300-WRITE-JOURNAL
                   ADD 1 TO WS-REJECT-COUNT
               WHEN ACCOUNT-FROZEN
                   MOVE OUT-CUST-BALANCE TO JRN-CLOSE-BALANCE
                   SET JRN-FROZEN TO TRUE
                   PERFORM 2300-WRITE-JOURNAL
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-HOLD-REFUSED-COUNT
               WHEN (TXN-TYPE-WITHDRAWAL OR TXN-TYPE-FEE
                     OR TXN-TYPE-UNTYPED)
                    AND WS-HOLD-TOTAL > 0
                    AND WS-NEW-BALANCE < WS-HOLD-TOTAL
                   MOVE OUT-CUST-BALANCE TO JRN-CLOSE-BALANCE
                   SET JRN-HOLD-NSF TO TRUE
                   PERFORM 2300-WRITE-JOURNAL
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-HOLD-REFUSED-COUNT
               WHEN TXN-TYPE-WITHDRAWAL AND WS-NEW-BALANCE < 0
                    AND PCT-OD-REJECT
                   MOVE OUT-CUST-BALANCE TO JRN-CLOSE-BALANCE
                   SET JRN-OVERDRAWN TO TRUE
                   PERFORM 2300-WRITE-JOURNAL
                   ADD 1 TO WS-REJECT-COUNT
               WHEN TXN-TYPE-ESCHEAT AND
                    OUT-CUST-BALANCE NOT = TXN-REF-AMOUNT
                   MOVE OUT-CUST-BALANCE TO JRN-CLOSE-BALANCE
                   SET JRN-BAD-REF TO TRUE
                   PERFORM 2300-WRITE-JOURNAL
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   MOVE WS-NEW-BALANCE TO OUT-CUST-BALANCE
                   MOVE OUT-CUST-BALANCE TO JRN-CLOSE-BALANCE
                   IF NOT TXN-TYPE-FEE AND NOT TXN-TYPE-INTEREST
                       MOVE WS-RUN-DATE TO OUT-CUST-LAST-UPD-DATE
                   END-IF
                   IF TXN-TYPE-ESCHEAT
                       SET OUT-CUST-ACCT-CLOSED TO TRUE
                   END-IF
                   REWRITE OUTPUT-RECORD-LAYOUT
                       INVALID KEY
                           DISPLAY 'CUSTPOST: ERROR REWRITING '
                           ELSE
                               SET JRN-POSTED TO TRUE
                           END-IF
                           IF TXN-TYPE-ESCHEAT
                               ADD 1 TO WS-ESCHEAT-COUNT
                           END-IF
                           PERFORM 2300-WRITE-JOURNAL
                           ADD 1 TO WS-POSTED-COUNT
                   END-REWRITE
           END-EVALUATE.

      * Totals the customer's holds still in force tonight: active
      * and either open-ended or not yet past the expiry date (the
      * CUSTHOLD sweep marks them expired, but a hold placed and
      * expiring between sweeps is judged on its date here too).
      * Any full freeze among them freezes the account outright.
       2250-TOTAL-ACTIVE-HOLDS.
           MOVE TXN-CUST-ID TO HLD-CUST-ID
           MOVE ZEROS TO HLD-HOLD-NO
           SET HOLD-SCAN-GOING TO TRUE
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM 2260-ADD-NEXT-HOLD UNTIL HOLD-SCAN-DONE.

       2260-ADD-NEXT-HOLD.
           READ HOLD-FILE NEXT
           AT END
               SET HOLD-SCAN-DONE TO TRUE
           NOT AT END
               IF HLD-CUST-ID NOT = TXN-CUST-ID
                   SET HOLD-SCAN-DONE TO TRUE
               ELSE
                   IF HLD-ACTIVE AND
                      (HLD-EXPIRY-DATE = SPACES OR
                       HLD-EXPIRY-DATE NOT < WS-RUN-DATE)
                       IF HLD-FULL-FREEZE
                           SET ACCOUNT-FROZEN TO TRUE
                       ELSE
                           ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-READ.

       2300-WRITE-JOURNAL.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE
           DISPLAY 'CUSTPOST OVERDRAFTS FLAGGED : ' WS-FLAGGED-COUNT
           DISPLAY 'CUSTPOST RESTART SKIPS      : ' WS-SKIP-READ-COUNT
           DISPLAY 'CUSTPOST MERGED-ID REDIRECTS: ' WS-REDIRECT-COUNT
           DISPLAY 'CUSTPOST ESCHEATED CLOSURES : ' WS-ESCHEAT-COUNT
           DISPLAY 'CUSTPOST REFUSED FOR HOLDS  : '
                   WS-HOLD-REFUSED-COUNT
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
           END-IF
           CLOSE TRANSACTION-INPUT
                 CUSTOMER-MASTER
                 POSTING-JOURNAL
           IF HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF.

       END PROGRAM CUSTPOST.
