      * Built for ops same-day corrections - one bad CUST-NAME no
      * longer costs a fabricated one-record feed and a full CUSTRUN.
      *
      * Changes are dual-controlled.  The DCTLCTL run card says which
      * half of the control this run is.  A submit run (maker) edits
      * each card against the current master exactly as above but,
      * instead of rewriting, queues it to the MNTPEND pending-change
      * file under the maker's ID and a new item number.  An approval
      * run (checker) reads the approver's decision cards from APRVIN
      * and walks MNTPEND: a released item is applied through the
      * same edit/rewrite/audit path, a declined item is closed
      * untouched, and either way the pending record is rewritten
      * with the approver's ID and the date, so the file shows maker
      * and checker for every change.  An approver may not decide an
      * item they keyed themselves - the item stays pending.  Items
      * still undecided after the run card's pending-days limit are
      * listed as overdue.  The submit run keeps the field's value as
      * the master held it, and a release is refused if the field has
      * changed since - the approver signed off a change from that
      * value, not from whatever a posting or another fix left there.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-08-23  RKM  Initial version - card-driven read/apply/
      *                  edit/rewrite with audit images.
      * 2026-10-15  RKM  Dual control - cards queue to MNTPEND under
      *                  the maker's ID and reach the master only when
      *                  a different approver releases them; decided
      *                  items carry the checker's ID and the audit
      *                  sequence; overdue pending items reported.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      * 2026-10-15  RKM  The field's before-value is kept on
      *                  MNTPEND at submit and a release is
      *                  refused if the master no longer holds it;
      *                  CUSTAUD sequence numbers carry on from the
      *                  last image on file for the business date so
      *                  the pending record names exactly one image.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MNTRPT-STATUS.
           SELECT DUAL-CONTROL    ASSIGN TO DCTLCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-DCTLCTL-STATUS.
           SELECT PENDING-CHANGES ASSIGN TO MNTPEND
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MNTPEND-STATUS.
           SELECT DECISION-CARDS  ASSIGN TO APRVIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-APRVIN-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  DUAL-CONTROL RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT   PIC X(80).

       FD  PENDING-CHANGES RECORD CONTAINS 200 CHARACTERS.
       01  PENDING-RECORD-LAYOUT   PIC X(200).

       FD  DECISION-CARDS RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-RECORD-LAYOUT  PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTFIXL.                *> Defines 01 CUST-FIX-LAYOUT
       COPY CUSTAUDL.                *> Defines 01 CUST-AUD-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY CUSTDCCL.                *> Defines 01 CUST-DCC-LAYOUT
       COPY CUSTDCDL.                *> Defines 01 CUST-DCD-LAYOUT
       COPY CUSTPNDL.                *> Defines 01 CUST-PND-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTAUD-STATUS       PIC 99 VALUE ZEROS.
       01  WS-MNTRPT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-DCTLCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-MNTPEND-STATUS       PIC 99 VALUE ZEROS.
       01  WS-APRVIN-STATUS        PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-PND-EOF-SW           PIC X(1) VALUE 'N'.
           88  PND-EOF             VALUE 'Y'.
           88  PND-NOT-EOF         VALUE 'N'.
       01  WS-DCD-EOF-SW           PIC X(1) VALUE 'N'.
           88  DCD-EOF             VALUE 'Y'.
           88  DCD-NOT-EOF         VALUE 'N'.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-BEFORE-IMAGE         PIC X(120) VALUE SPACES.
       01  WS-CARD-RESULT          PIC X(30) VALUE SPACES.

      * Audit trail working storage - the sequence carries on from
      * the last image already on CUSTAUD for the business date.
       01  WS-AUD-SEQ-NO           PIC 9(07) VALUE ZEROS.
       01  WS-AUD-EOF-SW           PIC X(1) VALUE 'N'.
           88  AUD-EOF             VALUE 'Y'.
           88  AUD-NOT-EOF         VALUE 'N'.

      * The card's field as the master holds it now - kept on the
      * pending record at submit, compared with it at release.
       01  WS-FIELD-VALUE          PIC X(25) VALUE SPACES.

      * Dual control - the highest item number already on MNTPEND
      * (a submit run numbers on from it), and the approver's
      * decisions, loaded at startup and marked off as each one is
      * matched to a pending item.
       01  WS-LAST-ITEM-NO         PIC 9(07) VALUE ZEROS.
       01  WS-DCD-TABLE.
           05  WS-DCD-COUNT        PIC 9(03) VALUE ZEROS.
           05  WS-DCD-ENTRY OCCURS 100 TIMES
                   INDEXED BY DX.
               10  WS-DCD-ITEM     PIC 9(07).
               10  WS-DCD-DECISION PIC X(01).
               10  WS-DCD-USED-SW  PIC X(01).
       01  WS-DCD-SUB              PIC 9(03) COMP VALUE ZEROS.
       01  WS-DCD-HIT              PIC 9(03) COMP VALUE ZEROS.
       01  WS-LOOKUP-ITEM          PIC 9(07) VALUE ZEROS.
       01  WS-DECISION-HIT-SW      PIC X(1) VALUE 'N'.
           88  DECISION-HIT        VALUE 'Y'.
           88  DECISION-MISS       VALUE 'N'.
       01  WS-PRIOR-AUD-SEQ        PIC 9(07) VALUE ZEROS.
       01  WS-ITEM-ACTION          PIC X(30) VALUE SPACES.

      * Day-number work fields - a date is turned into a running day
      * count so the age of a pending item is a plain subtraction.
       01  WS-DAYNO-DATE.
           05  WS-DAYNO-YYYY       PIC 9(04).
           05  WS-DAYNO-MM         PIC 9(02).
           05  WS-DAYNO-DD         PIC 9(02).
       01  WS-DAYNO-YEARS          PIC 9(05) COMP VALUE ZEROS.
       01  WS-DAYNO-MONTHS         PIC 9(03) COMP VALUE ZEROS.
       01  WS-DAYNO-WORK           PIC 9(07) COMP VALUE ZEROS.
       01  WS-DAYNO-RESULT         PIC 9(07) COMP VALUE ZEROS.
       01  WS-RUN-DAYNO            PIC 9(07) COMP VALUE ZEROS.
       01  WS-PEND-AGE             PIC 9(07) COMP VALUE ZEROS.
       01  WS-EDITED-AGE           PIC ZZZZ9.

      * Control totals for the maintenance report
       01  WS-CARD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-APPLIED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-REJECTED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-QUEUED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-PEND-READ-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-DECLINED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-SELF-APPR-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-UNMATCHED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-OVERDUE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-STALE-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           IF DCC-MODE-APPROVE
               PERFORM 4000-REVIEW-PENDING UNTIL EOF-REACHED
               IF NO-FATAL-ERROR
                   PERFORM 4600-REPORT-UNUSED-DECISIONS
               END-IF
           ELSE
               PERFORM 2000-PROCESS-CARDS UNTIL EOF-REACHED
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

      * A submit run reads the master only - nothing it does can
      * change a customer record.  An approval run needs the master
      * for update, the audit trail, and MNTPEND for update so each
      * decided item can be rewritten in place.
       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1050-READ-CONTROL-RECORD
           IF NO-FATAL-ERROR
               IF DCC-MODE-SUBMIT
                   PERFORM 1100-FIND-LAST-ITEM
                   OPEN INPUT MAINT-CARDS
                        INPUT CUSTOMER-MASTER
                        EXTEND PENDING-CHANGES
                        OUTPUT MAINT-REPORT
               ELSE
                   PERFORM 1060-FIND-LAST-AUDIT-SEQ
                   OPEN INPUT DECISION-CARDS
                        I-O   PENDING-CHANGES
                        I-O   CUSTOMER-MASTER
                        EXTEND CUSTOMER-AUDIT
                        OUTPUT MAINT-REPORT
               END-IF
               PERFORM 1010-CHECK-OPEN-STATUS
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 3100-WRITE-REPORT-HEADER
               IF DCC-MODE-APPROVE
                   MOVE WS-RUN-DATE TO WS-DAYNO-DATE
                   PERFORM 4700-DATE-TO-DAY-NUMBER
                   MOVE WS-DAYNO-RESULT TO WS-RUN-DAYNO
                   PERFORM 1200-LOAD-DECISIONS
               END-IF
           END-IF.

      * Files the run's mode does not open keep their initial zero
      * status, so every status can be checked whichever mode ran.
       1010-CHECK-OPEN-STATUS.
           IF WS-MNTIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open MNTIN, Status: '
                       WS-MNTIN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-MNTPEND-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open MNTPEND, Status: '
                       WS-MNTPEND-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-APRVIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open APRVIN, Status: '
                       WS-APRVIN-STATUS
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
               DISPLAY 'CUSTMNT: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTMNT: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing or unusable DCTLCTL is not defaulted - guessing the
      * mode could put an unapproved change on the master, and
      * guessing the operator would defeat the self-approval check.
       1050-READ-CONTROL-RECORD.
           OPEN INPUT DUAL-CONTROL
           IF WS-DCTLCTL-STATUS NOT = FS-OK
               DISPLAY 'CUSTMNT: DCTLCTL NOT AVAILABLE, STATUS '
                       WS-DCTLCTL-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               READ DUAL-CONTROL INTO CUST-DCC-LAYOUT
               AT END
                   DISPLAY 'CUSTMNT: DCTLCTL IS EMPTY - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               END-READ
               CLOSE DUAL-CONTROL
           END-IF
           IF NO-FATAL-ERROR
               EVALUATE TRUE
                   WHEN NOT DCC-MODE-SUBMIT AND
                        NOT DCC-MODE-APPROVE
                       DISPLAY 'CUSTMNT: DCTLCTL RUN MODE '
                               DCC-RUN-MODE ' NOT S OR A - '
                               'RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN DCC-OPERATOR-ID = SPACES
                       DISPLAY 'CUSTMNT: DCTLCTL OPERATOR ID '
                               'MISSING - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN DCC-MODE-APPROVE AND
                        DCC-PEND-DAYS NOT NUMERIC
                       DISPLAY 'CUSTMNT: DCTLCTL PENDING DAYS '
                               DCC-PEND-DAYS ' NOT NUMERIC - '
                               'RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN OTHER
                       DISPLAY 'CUSTMNT RUN MODE: ' DCC-RUN-MODE
                               '  OPERATOR: ' DCC-OPERATOR-ID
               END-EVALUATE
           END-IF.

      * CUSTAUD is keyed by run date and sequence number across every
      * program that writes it, so numbering carries on from the last
      * image already on file for the business date instead of
      * restarting at 1 - the date and number on a released item
      * then name exactly one image, whichever run wrote it.  A
      * CUSTAUD not yet created just means numbering starts at 1.
       1060-FIND-LAST-AUDIT-SEQ.
           MOVE ZEROS TO WS-AUD-SEQ-NO
           SET AUD-NOT-EOF TO TRUE
           OPEN INPUT CUSTOMER-AUDIT
           EVALUATE WS-CUSTAUD-STATUS
               WHEN FS-OK
                   PERFORM 1065-READ-NEXT-AUDIT UNTIL AUD-EOF
                   CLOSE CUSTOMER-AUDIT
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTMNT: CUSTAUD NOT READABLE, STATUS '
                           WS-CUSTAUD-STATUS ' - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-EVALUATE
           MOVE ZEROS TO WS-CUSTAUD-STATUS.

       1065-READ-NEXT-AUDIT.
           READ CUSTOMER-AUDIT INTO CUST-AUD-LAYOUT
           AT END
               SET AUD-EOF TO TRUE
           NOT AT END
               IF AUD-RUN-DATE = WS-RUN-DATE AND
                  AUD-SEQ-NO > WS-AUD-SEQ-NO
                   MOVE AUD-SEQ-NO TO WS-AUD-SEQ-NO
               END-IF
           END-READ.

      * A missing MNTPEND just means nothing has ever been queued -
      * numbering starts at 1.
       1100-FIND-LAST-ITEM.
           SET PND-NOT-EOF TO TRUE
           OPEN INPUT PENDING-CHANGES
           IF WS-MNTPEND-STATUS NOT = FS-OK
               SET PND-EOF TO TRUE
           ELSE
               PERFORM 1150-READ-NEXT-PENDING UNTIL PND-EOF
               CLOSE PENDING-CHANGES
           END-IF
           MOVE ZEROS TO WS-MNTPEND-STATUS.

       1150-READ-NEXT-PENDING.
           READ PENDING-CHANGES INTO CUST-PND-LAYOUT
           AT END
               SET PND-EOF TO TRUE
           NOT AT END
               MOVE PND-ITEM-NO TO WS-LAST-ITEM-NO
           END-READ.

      * A decision card that cannot be acted on is reported here and
      * left out of the table; a second card for the same item is
      * refused so one approver cannot both release and decline it.
      * A full table stops the run - an unread decision would leave
      * its item silently pending.
       1200-LOAD-DECISIONS.
           SET DCD-NOT-EOF TO TRUE
           PERFORM 1250-LOAD-NEXT-DECISION UNTIL DCD-EOF.

       1250-LOAD-NEXT-DECISION.
           READ DECISION-CARDS INTO CUST-DCD-LAYOUT
           AT END
               SET DCD-EOF TO TRUE
           NOT AT END
               MOVE SPACES TO WS-ITEM-ACTION
               EVALUATE TRUE
                   WHEN DCD-ITEM-NO NOT NUMERIC
                       MOVE 'ITEM NUMBER NOT NUMERIC'
                            TO WS-ITEM-ACTION
                   WHEN NOT DCD-RELEASE AND NOT DCD-DECLINE
                       MOVE 'DECISION NOT R OR D' TO WS-ITEM-ACTION
                   WHEN WS-DCD-COUNT >= 100
                       DISPLAY 'CUSTMNT: DECISION TABLE FULL - '
                               'RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                       SET DCD-EOF TO TRUE
                   WHEN OTHER
                       MOVE DCD-ITEM-NO-N TO WS-LOOKUP-ITEM
                       PERFORM 4150-FIND-DECISION
                       IF DECISION-HIT
                           MOVE 'DUPLICATE DECISION FOR ITEM'
                                TO WS-ITEM-ACTION
                       ELSE
                           ADD 1 TO WS-DCD-COUNT
                           SET DX TO WS-DCD-COUNT
                           MOVE DCD-ITEM-NO-N TO WS-DCD-ITEM (DX)
                           MOVE DCD-DECISION TO WS-DCD-DECISION (DX)
                           MOVE 'N' TO WS-DCD-USED-SW (DX)
                       END-IF
               END-EVALUATE
               IF WS-ITEM-ACTION NOT = SPACES
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO CUST-RPT-LAYOUT
                   STRING 'DECISION CARD ' DCD-ITEM-NO ' '
                          DCD-DECISION ' IGNORED - '
                          WS-ITEM-ACTION
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
                   MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
                   WRITE REPORT-RECORD-LAYOUT
               END-IF
           END-READ.

       2000-PROCESS-CARDS.
           READ MAINT-CARDS INTO CUST-FIX-LAYOUT
           AT END
           END-IF
           PERFORM 2600-WRITE-REPORT-DETAIL.

      * On a submit run the change is made and edited in the record
      * area only, so a card the master would refuse is rejected to
      * the maker now rather than to the approver later; the record
      * itself is never rewritten.  On an approval run the field must
      * still hold the value it had when the card was queued.
       2200-CHANGE-AND-REWRITE.
           MOVE OUTPUT-RECORD-LAYOUT TO WS-BEFORE-IMAGE
           PERFORM 2350-GET-FIELD-VALUE
           SET RECORD-VALID TO TRUE
           IF DCC-MODE-APPROVE
               PERFORM 2250-CHECK-FIELD-UNCHANGED
           END-IF
           IF RECORD-VALID
               PERFORM 2300-APPLY-FIELD-CHANGE
               PERFORM 2400-VALIDATE-MASTER-RECORD
           END-IF
           IF RECORD-VALID AND DCC-MODE-SUBMIT
               PERFORM 2700-QUEUE-CARD
           END-IF
           IF RECORD-VALID AND DCC-MODE-APPROVE
               REWRITE OUTPUT-RECORD-LAYOUT
                   INVALID KEY
                       DISPLAY 'CUSTMNT: ERROR REWRITING CUSTOMER-'
                       MOVE 'APPLIED' TO WS-CARD-RESULT
                       ADD 1 TO WS-APPLIED-COUNT
               END-REWRITE
           END-IF
           IF RECORD-INVALID
      * The failed edit leaves the FD record area changed, but the
      * record is never rewritten, so the master keeps its old image.
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      * The same rule CUSTPOST holds an escheatment transfer to: a
      * change keyed against one value is not applied over another.
      * An item queued without a before-value cannot be checked and
      * is refused for resubmission.
       2250-CHECK-FIELD-UNCHANGED.
           EVALUATE TRUE
               WHEN NOT PND-BEFORE-HELD
                   SET RECORD-INVALID TO TRUE
                   MOVE 'NO BEFORE VALUE - RESUBMIT'
                        TO WS-CARD-RESULT
                   ADD 1 TO WS-STALE-COUNT
               WHEN WS-FIELD-VALUE NOT = PND-BEFORE-VALUE
                   SET RECORD-INVALID TO TRUE
                   MOVE 'FIELD CHANGED SINCE SUBMIT'
                        TO WS-CARD-RESULT
                   ADD 1 TO WS-STALE-COUNT
           END-EVALUATE.

       2300-APPLY-FIELD-CHANGE.
           EVALUATE FIX-FIELD-NAME
               WHEN 'NAME'
                        TO OUT-CUST-LAST-UPD-DATE
           END-EVALUATE.

       2350-GET-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           EVALUATE FIX-FIELD-NAME
               WHEN 'NAME'
                   MOVE OUT-CUST-NAME TO WS-FIELD-VALUE
               WHEN 'ADDRESS'
                   MOVE OUT-CUST-ADDRESS TO WS-FIELD-VALUE
               WHEN 'STATUS-CODE'
                   MOVE OUT-CUST-STATCD TO WS-FIELD-VALUE
               WHEN 'BALANCE'
                   MOVE OUT-CUST-BALANCE-X TO WS-FIELD-VALUE
               WHEN 'EMAIL'
                   MOVE OUT-CUST-EMAIL TO WS-FIELD-VALUE
               WHEN 'PHONE'
                   MOVE OUT-CUST-PHONE TO WS-FIELD-VALUE
               WHEN 'ACCT-STATUS'
                   MOVE OUT-CUST-ACCT-STATUS TO WS-FIELD-VALUE
               WHEN 'LAST-UPD-DATE'
                   MOVE OUT-CUST-LAST-UPD-DATE TO WS-FIELD-VALUE
           END-EVALUATE.

      * Same edits 2100-VALIDATE-RECORD holds the feed to - an
      * emergency fix must not be able to put a record on the master
      * that the nightly run would have rejected.
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       2700-QUEUE-CARD.
           ADD 1 TO WS-LAST-ITEM-NO
           MOVE SPACES TO CUST-PND-LAYOUT
           MOVE WS-LAST-ITEM-NO TO PND-ITEM-NO
           MOVE WS-RUN-DATE TO PND-SUBMIT-DATE
           MOVE DCC-OPERATOR-ID TO PND-MAKER-ID
           MOVE CUST-FIX-LAYOUT TO PND-CARD-IMAGE
           SET PND-PENDING TO TRUE
           MOVE ZEROS TO PND-AUD-SEQ-NO
           SET PND-BEFORE-HELD TO TRUE
           MOVE WS-FIELD-VALUE TO PND-BEFORE-VALUE
           MOVE CUST-PND-LAYOUT TO PENDING-RECORD-LAYOUT
           WRITE PENDING-RECORD-LAYOUT
           IF WS-MNTPEND-STATUS NOT = FS-OK
               DISPLAY 'CUSTMNT: ERROR WRITING MNTPEND, ITEM '
                       PND-ITEM-NO ' STATUS ' WS-MNTPEND-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'QUEUE WRITE FAILED' TO WS-CARD-RESULT
           ELSE
               STRING 'QUEUED AS ITEM ' PND-ITEM-NO
                   DELIMITED BY SIZE INTO WS-CARD-RESULT
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

       3000-TERMINATE.
           IF NO-FATAL-ERROR
               PERFORM 3200-WRITE-REPORT-TOTALS
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0 OR
                  WS-SELF-APPR-COUNT > 0 OR
                  WS-UNMATCHED-COUNT > 0 OR
                  WS-OVERDUE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
           CLOSE MAINT-CARDS
                 CUSTOMER-MASTER
                 CUSTOMER-AUDIT
                 MAINT-REPORT
                 PENDING-CHANGES
                 DECISION-CARDS.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           IF DCC-MODE-SUBMIT
               STRING 'RUN MODE        : SUBMIT    MAKER    '
                      DCC-OPERATOR-ID
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           ELSE
               STRING 'RUN MODE        : APPROVAL  CHECKER  '
                      DCC-OPERATOR-ID '  OVERDUE AFTER '
                      DCC-PEND-DAYS ' DAYS'
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           END-IF
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           IF DCC-MODE-SUBMIT
               MOVE WS-CARD-COUNT TO WS-EDITED-COUNT
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING 'CARDS READ      : ' WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
               MOVE WS-QUEUED-COUNT TO WS-EDITED-COUNT
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING 'CHANGES QUEUED  : ' WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           ELSE
               PERFORM 3250-WRITE-APPROVAL-TOTALS
           END-IF
           MOVE WS-REJECTED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'CARDS REJECTED  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3250-WRITE-APPROVAL-TOTALS.
           MOVE WS-PEND-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'PENDING FILE    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-DECLINED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ITEMS DECLINED  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-SELF-APPR-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'SELF-APPROVALS  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-UNMATCHED-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'DECISIONS UNUSED: ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-OVERDUE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ITEMS OVERDUE   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-STALE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'FIELD CHANGED   : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

      * Approval run - one pass of MNTPEND.  Only items still pending
      * are looked at; decided items are history and pass untouched.
       4000-REVIEW-PENDING.
           READ PENDING-CHANGES INTO CUST-PND-LAYOUT
           AT END
               MOVE 'Y' TO WS-EOF-SW
           NOT AT END
               ADD 1 TO WS-PEND-READ-COUNT
               IF PND-PENDING
                   PERFORM 4100-DECIDE-ONE-ITEM
               END-IF
           END-READ.

      * The maker's own ID on the run card is refused outright - the
      * item stays pending for a different approver, and still ages.
       4100-DECIDE-ONE-ITEM.
           MOVE PND-ITEM-NO TO WS-LOOKUP-ITEM
           PERFORM 4150-FIND-DECISION
           IF DECISION-MISS
               PERFORM 4400-CHECK-PENDING-AGE
           ELSE
               SET DX TO WS-DCD-HIT
               MOVE 'Y' TO WS-DCD-USED-SW (DX)
               IF PND-MAKER-ID = DCC-OPERATOR-ID
                   MOVE 'SELF-APPROVAL REFUSED' TO WS-ITEM-ACTION
                   PERFORM 4800-WRITE-ITEM-LINE
                   ADD 1 TO WS-SELF-APPR-COUNT
                   PERFORM 4400-CHECK-PENDING-AGE
               ELSE
                   IF WS-DCD-DECISION (DX) = 'R'
                       PERFORM 4200-RELEASE-ITEM
                   ELSE
                       PERFORM 4300-DECLINE-ITEM
                   END-IF
                   PERFORM 4500-REWRITE-PENDING
               END-IF
           END-IF.

       4150-FIND-DECISION.
           SET DECISION-MISS TO TRUE
           PERFORM 4160-CHECK-ONE-DECISION
               VARYING WS-DCD-SUB FROM 1 BY 1
               UNTIL WS-DCD-SUB > WS-DCD-COUNT
                  OR DECISION-HIT.

       4160-CHECK-ONE-DECISION.
           SET DX TO WS-DCD-SUB
           IF WS-DCD-ITEM (DX) = WS-LOOKUP-ITEM
               SET DECISION-HIT TO TRUE
               MOVE WS-DCD-SUB TO WS-DCD-HIT
           END-IF.

      * A released item goes through exactly the path a submit run
      * edited it on, against the master as it stands now - if the
      * field moved on since the card was keyed, or the change no
      * longer passes, the item closes as refused, not applied.
       4200-RELEASE-ITEM.
           MOVE 'RELEASED' TO WS-ITEM-ACTION
           PERFORM 4800-WRITE-ITEM-LINE
           MOVE PND-CARD-IMAGE TO CUST-FIX-LAYOUT
           MOVE WS-AUD-SEQ-NO TO WS-PRIOR-AUD-SEQ
           PERFORM 2100-APPLY-ONE-CARD
           MOVE WS-CARD-RESULT TO PND-RESULT
           IF WS-CARD-RESULT = 'APPLIED'
               SET PND-APPLIED TO TRUE
               ADD 1 TO WS-PRIOR-AUD-SEQ GIVING PND-AUD-SEQ-NO
           ELSE
               SET PND-REFUSED TO TRUE
           END-IF.

       4300-DECLINE-ITEM.
           MOVE 'DECLINED' TO WS-ITEM-ACTION
           PERFORM 4800-WRITE-ITEM-LINE
           SET PND-DECLINED TO TRUE
           MOVE 'DECLINED BY APPROVER' TO PND-RESULT
           ADD 1 TO WS-DECLINED-COUNT.

       4400-CHECK-PENDING-AGE.
           IF PND-SUBMIT-DATE IS NUMERIC
               MOVE PND-SUBMIT-DATE TO WS-DAYNO-DATE
               PERFORM 4700-DATE-TO-DAY-NUMBER
               IF WS-RUN-DAYNO > WS-DAYNO-RESULT
                   SUBTRACT WS-DAYNO-RESULT FROM WS-RUN-DAYNO
                       GIVING WS-PEND-AGE
                   IF WS-PEND-AGE > DCC-PEND-DAYS-N
                       MOVE WS-PEND-AGE TO WS-EDITED-AGE
                       MOVE SPACES TO WS-ITEM-ACTION
                       STRING 'OVERDUE - PENDING ' WS-EDITED-AGE
                              ' DAYS'
                           DELIMITED BY SIZE INTO WS-ITEM-ACTION
                       PERFORM 4800-WRITE-ITEM-LINE
                       ADD 1 TO WS-OVERDUE-COUNT
                   END-IF
               END-IF
           END-IF.

      * The decided item is rewritten in place - the record just
      * read - carrying the approver and the date beside the maker.
       4500-REWRITE-PENDING.
           MOVE DCC-OPERATOR-ID TO PND-CHECKER-ID
           MOVE WS-RUN-DATE TO PND-DECISION-DATE
           MOVE CUST-PND-LAYOUT TO PENDING-RECORD-LAYOUT
           REWRITE PENDING-RECORD-LAYOUT
           IF WS-MNTPEND-STATUS NOT = FS-OK
               DISPLAY 'CUSTMNT: ERROR REWRITING MNTPEND, ITEM '
                       PND-ITEM-NO ' STATUS ' WS-MNTPEND-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
           END-IF.

      * A decision that matched no pending item - already decided,
      * never queued, or mistyped - is reported, never guessed at.
       4600-REPORT-UNUSED-DECISIONS.
           PERFORM 4650-CHECK-ONE-UNUSED
               VARYING WS-DCD-SUB FROM 1 BY 1
               UNTIL WS-DCD-SUB > WS-DCD-COUNT.

       4650-CHECK-ONE-UNUSED.
           SET DX TO WS-DCD-SUB
           IF WS-DCD-USED-SW (DX) = 'N'
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING 'DECISION CARD ' WS-DCD-ITEM (DX) ' '
                      WS-DCD-DECISION (DX)
                      ' IGNORED - ITEM NOT PENDING'
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF.

      * Running day count for a YYYYMMDD date (Gregorian calendar,
      * March-based year so the leap day falls at the year's end).
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

       4800-WRITE-ITEM-LINE.
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'ITEM ' PND-ITEM-NO ' MAKER ' PND-MAKER-ID
                  ' ' PND-SUBMIT-DATE ' ' WS-ITEM-ACTION
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.
