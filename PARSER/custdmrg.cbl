      * and appends CUSTAUDL before/after images for both sides of
      * the merge to CUSTAUD.  A card that fails any edit - unknown
      * IDs, an ID already retired, a survivor that was itself
      * retired, a retiring ID with a hold in force - is reported and
      * NOT applied; merges are reviewed human decisions and this
      * program refuses to guess.
      *
      * Holds on CUSTHOLD (CUSTHLDL) stay with the ID they were placed
      * on and are never carried across a merge.  Once retired, an ID
      * is off the master and every transaction under it posts to the
      * survivor, so a freeze or amount hold left on it would never be
      * enforced again and could not be placed anew.  A retiring ID
      * with any active hold not yet past its expiry date is refused
      * at submit and again at release; the hold has to be released,
      * or placed again on the survivor and released on the retiring
      * ID, before the pair can be merged.
      *
      * Merges are dual-controlled, the same way CUSTMNT changes are.
      * A submit run (DCTLCTL mode 'S') edits each card against the
      * cross-reference and the master and queues it to MRGPEND under
      * the maker's ID; nothing is merged.  An approval run (mode 'A')
      * applies the approver's APRVIN decisions: a released item is
      * merged through the path above, a declined one is closed, and
      * the pending record is rewritten with the approver's ID beside
      * the maker's.  Nobody may approve a merge they keyed, and items
      * left undecided past the run card's pending-days limit are
      * listed as overdue.
      *
      * Modification History
      * ---------------------------------------------------------------
      *                  CUSTDMRG load fatal until the file was
      *                  hand-edited.  A card arriving on a full
      *                  table is now rejected untouched.
      * 2026-10-15  RKM  Dual control - merge cards queue to MRGPEND
      *                  under the maker's ID and are merged only when
      *                  a different approver releases them; decided
      *                  items carry the checker's ID and the audit
      *                  sequence; overdue pending items reported.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      * 2026-10-15  RKM  Review fix: CUSTAUD sequence numbers carry
      *                  on from the last image on file for the
      *                  business date, so the pending record's date
      *                  and number name exactly one image.
      * 2026-10-15  RKM  A pair whose retiring ID still has an active,
      *                  unexpired CUSTHOLD hold is refused, at submit
      *                  and at release, so no hold is stranded on a
      *                  retired ID.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MRGRPT-STATUS.
           SELECT DUAL-CONTROL    ASSIGN TO DCTLCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-DCTLCTL-STATUS.
           SELECT PENDING-CHANGES ASSIGN TO MRGPEND
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MRGPEND-STATUS.
           SELECT DECISION-CARDS  ASSIGN TO APRVIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-APRVIN-STATUS.
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
       FD  MERGE-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  DUAL-CONTROL RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD-LAYOUT   PIC X(80).

       FD  PENDING-CHANGES RECORD CONTAINS 200 CHARACTERS.
       01  PENDING-RECORD-LAYOUT   PIC X(200).

       FD  DECISION-CARDS RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-RECORD-LAYOUT  PIC X(80).

       FD  HOLD-FILE RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTHLDL.

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTXRFL.                *> Defines 01 CUST-XRF-LAYOUT
       COPY CUSTAUDL.                *> Defines 01 CUST-AUD-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY CUSTDCCL.                *> Defines 01 CUST-DCC-LAYOUT
       COPY CUSTDCDL.                *> Defines 01 CUST-DCD-LAYOUT
       COPY CUSTPNDL.                *> Defines 01 CUST-PND-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-CUSTXRF-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTAUD-STATUS       PIC 99 VALUE ZEROS.
       01  WS-MRGRPT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-DCTLCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-MRGPEND-STATUS       PIC 99 VALUE ZEROS.
       01  WS-APRVIN-STATUS        PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTHOLD-STATUS      PIC 99 VALUE ZEROS.
       01  WS-PND-EOF-SW           PIC X(1) VALUE 'N'.
           88  PND-EOF             VALUE 'Y'.
           88  PND-NOT-EOF         VALUE 'N'.
       01  WS-DCD-EOF-SW           PIC X(1) VALUE 'N'.
           88  DCD-EOF             VALUE 'Y'.
           88  DCD-NOT-EOF         VALUE 'N'.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
           88  LOOKUP-HIT          VALUE 'Y'.
           88  LOOKUP-MISS         VALUE 'N'.

      * Hold scan of the retiring ID - any hold still in force on it
      * refuses the pair.
       01  WS-HOLD-SCAN-SW         PIC X(1) VALUE 'N'.
           88  HOLD-SCAN-DONE      VALUE 'Y'.
           88  HOLD-SCAN-GOING     VALUE 'N'.
       01  WS-HOLD-FOUND-SW        PIC X(1) VALUE 'N'.
           88  HOLD-IN-FORCE       VALUE 'Y'.
           88  NO-HOLD-IN-FORCE    VALUE 'N'.

      * Audit trail working storage - the sequence carries on from
      * the last image already on CUSTAUD for the business date.
       01  WS-AUD-SEQ-NO           PIC 9(07) VALUE ZEROS.
       01  WS-AUD-EOF-SW           PIC X(1) VALUE 'N'.
           88  AUD-EOF             VALUE 'Y'.
           88  AUD-NOT-EOF         VALUE 'N'.

      * Dual control - the highest item number already on MRGPEND
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

      * Control totals for the merge report
       01  WS-CARD-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-MERGED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REJECTED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-QUEUED-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-PEND-READ-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-DECLINED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-SELF-APPR-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-UNMATCHED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-OVERDUE-COUNT        PIC 9(07) VALUE ZEROS.
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

      * A submit run reads the master and the cross-reference only -
      * nothing it does can merge anything.  An approval run needs
      * both for update, the audit trail, and MRGPEND for update so
      * each decided item can be rewritten in place.
       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1050-READ-CONTROL-RECORD
           IF NO-FATAL-ERROR
               PERFORM 1100-LOAD-XREF-TABLE
           END-IF
           IF NO-FATAL-ERROR
               IF DCC-MODE-SUBMIT
                   PERFORM 1200-FIND-LAST-ITEM
                   OPEN INPUT MERGE-CARDS
                        INPUT CUSTOMER-MASTER
                        INPUT HOLD-FILE
                        EXTEND PENDING-CHANGES
                        OUTPUT MERGE-REPORT
               ELSE
                   PERFORM 1060-FIND-LAST-AUDIT-SEQ
                   OPEN INPUT DECISION-CARDS
                        INPUT HOLD-FILE
                        I-O   PENDING-CHANGES
                        I-O   CUSTOMER-MASTER
                        EXTEND MERGE-XREF
                        EXTEND CUSTOMER-AUDIT
                        OUTPUT MERGE-REPORT
               END-IF
               PERFORM 1010-CHECK-OPEN-STATUS
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 3100-WRITE-REPORT-HEADER
               IF DCC-MODE-APPROVE
                   MOVE WS-RUN-DATE TO WS-DAYNO-DATE
                   PERFORM 4700-DATE-TO-DAY-NUMBER
                   MOVE WS-DAYNO-RESULT TO WS-RUN-DAYNO
                   PERFORM 1300-LOAD-DECISIONS
               END-IF
           END-IF.

      * Files the run's mode does not open keep their initial zero
      * status, so every status can be checked whichever mode ran.
       1010-CHECK-OPEN-STATUS.
           IF WS-MRGIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open MRGIN, Status: '
                       WS-MRGIN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-MRGPEND-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open MRGPEND, Status: '
                       WS-MRGPEND-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-APRVIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open APRVIN, Status: '
                       WS-APRVIN-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-CUSTHOLD-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTHOLD, Status: '
                       WS-CUSTHOLD-STATUS
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
               DISPLAY 'CUSTDMRG: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTDMRG: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * A missing or unusable DCTLCTL is not defaulted - guessing the
      * mode could merge a pair nobody approved, and guessing the
      * operator would defeat the self-approval check.
       1050-READ-CONTROL-RECORD.
           OPEN INPUT DUAL-CONTROL
           IF WS-DCTLCTL-STATUS NOT = FS-OK
               DISPLAY 'CUSTDMRG: DCTLCTL NOT AVAILABLE, STATUS '
                       WS-DCTLCTL-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               READ DUAL-CONTROL INTO CUST-DCC-LAYOUT
               AT END
                   DISPLAY 'CUSTDMRG: DCTLCTL IS EMPTY - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               END-READ
               CLOSE DUAL-CONTROL
           END-IF
           IF NO-FATAL-ERROR
               EVALUATE TRUE
                   WHEN NOT DCC-MODE-SUBMIT AND
                        NOT DCC-MODE-APPROVE
                       DISPLAY 'CUSTDMRG: DCTLCTL RUN MODE '
                               DCC-RUN-MODE ' NOT S OR A - '
                               'RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN DCC-OPERATOR-ID = SPACES
                       DISPLAY 'CUSTDMRG: DCTLCTL OPERATOR ID '
                               'MISSING - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN DCC-MODE-APPROVE AND
                        DCC-PEND-DAYS NOT NUMERIC
                       DISPLAY 'CUSTDMRG: DCTLCTL PENDING DAYS '
                               DCC-PEND-DAYS ' NOT NUMERIC - '
                               'RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   WHEN OTHER
                       DISPLAY 'CUSTDMRG RUN MODE: ' DCC-RUN-MODE
                               '  OPERATOR: ' DCC-OPERATOR-ID
               END-EVALUATE
           END-IF.

      * CUSTAUD is keyed by run date and sequence number across every
      * program that writes it, so numbering carries on from the last
      * image already on file for the business date instead of
      * restarting at 1 - the date and number on a
      * released item then name exactly one image.  A CUSTAUD not yet
      * created just means numbering starts at 1.
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
                   DISPLAY 'CUSTDMRG: CUSTAUD NOT READABLE, STATUS '
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

      * A missing cross-reference file just means no merge has ever
      * run - the table starts empty.  A full table stops the run:
      * silently forgetting a prior merge would let a chain-breaking
           ELSE
               PERFORM 1150-LOAD-NEXT-XREF UNTIL XRF-EOF
               CLOSE MERGE-XREF
           END-IF
           MOVE ZEROS TO WS-CUSTXRF-STATUS.

       1150-LOAD-NEXT-XREF.
           READ MERGE-XREF INTO CUST-XRF-LAYOUT
               END-IF
           END-READ.

      * A missing MRGPEND just means nothing has ever been queued -
      * numbering starts at 1.
       1200-FIND-LAST-ITEM.
           SET PND-NOT-EOF TO TRUE
           OPEN INPUT PENDING-CHANGES
           IF WS-MRGPEND-STATUS NOT = FS-OK
               SET PND-EOF TO TRUE
           ELSE
               PERFORM 1250-READ-NEXT-PENDING UNTIL PND-EOF
               CLOSE PENDING-CHANGES
           END-IF
           MOVE ZEROS TO WS-MRGPEND-STATUS.

       1250-READ-NEXT-PENDING.
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
       1300-LOAD-DECISIONS.
           SET DCD-NOT-EOF TO TRUE
           PERFORM 1350-LOAD-NEXT-DECISION UNTIL DCD-EOF.

       1350-LOAD-NEXT-DECISION.
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
                       DISPLAY 'CUSTDMRG: DECISION TABLE FULL - '
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
           READ MERGE-CARDS INTO WS-MERGE-CARD
           AT END
               WHEN OTHER
                   PERFORM 2150-EDIT-AGAINST-XREF
                   IF WS-CARD-RESULT = SPACES
                       PERFORM 2190-CHECK-RETIRED-HOLDS
                   END-IF
                   IF WS-CARD-RESULT NOT = SPACES
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       IF DCC-MODE-SUBMIT
                           PERFORM 2800-QUEUE-CARD
                       ELSE
                           PERFORM 2200-MERGE-PAIR
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 2900-WRITE-REPORT-DETAIL.
               SET LOOKUP-HIT TO TRUE
           END-IF.

      * A hold counts while it is active and either open-ended or not
      * yet past its expiry date - the same test CUSTPOST applies to
      * a debit.  Checked at submit and again at release, since a
      * hold may be placed while the pair waits for approval.
       2190-CHECK-RETIRED-HOLDS.
           SET NO-HOLD-IN-FORCE TO TRUE
           MOVE WS-RETIRED-ID TO HLD-CUST-ID
           MOVE ZEROS TO HLD-HOLD-NO
           SET HOLD-SCAN-GOING TO TRUE
           START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM 2195-CHECK-NEXT-HOLD UNTIL HOLD-SCAN-DONE
           IF HOLD-IN-FORCE
               MOVE 'RETIRING ID HAS HOLD IN FORCE' TO WS-CARD-RESULT
           END-IF.

       2195-CHECK-NEXT-HOLD.
           READ HOLD-FILE NEXT
           AT END
               SET HOLD-SCAN-DONE TO TRUE
           NOT AT END
               IF HLD-CUST-ID NOT = WS-RETIRED-ID
                   SET HOLD-SCAN-DONE TO TRUE
               ELSE
                   IF HLD-ACTIVE AND
                      (HLD-EXPIRY-DATE = SPACES OR
                       HLD-EXPIRY-DATE NOT < WS-RUN-DATE)
                       SET HOLD-IN-FORCE TO TRUE
                       SET HOLD-SCAN-DONE TO TRUE
                   END-IF
               END-IF
           END-READ.

      * The retiring record is read first and parked - the keyed
      * reads share one FD record area - then the survivor is
      * combined and rewritten, the retired record deleted, and the
           MOVE CUST-AUD-LAYOUT TO AUDIT-RECORD-LAYOUT
           WRITE AUDIT-RECORD-LAYOUT.

      * Both IDs must be on the master when the merge is queued - the
      * approval run checks them again, as the master may have moved
      * on by the time the approver gets to the item.
       2800-QUEUE-CARD.
           MOVE WS-RETIRED-ID TO OUT-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'RETIRED ID NOT ON MASTER'
                        TO WS-CARD-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
           END-READ
           IF WS-CARD-RESULT = SPACES
               MOVE WS-SURVIVOR-ID TO OUT-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'SURVIVOR NOT ON MASTER'
                            TO WS-CARD-RESULT
                       ADD 1 TO WS-REJECTED-COUNT
               END-READ
           END-IF
           IF WS-CARD-RESULT = SPACES
               PERFORM 2850-WRITE-PENDING
           END-IF.

       2850-WRITE-PENDING.
           ADD 1 TO WS-LAST-ITEM-NO
           MOVE SPACES TO CUST-PND-LAYOUT
           MOVE WS-LAST-ITEM-NO TO PND-ITEM-NO
           MOVE WS-RUN-DATE TO PND-SUBMIT-DATE
           MOVE DCC-OPERATOR-ID TO PND-MAKER-ID
           MOVE WS-MERGE-CARD TO PND-CARD-IMAGE
           SET PND-PENDING TO TRUE
           MOVE ZEROS TO PND-AUD-SEQ-NO
           MOVE CUST-PND-LAYOUT TO PENDING-RECORD-LAYOUT
           WRITE PENDING-RECORD-LAYOUT
           IF WS-MRGPEND-STATUS NOT = FS-OK
               DISPLAY 'CUSTDMRG: ERROR WRITING MRGPEND, ITEM '
                       PND-ITEM-NO ' STATUS ' WS-MRGPEND-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'QUEUE WRITE FAILED' TO WS-CARD-RESULT
           ELSE
               STRING 'QUEUED AS ITEM ' PND-ITEM-NO
                   DELIMITED BY SIZE INTO WS-CARD-RESULT
               ADD 1 TO WS-QUEUED-COUNT
           END-IF.

       2900-WRITE-REPORT-DETAIL.
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING WS-SURVIVOR-ID ' << ' WS-RETIRED-ID ' '
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
                 CUSTOMER-MASTER
                 MERGE-XREF
                 CUSTOMER-AUDIT
                 MERGE-REPORT
                 PENDING-CHANGES
                 DECISION-CARDS
                 HOLD-FILE.

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
               STRING 'PAIRS QUEUED    : ' WS-EDITED-COUNT
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
           WRITE REPORT-RECORD-LAYOUT.

      * Approval run - one pass of MRGPEND.  Only items still pending
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

      * A released item goes through the full card edit and merge,
      * against the cross-reference and master as they stand now - if
      * either moved on since the card was keyed and the pair no
      * longer passes, the item closes as refused, not merged.  The
      * audit sequence kept is the survivor's image, the first of the
      * merge's two.
       4200-RELEASE-ITEM.
           MOVE 'RELEASED' TO WS-ITEM-ACTION
           PERFORM 4800-WRITE-ITEM-LINE
           MOVE PND-CARD-IMAGE TO WS-MERGE-CARD
           MOVE WS-AUD-SEQ-NO TO WS-PRIOR-AUD-SEQ
           PERFORM 2100-APPLY-ONE-CARD
           MOVE WS-CARD-RESULT TO PND-RESULT
           IF WS-CARD-RESULT = 'MERGED'
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
           IF WS-MRGPEND-STATUS NOT = FS-OK
               DISPLAY 'CUSTDMRG: ERROR REWRITING MRGPEND, ITEM '
                       PND-ITEM-NO ' STATUS ' WS-MRGPEND-STATUS
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
