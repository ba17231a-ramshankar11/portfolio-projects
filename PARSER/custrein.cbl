      * ---------------------------------------------------------------
      * 2026-09-01  RKM  Initial version - card-driven archive sweep /
      *                  keyed write-back with audit images.
      * 2026-10-15  RKM  Run date taken from the CUSTBDT business
      *                  date instead of the system clock.
      * 2026-10-15  RKM  CUSTAUD sequence numbers carry on from the
      *                  last image on file for the business date
      *                  instead of restarting at 1 each run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-REINRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REINSTATE-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTAUD-STATUS       PIC 99 VALUE ZEROS.
       01  WS-REINRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
           88  CARD-IS-DUP         VALUE 'Y'.
           88  CARD-NOT-DUP        VALUE 'N'.

      * Audit trail working storage - the sequence carries on from
      * the last image already on CUSTAUD for the business date.
       01  WS-AUD-SEQ-NO           PIC 9(07) VALUE ZEROS.
       01  WS-AUD-EOF-SW           PIC X(1) VALUE 'N'.
           88  AUD-EOF             VALUE 'Y'.
           88  AUD-NOT-EOF         VALUE 'N'.

      * Control totals for the reinstatement report
       01  WS-ARC-READ-COUNT       PIC 9(07) VALUE ZEROS.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1060-FIND-LAST-AUDIT-SEQ
           OPEN INPUT ARCHIVE-INPUT
                I-O   CUSTOMER-MASTER
                EXTEND CUSTOMER-AUDIT
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTREIN: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTREIN: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * CUSTAUD is keyed by run date and sequence number across every
      * program that writes it, so numbering carries on from the last
      * image already on file for the business date instead of
      * restarting at 1.  A CUSTAUD not yet
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
                   DISPLAY 'CUSTREIN: CUSTAUD NOT READABLE, STATUS '
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

       1100-LOAD-REQUEST-IDS.
           OPEN INPUT REINSTATE-IDS
           IF WS-REINIDS-STATUS NOT = FS-OK
