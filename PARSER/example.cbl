      *                  record, so the nightly balancing step can
      *                  cross-foot written + rejected + duplicated
      *                  + deleted + skipped against records read.
      * 2026-10-15  RKM  Run date is now the CUSTBDT business date,
      *                  read at startup, instead of the feed header
      *                  date - the header date no longer overrides
      *                  it; a header dated otherwise is reported.
      * 2026-10-15  RKM  CUSTAUD sequence numbers carry on from the
      *                  last image on file for the business date, so
      *                  run date and sequence stay unique across the
      *                  maintenance, merge and reinstate programs.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-CUSTHIST-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-RECORD-LAYOUT   PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       01  WS-CUSTCTL-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTEXT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTHIST-STATUS      PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
       01  WS-CKPT-EOF-SW          PIC X(1) VALUE 'N'.
           88  CKPT-EOF            VALUE 'Y'.
           88  CKPT-NOT-EOF        VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

      * Checkpoint/restart working storage
       01  WS-CHECKPOINT-INTERVAL  PIC 9(05) VALUE 01000.
      * treated as a duplicate.
       01  WS-PREV-CUST-ID         PIC X(10) VALUE SPACES.

      * Audit trail working storage - the sequence number carries on
      * from the last CUSTAUD image already written for the business
      * date by this or any other CUSTAUD writer.
       01  WS-AUD-SEQ-NO            PIC 9(07) VALUE ZEROS.
       01  WS-AUD-EOF-SW           PIC X(1) VALUE 'N'.
           88  AUD-EOF             VALUE 'Y'.
           88  AUD-NOT-EOF         VALUE 'N'.

      * Run-control working storage - CUSTCTL drives whether this is a
      * full or incremental run, the as-of date for incremental
      * sees a trailer reports zeros instead of storage noise.
           MOVE ZEROS TO TRL-RECORD-COUNT
           MOVE ZEROS TO TRL-HASH-TOTAL
           PERFORM 1020-READ-BUSINESS-DATE
           PERFORM 1050-READ-CONTROL-RECORD
           PERFORM 1070-READ-RUN-HISTORY
           PERFORM 1090-FIND-LAST-AUDIT-SEQ
           PERFORM 1100-READ-LAST-CHECKPOINT
           OPEN INPUT CUSTOMER-INPUT
                I-O   CUSTOMER-OUTPUT
                      OR EOF-REACHED
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTPROC: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTPROC: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       1050-READ-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE
           IF WS-CUSTCTL-STATUS NOT = FS-OK
               END-IF
           END-READ.

      * CUSTAUD is keyed by run date and sequence number across every
      * program that writes it, so numbering carries on from the last
      * image already on file for the business date instead of
      * restarting at 1.  A CUSTAUD not yet
      * created just means numbering starts at 1.
       1090-FIND-LAST-AUDIT-SEQ.
           MOVE ZEROS TO WS-AUD-SEQ-NO
           SET AUD-NOT-EOF TO TRUE
           OPEN INPUT CUSTOMER-AUDIT
           EVALUATE WS-CUSTAUD-STATUS
               WHEN FS-OK
                   PERFORM 1095-READ-NEXT-AUDIT UNTIL AUD-EOF
                   CLOSE CUSTOMER-AUDIT
               WHEN 35
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTPROC: CUSTAUD NOT READABLE, STATUS '
                           WS-CUSTAUD-STATUS ' - RUN STOPPED'
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-EVALUATE
           MOVE ZEROS TO WS-CUSTAUD-STATUS.

       1095-READ-NEXT-AUDIT.
           READ CUSTOMER-AUDIT INTO CUST-AUD-LAYOUT
           AT END
               SET AUD-EOF TO TRUE
           NOT AT END
               IF AUD-RUN-DATE = WS-RUN-DATE AND
                  AUD-SEQ-NO > WS-AUD-SEQ-NO
                   MOVE AUD-SEQ-NO TO WS-AUD-SEQ-NO
               END-IF
           END-READ.

       1100-READ-LAST-CHECKPOINT.
           MOVE ZEROS TO WS-RESTART-SKIP-COUNT
           SET CKPT-NOT-EOF TO TRUE
           END-READ.

      * The extract header goes out after the feed header has been
      * processed, so a header refused by the volume check never
      * reaches the extract.
       1300-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO CUST-EXT-LAYOUT
           SET EXT-TYPE-HEADER TO TRUE

       2700-PROCESS-HEADER.
           MOVE CUST-REC-LAYOUT TO CUST-HDR-LAYOUT
           DISPLAY 'CUSTPROC: HEADER RECORD READ, RUN DATE '
                   HDR-RUN-DATE ' FILE COUNT ' HDR-FILE-COUNT
           IF HDR-RUN-DATE NOT = WS-RUN-DATE
               DISPLAY 'CUSTPROC: WARNING - FEED HEADER DATED '
                       HDR-RUN-DATE ', PROCESSING UNDER BUSINESS DATE '
                       WS-RUN-DATE
           END-IF
           PERFORM 2750-CHECK-FEED-VOLUME.

      * The night the feed arrived 40 percent short, the record-count
