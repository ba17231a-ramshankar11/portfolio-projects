      *                  into the unsigned trailer field dropped the
      *                  sign and failed the downstream footing on
      *                  any file whose balances netted negative.
      * 2026-10-15  RKM  The composite header carries the CUSTBDT
      *                  business date rather than the first branch
      *                  header's date; a branch header dated
      *                  otherwise is reported.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MRGOUT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGED-OUTPUT RECORD CONTAINS 120 CHARACTERS.
       01  MERGED-RECORD-LAYOUT    PIC X(120).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       01  WS-FEEDIN3-STATUS       PIC 99 VALUE ZEROS.
       01  WS-RCYIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-MRGOUT-STATUS        PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-FEED-EOF-SW          PIC X(1) VALUE 'N'.
           88  FEED-EOF            VALUE 'Y'.
           88  FEED-NOT-EOF        VALUE 'N'.
       01  WS-TOTAL-HASH           PIC S9(15) VALUE ZEROS.
       01  WS-ANY-HEADER-SW        PIC X(1) VALUE 'N'.
           88  ANY-HEADER-SEEN     VALUE 'Y'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           OPEN OUTPUT MERGED-OUTPUT
           IF WS-MRGOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open MRGOUT, Status: '
               END-IF
           END-IF.

      * The run date is the business date on the CUSTBDT control
      * record, not the system clock, so a run after midnight or the
      * rerun of a missed night still works under the date it belongs
      * to.  No business date, no run.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'CUSTMRGE: CUSTBDT NOT AVAILABLE, STATUS '
                       WS-CUSTBDT-STATUS ' - RUN STOPPED'
               SET RCY-EOF TO TRUE
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'CUSTMRGE: NO BUSINESS DATE ON CUSTBDT'
                               ' - RUN STOPPED'
                       SET RCY-EOF TO TRUE
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      * Recycled records already carry their source-system code
      * (CUSTRCYC preserves or stamps it), so they pass through
      * unstamped but still count toward the composite totals.
                   WRITE MERGED-RECORD-LAYOUT
           END-EVALUATE.

      * A branch header's date and count are informational only - the
      * composite header carries the business date, and the footing
      * that matters is the feed's trailer.  A branch dated other
      * than the business date (a late file, or one cut on the wrong
      * day) is called out so operations can confirm it belongs to
      * tonight.
       2700-NOTE-FEED-HEADER.
           MOVE CUST-REC-LAYOUT TO CUST-HDR-LAYOUT
           MOVE 'Y' TO WS-ANY-HEADER-SW
           DISPLAY 'CUSTMRGE: FEED ' WS-CURRENT-SOURCE
                   ' HEADER, RUN DATE ' HDR-RUN-DATE
                   ' FILE COUNT ' HDR-FILE-COUNT
           IF HDR-RUN-DATE NOT = WS-RUN-DATE
               DISPLAY 'CUSTMRGE: WARNING - FEED ' WS-CURRENT-SOURCE
                       ' HEADER DATED ' HDR-RUN-DATE
                       ', BUSINESS DATE IS ' WS-RUN-DATE
           END-IF.

      * Per-feed footing - the whole point of keeping each branch's
      * header/trailer pair.  A feed with details but no trailer, or

      * One composite bracket around everything that went out, built
      * from the combined actuals so CUSTPROC's own footing balances.
      * The header, stamped with the business date, is only written
      * when some feed actually sent one - a recycle-only run gets
      * just the trailer, and no feed-volume check downstream.
      * Skipped entirely when nothing at all arrived - CUSTPROC sees
      * an empty file and ends quietly.
       2900-WRITE-COMPOSITE-BRACKET.
           IF ANY-HEADER-SEEN
               MOVE SPACES TO CUST-HDR-LAYOUT
               MOVE 'H' TO HDR-REC-TYPE
               MOVE WS-RUN-DATE TO HDR-RUN-DATE
               MOVE WS-TOTAL-DETAIL-COUNT TO HDR-FILE-COUNT
               MOVE CUST-HDR-LAYOUT TO MERGED-RECORD-LAYOUT
               WRITE MERGED-RECORD-LAYOUT
