       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMSKX.
      *
      * Personal-value extract for the test-region masking job.
      *
      * Reads every file the masked test copies are built from - the
      * CUSTOMER-MASTER KSDS, the audit trail (both images of every
      * record), the purge archive and the night's sorted feed - and
      * writes one CUSTMSDL record per non-blank name, address,
      * email and phone it finds, fake value blank.  The job stream
      * sorts the extract unique on field type + value and loads it
      * as the masking dictionary CUSTMASK works from, so every
      * personal value in any of the files is known before the first
      * record is masked.  The posting journal carries no personal
      * data and is not read.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - name / address / email /
      *                  phone extract from master, audit, archive
      *                  and feed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS OUT-CUST-ID
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT AUDIT-INPUT     ASSIGN TO AUDIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-AUDIN-STATUS.
           SELECT ARCHIVE-INPUT   ASSIGN TO ARCIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-ARCIN-STATUS.
           SELECT FEED-INPUT      ASSIGN TO FEEDIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-FEEDIN-STATUS.
           SELECT VALUE-OUTPUT    ASSIGN TO MSKVAL
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MSKVAL-STATUS.

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

       FD  AUDIT-INPUT RECORD CONTAINS 255 CHARACTERS.
       01  AUDIN-RECORD-LAYOUT     PIC X(255).

       FD  ARCHIVE-INPUT RECORD CONTAINS 128 CHARACTERS.
       01  ARCHIVE-RECORD-LAYOUT   PIC X(128).

       FD  FEED-INPUT RECORD CONTAINS 120 CHARACTERS.
       01  FEED-RECORD-LAYOUT      PIC X(120).

       FD  VALUE-OUTPUT RECORD CONTAINS 60 CHARACTERS.
       01  VALUE-RECORD-LAYOUT     PIC X(60).

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTDATL.                *> Defines 01 CUST-REC-LAYOUT
       COPY CUSTAUDL.                *> Defines 01 CUST-AUD-LAYOUT
       COPY CUSTARCL.                *> Defines 01 CUST-ARC-LAYOUT
       COPY CUSTMSDL.                *> Defines 01 CUST-MSD-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-AUDIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-ARCIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-FEEDIN-STATUS        PIC 99 VALUE ZEROS.
       01  WS-MSKVAL-STATUS        PIC 99 VALUE ZEROS.
       01  WS-IN-EOF-SW            PIC X(1) VALUE 'N'.
           88  IN-EOF              VALUE 'Y'.
           88  IN-NOT-EOF          VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.

      * Control totals
       01  WS-MASTER-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-AUDIT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-ARCHIVE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-FEED-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-WRITTEN-COUNT        PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           IF NO-FATAL-ERROR
               PERFORM 2000-EXTRACT-MASTER
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2200-EXTRACT-AUDIT
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2400-EXTRACT-ARCHIVE
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 2600-EXTRACT-FEED
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT VALUE-OUTPUT
           IF WS-MSKVAL-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open MSKVAL, Status: '
                       WS-MSKVAL-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF.

       2000-EXTRACT-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTOUT, Status: '
                       WS-CUSTOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET IN-NOT-EOF TO TRUE
               PERFORM 2050-READ-MASTER
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE CUSTOMER-MASTER
           END-IF.

       2050-READ-MASTER.
           READ CUSTOMER-MASTER
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-MASTER-COUNT
               MOVE OUTPUT-RECORD-LAYOUT TO CUST-REC-LAYOUT
               PERFORM 2800-WRITE-IMAGE-VALUES
           END-READ.

      * A blank image (the before image of an add, the after image of
      * a delete) carries nothing to extract.
       2200-EXTRACT-AUDIT.
           OPEN INPUT AUDIT-INPUT
           IF WS-AUDIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open AUDIN, Status: '
                       WS-AUDIN-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET IN-NOT-EOF TO TRUE
               PERFORM 2250-READ-AUDIT
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE AUDIT-INPUT
           END-IF.

       2250-READ-AUDIT.
           READ AUDIT-INPUT INTO CUST-AUD-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-AUDIT-COUNT
               IF AUD-BEFORE-IMAGE NOT = SPACES
                   MOVE AUD-BEFORE-IMAGE TO CUST-REC-LAYOUT
                   PERFORM 2800-WRITE-IMAGE-VALUES
               END-IF
               IF AUD-AFTER-IMAGE NOT = SPACES
                   MOVE AUD-AFTER-IMAGE TO CUST-REC-LAYOUT
                   PERFORM 2800-WRITE-IMAGE-VALUES
               END-IF
           END-READ.

       2400-EXTRACT-ARCHIVE.
           OPEN INPUT ARCHIVE-INPUT
           IF WS-ARCIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open ARCIN, Status: '
                       WS-ARCIN-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET IN-NOT-EOF TO TRUE
               PERFORM 2450-READ-ARCHIVE
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE ARCHIVE-INPUT
           END-IF.

       2450-READ-ARCHIVE.
           READ ARCHIVE-INPUT INTO CUST-ARC-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-ARCHIVE-COUNT
               MOVE ARC-CUSTOMER-IMAGE TO CUST-REC-LAYOUT
               PERFORM 2800-WRITE-IMAGE-VALUES
           END-READ.

      * Only the feed's detail records carry customer data - the
      * header and trailer are dates, counts and totals.
       2600-EXTRACT-FEED.
           OPEN INPUT FEED-INPUT
           IF WS-FEEDIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open FEEDIN, Status: '
                       WS-FEEDIN-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET IN-NOT-EOF TO TRUE
               PERFORM 2650-READ-FEED
                   UNTIL IN-EOF OR FATAL-ERROR
               CLOSE FEED-INPUT
           END-IF.

       2650-READ-FEED.
           READ FEED-INPUT INTO CUST-REC-LAYOUT
           AT END
               SET IN-EOF TO TRUE
           NOT AT END
               ADD 1 TO WS-FEED-COUNT
               IF NOT CUST-TYPE-HEADER AND NOT CUST-TYPE-TRAILER
                   PERFORM 2800-WRITE-IMAGE-VALUES
               END-IF
           END-READ.

       2800-WRITE-IMAGE-VALUES.
           IF CUST-NAME NOT = SPACES
               MOVE SPACES TO CUST-MSD-LAYOUT
               SET MSD-TYPE-NAME TO TRUE
               MOVE CUST-NAME TO MSD-REAL-VALUE
               PERFORM 2900-WRITE-VALUE
           END-IF
           IF CUST-ADDRESS NOT = SPACES
               MOVE SPACES TO CUST-MSD-LAYOUT
               SET MSD-TYPE-ADDRESS TO TRUE
               MOVE CUST-ADDRESS TO MSD-REAL-VALUE
               PERFORM 2900-WRITE-VALUE
           END-IF
           IF CUST-EMAIL NOT = SPACES
               MOVE SPACES TO CUST-MSD-LAYOUT
               SET MSD-TYPE-EMAIL TO TRUE
               MOVE CUST-EMAIL TO MSD-REAL-VALUE
               PERFORM 2900-WRITE-VALUE
           END-IF
           IF CUST-PHONE NOT = SPACES
               MOVE SPACES TO CUST-MSD-LAYOUT
               SET MSD-TYPE-PHONE TO TRUE
               MOVE CUST-PHONE TO MSD-REAL-VALUE
               PERFORM 2900-WRITE-VALUE
           END-IF.

       2900-WRITE-VALUE.
           MOVE CUST-MSD-LAYOUT TO VALUE-RECORD-LAYOUT
           WRITE VALUE-RECORD-LAYOUT
           IF WS-MSKVAL-STATUS NOT = FS-OK
               DISPLAY 'CUSTMSKX: ERROR WRITING MSKVAL, STATUS '
                       WS-MSKVAL-STATUS
               MOVE 'Y' TO WS-IN-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       3000-TERMINATE.
           DISPLAY 'CUSTMSKX MASTER RECORDS READ : ' WS-MASTER-COUNT
           DISPLAY 'CUSTMSKX AUDIT RECORDS READ  : ' WS-AUDIT-COUNT
           DISPLAY 'CUSTMSKX ARCHIVE RECORDS READ: ' WS-ARCHIVE-COUNT
           DISPLAY 'CUSTMSKX FEED RECORDS READ   : ' WS-FEED-COUNT
           DISPLAY 'CUSTMSKX VALUES WRITTEN      : ' WS-WRITTEN-COUNT
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE VALUE-OUTPUT.

       END PROGRAM CUSTMSKX.
