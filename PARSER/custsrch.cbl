       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSRCH.
      *
      * Customer search inquiry - finds customers by name or phone
      * when the caller does not have their customer ID.
      *
      * Reads search cards from SRCHIN (CUSTSRCL - a full or partial
      * name, or a phone number) and lists every matching customer
      * with ID, name, address, account status, balance and source
      * system.  Live customers are reached through the name and
      * phone alternate indexes over the CUSTOMER-MASTER KSDS (the
      * CUSTOUT1 / CUSTOUT2 paths CUSTRUN rebuilds nightly), so a
      * search does not sweep the master.  Customers purged to the
      * CUSTARC archive are found by a pass of the archive per
      * search and marked ARCHIVED, together with whether the ID has
      * since been reinstated - an archived customer that is not back
      * on the master is the one to raise a CUSTREIN card for.
      *
      * Each search lists at most WS-MAX-HITS customers, live and
      * archived together; a search that reaches the limit says so,
      * so the branch can narrow it rather than read a phone book.
      * A card with an unknown search type or no search value is
      * listed as rejected and the run ends RC 4.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-15  RKM  Initial version - name and phone search of
      *                  the master by alternate index, with the
      *                  purged-customer archive.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEARCH-CARDS    ASSIGN TO SRCHIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-SRCHIN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTOUT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS OUT-CUST-ID
                                  ALTERNATE RECORD KEY IS OUT-CUST-NAME
                                      WITH DUPLICATES
                                  ALTERNATE RECORD KEY IS OUT-CUST-PHONE
                                      WITH DUPLICATES
                                  FILE STATUS IS WS-CUSTOUT-STATUS.
           SELECT ARCHIVE-INPUT   ASSIGN TO ARCIN
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-ARCIN-STATUS.
           SELECT SEARCH-REPORT   ASSIGN TO SRCHRPT
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-SRCHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEARCH-CARDS RECORD CONTAINS 80 CHARACTERS.
       01  SRCHIN-RECORD-LAYOUT    PIC X(80).

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

       FD  ARCHIVE-INPUT RECORD CONTAINS 128 CHARACTERS.
       01  ARCHIVE-RECORD-LAYOUT   PIC X(128).

       FD  SEARCH-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
       COPY CUSTSRCL.                *> Defines 01 CUST-SRC-LAYOUT
       COPY CUSTARCL.                *> Defines 01 CUST-ARC-LAYOUT
       COPY CUSTDATL.                *> Defines 01 CUST-REC-LAYOUT
       COPY CUSTRPTL.                *> Defines 01 CUST-RPT-LAYOUT
       COPY FILESTAT.                *> Defines file status codes

      * Working storage variables
       01  WS-SRCHIN-STATUS        PIC 99 VALUE ZEROS.
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-ARCIN-STATUS         PIC 99 VALUE ZEROS.
       01  WS-SRCHRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CARD-EOF-SW          PIC X(1) VALUE 'N'.
           88  CARD-EOF            VALUE 'Y'.
           88  CARD-NOT-EOF        VALUE 'N'.
       01  WS-MST-EOF-SW           PIC X(1) VALUE 'N'.
           88  MST-EOF             VALUE 'Y'.
           88  MST-NOT-EOF         VALUE 'N'.
       01  WS-ARC-EOF-SW           PIC X(1) VALUE 'N'.
           88  ARC-EOF             VALUE 'Y'.
           88  ARC-NOT-EOF         VALUE 'N'.
       01  WS-FATAL-ERROR-SW       PIC X(1) VALUE 'N'.
           88  FATAL-ERROR         VALUE 'Y'.
           88  NO-FATAL-ERROR      VALUE 'N'.
       01  WS-RUN-DATE             PIC X(08) VALUE SPACES.

      * Search cards, loaded once from SRCHIN
       01  WS-SRC-TABLE.
           05  WS-SRC-COUNT        PIC 9(03) VALUE ZEROS.
           05  WS-SRC-ENTRY OCCURS 50 TIMES
                   INDEXED BY IX.
               10  WS-SRC-CARD     PIC X(26).
       01  WS-SRC-SUB              PIC 9(03) COMP VALUE ZEROS.
       01  WS-SRC-CARD-IN          PIC X(80).

      * The search in hand.  WS-KEY-LEN is the number of significant
      * characters in the name searched for - trailing spaces on the
      * card are not part of the name - and is what a master or
      * archive name must match on.
       01  WS-KEY-LEN              PIC 9(02) COMP VALUE ZEROS.
       01  WS-MAX-HITS             PIC 9(03) VALUE 50.
       01  WS-HIT-COUNT            PIC 9(03) VALUE ZEROS.
       01  WS-MASTER-HITS          PIC 9(03) VALUE ZEROS.
       01  WS-ARCHIVE-HITS         PIC 9(03) VALUE ZEROS.
       01  WS-MATCH-SW             PIC X(1) VALUE 'N'.
           88  RECORD-MATCHES      VALUE 'Y'.
       01  WS-REJECT-REASON        PIC X(40) VALUE SPACES.

      * Control totals
       01  WS-SEARCH-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-HITS           PIC 9(07) VALUE ZEROS.
       01  WS-LIMIT-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-EDITED-COUNT         PIC ZZZZZZ9.
       01  WS-EDITED-HITS          PIC ZZ9.
       01  WS-EDITED-ARC-HITS      PIC ZZ9.
       01  WS-EDITED-BALANCE       PIC ZZZZZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESSING SECTION.
           PERFORM 1000-INITIALIZE
           IF NO-FATAL-ERROR
               PERFORM 2000-RUN-ONE-SEARCH
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT
                      OR FATAL-ERROR
           END-IF
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-MASTER
                OUTPUT SEARCH-REPORT
           IF WS-CUSTOUT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTOUT, Status: '
                       WS-CUSTOUT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           IF WS-SRCHRPT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open SRCHRPT, Status: '
                       WS-SRCHRPT-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           END-IF
           PERFORM 1100-LOAD-SEARCH-CARDS
           IF WS-SRC-COUNT = 0
               DISPLAY 'CUSTSRCH: NO SEARCHES REQUESTED - '
                       'NOTHING TO DO'
           END-IF
           IF NO-FATAL-ERROR
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

       1100-LOAD-SEARCH-CARDS.
           OPEN INPUT SEARCH-CARDS
           IF WS-SRCHIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open SRCHIN, Status: '
                       WS-SRCHIN-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               PERFORM 1150-LOAD-NEXT-CARD UNTIL CARD-EOF
               CLOSE SEARCH-CARDS
           END-IF.

       1150-LOAD-NEXT-CARD.
           READ SEARCH-CARDS INTO WS-SRC-CARD-IN
           AT END
               SET CARD-EOF TO TRUE
           NOT AT END
               IF WS-SRC-CARD-IN (1:26) = SPACES
                   CONTINUE
               ELSE
                   IF WS-SRC-COUNT >= 50
                       DISPLAY 'CUSTSRCH: SEARCH TABLE FULL - CARD '
                               WS-SRC-CARD-IN (1:26) ' DROPPED'
                   ELSE
                       ADD 1 TO WS-SRC-COUNT
                       SET IX TO WS-SRC-COUNT
                       MOVE WS-SRC-CARD-IN (1:26) TO WS-SRC-CARD (IX)
                   END-IF
               END-IF
           END-READ.

       2000-RUN-ONE-SEARCH.
           SET IX TO WS-SRC-SUB
           MOVE SPACES TO CUST-SRC-LAYOUT
           MOVE WS-SRC-CARD (IX) TO CUST-SRC-LAYOUT (1:26)
           ADD 1 TO WS-SEARCH-COUNT
           MOVE ZEROS TO WS-HIT-COUNT
           MOVE ZEROS TO WS-MASTER-HITS
           MOVE ZEROS TO WS-ARCHIVE-HITS
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2100-PRINT-SEARCH-HEADER
           PERFORM 2150-EDIT-SEARCH-CARD
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING '  *** SEARCH REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           ELSE
               PERFORM 2200-PRINT-COLUMN-HEADINGS
               IF SRC-BY-NAME
                   PERFORM 2300-SEARCH-MASTER-BY-NAME
               ELSE
                   PERFORM 2400-SEARCH-MASTER-BY-PHONE
               END-IF
               IF WS-HIT-COUNT < WS-MAX-HITS AND NO-FATAL-ERROR
                   PERFORM 2600-SEARCH-ARCHIVE
               END-IF
               PERFORM 2900-PRINT-SEARCH-FOOTING
           END-IF.

       2100-PRINT-SEARCH-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE ALL '=' TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           EVALUATE TRUE
               WHEN SRC-BY-NAME
                   STRING 'NAME SEARCH   : ' SRC-SEARCH-VALUE
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               WHEN SRC-BY-PHONE
                   STRING 'PHONE SEARCH  : ' SRC-PHONE
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               WHEN OTHER
                   STRING 'SEARCH CARD   : ' WS-SRC-CARD (IX)
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           END-EVALUATE
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       2150-EDIT-SEARCH-CARD.
           EVALUATE TRUE
               WHEN NOT SRC-BY-NAME AND NOT SRC-BY-PHONE
                   MOVE 'SEARCH TYPE MUST BE N OR P'
                        TO WS-REJECT-REASON
               WHEN SRC-BY-NAME AND SRC-SEARCH-VALUE = SPACES
                   MOVE 'NO NAME GIVEN' TO WS-REJECT-REASON
               WHEN SRC-BY-NAME AND SRC-SEARCH-VALUE (1:1) = SPACE
                   MOVE 'NAME MUST START IN COLUMN 2'
                        TO WS-REJECT-REASON
               WHEN SRC-BY-PHONE AND SRC-PHONE = SPACES
                   MOVE 'NO PHONE NUMBER GIVEN' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 25 TO WS-KEY-LEN
                   PERFORM 2160-BACK-OVER-SPACE
                       UNTIL SRC-SEARCH-VALUE (WS-KEY-LEN:1)
                             NOT = SPACE
           END-EVALUATE.

       2160-BACK-OVER-SPACE.
           SUBTRACT 1 FROM WS-KEY-LEN.

       2200-PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUST ID    NAME                      ADDRESS'
                TO REPORT-RECORD-LAYOUT
           MOVE 'S     BALANCE SRC' TO REPORT-RECORD-LAYOUT (64:17)
           WRITE REPORT-RECORD-LAYOUT.

      * The name index is positioned at the first name not below the
      * one searched for and read forward while the leading
      * characters still match - trailing spaces sort below every
      * character a name can hold, so nothing that matches is
      * skipped.
       2300-SEARCH-MASTER-BY-NAME.
           MOVE SRC-SEARCH-VALUE TO OUT-CUST-NAME
           SET MST-NOT-EOF TO TRUE
           START CUSTOMER-MASTER KEY IS NOT < OUT-CUST-NAME
               INVALID KEY
                   SET MST-EOF TO TRUE
           END-START
           PERFORM 2350-READ-NEXT-BY-NAME
               UNTIL MST-EOF
                  OR WS-HIT-COUNT NOT < WS-MAX-HITS
                  OR FATAL-ERROR.

       2350-READ-NEXT-BY-NAME.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ
           IF NOT MST-EOF
               IF WS-CUSTOUT-STATUS NOT = FS-OK AND
                  WS-CUSTOUT-STATUS NOT = FS-DUPLICATE
                   DISPLAY 'CUSTSRCH: ERROR READING CUSTOUT NAME '
                           'INDEX, STATUS ' WS-CUSTOUT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   IF OUT-CUST-NAME (1:WS-KEY-LEN) =
                      SRC-SEARCH-VALUE (1:WS-KEY-LEN)
                       PERFORM 2500-PRINT-MASTER-HIT
                   ELSE
                       SET MST-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

       2400-SEARCH-MASTER-BY-PHONE.
           MOVE SRC-PHONE TO OUT-CUST-PHONE
           SET MST-NOT-EOF TO TRUE
           START CUSTOMER-MASTER KEY IS = OUT-CUST-PHONE
               INVALID KEY
                   SET MST-EOF TO TRUE
           END-START
           PERFORM 2450-READ-NEXT-BY-PHONE
               UNTIL MST-EOF
                  OR WS-HIT-COUNT NOT < WS-MAX-HITS
                  OR FATAL-ERROR.

       2450-READ-NEXT-BY-PHONE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ
           IF NOT MST-EOF
               IF WS-CUSTOUT-STATUS NOT = FS-OK AND
                  WS-CUSTOUT-STATUS NOT = FS-DUPLICATE
                   DISPLAY 'CUSTSRCH: ERROR READING CUSTOUT PHONE '
                           'INDEX, STATUS ' WS-CUSTOUT-STATUS
                   MOVE 'Y' TO WS-FATAL-ERROR-SW
               ELSE
                   IF OUT-CUST-PHONE = SRC-PHONE
                       PERFORM 2500-PRINT-MASTER-HIT
                   ELSE
                       SET MST-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

       2500-PRINT-MASTER-HIT.
           ADD 1 TO WS-HIT-COUNT
           ADD 1 TO WS-MASTER-HITS
           MOVE OUTPUT-RECORD-LAYOUT TO CUST-REC-LAYOUT
           PERFORM 2800-PRINT-HIT-LINE.

      * The archive is a flat file in purge order, so it is read end
      * to end for each search, closed and reopened - the same
      * trade CUST360 makes with the journal: a search run asks after
      * a handful of customers, not the whole book.
       2600-SEARCH-ARCHIVE.
           SET ARC-NOT-EOF TO TRUE
           OPEN INPUT ARCHIVE-INPUT
           IF WS-ARCIN-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open ARCIN, Status: '
                       WS-ARCIN-STATUS
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               PERFORM 2650-READ-NEXT-ARCHIVE
                   UNTIL ARC-EOF
                      OR WS-HIT-COUNT NOT < WS-MAX-HITS
               CLOSE ARCHIVE-INPUT
           END-IF.

       2650-READ-NEXT-ARCHIVE.
           READ ARCHIVE-INPUT INTO CUST-ARC-LAYOUT
           AT END
               SET ARC-EOF TO TRUE
           NOT AT END
               MOVE ARC-CUSTOMER-IMAGE TO CUST-REC-LAYOUT
               MOVE 'N' TO WS-MATCH-SW
               IF SRC-BY-NAME
                   IF CUST-NAME (1:WS-KEY-LEN) =
                      SRC-SEARCH-VALUE (1:WS-KEY-LEN)
                       SET RECORD-MATCHES TO TRUE
                   END-IF
               ELSE
                   IF CUST-PHONE = SRC-PHONE
                       SET RECORD-MATCHES TO TRUE
                   END-IF
               END-IF
               IF RECORD-MATCHES
                   PERFORM 2700-PRINT-ARCHIVE-HIT
               END-IF
           END-READ.

      * An archived customer may since have been reinstated by
      * CUSTREIN (the archive keeps the image either way), so the
      * master is asked by primary key before the branch is told to
      * request a reinstatement.
       2700-PRINT-ARCHIVE-HIT.
           ADD 1 TO WS-HIT-COUNT
           ADD 1 TO WS-ARCHIVE-HITS
           PERFORM 2800-PRINT-HIT-LINE
           MOVE CUST-ID TO OUT-CUST-ID
           READ CUSTOMER-MASTER
               KEY IS OUT-CUST-ID
               INVALID KEY
                   MOVE SPACES TO CUST-RPT-LAYOUT
                   STRING '           ** ARCHIVED - PURGED '
                          ARC-PURGE-DATE
                          ', CUSTREIN TO REINSTATE'
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               NOT INVALID KEY
                   MOVE SPACES TO CUST-RPT-LAYOUT
                   STRING '           ** ARCHIVED - PURGED '
                          ARC-PURGE-DATE
                          ', SINCE REINSTATED'
                       DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           END-READ
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       2800-PRINT-HIT-LINE.
           MOVE SPACES TO CUST-RPT-LAYOUT
           IF CUST-BALANCE NUMERIC
               MOVE CUST-BALANCE TO WS-EDITED-BALANCE
               STRING CUST-ID ' ' CUST-NAME ' ' CUST-ADDRESS ' '
                      CUST-ACCT-STATUS ' ' WS-EDITED-BALANCE ' '
                      CUST-SOURCE-SYSTEM
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           ELSE
               STRING CUST-ID ' ' CUST-NAME ' ' CUST-ADDRESS ' '
                      CUST-ACCT-STATUS ' ' CUST-BALANCE-X '*  '
                      CUST-SOURCE-SYSTEM
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           END-IF
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       2900-PRINT-SEARCH-FOOTING.
           ADD WS-HIT-COUNT TO WS-TOTAL-HITS
           IF WS-HIT-COUNT = 0
               MOVE SPACES TO REPORT-RECORD-LAYOUT
               MOVE '  NO MATCHING CUSTOMERS ON MASTER OR ARCHIVE'
                    TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           ELSE
               MOVE WS-MASTER-HITS TO WS-EDITED-HITS
               MOVE WS-ARCHIVE-HITS TO WS-EDITED-ARC-HITS
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING '  ' WS-EDITED-HITS ' ON MASTER, '
                      WS-EDITED-ARC-HITS ' ARCHIVED'
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF
           IF WS-HIT-COUNT NOT < WS-MAX-HITS
               ADD 1 TO WS-LIMIT-COUNT
               MOVE WS-MAX-HITS TO WS-EDITED-HITS
               MOVE SPACES TO CUST-RPT-LAYOUT
               STRING '  *** MATCH LIMIT OF ' WS-EDITED-HITS
                      ' REACHED - NARROW THE SEARCH ***'
                   DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
               MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
               WRITE REPORT-RECORD-LAYOUT
           END-IF.

       3000-TERMINATE.
           IF NO-FATAL-ERROR
               PERFORM 3200-WRITE-REPORT-TOTALS
           END-IF
           IF FATAL-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE CUSTOMER-MASTER
                 SEARCH-REPORT.

       3100-WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           MOVE 'CUSTSRCH CUSTOMER NAME / PHONE SEARCH'
                TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'RUN DATE        : ' WS-RUN-DATE
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-SRC-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'SEARCHES        : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-MAX-HITS TO WS-EDITED-HITS
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'MATCH LIMIT     : ' WS-EDITED-HITS
                  ' PER SEARCH'
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       3200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-SEARCH-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'SEARCHES RUN    : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-REJECT-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'SEARCHES REJECTD: ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-TOTAL-HITS TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'CUSTOMERS LISTED: ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT
           MOVE WS-LIMIT-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO CUST-RPT-LAYOUT
           STRING 'AT MATCH LIMIT  : ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO CUST-RPT-LAYOUT
           MOVE CUST-RPT-LAYOUT TO REPORT-RECORD-LAYOUT
           WRITE REPORT-RECORD-LAYOUT.

       END PROGRAM CUSTSRCH.
