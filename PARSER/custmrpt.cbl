      * ---------------------------------------------------------------
      * 2026-08-23  RKM  Initial version - status/account breakdowns,
      *                  aged inactive listing, grand totals.
      * 2026-10-15  RKM  Review fix: the run date the inactive
      *                  accounts are aged against is the CUSTBDT
      *                  business date, not the system clock, so the
      *                  ages agree with the rest of the night's run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                  ORGANIZATION IS SEQUENTIAL
                                  ACCESS MODE IS SEQUENTIAL
                                  FILE STATUS IS WS-MSTRRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO CUSTBDT
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS BDT-KEY
                                  FILE STATUS IS WS-CUSTBDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-REPORT RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD-LAYOUT    PIC X(80).

       FD  BUSINESS-DATE-FILE RECORD CONTAINS 80 CHARACTERS.
           COPY CUSTBDTL.

       WORKING-STORAGE SECTION.

      * Include common data definitions (Copybooks)
      * Working storage variables
       01  WS-CUSTOUT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-MSTRRPT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-CUSTBDT-STATUS       PIC 99 VALUE ZEROS.
       01  WS-EOF-SW               PIC X(1) VALUE 'N'.
           88  EOF-REACHED         VALUE 'Y'.
           88  NOT-EOF             VALUE 'N'.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1020-READ-BUSINESS-DATE
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YYYY
           MOVE WS-RUN-DATE (5:2) TO WS-RUN-MM
           OPEN INPUT CUSTOMER-MASTER
               PERFORM 3100-WRITE-REPORT-HEADER
           END-IF.

      * The run date the inactive accounts are aged against is the
      * business date on the CUSTBDT control record, not the system
      * clock, so an on-demand run ages them the same way the night's
      * run does.  No business date, no report.
       1020-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-CUSTBDT-STATUS NOT = FS-OK
               DISPLAY 'ERROR: Failed to open CUSTBDT, Status: '
                       WS-CUSTBDT-STATUS
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-FATAL-ERROR-SW
           ELSE
               SET BDT-CONTROL-KEY TO TRUE
               READ BUSINESS-DATE-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: No business date on CUSTBDT'
                       MOVE 'Y' TO WS-EOF-SW
                       MOVE 'Y' TO WS-FATAL-ERROR-SW
                   NOT INVALID KEY
                       MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       2000-PROCESS-MASTER.
           READ CUSTOMER-MASTER
           AT END
