      ******************************************************************
      *  CUSTESCL
      *
      *  Run-control record layout for CUSTESCH, the annual unclaimed-
      *  property (escheatment) run.  One record, read once at startup
      *  from ESCHCTL:
      *    ESC-DORMANT-YEARS  the statutory dormancy period - an
      *                       inactive account in credit with no
      *                       customer-initiated activity for this
      *                       many years is presumed abandoned
      *    ESC-HOLDING-DAYS   how long after the due-diligence letter
      *                       the owner has to come forward before
      *                       the property is reported and handed
      *                       over; the letter carries the date
      *    ESC-RUN-MODE       'N' the notice run - finds the newly
      *                       dormant accounts and writes the due-
      *                       diligence list for the pre-escheat
      *                       letter; 'R' the report run - reports
      *                       every noticed account whose holding
      *                       period has run out unanswered and emits
      *                       its transfer.  Either run withdraws a
      *                       notice the owner has answered.
      *    ESC-ENV-SW         test/prod - a test run prints the
      *                       register of what would be noticed or
      *                       reported and writes nothing else
      *    ESC-HOLDER-ID      the bank's federal tax ID, and
      *    ESC-REPORT-STATE   the state the report is filed with,
      *                       both carried on the state report header
      *                       (required on a report run)
      ******************************************************************
       01  CUST-ESC-LAYOUT.
           05  ESC-DORMANT-YEARS       PIC X(02).
           05  ESC-DORMANT-YEARS-N REDEFINES ESC-DORMANT-YEARS
                                       PIC 9(02).
           05  ESC-HOLDING-DAYS        PIC X(03).
           05  ESC-HOLDING-DAYS-N REDEFINES ESC-HOLDING-DAYS
                                       PIC 9(03).
           05  ESC-RUN-MODE            PIC X(01).
               88  ESC-MODE-NOTICE     VALUE 'N'.
               88  ESC-MODE-REPORT     VALUE 'R'.
           05  ESC-ENV-SW              PIC X(01).
               88  ESC-ENV-TEST        VALUE 'T'.
               88  ESC-ENV-PROD        VALUE 'P'.
           05  ESC-HOLDER-ID           PIC X(09).
           05  ESC-REPORT-STATE        PIC X(02).
           05  FILLER                  PIC X(62).
