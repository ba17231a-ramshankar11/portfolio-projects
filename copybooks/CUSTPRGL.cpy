      *  the cutoff is archived and deleted - and a test/prod flag so
      *  the purge can be previewed (report only, master untouched)
      *  before it is run for real.
      *
      *  The purge runs once per month, on the last business day
      *  (CUSTBDT), and the cutoff must fall before that date.
      *  PRG-PERIOD-SW 'O' overrides the once-a-month and period-end
      *  checks.
      ******************************************************************
       01  CUST-PRG-LAYOUT.
           05  PRG-CUTOFF-DATE         PIC X(08).
           05  PRG-ENV-SW              PIC X(01).
               88  PRG-ENV-TEST        VALUE 'T'.
               88  PRG-ENV-PROD        VALUE 'P'.
           05  PRG-PERIOD-SW           PIC X(01).
               88  PRG-PERIOD-OVERRIDE VALUE 'O'.
           05  FILLER                  PIC X(70).
