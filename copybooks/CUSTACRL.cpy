      *  test/prod flag so a new rate can be previewed (report only,
      *  no transactions emitted) before it moves money.  A zero rate
      *  or fee turns that half of the cycle off.
      *
      *  The accrual runs once per month, on the last business day
      *  (CUSTBDT).  ACR-PERIOD-SW 'O' overrides both checks - for a
      *  month-end that slipped past its date, or a deliberate rerun
      *  after the first run's transactions were pulled.
      ******************************************************************
       01  CUST-ACR-LAYOUT.
           05  ACR-INT-RATE            PIC X(05).
           05  ACR-ENV-SW              PIC X(01).
               88  ACR-ENV-TEST        VALUE 'T'.
               88  ACR-ENV-PROD        VALUE 'P'.
           05  ACR-PERIOD-SW           PIC X(01).
               88  ACR-PERIOD-OVERRIDE VALUE 'O'.
           05  FILLER                  PIC X(66).
