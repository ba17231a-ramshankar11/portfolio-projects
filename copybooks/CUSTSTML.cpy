      *  run date falls on or between the two dates appear on the
      *  statements; everything else on the concatenated journal
      *  generations is left out.
      *
      *  Both dates blank means the month to date: the first of the
      *  business date's month through the business date (CUSTBDT).
      *  The run belongs to the last business day of the month and
      *  runs once per month; STM-PERIOD-SW 'O' overrides both checks,
      *  for a reissue of an earlier period or a rerun.
      ******************************************************************
       01  CUST-STM-LAYOUT.
           05  STM-FROM-DATE           PIC X(08).
           05  STM-TO-DATE             PIC X(08).
           05  STM-PERIOD-SW           PIC X(01).
               88  STM-PERIOD-OVERRIDE VALUE 'O'.
           05  FILLER                  PIC X(63).
