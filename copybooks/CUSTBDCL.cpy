      ******************************************************************
      *  CUSTBDCL
      *
      *  Card layout for CUSTDATE, the business-date and calendar
      *  maintenance, read from DATEIN, one action per card:
      *    I  initialize - set the business date to BDC-DATE (a
      *       business day); the one-time load, or a correction
      *    R  roll - move the business date to the next business day;
      *       BDC-DATE is required and must name the business date
      *       being rolled FROM, so a roll card submitted twice cannot
      *       move it twice
      *    H  add a holiday on BDC-DATE (BDC-DESC says which)
      *    B  add a weekend day worked as a business day on BDC-DATE
      *    D  delete the calendar entry for BDC-DATE
      *  BDC-OPERATOR-ID is required on every card.  A calendar entry
      *  may not be changed for the business date itself or earlier -
      *  those days are already worked.
      ******************************************************************
       01  CUST-BDC-LAYOUT.
           05  BDC-ACTION              PIC X(01).
               88  BDC-ACT-INITIALIZE  VALUE 'I'.
               88  BDC-ACT-ROLL        VALUE 'R'.
               88  BDC-ACT-HOLIDAY     VALUE 'H'.
               88  BDC-ACT-WORKED-DAY  VALUE 'B'.
               88  BDC-ACT-DELETE      VALUE 'D'.
           05  BDC-DATE                PIC X(08).
           05  BDC-DESC                PIC X(20).
           05  BDC-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(43).
