      ******************************************************************
      *  CUSTBDTL
      *
      *  Business-date control and processing calendar, the CUSTBDT
      *  KSDS, 80 bytes, keyed by BDT-KEY (offset 0 length 8).  Every
      *  program that stamps a date on the master, journal, audit, or
      *  history records takes its run date from here rather than the
      *  system clock, so a run after midnight or a rerun of a missed
      *  night still carries the business date it belongs to.
      *
      *  One control record, key '00000000':
      *    BDT-BUSINESS-DATE   the date tonight's work is done under
      *    BDT-PRIOR-DATE      the business date before it
      *    BDT-NEXT-DATE       the business date the next roll moves to
      *    BDT-PERIOD-END-SW   'Y' when the business date is the last
      *                        business day of its month
      *    BDT-xxxx-PERIOD     the month (YYYYMM) each month-end job
      *                        last completed for, so it cannot run
      *                        twice for one period without an override
      *    BDT-ROLLED-xxxx     when (system date) and by whom the date
      *                        was last set or rolled
      *  Only CUSTDATE changes the dates; the month-end jobs stamp
      *  their own period.
      *
      *  Calendar records, key = the date (YYYYMMDD): a weekday is a
      *  business day and a Saturday or Sunday is not, unless a
      *  calendar record says otherwise - 'H' a holiday on a weekday,
      *  'B' a weekend day worked as a business day.
      ******************************************************************
       01  CUST-BDT-LAYOUT.
           05  BDT-KEY                 PIC X(08).
               88  BDT-CONTROL-KEY     VALUE '00000000'.
           05  BDT-REC-TYPE            PIC X(01).
               88  BDT-CONTROL-REC     VALUE 'C'.
               88  BDT-CALENDAR-REC    VALUE 'D'.
           05  BDT-CONTROL-AREA.
               10  BDT-BUSINESS-DATE   PIC X(08).
               10  BDT-PRIOR-DATE      PIC X(08).
               10  BDT-NEXT-DATE       PIC X(08).
               10  BDT-PERIOD-END-SW   PIC X(01).
                   88  BDT-PERIOD-END  VALUE 'Y'.
                   88  BDT-NOT-PERIOD-END VALUE 'N'.
               10  BDT-ACCR-PERIOD     PIC X(06).
               10  BDT-PURG-PERIOD     PIC X(06).
               10  BDT-STMT-PERIOD     PIC X(06).
               10  BDT-ROLLED-DATE     PIC X(08).
               10  BDT-ROLLED-BY       PIC X(08).
               10  FILLER              PIC X(12).
           05  BDT-CALENDAR-AREA REDEFINES BDT-CONTROL-AREA.
               10  BDT-DAY-TYPE        PIC X(01).
                   88  BDT-HOLIDAY     VALUE 'H'.
                   88  BDT-WORKED-DAY  VALUE 'B'.
               10  BDT-DAY-DESC        PIC X(20).
               10  BDT-ADDED-BY        PIC X(08).
               10  BDT-ADDED-DATE      PIC X(08).
               10  FILLER              PIC X(34).
