      ******************************************************************
      *  CUSTESHL
      *
      *  Escheatment record on the CUSTESC KSDS, 100 bytes, keyed by
      *  customer ID (ESH-CUST-ID, offset 0 length 10).  Written by
      *  CUSTESCH when an account is first found dormant and the
      *  due-diligence letter goes out, and rewritten as it moves on:
      *    N  noticed - the letter is out and the holding period is
      *       running (ESH-REPLY-BY-DATE is the last day for the
      *       owner to come forward)
      *    T  transferred - reported to the state for ESH-REPORT-
      *       AMOUNT on ESH-REPORT-DATE, and the type 'E' transfer
      *       that zeroes the balance emitted to CUSTTXN
      *    W  withdrawn - the owner answered (activity on or after
      *       the notice date) or the account no longer qualified;
      *       ESH-WITHDRAWN-REASON says which.  A withdrawn account
      *       that goes dormant again is noticed afresh.
      *  Never deleted, so the file is the escheatment history.
      *  CUSTACCR charges no dormancy fee to an account that is noticed
      *  or transferred, and CUSTPURG archives a transferred account at
      *  the next purge once its transfer has posted.
      ******************************************************************
       01  CUST-ESH-LAYOUT.
           05  ESH-CUST-ID             PIC X(10).
           05  ESH-STAGE               PIC X(01).
               88  ESH-NOTICED         VALUE 'N'.
               88  ESH-TRANSFERRED     VALUE 'T'.
               88  ESH-WITHDRAWN       VALUE 'W'.
               88  ESH-IN-ESCHEATMENT  VALUES 'N' 'T'.
           05  ESH-NOTICE-DATE         PIC X(08).
           05  ESH-REPLY-BY-DATE       PIC X(08).
           05  ESH-LAST-ACTIVITY-DATE  PIC X(08).
           05  ESH-NOTICE-BALANCE      PIC S9(7)V99.
           05  ESH-REPORT-DATE         PIC X(08).
           05  ESH-REPORT-AMOUNT       PIC S9(7)V99.
           05  ESH-WITHDRAWN-DATE      PIC X(08).
           05  ESH-WITHDRAWN-REASON    PIC X(08).
               88  ESH-WD-ACTIVITY     VALUE 'ACTIVITY'.
               88  ESH-WD-ACTIVE       VALUE 'ACTIVE'.
               88  ESH-WD-CLOSED       VALUE 'CLOSED'.
               88  ESH-WD-NO-BALANCE   VALUE 'NOBAL'.
           05  FILLER                  PIC X(23).
