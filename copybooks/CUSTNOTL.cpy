      ******************************************************************
      *  CUSTNOTL
      *
      *  Customer notice record written by CUSTNTFY to NTCOUT, 150
      *  bytes, one per customer per notice type per night, for the
      *  print/mail vendor and the email gateway.  NOT-TEMPLATE picks
      *  the letter; the name, address, and email are the master's
      *  as of the end of the night's posting, except that a fraud
      *  alert goes to the address the customer had before the change
      *  and is never emailed.  NOT-CHANNEL 'B' is mail and email,
      *  'M' mail only (no email on file, or a fraud alert).
      *    NOT-EVENT-AMOUNT   the overdrawing item or the fee, signed
      *                       as journaled; zero for a change notice
      *    NOT-EVENT-BALANCE  the balance after that item
      *    NOT-OLD-VALUE      the address, email, or phone the change
      *                       replaced; on an ESCHEAT letter the
      *                       reply-by date (YYYYMMDD); spaces
      *                       otherwise
      *  ESCHEAT is the pre-escheat due-diligence letter CUSTESCH
      *  writes to its own DDLOUT file - the amount and balance are
      *  both the dormant balance the state will be given.
      ******************************************************************
       01  CUST-NOT-LAYOUT.
           05  NOT-RUN-DATE            PIC X(08).
           05  NOT-CUST-ID             PIC X(10).
           05  NOT-TEMPLATE            PIC X(08).
               88  NOT-OVERDRAWN       VALUE 'OVERDRAW'.
               88  NOT-DORMANCY-FEE    VALUE 'DORMFEE'.
               88  NOT-ACCT-CLOSED     VALUE 'ACCTCLOS'.
               88  NOT-ADDRESS-CHANGE  VALUE 'ADDRCHG'.
               88  NOT-EMAIL-CHANGE    VALUE 'EMAILCHG'.
               88  NOT-PHONE-CHANGE    VALUE 'PHONECHG'.
               88  NOT-FRAUD-ALERT     VALUE 'FRAUDADR'.
               88  NOT-ESCHEAT-NOTICE  VALUE 'ESCHEAT'.
           05  NOT-CHANNEL             PIC X(01).
               88  NOT-MAIL-AND-EMAIL  VALUE 'B'.
               88  NOT-MAIL-ONLY       VALUE 'M'.
           05  NOT-CUST-NAME           PIC X(25).
           05  NOT-CUST-ADDRESS        PIC X(25).
           05  NOT-CUST-EMAIL          PIC X(25).
           05  NOT-EVENT-AMOUNT        PIC S9(7)V99.
           05  NOT-EVENT-BALANCE       PIC S9(7)V99.
           05  NOT-OLD-VALUE           PIC X(25).
           05  FILLER                  PIC X(05).
