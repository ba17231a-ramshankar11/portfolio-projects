      ******************************************************************
      *  CUSTHLDL
      *
      *  Account hold record on the CUSTHOLD KSDS, 100 bytes, keyed by
      *  customer ID plus a hold number (HLD-KEY, offset 0 length 13)
      *  so one customer can carry several holds at once - a
      *  garnishment and a legal hold, say.  Written by CUSTHOLD when
      *  a hold is placed and rewritten when it is released or runs
      *  past its expiry date; never deleted, so the file is the
      *  history of every hold the account ever had.  An amount hold
      *  ('A') takes HLD-AMOUNT out of the available balance; a full
      *  freeze ('F') refuses every debit whatever the balance.  A
      *  space expiry date means the hold stands until released.
      *  CUSTPOST honors an active hold through its expiry date.
      ******************************************************************
       01  CUST-HLD-LAYOUT.
           05  HLD-KEY.
               10  HLD-CUST-ID         PIC X(10).
               10  HLD-HOLD-NO         PIC 9(03).
           05  HLD-HOLD-TYPE           PIC X(01).
               88  HLD-AMOUNT-HOLD     VALUE 'A'.
               88  HLD-FULL-FREEZE     VALUE 'F'.
           05  HLD-AMOUNT              PIC 9(7)V99.
           05  HLD-REASON-CODE         PIC X(02).
               88  HLD-REASON-LEGAL    VALUE 'LG'.
               88  HLD-REASON-GARNISH  VALUE 'GN'.
               88  HLD-REASON-FRAUD    VALUE 'FR'.
               88  HLD-REASON-OTHER    VALUE 'OT'.
               88  HLD-REASON-VALID    VALUES 'LG' 'GN' 'FR' 'OT'.
           05  HLD-PLACED-DATE         PIC X(08).
           05  HLD-EXPIRY-DATE         PIC X(08).
           05  HLD-STATUS              PIC X(01).
               88  HLD-ACTIVE          VALUE 'A'.
               88  HLD-RELEASED        VALUE 'R'.
               88  HLD-EXPIRED         VALUE 'E'.
           05  HLD-PLACED-BY           PIC X(08).
           05  HLD-RELEASED-BY         PIC X(08).
           05  HLD-STATUS-DATE         PIC X(08).
           05  HLD-REFERENCE           PIC X(20).
           05  FILLER                  PIC X(14).
