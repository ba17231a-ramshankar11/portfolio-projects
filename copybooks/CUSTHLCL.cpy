      ******************************************************************
      *  CUSTHLCL
      *
      *  Hold card read by CUSTHOLD from HOLDIN, one per hold placed
      *  or released.  Place ('P'): customer ID, hold type (A amount
      *  / F full freeze), amount (9999999V99, amount holds only),
      *  reason code (LG legal, GN garnishment, FR fraud, OT other),
      *  optional expiry date (YYYYMMDD, blank = until released),
      *  the operator placing it, and a free-form reference such as
      *  the court order number; the hold number is assigned by the
      *  program and printed on the report.  Release ('R'): customer
      *  ID, the hold number to release, and the operator.
      ******************************************************************
       01  CUST-HLC-LAYOUT.
           05  HLC-ACTION              PIC X(01).
               88  HLC-ACT-PLACE       VALUE 'P'.
               88  HLC-ACT-RELEASE     VALUE 'R'.
           05  HLC-CUST-ID             PIC X(10).
           05  HLC-HOLD-NO             PIC X(03).
           05  HLC-HOLD-NO-N REDEFINES HLC-HOLD-NO
                                       PIC 9(03).
           05  HLC-HOLD-TYPE           PIC X(01).
           05  HLC-AMOUNT              PIC X(09).
           05  HLC-AMOUNT-N REDEFINES HLC-AMOUNT
                                       PIC 9(7)V99.
           05  HLC-REASON-CODE         PIC X(02).
           05  HLC-EXPIRY-DATE         PIC X(08).
           05  HLC-OPERATOR-ID         PIC X(08).
           05  HLC-REFERENCE           PIC X(20).
           05  FILLER                  PIC X(18).
