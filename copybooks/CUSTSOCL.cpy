      ******************************************************************
      *  CUSTSOCL
      *
      *  Standing-order maintenance card read by CUSTSOMT from SOIN.
      *  Add ('A'): customer ID, transaction type (D deposit, W
      *  withdrawal, F fee), amount (9999999V99, unsigned - the type
      *  gives the direction), frequency (W/M/Q), first due date,
      *  and at most one of end date or payment count (both blank =
      *  until cancelled); the order number is assigned by the
      *  program and printed on the report.  Amend ('M'): customer
      *  ID, order number, and only the fields to change - a blank
      *  field keeps its value; an end date or count replaces the
      *  old end condition.  Suspend ('S'), resume ('R'), cancel
      *  ('C'): customer ID and order number; a resume may carry a
      *  new next-due date and must when the old one has passed.
      *  Every card carries the operator ID.
      ******************************************************************
       01  CUST-SOC-LAYOUT.
           05  SOC-ACTION              PIC X(01).
               88  SOC-ACT-ADD         VALUE 'A'.
               88  SOC-ACT-AMEND       VALUE 'M'.
               88  SOC-ACT-SUSPEND     VALUE 'S'.
               88  SOC-ACT-RESUME      VALUE 'R'.
               88  SOC-ACT-CANCEL      VALUE 'C'.
           05  SOC-CUST-ID             PIC X(10).
           05  SOC-ORDER-NO            PIC X(03).
           05  SOC-ORDER-NO-N REDEFINES SOC-ORDER-NO
                                       PIC 9(03).
           05  SOC-TXN-TYPE            PIC X(01).
           05  SOC-AMOUNT              PIC X(09).
           05  SOC-AMOUNT-N REDEFINES SOC-AMOUNT
                                       PIC 9(7)V99.
           05  SOC-FREQUENCY           PIC X(01).
           05  SOC-NEXT-DUE-DATE       PIC X(08).
           05  SOC-END-DATE            PIC X(08).
           05  SOC-REMAIN-COUNT        PIC X(03).
           05  SOC-REMAIN-COUNT-N REDEFINES SOC-REMAIN-COUNT
                                       PIC 9(03).
           05  SOC-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(28).
