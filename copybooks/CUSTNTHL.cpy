      ******************************************************************
      *  CUSTNTHL
      *
      *  Notice history record on the CUSTNTH KSDS, 80 bytes, keyed by
      *  customer ID plus notice template (NTH-KEY, offset 0 length
      *  18).  Written by CUSTNTFY the first time a customer has an
      *  event of a type and rewritten on every later one, so it
      *  holds when the event last happened and when the notice last
      *  went out - the suppression window is measured from the
      *  latter.  On the ADDRCHG record NTH-PRIOR-ADDRESS keeps the
      *  address the customer had before the change (the earliest one
      *  still inside the fraud window when changes come close
      *  together), which is where a fraud alert is sent.
      *  NTH-LAST-SENT-STAMP is the time of day the sending run
      *  started, so a run can tell a notice it sent itself from one
      *  an earlier run sent on the same business date.
      ******************************************************************
       01  CUST-NTH-LAYOUT.
           05  NTH-KEY.
               10  NTH-CUST-ID         PIC X(10).
               10  NTH-TEMPLATE        PIC X(08).
           05  NTH-LAST-EVENT-DATE     PIC X(08).
           05  NTH-LAST-SENT-DATE      PIC X(08).
           05  NTH-PRIOR-ADDRESS       PIC X(25).
           05  NTH-SENT-COUNT          PIC 9(05).
           05  NTH-SUPPRESS-COUNT      PIC 9(05).
           05  NTH-LAST-SENT-STAMP     PIC X(08).
           05  FILLER                  PIC X(03).
