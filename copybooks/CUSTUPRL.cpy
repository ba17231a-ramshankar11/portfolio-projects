      ******************************************************************
      *  CUSTUPRL
      *
      *  State unclaimed-property report record written to UPROUT by
      *  CUSTESCH on a report run, 150 bytes.  One header, one detail
      *  per account reported, then one trailer - a run with nothing
      *  to report still writes the header and a zero trailer, which
      *  is the negative report the state expects.  Every record
      *  carries the holder's tax ID, the state, and the report date;
      *  byte 1 says which kind it is:
      *    detail   the owner's account, name, and address as the
      *             master holds them, the property type ('AC01',
      *             demand deposit account), the date of the owner's
      *             last activity, the date the due-diligence letter
      *             went out, and the unsigned amount handed over
      *    trailer  the detail count and the total amount, which must
      *             foot to the details - the state refuses a file
      *             that does not
      ******************************************************************
       01  CUST-UPR-LAYOUT.
           05  UPR-REC-TYPE            PIC X(01).
               88  UPR-TYPE-HEADER     VALUE 'H'.
               88  UPR-TYPE-DETAIL     VALUE 'D'.
               88  UPR-TYPE-TRAILER    VALUE 'T'.
           05  UPR-HOLDER-ID           PIC X(09).
           05  UPR-REPORT-STATE        PIC X(02).
           05  UPR-REPORT-DATE         PIC X(08).
           05  UPR-DETAIL-AREA.
               10  UPR-OWNER-ACCOUNT   PIC X(10).
               10  UPR-OWNER-NAME      PIC X(25).
               10  UPR-OWNER-ADDRESS   PIC X(25).
               10  UPR-OWNER-EMAIL     PIC X(25).
               10  UPR-PROPERTY-TYPE   PIC X(04).
               10  UPR-LAST-ACTIVITY-DATE
                                       PIC X(08).
               10  UPR-NOTICE-DATE     PIC X(08).
               10  UPR-AMOUNT          PIC 9(7)V99.
               10  FILLER              PIC X(16).
           05  UPR-TRAILER-AREA REDEFINES UPR-DETAIL-AREA.
               10  UPR-PROPERTY-COUNT  PIC 9(07).
               10  UPR-TOTAL-AMOUNT    PIC 9(11)V99.
               10  FILLER              PIC X(110).
