      ******************************************************************
      *  CUSTCASL
      *
      *  Surveillance case file record written by CUSTSURV to CASEOUT
      *  for the compliance team, 150 bytes.  Each case is one 'C'
      *  record followed by an 'I' record for every journal item
      *  behind it; both carry the case number, customer ID, case
      *  type, and run date so the file sorts and splits cleanly.
      *  Case types: L a single deposit or withdrawal over the
      *  threshold, S deposits over the threshold inside the rolling
      *  window with no single one over it, J an activity jump
      *  against the customer's own history.
      *    Case record: name, address, and account status from the
      *    master (CAS-ON-MASTER 'N' when the customer has since been
      *    purged), the amount that tripped the case, how many items
      *    are listed, the window or review period the items fall in,
      *    and for a jump case the review-period count against the
      *    usual count for a period that long.
      *    Item record: the journal record's run date, transaction
      *    date, type, amount, disposition, and closing balance.
      ******************************************************************
       01  CUST-CAS-LAYOUT.
           05  CAS-REC-TYPE            PIC X(01).
               88  CAS-CASE-REC        VALUE 'C'.
               88  CAS-ITEM-REC        VALUE 'I'.
           05  CAS-CASE-NO             PIC 9(07).
           05  CAS-CUST-ID             PIC X(10).
           05  CAS-CASE-TYPE           PIC X(01).
               88  CAS-LARGE-ITEM      VALUE 'L'.
               88  CAS-STRUCTURING     VALUE 'S'.
               88  CAS-ACTIVITY-JUMP   VALUE 'J'.
           05  CAS-RUN-DATE            PIC X(08).
           05  CAS-CASE-AREA.
               10  CAS-CUST-NAME       PIC X(25).
               10  CAS-CUST-ADDRESS    PIC X(25).
               10  CAS-ACCT-STATUS     PIC X(01).
               10  CAS-ON-MASTER       PIC X(01).
               10  CAS-CASE-AMOUNT     PIC 9(11)V99.
               10  CAS-ITEM-COUNT      PIC 9(05).
               10  CAS-PERIOD-FROM     PIC X(08).
               10  CAS-PERIOD-TO       PIC X(08).
               10  CAS-REVIEW-COUNT    PIC 9(05).
               10  CAS-USUAL-COUNT     PIC 9(05)V99.
               10  FILLER              PIC X(25).
           05  CAS-ITEM-AREA REDEFINES CAS-CASE-AREA.
               10  CAS-JRN-RUN-DATE    PIC X(08).
               10  CAS-JRN-TXN-DATE    PIC X(08).
               10  CAS-JRN-TXN-TYPE    PIC X(01).
               10  CAS-JRN-AMOUNT      PIC S9(7)V99.
               10  CAS-JRN-DISPOSITION PIC X(08).
               10  CAS-JRN-CLOSE-BAL   PIC S9(7)V99.
               10  FILLER              PIC X(80).
