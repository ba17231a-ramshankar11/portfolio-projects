      ******************************************************************
      *  CUSTGLML
      *
      *  General-ledger account-mapping card read by CUSTGLIF from
      *  GLMAP, one card per CUSTTXNL transaction type.  Each card
      *  names the two GL accounts a type's postings move between:
      *  the customer-deposit control account (the liability the
      *  master balances roll up to) and the offset account the money
      *  comes from or goes to (cash, fee income, interest expense,
      *  suspense ...).  Column 1 blank maps the legacy untyped
      *  postings.  Finance maintains the cards; a type that posts
      *  with no card here stops the GL feed rather than being
      *  dropped.
      ******************************************************************
       01  CUST-GLM-LAYOUT.
           05  GLM-TXN-TYPE            PIC X(01).
           05  GLM-CUST-ACCT           PIC X(12).
           05  GLM-OFFSET-ACCT         PIC X(12).
           05  GLM-DESCRIPTION         PIC X(25).
           05  FILLER                  PIC X(30).
