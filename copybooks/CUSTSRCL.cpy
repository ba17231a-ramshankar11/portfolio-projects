      ******************************************************************
      *  CUSTSRCL
      *
      *  Search card read by CUSTSRCH from SRCHIN, one per search.
      *  Name ('N'): the customer name, or its leading characters,
      *  keyed as the master holds it - every customer whose name
      *  starts with the characters given is listed, so a full name
      *  also finds longer names that begin with it.  Phone ('P'):
      *  the phone number in the first 12 columns of the search
      *  value, matched in full.  Either search also covers the
      *  customers purged to the CUSTARC archive.
      ******************************************************************
       01  CUST-SRC-LAYOUT.
           05  SRC-SEARCH-TYPE         PIC X(01).
               88  SRC-BY-NAME         VALUE 'N'.
               88  SRC-BY-PHONE        VALUE 'P'.
           05  SRC-SEARCH-VALUE        PIC X(25).
           05  SRC-PHONE-VIEW REDEFINES SRC-SEARCH-VALUE.
               10  SRC-PHONE           PIC X(12).
               10  FILLER              PIC X(13).
           05  FILLER                  PIC X(54).
