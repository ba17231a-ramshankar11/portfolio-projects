      ******************************************************************
      *  CUSTGLIL
      *
      *  General-ledger interface record written to GLIF by CUSTGLIF
      *  for the finance ledger load, 80 bytes.  One header, then one
      *  detail entry per account per side per transaction type, then
      *  one trailer.  Byte 1 says which: the header carries the
      *  posting date and the source system; a detail carries the GL
      *  account, a debit/credit indicator, and an unsigned amount;
      *  the trailer carries the detail count and the debit and
      *  credit totals, which are always equal - the ledger load
      *  refuses a file whose trailer does not foot.
      ******************************************************************
       01  CUST-GLI-LAYOUT.
           05  GLI-REC-TYPE            PIC X(01).
               88  GLI-TYPE-HEADER     VALUE 'H'.
               88  GLI-TYPE-DETAIL     VALUE 'D'.
               88  GLI-TYPE-TRAILER    VALUE 'T'.
           05  GLI-POST-DATE           PIC X(08).
           05  GLI-DETAIL-AREA.
               10  GLI-ACCOUNT         PIC X(12).
               10  GLI-DR-CR           PIC X(01).
                   88  GLI-DEBIT       VALUE 'D'.
                   88  GLI-CREDIT      VALUE 'C'.
               10  GLI-AMOUNT          PIC 9(11)V99.
               10  GLI-TXN-TYPE        PIC X(01).
               10  GLI-ITEM-COUNT      PIC 9(07).
               10  GLI-DESCRIPTION     PIC X(25).
               10  FILLER              PIC X(12).
           05  GLI-HEADER-AREA REDEFINES GLI-DETAIL-AREA.
               10  GLI-SOURCE-SYSTEM   PIC X(08).
               10  FILLER              PIC X(63).
           05  GLI-TRAILER-AREA REDEFINES GLI-DETAIL-AREA.
               10  GLI-RECORD-COUNT    PIC 9(07).
               10  GLI-DEBIT-TOTAL     PIC 9(13)V99.
               10  GLI-CREDIT-TOTAL    PIC 9(13)V99.
               10  FILLER              PIC X(34).
