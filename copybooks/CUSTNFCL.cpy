      ******************************************************************
      *  CUSTNFCL
      *
      *  Run-control record layout for CUSTNTFY, the nightly customer
      *  notice generation.  One record, read once at startup from
      *  NTFYCTL:
      *    NFC-SUPPRESS-DAYS  a notice of a type already sent to the
      *                       customer fewer than this many days ago
      *                       is not sent again (the event is still
      *                       recorded) - 000 still never sends the
      *                       same notice twice on one run date
      *    NFC-FRAUD-DAYS     an address change and an email change on
      *                       the same customer no more than this
      *                       many days apart raise a fraud alert to
      *                       the address the customer had before
      ******************************************************************
       01  CUST-NFC-LAYOUT.
           05  NFC-SUPPRESS-DAYS       PIC X(03).
           05  NFC-SUPPRESS-DAYS-N REDEFINES NFC-SUPPRESS-DAYS
                                       PIC 9(03).
           05  NFC-FRAUD-DAYS          PIC X(03).
           05  NFC-FRAUD-DAYS-N REDEFINES NFC-FRAUD-DAYS
                                       PIC 9(03).
           05  FILLER                  PIC X(74).
