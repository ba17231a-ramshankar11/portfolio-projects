      *                   amount must exactly negate.  A space type
      *                   keeps today's untyped posting behavior, so
      *                   unconverted branch feeds are unaffected.
      *  2026-10-15  RKM  Added type 'E', the escheatment transfer
      *                   CUSTESCH emits to hand a dormant balance
      *                   over to the state.  Its reference fields
      *                   carry the report date and the amount
      *                   reported, which the transfer must exactly
      *                   negate and which must still be the balance
      *                   when it posts.
      ******************************************************************
       01  CUST-TXN-LAYOUT.
           05  TXN-CUST-ID             PIC X(10).
               88  TXN-TYPE-INTEREST   VALUE 'I'.
               88  TXN-TYPE-ADJUSTMENT VALUE 'A'.
               88  TXN-TYPE-REVERSAL   VALUE 'R'.
               88  TXN-TYPE-ESCHEAT    VALUE 'E'.
               88  TXN-TYPE-UNTYPED    VALUE ' '.
               88  TXN-TYPE-VALID      VALUES 'D' 'W' 'F' 'I'
                                              'A' 'R' 'E' ' '.
           05  TXN-REF-DATE            PIC X(08).
           05  TXN-REF-AMOUNT          PIC S9(7)V99.
           05  FILLER                  PIC X(35).
