      ******************************************************************
      *  CUSTSOIL
      *
      *  Standing-order instruction record on the CUSTSOI KSDS, 100
      *  bytes, keyed by customer ID plus an order number (SOI-KEY,
      *  offset 0 length 13) so one customer can carry several
      *  recurring payments.  Added, amended, suspended, resumed,
      *  and cancelled by CUSTSOMT; read by the nightly CUSTSOGN
      *  generator, which emits one CUSTTXNL transaction of type
      *  SOI-TXN-TYPE for SOI-AMOUNT every time SOI-NEXT-DUE-DATE
      *  comes round and rolls the due date forward by SOI-FREQUENCY
      *  (W weekly, M monthly, Q quarterly).  A monthly or quarterly
      *  order falls due on SOI-ANCHOR-DAY, or the last day of a
      *  shorter month, so a 31st payment does not drift to the 28th
      *  after February.  SOI-END-TYPE says what ends the order: D
      *  the first due date past SOI-END-DATE, C when
      *  SOI-REMAIN-COUNT runs out, N never.  SOI-LAST-GEN-DATE is
      *  the processing date of the last generation - the generator
      *  never generates an order twice on the same date.  Records
      *  are never deleted; a cancelled or ended order stays on file
      *  as history.
      ******************************************************************
       01  CUST-SOI-LAYOUT.
           05  SOI-KEY.
               10  SOI-CUST-ID         PIC X(10).
               10  SOI-ORDER-NO        PIC 9(03).
           05  SOI-TXN-TYPE            PIC X(01).
               88  SOI-TYPE-DEPOSIT    VALUE 'D'.
               88  SOI-TYPE-WITHDRAWAL VALUE 'W'.
               88  SOI-TYPE-FEE        VALUE 'F'.
               88  SOI-TYPE-VALID      VALUES 'D' 'W' 'F'.
           05  SOI-AMOUNT              PIC 9(7)V99.
           05  SOI-FREQUENCY           PIC X(01).
               88  SOI-FREQ-WEEKLY     VALUE 'W'.
               88  SOI-FREQ-MONTHLY    VALUE 'M'.
               88  SOI-FREQ-QUARTERLY  VALUE 'Q'.
               88  SOI-FREQ-VALID      VALUES 'W' 'M' 'Q'.
           05  SOI-ANCHOR-DAY          PIC 9(02).
           05  SOI-NEXT-DUE-DATE       PIC X(08).
           05  SOI-END-TYPE            PIC X(01).
               88  SOI-END-BY-DATE     VALUE 'D'.
               88  SOI-END-BY-COUNT    VALUE 'C'.
               88  SOI-END-NEVER       VALUE 'N'.
           05  SOI-END-DATE            PIC X(08).
           05  SOI-REMAIN-COUNT        PIC 9(03).
           05  SOI-STATUS              PIC X(01).
               88  SOI-ACTIVE          VALUE 'A'.
               88  SOI-SUSPENDED       VALUE 'S'.
               88  SOI-CANCELLED       VALUE 'C'.
               88  SOI-ENDED           VALUE 'E'.
           05  SOI-SUSP-REASON         PIC X(08).
               88  SOI-SUSP-OPERATOR   VALUE 'OPERATOR'.
               88  SOI-SUSP-CLOSED     VALUE 'CLOSED'.
               88  SOI-SUSP-NOMASTER   VALUE 'NOMASTER'.
               88  SOI-SUSP-MERGED     VALUE 'MERGED'.
           05  SOI-LAST-GEN-DATE       PIC X(08).
           05  SOI-GEN-COUNT           PIC 9(05).
           05  SOI-ADDED-BY            PIC X(08).
           05  SOI-CHANGED-BY          PIC X(08).
           05  SOI-CHANGED-DATE        PIC X(08).
           05  FILLER                  PIC X(08).
