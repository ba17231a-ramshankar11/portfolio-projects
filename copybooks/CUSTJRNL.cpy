      *                   for overdrawing the balance), POSTEDOD
      *                   (overdrawing withdrawal posted but flagged,
      *                   per the POSTCTL overdraft action).
      *  2026-10-15  RKM  Added the account-hold dispositions: FROZEN
      *                   (debit refused, account under a full freeze
      *                   on CUSTHOLD) and HOLDNSF (withdrawal or fee
      *                   refused for exceeding the available balance
      *                   - the balance less active amount holds).
      *  2026-10-15  RKM  HOLDNSF now also covers an untyped debit
      *                   from an unconverted feed.
      ******************************************************************
       01  CUST-JRN-LAYOUT.
           05  JRN-RUN-DATE            PIC X(08).
               88  JRN-BAD-REF         VALUE 'BADREF'.
               88  JRN-OVERDRAWN       VALUE 'OVERDRFT'.
               88  JRN-POSTED-OD       VALUE 'POSTEDOD'.
               88  JRN-FROZEN          VALUE 'FROZEN'.
               88  JRN-HOLD-NSF        VALUE 'HOLDNSF'.
           05  JRN-TXN-DATE            PIC X(08).
           05  JRN-TXN-TYPE            PIC X(01).
           05  FILLER                  PIC X(18).
