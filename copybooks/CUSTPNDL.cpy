      ******************************************************************
      *  CUSTPNDL
      *
      *  Pending-change record layout for the dual-control files
      *  MNTPEND (CUSTMNT field changes) and MRGPEND (CUSTDMRG merges).
      *  A maker run appends one record per accepted card, holding the
      *  card exactly as keyed and the maker's ID; the approval run
      *  rewrites the record in place with the approver's ID, the
      *  decision date and the outcome.  Records are never deleted, so
      *  the file is the sign-off trail: who keyed each change, who
      *  released or declined it, and - for an applied item - the
      *  CUSTAUD run date and sequence number of the first before/after
      *  image the change wrote, tying the sign-off to the audit image.
      *  A CUSTMNT submit also keeps the changed field's value as the
      *  master held it when the card was keyed (PND-BEFORE-VALUE);
      *  the approval run releases the change only if the field still
      *  holds that value, so a posting or fix made while the item
      *  waited is never silently overwritten.
      ******************************************************************
       01  CUST-PND-LAYOUT.
           05  PND-ITEM-NO             PIC 9(07).
           05  PND-SUBMIT-DATE         PIC X(08).
           05  PND-MAKER-ID            PIC X(08).
           05  PND-CARD-IMAGE          PIC X(80).
           05  PND-ITEM-STATUS         PIC X(01).
               88  PND-PENDING         VALUE 'P'.
               88  PND-APPLIED         VALUE 'A'.
               88  PND-DECLINED        VALUE 'D'.
               88  PND-REFUSED         VALUE 'X'.
           05  PND-CHECKER-ID          PIC X(08).
           05  PND-DECISION-DATE       PIC X(08).
           05  PND-AUD-SEQ-NO          PIC 9(07).
           05  PND-RESULT              PIC X(30).
           05  PND-BEFORE-SW           PIC X(01).
               88  PND-BEFORE-HELD     VALUE 'Y'.
           05  PND-BEFORE-VALUE        PIC X(25).
           05  FILLER                  PIC X(17).
