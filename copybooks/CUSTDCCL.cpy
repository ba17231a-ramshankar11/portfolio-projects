      ******************************************************************
      *  CUSTDCCL
      *
      *  Dual-control run card for CUSTMNT and CUSTDMRG.  One record,
      *  read once at startup from DCTLCTL.  The run mode says whether
      *  this is a maker run ('S' - the cards are edited and queued to
      *  the pending-change file, nothing reaches the master) or a
      *  checker run ('A' - the approver's release/decline decisions
      *  are applied to the queued items).  The operator ID is the
      *  person keying the run: the maker on a submit run, the
      *  approver on an approval run, and an approval run refuses any
      *  item the same ID submitted.  The pending-days limit is how
      *  long an item may sit undecided before the approval run lists
      *  it as overdue ('005' is five days).
      ******************************************************************
       01  CUST-DCC-LAYOUT.
           05  DCC-RUN-MODE            PIC X(01).
               88  DCC-MODE-SUBMIT     VALUE 'S'.
               88  DCC-MODE-APPROVE    VALUE 'A'.
           05  DCC-OPERATOR-ID         PIC X(08).
           05  DCC-PEND-DAYS           PIC X(03).
           05  DCC-PEND-DAYS-N REDEFINES DCC-PEND-DAYS
                                       PIC 9(03).
           05  FILLER                  PIC X(68).
