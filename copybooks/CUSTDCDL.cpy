      ******************************************************************
      *  CUSTDCDL
      *
      *  Approver decision card for a dual-control approval run of
      *  CUSTMNT or CUSTDMRG - one card per pending item, naming the
      *  item number printed on the maker run's report and the
      *  decision: 'R' releases the item to the master, 'D' declines
      *  it.  The approver's ID comes from the DCTLCTL run card, not
      *  from the decision card, so one run is one approver.
      ******************************************************************
       01  CUST-DCD-LAYOUT.
           05  DCD-ITEM-NO             PIC X(07).
           05  DCD-ITEM-NO-N REDEFINES DCD-ITEM-NO
                                       PIC 9(07).
           05  DCD-DECISION            PIC X(01).
               88  DCD-RELEASE         VALUE 'R'.
               88  DCD-DECLINE         VALUE 'D'.
           05  FILLER                  PIC X(72).
