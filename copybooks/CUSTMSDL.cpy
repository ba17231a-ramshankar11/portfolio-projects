      ******************************************************************
      *  CUSTMSDL
      *
      *  Masking dictionary record, one per distinct personal value
      *  (name, address, email or phone) found in the files the test
      *  region is given.  CUSTMSKX writes one per value occurrence
      *  with the fake value blank; the job stream sorts them unique
      *  and loads them into the MSKDICT work KSDS, keyed on field
      *  type + real value, where CUSTMASK assigns each its fake
      *  value and then masks every file through it - one real value,
      *  one fake value, whichever file it turns up in.  The dataset
      *  holds real personal data and is deleted when the job ends.
      ******************************************************************
       01  CUST-MSD-LAYOUT.
           05  MSD-KEY.
               10  MSD-FIELD-TYPE      PIC X(01).
                   88  MSD-TYPE-NAME   VALUE 'N'.
                   88  MSD-TYPE-ADDRESS VALUE 'A'.
                   88  MSD-TYPE-EMAIL  VALUE 'E'.
                   88  MSD-TYPE-PHONE  VALUE 'P'.
               10  MSD-REAL-VALUE      PIC X(25).
           05  MSD-FAKE-VALUE          PIC X(25).
           05  FILLER                  PIC X(09).
