      ******************************************************************
      *  CUSTMKCL
      *
      *  Masking run control card read by CUSTMASK from MASKCTL.
      *  Carries the number of detail records the masked sample feed
      *  is to hold, taken from the front of the night's sorted feed
      *  (zeros = the whole feed).  The sample's header and trailer
      *  are rebuilt from the details actually written, so the
      *  sample foots the way a real feed must.
      ******************************************************************
       01  CUST-MKC-LAYOUT.
           05  MKC-SAMPLE-SIZE         PIC X(07).
           05  MKC-SAMPLE-SIZE-N REDEFINES MKC-SAMPLE-SIZE
                                       PIC 9(07).
           05  FILLER                  PIC X(73).
