      *  (CUST-REC-LAYOUT as read) and after-image (OUTPUT-RECORD-LAYOUT
      *  as written) so a reviewer can answer "what did this run change"
      *  without re-running anything.  Keyed for retrieval by run date
      *  and sequence number.  Every CUSTAUD writer (CUSTPROC, CUSTMNT,
      *  CUSTDMRG, CUSTREIN) carries the sequence on from the last
      *  image on file for the run date, so the pair stays unique.
      ******************************************************************
       01  CUST-AUD-LAYOUT.
           05  AUD-RUN-DATE            PIC X(08).
