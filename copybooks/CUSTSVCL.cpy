      ******************************************************************
      *  CUSTSVCL
      *
      *  Run-control record layout for CUSTSURV, the large-cash and
      *  structuring surveillance run.  One record, read once at
      *  startup from SURVCTL:
      *    SVC-THRESHOLD     the reporting limit in dollars and cents
      *                      ('001000000' is 10,000.00) - a single
      *                      deposit or withdrawal over it is a
      *                      large-item case, and deposits adding up
      *                      to more than it inside the rolling
      *                      window with no single one over it are a
      *                      structuring case
      *    SVC-WINDOW-DAYS   the rolling window, in days
      *    SVC-REVIEW-DAYS   the review period ending on the run date
      *                      - only activity inside it raises a case;
      *                      everything older is the customer's
      *                      history
      *    SVC-JUMP-FACTOR   how many times the customer's own usual
      *                      item count for a period that long the
      *                      review period must reach to be an
      *                      activity-jump case
      *    SVC-JUMP-MINIMUM  the least review-period item count that
      *                      can be a jump at all, so two items
      *                      against a history of none is not one
      ******************************************************************
       01  CUST-SVC-LAYOUT.
           05  SVC-THRESHOLD           PIC X(09).
           05  SVC-THRESHOLD-N REDEFINES SVC-THRESHOLD
                                       PIC 9(7)V99.
           05  SVC-WINDOW-DAYS         PIC X(03).
           05  SVC-WINDOW-DAYS-N REDEFINES SVC-WINDOW-DAYS
                                       PIC 9(03).
           05  SVC-REVIEW-DAYS         PIC X(03).
           05  SVC-REVIEW-DAYS-N REDEFINES SVC-REVIEW-DAYS
                                       PIC 9(03).
           05  SVC-JUMP-FACTOR         PIC X(02).
           05  SVC-JUMP-FACTOR-N REDEFINES SVC-JUMP-FACTOR
                                       PIC 9(02).
           05  SVC-JUMP-MINIMUM        PIC X(03).
           05  SVC-JUMP-MINIMUM-N REDEFINES SVC-JUMP-MINIMUM
                                       PIC 9(03).
           05  FILLER                  PIC X(60).
