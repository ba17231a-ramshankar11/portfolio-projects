      * ---------------------------------------------------------------
      * 2026-09-01  RKM  Initial version - snapshot-relative replay
      *                  of audit images and journal postings.
      * 2026-10-15  RKM  A replayed escheatment transfer (journal type
      *                  'E') closes the account and stamps its
      *                  last-update date as the posting run did.
      * 2026-10-15  RKM  Every replayed posting except fee and
      *                  interest stamps the last-update date with
      *                  its run date, as CUSTPOST now does.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Only movements that actually changed a balance replay - the
      * journaled CLOSING balance is applied, not the amount, so a
      * rerun of the replay cannot double-move anything.  An
      * escheatment transfer also closed the account when it posted,
      * and the replay closes it the same way.  Any posting but the
      * bank's own fee or interest stamped the last-update date with
      * its run date, and the replay stamps it the same way.
       2200-REPLAY-JOURNAL-POSTING.
           IF JRN-EOF
               CONTINUE
                       PERFORM 2900-REPORT-MISSING
                   NOT INVALID KEY
                       MOVE JRN-CLOSE-BALANCE TO OUT-CUST-BALANCE
                       IF JRN-TXN-TYPE NOT = 'F' AND
                          JRN-TXN-TYPE NOT = 'I'
                           MOVE JRN-RUN-DATE TO OUT-CUST-LAST-UPD-DATE
                       END-IF
                       IF JRN-TXN-TYPE = 'E'
                           SET OUT-CUST-ACCT-CLOSED TO TRUE
                       END-IF
                       PERFORM 2145-REPLAY-REWRITE
                       ADD 1 TO WS-POSTING-COUNT
               END-READ
