      * ---------------------------------------------------------------
      * 2026-09-01  RKM  Initial version - whole-night cross-footing
      *                  after the stream completes.
      * 2026-10-15  RKM  Count the account-hold dispositions FROZEN
      *                  and HOLDNSF as journal rejects.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       ADD 1 TO WS-JRN-REJECTED
                   WHEN JRN-OVERDRAWN
                       ADD 1 TO WS-JRN-REJECTED
                   WHEN JRN-FROZEN
                       ADD 1 TO WS-JRN-REJECTED
                   WHEN JRN-HOLD-NSF
                       ADD 1 TO WS-JRN-REJECTED
                   WHEN OTHER
                       ADD 1 TO WS-JRN-UNKNOWN
               END-EVALUATE
