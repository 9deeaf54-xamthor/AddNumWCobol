      *           validation check failed, and an unaltered copy of
      *           the original transaction record so nothing submitted
      *           is ever lost.  COPYed into Hello-NAME (which writes
      *           it) and Suspense-Repair, Suspense-Aging and
      *           Dept-Confirm (which read it).
      ******************************************************************
       01  SUSPENSE-RECORD.
           05 SUSP-RUN-DATE         PIC X(8).
              88 SUSP-DUP-TRANS-ID  VALUE "DI".
              88 SUSP-BAD-REVERSAL  VALUE "RV".
              88 SUSP-EXPIRED-DEPT  VALUE "DX".
              88 SUSP-BAD-CHAIN     VALUE "CH".
           05 SUSP-TRANS-DATA       PIC X(224).
