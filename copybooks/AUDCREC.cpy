      ******************************************************************
      * Copybook: AUDCREC
      * Purpose:  Record layout for the AUDCHAIN audit chain anchor, a
      *           one-record file holding the sequence number and check
      *           value of the last record Hello-NAME wrote to AUDITLOG.
      *           Every AUDITLOG record carries SEQ= (a permanent
      *           sequence number) and CHK= (a check value chained from
      *           the previous record's CHK=) in columns 272-300.  The
      *           run continues the chain from the last record on
      *           AUDITLOG, or from this anchor when Audit-Archive has
      *           moved every chained record off the live log, and
      *           rewrites the anchor at end of run.  Audit-Verify
      *           agrees the end of the log back to it, so records cut
      *           off the end of AUDITLOG are noticed.  COPYed into
      *           Hello-NAME, Audit-Verify and Results-Backup.
      ******************************************************************
       01  AUDIT-CHAIN-RECORD.
           05 ACH-LAST-SEQ-NO       PIC 9(9).
           05 ACH-LAST-CHECK        PIC 9(10).
           05 ACH-RUN-DATE          PIC X(8).
           05 ACH-UPDATED-DATE      PIC X(8).
           05 ACH-UPDATED-TIME      PIC X(8).
