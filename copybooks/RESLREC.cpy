      *           with each record.  A posted record backed
      *           out by a Reverse transaction keeps its original
      *           figures and carries RESL-REVERSED-FLAG = "Y".
      *           COPYed into Hello-NAME, Trans-Inquiry,
      *           Results-Search, Trans-Entry, Results-Archive,
      *           Results-Convert, Results-Verify, Suspense-Aging,
      *           Standing-Generate, Dept-Confirm, Chargeback-Billing,
      *           Results-Backup, Results-Recover, Budget-Variance and
      *           Results-Outlier.
      ******************************************************************
       01  RESULTS-RECORD.
           05 RESL-TRANS-ID         PIC X(10).
