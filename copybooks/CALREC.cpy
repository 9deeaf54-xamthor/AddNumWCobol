      *           each day of the month: B business day, H holiday,
      *           W weekend.  Period-Close flips CAL-STATUS to
      *           closed after Month-End-Report has run.  COPYed
      *           into Period-Close (which maintains it) and
      *           Hello-NAME, Standing-Generate, Chargeback-Billing
      *           and Budget-Variance (which read it).
      ******************************************************************
       01  CALENDAR-RECORD.
           05 CAL-PERIOD            PIC X(6).
