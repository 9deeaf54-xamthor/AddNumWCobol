      ******************************************************************
      * Copybook: BUDGREC
      * Purpose:  Record layout for the BUDGMST department budget
      *           master - the forecast each department gives Finance
      *           for an accounting period (CAL-PERIOD, YYYYMM): how
      *           many calculations it expects to submit and the total
      *           result value it expects them to come to.  Keyed by
      *           department, period and operation.  An entry with a
      *           blank operation is the department's total forecast
      *           for the period; a department may also forecast
      *           individual operations, which Budget-Variance then
      *           compares line by line.  Figures are for the whole
      *           period - the variance report prorates them itself
      *           when it runs mid-period.  The master is kept in key
      *           order by Budget-Maint, which logs every change to
      *           BUDLOG.  COPYed into Budget-Maint and
      *           Budget-Variance.
      ******************************************************************
       01  BUDGET-RECORD.
           05 BUD-KEY.
              10 BUD-DEPT           PIC X(4).
              10 BUD-PERIOD         PIC X(6).
              10 BUD-OPERATION      PIC X(10).
           05 BUD-FORECAST-COUNT    PIC 9(9).
           05 BUD-FORECAST-RESULT   PIC S9(18)V9(4)
                                     SIGN IS LEADING SEPARATE.
