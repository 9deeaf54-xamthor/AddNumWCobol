      ******************************************************************
      * Copybook: OPERREC
      * Purpose:  Record layout for the OPERMST operator / department
      *           master - one 51-byte record per department code:
      *           code, name, status (A active, I inactive), the
      *           effective end date of a deactivation (YYYYMMDD) and
      *           the approval limit above which Hello-NAME holds a
      *           result for supervisor approval (zero or spaces, no
      *           limit).  Records written before the status, end
      *           date or limit existed read in short and are taken
      *           as active with no end date and no limit.  Every
      *           program that opens OPERMST uses this full layout so
      *           a record is always read back as one record.
      *           Maintained by Operator-Maint.  COPYed into
      *           Hello-NAME, Operator-Maint, Trans-Entry,
      *           Standing-Generate, Chargeback-Billing,
      *           Dept-Confirm, Dept-Intake, Budget-Maint,
      *           Budget-Variance and User-Maint.
      ******************************************************************
       01  OPERATOR-MASTER-RECORD.
           05 OPR-DEPT-CODE         PIC X(4).
           05 OPR-DEPT-NAME         PIC X(20).
           05 OPR-STATUS            PIC X.
           05 OPR-END-DATE          PIC X(8).
           05 OPR-APPROVAL-LIMIT    PIC 9(18).
