      ******************************************************************
      * Copybook: SECLREC
      * Purpose:  Record layout for the SECLOG security log, appended
      *           to by every interactive program.  One record per
      *           event: SIGNON (accepted sign-on, detail gives the
      *           role), REFUSED (sign-on refused - unknown ID, wrong
      *           password, deactivated profile), DENIED (a signed-on
      *           user refused a program or an action outside their
      *           role or departments), PROFILE (a User-Maint change
      *           to USERMST) and SETUP (the first maintainer profile
      *           created on an empty USERMST).  SEC-USER is the ID
      *           keyed, whether or not it is on USERMST.  COPYed
      *           into User-Maint, Trans-Entry, Trans-Inquiry,
      *           Results-Search, Operator-Maint, Approve-Held and
      *           Budget-Maint.
      ******************************************************************
       01  SECURITY-LOG-RECORD.
           05 SEC-DATE              PIC X(8).
           05 SEC-TIME              PIC X(8).
           05 SEC-USER              PIC X(8).
           05 SEC-PROGRAM           PIC X(16).
           05 SEC-EVENT             PIC X(8).
           05 SEC-DETAIL            PIC X(80).
