      ******************************************************************
      * Copybook: USERREC
      * Purpose:  Record layout for the USERMST user profile master -
      *           one record per person allowed to sign on to the
      *           interactive programs.  The password itself is never
      *           stored: USR-PASSWORD-CHECK is the user ID and
      *           password folded through (c*131 + ORD(byte)) mod
      *           1000000007, the fold used for the audit log chain,
      *           and sign-on compares the fold of what was keyed.
      *           Role E entry clerk (Trans-Entry and the inquiries),
      *           I inquiry only, S supervisor (adds Approve-Held and
      *           Budget-Maint), M maintainer (adds Operator-Maint,
      *           Budget-Maint and User-Maint).  Status A active,
      *           I deactivated.  USR-DEPT lists the departments the
      *           user may work with; "*ALL" in the first entry means
      *           every department.  Maintained by User-Maint; COPYed
      *           into Trans-Entry, Trans-Inquiry, Results-Search,
      *           Operator-Maint, Approve-Held, Budget-Maint and
      *           User-Maint.
      ******************************************************************
       01  USER-RECORD.
           05 USR-USER-ID           PIC X(8).
           05 USR-PASSWORD-CHECK    PIC 9(10).
           05 USR-ROLE              PIC X.
              88 USR-ENTRY-CLERK    VALUE "E".
              88 USR-INQUIRY-ONLY   VALUE "I".
              88 USR-SUPERVISOR     VALUE "S".
              88 USR-MAINTAINER     VALUE "M".
           05 USR-STATUS            PIC X.
              88 USR-ACTIVE         VALUE "A".
           05 USR-USER-NAME         PIC X(20).
           05 USR-PASSWORD-DATE     PIC X(8).
           05 USR-DEPT-COUNT        PIC 9(2).
           05 USR-DEPT OCCURS 10 TIMES
                                    PIC X(4).
