      ******************************************************************
      * Copybook: PENDREC
      * Purpose:  Record layout for the indexed PENDAPPR pending-
      *           approval file, keyed on the transaction ID.
      *           Hello-NAME writes a record here, instead of posting,
      *           for any transaction whose result exceeds its
      *           department's OPR-APPROVAL-LIMIT on OPERMST; the
      *           figures are kept exactly as calculated (a chained
      *           operand is kept as the value it resolved to, with
      *           the source ID alongside).  Approve-Held records the
      *           supervisor's approve or decline with who and when,
      *           and the next Hello-NAME run posts the approved items
      *           and marks them posted.  Status H held, A approved,
      *           D declined, P posted.  COPYed into Hello-NAME and
      *           Approve-Held.
      ******************************************************************
       01  PENDING-RECORD.
           05 PEND-TRANS-ID         PIC X(10).
           05 PEND-STATUS           PIC X.
              88 PEND-HELD          VALUE "H".
              88 PEND-APPROVED      VALUE "A".
              88 PEND-DECLINED      VALUE "D".
              88 PEND-POSTED        VALUE "P".
           05 PEND-HELD-RUN-DATE    PIC X(8).
           05 PEND-DEPT             PIC X(4).
           05 PEND-BATCH-NO         PIC 9(6).
           05 PEND-OPERATION        PIC X(10).
           05 PEND-NUM-ONE          PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 PEND-NUM-TWO          PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 PEND-RESULT           PIC S9(18)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 PEND-REMAINDER        PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 PEND-OVERFLOW-FLAG    PIC X.
           05 PEND-APPROVAL-LIMIT   PIC 9(18).
           05 PEND-CHAIN-ONE-ID     PIC X(10).
           05 PEND-CHAIN-TWO-ID     PIC X(10).
           05 PEND-ACTION-USER      PIC X(8).
           05 PEND-ACTION-DATE      PIC X(8).
           05 PEND-ACTION-TIME      PIC X(8).
           05 PEND-POSTED-RUN-DATE  PIC X(8).
