      ******************************************************************
      * Copybook: RBKCREC
      * Purpose:  Control record ending a RESLBKUP results master
      *           backup image.  Results-Backup writes one RESLMSTR
      *           record per line in key order and finishes with this
      *           record, tagged "*CTL" in the transaction ID columns,
      *           giving when the image was taken, how many records it
      *           holds and their result sum (so a damaged or short
      *           image is refused), the latest RESL-RUN-DATE on it,
      *           and the AUDITLOG SEQ= number already reflected in
      *           it, which is where Results-Recover starts replaying
      *           the audit log.  COPYed into Results-Backup and
      *           Results-Recover.
      ******************************************************************
       01  BACKUP-CONTROL-RECORD.
           05 BKC-TAG               PIC X(4).
              88 BKC-IS-CONTROL     VALUE "*CTL".
           05 BKC-BACKUP-DATE       PIC X(8).
           05 BKC-BACKUP-TIME       PIC X(8).
           05 BKC-RECORD-COUNT      PIC 9(9).
           05 BKC-RESULT-SUM        PIC S9(20)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 BKC-LAST-POST-DATE    PIC X(8).
           05 BKC-AUDIT-SEQ-NO      PIC 9(9).
           05 FILLER                PIC X(55).
