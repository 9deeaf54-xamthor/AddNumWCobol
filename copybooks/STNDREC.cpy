      ******************************************************************
      * Copybook: STNDREC
      * Purpose:  Record layout for the STANDMST standing-calculation
      *           master - one record per calculation a department
      *           wants submitted on a schedule instead of keyed by
      *           hand each time.  Each entry carries the department,
      *           operation and both operands in the TRANSIN operand
      *           layout (an operand may be "@" and a posted
      *           transaction ID, as on TRANSIN), a frequency - D every
      *           business day, W weekly on the weekday of the start
      *           date, M on the last calendar day of the month - and
      *           a start and optional end date.  STD-LAST-GEN-DATE is
      *           the run date the entry was last generated for, kept
      *           by Standing-Generate so a rerun of the same day
      *           cannot submit it twice.  COPYed into
      *           Standing-Generate.
      ******************************************************************
       01  STANDING-RECORD.
           05 STD-ENTRY-ID          PIC X(6).
           05 STD-DEPT              PIC X(4).
           05 STD-OPERATION         PIC X(10).
           05 STD-NUM-ONE           PIC 9(16)V9(4).
           05 STD-NUM-ONE-CHAIN REDEFINES STD-NUM-ONE.
              10 STD-CHN-ONE-FLAG   PIC X.
              10 STD-CHN-ONE-ID     PIC X(10).
              10 FILLER             PIC X(9).
           05 STD-NUM-TWO           PIC 9(16)V9(4).
           05 STD-NUM-TWO-CHAIN REDEFINES STD-NUM-TWO.
              10 STD-CHN-TWO-FLAG   PIC X.
              10 STD-CHN-TWO-ID     PIC X(10).
              10 FILLER             PIC X(9).
           05 STD-FREQUENCY         PIC X.
              88 STD-DAILY          VALUE "D".
              88 STD-WEEKLY         VALUE "W".
              88 STD-MONTH-END      VALUE "M".
           05 STD-START-DATE        PIC X(8).
           05 STD-END-DATE          PIC X(8).
           05 STD-LAST-GEN-DATE     PIC X(8).
