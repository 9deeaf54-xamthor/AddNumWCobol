      *                      Average operations alongside the original
      *                      four.
      *   09-03-26  Xamthor  Consolidates the Reverse operation.
      *   10-15-26  Xamthor  AUDITLOG records widened to 300 bytes
      *                      for the SEQ=/CHK= audit chain.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Month-End-Report.
           05 FILLER                PIC X(37).
           05 AUDIT-RUN-TAG         PIC X(5).
           05 AUDIT-RUN-DATE        PIC X(8).
           05 FILLER                PIC X(250).

       FD  TRANS-OUT-FILE.
       01  TRANS-OUT-RECORD.
       01  WS-BUSIEST-COUNT         PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-OPERATION       PIC X(20).
       01  WS-UNSTRING-LEAD         PIC X(300).
       01  WS-UNSTRING-REST         PIC X(300).
       01  WS-OVERFLOW-TEXT         PIC X(10).
       01  WS-CURRENT-HEADER-DATE   PIC X(8) VALUE SPACES.
       01  WS-REJECT-TEXT           PIC X(12).
