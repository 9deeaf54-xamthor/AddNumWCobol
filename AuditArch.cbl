      * Tectonics: cobc
      * Modification History:
      *   08-21-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  Records widened to 300 bytes for the
      *                      SEQ=/CHK= audit chain.  Once a record is
      *                      kept on the live log every record after it
      *                      is kept too, even one with an older run
      *                      date, so the archive ends exactly where
      *                      AUDITNEW begins and Audit-Verify can check
      *                      the chain across the join.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audit-Archive.
           05 FILLER                PIC X(37).
           05 AUDIT-RUN-TAG         PIC X(5).
           05 AUDIT-RUN-DATE        PIC X(8).
           05 FILLER                PIC X(250).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(300).

       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD         PIC X(300).

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-LINE        PIC X(132).
       01  WS-AUDIT-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-AUDIT-FILE     VALUE "Y".

       01  WS-RETAIN-FLAG           PIC X VALUE "N".
           88 RETAINING-REST        VALUE "Y".

       01  WS-MONTH-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-MONTH-SUB             PIC 9(3) VALUE ZERO.
       01  WS-MONTH-FOUND-SUB       PIC 9(3) VALUE ZERO.
            END-IF.

       SPLIT-AUDIT-RECORD.
            IF RETAINING-REST
               ADD 1 TO WS-RETAINED-COUNT
               MOVE AUDIT-LOG-RECORD TO AUDIT-NEW-RECORD
               WRITE AUDIT-NEW-RECORD
            ELSE
               PERFORM SPLIT-BY-RUN-DATE
            END-IF.

       SPLIT-BY-RUN-DATE.
            IF AUDIT-RUN-TAG NOT EQUAL " RUN="
               ADD 1 TO WS-ARCHIVED-COUNT
               ADD 1 TO WS-LEGACY-COUNT
                  WRITE ARCHIVE-RECORD
               ELSE
                  ADD 1 TO WS-RETAINED-COUNT
                  MOVE "Y" TO WS-RETAIN-FLAG
                  MOVE AUDIT-LOG-RECORD TO AUDIT-NEW-RECORD
                  WRITE AUDIT-NEW-RECORD
               END-IF
