      *                      figures are accumulated across all
      *                      trailers before comparing against the
      *                      refooted details.
      *   10-15-26  Xamthor  Results held for supervisor approval are
      *                      written to TRANSOUT as HELD lines and
      *                      counted in the trailer HELD= figure; they
      *                      are counted separately, checked against
      *                      the trailers, and a trailer now balances
      *                      as READ = POSTED + REJECTED + HELD.  Held
      *                      results are not in the refooted totals.
      *   10-15-26  Xamthor  AUDITLOG records widened to 300 bytes
      *                      for the SEQ=/CHK= audit chain.
      *   10-15-26  Xamthor  CHECKPNT record widened to 9626 bytes to
      *                      match the saved batch number Hello-NAME now
      *                      keeps on it.
      *   10-15-26  Xamthor  CHECKPNT record widened to 9637 bytes; its
      *                      run-state byte (A in flight, C completed)
      *                      decides whether the last run finished, so a
      *                      run interrupted while releasing approved
      *                      items is no longer reported as reset.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Batch-Balance.
           05 FILLER                PIC X(37).
           05 AUDIT-RUN-TAG         PIC X(5).
           05 AUDIT-RUN-DATE        PIC X(8).
           05 FILLER                PIC X(250).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-RECORDS-READ     PIC 9(9).
           05 FILLER                PIC X(9617).
           05 CKPT-RUN-STATE        PIC X.
           05 FILLER                PIC X(10).

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE      PIC X(132).
       01  WS-TRAILER-RESULT-SUM    PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-TRAILER-TOTOVR        PIC X VALUE "N".
       01  WS-TRAILER-HELD          PIC 9(9) VALUE ZERO.
       01  WS-HELD-LINE-COUNT       PIC 9(9) VALUE ZERO.

       01  WS-AUDIT-MATCH-COUNT     PIC 9(9) VALUE ZERO.

               ELSE
                  IF TRANS-OUT-RECORD (1:3) EQUAL "ID="
                     PERFORM REFOOT-DETAIL-LINE
                  ELSE
                     IF TRANS-OUT-RECORD (1:8) EQUAL "HELD ID="
                        ADD 1 TO WS-HELD-LINE-COUNT
                     END-IF
                  END-IF
               END-IF
            END-IF.
            ADD WS-PARSE-AMOUNT TO WS-TRAILER-RESULT-SUM
            IF WS-UNSTRING-LEAD (1:1) EQUAL "Y"
               MOVE "Y" TO WS-TRAILER-TOTOVR
            END-IF

            MOVE SPACES TO WS-NUM1-TEXT WS-NUM2-TEXT
            UNSTRING WS-UNSTRING-LEAD DELIMITED BY " HELD="
               INTO WS-NUM1-TEXT WS-NUM2-TEXT
            END-UNSTRING
            IF WS-NUM2-TEXT NOT EQUAL SPACES
               COMPUTE WS-PARSE-COUNT =
                  FUNCTION NUMVAL (WS-NUM2-TEXT)
               END-COMPUTE
               ADD WS-PARSE-COUNT TO WS-TRAILER-HELD
            END-IF.

       COUNT-AUDIT-RECORDS.
                     MOVE "CHECKPNT EMPTY - NOT CHECKED"
                        TO WS-CHECKPOINT-NOTE
                  NOT AT END
                     IF CKPT-RUN-STATE EQUAL "C"
                        OR (CKPT-RUN-STATE NOT EQUAL "A"
                           AND CKPT-RECORDS-READ NUMERIC
                           AND CKPT-RECORDS-READ EQUAL ZERO)
                        MOVE "CHECKPNT RESET - RUN COMPLETED"
                           TO WS-CHECKPOINT-NOTE
                     ELSE
               MOVE WS-TRAILER-READ TO WS-COUNT-DISPLAY-A
               IF WS-TRAILER-READ NOT EQUAL
                  WS-TRAILER-COUNT + WS-TRAILER-REJECTED
                     + WS-TRAILER-HELD
                  ADD 1 TO WS-DISCREPANCY-COUNT
                  MOVE SPACES TO BALANCE-REPORT-LINE
                  STRING
                     "TRAILER INCONSISTENT:      READ "
                        DELIMITED BY SIZE
                     WS-COUNT-DISPLAY-A DELIMITED BY SIZE
                     " IS NOT POSTED PLUS REJECTED PLUS HELD"
                        DELIMITED BY SIZE
                     INTO BALANCE-REPORT-LINE
                  END-STRING
                     "TRAILER CONSISTENT:        READ "
                        DELIMITED BY SIZE
                     WS-COUNT-DISPLAY-A DELIMITED BY SIZE
                     " EQUALS POSTED PLUS REJECTED PLUS HELD"
                        DELIMITED BY SIZE
                     INTO BALANCE-REPORT-LINE
                  END-STRING
               END-IF
            END-IF

            MOVE WS-HELD-LINE-COUNT TO WS-COUNT-DISPLAY-A
            MOVE WS-TRAILER-HELD TO WS-COUNT-DISPLAY-B
            IF WS-HELD-LINE-COUNT NOT EQUAL WS-TRAILER-HELD
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING
                  "HELD COUNT MISMATCH:       HELD LINES "
                     DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-A DELIMITED BY SIZE
                  " VS TRAILER " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-B DELIMITED BY SIZE
                  INTO BALANCE-REPORT-LINE
               END-STRING
               WRITE BALANCE-REPORT-LINE
            ELSE
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING
                  "HELD FOR APPROVAL AGREES:  "
                     DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-A DELIMITED BY SIZE
                  " (NOT POSTED - NOT IN TOTALS BELOW)"
                     DELIMITED BY SIZE
                  INTO BALANCE-REPORT-LINE
               END-STRING
               WRITE BALANCE-REPORT-LINE
            END-IF

            IF WS-TRAILER-TOTOVR EQUAL "Y"
               OR REFOOT-OVERFLOWED
               MOVE SPACES TO BALANCE-REPORT-LINE
