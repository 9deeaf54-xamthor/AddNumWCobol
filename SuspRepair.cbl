      *                      target ID instead of numeric operands
      *                      (the master lookup happens when it
      *                      recycles through the batch).
      *   10-15-26  Xamthor  An operand may name a posted transaction
      *                      ("@" then the ID) instead of a number; a
      *                      repaired chained operand is checked for a
      *                      non-blank source ID (the master lookup
      *                      happens when it recycles through the
      *                      batch).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Suspense-Repair.
           05 FILLER                PIC X(30).
           05 REPAIR-REV-TARGET-ID  PIC X(10).
           05 FILLER                PIC X(184).
       01  WS-REPAIR-CHAIN-RECORD REDEFINES WS-REPAIR-AVG-RECORD.
           05 FILLER                PIC X(30).
           05 REPAIR-CHN-ONE-FLAG   PIC X.
              88 REPAIR-ONE-CHAINED VALUE "@".
           05 REPAIR-CHN-ONE-ID     PIC X(10).
           05 FILLER                PIC X(9).
           05 REPAIR-CHN-TWO-FLAG   PIC X.
              88 REPAIR-TWO-CHAINED VALUE "@".
           05 REPAIR-CHN-TWO-ID     PIC X(10).
           05 FILLER                PIC X(163).

       01  WS-REPAIR-AVG-SUB        PIC 9(2) VALUE ZERO.

                  END-IF
               END-IF
             ELSE
               IF REPAIR-ONE-CHAINED
                  IF REPAIR-CHN-ONE-ID EQUAL SPACES
                     MOVE "N" TO WS-VALID-RECORD-FLAG
                     IF WS-REJECT-REASON EQUAL SPACES
                        MOVE "CH" TO WS-REJECT-REASON
                     END-IF
                  END-IF
               ELSE
                  IF NOT REPAIR-NUM-ONE NUMERIC
                     MOVE "N" TO WS-VALID-RECORD-FLAG
                     IF WS-REJECT-REASON EQUAL SPACES
                        MOVE "N1" TO WS-REJECT-REASON
                     END-IF
                  END-IF
               END-IF
               IF REPAIR-TWO-CHAINED
                  IF REPAIR-CHN-TWO-ID EQUAL SPACES
                     MOVE "N" TO WS-VALID-RECORD-FLAG
                     IF WS-REJECT-REASON EQUAL SPACES
                        MOVE "CH" TO WS-REJECT-REASON
                     END-IF
                  END-IF
               ELSE
                  IF NOT REPAIR-NUM-TWO NUMERIC
                     MOVE "N" TO WS-VALID-RECORD-FLAG
                     IF WS-REJECT-REASON EQUAL SPACES
                        MOVE "N2" TO WS-REJECT-REASON
                     END-IF
                  END-IF
               END-IF
             END-IF
            IF RECORD-IS-VALID
               AND UserInput NOT EQUAL "Average"
               AND UserInput NOT EQUAL "Reverse"
               AND NOT REPAIR-TWO-CHAINED
               MOVE REPAIR-NUM-TWO TO NumTwo
               IF (UserInput EQUAL "Divide"
                  OR UserInput EQUAL "Remainder")
