      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Audit log chain verification.  Every AUDITLOG record
      *          Hello-NAME writes carries SEQ=, a permanent sequence
      *          number, and CHK=, a check value chained from the
      *          previous record's CHK= through every byte of the
      *          record up to its SEQ= number.  This program walks the
      *          ARCHIVE files Audit-Archive has written, oldest first
      *          as named on the AVCTL control card (one file name per
      *          line; no card verifies the live log alone), and then
      *          the live AUDITLOG, recomputing the chain.  The AVRPT
      *          report lists every gap in the sequence,
      *          every record whose check value does not follow from
      *          the one before it (altered or inserted), every record
      *          without a chain inside the chained part of the log,
      *          and any break where one file meets the next; the end
      *          of the log is agreed to the AUDCHAIN anchor so
      *          records cut off the end are caught as well.  Records
      *          written before the chain existed are counted, not
      *          checked.  Return code 0 chain verified, 8 exceptions
      *          found, 16 unable to verify - the same style as
      *          Batch-Balance and Results-Verify.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audit-Verify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AV-CONTROL-FILE ASSIGN TO "AVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-CONTROL-STATUS.

           SELECT AUDIT-IN-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CHAIN-STATUS.

           SELECT AV-REPORT-FILE ASSIGN TO "AVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AV-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AV-CONTROL-FILE.
       01  AV-CONTROL-RECORD.
           05 AVCTL-FILE-NAME       PIC X(60).

       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-RECORD          PIC X(300).
       01  AUDIT-IN-CHAIN-VIEW.
           05 FILLER                PIC X(271).
           05 AUDIT-SEQ-TAG         PIC X(5).
           05 AUDIT-SEQ-NO          PIC 9(9).
           05 AUDIT-CHK-TAG         PIC X(5).
           05 AUDIT-CHECK-VALUE     PIC 9(10).

       FD  AUDIT-CHAIN-FILE.
       COPY AUDCREC.

       FD  AV-REPORT-FILE.
       01  AV-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AV-CONTROL-STATUS     PIC XX.
           88 AV-CONTROL-OK         VALUE "00".

       01  WS-AUDIT-IN-STATUS       PIC XX.
           88 AUDIT-IN-OK           VALUE "00".

       01  WS-AUDIT-CHAIN-STATUS    PIC XX.
           88 AUDIT-CHAIN-OK        VALUE "00".

       01  WS-AV-REPORT-STATUS      PIC XX.
           88 AV-REPORT-OK          VALUE "00".

       01  WS-CONTROL-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-CONTROL-FILE   VALUE "Y".
       01  WS-AUDIT-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-AUDIT-FILE     VALUE "Y".

       01  WS-AUDIT-FILE-NAME       PIC X(60) VALUE SPACES.

       01  WS-FILE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-FILE-SUB              PIC 9(3) VALUE ZERO.
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 51 TIMES.
              10 WS-FIL-NAME        PIC X(60).
              10 WS-FIL-READ        PIC 9(9).
              10 WS-FIL-CHAINED     PIC 9(9).
              10 WS-FIL-FIRST-SEQ   PIC 9(9).
              10 WS-FIL-LAST-SEQ    PIC 9(9).
              10 WS-FIL-EXCEPTIONS  PIC 9(9).

       01  WS-CHAIN-STARTED-FLAG    PIC X VALUE "N".
           88 CHAIN-STARTED         VALUE "Y".
       01  WS-FIRST-IN-FILE-FLAG    PIC X VALUE "Y".
           88 FIRST-CHAINED-IN-FILE VALUE "Y".
       01  WS-PREV-SEQ-NO           PIC 9(9) VALUE ZERO.
       01  WS-PREV-CHECK            PIC 9(10) VALUE ZERO.
       01  WS-PREV-FILE-NAME        PIC X(60) VALUE SPACES.
       01  WS-EXPECTED-SEQ-NO       PIC 9(9) VALUE ZERO.
       01  WS-GAP-END-SEQ-NO        PIC 9(9) VALUE ZERO.
       01  WS-EXPECTED-CHECK        PIC 9(10) VALUE ZERO.
       01  WS-AUDIT-CHK-WORK        PIC 9(12) VALUE ZERO.
       01  WS-AUDIT-CHK-QUOTIENT    PIC 9(12) VALUE ZERO.
       01  WS-AUDIT-CHK-SUB         PIC 9(3) VALUE ZERO.
       01  WS-FILE-REC-NO           PIC 9(9) VALUE ZERO.

       01  WS-TOTAL-READ            PIC 9(9) VALUE ZERO.
       01  WS-CHAINED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-LEGACY-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-GAP-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-ALTERED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-INSERTED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-JUNCTION-BREAK-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-END-BREAK-COUNT       PIC 9(9) VALUE ZERO.

       01  WS-EXCEPTION-TEXT        PIC X(70).
       01  WS-COUNT-DISPLAY         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISPLAY-B       PIC ZZZZZZZZ9.
       01  WS-COUNT-DISPLAY-C       PIC ZZZZZZZZ9.
       01  WS-SEQ-DISPLAY           PIC ZZZZZZZZ9.
       01  WS-SEQ-DISPLAY-B         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT AV-REPORT-FILE
            IF NOT AV-REPORT-OK
               DISPLAY "Unable to open AVRPT - status "
                  WS-AV-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM LOAD-FILE-LIST
            PERFORM WRITE-REPORT-HEADING

            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                  UNTIL WS-FILE-SUB > WS-FILE-COUNT
               PERFORM VERIFY-AUDIT-FILE
            END-PERFORM

            PERFORM CHECK-CHAIN-ANCHOR
            PERFORM WRITE-REPORT-TOTALS
            CLOSE AV-REPORT-FILE

            MOVE WS-CHAINED-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Audit records in the chain: " WS-COUNT-DISPLAY
            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Chain exceptions:           " WS-COUNT-DISPLAY
            IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "Audit chain NOT verified - see AVRPT"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "Audit chain verified"
               MOVE ZERO TO RETURN-CODE
            END-IF
            STOP RUN.

       LOAD-FILE-LIST.
            OPEN INPUT AV-CONTROL-FILE
            IF NOT AV-CONTROL-OK
               DISPLAY "No AVCTL control card - verifying AUDITLOG "
                  "only"
            ELSE
               PERFORM UNTIL END-OF-CONTROL-FILE
                  READ AV-CONTROL-FILE
                     AT END
                        MOVE "Y" TO WS-CONTROL-EOF-FLAG
                     NOT AT END
                        IF AVCTL-FILE-NAME NOT EQUAL SPACES
                           PERFORM ADD-ARCHIVE-FILE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE AV-CONTROL-FILE
            END-IF
            ADD 1 TO WS-FILE-COUNT
            MOVE WS-FILE-COUNT TO WS-FILE-SUB
            PERFORM CLEAR-FILE-ENTRY
            MOVE "AUDITLOG" TO WS-FIL-NAME (WS-FILE-SUB).

       ADD-ARCHIVE-FILE.
            IF WS-FILE-COUNT EQUAL 50
               DISPLAY "More than 50 archive files on AVCTL - "
                  AVCTL-FILE-NAME " cannot be verified"
               CLOSE AV-CONTROL-FILE
               PERFORM UNABLE-TO-VERIFY
            END-IF
            ADD 1 TO WS-FILE-COUNT
            MOVE WS-FILE-COUNT TO WS-FILE-SUB
            PERFORM CLEAR-FILE-ENTRY
            MOVE AVCTL-FILE-NAME TO WS-FIL-NAME (WS-FILE-SUB).

       CLEAR-FILE-ENTRY.
            MOVE SPACES TO WS-FIL-NAME (WS-FILE-SUB)
            MOVE ZERO TO WS-FIL-READ (WS-FILE-SUB)
            MOVE ZERO TO WS-FIL-CHAINED (WS-FILE-SUB)
            MOVE ZERO TO WS-FIL-FIRST-SEQ (WS-FILE-SUB)
            MOVE ZERO TO WS-FIL-LAST-SEQ (WS-FILE-SUB)
            MOVE ZERO TO WS-FIL-EXCEPTIONS (WS-FILE-SUB).

       WRITE-REPORT-HEADING.
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "AUDIT LOG CHAIN VERIFICATION - ARCHIVES OLDEST FIRST "
                  DELIMITED BY SIZE
               "THEN THE LIVE AUDITLOG" DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE
            MOVE SPACES TO AV-REPORT-LINE
            WRITE AV-REPORT-LINE
            MOVE SPACES TO AV-REPORT-LINE
            MOVE "FILE" TO AV-REPORT-LINE (1:4)
            MOVE "RECORD NO" TO AV-REPORT-LINE (33:9)
            MOVE "SEQ NO" TO AV-REPORT-LINE (47:6)
            MOVE "EXCEPTION" TO AV-REPORT-LINE (55:9)
            WRITE AV-REPORT-LINE.

       VERIFY-AUDIT-FILE.
            MOVE WS-FIL-NAME (WS-FILE-SUB) TO WS-AUDIT-FILE-NAME
            OPEN INPUT AUDIT-IN-FILE
            IF NOT AUDIT-IN-OK
               DISPLAY "Unable to open " WS-AUDIT-FILE-NAME
                  " - status " WS-AUDIT-IN-STATUS
               MOVE SPACES TO AV-REPORT-LINE
               STRING
                  "UNABLE TO VERIFY - " DELIMITED BY SIZE
                  WS-AUDIT-FILE-NAME DELIMITED BY SPACE
                  " NOT READABLE - STATUS " DELIMITED BY SIZE
                  WS-AUDIT-IN-STATUS DELIMITED BY SIZE
                  INTO AV-REPORT-LINE
               END-STRING
               WRITE AV-REPORT-LINE
               PERFORM UNABLE-TO-VERIFY
            END-IF
            MOVE "N" TO WS-AUDIT-EOF-FLAG
            MOVE "Y" TO WS-FIRST-IN-FILE-FLAG
            MOVE ZERO TO WS-FILE-REC-NO
            PERFORM UNTIL END-OF-AUDIT-FILE
               READ AUDIT-IN-FILE
                  AT END
                     MOVE "Y" TO WS-AUDIT-EOF-FLAG
                  NOT AT END
                     ADD 1 TO WS-FILE-REC-NO
                     ADD 1 TO WS-TOTAL-READ
                     ADD 1 TO WS-FIL-READ (WS-FILE-SUB)
                     PERFORM CHECK-AUDIT-RECORD
               END-READ
            END-PERFORM
            CLOSE AUDIT-IN-FILE
            IF WS-FIL-CHAINED (WS-FILE-SUB) > ZERO
               MOVE WS-AUDIT-FILE-NAME TO WS-PREV-FILE-NAME
            END-IF.

       CHECK-AUDIT-RECORD.
            IF AUDIT-SEQ-TAG NOT EQUAL " SEQ="
               OR AUDIT-CHK-TAG NOT EQUAL " CHK="
               IF CHAIN-STARTED
                  ADD 1 TO WS-INSERTED-COUNT
                  MOVE ZERO TO WS-SEQ-DISPLAY
                  MOVE "NO SEQ=/CHK= INSIDE THE CHAIN - RECORD INSERTED"
                     TO WS-EXCEPTION-TEXT
                  PERFORM WRITE-EXCEPTION-LINE
               ELSE
                  ADD 1 TO WS-LEGACY-COUNT
               END-IF
            ELSE
               IF AUDIT-SEQ-NO NOT NUMERIC
                  OR AUDIT-CHECK-VALUE NOT NUMERIC
                  ADD 1 TO WS-ALTERED-COUNT
                  MOVE ZERO TO WS-SEQ-DISPLAY
                  MOVE "SEQ= OR CHK= NOT NUMERIC - RECORD ALTERED"
                     TO WS-EXCEPTION-TEXT
                  PERFORM WRITE-EXCEPTION-LINE
               ELSE
                  PERFORM CHECK-CHAINED-RECORD
               END-IF
            END-IF.

       CHECK-CHAINED-RECORD.
            ADD 1 TO WS-CHAINED-COUNT
            ADD 1 TO WS-FIL-CHAINED (WS-FILE-SUB)
            IF WS-FIL-FIRST-SEQ (WS-FILE-SUB) EQUAL ZERO
               MOVE AUDIT-SEQ-NO TO WS-FIL-FIRST-SEQ (WS-FILE-SUB)
            END-IF
            MOVE AUDIT-SEQ-NO TO WS-FIL-LAST-SEQ (WS-FILE-SUB)
            MOVE AUDIT-SEQ-NO TO WS-SEQ-DISPLAY

            IF NOT CHAIN-STARTED
               MOVE "Y" TO WS-CHAIN-STARTED-FLAG
               IF AUDIT-SEQ-NO EQUAL 1
                  MOVE ZERO TO WS-PREV-CHECK
                  PERFORM COMPUTE-EXPECTED-CHECK
                  IF WS-EXPECTED-CHECK NOT EQUAL AUDIT-CHECK-VALUE
                     ADD 1 TO WS-ALTERED-COUNT
                     MOVE "CHECK VALUE WRONG - RECORD ALTERED"
                        TO WS-EXCEPTION-TEXT
                     PERFORM WRITE-EXCEPTION-LINE
                  END-IF
               ELSE
                  PERFORM WRITE-CHAIN-START-NOTE
               END-IF
            ELSE
               COMPUTE WS-EXPECTED-SEQ-NO = WS-PREV-SEQ-NO + 1
               END-COMPUTE
               IF AUDIT-SEQ-NO EQUAL WS-EXPECTED-SEQ-NO
                  PERFORM COMPUTE-EXPECTED-CHECK
                  IF WS-EXPECTED-CHECK NOT EQUAL AUDIT-CHECK-VALUE
                     IF FIRST-CHAINED-IN-FILE AND WS-FILE-SUB > 1
                        PERFORM WRITE-JUNCTION-BREAK
                     ELSE
                        ADD 1 TO WS-ALTERED-COUNT
                        MOVE "CHECK VALUE DOES NOT FOLLOW - ALTERED"
                           TO WS-EXCEPTION-TEXT
                        PERFORM WRITE-EXCEPTION-LINE
                     END-IF
                  ELSE
                     IF FIRST-CHAINED-IN-FILE AND WS-FILE-SUB > 1
                        PERFORM WRITE-JUNCTION-OK
                     END-IF
                  END-IF
               ELSE
                  IF FIRST-CHAINED-IN-FILE AND WS-FILE-SUB > 1
                     PERFORM WRITE-JUNCTION-BREAK
                  ELSE
                     IF AUDIT-SEQ-NO > WS-EXPECTED-SEQ-NO
                        PERFORM WRITE-SEQUENCE-GAP
                     ELSE
                        ADD 1 TO WS-INSERTED-COUNT
                        MOVE SPACES TO WS-EXCEPTION-TEXT
                        MOVE WS-PREV-SEQ-NO TO WS-SEQ-DISPLAY-B
                        STRING
                           "SEQUENCE REPEATED OR OUT OF ORDER - AFTER "
                              DELIMITED BY SIZE
                           "SEQ " DELIMITED BY SIZE
                           WS-SEQ-DISPLAY-B DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                        END-STRING
                        PERFORM WRITE-EXCEPTION-LINE
                     END-IF
                  END-IF
               END-IF
            END-IF

            MOVE AUDIT-SEQ-NO TO WS-PREV-SEQ-NO
            MOVE AUDIT-CHECK-VALUE TO WS-PREV-CHECK
            MOVE "N" TO WS-FIRST-IN-FILE-FLAG.

       COMPUTE-EXPECTED-CHECK.
            MOVE WS-PREV-CHECK TO WS-EXPECTED-CHECK
            PERFORM VARYING WS-AUDIT-CHK-SUB FROM 1 BY 1
                  UNTIL WS-AUDIT-CHK-SUB > 285
               COMPUTE WS-AUDIT-CHK-WORK = WS-EXPECTED-CHECK * 131
                  + FUNCTION ORD
                       (AUDIT-IN-RECORD (WS-AUDIT-CHK-SUB:1))
               END-COMPUTE
               DIVIDE WS-AUDIT-CHK-WORK BY 1000000007
                  GIVING WS-AUDIT-CHK-QUOTIENT
                  REMAINDER WS-EXPECTED-CHECK
               END-DIVIDE
            END-PERFORM.

       WRITE-SEQUENCE-GAP.
            ADD 1 TO WS-GAP-COUNT
            COMPUTE WS-GAP-END-SEQ-NO = AUDIT-SEQ-NO - 1
            END-COMPUTE
            MOVE WS-EXPECTED-SEQ-NO TO WS-SEQ-DISPLAY-B
            MOVE WS-GAP-END-SEQ-NO TO WS-COUNT-DISPLAY
            MOVE SPACES TO WS-EXCEPTION-TEXT
            STRING
               "SEQUENCE GAP - MISSING SEQ " DELIMITED BY SIZE
               WS-SEQ-DISPLAY-B DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-EXCEPTION-TEXT
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE.

       WRITE-JUNCTION-BREAK.
            ADD 1 TO WS-JUNCTION-BREAK-COUNT
            MOVE WS-PREV-SEQ-NO TO WS-SEQ-DISPLAY-B
            MOVE SPACES TO WS-EXCEPTION-TEXT
            STRING
               "CHAIN BREAK AT JUNCTION - PREVIOUS FILE ENDS AT SEQ "
                  DELIMITED BY SIZE
               WS-SEQ-DISPLAY-B DELIMITED BY SIZE
               INTO WS-EXCEPTION-TEXT
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "    PREVIOUS FILE " DELIMITED BY SIZE
               WS-PREV-FILE-NAME DELIMITED BY SPACE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE.

       WRITE-JUNCTION-OK.
            MOVE WS-PREV-SEQ-NO TO WS-SEQ-DISPLAY-B
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "JUNCTION OK - " DELIMITED BY SIZE
               WS-PREV-FILE-NAME DELIMITED BY SPACE
               " ENDS AT SEQ " DELIMITED BY SIZE
               WS-SEQ-DISPLAY-B DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               WS-AUDIT-FILE-NAME DELIMITED BY SPACE
               " CONTINUES AT SEQ " DELIMITED BY SIZE
               WS-SEQ-DISPLAY DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE.

       WRITE-CHAIN-START-NOTE.
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "NOTE - CHAIN FIRST SEEN AT SEQ " DELIMITED BY SIZE
               WS-SEQ-DISPLAY DELIMITED BY SIZE
               " IN " DELIMITED BY SIZE
               WS-AUDIT-FILE-NAME DELIMITED BY SPACE
               " - EARLIER RECORDS ARE IN ARCHIVES NOT ON AVCTL"
                  DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT
            ADD 1 TO WS-FIL-EXCEPTIONS (WS-FILE-SUB)
            MOVE WS-FILE-REC-NO TO WS-COUNT-DISPLAY-C
            MOVE SPACES TO AV-REPORT-LINE
            MOVE WS-AUDIT-FILE-NAME TO AV-REPORT-LINE (1:30)
            MOVE WS-COUNT-DISPLAY-C TO AV-REPORT-LINE (33:9)
            MOVE WS-SEQ-DISPLAY TO AV-REPORT-LINE (44:9)
            MOVE WS-EXCEPTION-TEXT TO AV-REPORT-LINE (55:70)
            WRITE AV-REPORT-LINE.

       CHECK-CHAIN-ANCHOR.
            MOVE SPACES TO AV-REPORT-LINE
            WRITE AV-REPORT-LINE
            OPEN INPUT AUDIT-CHAIN-FILE
            IF NOT AUDIT-CHAIN-OK
               MOVE SPACES TO AV-REPORT-LINE
               STRING
                  "NOTE - NO AUDCHAIN ANCHOR - END OF THE LOG NOT "
                     DELIMITED BY SIZE
                  "AGREED" DELIMITED BY SIZE
                  INTO AV-REPORT-LINE
               END-STRING
               WRITE AV-REPORT-LINE
               IF NOT CHAIN-STARTED
                  PERFORM NOTHING-TO-VERIFY
               END-IF
            ELSE
               READ AUDIT-CHAIN-FILE
                  AT END
                     MOVE ZERO TO ACH-LAST-SEQ-NO
                     MOVE ZERO TO ACH-LAST-CHECK
               END-READ
               CLOSE AUDIT-CHAIN-FILE
               IF ACH-LAST-SEQ-NO NOT NUMERIC
                  OR ACH-LAST-CHECK NOT NUMERIC
                  ADD 1 TO WS-END-BREAK-COUNT
                  ADD 1 TO WS-EXCEPTION-COUNT
                  MOVE SPACES TO AV-REPORT-LINE
                  MOVE "AUDCHAIN ANCHOR IS NOT NUMERIC - ANCHOR ALTERED"
                     TO AV-REPORT-LINE
                  WRITE AV-REPORT-LINE
               ELSE
                  IF NOT CHAIN-STARTED
                     IF ACH-LAST-SEQ-NO > ZERO
                        PERFORM NOTHING-TO-VERIFY
                     END-IF
                  ELSE
                     PERFORM AGREE-CHAIN-ANCHOR
                  END-IF
               END-IF
            END-IF.

       AGREE-CHAIN-ANCHOR.
            MOVE WS-PREV-SEQ-NO TO WS-SEQ-DISPLAY
            MOVE ACH-LAST-SEQ-NO TO WS-SEQ-DISPLAY-B
            MOVE SPACES TO AV-REPORT-LINE
            IF ACH-LAST-SEQ-NO EQUAL WS-PREV-SEQ-NO
               IF ACH-LAST-CHECK EQUAL WS-PREV-CHECK
                  STRING
                     "END OF LOG AGREES WITH AUDCHAIN AT SEQ "
                        DELIMITED BY SIZE
                     WS-SEQ-DISPLAY DELIMITED BY SIZE
                     INTO AV-REPORT-LINE
                  END-STRING
               ELSE
                  ADD 1 TO WS-END-BREAK-COUNT
                  ADD 1 TO WS-EXCEPTION-COUNT
                  STRING
                     "LAST RECORD CHECK VALUE DISAGREES WITH AUDCHAIN "
                        DELIMITED BY SIZE
                     "AT SEQ " DELIMITED BY SIZE
                     WS-SEQ-DISPLAY DELIMITED BY SIZE
                     " - RECORD ALTERED" DELIMITED BY SIZE
                     INTO AV-REPORT-LINE
                  END-STRING
               END-IF
            ELSE
               IF ACH-LAST-SEQ-NO > WS-PREV-SEQ-NO
                  ADD 1 TO WS-END-BREAK-COUNT
                  ADD 1 TO WS-EXCEPTION-COUNT
                  STRING
                     "RECORDS MISSING FROM END OF AUDITLOG - LOG ENDS "
                        DELIMITED BY SIZE
                     "AT SEQ " DELIMITED BY SIZE
                     WS-SEQ-DISPLAY DELIMITED BY SIZE
                     ", AUDCHAIN SHOWS SEQ " DELIMITED BY SIZE
                     WS-SEQ-DISPLAY-B DELIMITED BY SIZE
                     INTO AV-REPORT-LINE
                  END-STRING
               ELSE
                  STRING
                     "NOTE - AUDCHAIN SHOWS SEQ " DELIMITED BY SIZE
                     WS-SEQ-DISPLAY-B DELIMITED BY SIZE
                     ", LOG ENDS AT SEQ " DELIMITED BY SIZE
                     WS-SEQ-DISPLAY DELIMITED BY SIZE
                     " - LAST RUN ENDED BEFORE UPDATING THE ANCHOR"
                        DELIMITED BY SIZE
                     INTO AV-REPORT-LINE
                  END-STRING
               END-IF
            END-IF
            WRITE AV-REPORT-LINE.

       NOTHING-TO-VERIFY.
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "UNABLE TO VERIFY - NO CHAINED RECORDS IN THE FILES "
                  DELIMITED BY SIZE
               "SUPPLIED; LIST THE ARCHIVES ON AVCTL" DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE
            PERFORM UNABLE-TO-VERIFY.

       UNABLE-TO-VERIFY.
            CLOSE AV-REPORT-FILE
            DISPLAY "Audit chain could not be verified - see AVRPT"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       WRITE-REPORT-TOTALS.
            MOVE SPACES TO AV-REPORT-LINE
            WRITE AV-REPORT-LINE
            MOVE SPACES TO AV-REPORT-LINE
            MOVE "FILE" TO AV-REPORT-LINE (1:4)
            MOVE "RECORDS" TO AV-REPORT-LINE (35:7)
            MOVE "CHAINED" TO AV-REPORT-LINE (46:7)
            MOVE "FIRST SEQ" TO AV-REPORT-LINE (55:9)
            MOVE "LAST SEQ" TO AV-REPORT-LINE (67:8)
            MOVE "EXCEPTIONS" TO AV-REPORT-LINE (76:10)
            WRITE AV-REPORT-LINE
            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                  UNTIL WS-FILE-SUB > WS-FILE-COUNT
               PERFORM WRITE-FILE-TOTAL-LINE
            END-PERFORM

            MOVE SPACES TO AV-REPORT-LINE
            WRITE AV-REPORT-LINE
            MOVE WS-TOTAL-READ TO WS-COUNT-DISPLAY
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "RECORDS READ:                 " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE

            MOVE WS-LEGACY-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "WRITTEN BEFORE THE CHAIN:     " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE

            MOVE WS-CHAINED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "CHAINED RECORDS CHECKED:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE

            MOVE WS-GAP-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "SEQUENCE GAPS:                " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE

            MOVE WS-ALTERED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "ALTERED RECORDS:              " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE

            MOVE WS-INSERTED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "INSERTED OR OUT OF ORDER:     " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE

            MOVE WS-JUNCTION-BREAK-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "BREAKS AT A FILE JUNCTION:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE

            MOVE WS-END-BREAK-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO AV-REPORT-LINE
            STRING
               "END OF LOG NOT AGREED:        " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO AV-REPORT-LINE
            END-STRING
            WRITE AV-REPORT-LINE

            MOVE SPACES TO AV-REPORT-LINE
            IF WS-EXCEPTION-COUNT > ZERO
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
               STRING
                  "AUDIT CHAIN NOT VERIFIED - EXCEPTIONS: "
                     DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO AV-REPORT-LINE
               END-STRING
            ELSE
               MOVE "AUDIT CHAIN VERIFIED - LOG COMPLETE AND UNALTERED"
                  TO AV-REPORT-LINE
            END-IF
            WRITE AV-REPORT-LINE.

       WRITE-FILE-TOTAL-LINE.
            MOVE SPACES TO AV-REPORT-LINE
            MOVE WS-FIL-NAME (WS-FILE-SUB) TO AV-REPORT-LINE (1:30)
            MOVE WS-FIL-READ (WS-FILE-SUB) TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO AV-REPORT-LINE (33:9)
            MOVE WS-FIL-CHAINED (WS-FILE-SUB) TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO AV-REPORT-LINE (44:9)
            MOVE WS-FIL-FIRST-SEQ (WS-FILE-SUB) TO WS-SEQ-DISPLAY
            MOVE WS-SEQ-DISPLAY TO AV-REPORT-LINE (55:9)
            MOVE WS-FIL-LAST-SEQ (WS-FILE-SUB) TO WS-SEQ-DISPLAY
            MOVE WS-SEQ-DISPLAY TO AV-REPORT-LINE (66:9)
            MOVE WS-FIL-EXCEPTIONS (WS-FILE-SUB) TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO AV-REPORT-LINE (77:9)
            WRITE AV-REPORT-LINE.

       END PROGRAM Audit-Verify.
