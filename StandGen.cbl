      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Daily standing-calculation generator.  Reads the
      *          STANDMST standing-calculation master and writes every
      *          entry due on the run date to TRANSIN, assigning
      *          transaction IDs and the next BATCHMST batch number
      *          the same way Trans-Entry does (IDs are "S", the
      *          batch and a three-digit sequence, checked against
      *          RESLMSTR), so the calculations a department runs
      *          every day, week or month-end no longer have to be
      *          keyed.  A due date that falls on a holiday or weekend
      *          on the CALMST business calendar moves to the next
      *          business day; with no calendar entry for the month
      *          Saturdays and Sundays are the only non-business days.
      *          A department deactivated on OPERMST (past its end
      *          date) or missing from it is skipped, as is an entry
      *          already generated for the run date or one that would
      *          only reject in the batch.  Every due entry is listed
      *          on the GENRPT register as generated or skipped with
      *          the reason.  The master is copied to STANDNEW with
      *          the last-generated date of each generated entry
      *          advanced - the job step that follows swaps STANDNEW
      *          in as the live STANDMST, the same convention
      *          Period-Close uses for CALNEW.  The run date comes
      *          from the GENCTL control card or defaults to today.
      *          Return code 0 all due entries generated, 4 one or
      *          more skipped, 16 unable to run.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  OPERMST record from the shared OPERREC
      *                      copybook, so a record carrying the approval
      *                      limit is read as one record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Standing-Generate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CONTROL-FILE ASSIGN TO "GENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CONTROL-STATUS.

           SELECT STANDING-FILE ASSIGN TO "STANDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT STANDING-NEW-FILE ASSIGN TO "STANDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-NEW-STATUS.

           SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-IN-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT BATCH-MASTER-FILE ASSIGN TO "BATCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-MASTER-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "RESLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESL-TRANS-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT GEN-REPORT-FILE ASSIGN TO "GENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CONTROL-FILE.
       01  GEN-CONTROL-RECORD.
           05 GENCTL-RUN-DATE       PIC X(8).

       FD  STANDING-FILE.
       COPY STNDREC.

       FD  STANDING-NEW-FILE.
       01  STANDING-NEW-RECORD      PIC X(85).

       FD  TRANS-IN-FILE.
       01  TRANS-IN-RECORD.
           05 TRANS-IN-ID           PIC X(10).
           05 TRANS-IN-BATCH-NO     PIC 9(6).
           05 TRANS-IN-DEPT         PIC X(4).
           05 TRANS-IN-OPERATION    PIC X(10).
           05 TRANS-IN-NUM-ONE      PIC 9(16)V9(4).
           05 TRANS-IN-NUM-TWO      PIC 9(16)V9(4).
       01  TRANS-IN-CHAIN-RECORD.
           05 FILLER                PIC X(30).
           05 TRANS-CHN-ONE-FLAG    PIC X.
           05 TRANS-CHN-ONE-ID      PIC X(10).
           05 FILLER                PIC X(9).
           05 TRANS-CHN-TWO-FLAG    PIC X.
           05 TRANS-CHN-TWO-ID      PIC X(10).
           05 FILLER                PIC X(9).

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  BATCH-MASTER-FILE.
       01  BATCH-MASTER-RECORD.
           05 BCH-BATCH-NO          PIC 9(6).
           05 BCH-STATUS            PIC X.
           05 BCH-RUN-DATE          PIC X(8).

       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  RESULTS-FILE.
       COPY RESLREC.

       FD  GEN-REPORT-FILE.
       01  GEN-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GEN-CONTROL-STATUS    PIC XX.
           88 GEN-CONTROL-OK        VALUE "00".

       01  WS-STANDING-STATUS       PIC XX.
           88 STANDING-OK           VALUE "00".

       01  WS-STANDING-NEW-STATUS   PIC XX.
           88 STANDING-NEW-OK       VALUE "00".

       01  WS-TRANS-IN-STATUS       PIC XX.
           88 TRANS-IN-OK           VALUE "00".

       01  WS-OPERATOR-MASTER-STATUS PIC XX.
           88 OPERATOR-MASTER-OK    VALUE "00".

       01  WS-BATCH-MASTER-STATUS   PIC XX.
           88 BATCH-MASTER-OK       VALUE "00".

       01  WS-CALENDAR-STATUS       PIC XX.
           88 CALENDAR-OK           VALUE "00".

       01  WS-RESULTS-STATUS        PIC XX.
           88 RESULTS-OK            VALUE "00".

       01  WS-GEN-REPORT-STATUS     PIC XX.
           88 GEN-REPORT-OK         VALUE "00".

       01  WS-RESULTS-OPEN-FLAG     PIC X VALUE "N".
           88 RESULTS-FILE-IS-OPEN  VALUE "Y".

       01  WS-STANDING-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-STANDING-FILE  VALUE "Y".
       01  WS-OPERATOR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-OPERATOR-FILE  VALUE "Y".
       01  WS-BATCH-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-BATCH-MASTER   VALUE "Y".
       01  WS-CALENDAR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE  VALUE "Y".

       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-INTEGER           PIC S9(9) VALUE ZERO.
       01  WS-WINDOW-START          PIC S9(9) VALUE ZERO.
       01  WS-WINDOW-DONE-FLAG      PIC X VALUE "N".
           88 WINDOW-DONE           VALUE "Y".
       01  WS-RUN-DAY-TYPE          PIC X VALUE SPACE.
           88 RUN-IS-BUSINESS-DAY   VALUE "B".

       01  WS-CHECK-INTEGER         PIC S9(9) VALUE ZERO.
       01  WS-CHECK-DATE            PIC 9(8) VALUE ZERO.
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-PERIOD       PIC X(6).
           05 WS-CHECK-DAY          PIC 9(2).
       01  WS-DAY-TYPE              PIC X VALUE SPACE.
       01  WS-WEEKDAY-WORK          PIC S9(9) VALUE ZERO.
       01  WS-WEEKDAY-QUOTIENT      PIC S9(9) VALUE ZERO.
       01  WS-WEEKDAY               PIC 9 VALUE ZERO.

       01  WS-CAL-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-CAL-SUB               PIC 9(3) VALUE ZERO.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 120 TIMES.
              10 WS-CAL-PERIOD      PIC X(6).
              10 WS-CAL-DAY-TYPE OCCURS 31 TIMES
                                    PIC X.

       01  WS-OPERATOR-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-SUB          PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-FOUND-SUB    PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 200 TIMES.
              10 WS-OPR-DEPT-CODE   PIC X(4).
              10 WS-OPR-STATUS      PIC X.
              10 WS-OPR-END-DATE    PIC X(8).

       01  WS-HIGHEST-BATCH-NO      PIC 9(6) VALUE ZERO.
       01  WS-BATCH-NO              PIC 9(6) VALUE ZERO.

       01  WS-SEQ-NO                PIC 9(3) VALUE ZERO.
       01  WS-ASSIGNED-ID           PIC X(10).
       01  WS-ASSIGNED-ID-PARTS REDEFINES WS-ASSIGNED-ID.
           05 WS-ID-PREFIX          PIC X.
           05 WS-ID-BATCH           PIC 9(6).
           05 WS-ID-SEQ             PIC 9(3).
       01  WS-ID-OK-FLAG            PIC X VALUE "N".
           88 ID-IS-FREE            VALUE "Y".
       01  WS-SEQUENCE-FULL-FLAG    PIC X VALUE "N".
           88 SEQUENCE-FULL         VALUE "Y".

       01  WS-START-INTEGER         PIC S9(9) VALUE ZERO.
       01  WS-END-INTEGER           PIC S9(9) VALUE ZERO.
       01  WS-NOMINAL-INTEGER       PIC S9(9) VALUE ZERO.
       01  WS-DUE-INTEGER           PIC S9(9) VALUE ZERO.
       01  WS-DUE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DUE-FLAG              PIC X VALUE "N".
           88 ENTRY-IS-DUE          VALUE "Y".
       01  WS-ENTRY-ACTION          PIC X(9).
       01  WS-SKIP-REASON           PIC X(40).

       COPY TRANREC.

       01  WS-READ-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-DUE-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-GENERATED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-NOT-DUE-COUNT         PIC 9(6) VALUE ZERO.

       01  WS-COUNT-DISPLAY         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-GEN-CONTROL
            PERFORM LOAD-OPERATOR-MASTER
            PERFORM LOAD-CALENDAR
            PERFORM FIND-NEXT-BATCH-NO

            OPEN INPUT STANDING-FILE
            IF NOT STANDING-OK
               DISPLAY "Unable to open STANDMST - status "
                  WS-STANDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT STANDING-NEW-FILE
            IF NOT STANDING-NEW-OK
               DISPLAY "Unable to open STANDNEW - status "
                  WS-STANDING-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT TRANS-IN-FILE
            IF NOT TRANS-IN-OK
               DISPLAY "Unable to open TRANSIN - status "
                  WS-TRANS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT GEN-REPORT-FILE
            IF NOT GEN-REPORT-OK
               DISPLAY "Unable to open GENRPT - status "
                  WS-GEN-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN INPUT RESULTS-FILE
            IF RESULTS-OK
               MOVE "Y" TO WS-RESULTS-OPEN-FLAG
            ELSE
               DISPLAY "No results master available - duplicate-ID "
                  "check skipped"
            END-IF

            PERFORM SET-DUE-WINDOW
            PERFORM WRITE-REGISTER-HEADING

            PERFORM UNTIL END-OF-STANDING-FILE
               READ STANDING-FILE
                  AT END
                     MOVE "Y" TO WS-STANDING-EOF-FLAG
                  NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     PERFORM PROCESS-STANDING-ENTRY
               END-READ
            END-PERFORM

            PERFORM WRITE-REGISTER-TOTALS

            CLOSE STANDING-FILE
            CLOSE STANDING-NEW-FILE
            CLOSE TRANS-IN-FILE
            CLOSE GEN-REPORT-FILE
            IF RESULTS-FILE-IS-OPEN
               CLOSE RESULTS-FILE
            END-IF

            MOVE WS-GENERATED-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Standing calculations generated: "
               WS-COUNT-DISPLAY " - batch " WS-BATCH-NO
            MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Due entries skipped: " WS-COUNT-DISPLAY
            DISPLAY "Swap STANDNEW in as the live STANDMST"
            IF WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE ZERO TO RETURN-CODE
            END-IF
            STOP RUN.

       READ-GEN-CONTROL.
            MOVE SPACES TO WS-RUN-DATE
            OPEN INPUT GEN-CONTROL-FILE
            IF NOT GEN-CONTROL-OK
               DISPLAY "No GENCTL control card - generating for today"
            ELSE
               READ GEN-CONTROL-FILE
                  AT END
                     DISPLAY "Empty GENCTL card - generating for today"
                  NOT AT END
                     IF GENCTL-RUN-DATE NUMERIC
                        AND GENCTL-RUN-DATE NOT EQUAL "00000000"
                        MOVE GENCTL-RUN-DATE TO WS-RUN-DATE
                        DISPLAY "Run date overridden to " WS-RUN-DATE
                     END-IF
               END-READ
               CLOSE GEN-CONTROL-FILE
            END-IF
            IF WS-RUN-DATE EQUAL SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            END-IF
            COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE
                  (FUNCTION NUMVAL (WS-RUN-DATE))
            END-COMPUTE.

       LOAD-OPERATOR-MASTER.
            OPEN INPUT OPERATOR-MASTER-FILE
            IF NOT OPERATOR-MASTER-OK
               DISPLAY "Unable to open OPERMST - status "
                  WS-OPERATOR-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL END-OF-OPERATOR-FILE
               READ OPERATOR-MASTER-FILE
                  AT END
                     MOVE "Y" TO WS-OPERATOR-EOF-FLAG
                  NOT AT END
                     IF WS-OPERATOR-COUNT < 200
                        ADD 1 TO WS-OPERATOR-COUNT
                        MOVE OPR-DEPT-CODE
                           TO WS-OPR-DEPT-CODE (WS-OPERATOR-COUNT)
                        IF OPR-STATUS EQUAL "I"
                           MOVE "I"
                              TO WS-OPR-STATUS (WS-OPERATOR-COUNT)
                        ELSE
                           MOVE "A"
                              TO WS-OPR-STATUS (WS-OPERATOR-COUNT)
                        END-IF
                        MOVE OPR-END-DATE
                           TO WS-OPR-END-DATE (WS-OPERATOR-COUNT)
                     ELSE
                        DISPLAY "OPERMST table full - entry dropped "
                           "for " OPR-DEPT-CODE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE OPERATOR-MASTER-FILE.

       LOAD-CALENDAR.
            OPEN INPUT CALENDAR-FILE
            IF NOT CALENDAR-OK
               DISPLAY "No CALMST business calendar - only Saturdays "
                  "and Sundays move to the next business day"
               MOVE "Y" TO WS-CALENDAR-EOF-FLAG
            END-IF
            PERFORM UNTIL END-OF-CALENDAR-FILE
               READ CALENDAR-FILE
                  AT END
                     MOVE "Y" TO WS-CALENDAR-EOF-FLAG
                  NOT AT END
                     IF WS-CAL-COUNT < 120
                        ADD 1 TO WS-CAL-COUNT
                        MOVE CAL-PERIOD TO WS-CAL-PERIOD (WS-CAL-COUNT)
                        PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                              UNTIL WS-CAL-SUB > 31
                           MOVE CAL-DAY-TYPE (WS-CAL-SUB)
                              TO WS-CAL-DAY-TYPE
                                 (WS-CAL-COUNT, WS-CAL-SUB)
                        END-PERFORM
                     ELSE
                        DISPLAY "CALMST table full - period "
                           CAL-PERIOD " not loaded"
                     END-IF
               END-READ
            END-PERFORM
            IF CALENDAR-OK OR WS-CALENDAR-STATUS EQUAL "10"
               CLOSE CALENDAR-FILE
            END-IF.

       FIND-NEXT-BATCH-NO.
            OPEN INPUT BATCH-MASTER-FILE
            IF NOT BATCH-MASTER-OK
               DISPLAY "No BATCHMST yet - starting at batch 000001"
               MOVE "Y" TO WS-BATCH-EOF-FLAG
            END-IF
            PERFORM UNTIL END-OF-BATCH-MASTER
               READ BATCH-MASTER-FILE
                  AT END
                     MOVE "Y" TO WS-BATCH-EOF-FLAG
                  NOT AT END
                     IF BCH-BATCH-NO NUMERIC
                        AND BCH-BATCH-NO > WS-HIGHEST-BATCH-NO
                        MOVE BCH-BATCH-NO TO WS-HIGHEST-BATCH-NO
                     END-IF
               END-READ
            END-PERFORM
            IF BATCH-MASTER-OK
               OR WS-BATCH-MASTER-STATUS EQUAL "10"
               CLOSE BATCH-MASTER-FILE
            END-IF
            COMPUTE WS-BATCH-NO = WS-HIGHEST-BATCH-NO + 1
            END-COMPUTE.

       FIND-DAY-TYPE.
            COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CHECK-INTEGER)
            END-COMPUTE
            MOVE SPACE TO WS-DAY-TYPE
            PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                  UNTIL WS-CAL-SUB > WS-CAL-COUNT
               IF WS-CAL-PERIOD (WS-CAL-SUB) EQUAL WS-CHECK-PERIOD
                  MOVE WS-CAL-DAY-TYPE (WS-CAL-SUB, WS-CHECK-DAY)
                     TO WS-DAY-TYPE
               END-IF
            END-PERFORM
            IF WS-DAY-TYPE NOT EQUAL "B"
               AND WS-DAY-TYPE NOT EQUAL "H"
               AND WS-DAY-TYPE NOT EQUAL "W"
               COMPUTE WS-WEEKDAY-WORK = WS-CHECK-INTEGER - 1
               END-COMPUTE
               DIVIDE WS-WEEKDAY-WORK BY 7
                  GIVING WS-WEEKDAY-QUOTIENT
                  REMAINDER WS-WEEKDAY
               END-DIVIDE
               IF WS-WEEKDAY > 4
                  MOVE "W" TO WS-DAY-TYPE
               ELSE
                  MOVE "B" TO WS-DAY-TYPE
               END-IF
            END-IF.

       SET-DUE-WINDOW.
      *    A due date moves forward to the next business day, so the
      *    run date picks up everything nominally due since the day
      *    after the previous business day.  Nothing is due on a run
      *    date that is itself a holiday or weekend.
            MOVE WS-RUN-INTEGER TO WS-CHECK-INTEGER
            PERFORM FIND-DAY-TYPE
            MOVE WS-DAY-TYPE TO WS-RUN-DAY-TYPE
            MOVE WS-RUN-INTEGER TO WS-WINDOW-START
            IF NOT RUN-IS-BUSINESS-DAY
               DISPLAY "Run date " WS-RUN-DATE " is not a business "
                  "day (day type " WS-RUN-DAY-TYPE ") - nothing is "
                  "due until the next business day"
            ELSE
               MOVE "N" TO WS-WINDOW-DONE-FLAG
               PERFORM UNTIL WINDOW-DONE
                  COMPUTE WS-CHECK-INTEGER = WS-WINDOW-START - 1
                  END-COMPUTE
                  PERFORM FIND-DAY-TYPE
                  IF WS-DAY-TYPE EQUAL "B"
                     OR WS-RUN-INTEGER - WS-CHECK-INTEGER > 31
                     MOVE "Y" TO WS-WINDOW-DONE-FLAG
                  ELSE
                     MOVE WS-CHECK-INTEGER TO WS-WINDOW-START
                  END-IF
               END-PERFORM
            END-IF.

       PROCESS-STANDING-ENTRY.
            MOVE SPACES TO WS-ENTRY-ACTION
            MOVE SPACES TO WS-SKIP-REASON
            PERFORM CHECK-ENTRY-DUE
            IF NOT ENTRY-IS-DUE
               ADD 1 TO WS-NOT-DUE-COUNT
            ELSE
               ADD 1 TO WS-DUE-COUNT
               PERFORM CHECK-ENTRY-ELIGIBLE
               IF WS-SKIP-REASON EQUAL SPACES
                  PERFORM ASSIGN-TRANS-ID
               END-IF
               IF WS-SKIP-REASON EQUAL SPACES
                  PERFORM WRITE-GENERATED-RECORD
                  MOVE WS-RUN-DATE TO STD-LAST-GEN-DATE
                  ADD 1 TO WS-GENERATED-COUNT
                  MOVE "GENERATED" TO WS-ENTRY-ACTION
               ELSE
                  ADD 1 TO WS-SKIPPED-COUNT
                  MOVE "SKIPPED" TO WS-ENTRY-ACTION
                  MOVE SPACES TO WS-ASSIGNED-ID
               END-IF
               PERFORM WRITE-REGISTER-LINE
            END-IF
            MOVE STANDING-RECORD TO STANDING-NEW-RECORD
            WRITE STANDING-NEW-RECORD.

       CHECK-ENTRY-DUE.
            MOVE "N" TO WS-DUE-FLAG
            MOVE ZERO TO WS-DUE-DATE
            IF RUN-IS-BUSINESS-DAY
               AND STD-START-DATE NUMERIC
               AND STD-START-DATE NOT EQUAL "00000000"
               COMPUTE WS-START-INTEGER =
                  FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL (STD-START-DATE))
               END-COMPUTE
               IF STD-END-DATE NUMERIC
                  AND STD-END-DATE NOT EQUAL "00000000"
                  COMPUTE WS-END-INTEGER =
                     FUNCTION INTEGER-OF-DATE
                        (FUNCTION NUMVAL (STD-END-DATE))
                  END-COMPUTE
               ELSE
                  MOVE WS-RUN-INTEGER TO WS-END-INTEGER
               END-IF
               PERFORM VARYING WS-NOMINAL-INTEGER
                     FROM WS-WINDOW-START BY 1
                     UNTIL WS-NOMINAL-INTEGER > WS-RUN-INTEGER
                        OR ENTRY-IS-DUE
                  IF WS-NOMINAL-INTEGER NOT < WS-START-INTEGER
                     AND WS-NOMINAL-INTEGER NOT > WS-END-INTEGER
                     PERFORM CHECK-NOMINAL-DATE
                  END-IF
               END-PERFORM
            END-IF.

       CHECK-NOMINAL-DATE.
            IF STD-DAILY
               IF WS-NOMINAL-INTEGER EQUAL WS-RUN-INTEGER
                  MOVE "Y" TO WS-DUE-FLAG
               END-IF
            ELSE
               IF STD-WEEKLY
                  COMPUTE WS-WEEKDAY-WORK =
                     WS-NOMINAL-INTEGER - WS-START-INTEGER
                  END-COMPUTE
                  DIVIDE WS-WEEKDAY-WORK BY 7
                     GIVING WS-WEEKDAY-QUOTIENT
                     REMAINDER WS-WEEKDAY
                  END-DIVIDE
                  IF WS-WEEKDAY EQUAL ZERO
                     MOVE "Y" TO WS-DUE-FLAG
                  END-IF
               ELSE
                  IF STD-MONTH-END
                     COMPUTE WS-CHECK-INTEGER = WS-NOMINAL-INTEGER + 1
                     END-COMPUTE
                     COMPUTE WS-CHECK-DATE =
                        FUNCTION DATE-OF-INTEGER (WS-CHECK-INTEGER)
                     END-COMPUTE
                     IF WS-CHECK-DAY EQUAL 1
                        MOVE "Y" TO WS-DUE-FLAG
                     END-IF
                  END-IF
               END-IF
            END-IF
            IF ENTRY-IS-DUE
               COMPUTE WS-DUE-DATE =
                  FUNCTION DATE-OF-INTEGER (WS-NOMINAL-INTEGER)
               END-COMPUTE
            END-IF.

       CHECK-ENTRY-ELIGIBLE.
            IF STD-LAST-GEN-DATE NUMERIC
               AND STD-LAST-GEN-DATE NOT < WS-RUN-DATE
               MOVE "ALREADY GENERATED FOR THIS RUN DATE"
                  TO WS-SKIP-REASON
            END-IF
            IF WS-SKIP-REASON EQUAL SPACES
               PERFORM FIND-OPERATOR
               IF WS-OPERATOR-FOUND-SUB EQUAL ZERO
                  MOVE "DEPARTMENT NOT ON OPERMST" TO WS-SKIP-REASON
               ELSE
                  IF WS-OPR-STATUS (WS-OPERATOR-FOUND-SUB) EQUAL "I"
                     AND (WS-OPR-END-DATE (WS-OPERATOR-FOUND-SUB)
                        NOT NUMERIC
                        OR WS-RUN-DATE >
                           WS-OPR-END-DATE (WS-OPERATOR-FOUND-SUB))
                     MOVE "DEPARTMENT DEACTIVATED ON OPERMST"
                        TO WS-SKIP-REASON
                  END-IF
               END-IF
            END-IF
            IF WS-SKIP-REASON EQUAL SPACES
               MOVE STD-OPERATION TO UserInput
               IF NOT VALID-OPERATION
                  OR UserInput EQUAL "Average"
                  OR UserInput EQUAL "Reverse"
                  MOVE "OPERATION CANNOT STAND" TO WS-SKIP-REASON
               END-IF
            END-IF
            IF WS-SKIP-REASON EQUAL SPACES
               IF STD-CHN-ONE-FLAG EQUAL "@"
                  IF STD-CHN-ONE-ID EQUAL SPACES
                     MOVE "FIRST OPERAND NAMES NO TRANSACTION"
                        TO WS-SKIP-REASON
                  END-IF
               ELSE
                  IF STD-NUM-ONE NOT NUMERIC
                     MOVE "FIRST OPERAND NOT NUMERIC"
                        TO WS-SKIP-REASON
                  END-IF
               END-IF
            END-IF
            IF WS-SKIP-REASON EQUAL SPACES
               IF STD-CHN-TWO-FLAG EQUAL "@"
                  IF STD-CHN-TWO-ID EQUAL SPACES
                     MOVE "SECOND OPERAND NAMES NO TRANSACTION"
                        TO WS-SKIP-REASON
                  END-IF
               ELSE
                  IF STD-NUM-TWO NOT NUMERIC
                     MOVE "SECOND OPERAND NOT NUMERIC"
                        TO WS-SKIP-REASON
                  ELSE
                     IF (UserInput EQUAL "Divide"
                        OR UserInput EQUAL "Remainder")
                        AND STD-NUM-TWO EQUAL ZERO
                        MOVE "DIVIDE BY ZERO" TO WS-SKIP-REASON
                     END-IF
                  END-IF
               END-IF
            END-IF.

       FIND-OPERATOR.
            MOVE ZERO TO WS-OPERATOR-FOUND-SUB
            PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                  UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
               IF WS-OPR-DEPT-CODE (WS-OPERATOR-SUB)
                  EQUAL STD-DEPT
                  MOVE WS-OPERATOR-SUB TO WS-OPERATOR-FOUND-SUB
               END-IF
            END-PERFORM.

       ASSIGN-TRANS-ID.
            MOVE "N" TO WS-ID-OK-FLAG
            PERFORM UNTIL ID-IS-FREE OR SEQUENCE-FULL
               IF WS-SEQ-NO NOT < 999
                  MOVE "Y" TO WS-SEQUENCE-FULL-FLAG
               ELSE
                  ADD 1 TO WS-SEQ-NO
                  MOVE "S" TO WS-ID-PREFIX
                  MOVE WS-BATCH-NO TO WS-ID-BATCH
                  MOVE WS-SEQ-NO TO WS-ID-SEQ
                  MOVE "Y" TO WS-ID-OK-FLAG
                  IF RESULTS-FILE-IS-OPEN
                     PERFORM CHECK-ASSIGNED-ID
                  END-IF
               END-IF
            END-PERFORM
            IF NOT ID-IS-FREE
               MOVE "TRANSACTION ID SEQUENCE FULL FOR BATCH"
                  TO WS-SKIP-REASON
            END-IF.

       CHECK-ASSIGNED-ID.
            MOVE WS-ASSIGNED-ID TO RESL-TRANS-ID
            READ RESULTS-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY "Assigned ID " WS-ASSIGNED-ID
                     " already posted - advancing sequence"
                  MOVE "N" TO WS-ID-OK-FLAG
            END-READ.

       WRITE-GENERATED-RECORD.
            MOVE SPACES TO TRANS-IN-RECORD
            MOVE WS-ASSIGNED-ID TO TRANS-IN-ID
            MOVE WS-BATCH-NO TO TRANS-IN-BATCH-NO
            MOVE STD-DEPT TO TRANS-IN-DEPT
            MOVE STD-OPERATION TO TRANS-IN-OPERATION
            IF STD-CHN-ONE-FLAG EQUAL "@"
               MOVE "@" TO TRANS-CHN-ONE-FLAG
               MOVE STD-CHN-ONE-ID TO TRANS-CHN-ONE-ID
            ELSE
               MOVE STD-NUM-ONE TO TRANS-IN-NUM-ONE
            END-IF
            IF STD-CHN-TWO-FLAG EQUAL "@"
               MOVE "@" TO TRANS-CHN-TWO-FLAG
               MOVE STD-CHN-TWO-ID TO TRANS-CHN-TWO-ID
            ELSE
               MOVE STD-NUM-TWO TO TRANS-IN-NUM-TWO
            END-IF
            WRITE TRANS-IN-RECORD.

       WRITE-REGISTER-HEADING.
            MOVE SPACES TO GEN-REPORT-LINE
            STRING
               "STANDING CALCULATION REGISTER - RUN DATE "
                  DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - BATCH " DELIMITED BY SIZE
               WS-BATCH-NO DELIMITED BY SIZE
               INTO GEN-REPORT-LINE
            END-STRING
            WRITE GEN-REPORT-LINE

            IF NOT RUN-IS-BUSINESS-DAY
               MOVE SPACES TO GEN-REPORT-LINE
               STRING
                  "RUN DATE IS NOT A BUSINESS DAY - ENTRIES DUE "
                     DELIMITED BY SIZE
                  "TODAY MOVE TO THE NEXT BUSINESS DAY"
                     DELIMITED BY SIZE
                  INTO GEN-REPORT-LINE
               END-STRING
               WRITE GEN-REPORT-LINE
            END-IF

            MOVE SPACES TO GEN-REPORT-LINE
            WRITE GEN-REPORT-LINE

            MOVE SPACES TO GEN-REPORT-LINE
            STRING
               "ENTRY  DEPT OPERATION FREQ DUE DATE " DELIMITED BY SIZE
               "ACTION    TRANS ID   REASON" DELIMITED BY SIZE
               INTO GEN-REPORT-LINE
            END-STRING
            WRITE GEN-REPORT-LINE.

       WRITE-REGISTER-LINE.
            MOVE SPACES TO GEN-REPORT-LINE
            STRING
               STD-ENTRY-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STD-DEPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STD-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STD-FREQUENCY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-DUE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENTRY-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ASSIGNED-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SKIP-REASON DELIMITED BY SIZE
               INTO GEN-REPORT-LINE
            END-STRING
            WRITE GEN-REPORT-LINE.

       WRITE-REGISTER-TOTALS.
            MOVE SPACES TO GEN-REPORT-LINE
            WRITE GEN-REPORT-LINE

            MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO GEN-REPORT-LINE
            STRING
               "ENTRIES ON MASTER:   " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO GEN-REPORT-LINE
            END-STRING
            WRITE GEN-REPORT-LINE

            MOVE WS-NOT-DUE-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO GEN-REPORT-LINE
            STRING
               "NOT DUE:             " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO GEN-REPORT-LINE
            END-STRING
            WRITE GEN-REPORT-LINE

            MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO GEN-REPORT-LINE
            STRING
               "DUE:                 " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO GEN-REPORT-LINE
            END-STRING
            WRITE GEN-REPORT-LINE

            MOVE WS-GENERATED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO GEN-REPORT-LINE
            STRING
               "GENERATED TO TRANSIN:" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO GEN-REPORT-LINE
            END-STRING
            WRITE GEN-REPORT-LINE

            MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO GEN-REPORT-LINE
            STRING
               "SKIPPED:             " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO GEN-REPORT-LINE
            END-STRING
            WRITE GEN-REPORT-LINE.

       END PROGRAM Standing-Generate.
