      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Outlier check of a run's postings against department
      *          history.  From the RESLMSTR history posted before the
      *          run being checked it builds, for each department and
      *          operation, the mean result and its typical spread (the
      *          mean absolute deviation from that mean, never less
      *          than the OUTLCTL floor percentage of the mean), and
      *          notes the sign the department normally sends when at
      *          least the OUTLCTL sign percentage of its history has
      *          the one sign.  Each result the run posted is then held
      *          against that norm: one further from the mean than the
      *          OUTLCTL range factor times the spread - the Multiply
      *          keyed with a misplaced decimal point - or with the
      *          opposite sign to the department's norm goes on the
      *          OUTLRPT exception report with the transaction ID, the
      *          operands and result, and the historical mean, range
      *          and depth.  A department and operation with less
      *          history than the OUTLCTL minimum is not judged and is
      *          listed as such.  Reversed and overflowed results are
      *          left out of the history and are not checked.  The run
      *          checked is the OUTLCTL run date, or with no date the
      *          latest run date on RESLMSTR.  Run it after Hello-NAME
      *          and before the GL feed is released.
      *          OUTLCTL layout: run date(8) range factor 9(2)V9(1)
      *          minimum history 9(5) sign percentage 9(3) floor
      *          percentage 9(3); a blank or zero field takes its
      *          default - latest run, 5.0, 20, 95 and 10.
      *          Return code 0 no exceptions, 4 no exceptions but some
      *          postings had too little history to judge, 8 outliers
      *          found - hold the downstream feed, 16 unable to run.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Results-Outlier.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTLIER-CONTROL-FILE ASSIGN TO "OUTLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLIER-CONTROL-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "RESLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESL-TRANS-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT OUTLIER-REPORT-FILE ASSIGN TO "OUTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTLIER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTLIER-CONTROL-FILE.
       01  OUTLIER-CONTROL-RECORD.
           05 OUTLCTL-RUN-DATE      PIC X(8).
           05 OUTLCTL-RANGE-FACTOR  PIC 9(2)V9(1).
           05 OUTLCTL-MIN-HISTORY   PIC 9(5).
           05 OUTLCTL-SIGN-PCT      PIC 9(3).
           05 OUTLCTL-FLOOR-PCT     PIC 9(3).

       FD  RESULTS-FILE.
       COPY RESLREC.

       FD  OUTLIER-REPORT-FILE.
       01  OUTLIER-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OUTLIER-CONTROL-STATUS PIC XX.
           88 OUTLIER-CONTROL-OK    VALUE "00".

       01  WS-RESULTS-STATUS        PIC XX.
           88 RESULTS-OK            VALUE "00".

       01  WS-OUTLIER-REPORT-STATUS PIC XX.
           88 OUTLIER-REPORT-OK     VALUE "00".

       01  WS-RESULTS-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-RESULTS-FILE   VALUE "Y".

       01  WS-CHECK-RUN-DATE        PIC X(8) VALUE SPACES.
       01  WS-RANGE-FACTOR          PIC 9(2)V9(1) VALUE 5.0.
       01  WS-MIN-HISTORY           PIC 9(5) VALUE 20.
       01  WS-SIGN-PCT              PIC 9(3) VALUE 95.
       01  WS-FLOOR-PCT             PIC 9(3) VALUE 10.

       01  WS-NORM-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-NORM-SUB              PIC 9(4) VALUE ZERO.
       01  WS-NORM-FOUND-SUB        PIC 9(4) VALUE ZERO.
       01  WS-NORM-TABLE.
           05 WS-NORM-ENTRY OCCURS 1000 TIMES.
              10 WS-NORM-DEPT       PIC X(4).
              10 WS-NORM-OPERATION  PIC X(10).
              10 WS-NORM-HISTORY    PIC 9(9).
              10 WS-NORM-POSITIVE   PIC 9(9).
              10 WS-NORM-NEGATIVE   PIC 9(9).
              10 WS-NORM-SUM        PIC S9(28)V9(4).
              10 WS-NORM-DEVIATION-SUM PIC S9(28)V9(4).
              10 WS-NORM-MEAN       PIC S9(18)V9(4).
              10 WS-NORM-SPREAD     PIC S9(18)V9(4).
              10 WS-NORM-LOW        PIC S9(21)V9(4).
              10 WS-NORM-HIGH       PIC S9(21)V9(4).
              10 WS-NORM-SIGN       PIC X.
                 88 NORM-POSITIVE   VALUE "+".
                 88 NORM-NEGATIVE   VALUE "-".
              10 WS-NORM-USED-FLAG  PIC X.
                 88 NORM-USED-BY-RUN VALUE "Y".
       01  WS-LOOKUP-DEPT           PIC X(4).
       01  WS-LOOKUP-OPERATION      PIC X(10).

       01  WS-POSTING-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-POSTING-SUB           PIC 9(4) VALUE ZERO.
       01  WS-POSTING-TABLE.
           05 WS-POSTING-ENTRY OCCURS 9999 TIMES.
              10 WS-PST-TRANS-ID    PIC X(10).
              10 WS-PST-NORM-SUB    PIC 9(4).
              10 WS-PST-NUM-ONE     PIC S9(16)V9(4).
              10 WS-PST-NUM-TWO     PIC S9(16)V9(4).
              10 WS-PST-RESULT      PIC S9(18)V9(4).

       01  WS-DEVIATION             PIC S9(19)V9(4).
       01  WS-FLOOR-SPREAD          PIC S9(18)V9(4).
       01  WS-ABS-MEAN              PIC S9(18)V9(4).
       01  WS-REACH                 PIC S9(21)V9(4).
       01  WS-SIGNED-HISTORY        PIC 9(9).
       01  WS-EXCEPTION-REASON      PIC X(30).
       01  WS-SIGN-OUTLIER-FLAG     PIC X VALUE "N".
           88 SIGN-OUTLIER          VALUE "Y".
       01  WS-RANGE-OUTLIER-FLAG    PIC X VALUE "N".
           88 RANGE-OUTLIER         VALUE "Y".

       01  WS-HISTORY-READ-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-LEFT-OUT-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-CHECKED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-THIN-HISTORY-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RANGE-EXCEPTION-COUNT PIC 9(9) VALUE ZERO.
       01  WS-SIGN-EXCEPTION-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(9) VALUE ZERO.

       01  WS-COUNT-DISPLAY         PIC ZZZZZZZZ9.
       01  WS-FACTOR-DISPLAY        PIC Z9.9.
       01  WS-HISTORY-DISPLAY       PIC ZZZZ9.
       01  WS-PCT-DISPLAY           PIC ZZ9.
       01  WS-NUMBER-DISPLAY        PIC -(16)9.9(4).
       01  WS-NUMBER-DISPLAY-2      PIC -(16)9.9(4).
       01  WS-RESULT-DISPLAY        PIC -(18)9.9(4).
       01  WS-RANGE-DISPLAY         PIC -(21)9.9(4).
       01  WS-RANGE-DISPLAY-2       PIC -(21)9.9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-OUTLIER-CONTROL
            IF WS-CHECK-RUN-DATE EQUAL SPACES
               PERFORM FIND-LATEST-RUN-DATE
            END-IF
            PERFORM GATHER-HISTORY
            PERFORM COMPUTE-MEANS
            PERFORM MEASURE-SPREAD
            PERFORM SET-NORMAL-RANGES

            OPEN OUTPUT OUTLIER-REPORT-FILE
            IF NOT OUTLIER-REPORT-OK
               DISPLAY "Unable to open OUTLRPT - status "
                  WS-OUTLIER-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM WRITE-REPORT-HEADING
            PERFORM VARYING WS-POSTING-SUB FROM 1 BY 1
                  UNTIL WS-POSTING-SUB > WS-POSTING-COUNT
               PERFORM CHECK-ONE-POSTING
            END-PERFORM
            PERFORM WRITE-NORMS-SECTION
            PERFORM WRITE-OUTLIER-SUMMARY
            CLOSE OUTLIER-REPORT-FILE

            MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Run " WS-CHECK-RUN-DATE " postings checked: "
               WS-COUNT-DISPLAY
            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Postings reported as outliers:  "
               WS-COUNT-DISPLAY
            IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "Outliers found - hold the downstream feed "
                  "until OUTLRPT is cleared"
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-THIN-HISTORY-COUNT > ZERO
                  MOVE WS-THIN-HISTORY-COUNT TO WS-COUNT-DISPLAY
                  DISPLAY "Postings with too little history to "
                     "judge: " WS-COUNT-DISPLAY
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF
            STOP RUN.

       READ-OUTLIER-CONTROL.
            OPEN INPUT OUTLIER-CONTROL-FILE
            IF NOT OUTLIER-CONTROL-OK
               DISPLAY "No OUTLCTL control card - checking the latest "
                  "run with default thresholds"
            ELSE
               READ OUTLIER-CONTROL-FILE
                  AT END
                     DISPLAY "Empty OUTLCTL card - checking the "
                        "latest run with default thresholds"
                  NOT AT END
                     PERFORM STORE-OUTLIER-CONTROL
               END-READ
               CLOSE OUTLIER-CONTROL-FILE
            END-IF.

       STORE-OUTLIER-CONTROL.
            IF OUTLCTL-RUN-DATE NOT EQUAL SPACES
               IF OUTLCTL-RUN-DATE NOT NUMERIC
                  DISPLAY "Bad OUTLCTL run date " OUTLCTL-RUN-DATE
                     " - run aborted"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE OUTLCTL-RUN-DATE TO WS-CHECK-RUN-DATE
            END-IF
            IF OUTLCTL-RANGE-FACTOR NUMERIC
               AND OUTLCTL-RANGE-FACTOR > ZERO
               MOVE OUTLCTL-RANGE-FACTOR TO WS-RANGE-FACTOR
            END-IF
            IF OUTLCTL-MIN-HISTORY NUMERIC
               AND OUTLCTL-MIN-HISTORY > ZERO
               MOVE OUTLCTL-MIN-HISTORY TO WS-MIN-HISTORY
            END-IF
            IF OUTLCTL-SIGN-PCT NUMERIC
               AND OUTLCTL-SIGN-PCT > ZERO
               AND OUTLCTL-SIGN-PCT NOT > 100
               MOVE OUTLCTL-SIGN-PCT TO WS-SIGN-PCT
            END-IF
            IF OUTLCTL-FLOOR-PCT NUMERIC
               AND OUTLCTL-FLOOR-PCT > ZERO
               MOVE OUTLCTL-FLOOR-PCT TO WS-FLOOR-PCT
            END-IF.

       OPEN-RESULTS-MASTER.
            MOVE "N" TO WS-RESULTS-EOF-FLAG
            OPEN INPUT RESULTS-FILE
            IF NOT RESULTS-OK
               DISPLAY "Unable to open RESLMSTR - status "
                  WS-RESULTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       FIND-LATEST-RUN-DATE.
            PERFORM OPEN-RESULTS-MASTER
            PERFORM UNTIL END-OF-RESULTS-FILE
               READ RESULTS-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-RESULTS-EOF-FLAG
                  NOT AT END
                     IF RESL-RUN-DATE > WS-CHECK-RUN-DATE
                        MOVE RESL-RUN-DATE TO WS-CHECK-RUN-DATE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RESULTS-FILE
            IF WS-CHECK-RUN-DATE EQUAL SPACES
               DISPLAY "RESLMSTR holds no postings - nothing to check"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       GATHER-HISTORY.
            PERFORM OPEN-RESULTS-MASTER
            PERFORM UNTIL END-OF-RESULTS-FILE
               READ RESULTS-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-RESULTS-EOF-FLAG
                  NOT AT END
                     IF RESL-REVERSED-FLAG EQUAL "Y"
                        OR RESL-OVERFLOW-FLAG EQUAL "Y"
                        ADD 1 TO WS-LEFT-OUT-COUNT
                     ELSE
                        IF RESL-RUN-DATE < WS-CHECK-RUN-DATE
                           PERFORM ACCUMULATE-HISTORY
                        ELSE
                           IF RESL-RUN-DATE EQUAL WS-CHECK-RUN-DATE
                              PERFORM STORE-CHECK-POSTING
                           END-IF
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RESULTS-FILE.

       ACCUMULATE-HISTORY.
            ADD 1 TO WS-HISTORY-READ-COUNT
            MOVE RESL-DEPT TO WS-LOOKUP-DEPT
            MOVE RESL-OPERATION TO WS-LOOKUP-OPERATION
            PERFORM FIND-NORM-ENTRY
            IF WS-NORM-FOUND-SUB > ZERO
               ADD 1 TO WS-NORM-HISTORY (WS-NORM-FOUND-SUB)
               ADD RESL-RESULT TO WS-NORM-SUM (WS-NORM-FOUND-SUB)
               IF RESL-RESULT > ZERO
                  ADD 1 TO WS-NORM-POSITIVE (WS-NORM-FOUND-SUB)
               END-IF
               IF RESL-RESULT < ZERO
                  ADD 1 TO WS-NORM-NEGATIVE (WS-NORM-FOUND-SUB)
               END-IF
            END-IF.

       STORE-CHECK-POSTING.
            IF WS-POSTING-COUNT EQUAL 9999
               DISPLAY "More than 9999 postings in run "
                  WS-CHECK-RUN-DATE " - run aborted"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE RESL-DEPT TO WS-LOOKUP-DEPT
            MOVE RESL-OPERATION TO WS-LOOKUP-OPERATION
            PERFORM FIND-NORM-ENTRY
            ADD 1 TO WS-POSTING-COUNT
            MOVE RESL-TRANS-ID TO WS-PST-TRANS-ID (WS-POSTING-COUNT)
            MOVE WS-NORM-FOUND-SUB
               TO WS-PST-NORM-SUB (WS-POSTING-COUNT)
            MOVE RESL-NUM-ONE TO WS-PST-NUM-ONE (WS-POSTING-COUNT)
            MOVE RESL-NUM-TWO TO WS-PST-NUM-TWO (WS-POSTING-COUNT)
            MOVE RESL-RESULT TO WS-PST-RESULT (WS-POSTING-COUNT)
            IF WS-NORM-FOUND-SUB > ZERO
               MOVE "Y" TO WS-NORM-USED-FLAG (WS-NORM-FOUND-SUB)
            END-IF.

       FIND-NORM-ENTRY.
            MOVE ZERO TO WS-NORM-FOUND-SUB
            PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                  UNTIL WS-NORM-SUB > WS-NORM-COUNT
                     OR WS-NORM-FOUND-SUB > ZERO
               IF WS-NORM-DEPT (WS-NORM-SUB) EQUAL WS-LOOKUP-DEPT
                  AND WS-NORM-OPERATION (WS-NORM-SUB)
                     EQUAL WS-LOOKUP-OPERATION
                  MOVE WS-NORM-SUB TO WS-NORM-FOUND-SUB
               END-IF
            END-PERFORM
            IF WS-NORM-FOUND-SUB EQUAL ZERO
               IF WS-NORM-COUNT < 1000
                  ADD 1 TO WS-NORM-COUNT
                  MOVE WS-NORM-COUNT TO WS-NORM-FOUND-SUB
                  PERFORM CLEAR-NORM-ENTRY
               ELSE
                  DISPLAY "Norm table full - " WS-LOOKUP-DEPT " "
                     WS-LOOKUP-OPERATION " not measured"
               END-IF
            END-IF.

       CLEAR-NORM-ENTRY.
            MOVE WS-LOOKUP-DEPT TO WS-NORM-DEPT (WS-NORM-FOUND-SUB)
            MOVE WS-LOOKUP-OPERATION
               TO WS-NORM-OPERATION (WS-NORM-FOUND-SUB)
            MOVE ZERO TO WS-NORM-HISTORY (WS-NORM-FOUND-SUB)
            MOVE ZERO TO WS-NORM-POSITIVE (WS-NORM-FOUND-SUB)
            MOVE ZERO TO WS-NORM-NEGATIVE (WS-NORM-FOUND-SUB)
            MOVE ZERO TO WS-NORM-SUM (WS-NORM-FOUND-SUB)
            MOVE ZERO TO WS-NORM-DEVIATION-SUM (WS-NORM-FOUND-SUB)
            MOVE ZERO TO WS-NORM-MEAN (WS-NORM-FOUND-SUB)
            MOVE ZERO TO WS-NORM-SPREAD (WS-NORM-FOUND-SUB)
            MOVE ZERO TO WS-NORM-LOW (WS-NORM-FOUND-SUB)
            MOVE ZERO TO WS-NORM-HIGH (WS-NORM-FOUND-SUB)
            MOVE SPACE TO WS-NORM-SIGN (WS-NORM-FOUND-SUB)
            MOVE "N" TO WS-NORM-USED-FLAG (WS-NORM-FOUND-SUB).

       COMPUTE-MEANS.
            PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                  UNTIL WS-NORM-SUB > WS-NORM-COUNT
               IF WS-NORM-HISTORY (WS-NORM-SUB) > ZERO
                  COMPUTE WS-NORM-MEAN (WS-NORM-SUB) ROUNDED =
                     WS-NORM-SUM (WS-NORM-SUB)
                        / WS-NORM-HISTORY (WS-NORM-SUB)
                  END-COMPUTE
               END-IF
            END-PERFORM.

       MEASURE-SPREAD.
            PERFORM OPEN-RESULTS-MASTER
            PERFORM UNTIL END-OF-RESULTS-FILE
               READ RESULTS-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-RESULTS-EOF-FLAG
                  NOT AT END
                     IF RESL-REVERSED-FLAG NOT EQUAL "Y"
                        AND RESL-OVERFLOW-FLAG NOT EQUAL "Y"
                        AND RESL-RUN-DATE < WS-CHECK-RUN-DATE
                        PERFORM ACCUMULATE-DEVIATION
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RESULTS-FILE.

       ACCUMULATE-DEVIATION.
            MOVE RESL-DEPT TO WS-LOOKUP-DEPT
            MOVE RESL-OPERATION TO WS-LOOKUP-OPERATION
            PERFORM FIND-NORM-ENTRY
            IF WS-NORM-FOUND-SUB > ZERO
               COMPUTE WS-DEVIATION =
                  RESL-RESULT - WS-NORM-MEAN (WS-NORM-FOUND-SUB)
               END-COMPUTE
               IF WS-DEVIATION < ZERO
                  COMPUTE WS-DEVIATION = ZERO - WS-DEVIATION
                  END-COMPUTE
               END-IF
               ADD WS-DEVIATION
                  TO WS-NORM-DEVIATION-SUM (WS-NORM-FOUND-SUB)
            END-IF.

       SET-NORMAL-RANGES.
            PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                  UNTIL WS-NORM-SUB > WS-NORM-COUNT
               IF WS-NORM-HISTORY (WS-NORM-SUB) > ZERO
                  PERFORM SET-ONE-RANGE
               END-IF
            END-PERFORM.

       SET-ONE-RANGE.
            COMPUTE WS-NORM-SPREAD (WS-NORM-SUB) ROUNDED =
               WS-NORM-DEVIATION-SUM (WS-NORM-SUB)
                  / WS-NORM-HISTORY (WS-NORM-SUB)
            END-COMPUTE
            MOVE WS-NORM-MEAN (WS-NORM-SUB) TO WS-ABS-MEAN
            IF WS-ABS-MEAN < ZERO
               COMPUTE WS-ABS-MEAN = ZERO - WS-ABS-MEAN
               END-COMPUTE
            END-IF
            COMPUTE WS-FLOOR-SPREAD ROUNDED =
               WS-ABS-MEAN * WS-FLOOR-PCT / 100
            END-COMPUTE
            IF WS-NORM-SPREAD (WS-NORM-SUB) < WS-FLOOR-SPREAD
               MOVE WS-FLOOR-SPREAD TO WS-NORM-SPREAD (WS-NORM-SUB)
            END-IF
            COMPUTE WS-REACH =
               WS-NORM-SPREAD (WS-NORM-SUB) * WS-RANGE-FACTOR
            END-COMPUTE
            COMPUTE WS-NORM-LOW (WS-NORM-SUB) =
               WS-NORM-MEAN (WS-NORM-SUB) - WS-REACH
            END-COMPUTE
            COMPUTE WS-NORM-HIGH (WS-NORM-SUB) =
               WS-NORM-MEAN (WS-NORM-SUB) + WS-REACH
            END-COMPUTE
            MOVE SPACE TO WS-NORM-SIGN (WS-NORM-SUB)
            COMPUTE WS-SIGNED-HISTORY =
               WS-NORM-POSITIVE (WS-NORM-SUB)
                  + WS-NORM-NEGATIVE (WS-NORM-SUB)
            END-COMPUTE
            IF WS-SIGNED-HISTORY > ZERO
               IF WS-NORM-POSITIVE (WS-NORM-SUB) * 100
                  NOT < WS-SIGN-PCT * WS-SIGNED-HISTORY
                  MOVE "+" TO WS-NORM-SIGN (WS-NORM-SUB)
               ELSE
                  IF WS-NORM-NEGATIVE (WS-NORM-SUB) * 100
                     NOT < WS-SIGN-PCT * WS-SIGNED-HISTORY
                     MOVE "-" TO WS-NORM-SIGN (WS-NORM-SUB)
                  END-IF
               END-IF
            END-IF.

       CHECK-ONE-POSTING.
            MOVE WS-PST-NORM-SUB (WS-POSTING-SUB) TO WS-NORM-SUB
            IF WS-NORM-SUB EQUAL ZERO
               ADD 1 TO WS-THIN-HISTORY-COUNT
            ELSE
               IF WS-NORM-HISTORY (WS-NORM-SUB) < WS-MIN-HISTORY
                  ADD 1 TO WS-THIN-HISTORY-COUNT
               ELSE
                  ADD 1 TO WS-CHECKED-COUNT
                  MOVE "N" TO WS-SIGN-OUTLIER-FLAG
                  MOVE "N" TO WS-RANGE-OUTLIER-FLAG
                  IF (NORM-POSITIVE (WS-NORM-SUB)
                        AND WS-PST-RESULT (WS-POSTING-SUB) < ZERO)
                     OR (NORM-NEGATIVE (WS-NORM-SUB)
                        AND WS-PST-RESULT (WS-POSTING-SUB) > ZERO)
                     MOVE "Y" TO WS-SIGN-OUTLIER-FLAG
                     ADD 1 TO WS-SIGN-EXCEPTION-COUNT
                  END-IF
                  IF WS-PST-RESULT (WS-POSTING-SUB)
                        < WS-NORM-LOW (WS-NORM-SUB)
                     OR WS-PST-RESULT (WS-POSTING-SUB)
                        > WS-NORM-HIGH (WS-NORM-SUB)
                     MOVE "Y" TO WS-RANGE-OUTLIER-FLAG
                     ADD 1 TO WS-RANGE-EXCEPTION-COUNT
                  END-IF
                  IF SIGN-OUTLIER AND RANGE-OUTLIER
                     MOVE "WRONG SIGN AND OUTSIDE RANGE"
                        TO WS-EXCEPTION-REASON
                     PERFORM WRITE-EXCEPTION
                  ELSE
                     IF SIGN-OUTLIER
                        MOVE "WRONG SIGN FOR DEPARTMENT"
                           TO WS-EXCEPTION-REASON
                        PERFORM WRITE-EXCEPTION
                     END-IF
                     IF RANGE-OUTLIER
                        MOVE "OUTSIDE TYPICAL RANGE"
                           TO WS-EXCEPTION-REASON
                        PERFORM WRITE-EXCEPTION
                     END-IF
                  END-IF
               END-IF
            END-IF.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "RESULTS OUTLIER CHECK - RUN " DELIMITED BY SIZE
               WS-CHECK-RUN-DATE DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-RANGE-FACTOR TO WS-FACTOR-DISPLAY
            MOVE WS-MIN-HISTORY TO WS-HISTORY-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "RANGE = MEAN +/- " DELIMITED BY SIZE
               WS-FACTOR-DISPLAY DELIMITED BY SIZE
               " X SPREAD   MINIMUM HISTORY " DELIMITED BY SIZE
               WS-HISTORY-DISPLAY DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE SPACES TO OUTLIER-REPORT-LINE
            MOVE WS-SIGN-PCT TO WS-PCT-DISPLAY
            STRING
               "SIGN NORM AT " DELIMITED BY SIZE
               WS-PCT-DISPLAY DELIMITED BY SIZE
               " PCT OF HISTORY   SPREAD FLOOR " DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            MOVE WS-FLOOR-PCT TO WS-PCT-DISPLAY
            MOVE WS-PCT-DISPLAY TO OUTLIER-REPORT-LINE (48:3)
            MOVE "PCT OF MEAN" TO OUTLIER-REPORT-LINE (52:11)
            WRITE OUTLIER-REPORT-LINE

            MOVE SPACES TO OUTLIER-REPORT-LINE
            WRITE OUTLIER-REPORT-LINE
            MOVE "EXCEPTIONS" TO OUTLIER-REPORT-LINE
            WRITE OUTLIER-REPORT-LINE
            MOVE SPACES TO OUTLIER-REPORT-LINE
            MOVE "TRANS ID" TO OUTLIER-REPORT-LINE (1:8)
            MOVE "DEPT" TO OUTLIER-REPORT-LINE (12:4)
            MOVE "OPERATION" TO OUTLIER-REPORT-LINE (17:9)
            MOVE "EXCEPTION" TO OUTLIER-REPORT-LINE (28:9)
            MOVE "RESULT" TO OUTLIER-REPORT-LINE (78:6)
            WRITE OUTLIER-REPORT-LINE
            MOVE ALL "-" TO OUTLIER-REPORT-LINE
            WRITE OUTLIER-REPORT-LINE.

       WRITE-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE SPACES TO OUTLIER-REPORT-LINE
            MOVE WS-PST-TRANS-ID (WS-POSTING-SUB)
               TO OUTLIER-REPORT-LINE (1:10)
            MOVE WS-NORM-DEPT (WS-NORM-SUB)
               TO OUTLIER-REPORT-LINE (12:4)
            MOVE WS-NORM-OPERATION (WS-NORM-SUB)
               TO OUTLIER-REPORT-LINE (17:10)
            MOVE WS-EXCEPTION-REASON TO OUTLIER-REPORT-LINE (28:30)
            MOVE WS-PST-RESULT (WS-POSTING-SUB) TO WS-RESULT-DISPLAY
            MOVE WS-RESULT-DISPLAY TO OUTLIER-REPORT-LINE (60:24)
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-PST-NUM-ONE (WS-POSTING-SUB) TO WS-NUMBER-DISPLAY
            MOVE WS-PST-NUM-TWO (WS-POSTING-SUB)
               TO WS-NUMBER-DISPLAY-2
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "           NUM1 " DELIMITED BY SIZE
               WS-NUMBER-DISPLAY DELIMITED BY SIZE
               "   NUM2 " DELIMITED BY SIZE
               WS-NUMBER-DISPLAY-2 DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-NORM-MEAN (WS-NORM-SUB) TO WS-RESULT-DISPLAY
            MOVE WS-NORM-HISTORY (WS-NORM-SUB) TO WS-COUNT-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "           NORM MEAN " DELIMITED BY SIZE
               WS-RESULT-DISPLAY DELIMITED BY SIZE
               "   HISTORY " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   USUAL SIGN " DELIMITED BY SIZE
               WS-NORM-SIGN (WS-NORM-SUB) DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-NORM-LOW (WS-NORM-SUB) TO WS-RANGE-DISPLAY
            MOVE WS-NORM-HIGH (WS-NORM-SUB) TO WS-RANGE-DISPLAY-2
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "           RANGE " DELIMITED BY SIZE
               WS-RANGE-DISPLAY DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-RANGE-DISPLAY-2 DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE.

       WRITE-NORMS-SECTION.
            MOVE SPACES TO OUTLIER-REPORT-LINE
            WRITE OUTLIER-REPORT-LINE
            MOVE "HISTORICAL NORMS FOR THE OPERATIONS IN THIS RUN"
               TO OUTLIER-REPORT-LINE
            WRITE OUTLIER-REPORT-LINE
            MOVE SPACES TO OUTLIER-REPORT-LINE
            MOVE "DEPT" TO OUTLIER-REPORT-LINE (1:4)
            MOVE "OPERATION" TO OUTLIER-REPORT-LINE (6:9)
            MOVE "HISTORY" TO OUTLIER-REPORT-LINE (19:7)
            MOVE "SIGN" TO OUTLIER-REPORT-LINE (27:4)
            MOVE "MEAN" TO OUTLIER-REPORT-LINE (51:4)
            MOVE "LOW" TO OUTLIER-REPORT-LINE (80:3)
            MOVE "HIGH" TO OUTLIER-REPORT-LINE (108:4)
            WRITE OUTLIER-REPORT-LINE
            MOVE ALL "-" TO OUTLIER-REPORT-LINE
            WRITE OUTLIER-REPORT-LINE
            PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                  UNTIL WS-NORM-SUB > WS-NORM-COUNT
               IF NORM-USED-BY-RUN (WS-NORM-SUB)
                  PERFORM WRITE-NORM-LINE
               END-IF
            END-PERFORM.

       WRITE-NORM-LINE.
            MOVE SPACES TO OUTLIER-REPORT-LINE
            MOVE WS-NORM-DEPT (WS-NORM-SUB)
               TO OUTLIER-REPORT-LINE (1:4)
            MOVE WS-NORM-OPERATION (WS-NORM-SUB)
               TO OUTLIER-REPORT-LINE (6:10)
            MOVE WS-NORM-HISTORY (WS-NORM-SUB) TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO OUTLIER-REPORT-LINE (17:9)
            IF WS-NORM-HISTORY (WS-NORM-SUB) < WS-MIN-HISTORY
               MOVE "TOO LITTLE HISTORY - POSTINGS NOT JUDGED"
                  TO OUTLIER-REPORT-LINE (28:40)
            ELSE
               MOVE WS-NORM-SIGN (WS-NORM-SUB)
                  TO OUTLIER-REPORT-LINE (28:1)
               MOVE WS-NORM-MEAN (WS-NORM-SUB) TO WS-RESULT-DISPLAY
               MOVE WS-RESULT-DISPLAY TO OUTLIER-REPORT-LINE (31:24)
               MOVE WS-NORM-LOW (WS-NORM-SUB) TO WS-RANGE-DISPLAY
               MOVE WS-RANGE-DISPLAY TO OUTLIER-REPORT-LINE (56:27)
               MOVE WS-NORM-HIGH (WS-NORM-SUB) TO WS-RANGE-DISPLAY
               MOVE WS-RANGE-DISPLAY TO OUTLIER-REPORT-LINE (85:27)
            END-IF
            WRITE OUTLIER-REPORT-LINE.

       WRITE-OUTLIER-SUMMARY.
            MOVE SPACES TO OUTLIER-REPORT-LINE
            WRITE OUTLIER-REPORT-LINE
            MOVE ALL "-" TO OUTLIER-REPORT-LINE
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-HISTORY-READ-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "HISTORY RESULTS MEASURED:         " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-LEFT-OUT-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "REVERSED OR OVERFLOWED - LEFT OUT:" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-POSTING-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "RUN POSTINGS READ:                " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "RUN POSTINGS JUDGED:              " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-THIN-HISTORY-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "TOO LITTLE HISTORY TO JUDGE:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-RANGE-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "OUTSIDE TYPICAL RANGE:            " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-SIGN-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "WRONG SIGN FOR DEPARTMENT:        " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO OUTLIER-REPORT-LINE
            STRING
               "POSTINGS REPORTED AS OUTLIERS:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO OUTLIER-REPORT-LINE
            END-STRING
            WRITE OUTLIER-REPORT-LINE

            MOVE SPACES TO OUTLIER-REPORT-LINE
            IF WS-EXCEPTION-COUNT > ZERO
               MOVE "OUTLIERS FOUND - HOLD THE DOWNSTREAM FEED"
                  TO OUTLIER-REPORT-LINE
            ELSE
               MOVE "NO OUTLIERS FOUND" TO OUTLIER-REPORT-LINE
            END-IF
            WRITE OUTLIER-REPORT-LINE.

       END PROGRAM Results-Outlier.
