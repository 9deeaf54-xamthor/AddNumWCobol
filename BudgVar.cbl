      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Budget versus actual variance report.  Compares the
      *          calculations each department actually posted - on the
      *          live RESLMSTR and on the RESLARCH archive for anything
      *          Results-Archive has moved out - with the forecast it
      *          gave Finance on the BUDGMST budget master.  For every
      *          department with a forecast or with activity the VARRPT
      *          report shows, by operation and for the department in
      *          total, the actual and forecast transaction count and
      *          result total with the amount and percentage variance,
      *          period-to-date and year-to-date.  The period comes
      *          from the VARCTL control card (period, as-of date,
      *          tolerance percentage); with no card it is the current
      *          period as of today, and a past period with no as-of
      *          date is reported as at its close.  Run mid-period, the
      *          current period's forecast is prorated by the business
      *          days on CALMST elapsed through the as-of date out of
      *          the business days in the period; the year-to-date
      *          forecast is the full forecasts of the earlier periods
      *          of the year plus that prorated amount.  A transaction
      *          since reversed is left out of the actuals.  A line
      *          outside the tolerance (default 10 percent) either way,
      *          or with activity against a zero forecast, is marked; a
      *          department whose total line is marked, or that has no
      *          forecast for the year, is flagged.  Where a department
      *          has forecast operations but no department total, its
      *          total is compared with the sum of those operation
      *          forecasts.
      *          Return code 0 all departments within tolerance, 4 one
      *          or more flagged, 16 unable to run.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  OPERMST record from the shared OPERREC
      *                      copybook, so a record carrying the approval
      *                      limit is read as one record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Budget-Variance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIANCE-CONTROL-FILE ASSIGN TO "VARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-CONTROL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-MASTER-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "RESLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESL-TRANS-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT RESULTS-ARCHIVE-FILE ASSIGN TO "RESLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-ARCHIVE-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-CONTROL-FILE.
       01  VARIANCE-CONTROL-RECORD.
           05 VARCTL-PERIOD         PIC X(6).
           05 VARCTL-AS-OF-DATE     PIC X(8).
           05 VARCTL-TOLERANCE-PCT  PIC 9(3).

       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  BUDGET-MASTER-FILE.
       COPY BUDGREC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  RESULTS-FILE.
       COPY RESLREC.

       FD  RESULTS-ARCHIVE-FILE.
       01  RESULTS-ARCHIVE-RECORD.
           05 ARCH-TRANS-ID         PIC X(10).
           05 ARCH-OPERATION        PIC X(10).
           05 ARCH-NUM-ONE          PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 ARCH-NUM-TWO          PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 ARCH-RESULT           PIC S9(18)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 ARCH-REMAINDER        PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 ARCH-OVERFLOW-FLAG    PIC X.
           05 ARCH-RUN-DATE         PIC X(8).
           05 ARCH-REVERSED-FLAG    PIC X.
           05 ARCH-DEPT             PIC X(4).
           05 ARCH-BATCH-NO         PIC X(6).

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VARIANCE-CONTROL-STATUS PIC XX.
           88 VARIANCE-CONTROL-OK   VALUE "00".

       01  WS-CALENDAR-STATUS       PIC XX.
           88 CALENDAR-OK           VALUE "00".

       01  WS-BUDGET-MASTER-STATUS  PIC XX.
           88 BUDGET-MASTER-OK      VALUE "00".

       01  WS-OPERATOR-MASTER-STATUS PIC XX.
           88 OPERATOR-MASTER-OK    VALUE "00".

       01  WS-RESULTS-STATUS        PIC XX.
           88 RESULTS-OK            VALUE "00".

       01  WS-RESULTS-ARCHIVE-STATUS PIC XX.
           88 RESULTS-ARCHIVE-OK    VALUE "00".

       01  WS-VARIANCE-REPORT-STATUS PIC XX.
           88 VARIANCE-REPORT-OK    VALUE "00".

       01  WS-CALENDAR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE  VALUE "Y".
       01  WS-BUDGET-EOF-FLAG       PIC X VALUE "N".
           88 END-OF-BUDGET-FILE    VALUE "Y".
       01  WS-OPERATOR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-OPERATOR-FILE  VALUE "Y".
       01  WS-RESULTS-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-RESULTS-FILE   VALUE "Y".
       01  WS-ARCHIVE-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-ARCHIVE-FILE   VALUE "Y".

       01  WS-TODAY-DATE            PIC X(8).
       01  WS-REPORT-PERIOD         PIC X(6) VALUE SPACES.
       01  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
           05 WS-REPORT-YEAR        PIC X(4).
           05 WS-REPORT-MONTH       PIC 9(2).
       01  WS-AS-OF-DATE            PIC X(8) VALUE SPACES.
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05 FILLER                PIC X(6).
           05 WS-AS-OF-DAY          PIC 9(2).
       01  WS-THROUGH-TEXT          PIC X(8) VALUE SPACES.
       01  WS-PERIOD-START-DATE     PIC X(8) VALUE SPACES.
       01  WS-YEAR-START-DATE       PIC X(8) VALUE SPACES.
       01  WS-TOLERANCE-PCT         PIC 9(3) VALUE 10.
       01  WS-AT-CLOSE-FLAG         PIC X VALUE "N".
           88 REPORTING-AT-CLOSE    VALUE "Y".

       01  WS-PERIOD-ON-CALENDAR-FLAG PIC X VALUE "N".
           88 PERIOD-ON-CALENDAR    VALUE "Y".
       01  WS-PERIOD-BUSINESS-DAYS  PIC 9(2) VALUE ZERO.
       01  WS-ELAPSED-BUSINESS-DAYS PIC 9(2) VALUE ZERO.
       01  WS-DAY-SUB               PIC 9(2) VALUE ZERO.

       01  WS-OP-TABLE-DATA.
           05 FILLER                PIC X(10) VALUE "Add".
           05 FILLER                PIC X(10) VALUE "Sub".
           05 FILLER                PIC X(10) VALUE "Multiply".
           05 FILLER                PIC X(10) VALUE "Divide".
           05 FILLER                PIC X(10) VALUE "Percent".
           05 FILLER                PIC X(10) VALUE "Remainder".
           05 FILLER                PIC X(10) VALUE "Average".
       01  WS-OP-TABLE REDEFINES WS-OP-TABLE-DATA.
           05 WS-OP-NAME OCCURS 7 TIMES PIC X(10).
       01  WS-OP-SUB                PIC 9(2) VALUE ZERO.
       01  WS-OP-FOUND-SUB          PIC 9(2) VALUE ZERO.
       01  WS-LINE-SUB              PIC 9(2) VALUE ZERO.
       01  WS-CLEAR-SUB             PIC 9(2) VALUE ZERO.

       01  WS-DEPT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-DEPT-SUB              PIC 9(3) VALUE ZERO.
       01  WS-DEPT-FOUND-SUB        PIC 9(3) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
              10 WS-DEPT-CODE       PIC X(4).
              10 WS-DEPT-NAME       PIC X(20).
              10 WS-DEPT-BUDGET-FLAG PIC X.
                 88 DEPT-HAS-BUDGET VALUE "Y".
              10 WS-DEPT-ACTIVITY-FLAG PIC X.
                 88 DEPT-HAS-ACTIVITY VALUE "Y".
              10 WS-DEPT-LINE OCCURS 8 TIMES.
                 15 WS-LN-PTD-BUDGET-FLAG PIC X.
                    88 LINE-HAS-PTD-BUDGET VALUE "Y".
                 15 WS-LN-YTD-BUDGET-FLAG PIC X.
                    88 LINE-HAS-YTD-BUDGET VALUE "Y".
                 15 WS-LN-PTD-ACT-COUNT PIC 9(9).
                 15 WS-LN-PTD-ACT-SUM PIC S9(20)V9(4).
                 15 WS-LN-PTD-BUD-COUNT PIC 9(9).
                 15 WS-LN-PTD-BUD-SUM PIC S9(20)V9(4).
                 15 WS-LN-YTD-ACT-COUNT PIC 9(9).
                 15 WS-LN-YTD-ACT-SUM PIC S9(20)V9(4).
                 15 WS-LN-YTD-BUD-COUNT PIC 9(9).
                 15 WS-LN-YTD-BUD-SUM PIC S9(20)V9(4).
       01  WS-LOOKUP-DEPT           PIC X(4).

       01  WS-TRAN-OPERATION        PIC X(10).
       01  WS-TRAN-DEPT             PIC X(4).
       01  WS-TRAN-RUN-DATE         PIC X(8).
       01  WS-TRAN-RESULT           PIC S9(18)V9(4).
       01  WS-TRAN-REVERSED-FLAG    PIC X.
           88 TRAN-WAS-REVERSED     VALUE "Y".

       01  WS-PRORATED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-PRORATED-SUM          PIC S9(20)V9(4) VALUE ZERO.

       01  WS-CUR-LABEL             PIC X(10).
       01  WS-CUR-KIND              PIC X(3).
       01  WS-CUR-BUDGET-FLAG       PIC X.
           88 CUR-HAS-BUDGET        VALUE "Y".
       01  WS-CUR-ACT-COUNT         PIC 9(9).
       01  WS-CUR-BUD-COUNT         PIC 9(9).
       01  WS-CUR-ACT-SUM           PIC S9(20)V9(4).
       01  WS-CUR-BUD-SUM           PIC S9(20)V9(4).
       01  WS-CUR-COUNT-VAR         PIC S9(10).
       01  WS-CUR-SUM-VAR           PIC S9(20)V9(4).
       01  WS-CUR-BASE-SUM          PIC S9(20)V9(4).
       01  WS-CUR-COUNT-PCT         PIC S9(5)V9.
       01  WS-CUR-SUM-PCT           PIC S9(5)V9.
       01  WS-CUR-OUTSIDE-FLAG      PIC X.
           88 CUR-OUTSIDE-TOLERANCE VALUE "Y".
       01  WS-DEPT-OUTSIDE-FLAG     PIC X.
           88 DEPT-OUTSIDE-TOLERANCE VALUE "Y".
       01  WS-NEGATIVE-TOLERANCE    PIC S9(3) VALUE ZERO.

       01  WS-MASTER-SCANNED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-SCANNED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-REVERSED-SKIPPED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-BUDGET-USED-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-DEPTS-REPORTED        PIC 9(3) VALUE ZERO.
       01  WS-DEPTS-FLAGGED         PIC 9(3) VALUE ZERO.
       01  WS-DEPTS-NO-BUDGET       PIC 9(3) VALUE ZERO.

       01  WS-COUNT-DISPLAY         PIC ZZZZZZZZ9.
       01  WS-COUNT-VAR-DISPLAY     PIC -(9)9.
       01  WS-PCT-DISPLAY           PIC -(5)9.9.
       01  WS-AMOUNT-DISPLAY        PIC -(17)9.99.
       01  WS-DEPT-COUNT-DISPLAY    PIC ZZ9.
       01  WS-DAYS-DISPLAY          PIC Z9.
       01  WS-DAYS-DISPLAY-2        PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            PERFORM READ-VARIANCE-CONTROL
            PERFORM SET-REPORT-DATES
            PERFORM LOAD-CALENDAR
            PERFORM LOAD-OPERATOR-MASTER
            PERFORM LOAD-BUDGET-MASTER
            PERFORM SCAN-RESULTS-MASTER
            PERFORM SCAN-RESULTS-ARCHIVE

            OPEN OUTPUT VARIANCE-REPORT-FILE
            IF NOT VARIANCE-REPORT-OK
               DISPLAY "Unable to open VARRPT - status "
                  WS-VARIANCE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM WRITE-REPORT-HEADING
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF DEPT-HAS-BUDGET (WS-DEPT-SUB)
                  OR DEPT-HAS-ACTIVITY (WS-DEPT-SUB)
                  PERFORM WRITE-DEPT-VARIANCE
               END-IF
            END-PERFORM
            PERFORM WRITE-VARIANCE-SUMMARY
            CLOSE VARIANCE-REPORT-FILE

            MOVE WS-DEPTS-REPORTED TO WS-DEPT-COUNT-DISPLAY
            DISPLAY "Period " WS-REPORT-PERIOD " through "
               WS-THROUGH-TEXT " - departments reported: "
               WS-DEPT-COUNT-DISPLAY
            IF WS-DEPTS-FLAGGED > ZERO
               MOVE WS-DEPTS-FLAGGED TO WS-DEPT-COUNT-DISPLAY
               DISPLAY "Departments outside tolerance or without "
                  "a forecast: " WS-DEPT-COUNT-DISPLAY
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE ZERO TO RETURN-CODE
            END-IF
            STOP RUN.

       READ-VARIANCE-CONTROL.
            OPEN INPUT VARIANCE-CONTROL-FILE
            IF NOT VARIANCE-CONTROL-OK
               DISPLAY "No VARCTL control card - reporting the "
                  "current period as of today"
            ELSE
               READ VARIANCE-CONTROL-FILE
                  AT END
                     DISPLAY "Empty VARCTL card - reporting the "
                        "current period as of today"
                  NOT AT END
                     MOVE VARCTL-PERIOD TO WS-REPORT-PERIOD
                     MOVE VARCTL-AS-OF-DATE TO WS-AS-OF-DATE
                     IF VARCTL-TOLERANCE-PCT NUMERIC
                        AND VARCTL-TOLERANCE-PCT > ZERO
                        MOVE VARCTL-TOLERANCE-PCT
                           TO WS-TOLERANCE-PCT
                     END-IF
               END-READ
               CLOSE VARIANCE-CONTROL-FILE
            END-IF
            IF (WS-REPORT-PERIOD NOT EQUAL SPACES
                  AND WS-REPORT-PERIOD NOT NUMERIC)
               OR (WS-AS-OF-DATE NOT EQUAL SPACES
                  AND WS-AS-OF-DATE NOT NUMERIC)
               DISPLAY "Bad VARCTL period or as-of date "
                  WS-REPORT-PERIOD " " WS-AS-OF-DATE
                  " - run aborted"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE WS-NEGATIVE-TOLERANCE = ZERO - WS-TOLERANCE-PCT
            END-COMPUTE.

       SET-REPORT-DATES.
            IF WS-REPORT-PERIOD EQUAL SPACES
               IF WS-AS-OF-DATE EQUAL SPACES
                  MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
               END-IF
               MOVE WS-AS-OF-DATE (1:6) TO WS-REPORT-PERIOD
            ELSE
               IF WS-AS-OF-DATE EQUAL SPACES
                  IF WS-REPORT-PERIOD > WS-TODAY-DATE (1:6)
                     DISPLAY "Period " WS-REPORT-PERIOD
                        " has not started - run aborted"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  IF WS-REPORT-PERIOD EQUAL WS-TODAY-DATE (1:6)
                     MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
                  ELSE
                     MOVE WS-REPORT-PERIOD TO WS-AS-OF-DATE (1:6)
                     MOVE "31" TO WS-AS-OF-DATE (7:2)
                     MOVE "Y" TO WS-AT-CLOSE-FLAG
                  END-IF
               END-IF
            END-IF
            IF WS-AS-OF-DATE (1:6) NOT EQUAL WS-REPORT-PERIOD
               DISPLAY "VARCTL as-of date " WS-AS-OF-DATE
                  " is not in period " WS-REPORT-PERIOD
                  " - run aborted"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
               OR WS-AS-OF-DAY < 1 OR WS-AS-OF-DAY > 31
               DISPLAY "Bad report period or as-of date "
                  WS-REPORT-PERIOD " " WS-AS-OF-DATE
                  " - run aborted"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF REPORTING-AT-CLOSE
               MOVE "CLOSE" TO WS-THROUGH-TEXT
            ELSE
               MOVE WS-AS-OF-DATE TO WS-THROUGH-TEXT
            END-IF
            MOVE SPACES TO WS-PERIOD-START-DATE
            STRING
               WS-REPORT-PERIOD DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-PERIOD-START-DATE
            END-STRING
            MOVE SPACES TO WS-YEAR-START-DATE
            STRING
               WS-REPORT-YEAR DELIMITED BY SIZE
               "0101" DELIMITED BY SIZE
               INTO WS-YEAR-START-DATE
            END-STRING.

       LOAD-CALENDAR.
            OPEN INPUT CALENDAR-FILE
            IF NOT CALENDAR-OK
               DISPLAY "No CALMST calendar - status "
                  WS-CALENDAR-STATUS
                  " - current period forecast not prorated"
            ELSE
               PERFORM UNTIL END-OF-CALENDAR-FILE
                  READ CALENDAR-FILE
                     AT END
                        MOVE "Y" TO WS-CALENDAR-EOF-FLAG
                     NOT AT END
                        IF CAL-PERIOD EQUAL WS-REPORT-PERIOD
                           PERFORM COUNT-BUSINESS-DAYS
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
            END-IF
            IF WS-PERIOD-BUSINESS-DAYS EQUAL ZERO
               MOVE "N" TO WS-PERIOD-ON-CALENDAR-FLAG
            END-IF.

       COUNT-BUSINESS-DAYS.
            MOVE "Y" TO WS-PERIOD-ON-CALENDAR-FLAG
            MOVE ZERO TO WS-PERIOD-BUSINESS-DAYS
            MOVE ZERO TO WS-ELAPSED-BUSINESS-DAYS
            PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                  UNTIL WS-DAY-SUB > 31
               IF CAL-DAY-TYPE (WS-DAY-SUB) EQUAL "B"
                  ADD 1 TO WS-PERIOD-BUSINESS-DAYS
                  IF WS-DAY-SUB NOT > WS-AS-OF-DAY
                     ADD 1 TO WS-ELAPSED-BUSINESS-DAYS
                  END-IF
               END-IF
            END-PERFORM.

       LOAD-OPERATOR-MASTER.
            OPEN INPUT OPERATOR-MASTER-FILE
            IF NOT OPERATOR-MASTER-OK
               DISPLAY "No OPERMST available - status "
                  WS-OPERATOR-MASTER-STATUS
                  " - report carries no department names"
            ELSE
               PERFORM UNTIL END-OF-OPERATOR-FILE
                  READ OPERATOR-MASTER-FILE
                     AT END
                        MOVE "Y" TO WS-OPERATOR-EOF-FLAG
                     NOT AT END
                        MOVE OPR-DEPT-CODE TO WS-LOOKUP-DEPT
                        PERFORM FIND-DEPT-ENTRY
                        IF WS-DEPT-FOUND-SUB > ZERO
                           MOVE OPR-DEPT-NAME
                              TO WS-DEPT-NAME (WS-DEPT-FOUND-SUB)
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
            END-IF.

       LOAD-BUDGET-MASTER.
            OPEN INPUT BUDGET-MASTER-FILE
            IF NOT BUDGET-MASTER-OK
               DISPLAY "Unable to open BUDGMST - status "
                  WS-BUDGET-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL END-OF-BUDGET-FILE
               READ BUDGET-MASTER-FILE
                  AT END
                     MOVE "Y" TO WS-BUDGET-EOF-FLAG
                  NOT AT END
                     IF BUD-PERIOD (1:4) EQUAL WS-REPORT-YEAR
                        AND BUD-PERIOD NOT > WS-REPORT-PERIOD
                        PERFORM STORE-BUDGET-RECORD
                     END-IF
               END-READ
            END-PERFORM
            CLOSE BUDGET-MASTER-FILE.

       STORE-BUDGET-RECORD.
            IF BUD-FORECAST-COUNT NOT NUMERIC
               OR BUD-FORECAST-RESULT NOT NUMERIC
               DISPLAY "BUDGMST record for " BUD-KEY
                  " has bad figures - ignored"
            ELSE
               MOVE 8 TO WS-LINE-SUB
               IF BUD-OPERATION NOT EQUAL SPACES
                  MOVE BUD-OPERATION TO WS-TRAN-OPERATION
                  PERFORM FIND-OPERATION
                  MOVE WS-OP-FOUND-SUB TO WS-LINE-SUB
               END-IF
               IF WS-LINE-SUB EQUAL ZERO
                  DISPLAY "BUDGMST forecast for unknown operation "
                     BUD-OPERATION " - ignored"
               ELSE
                  MOVE BUD-DEPT TO WS-LOOKUP-DEPT
                  PERFORM FIND-DEPT-ENTRY
                  IF WS-DEPT-FOUND-SUB > ZERO
                     PERFORM APPLY-BUDGET-RECORD
                  END-IF
               END-IF
            END-IF.

       APPLY-BUDGET-RECORD.
            ADD 1 TO WS-BUDGET-USED-COUNT
            MOVE "Y" TO WS-DEPT-BUDGET-FLAG (WS-DEPT-FOUND-SUB)
            MOVE "Y" TO WS-LN-YTD-BUDGET-FLAG
               (WS-DEPT-FOUND-SUB WS-LINE-SUB)
            IF BUD-PERIOD EQUAL WS-REPORT-PERIOD
               IF PERIOD-ON-CALENDAR
                  COMPUTE WS-PRORATED-COUNT ROUNDED =
                     BUD-FORECAST-COUNT * WS-ELAPSED-BUSINESS-DAYS
                        / WS-PERIOD-BUSINESS-DAYS
                  END-COMPUTE
                  COMPUTE WS-PRORATED-SUM ROUNDED =
                     BUD-FORECAST-RESULT * WS-ELAPSED-BUSINESS-DAYS
                        / WS-PERIOD-BUSINESS-DAYS
                  END-COMPUTE
               ELSE
                  MOVE BUD-FORECAST-COUNT TO WS-PRORATED-COUNT
                  MOVE BUD-FORECAST-RESULT TO WS-PRORATED-SUM
               END-IF
               MOVE "Y" TO WS-LN-PTD-BUDGET-FLAG
                  (WS-DEPT-FOUND-SUB WS-LINE-SUB)
               ADD WS-PRORATED-COUNT TO WS-LN-PTD-BUD-COUNT
                  (WS-DEPT-FOUND-SUB WS-LINE-SUB)
               ADD WS-PRORATED-SUM TO WS-LN-PTD-BUD-SUM
                  (WS-DEPT-FOUND-SUB WS-LINE-SUB)
               ADD WS-PRORATED-COUNT TO WS-LN-YTD-BUD-COUNT
                  (WS-DEPT-FOUND-SUB WS-LINE-SUB)
               ADD WS-PRORATED-SUM TO WS-LN-YTD-BUD-SUM
                  (WS-DEPT-FOUND-SUB WS-LINE-SUB)
            ELSE
               ADD BUD-FORECAST-COUNT TO WS-LN-YTD-BUD-COUNT
                  (WS-DEPT-FOUND-SUB WS-LINE-SUB)
               ADD BUD-FORECAST-RESULT TO WS-LN-YTD-BUD-SUM
                  (WS-DEPT-FOUND-SUB WS-LINE-SUB)
            END-IF.

       FIND-OPERATION.
            MOVE ZERO TO WS-OP-FOUND-SUB
            PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                  UNTIL WS-OP-SUB > 7
               IF WS-TRAN-OPERATION EQUAL WS-OP-NAME (WS-OP-SUB)
                  MOVE WS-OP-SUB TO WS-OP-FOUND-SUB
               END-IF
            END-PERFORM.

       FIND-DEPT-ENTRY.
            MOVE ZERO TO WS-DEPT-FOUND-SUB
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-SUB) EQUAL WS-LOOKUP-DEPT
                  MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
               END-IF
            END-PERFORM
            IF WS-DEPT-FOUND-SUB EQUAL ZERO
               IF WS-DEPT-COUNT < 200
                  ADD 1 TO WS-DEPT-COUNT
                  MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
                  PERFORM CLEAR-DEPT-ENTRY
               ELSE
                  DISPLAY "Department table full - " WS-LOOKUP-DEPT
                     " not reported"
               END-IF
            END-IF.

       CLEAR-DEPT-ENTRY.
            MOVE WS-LOOKUP-DEPT TO WS-DEPT-CODE (WS-DEPT-FOUND-SUB)
            MOVE SPACES TO WS-DEPT-NAME (WS-DEPT-FOUND-SUB)
            MOVE "N" TO WS-DEPT-BUDGET-FLAG (WS-DEPT-FOUND-SUB)
            MOVE "N" TO WS-DEPT-ACTIVITY-FLAG (WS-DEPT-FOUND-SUB)
            PERFORM VARYING WS-CLEAR-SUB FROM 1 BY 1
                  UNTIL WS-CLEAR-SUB > 8
               MOVE "N" TO WS-LN-PTD-BUDGET-FLAG
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
               MOVE "N" TO WS-LN-YTD-BUDGET-FLAG
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
               MOVE ZERO TO WS-LN-PTD-ACT-COUNT
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
               MOVE ZERO TO WS-LN-PTD-ACT-SUM
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
               MOVE ZERO TO WS-LN-PTD-BUD-COUNT
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
               MOVE ZERO TO WS-LN-PTD-BUD-SUM
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
               MOVE ZERO TO WS-LN-YTD-ACT-COUNT
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
               MOVE ZERO TO WS-LN-YTD-ACT-SUM
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
               MOVE ZERO TO WS-LN-YTD-BUD-COUNT
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
               MOVE ZERO TO WS-LN-YTD-BUD-SUM
                  (WS-DEPT-FOUND-SUB WS-CLEAR-SUB)
            END-PERFORM.

       SCAN-RESULTS-MASTER.
            OPEN INPUT RESULTS-FILE
            IF NOT RESULTS-OK
               DISPLAY "Unable to open RESLMSTR - status "
                  WS-RESULTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL END-OF-RESULTS-FILE
               READ RESULTS-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-RESULTS-EOF-FLAG
                  NOT AT END
                     IF RESL-RUN-DATE NOT < WS-YEAR-START-DATE
                        AND RESL-RUN-DATE NOT > WS-AS-OF-DATE
                        ADD 1 TO WS-MASTER-SCANNED-COUNT
                        MOVE RESL-OPERATION TO WS-TRAN-OPERATION
                        MOVE RESL-DEPT TO WS-TRAN-DEPT
                        MOVE RESL-RUN-DATE TO WS-TRAN-RUN-DATE
                        MOVE RESL-RESULT TO WS-TRAN-RESULT
                        MOVE RESL-REVERSED-FLAG
                           TO WS-TRAN-REVERSED-FLAG
                        PERFORM TALLY-ACTUAL
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RESULTS-FILE.

       SCAN-RESULTS-ARCHIVE.
            OPEN INPUT RESULTS-ARCHIVE-FILE
            IF NOT RESULTS-ARCHIVE-OK
               DISPLAY "No RESLARCH archive available - status "
                  WS-RESULTS-ARCHIVE-STATUS
                  " - reporting the live master only"
            ELSE
               PERFORM UNTIL END-OF-ARCHIVE-FILE
                  READ RESULTS-ARCHIVE-FILE
                     AT END
                        MOVE "Y" TO WS-ARCHIVE-EOF-FLAG
                     NOT AT END
                        IF ARCH-RUN-DATE NOT < WS-YEAR-START-DATE
                           AND ARCH-RUN-DATE NOT > WS-AS-OF-DATE
                           ADD 1 TO WS-ARCHIVE-SCANNED-COUNT
                           MOVE ARCH-OPERATION TO WS-TRAN-OPERATION
                           MOVE ARCH-DEPT TO WS-TRAN-DEPT
                           MOVE ARCH-RUN-DATE TO WS-TRAN-RUN-DATE
                           MOVE ARCH-RESULT TO WS-TRAN-RESULT
                           MOVE ARCH-REVERSED-FLAG
                              TO WS-TRAN-REVERSED-FLAG
                           PERFORM TALLY-ACTUAL
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE RESULTS-ARCHIVE-FILE
            END-IF.

       TALLY-ACTUAL.
            IF TRAN-WAS-REVERSED
               ADD 1 TO WS-REVERSED-SKIPPED-COUNT
            ELSE
               MOVE WS-TRAN-DEPT TO WS-LOOKUP-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-DEPT-FOUND-SUB > ZERO
                  MOVE "Y" TO WS-DEPT-ACTIVITY-FLAG (WS-DEPT-FOUND-SUB)
                  MOVE 8 TO WS-LINE-SUB
                  PERFORM TALLY-ACTUAL-LINE
                  PERFORM FIND-OPERATION
                  IF WS-OP-FOUND-SUB > ZERO
                     MOVE WS-OP-FOUND-SUB TO WS-LINE-SUB
                     PERFORM TALLY-ACTUAL-LINE
                  END-IF
               END-IF
            END-IF.

       TALLY-ACTUAL-LINE.
            ADD 1 TO WS-LN-YTD-ACT-COUNT
               (WS-DEPT-FOUND-SUB WS-LINE-SUB)
            ADD WS-TRAN-RESULT TO WS-LN-YTD-ACT-SUM
               (WS-DEPT-FOUND-SUB WS-LINE-SUB)
            IF WS-TRAN-RUN-DATE NOT < WS-PERIOD-START-DATE
               ADD 1 TO WS-LN-PTD-ACT-COUNT
                  (WS-DEPT-FOUND-SUB WS-LINE-SUB)
               ADD WS-TRAN-RESULT TO WS-LN-PTD-ACT-SUM
                  (WS-DEPT-FOUND-SUB WS-LINE-SUB)
            END-IF.

       WRITE-REPORT-HEADING.
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING
               "BUDGET VERSUS ACTUAL - PERIOD " DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               " - THROUGH " DELIMITED BY SIZE
               WS-THROUGH-TEXT DELIMITED BY SPACE
               " - TOLERANCE " DELIMITED BY SIZE
               WS-TOLERANCE-PCT DELIMITED BY SIZE
               " PCT" DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE

            MOVE SPACES TO VARIANCE-REPORT-LINE
            IF REPORTING-AT-CLOSE
               MOVE "PERIOD REPORTED AS AT CLOSE - FULL FORECAST"
                  TO VARIANCE-REPORT-LINE
            ELSE
               IF PERIOD-ON-CALENDAR
                  MOVE WS-ELAPSED-BUSINESS-DAYS TO WS-DAYS-DISPLAY
                  MOVE WS-PERIOD-BUSINESS-DAYS TO WS-DAYS-DISPLAY-2
                  STRING
                     "PERIOD FORECAST PRORATED FOR " DELIMITED BY SIZE
                     WS-DAYS-DISPLAY DELIMITED BY SIZE
                     " OF " DELIMITED BY SIZE
                     WS-DAYS-DISPLAY-2 DELIMITED BY SIZE
                     " BUSINESS DAYS ON CALMST" DELIMITED BY SIZE
                     INTO VARIANCE-REPORT-LINE
                  END-STRING
               ELSE
                  MOVE "PERIOD NOT ON CALMST - FULL FORECAST USED"
                     TO VARIANCE-REPORT-LINE
               END-IF
            END-IF
            WRITE VARIANCE-REPORT-LINE

            MOVE SPACES TO VARIANCE-REPORT-LINE
            WRITE VARIANCE-REPORT-LINE
            MOVE SPACES TO VARIANCE-REPORT-LINE
            MOVE "OPERATION" TO VARIANCE-REPORT-LINE (1:9)
            MOVE "ACTUAL" TO VARIANCE-REPORT-LINE (19:6)
            MOVE "FORECAST" TO VARIANCE-REPORT-LINE (27:8)
            MOVE "COUNT VAR" TO VARIANCE-REPORT-LINE (37:9)
            MOVE "PCT" TO VARIANCE-REPORT-LINE (52:3)
            MOVE "ACTUAL RESULT" TO VARIANCE-REPORT-LINE (64:13)
            MOVE "FORECAST RESULT" TO VARIANCE-REPORT-LINE (84:15)
            MOVE "RESULT VARIANCE" TO VARIANCE-REPORT-LINE (106:15)
            MOVE "PCT" TO VARIANCE-REPORT-LINE (127:3)
            WRITE VARIANCE-REPORT-LINE
            MOVE SPACES TO VARIANCE-REPORT-LINE
            MOVE ALL "-" TO VARIANCE-REPORT-LINE
            WRITE VARIANCE-REPORT-LINE.

       WRITE-DEPT-VARIANCE.
            ADD 1 TO WS-DEPTS-REPORTED
            MOVE "N" TO WS-DEPT-OUTSIDE-FLAG
            IF NOT LINE-HAS-YTD-BUDGET (WS-DEPT-SUB 8)
               PERFORM TOTAL-OPERATION-FORECASTS
            END-IF

            MOVE SPACES TO VARIANCE-REPORT-LINE
            WRITE VARIANCE-REPORT-LINE
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING
               "DEPARTMENT " DELIMITED BY SIZE
               WS-DEPT-CODE (WS-DEPT-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEPT-NAME (WS-DEPT-SUB) DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE

            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                  UNTIL WS-LINE-SUB > 7
               IF LINE-HAS-YTD-BUDGET (WS-DEPT-SUB WS-LINE-SUB)
                  OR WS-LN-YTD-ACT-COUNT (WS-DEPT-SUB WS-LINE-SUB)
                     > ZERO
                  MOVE WS-OP-NAME (WS-LINE-SUB) TO WS-CUR-LABEL
                  PERFORM WRITE-PTD-AND-YTD-LINES
               END-IF
            END-PERFORM
            MOVE 8 TO WS-LINE-SUB
            MOVE "DEPT TOTAL" TO WS-CUR-LABEL
            PERFORM WRITE-PTD-AND-YTD-LINES

            IF NOT DEPT-HAS-BUDGET (WS-DEPT-SUB)
               ADD 1 TO WS-DEPTS-NO-BUDGET
               MOVE "Y" TO WS-DEPT-OUTSIDE-FLAG
               MOVE SPACES TO VARIANCE-REPORT-LINE
               MOVE "*** NO FORECAST ON BUDGMST FOR THIS DEPARTMENT"
                  TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
            ELSE
               IF DEPT-OUTSIDE-TOLERANCE
                  MOVE SPACES TO VARIANCE-REPORT-LINE
                  STRING
                     "*** DEPARTMENT OUTSIDE TOLERANCE OF "
                        DELIMITED BY SIZE
                     WS-TOLERANCE-PCT DELIMITED BY SIZE
                     " PCT" DELIMITED BY SIZE
                     INTO VARIANCE-REPORT-LINE
                  END-STRING
                  WRITE VARIANCE-REPORT-LINE
               END-IF
            END-IF
            IF DEPT-OUTSIDE-TOLERANCE
               ADD 1 TO WS-DEPTS-FLAGGED
            END-IF.

       TOTAL-OPERATION-FORECASTS.
            PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                  UNTIL WS-LINE-SUB > 7
               IF LINE-HAS-YTD-BUDGET (WS-DEPT-SUB WS-LINE-SUB)
                  MOVE "Y" TO WS-LN-YTD-BUDGET-FLAG (WS-DEPT-SUB 8)
                  ADD WS-LN-YTD-BUD-COUNT (WS-DEPT-SUB WS-LINE-SUB)
                     TO WS-LN-YTD-BUD-COUNT (WS-DEPT-SUB 8)
                  ADD WS-LN-YTD-BUD-SUM (WS-DEPT-SUB WS-LINE-SUB)
                     TO WS-LN-YTD-BUD-SUM (WS-DEPT-SUB 8)
               END-IF
               IF LINE-HAS-PTD-BUDGET (WS-DEPT-SUB WS-LINE-SUB)
                  MOVE "Y" TO WS-LN-PTD-BUDGET-FLAG (WS-DEPT-SUB 8)
                  ADD WS-LN-PTD-BUD-COUNT (WS-DEPT-SUB WS-LINE-SUB)
                     TO WS-LN-PTD-BUD-COUNT (WS-DEPT-SUB 8)
                  ADD WS-LN-PTD-BUD-SUM (WS-DEPT-SUB WS-LINE-SUB)
                     TO WS-LN-PTD-BUD-SUM (WS-DEPT-SUB 8)
               END-IF
            END-PERFORM.

       WRITE-PTD-AND-YTD-LINES.
            MOVE "PTD" TO WS-CUR-KIND
            MOVE WS-LN-PTD-BUDGET-FLAG (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-BUDGET-FLAG
            MOVE WS-LN-PTD-ACT-COUNT (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-ACT-COUNT
            MOVE WS-LN-PTD-BUD-COUNT (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-BUD-COUNT
            MOVE WS-LN-PTD-ACT-SUM (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-ACT-SUM
            MOVE WS-LN-PTD-BUD-SUM (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-BUD-SUM
            PERFORM WRITE-VARIANCE-LINE
            MOVE SPACES TO WS-CUR-LABEL
            MOVE "YTD" TO WS-CUR-KIND
            MOVE WS-LN-YTD-BUDGET-FLAG (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-BUDGET-FLAG
            MOVE WS-LN-YTD-ACT-COUNT (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-ACT-COUNT
            MOVE WS-LN-YTD-BUD-COUNT (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-BUD-COUNT
            MOVE WS-LN-YTD-ACT-SUM (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-ACT-SUM
            MOVE WS-LN-YTD-BUD-SUM (WS-DEPT-SUB WS-LINE-SUB)
               TO WS-CUR-BUD-SUM
            PERFORM WRITE-VARIANCE-LINE.

       WRITE-VARIANCE-LINE.
            MOVE "N" TO WS-CUR-OUTSIDE-FLAG
            MOVE SPACES TO VARIANCE-REPORT-LINE
            MOVE WS-CUR-LABEL TO VARIANCE-REPORT-LINE (1:10)
            MOVE WS-CUR-KIND TO VARIANCE-REPORT-LINE (12:3)
            MOVE WS-CUR-ACT-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO VARIANCE-REPORT-LINE (16:9)
            MOVE WS-CUR-ACT-SUM TO WS-AMOUNT-DISPLAY
            MOVE WS-AMOUNT-DISPLAY TO VARIANCE-REPORT-LINE (56:21)
            IF NOT CUR-HAS-BUDGET
               MOVE "NO FORECAST" TO VARIANCE-REPORT-LINE (26:11)
            ELSE
               PERFORM COMPUTE-LINE-VARIANCE
            END-IF
            IF CUR-OUTSIDE-TOLERANCE
               MOVE "**" TO VARIANCE-REPORT-LINE (131:2)
               IF WS-LINE-SUB EQUAL 8
                  MOVE "Y" TO WS-DEPT-OUTSIDE-FLAG
               END-IF
            END-IF
            WRITE VARIANCE-REPORT-LINE.

       COMPUTE-LINE-VARIANCE.
            MOVE WS-CUR-BUD-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-COUNT-DISPLAY TO VARIANCE-REPORT-LINE (26:9)
            COMPUTE WS-CUR-COUNT-VAR =
               WS-CUR-ACT-COUNT - WS-CUR-BUD-COUNT
            END-COMPUTE
            MOVE WS-CUR-COUNT-VAR TO WS-COUNT-VAR-DISPLAY
            MOVE WS-COUNT-VAR-DISPLAY TO VARIANCE-REPORT-LINE (36:10)
            IF WS-CUR-BUD-COUNT EQUAL ZERO
               IF WS-CUR-ACT-COUNT > ZERO
                  MOVE "Y" TO WS-CUR-OUTSIDE-FLAG
               END-IF
               MOVE "     N/A" TO VARIANCE-REPORT-LINE (47:8)
            ELSE
               COMPUTE WS-CUR-COUNT-PCT ROUNDED =
                  WS-CUR-COUNT-VAR * 100 / WS-CUR-BUD-COUNT
                  ON SIZE ERROR
                     MOVE 99999.9 TO WS-CUR-COUNT-PCT
               END-COMPUTE
               MOVE WS-CUR-COUNT-PCT TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO VARIANCE-REPORT-LINE (47:8)
               IF WS-CUR-COUNT-PCT > WS-TOLERANCE-PCT
                  OR WS-CUR-COUNT-PCT < WS-NEGATIVE-TOLERANCE
                  MOVE "Y" TO WS-CUR-OUTSIDE-FLAG
               END-IF
            END-IF

            MOVE WS-CUR-BUD-SUM TO WS-AMOUNT-DISPLAY
            MOVE WS-AMOUNT-DISPLAY TO VARIANCE-REPORT-LINE (78:21)
            COMPUTE WS-CUR-SUM-VAR = WS-CUR-ACT-SUM - WS-CUR-BUD-SUM
            END-COMPUTE
            MOVE WS-CUR-SUM-VAR TO WS-AMOUNT-DISPLAY
            MOVE WS-AMOUNT-DISPLAY TO VARIANCE-REPORT-LINE (100:21)
            IF WS-CUR-BUD-SUM EQUAL ZERO
               IF WS-CUR-ACT-SUM NOT EQUAL ZERO
                  MOVE "Y" TO WS-CUR-OUTSIDE-FLAG
               END-IF
               MOVE "     N/A" TO VARIANCE-REPORT-LINE (122:8)
            ELSE
               MOVE WS-CUR-BUD-SUM TO WS-CUR-BASE-SUM
               IF WS-CUR-BASE-SUM < ZERO
                  COMPUTE WS-CUR-BASE-SUM = ZERO - WS-CUR-BASE-SUM
                  END-COMPUTE
               END-IF
               COMPUTE WS-CUR-SUM-PCT ROUNDED =
                  WS-CUR-SUM-VAR * 100 / WS-CUR-BASE-SUM
                  ON SIZE ERROR
                     IF WS-CUR-SUM-VAR < ZERO
                        MOVE -99999.9 TO WS-CUR-SUM-PCT
                     ELSE
                        MOVE 99999.9 TO WS-CUR-SUM-PCT
                     END-IF
               END-COMPUTE
               MOVE WS-CUR-SUM-PCT TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO VARIANCE-REPORT-LINE (122:8)
               IF WS-CUR-SUM-PCT > WS-TOLERANCE-PCT
                  OR WS-CUR-SUM-PCT < WS-NEGATIVE-TOLERANCE
                  MOVE "Y" TO WS-CUR-OUTSIDE-FLAG
               END-IF
            END-IF.

       WRITE-VARIANCE-SUMMARY.
            MOVE SPACES TO VARIANCE-REPORT-LINE
            WRITE VARIANCE-REPORT-LINE
            MOVE SPACES TO VARIANCE-REPORT-LINE
            MOVE ALL "-" TO VARIANCE-REPORT-LINE
            WRITE VARIANCE-REPORT-LINE

            MOVE WS-MASTER-SCANNED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING
               "RESLMSTR RECORDS IN THE YEAR TO DATE:  "
                  DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE

            MOVE WS-ARCHIVE-SCANNED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING
               "RESLARCH RECORDS IN THE YEAR TO DATE:  "
                  DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE

            MOVE WS-REVERSED-SKIPPED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING
               "REVERSED - LEFT OUT OF ACTUALS:        "
                  DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE

            MOVE WS-BUDGET-USED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING
               "BUDGMST FORECASTS IN THE YEAR TO DATE: "
                  DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE

            MOVE WS-DEPTS-REPORTED TO WS-DEPT-COUNT-DISPLAY
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING
               "DEPARTMENTS REPORTED:                        "
                  DELIMITED BY SIZE
               WS-DEPT-COUNT-DISPLAY DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE

            MOVE WS-DEPTS-NO-BUDGET TO WS-DEPT-COUNT-DISPLAY
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING
               "DEPARTMENTS WITH NO FORECAST:                "
                  DELIMITED BY SIZE
               WS-DEPT-COUNT-DISPLAY DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE

            MOVE WS-DEPTS-FLAGGED TO WS-DEPT-COUNT-DISPLAY
            MOVE SPACES TO VARIANCE-REPORT-LINE
            STRING
               "DEPARTMENTS FLAGGED:                         "
                  DELIMITED BY SIZE
               WS-DEPT-COUNT-DISPLAY DELIMITED BY SIZE
               INTO VARIANCE-REPORT-LINE
            END-STRING
            WRITE VARIANCE-REPORT-LINE.

       END PROGRAM Budget-Variance.
