      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Department budget master maintenance.  Finance keys
      *          each department's forecast for an accounting period -
      *          the number of calculations it expects to submit and
      *          the total result value it expects - through prompted
      *          ADD / CHANGE / DELETE actions validated before
      *          anything is applied: the department must be on
      *          OPERMST, the period a real YYYYMM and the operation,
      *          if given, one the batch posts.  A blank operation is
      *          the department's total forecast for the period; a
      *          forecast may also be given per operation.  Every
      *          change is appended to the BUDLOG change log with the
      *          date, time, maintainer user ID, action, key and the
      *          before/after figures, as OPRLOG is for OPERMST.  The
      *          master is held in a 2000-entry table in key order
      *          while edits are applied and rewritten in full at end
      *          of session.  Budget-Variance reports against it.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  Sign-on against the USERMST user profile
      *                      master replaces the initials prompt: a
      *                      supervisor or maintainer may run this
      *                      program, and only for their own
      *                      departments.  The BUDLOG user is the
      *                      signed-on user ID.  Sign-ons, refusals and
      *                      denials are written to the SECLOG security
      *                      log.
      *   10-15-26  Xamthor  OPERMST record from the shared OPERREC
      *                      copybook.  SECLOG is closed on every
      *                      refusal after sign-on; refusals and a
      *                      failed BUDGMST rewrite set return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Budget-Maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-MASTER-FILE ASSIGN TO "BUDGMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-MASTER-STATUS.

           SELECT BUDGET-LOG-FILE ASSIGN TO "BUDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-LOG-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT USER-PROFILE-FILE ASSIGN TO "USERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-PROFILE-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-MASTER-FILE.
       COPY BUDGREC.

       FD  BUDGET-LOG-FILE.
       01  BUDGET-LOG-RECORD.
           05 LOG-DATE              PIC X(8).
           05 LOG-TIME              PIC X(8).
           05 LOG-USER              PIC X(8).
           05 LOG-ACTION            PIC X(6).
           05 LOG-DEPT-CODE         PIC X(4).
           05 LOG-PERIOD            PIC X(6).
           05 LOG-OPERATION         PIC X(10).
           05 LOG-OLD-COUNT         PIC 9(9).
           05 LOG-OLD-RESULT        PIC S9(18)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 LOG-NEW-COUNT         PIC 9(9).
           05 LOG-NEW-RESULT        PIC S9(18)V9(4)
                                     SIGN IS LEADING SEPARATE.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  USER-PROFILE-FILE.
       COPY USERREC.

       FD  SECURITY-LOG-FILE.
       COPY SECLREC.

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-MASTER-STATUS  PIC XX.
           88 BUDGET-MASTER-OK      VALUE "00".

       01  WS-BUDGET-LOG-STATUS     PIC XX.
           88 BUDGET-LOG-OK         VALUE "00".

       01  WS-OPERATOR-MASTER-STATUS PIC XX.
           88 OPERATOR-MASTER-OK    VALUE "00".

       01  WS-BUDGET-EOF-FLAG       PIC X VALUE "N".
           88 END-OF-BUDGET-FILE    VALUE "Y".
       01  WS-OPERATOR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-OPERATOR-FILE  VALUE "Y".

       01  WS-OPERATOR-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-SUB          PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-FOUND-SUB    PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-TABLE.
           05 WS-OPR-DEPT-CODE OCCURS 200 TIMES PIC X(4).

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

       01  WS-BUDGET-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-BUDGET-SUB            PIC 9(4) VALUE ZERO.
       01  WS-BUDGET-FOUND-SUB      PIC 9(4) VALUE ZERO.
       01  WS-INSERT-SUB            PIC 9(4) VALUE ZERO.
       01  WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 2000 TIMES.
              10 WS-BUD-KEY         PIC X(20).
              10 WS-BUD-COUNT       PIC 9(9).
              10 WS-BUD-RESULT      PIC S9(18)V9(4)
                                     SIGN IS LEADING SEPARATE.

       01  WS-DONE-FLAG             PIC X VALUE "N".
           88 MAINT-DONE            VALUE "Y".
       01  WS-CHANGED-FLAG          PIC X VALUE "N".
           88 MASTER-CHANGED        VALUE "Y".
       01  WS-FIELD-OK-FLAG         PIC X VALUE "N".
           88 FIELD-IS-OK           VALUE "Y".

       01  WS-ACTION                PIC X(6).
       01  WS-USER-ID               PIC X(8).
       01  WS-ANSWER                PIC X(30).
       01  WS-ENTRY-KEY.
           05 WS-KEY-DEPT           PIC X(4).
           05 WS-KEY-PERIOD         PIC X(6).
           05 WS-KEY-PERIOD-PARTS REDEFINES WS-KEY-PERIOD.
              10 WS-KEY-YEAR        PIC 9(4).
              10 WS-KEY-MONTH       PIC 9(2).
           05 WS-KEY-OPERATION      PIC X(10).

       01  WS-OLD-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-OLD-RESULT            PIC S9(18)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-NEW-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-NEW-RESULT            PIC S9(18)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.

       01  WS-DIGIT-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-POINT-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-MINUS-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-SPACE-COUNT           PIC 9(2) VALUE ZERO.

       01  WS-CURRENT-DATE          PIC X(8).
       01  WS-CURRENT-TIME          PIC X(8).

       01  WS-CHANGE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CHANGE-DISPLAY        PIC ZZZ9.
       01  WS-COUNT-DISPLAY         PIC ZZZZZZZZ9.
       01  WS-RESULT-DISPLAY        PIC -(18)9.9(4).

       01  WS-USER-PROFILE-STATUS   PIC XX.
           88 USER-PROFILE-OK       VALUE "00".

       01  WS-SECURITY-LOG-STATUS   PIC XX.
           88 SECURITY-LOG-OK       VALUE "00".

       01  WS-USER-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-USER-FILE      VALUE "Y".
       01  WS-USER-FOUND-FLAG       PIC X VALUE "N".
           88 USER-FOUND            VALUE "Y".

       01  WS-PROGRAM-NAME          PIC X(16) VALUE "Budget-Maint".
       01  WS-SIGNON-FLAG           PIC X VALUE "N".
           88 SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-TRIES          PIC 9 VALUE ZERO.
       01  WS-SIGNON-ID             PIC X(8).
       01  WS-PASSWORD-ANSWER       PIC X(8).
       01  WS-PASSWORD-KEY.
           05 WS-PWK-USER-ID        PIC X(8).
           05 WS-PWK-PASSWORD       PIC X(8).
       01  WS-PASSWORD-CHECK        PIC 9(10) VALUE ZERO.
       01  WS-PWD-CHK-WORK          PIC 9(12) VALUE ZERO.
       01  WS-PWD-CHK-QUOTIENT      PIC 9(12) VALUE ZERO.
       01  WS-PWD-CHK-SUB           PIC 9(2) VALUE ZERO.
       01  WS-USER-ROLE             PIC X.
           88 ROLE-ENTRY-CLERK      VALUE "E".
           88 ROLE-INQUIRY-ONLY     VALUE "I".
           88 ROLE-SUPERVISOR       VALUE "S".
           88 ROLE-MAINTAINER       VALUE "M".
       01  WS-USER-DEPT-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-USER-DEPT-SUB         PIC 9(2) VALUE ZERO.
       01  WS-USER-DEPT-TABLE.
           05 WS-USER-DEPT OCCURS 10 TIMES PIC X(4).
       01  WS-CHECK-DEPT            PIC X(4).
       01  WS-DEPT-ALLOWED-FLAG     PIC X VALUE "N".
           88 DEPT-ALLOWED          VALUE "Y".
       01  WS-SECURITY-EVENT        PIC X(8).
       01  WS-SECURITY-DETAIL       PIC X(80).
       01  WS-SECURITY-DATE         PIC X(8).
       01  WS-SECURITY-TIME         PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SIGN-ON-USER
            PERFORM LOAD-OPERATOR-MASTER
            PERFORM LOAD-BUDGET-MASTER

            OPEN EXTEND BUDGET-LOG-FILE
            IF NOT BUDGET-LOG-OK
               OPEN OUTPUT BUDGET-LOG-FILE
            END-IF
            IF NOT BUDGET-LOG-OK
               DISPLAY "Unable to open BUDLOG - status "
                  WS-BUDGET-LOG-STATUS
                  " - no change log, maintenance refused"
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM UNTIL MAINT-DONE
               PERFORM PROMPT-ACTION
            END-PERFORM

            CLOSE BUDGET-LOG-FILE
            CLOSE SECURITY-LOG-FILE

            IF MASTER-CHANGED
               PERFORM REWRITE-BUDGET-MASTER
               MOVE WS-CHANGE-COUNT TO WS-CHANGE-DISPLAY
               DISPLAY "BUDGMST rewritten - " WS-CHANGE-DISPLAY
                  " change(s) applied and logged"
            ELSE
               DISPLAY "No changes made - BUDGMST left as it was"
            END-IF
            STOP RUN.

       LOAD-OPERATOR-MASTER.
            OPEN INPUT OPERATOR-MASTER-FILE
            IF NOT OPERATOR-MASTER-OK
               DISPLAY "Unable to open OPERMST - status "
                  WS-OPERATOR-MASTER-STATUS
                  " - departments cannot be validated, "
                  "maintenance refused"
               CLOSE SECURITY-LOG-FILE
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
                     ELSE
                        DISPLAY "OPERMST table full - entry dropped "
                           "for " OPR-DEPT-CODE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE OPERATOR-MASTER-FILE.

       LOAD-BUDGET-MASTER.
            OPEN INPUT BUDGET-MASTER-FILE
            IF NOT BUDGET-MASTER-OK
               DISPLAY "No BUDGMST yet - starting an empty master"
               MOVE "Y" TO WS-BUDGET-EOF-FLAG
            END-IF
            PERFORM UNTIL END-OF-BUDGET-FILE
               READ BUDGET-MASTER-FILE
                  AT END
                     MOVE "Y" TO WS-BUDGET-EOF-FLAG
                  NOT AT END
                     IF WS-BUDGET-COUNT < 2000
                        ADD 1 TO WS-BUDGET-COUNT
                        MOVE BUD-KEY
                           TO WS-BUD-KEY (WS-BUDGET-COUNT)
                        IF BUD-FORECAST-COUNT NUMERIC
                           MOVE BUD-FORECAST-COUNT
                              TO WS-BUD-COUNT (WS-BUDGET-COUNT)
                        ELSE
                           MOVE ZERO TO WS-BUD-COUNT (WS-BUDGET-COUNT)
                        END-IF
                        IF BUD-FORECAST-RESULT NUMERIC
                           MOVE BUD-FORECAST-RESULT
                              TO WS-BUD-RESULT (WS-BUDGET-COUNT)
                        ELSE
                           MOVE ZERO
                              TO WS-BUD-RESULT (WS-BUDGET-COUNT)
                        END-IF
                     ELSE
                        DISPLAY "BUDGMST exceeds 2000 entries - "
                           BUD-KEY " dropped - maintenance refused"
                        CLOSE SECURITY-LOG-FILE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
               END-READ
            END-PERFORM
            IF BUDGET-MASTER-OK
               OR WS-BUDGET-MASTER-STATUS EQUAL "10"
               CLOSE BUDGET-MASTER-FILE
            END-IF.

       PROMPT-ACTION.
            MOVE SPACES TO WS-ACTION
            DISPLAY "Action (ADD CHANGE DELETE LIST END):"
            ACCEPT WS-ACTION
            IF WS-ACTION EQUAL "END" OR WS-ACTION EQUAL SPACES
               MOVE "Y" TO WS-DONE-FLAG
            ELSE
               IF WS-ACTION EQUAL "ADD"
                  PERFORM ADD-BUDGET
               ELSE
                  IF WS-ACTION EQUAL "CHANGE"
                     PERFORM CHANGE-BUDGET
                  ELSE
                     IF WS-ACTION EQUAL "DELETE"
                        PERFORM DELETE-BUDGET
                     ELSE
                        IF WS-ACTION EQUAL "LIST"
                           PERFORM LIST-BUDGETS
                        ELSE
                           DISPLAY "Unknown action " WS-ACTION
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF.

       PROMPT-BUDGET-KEY.
            MOVE SPACES TO WS-ENTRY-KEY
            MOVE "N" TO WS-FIELD-OK-FLAG
            DISPLAY "Department code:"
            ACCEPT WS-KEY-DEPT
            MOVE WS-KEY-DEPT TO WS-CHECK-DEPT
            PERFORM CHECK-USER-DEPT
            IF WS-KEY-DEPT EQUAL SPACES
               DISPLAY "A department code is required"
            ELSE
               IF NOT DEPT-ALLOWED
                  PERFORM DENY-OTHER-DEPARTMENT
               ELSE
                  PERFORM PROMPT-KEY-PERIOD
               END-IF
            END-IF
            IF FIELD-IS-OK
               PERFORM FIND-BUDGET-ENTRY
            END-IF.

       PROMPT-KEY-PERIOD.
            DISPLAY "Period YYYYMM:"
            ACCEPT WS-KEY-PERIOD
            IF WS-KEY-PERIOD NOT NUMERIC
               DISPLAY "Bad period " WS-KEY-PERIOD
            ELSE
               IF WS-KEY-MONTH < 1 OR WS-KEY-MONTH > 12
                  DISPLAY "Bad period " WS-KEY-PERIOD
               ELSE
                  DISPLAY "Operation (blank for the department "
                     "total):"
                  ACCEPT WS-KEY-OPERATION
                  PERFORM CHECK-KEY-OPERATION
               END-IF
            END-IF.

       DENY-OTHER-DEPARTMENT.
            DISPLAY "Department " WS-KEY-DEPT " is not one of yours"
            MOVE "DENIED" TO WS-SECURITY-EVENT
            STRING
               WS-ACTION DELIMITED BY SPACE
               " OF BUDGET FOR DEPT " DELIMITED BY SIZE
               WS-KEY-DEPT DELIMITED BY SIZE
               INTO WS-SECURITY-DETAIL
            END-STRING
            PERFORM WRITE-SECURITY-LOG.

       CHECK-KEY-OPERATION.
            IF WS-KEY-OPERATION EQUAL SPACES
               MOVE "Y" TO WS-FIELD-OK-FLAG
            ELSE
               MOVE ZERO TO WS-OP-FOUND-SUB
               PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                     UNTIL WS-OP-SUB > 7
                  IF WS-OP-NAME (WS-OP-SUB) EQUAL WS-KEY-OPERATION
                     MOVE WS-OP-SUB TO WS-OP-FOUND-SUB
                  END-IF
               END-PERFORM
               IF WS-OP-FOUND-SUB EQUAL ZERO
                  DISPLAY "Operation " WS-KEY-OPERATION
                     " is not one the batch posts"
               ELSE
                  MOVE "Y" TO WS-FIELD-OK-FLAG
               END-IF
            END-IF.

       FIND-BUDGET-ENTRY.
            MOVE ZERO TO WS-BUDGET-FOUND-SUB
            PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                  UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
               IF WS-BUD-KEY (WS-BUDGET-SUB) EQUAL WS-ENTRY-KEY
                  MOVE WS-BUDGET-SUB TO WS-BUDGET-FOUND-SUB
               END-IF
            END-PERFORM.

       FIND-OPERATOR.
            MOVE ZERO TO WS-OPERATOR-FOUND-SUB
            PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                  UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
               IF WS-OPR-DEPT-CODE (WS-OPERATOR-SUB)
                  EQUAL WS-KEY-DEPT
                  MOVE WS-OPERATOR-SUB TO WS-OPERATOR-FOUND-SUB
               END-IF
            END-PERFORM.

       PROMPT-FORECAST.
            MOVE "N" TO WS-FIELD-OK-FLAG
            MOVE SPACES TO WS-ANSWER
            DISPLAY "Forecast number of calculations:"
            ACCEPT WS-ANSWER
            MOVE ZERO TO WS-DIGIT-COUNT
            MOVE ZERO TO WS-SPACE-COUNT
            INSPECT WS-ANSWER TALLYING
               WS-DIGIT-COUNT FOR ALL "0" ALL "1" ALL "2" ALL "3"
                  ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
               WS-SPACE-COUNT FOR ALL SPACE
            IF WS-DIGIT-COUNT EQUAL ZERO
               OR WS-DIGIT-COUNT > 9
               OR WS-DIGIT-COUNT + WS-SPACE-COUNT NOT EQUAL 30
               DISPLAY "Bad count " WS-ANSWER
            ELSE
               COMPUTE WS-NEW-COUNT = FUNCTION NUMVAL (WS-ANSWER)
               END-COMPUTE
               MOVE SPACES TO WS-ANSWER
               DISPLAY "Forecast total result value:"
               ACCEPT WS-ANSWER
               PERFORM VALIDATE-AMOUNT-ANSWER
               IF FIELD-IS-OK
                  COMPUTE WS-NEW-RESULT = FUNCTION NUMVAL (WS-ANSWER)
                  END-COMPUTE
               ELSE
                  DISPLAY "Bad result value " WS-ANSWER
               END-IF
            END-IF.

       VALIDATE-AMOUNT-ANSWER.
            MOVE "N" TO WS-FIELD-OK-FLAG
            MOVE ZERO TO WS-DIGIT-COUNT
            MOVE ZERO TO WS-POINT-COUNT
            MOVE ZERO TO WS-MINUS-COUNT
            MOVE ZERO TO WS-SPACE-COUNT
            INSPECT WS-ANSWER TALLYING
               WS-DIGIT-COUNT FOR ALL "0" ALL "1" ALL "2" ALL "3"
                  ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
            INSPECT WS-ANSWER TALLYING
               WS-POINT-COUNT FOR ALL "."
            INSPECT WS-ANSWER TALLYING
               WS-MINUS-COUNT FOR ALL "-"
            INSPECT WS-ANSWER TALLYING
               WS-SPACE-COUNT FOR ALL SPACE
            IF WS-DIGIT-COUNT > ZERO
               AND WS-DIGIT-COUNT NOT > 22
               AND WS-POINT-COUNT NOT > 1
               AND WS-MINUS-COUNT NOT > 1
               AND WS-DIGIT-COUNT + WS-POINT-COUNT + WS-MINUS-COUNT
                  + WS-SPACE-COUNT EQUAL 30
               MOVE "Y" TO WS-FIELD-OK-FLAG
            END-IF.

       ADD-BUDGET.
            PERFORM PROMPT-BUDGET-KEY
            IF FIELD-IS-OK
               PERFORM FIND-OPERATOR
               IF WS-OPERATOR-FOUND-SUB EQUAL ZERO
                  DISPLAY "Department " WS-KEY-DEPT
                     " is not on OPERMST"
               ELSE
                  IF WS-BUDGET-FOUND-SUB > ZERO
                     DISPLAY "A forecast for " WS-KEY-DEPT " "
                        WS-KEY-PERIOD " " WS-KEY-OPERATION
                        " is already on the master - use CHANGE"
                  ELSE
                     IF WS-BUDGET-COUNT EQUAL 2000
                        DISPLAY "Master is full at 2000 entries"
                     ELSE
                        PERFORM PROMPT-FORECAST
                        IF FIELD-IS-OK
                           PERFORM INSERT-BUDGET-ENTRY
                           MOVE ZERO TO WS-OLD-COUNT
                           MOVE ZERO TO WS-OLD-RESULT
                           PERFORM WRITE-CHANGE-LOG
                           DISPLAY "Added forecast for " WS-KEY-DEPT
                              " " WS-KEY-PERIOD " " WS-KEY-OPERATION
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF.

       INSERT-BUDGET-ENTRY.
            MOVE 1 TO WS-INSERT-SUB
            PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                  UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
               IF WS-BUD-KEY (WS-BUDGET-SUB) < WS-ENTRY-KEY
                  COMPUTE WS-INSERT-SUB = WS-BUDGET-SUB + 1
                  END-COMPUTE
               END-IF
            END-PERFORM
            PERFORM VARYING WS-BUDGET-SUB FROM WS-BUDGET-COUNT BY -1
                  UNTIL WS-BUDGET-SUB < WS-INSERT-SUB
               MOVE WS-BUDGET-ENTRY (WS-BUDGET-SUB)
                  TO WS-BUDGET-ENTRY (WS-BUDGET-SUB + 1)
            END-PERFORM
            ADD 1 TO WS-BUDGET-COUNT
            MOVE WS-ENTRY-KEY TO WS-BUD-KEY (WS-INSERT-SUB)
            MOVE WS-NEW-COUNT TO WS-BUD-COUNT (WS-INSERT-SUB)
            MOVE WS-NEW-RESULT TO WS-BUD-RESULT (WS-INSERT-SUB).

       CHANGE-BUDGET.
            PERFORM PROMPT-BUDGET-KEY
            IF FIELD-IS-OK
               IF WS-BUDGET-FOUND-SUB EQUAL ZERO
                  DISPLAY "No forecast for " WS-KEY-DEPT " "
                     WS-KEY-PERIOD " " WS-KEY-OPERATION
                     " on the master - use ADD"
               ELSE
                  MOVE WS-BUD-COUNT (WS-BUDGET-FOUND-SUB)
                     TO WS-OLD-COUNT
                  MOVE WS-BUD-RESULT (WS-BUDGET-FOUND-SUB)
                     TO WS-OLD-RESULT
                  MOVE WS-OLD-COUNT TO WS-COUNT-DISPLAY
                  MOVE WS-OLD-RESULT TO WS-RESULT-DISPLAY
                  DISPLAY "Current forecast: " WS-COUNT-DISPLAY
                     " calculations, result " WS-RESULT-DISPLAY
                  PERFORM PROMPT-FORECAST
                  IF FIELD-IS-OK
                     MOVE WS-NEW-COUNT
                        TO WS-BUD-COUNT (WS-BUDGET-FOUND-SUB)
                     MOVE WS-NEW-RESULT
                        TO WS-BUD-RESULT (WS-BUDGET-FOUND-SUB)
                     PERFORM WRITE-CHANGE-LOG
                     DISPLAY "Changed forecast for " WS-KEY-DEPT " "
                        WS-KEY-PERIOD " " WS-KEY-OPERATION
                  END-IF
               END-IF
            END-IF.

       DELETE-BUDGET.
            PERFORM PROMPT-BUDGET-KEY
            IF FIELD-IS-OK
               IF WS-BUDGET-FOUND-SUB EQUAL ZERO
                  DISPLAY "No forecast for " WS-KEY-DEPT " "
                     WS-KEY-PERIOD " " WS-KEY-OPERATION
                     " on the master"
               ELSE
                  MOVE WS-BUD-COUNT (WS-BUDGET-FOUND-SUB)
                     TO WS-OLD-COUNT
                  MOVE WS-BUD-RESULT (WS-BUDGET-FOUND-SUB)
                     TO WS-OLD-RESULT
                  MOVE ZERO TO WS-NEW-COUNT
                  MOVE ZERO TO WS-NEW-RESULT
                  PERFORM VARYING WS-BUDGET-SUB
                        FROM WS-BUDGET-FOUND-SUB BY 1
                        UNTIL WS-BUDGET-SUB NOT < WS-BUDGET-COUNT
                     MOVE WS-BUDGET-ENTRY (WS-BUDGET-SUB + 1)
                        TO WS-BUDGET-ENTRY (WS-BUDGET-SUB)
                  END-PERFORM
                  SUBTRACT 1 FROM WS-BUDGET-COUNT
                  PERFORM WRITE-CHANGE-LOG
                  DISPLAY "Deleted forecast for " WS-KEY-DEPT " "
                     WS-KEY-PERIOD " " WS-KEY-OPERATION
               END-IF
            END-IF.

       LIST-BUDGETS.
            MOVE SPACES TO WS-KEY-DEPT
            DISPLAY "Department code (blank for all):"
            ACCEPT WS-KEY-DEPT
            MOVE WS-KEY-DEPT TO WS-CHECK-DEPT
            PERFORM CHECK-USER-DEPT
            IF WS-KEY-DEPT NOT EQUAL SPACES
               AND NOT DEPT-ALLOWED
               PERFORM DENY-OTHER-DEPARTMENT
               MOVE HIGH-VALUES TO WS-KEY-DEPT
            END-IF
            PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                  UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
               MOVE WS-BUD-KEY (WS-BUDGET-SUB) (1:4) TO WS-CHECK-DEPT
               PERFORM CHECK-USER-DEPT
               IF (WS-KEY-DEPT EQUAL SPACES AND DEPT-ALLOWED)
                  OR WS-KEY-DEPT EQUAL
                     WS-BUD-KEY (WS-BUDGET-SUB) (1:4)
                  MOVE WS-BUD-COUNT (WS-BUDGET-SUB)
                     TO WS-COUNT-DISPLAY
                  MOVE WS-BUD-RESULT (WS-BUDGET-SUB)
                     TO WS-RESULT-DISPLAY
                  DISPLAY WS-BUD-KEY (WS-BUDGET-SUB) (1:4) " "
                     WS-BUD-KEY (WS-BUDGET-SUB) (5:6) " "
                     WS-BUD-KEY (WS-BUDGET-SUB) (11:10) " "
                     WS-COUNT-DISPLAY " " WS-RESULT-DISPLAY
               END-IF
            END-PERFORM.

       WRITE-CHANGE-LOG.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CURRENT-TIME FROM TIME
            MOVE SPACES TO BUDGET-LOG-RECORD
            MOVE WS-CURRENT-DATE TO LOG-DATE
            MOVE WS-CURRENT-TIME TO LOG-TIME
            MOVE WS-USER-ID TO LOG-USER
            MOVE WS-ACTION TO LOG-ACTION
            MOVE WS-KEY-DEPT TO LOG-DEPT-CODE
            MOVE WS-KEY-PERIOD TO LOG-PERIOD
            MOVE WS-KEY-OPERATION TO LOG-OPERATION
            MOVE WS-OLD-COUNT TO LOG-OLD-COUNT
            MOVE WS-OLD-RESULT TO LOG-OLD-RESULT
            MOVE WS-NEW-COUNT TO LOG-NEW-COUNT
            MOVE WS-NEW-RESULT TO LOG-NEW-RESULT
            WRITE BUDGET-LOG-RECORD
            ADD 1 TO WS-CHANGE-COUNT
            MOVE "Y" TO WS-CHANGED-FLAG.

       REWRITE-BUDGET-MASTER.
            OPEN OUTPUT BUDGET-MASTER-FILE
            IF NOT BUDGET-MASTER-OK
               DISPLAY "Unable to rewrite BUDGMST - status "
                  WS-BUDGET-MASTER-STATUS
                  " - changes are in BUDLOG but not applied"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                  UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
               MOVE WS-BUD-KEY (WS-BUDGET-SUB) TO BUD-KEY
               MOVE WS-BUD-COUNT (WS-BUDGET-SUB)
                  TO BUD-FORECAST-COUNT
               MOVE WS-BUD-RESULT (WS-BUDGET-SUB)
                  TO BUD-FORECAST-RESULT
               WRITE BUDGET-RECORD
            END-PERFORM
            CLOSE BUDGET-MASTER-FILE.

       SIGN-ON-USER.
            OPEN EXTEND SECURITY-LOG-FILE
            IF NOT SECURITY-LOG-OK
               OPEN OUTPUT SECURITY-LOG-FILE
            END-IF
            IF NOT SECURITY-LOG-OK
               DISPLAY "Unable to open SECLOG - status "
                  WS-SECURITY-LOG-STATUS
                  " - no security log, sign-on refused"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL SIGNED-ON OR WS-SIGNON-TRIES EQUAL 3
               PERFORM PROMPT-SIGN-ON
            END-PERFORM
            IF NOT SIGNED-ON
               DISPLAY "Sign-on refused - session ends"
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF NOT (ROLE-SUPERVISOR OR ROLE-MAINTAINER)
               MOVE "DENIED" TO WS-SECURITY-EVENT
               STRING
                  "ROLE " DELIMITED BY SIZE
                  WS-USER-ROLE DELIMITED BY SIZE
                  " NOT PERMITTED - SUPERVISORS AND MAINTAINERS ONLY"
                     DELIMITED BY SIZE
                  INTO WS-SECURITY-DETAIL
               END-STRING
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "Budget-Maint is not open to your role - "
                  "session ends"
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE "SIGNON" TO WS-SECURITY-EVENT
            STRING
               "ROLE " DELIMITED BY SIZE
               WS-USER-ROLE DELIMITED BY SIZE
               INTO WS-SECURITY-DETAIL
            END-STRING
            PERFORM WRITE-SECURITY-LOG
            DISPLAY "Signed on as " WS-USER-ID " - " USR-USER-NAME.

       PROMPT-SIGN-ON.
            ADD 1 TO WS-SIGNON-TRIES
            MOVE SPACES TO WS-SIGNON-ID
            DISPLAY "User ID:"
            ACCEPT WS-SIGNON-ID
            MOVE SPACES TO WS-PASSWORD-ANSWER
            DISPLAY "Password:"
            ACCEPT WS-PASSWORD-ANSWER
            MOVE WS-SIGNON-ID TO WS-USER-ID
            PERFORM FIND-USER-PROFILE
            MOVE SPACES TO WS-SECURITY-DETAIL
            IF NOT USER-FOUND
               MOVE "UNKNOWN USER ID" TO WS-SECURITY-DETAIL
            ELSE
               PERFORM COMPUTE-PASSWORD-CHECK
               IF USR-PASSWORD-CHECK NOT NUMERIC
                  OR WS-PASSWORD-CHECK NOT EQUAL USR-PASSWORD-CHECK
                  MOVE "WRONG PASSWORD" TO WS-SECURITY-DETAIL
               ELSE
                  IF NOT USR-ACTIVE
                     MOVE "PROFILE DEACTIVATED"
                        TO WS-SECURITY-DETAIL
                  ELSE
                     MOVE "Y" TO WS-SIGNON-FLAG
                     PERFORM STORE-USER-PROFILE
                  END-IF
               END-IF
            END-IF
            MOVE SPACES TO WS-PASSWORD-ANSWER
            IF NOT SIGNED-ON
               MOVE "REFUSED" TO WS-SECURITY-EVENT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "User ID or password not accepted"
            END-IF.

       FIND-USER-PROFILE.
            MOVE "N" TO WS-USER-FOUND-FLAG
            MOVE "N" TO WS-USER-EOF-FLAG
            OPEN INPUT USER-PROFILE-FILE
            IF NOT USER-PROFILE-OK
               DISPLAY "Unable to open USERMST - status "
                  WS-USER-PROFILE-STATUS " - sign-on refused"
               MOVE "REFUSED" TO WS-SECURITY-EVENT
               MOVE "USERMST NOT AVAILABLE" TO WS-SECURITY-DETAIL
               PERFORM WRITE-SECURITY-LOG
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL END-OF-USER-FILE OR USER-FOUND
               READ USER-PROFILE-FILE
                  AT END
                     MOVE "Y" TO WS-USER-EOF-FLAG
                  NOT AT END
                     IF USR-USER-ID EQUAL WS-SIGNON-ID
                        MOVE "Y" TO WS-USER-FOUND-FLAG
                     END-IF
               END-READ
            END-PERFORM
            CLOSE USER-PROFILE-FILE.

       COMPUTE-PASSWORD-CHECK.
            MOVE WS-SIGNON-ID TO WS-PWK-USER-ID
            MOVE WS-PASSWORD-ANSWER TO WS-PWK-PASSWORD
            MOVE 7 TO WS-PASSWORD-CHECK
            PERFORM VARYING WS-PWD-CHK-SUB FROM 1 BY 1
                  UNTIL WS-PWD-CHK-SUB > 16
               COMPUTE WS-PWD-CHK-WORK = WS-PASSWORD-CHECK * 131
                  + FUNCTION ORD
                       (WS-PASSWORD-KEY (WS-PWD-CHK-SUB:1))
               END-COMPUTE
               DIVIDE WS-PWD-CHK-WORK BY 1000000007
                  GIVING WS-PWD-CHK-QUOTIENT
                  REMAINDER WS-PASSWORD-CHECK
               END-DIVIDE
            END-PERFORM.

       STORE-USER-PROFILE.
            MOVE USR-ROLE TO WS-USER-ROLE
            MOVE SPACES TO WS-USER-DEPT-TABLE
            MOVE ZERO TO WS-USER-DEPT-COUNT
            IF USR-DEPT-COUNT NUMERIC
               AND USR-DEPT-COUNT NOT > 10
               MOVE USR-DEPT-COUNT TO WS-USER-DEPT-COUNT
            END-IF
            PERFORM VARYING WS-USER-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-USER-DEPT-SUB > WS-USER-DEPT-COUNT
               MOVE USR-DEPT (WS-USER-DEPT-SUB)
                  TO WS-USER-DEPT (WS-USER-DEPT-SUB)
            END-PERFORM.

       CHECK-USER-DEPT.
            MOVE "N" TO WS-DEPT-ALLOWED-FLAG
            PERFORM VARYING WS-USER-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-USER-DEPT-SUB > WS-USER-DEPT-COUNT
               IF WS-USER-DEPT (WS-USER-DEPT-SUB) EQUAL WS-CHECK-DEPT
                  OR WS-USER-DEPT (WS-USER-DEPT-SUB) EQUAL "*ALL"
                  MOVE "Y" TO WS-DEPT-ALLOWED-FLAG
               END-IF
            END-PERFORM.

       WRITE-SECURITY-LOG.
            ACCEPT WS-SECURITY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-SECURITY-TIME FROM TIME
            MOVE SPACES TO SECURITY-LOG-RECORD
            MOVE WS-SECURITY-DATE TO SEC-DATE
            MOVE WS-SECURITY-TIME TO SEC-TIME
            MOVE WS-USER-ID TO SEC-USER
            MOVE WS-PROGRAM-NAME TO SEC-PROGRAM
            MOVE WS-SECURITY-EVENT TO SEC-EVENT
            MOVE WS-SECURITY-DETAIL TO SEC-DETAIL
            WRITE SECURITY-LOG-RECORD
            MOVE SPACES TO WS-SECURITY-DETAIL.

       END PROGRAM Budget-Maint.
