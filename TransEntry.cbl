      *                      the three-digit ID sequence reaches 999
      *                      instead of wrapping and reissuing IDs
      *                      already written to this TRANSIN.
      *   10-15-26  Xamthor  Either operand of a two-number operation
      *                      may be keyed as "@" followed by a posted
      *                      transaction ID, so a department chaining
      *                      calculations no longer re-keys the
      *                      earlier result; the batch fetches it from
      *                      RESLMSTR at posting time.
      *   10-15-26  Xamthor  Sign-on against the USERMST user profile
      *                      master: only an entry clerk or supervisor
      *                      may key transactions, and only for the
      *                      departments on their profile - a reversal
      *                      or chained operand naming another
      *                      department's transaction is refused too.
      *                      Sign-ons, refusals and denials are
      *                      written to the SECLOG security log.
      *   10-15-26  Xamthor  OPERMST record from the shared OPERREC
      *                      copybook.  SECLOG is closed on every early
      *                      end after sign-on, and a refusal sets
      *                      return code 16.
      *   10-15-26  Xamthor  A chain source must belong to the
      *                      department being entered, and a refused @ID
      *                      is no longer carried into a plain number
      *                      keyed on the retry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Trans-Entry.
               RECORD KEY IS RESL-TRANS-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT USER-PROFILE-FILE ASSIGN TO "USERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-PROFILE-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN-FILE.
           05 TRANS-REV-DEPT        PIC X(4).
           05 TRANS-REV-OPERATION   PIC X(10).
           05 TRANS-REV-TARGET-ID   PIC X(10).
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
       FD  RESULTS-FILE.
       COPY RESLREC.

       FD  USER-PROFILE-FILE.
       COPY USERREC.

       FD  SECURITY-LOG-FILE.
       COPY SECLREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-IN-STATUS       PIC XX.
           88 TRANS-IN-OK           VALUE "00".
       01  WS-POINT-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-SPACE-COUNT           PIC 9(2) VALUE ZERO.

       01  WS-CHAIN-ID              PIC X(10) VALUE SPACES.
       01  WS-CHAIN-ONE-ID          PIC X(10) VALUE SPACES.
       01  WS-CHAIN-TWO-ID          PIC X(10) VALUE SPACES.

       01  WS-AVG-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-AVG-SUB               PIC 9(2) VALUE ZERO.


       COPY TRANREC.

       01  WS-USER-PROFILE-STATUS   PIC XX.
           88 USER-PROFILE-OK       VALUE "00".

       01  WS-SECURITY-LOG-STATUS   PIC XX.
           88 SECURITY-LOG-OK       VALUE "00".

       01  WS-USER-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-USER-FILE      VALUE "Y".
       01  WS-USER-FOUND-FLAG       PIC X VALUE "N".
           88 USER-FOUND            VALUE "Y".

       01  WS-PROGRAM-NAME          PIC X(16) VALUE "Trans-Entry".
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
       01  WS-USER-ID               PIC X(8).
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
            ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
            PERFORM LOAD-OPERATOR-MASTER
            PERFORM FIND-NEXT-BATCH-NO
            IF NOT TRANS-IN-OK
               DISPLAY "Unable to open TRANSIN - status "
                  WS-TRANS-IN-STATUS
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            IF RESULTS-FILE-IS-OPEN
               CLOSE RESULTS-FILE
            END-IF
            CLOSE SECURITY-LOG-FILE

            MOVE WS-WRITTEN-COUNT TO WS-WRITTEN-DISPLAY
            DISPLAY "Transactions written to TRANSIN: "
            IF NOT OPERATOR-MASTER-OK
               DISPLAY "Unable to open OPERMST - status "
                  WS-OPERATOR-MASTER-STATUS
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL END-OF-OPERATOR-FILE
            IF WS-OPERATOR-COUNT EQUAL ZERO
               DISPLAY "OPERMST is empty - no department can "
                  "validate - entry refused"
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

                        DISPLAY "Department " WS-DEPT-ANSWER
                           " is deactivated - try again"
                     ELSE
                        MOVE WS-DEPT-ANSWER TO WS-CHECK-DEPT
                        PERFORM CHECK-USER-DEPT
                        IF NOT DEPT-ALLOWED
                           DISPLAY "Department " WS-DEPT-ANSWER
                              " is not one of yours - try again"
                           MOVE "DENIED" TO WS-SECURITY-EVENT
                           STRING
                              "ENTRY FOR DEPT " DELIMITED BY SIZE
                              WS-DEPT-ANSWER DELIMITED BY SIZE
                              INTO WS-SECURITY-DETAIL
                           END-STRING
                           PERFORM WRITE-SECURITY-LOG
                        ELSE
                           MOVE "Y" TO WS-FIELD-OK-FLAG
                           DISPLAY "  " WS-OPR-DEPT-NAME
                              (WS-OPERATOR-FOUND-SUB)
                        END-IF
                     END-IF
                  END-IF
               END-IF
                     IF RESULTS-FILE-IS-OPEN
                        CLOSE RESULTS-FILE
                     END-IF
                     CLOSE SECURITY-LOG-FILE
                     MOVE WS-WRITTEN-COUNT TO WS-WRITTEN-DISPLAY
                     DISPLAY "Transactions written to TRANSIN: "
                        WS-WRITTEN-DISPLAY " - batch " WS-BATCH-NO
               MOVE "Y" TO WS-FIELD-OK-FLAG
            END-IF.

       PROMPT-OPERAND.
            MOVE "N" TO WS-FIELD-OK-FLAG
            PERFORM UNTIL FIELD-IS-OK
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               MOVE SPACES TO WS-CHAIN-ID
               IF WS-ANSWER (1:1) EQUAL "@"
                  MOVE WS-ANSWER (2:10) TO WS-CHAIN-ID
                  MOVE ZERO TO WS-NUMBER-VALUE
                  IF WS-CHAIN-ID EQUAL SPACES
                     DISPLAY "Transaction ID is required after @ - "
                        "try again"
                  ELSE
                     MOVE "Y" TO WS-FIELD-OK-FLAG
                     IF RESULTS-FILE-IS-OPEN
                        PERFORM CHECK-CHAIN-SOURCE
                     END-IF
                  END-IF
               ELSE
                  PERFORM VALIDATE-NUMBER-ANSWER
                  IF FIELD-IS-OK
                     COMPUTE WS-NUMBER-VALUE =
                        FUNCTION NUMVAL (WS-ANSWER)
                     END-COMPUTE
                  ELSE
                     DISPLAY "Not a usable number or @ID - digits "
                        "and one optional decimal point - try again"
                  END-IF
               END-IF
            END-PERFORM.

       CHECK-CHAIN-SOURCE.
            MOVE WS-CHAIN-ID TO RESL-TRANS-ID
            READ RESULTS-FILE
               INVALID KEY
                  DISPLAY "Note: " WS-CHAIN-ID " is not posted yet - "
                     "it must post earlier in the same run for the "
                     "same department or this record will reject"
               NOT INVALID KEY
                  MOVE RESL-DEPT TO WS-CHECK-DEPT
                  PERFORM CHECK-USER-DEPT
                  IF NOT DEPT-ALLOWED
                     MOVE "N" TO WS-FIELD-OK-FLAG
                     DISPLAY "Transaction " WS-CHAIN-ID
                        " is not one of your departments' - "
                        "try again"
                     MOVE "DENIED" TO WS-SECURITY-EVENT
                     STRING
                        "CHAIN FROM " DELIMITED BY SIZE
                        WS-CHAIN-ID DELIMITED BY SIZE
                        " DEPT " DELIMITED BY SIZE
                        RESL-DEPT DELIMITED BY SIZE
                        INTO WS-SECURITY-DETAIL
                     END-STRING
                     PERFORM WRITE-SECURITY-LOG
                  ELSE
                     IF RESL-DEPT NOT EQUAL WS-DEPT-ANSWER
                        MOVE "N" TO WS-FIELD-OK-FLAG
                        DISPLAY "Transaction " WS-CHAIN-ID
                           " belongs to department " RESL-DEPT
                           " - chain only from " WS-DEPT-ANSWER
                           " - try again"
                     ELSE
                        IF RESL-REVERSED-FLAG EQUAL "Y"
                           MOVE "N" TO WS-FIELD-OK-FLAG
                           DISPLAY "Transaction " WS-CHAIN-ID
                              " is reversed - try again"
                        ELSE
                           IF RESL-OVERFLOW-FLAG EQUAL "Y"
                              MOVE "N" TO WS-FIELD-OK-FLAG
                              DISPLAY "Transaction " WS-CHAIN-ID
                                 " overflowed - try again"
                           END-IF
                        END-IF
                     END-IF
                  END-IF
            END-READ.

       PROMPT-TWO-OPERANDS.
            DISPLAY "First number (or @ and a transaction ID):"
            PERFORM PROMPT-OPERAND
            MOVE WS-NUMBER-VALUE TO NumOne
            MOVE WS-CHAIN-ID TO WS-CHAIN-ONE-ID
            MOVE "N" TO WS-FIELD-OK-FLAG
            PERFORM UNTIL FIELD-IS-OK
               DISPLAY "Second number (or @ and a transaction ID):"
               PERFORM PROMPT-OPERAND
               MOVE WS-NUMBER-VALUE TO NumTwo
               MOVE WS-CHAIN-ID TO WS-CHAIN-TWO-ID
               IF (UserInput EQUAL "Divide"
                  OR UserInput EQUAL "Remainder")
                  AND NumTwo EQUAL ZERO
                  AND WS-CHAIN-TWO-ID EQUAL SPACES
                  MOVE "N" TO WS-FIELD-OK-FLAG
                  DISPLAY "Divide by zero would reject in the "
                     "batch - try again"
                  DISPLAY "Transaction " WS-ANSWER (1:10)
                     " is not on the results master - try again"
               NOT INVALID KEY
                  MOVE RESL-DEPT TO WS-CHECK-DEPT
                  PERFORM CHECK-USER-DEPT
                  IF NOT DEPT-ALLOWED
                     MOVE "N" TO WS-FIELD-OK-FLAG
                     DISPLAY "Transaction " WS-ANSWER (1:10)
                        " is not one of your departments' - "
                        "try again"
                     MOVE "DENIED" TO WS-SECURITY-EVENT
                     STRING
                        "REVERSE OF " DELIMITED BY SIZE
                        WS-ANSWER (1:10) DELIMITED BY SIZE
                        " DEPT " DELIMITED BY SIZE
                        RESL-DEPT DELIMITED BY SIZE
                        INTO WS-SECURITY-DETAIL
                     END-STRING
                     PERFORM WRITE-SECURITY-LOG
                  ELSE
                     IF RESL-REVERSED-FLAG EQUAL "Y"
                        MOVE "N" TO WS-FIELD-OK-FLAG
                        DISPLAY "Transaction " WS-ANSWER (1:10)
                           " is already reversed - try again"
                     END-IF
                  END-IF
            END-READ.

            MOVE WS-BATCH-NO TO TRANS-IN-BATCH-NO
            MOVE WS-DEPT-ANSWER TO TRANS-IN-DEPT
            MOVE UserInput TO TRANS-IN-OPERATION
            IF WS-CHAIN-ONE-ID NOT EQUAL SPACES
               MOVE "@" TO TRANS-CHN-ONE-FLAG
               MOVE WS-CHAIN-ONE-ID TO TRANS-CHN-ONE-ID
            ELSE
               MOVE NumOne TO TRANS-IN-NUM-ONE
            END-IF
            IF WS-CHAIN-TWO-ID NOT EQUAL SPACES
               MOVE "@" TO TRANS-CHN-TWO-FLAG
               MOVE WS-CHAIN-TWO-ID TO TRANS-CHN-TWO-ID
            ELSE
               MOVE NumTwo TO TRANS-IN-NUM-TWO
            END-IF
            WRITE TRANS-IN-RECORD.

       WRITE-AVERAGE-RECORD.
            MOVE WS-ANSWER (1:10) TO TRANS-REV-TARGET-ID
            WRITE TRANS-IN-REV-RECORD.

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
            IF NOT (ROLE-ENTRY-CLERK OR ROLE-SUPERVISOR)
               MOVE "DENIED" TO WS-SECURITY-EVENT
               STRING
                  "ROLE " DELIMITED BY SIZE
                  WS-USER-ROLE DELIMITED BY SIZE
                  " NOT PERMITTED - ENTRY CLERKS AND SUPERVISORS ONLY"
                     DELIMITED BY SIZE
                  INTO WS-SECURITY-DETAIL
               END-STRING
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "Trans-Entry is not open to your role - "
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

       END PROGRAM Trans-Entry.
