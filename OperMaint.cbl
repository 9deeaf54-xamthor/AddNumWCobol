      *          stops accepting it after that date but the entry
      *          stays on the master so its history still reports.
      *          Every change is appended to the OPRLOG change log
      *          with the date, time, maintainer user ID, action and
      *          before/after values for the auditors.  The master is
      *          held in a 200-entry table while edits are applied
      *          and rewritten in full at end of session.
      *          OPERMST layout: code(4) name(20) status(1 A/I)
      *          end-date(8) approval-limit(18); old two-field records
      *          read in as active with no end date, and a record with
      *          no approval limit reads in as zero (no limit).
      * Tectonics: cobc
      * Modification History:
      *   09-03-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  Added the LIMIT action to set a
      *                      department's approval limit: Hello-NAME
      *                      holds any result larger than the limit
      *                      for supervisor approval.  Zero clears the
      *                      limit.  Logged to OPRLOG with the old and
      *                      new limit in the name columns.
      *   10-15-26  Xamthor  Sign-on against the USERMST user profile
      *                      master replaces the initials prompt: only
      *                      a maintainer may run this program, and
      *                      the OPRLOG user is the signed-on user ID.
      *                      Sign-ons, refusals and denials are
      *                      written to the SECLOG security log.
      *   10-15-26  Xamthor  OPERMST record from the shared OPERREC
      *                      copybook.  SECLOG is closed and return
      *                      code 16 set on every refusal after
      *                      sign-on; the unused department check
      *                      dropped, a maintainer covers every
      *                      department.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Operator-Maint.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-LOG-STATUS.

           SELECT USER-PROFILE-FILE ASSIGN TO "USERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-PROFILE-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  OPERATOR-LOG-FILE.
       01  OPERATOR-LOG-RECORD.
           05 LOG-NEW-NAME          PIC X(20).
           05 LOG-END-DATE          PIC X(8).

       FD  USER-PROFILE-FILE.
       COPY USERREC.

       FD  SECURITY-LOG-FILE.
       COPY SECLREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-MASTER-STATUS PIC XX.
           88 OPERATOR-MASTER-OK    VALUE "00".
              10 WS-OPR-DEPT-NAME   PIC X(20).
              10 WS-OPR-STATUS      PIC X.
              10 WS-OPR-END-DATE    PIC X(8).
              10 WS-OPR-APPROVAL-LIMIT PIC 9(18).

       01  WS-DONE-FLAG             PIC X VALUE "N".
           88 MAINT-DONE            VALUE "Y".
       01  WS-NAME-ANSWER           PIC X(20).
       01  WS-DATE-ANSWER           PIC X(8).
       01  WS-OLD-NAME              PIC X(20).
       01  WS-LIMIT-ANSWER          PIC X(18).
       01  WS-NEW-LIMIT             PIC 9(18) VALUE ZERO.
       01  WS-LIMIT-DISPLAY         PIC Z(17)9.
       01  WS-LIMIT-DIGITS          PIC 9(2) VALUE ZERO.
       01  WS-LIMIT-SPACES          PIC 9(2) VALUE ZERO.

       01  WS-CURRENT-DATE          PIC X(8).
       01  WS-CURRENT-TIME          PIC X(8).
       01  WS-CHANGE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CHANGE-DISPLAY        PIC ZZZ9.

       01  WS-USER-PROFILE-STATUS   PIC XX.
           88 USER-PROFILE-OK       VALUE "00".

       01  WS-SECURITY-LOG-STATUS   PIC XX.
           88 SECURITY-LOG-OK       VALUE "00".

       01  WS-USER-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-USER-FILE      VALUE "Y".
       01  WS-USER-FOUND-FLAG       PIC X VALUE "N".
           88 USER-FOUND            VALUE "Y".

       01  WS-PROGRAM-NAME          PIC X(16) VALUE "Operator-Maint".
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
       01  WS-SECURITY-EVENT        PIC X(8).
       01  WS-SECURITY-DETAIL       PIC X(80).
       01  WS-SECURITY-DATE         PIC X(8).
       01  WS-SECURITY-TIME         PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM SIGN-ON-USER
            PERFORM LOAD-OPERATOR-MASTER

            OPEN EXTEND OPERATOR-LOG-FILE
            IF NOT OPERATOR-LOG-OK
               OPEN OUTPUT OPERATOR-LOG-FILE
               DISPLAY "Unable to open OPRLOG - status "
                  WS-OPERATOR-LOG-STATUS
                  " - no change log, maintenance refused"
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            END-PERFORM

            CLOSE OPERATOR-LOG-FILE
            CLOSE SECURITY-LOG-FILE

            IF MASTER-CHANGED
               PERFORM REWRITE-OPERATOR-MASTER
                        END-IF
                        MOVE OPR-END-DATE
                           TO WS-OPR-END-DATE (WS-OPERATOR-COUNT)
                        IF OPR-APPROVAL-LIMIT NUMERIC
                           MOVE OPR-APPROVAL-LIMIT TO
                              WS-OPR-APPROVAL-LIMIT (WS-OPERATOR-COUNT)
                        ELSE
                           MOVE ZERO TO
                              WS-OPR-APPROVAL-LIMIT (WS-OPERATOR-COUNT)
                        END-IF
                     ELSE
                        DISPLAY "OPERMST exceeds 200 entries - "
                           OPR-DEPT-CODE " dropped - maintenance "
                           "refused"
                        CLOSE SECURITY-LOG-FILE
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
               END-READ

       PROMPT-ACTION.
            MOVE SPACES TO WS-ACTION
            DISPLAY "Action (ADD RENAME DEACT LIMIT LIST END):"
            ACCEPT WS-ACTION
            IF WS-ACTION EQUAL "END" OR WS-ACTION EQUAL SPACES
               MOVE "Y" TO WS-DONE-FLAG
                     IF WS-ACTION EQUAL "DEACT"
                        PERFORM DEACTIVATE-DEPARTMENT
                     ELSE
                        IF WS-ACTION EQUAL "LIMIT"
                           PERFORM SET-APPROVAL-LIMIT
                        ELSE
                           IF WS-ACTION EQUAL "LIST"
                              PERFORM LIST-DEPARTMENTS
                           ELSE
                              DISPLAY "Unknown action " WS-ACTION
                           END-IF
                        END-IF
                     END-IF
                  END-IF
                           (WS-OPERATOR-COUNT)
                        MOVE SPACES TO WS-OPR-END-DATE
                           (WS-OPERATOR-COUNT)
                        MOVE ZERO TO WS-OPR-APPROVAL-LIMIT
                           (WS-OPERATOR-COUNT)
                        MOVE SPACES TO WS-OLD-NAME
                        MOVE SPACES TO WS-DATE-ANSWER
                        PERFORM WRITE-CHANGE-LOG
               END-IF
            END-IF.

       SET-APPROVAL-LIMIT.
            PERFORM PROMPT-DEPT-CODE
            IF WS-OPERATOR-FOUND-SUB EQUAL ZERO
               DISPLAY "Department " WS-DEPT-ANSWER
                  " is not on the master"
            ELSE
               MOVE WS-OPR-APPROVAL-LIMIT (WS-OPERATOR-FOUND-SUB)
                  TO WS-LIMIT-DISPLAY
               DISPLAY "Current approval limit: " WS-LIMIT-DISPLAY
                  " (0 = no limit)"
               MOVE SPACES TO WS-LIMIT-ANSWER
               DISPLAY "New approval limit, whole units (0 = no "
                  "limit):"
               ACCEPT WS-LIMIT-ANSWER
               MOVE ZERO TO WS-LIMIT-DIGITS
               MOVE ZERO TO WS-LIMIT-SPACES
               INSPECT WS-LIMIT-ANSWER TALLYING
                  WS-LIMIT-DIGITS FOR ALL "0" "1" "2" "3" "4"
                     "5" "6" "7" "8" "9"
                  WS-LIMIT-SPACES FOR ALL SPACES
               IF WS-LIMIT-DIGITS EQUAL ZERO
                  OR WS-LIMIT-DIGITS + WS-LIMIT-SPACES NOT EQUAL 18
                  DISPLAY "Bad limit " WS-LIMIT-ANSWER
                     " - limit left as it was"
               ELSE
                  COMPUTE WS-NEW-LIMIT =
                     FUNCTION NUMVAL (WS-LIMIT-ANSWER)
                  END-COMPUTE
                  MOVE WS-LIMIT-DISPLAY TO WS-OLD-NAME
                  MOVE WS-NEW-LIMIT
                     TO WS-OPR-APPROVAL-LIMIT (WS-OPERATOR-FOUND-SUB)
                  MOVE WS-NEW-LIMIT TO WS-LIMIT-DISPLAY
                  MOVE WS-LIMIT-DISPLAY TO WS-NAME-ANSWER
                  MOVE SPACES TO WS-DATE-ANSWER
                  PERFORM WRITE-CHANGE-LOG
                  DISPLAY "Approval limit for " WS-DEPT-ANSWER
                     " set to " WS-LIMIT-DISPLAY
               END-IF
            END-IF.

       LIST-DEPARTMENTS.
            PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                  UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
               MOVE WS-OPR-APPROVAL-LIMIT (WS-OPERATOR-SUB)
                  TO WS-LIMIT-DISPLAY
               DISPLAY WS-OPR-DEPT-CODE (WS-OPERATOR-SUB) " "
                  WS-OPR-DEPT-NAME (WS-OPERATOR-SUB) " "
                  WS-OPR-STATUS (WS-OPERATOR-SUB) " "
                  WS-OPR-END-DATE (WS-OPERATOR-SUB) " "
                  WS-LIMIT-DISPLAY
            END-PERFORM.

       WRITE-CHANGE-LOG.
               DISPLAY "Unable to rewrite OPERMST - status "
                  WS-OPERATOR-MASTER-STATUS
                  " - changes are in OPRLOG but not applied"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                  TO OPR-STATUS
               MOVE WS-OPR-END-DATE (WS-OPERATOR-SUB)
                  TO OPR-END-DATE
               MOVE WS-OPR-APPROVAL-LIMIT (WS-OPERATOR-SUB)
                  TO OPR-APPROVAL-LIMIT
               WRITE OPERATOR-MASTER-RECORD
            END-PERFORM
            CLOSE OPERATOR-MASTER-FILE.

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
            IF NOT (ROLE-MAINTAINER)
               MOVE "DENIED" TO WS-SECURITY-EVENT
               STRING
                  "ROLE " DELIMITED BY SIZE
                  WS-USER-ROLE DELIMITED BY SIZE
                  " NOT PERMITTED - MAINTAINERS ONLY"
                     DELIMITED BY SIZE
                  INTO WS-SECURITY-DETAIL
               END-STRING
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "Operator-Maint is not open to your role - "
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
            MOVE USR-ROLE TO WS-USER-ROLE.

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

       END PROGRAM Operator-Maint.
