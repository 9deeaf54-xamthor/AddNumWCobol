      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: User profile maintenance.  Keeps USERMST, the list of
      *          people allowed to sign on to the interactive programs,
      *          through prompted ADD / CHANGE / PASSWORD / DEACT /
      *          REACT actions validated before anything is applied:
      *          the role must be E entry clerk, I inquiry only,
      *          S supervisor or M maintainer, and every department
      *          must be on OPERMST (or "*ALL" for every department).
      *          Passwords are keyed twice and only their check value
      *          is kept.  Only a maintainer may sign on; a maintainer
      *          may not deactivate or change the role of their own
      *          profile.  When USERMST does not exist yet, or exists
      *          with no profiles on it, the session instead sets up
      *          the first maintainer profile, so the master can be
      *          started; any other failure to open or read USERMST
      *          refuses the session.  Every change and every sign-on is
      *          written to the SECLOG security log.  The master is
      *          held in a 500-entry table while edits are applied and
      *          rewritten in full at end of session.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  First-maintainer setup only when USERMST
      *                      is absent (status 35) or empty; any other
      *                      open or read failure ends the run with
      *                      return code 16 instead of letting a new
      *                      profile overwrite the master.  OPERMST
      *                      record from the shared OPERREC copybook.
      *   10-15-26  Xamthor  The SETUP event is logged only once the
      *                      first maintainer profile is actually added.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. User-Maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-PROFILE-FILE ASSIGN TO "USERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-PROFILE-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-PROFILE-FILE.
       COPY USERREC.

       FD  SECURITY-LOG-FILE.
       COPY SECLREC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-USER-PROFILE-STATUS   PIC XX.
           88 USER-PROFILE-OK       VALUE "00".
           88 USER-PROFILE-NOT-PRESENT VALUE "35".

       01  WS-SECURITY-LOG-STATUS   PIC XX.
           88 SECURITY-LOG-OK       VALUE "00".

       01  WS-OPERATOR-MASTER-STATUS PIC XX.
           88 OPERATOR-MASTER-OK    VALUE "00".

       01  WS-USER-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-USER-FILE      VALUE "Y".
       01  WS-OPERATOR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-OPERATOR-FILE  VALUE "Y".

       01  WS-OPERATOR-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-SUB          PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-FOUND-SUB    PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-TABLE.
           05 WS-OPR-DEPT-CODE OCCURS 200 TIMES PIC X(4).

       01  WS-USER-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-USER-SUB              PIC 9(3) VALUE ZERO.
       01  WS-USER-FOUND-SUB        PIC 9(3) VALUE ZERO.
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 500 TIMES.
              10 WS-USR-USER-ID     PIC X(8).
              10 WS-USR-PASSWORD-CHECK PIC 9(10).
              10 WS-USR-ROLE        PIC X.
              10 WS-USR-STATUS      PIC X.
              10 WS-USR-USER-NAME   PIC X(20).
              10 WS-USR-PASSWORD-DATE PIC X(8).
              10 WS-USR-DEPT-COUNT  PIC 9(2).
              10 WS-USR-DEPT OCCURS 10 TIMES PIC X(4).

       01  WS-DONE-FLAG             PIC X VALUE "N".
           88 MAINT-DONE            VALUE "Y".
       01  WS-CHANGED-FLAG          PIC X VALUE "N".
           88 MASTER-CHANGED        VALUE "Y".
       01  WS-FIELD-OK-FLAG         PIC X VALUE "N".
           88 FIELD-IS-OK           VALUE "Y".
       01  WS-SETUP-FLAG            PIC X VALUE "N".
           88 SETUP-SESSION         VALUE "Y".

       01  WS-PROGRAM-NAME          PIC X(16) VALUE "User-Maint".
       01  WS-SIGNON-FLAG           PIC X VALUE "N".
           88 SIGNED-ON             VALUE "Y".
       01  WS-SIGNON-TRIES          PIC 9 VALUE ZERO.
       01  WS-SIGNON-ID             PIC X(8).
       01  WS-PASSWORD-ANSWER       PIC X(8).
       01  WS-PASSWORD-AGAIN        PIC X(8).
       01  WS-PASSWORD-KEY.
           05 WS-PWK-USER-ID        PIC X(8).
           05 WS-PWK-PASSWORD       PIC X(8).
       01  WS-PASSWORD-CHECK        PIC 9(10) VALUE ZERO.
       01  WS-PWD-CHK-WORK          PIC 9(12) VALUE ZERO.
       01  WS-PWD-CHK-QUOTIENT      PIC 9(12) VALUE ZERO.
       01  WS-PWD-CHK-SUB           PIC 9(2) VALUE ZERO.
       01  WS-PWD-SPACE-COUNT       PIC 9(2) VALUE ZERO.

       01  WS-USER-ID               PIC X(8).
       01  WS-SECURITY-EVENT        PIC X(8).
       01  WS-SECURITY-DETAIL       PIC X(80).

       01  WS-ACTION                PIC X(8).
       01  WS-ID-ANSWER             PIC X(8).
       01  WS-NAME-ANSWER           PIC X(20).
       01  WS-ROLE-ANSWER           PIC X.
           88 VALID-ROLE            VALUE "E" "I" "S" "M".
       01  WS-DEPT-ANSWER           PIC X(4).
       01  WS-DEPT-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-DEPT-SUB              PIC 9(2) VALUE ZERO.
       01  WS-DEPT-LIST.
           05 WS-DEPT-ENTRY OCCURS 10 TIMES PIC X(4).
       01  WS-DEPT-LIST-TEXT        PIC X(50).
       01  WS-DEPT-LIST-PTR         PIC 9(3) VALUE ZERO.
       01  WS-OLD-ROLE              PIC X.

       01  WS-CURRENT-DATE          PIC X(8).
       01  WS-CURRENT-TIME          PIC X(8).

       01  WS-CHANGE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CHANGE-DISPLAY        PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LOAD-USER-PROFILES
            PERFORM LOAD-OPERATOR-MASTER

            OPEN EXTEND SECURITY-LOG-FILE
            IF NOT SECURITY-LOG-OK
               OPEN OUTPUT SECURITY-LOG-FILE
            END-IF
            IF NOT SECURITY-LOG-OK
               DISPLAY "Unable to open SECLOG - status "
                  WS-SECURITY-LOG-STATUS
                  " - no security log, maintenance refused"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            IF WS-USER-COUNT EQUAL ZERO
               PERFORM SET-UP-FIRST-MAINTAINER
            ELSE
               PERFORM SIGN-ON-USER
               PERFORM UNTIL MAINT-DONE
                  PERFORM PROMPT-ACTION
               END-PERFORM
            END-IF

            CLOSE SECURITY-LOG-FILE

            IF MASTER-CHANGED
               PERFORM REWRITE-USER-PROFILES
               MOVE WS-CHANGE-COUNT TO WS-CHANGE-DISPLAY
               DISPLAY "USERMST rewritten - " WS-CHANGE-DISPLAY
                  " change(s) applied and logged"
            ELSE
               DISPLAY "No changes made - USERMST left as it was"
            END-IF
            STOP RUN.

       LOAD-USER-PROFILES.
            OPEN INPUT USER-PROFILE-FILE
            IF USER-PROFILE-NOT-PRESENT
               MOVE "Y" TO WS-USER-EOF-FLAG
            ELSE
               IF NOT USER-PROFILE-OK
                  DISPLAY "Unable to open USERMST - status "
                     WS-USER-PROFILE-STATUS
                     " - maintenance refused"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            PERFORM UNTIL END-OF-USER-FILE
               READ USER-PROFILE-FILE
                  AT END
                     MOVE "Y" TO WS-USER-EOF-FLAG
                  NOT AT END
                     IF WS-USER-COUNT < 500
                        ADD 1 TO WS-USER-COUNT
                        MOVE USER-RECORD
                           TO WS-USER-ENTRY (WS-USER-COUNT)
                        IF USR-PASSWORD-CHECK NOT NUMERIC
                           MOVE ZERO TO WS-USR-PASSWORD-CHECK
                              (WS-USER-COUNT)
                        END-IF
                        IF USR-DEPT-COUNT NOT NUMERIC
                           OR USR-DEPT-COUNT > 10
                           MOVE ZERO
                              TO WS-USR-DEPT-COUNT (WS-USER-COUNT)
                        END-IF
                     ELSE
                        DISPLAY "USERMST exceeds 500 entries - "
                           USR-USER-ID " dropped - maintenance "
                           "refused"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
               END-READ
               IF WS-USER-PROFILE-STATUS > "10"
                  DISPLAY "Unable to read USERMST - status "
                     WS-USER-PROFILE-STATUS
                     " - maintenance refused"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-PERFORM
            IF NOT USER-PROFILE-NOT-PRESENT
               CLOSE USER-PROFILE-FILE
            END-IF.

       LOAD-OPERATOR-MASTER.
            OPEN INPUT OPERATOR-MASTER-FILE
            IF NOT OPERATOR-MASTER-OK
               DISPLAY "Unable to open OPERMST - status "
                  WS-OPERATOR-MASTER-STATUS
                  " - departments cannot be validated - "
                  "maintenance refused"
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
                     END-IF
               END-READ
            END-PERFORM
            CLOSE OPERATOR-MASTER-FILE.

       SET-UP-FIRST-MAINTAINER.
            MOVE "Y" TO WS-SETUP-FLAG
            DISPLAY "No user profiles on USERMST - set up the first "
               "maintainer profile"
            MOVE SPACES TO WS-ID-ANSWER
            PERFORM UNTIL WS-ID-ANSWER NOT EQUAL SPACES
               DISPLAY "User ID for the first maintainer:"
               ACCEPT WS-ID-ANSWER
            END-PERFORM
            MOVE WS-ID-ANSWER TO WS-USER-ID
            MOVE "ADD" TO WS-ACTION
            PERFORM ADD-USER.

       SIGN-ON-USER.
            PERFORM UNTIL SIGNED-ON OR WS-SIGNON-TRIES EQUAL 3
               PERFORM PROMPT-SIGN-ON
            END-PERFORM
            IF NOT SIGNED-ON
               DISPLAY "Sign-on refused - session ends"
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF WS-USR-ROLE (WS-USER-FOUND-SUB) NOT EQUAL "M"
               MOVE "DENIED" TO WS-SECURITY-EVENT
               STRING
                  "ROLE " DELIMITED BY SIZE
                  WS-USR-ROLE (WS-USER-FOUND-SUB) DELIMITED BY SIZE
                  " NOT PERMITTED - MAINTAINERS ONLY"
                     DELIMITED BY SIZE
                  INTO WS-SECURITY-DETAIL
               END-STRING
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "User-Maint is for maintainers only - "
                  "session ends"
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE "SIGNON" TO WS-SECURITY-EVENT
            MOVE "ROLE M" TO WS-SECURITY-DETAIL
            PERFORM WRITE-SECURITY-LOG
            DISPLAY "Signed on as " WS-USER-ID " - "
               WS-USR-USER-NAME (WS-USER-FOUND-SUB).

       PROMPT-SIGN-ON.
            ADD 1 TO WS-SIGNON-TRIES
            MOVE SPACES TO WS-SIGNON-ID
            DISPLAY "User ID:"
            ACCEPT WS-SIGNON-ID
            MOVE SPACES TO WS-PASSWORD-ANSWER
            DISPLAY "Password:"
            ACCEPT WS-PASSWORD-ANSWER
            MOVE WS-SIGNON-ID TO WS-USER-ID
            MOVE WS-SIGNON-ID TO WS-ID-ANSWER
            PERFORM FIND-USER
            MOVE SPACES TO WS-SECURITY-DETAIL
            IF WS-USER-FOUND-SUB EQUAL ZERO
               MOVE "UNKNOWN USER ID" TO WS-SECURITY-DETAIL
            ELSE
               PERFORM COMPUTE-PASSWORD-CHECK
               IF WS-PASSWORD-CHECK NOT EQUAL
                  WS-USR-PASSWORD-CHECK (WS-USER-FOUND-SUB)
                  MOVE "WRONG PASSWORD" TO WS-SECURITY-DETAIL
               ELSE
                  IF WS-USR-STATUS (WS-USER-FOUND-SUB) NOT EQUAL "A"
                     MOVE "PROFILE DEACTIVATED"
                        TO WS-SECURITY-DETAIL
                  ELSE
                     MOVE "Y" TO WS-SIGNON-FLAG
                  END-IF
               END-IF
            END-IF
            MOVE SPACES TO WS-PASSWORD-ANSWER
            IF NOT SIGNED-ON
               MOVE "REFUSED" TO WS-SECURITY-EVENT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "User ID or password not accepted"
            END-IF.

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

       WRITE-SECURITY-LOG.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CURRENT-TIME FROM TIME
            MOVE SPACES TO SECURITY-LOG-RECORD
            MOVE WS-CURRENT-DATE TO SEC-DATE
            MOVE WS-CURRENT-TIME TO SEC-TIME
            MOVE WS-USER-ID TO SEC-USER
            MOVE WS-PROGRAM-NAME TO SEC-PROGRAM
            MOVE WS-SECURITY-EVENT TO SEC-EVENT
            MOVE WS-SECURITY-DETAIL TO SEC-DETAIL
            WRITE SECURITY-LOG-RECORD
            MOVE SPACES TO WS-SECURITY-DETAIL.

       PROMPT-ACTION.
            MOVE SPACES TO WS-ACTION
            DISPLAY "Action (ADD CHANGE PASSWORD DEACT REACT LIST "
               "END):"
            ACCEPT WS-ACTION
            IF WS-ACTION EQUAL "END" OR WS-ACTION EQUAL SPACES
               MOVE "Y" TO WS-DONE-FLAG
            ELSE
               IF WS-ACTION EQUAL "ADD"
                  PERFORM ADD-USER
               ELSE
                  IF WS-ACTION EQUAL "CHANGE"
                     PERFORM CHANGE-USER
                  ELSE
                     IF WS-ACTION EQUAL "PASSWORD"
                        PERFORM RESET-PASSWORD
                     ELSE
                        IF WS-ACTION EQUAL "DEACT"
                           OR WS-ACTION EQUAL "REACT"
                           PERFORM SET-USER-STATUS
                        ELSE
                           IF WS-ACTION EQUAL "LIST"
                              PERFORM LIST-USERS
                           ELSE
                              DISPLAY "Unknown action " WS-ACTION
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-IF.

       PROMPT-USER-ID.
            MOVE SPACES TO WS-ID-ANSWER
            DISPLAY "User ID:"
            ACCEPT WS-ID-ANSWER
            PERFORM FIND-USER.

       FIND-USER.
            MOVE ZERO TO WS-USER-FOUND-SUB
            PERFORM VARYING WS-USER-SUB FROM 1 BY 1
                  UNTIL WS-USER-SUB > WS-USER-COUNT
               IF WS-USR-USER-ID (WS-USER-SUB) EQUAL WS-ID-ANSWER
                  MOVE WS-USER-SUB TO WS-USER-FOUND-SUB
               END-IF
            END-PERFORM.

       ADD-USER.
            IF SETUP-SESSION
               MOVE WS-USER-ID TO WS-ID-ANSWER
               PERFORM FIND-USER
            ELSE
               PERFORM PROMPT-USER-ID
            END-IF
            IF WS-ID-ANSWER EQUAL SPACES
               DISPLAY "A user ID is required"
            ELSE
               IF WS-USER-FOUND-SUB > ZERO
                  DISPLAY "User " WS-ID-ANSWER
                     " is already on the master - use CHANGE"
               ELSE
                  IF WS-USER-COUNT EQUAL 500
                     DISPLAY "Master is full at 500 entries"
                  ELSE
                     PERFORM PROMPT-NEW-PROFILE
                  END-IF
               END-IF
            END-IF.

       PROMPT-NEW-PROFILE.
            MOVE SPACES TO WS-NAME-ANSWER
            DISPLAY "User name:"
            ACCEPT WS-NAME-ANSWER
            IF SETUP-SESSION
               MOVE "M" TO WS-ROLE-ANSWER
               MOVE 1 TO WS-DEPT-COUNT
               MOVE SPACES TO WS-DEPT-LIST
               MOVE "*ALL" TO WS-DEPT-ENTRY (1)
               DISPLAY "Role M maintainer, departments *ALL"
            ELSE
               PERFORM PROMPT-ROLE
               PERFORM PROMPT-DEPARTMENTS
            END-IF
            PERFORM PROMPT-NEW-PASSWORD
            IF WS-NAME-ANSWER EQUAL SPACES
               DISPLAY "A user name is required - user not added"
            ELSE
               IF NOT FIELD-IS-OK
                  DISPLAY "User not added"
               ELSE
                  ADD 1 TO WS-USER-COUNT
                  MOVE WS-USER-COUNT TO WS-USER-FOUND-SUB
                  MOVE WS-ID-ANSWER
                     TO WS-USR-USER-ID (WS-USER-FOUND-SUB)
                  MOVE "A" TO WS-USR-STATUS (WS-USER-FOUND-SUB)
                  MOVE WS-NAME-ANSWER
                     TO WS-USR-USER-NAME (WS-USER-FOUND-SUB)
                  MOVE WS-ROLE-ANSWER
                     TO WS-USR-ROLE (WS-USER-FOUND-SUB)
                  PERFORM STORE-DEPARTMENTS
                  PERFORM STORE-PASSWORD
                  IF SETUP-SESSION
                     MOVE "SETUP" TO WS-SECURITY-EVENT
                     MOVE SPACES TO WS-SECURITY-DETAIL
                     STRING
                        "FIRST MAINTAINER PROFILE SET UP ON "
                           DELIMITED BY SIZE
                        "EMPTY USERMST" DELIMITED BY SIZE
                        INTO WS-SECURITY-DETAIL
                     END-STRING
                     PERFORM WRITE-SECURITY-LOG
                  END-IF
                  MOVE SPACES TO WS-SECURITY-DETAIL
                  STRING
                     "ADD " DELIMITED BY SIZE
                     WS-ID-ANSWER DELIMITED BY SIZE
                     " ROLE " DELIMITED BY SIZE
                     WS-ROLE-ANSWER DELIMITED BY SIZE
                     " DEPTS " DELIMITED BY SIZE
                     WS-DEPT-LIST-TEXT DELIMITED BY SIZE
                     INTO WS-SECURITY-DETAIL
                  END-STRING
                  PERFORM LOG-PROFILE-CHANGE
                  DISPLAY "Added " WS-ID-ANSWER " " WS-NAME-ANSWER
               END-IF
            END-IF.

       CHANGE-USER.
            PERFORM PROMPT-USER-ID
            IF WS-USER-FOUND-SUB EQUAL ZERO
               DISPLAY "User " WS-ID-ANSWER " is not on the master"
            ELSE
               PERFORM DISPLAY-USER
               MOVE WS-USR-ROLE (WS-USER-FOUND-SUB) TO WS-OLD-ROLE
               MOVE SPACES TO WS-NAME-ANSWER
               DISPLAY "New user name (blank to keep):"
               ACCEPT WS-NAME-ANSWER
               IF WS-NAME-ANSWER NOT EQUAL SPACES
                  MOVE WS-NAME-ANSWER
                     TO WS-USR-USER-NAME (WS-USER-FOUND-SUB)
               END-IF
               IF WS-ID-ANSWER EQUAL WS-USER-ID
                  DISPLAY "Your own role stays M"
                  MOVE "M" TO WS-ROLE-ANSWER
               ELSE
                  PERFORM PROMPT-ROLE
               END-IF
               MOVE WS-ROLE-ANSWER TO WS-USR-ROLE (WS-USER-FOUND-SUB)
               PERFORM PROMPT-DEPARTMENTS
               PERFORM STORE-DEPARTMENTS
               MOVE SPACES TO WS-SECURITY-DETAIL
               STRING
                  "CHANGE " DELIMITED BY SIZE
                  WS-ID-ANSWER DELIMITED BY SIZE
                  " ROLE " DELIMITED BY SIZE
                  WS-OLD-ROLE DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  WS-ROLE-ANSWER DELIMITED BY SIZE
                  " DEPTS " DELIMITED BY SIZE
                  WS-DEPT-LIST-TEXT DELIMITED BY SIZE
                  INTO WS-SECURITY-DETAIL
               END-STRING
               PERFORM LOG-PROFILE-CHANGE
               DISPLAY "Changed " WS-ID-ANSWER
            END-IF.

       RESET-PASSWORD.
            PERFORM PROMPT-USER-ID
            IF WS-USER-FOUND-SUB EQUAL ZERO
               DISPLAY "User " WS-ID-ANSWER " is not on the master"
            ELSE
               PERFORM PROMPT-NEW-PASSWORD
               IF FIELD-IS-OK
                  PERFORM STORE-PASSWORD
                  MOVE SPACES TO WS-SECURITY-DETAIL
                  STRING
                     "PASSWORD RESET FOR " DELIMITED BY SIZE
                     WS-ID-ANSWER DELIMITED BY SIZE
                     INTO WS-SECURITY-DETAIL
                  END-STRING
                  PERFORM LOG-PROFILE-CHANGE
                  DISPLAY "Password set for " WS-ID-ANSWER
               ELSE
                  DISPLAY "Password left as it was"
               END-IF
            END-IF.

       SET-USER-STATUS.
            PERFORM PROMPT-USER-ID
            IF WS-USER-FOUND-SUB EQUAL ZERO
               DISPLAY "User " WS-ID-ANSWER " is not on the master"
            ELSE
               IF WS-ID-ANSWER EQUAL WS-USER-ID
                  DISPLAY "You cannot change the status of your own "
                     "profile"
               ELSE
                  IF WS-ACTION EQUAL "DEACT"
                     MOVE "I" TO WS-USR-STATUS (WS-USER-FOUND-SUB)
                  ELSE
                     MOVE "A" TO WS-USR-STATUS (WS-USER-FOUND-SUB)
                  END-IF
                  MOVE SPACES TO WS-SECURITY-DETAIL
                  STRING
                     WS-ACTION DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     WS-ID-ANSWER DELIMITED BY SIZE
                     INTO WS-SECURITY-DETAIL
                  END-STRING
                  PERFORM LOG-PROFILE-CHANGE
                  DISPLAY "User " WS-ID-ANSWER " status now "
                     WS-USR-STATUS (WS-USER-FOUND-SUB)
               END-IF
            END-IF.

       PROMPT-ROLE.
            MOVE SPACES TO WS-ROLE-ANSWER
            PERFORM UNTIL VALID-ROLE
               DISPLAY "Role (E entry clerk, I inquiry only, "
                  "S supervisor, M maintainer):"
               ACCEPT WS-ROLE-ANSWER
               IF NOT VALID-ROLE
                  DISPLAY "Unknown role " WS-ROLE-ANSWER
                     " - try again"
               END-IF
            END-PERFORM.

       PROMPT-DEPARTMENTS.
            MOVE ZERO TO WS-DEPT-COUNT
            MOVE SPACES TO WS-DEPT-LIST
            MOVE "N" TO WS-FIELD-OK-FLAG
            DISPLAY "Departments, one at a time - *ALL for every "
               "department, blank to finish:"
            PERFORM UNTIL FIELD-IS-OK
               MOVE SPACES TO WS-DEPT-ANSWER
               ACCEPT WS-DEPT-ANSWER
               IF WS-DEPT-ANSWER EQUAL SPACES
                  IF WS-DEPT-COUNT EQUAL ZERO
                     DISPLAY "At least one department is required"
                  ELSE
                     MOVE "Y" TO WS-FIELD-OK-FLAG
                  END-IF
               ELSE
                  PERFORM ACCEPT-ONE-DEPARTMENT
               END-IF
            END-PERFORM.

       ACCEPT-ONE-DEPARTMENT.
            IF WS-DEPT-ANSWER EQUAL "*ALL"
               MOVE 1 TO WS-DEPT-COUNT
               MOVE SPACES TO WS-DEPT-LIST
               MOVE "*ALL" TO WS-DEPT-ENTRY (1)
               MOVE "Y" TO WS-FIELD-OK-FLAG
            ELSE
               MOVE ZERO TO WS-OPERATOR-FOUND-SUB
               PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                     UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
                  IF WS-OPR-DEPT-CODE (WS-OPERATOR-SUB)
                     EQUAL WS-DEPT-ANSWER
                     MOVE WS-OPERATOR-SUB TO WS-OPERATOR-FOUND-SUB
                  END-IF
               END-PERFORM
               IF WS-OPERATOR-FOUND-SUB EQUAL ZERO
                  DISPLAY "Department " WS-DEPT-ANSWER
                     " is not on OPERMST - try again"
               ELSE
                  ADD 1 TO WS-DEPT-COUNT
                  MOVE WS-DEPT-ANSWER TO WS-DEPT-ENTRY (WS-DEPT-COUNT)
                  IF WS-DEPT-COUNT EQUAL 10
                     DISPLAY "Ten departments entered - list complete"
                     MOVE "Y" TO WS-FIELD-OK-FLAG
                  END-IF
               END-IF
            END-IF.

       STORE-DEPARTMENTS.
            MOVE WS-DEPT-COUNT TO WS-USR-DEPT-COUNT (WS-USER-FOUND-SUB)
            MOVE SPACES TO WS-DEPT-LIST-TEXT
            MOVE 1 TO WS-DEPT-LIST-PTR
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-DEPT-SUB > 10
               MOVE WS-DEPT-ENTRY (WS-DEPT-SUB)
                  TO WS-USR-DEPT (WS-USER-FOUND-SUB, WS-DEPT-SUB)
               IF WS-DEPT-SUB NOT > WS-DEPT-COUNT
                  STRING
                     WS-DEPT-ENTRY (WS-DEPT-SUB) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     INTO WS-DEPT-LIST-TEXT
                     WITH POINTER WS-DEPT-LIST-PTR
                  END-STRING
               END-IF
            END-PERFORM.

       PROMPT-NEW-PASSWORD.
            MOVE "N" TO WS-FIELD-OK-FLAG
            MOVE SPACES TO WS-PASSWORD-ANSWER
            DISPLAY "New password (6 to 8 characters):"
            ACCEPT WS-PASSWORD-ANSWER
            MOVE SPACES TO WS-PASSWORD-AGAIN
            DISPLAY "Key the new password again:"
            ACCEPT WS-PASSWORD-AGAIN
            MOVE ZERO TO WS-PWD-SPACE-COUNT
            INSPECT WS-PASSWORD-ANSWER TALLYING
               WS-PWD-SPACE-COUNT FOR ALL SPACE
            IF WS-PASSWORD-ANSWER NOT EQUAL WS-PASSWORD-AGAIN
               DISPLAY "The two passwords differ"
            ELSE
               IF WS-PWD-SPACE-COUNT > 2
                  OR WS-PASSWORD-ANSWER (1:1) EQUAL SPACE
                  DISPLAY "A password needs 6 to 8 characters "
                     "with no leading space"
               ELSE
                  MOVE "Y" TO WS-FIELD-OK-FLAG
               END-IF
            END-IF
            MOVE SPACES TO WS-PASSWORD-AGAIN.

       STORE-PASSWORD.
            MOVE WS-ID-ANSWER TO WS-SIGNON-ID
            PERFORM COMPUTE-PASSWORD-CHECK
            MOVE SPACES TO WS-PASSWORD-ANSWER
            MOVE WS-PASSWORD-CHECK
               TO WS-USR-PASSWORD-CHECK (WS-USER-FOUND-SUB)
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            MOVE WS-CURRENT-DATE
               TO WS-USR-PASSWORD-DATE (WS-USER-FOUND-SUB).

       LOG-PROFILE-CHANGE.
            MOVE "PROFILE" TO WS-SECURITY-EVENT
            PERFORM WRITE-SECURITY-LOG
            ADD 1 TO WS-CHANGE-COUNT
            MOVE "Y" TO WS-CHANGED-FLAG.

       LIST-USERS.
            PERFORM VARYING WS-USER-FOUND-SUB FROM 1 BY 1
                  UNTIL WS-USER-FOUND-SUB > WS-USER-COUNT
               PERFORM DISPLAY-USER
            END-PERFORM.

       DISPLAY-USER.
            MOVE SPACES TO WS-DEPT-LIST-TEXT
            MOVE 1 TO WS-DEPT-LIST-PTR
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-DEPT-SUB
                     > WS-USR-DEPT-COUNT (WS-USER-FOUND-SUB)
               STRING
                  WS-USR-DEPT (WS-USER-FOUND-SUB, WS-DEPT-SUB)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-DEPT-LIST-TEXT
                  WITH POINTER WS-DEPT-LIST-PTR
               END-STRING
            END-PERFORM
            DISPLAY WS-USR-USER-ID (WS-USER-FOUND-SUB) " "
               WS-USR-USER-NAME (WS-USER-FOUND-SUB) " ROLE="
               WS-USR-ROLE (WS-USER-FOUND-SUB) " STATUS="
               WS-USR-STATUS (WS-USER-FOUND-SUB) " PWD SET "
               WS-USR-PASSWORD-DATE (WS-USER-FOUND-SUB)
            DISPLAY "    DEPTS " WS-DEPT-LIST-TEXT.

       REWRITE-USER-PROFILES.
            OPEN OUTPUT USER-PROFILE-FILE
            IF NOT USER-PROFILE-OK
               DISPLAY "Unable to rewrite USERMST - status "
                  WS-USER-PROFILE-STATUS
                  " - changes are in SECLOG but not applied"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING WS-USER-SUB FROM 1 BY 1
                  UNTIL WS-USER-SUB > WS-USER-COUNT
               MOVE WS-USER-ENTRY (WS-USER-SUB) TO USER-RECORD
               WRITE USER-RECORD
            END-PERFORM
            CLOSE USER-PROFILE-FILE.

       END PROGRAM User-Maint.
