      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Supervisor review of results held for approval.
      *          Hello-NAME no longer posts a result larger than its
      *          department's approval limit on OPERMST; it writes the
      *          item to the PENDAPPR pending-approval file instead.
      *          This program lists the items still waiting (LIST),
      *          and lets a supervisor APPROVE or DECLINE one by
      *          transaction ID.  The decision is recorded on the
      *          PENDAPPR record with the supervisor's user ID and
      *          the date and time.  Approved items are posted to
      *          RESLMSTR by the next Hello-NAME run and marked posted
      *          there; declined items are never posted and stay on
      *          PENDAPPR as the record of the decision.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  Sign-on against the USERMST user profile
      *                      master replaces the initials prompt: only
      *                      a supervisor may run this program, sees
      *                      only held items for their own departments
      *                      and is refused a decision on any other.
      *                      The approval record carries the signed-on
      *                      user ID.  Sign-ons, refusals and denials
      *                      are written to the SECLOG security log.
      *   10-15-26  Xamthor  SECLOG is closed when the run ends early
      *                      because PENDAPPR is absent or cannot be
      *                      opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Approve-Held.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-TRANS-ID
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT USER-PROFILE-FILE ASSIGN TO "USERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-PROFILE-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY PENDREC.

       FD  USER-PROFILE-FILE.
       COPY USERREC.

       FD  SECURITY-LOG-FILE.
       COPY SECLREC.

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS        PIC XX.
           88 PENDING-OK            VALUE "00".
           88 PENDING-NOT-PRESENT   VALUE "35".

       01  WS-PENDING-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-PENDING-FILE   VALUE "Y".

       01  WS-DONE-FLAG             PIC X VALUE "N".
           88 REVIEW-DONE           VALUE "Y".

       01  WS-FOUND-FLAG            PIC X VALUE "N".
           88 ITEM-FOUND            VALUE "Y".

       01  WS-ACTION                PIC X(7).
       01  WS-USER-ID               PIC X(8).
       01  WS-ID-ANSWER             PIC X(10).
       01  WS-CONFIRM-ANSWER        PIC X.

       01  WS-CURRENT-DATE          PIC X(8).
       01  WS-CURRENT-TIME          PIC X(8).

       01  WS-HELD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-APPROVED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-DECLINED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC ZZZZ9.

       01  WS-NUMONE-DISPLAY        PIC -(16)9.9(4).
       01  WS-NUMTWO-DISPLAY        PIC -(16)9.9(4).
       01  WS-RESULT-DISPLAY        PIC -(18)9.9(4).
       01  WS-LIMIT-DISPLAY         PIC Z(17)9.

       01  WS-USER-PROFILE-STATUS   PIC XX.
           88 USER-PROFILE-OK       VALUE "00".

       01  WS-SECURITY-LOG-STATUS   PIC XX.
           88 SECURITY-LOG-OK       VALUE "00".

       01  WS-USER-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-USER-FILE      VALUE "Y".
       01  WS-USER-FOUND-FLAG       PIC X VALUE "N".
           88 USER-FOUND            VALUE "Y".

       01  WS-PROGRAM-NAME          PIC X(16) VALUE "Approve-Held".
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

            OPEN I-O PENDING-FILE
            IF PENDING-NOT-PRESENT
               DISPLAY "No PENDAPPR file - no items have been held "
                  "for approval"
               CLOSE SECURITY-LOG-FILE
               STOP RUN
            END-IF
            IF NOT PENDING-OK
               DISPLAY "Unable to open PENDAPPR - status "
                  WS-PENDING-STATUS
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM LIST-HELD-ITEMS

            PERFORM UNTIL REVIEW-DONE
               PERFORM PROMPT-ACTION
            END-PERFORM

            CLOSE PENDING-FILE
            CLOSE SECURITY-LOG-FILE

            MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Approved this session: " WS-COUNT-DISPLAY
            MOVE WS-DECLINED-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Declined this session: " WS-COUNT-DISPLAY
            STOP RUN.

       PROMPT-ACTION.
            MOVE SPACES TO WS-ACTION
            DISPLAY "Action (LIST APPROVE DECLINE END):"
            ACCEPT WS-ACTION
            IF WS-ACTION EQUAL "END" OR WS-ACTION EQUAL SPACES
               MOVE "Y" TO WS-DONE-FLAG
            ELSE
               IF WS-ACTION EQUAL "LIST"
                  PERFORM LIST-HELD-ITEMS
               ELSE
                  IF WS-ACTION EQUAL "APPROVE"
                     OR WS-ACTION EQUAL "DECLINE"
                     PERFORM DECIDE-HELD-ITEM
                  ELSE
                     DISPLAY "Unknown action " WS-ACTION
                  END-IF
               END-IF
            END-IF.

       LIST-HELD-ITEMS.
            MOVE ZERO TO WS-HELD-COUNT
            MOVE "N" TO WS-PENDING-EOF-FLAG
            MOVE LOW-VALUES TO PEND-TRANS-ID
            START PENDING-FILE KEY IS NOT LESS THAN PEND-TRANS-ID
               INVALID KEY
                  MOVE "Y" TO WS-PENDING-EOF-FLAG
            END-START
            PERFORM UNTIL END-OF-PENDING-FILE
               READ PENDING-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-PENDING-EOF-FLAG
                  NOT AT END
                     MOVE PEND-DEPT TO WS-CHECK-DEPT
                     PERFORM CHECK-USER-DEPT
                     IF PEND-HELD AND DEPT-ALLOWED
                        ADD 1 TO WS-HELD-COUNT
                        PERFORM DISPLAY-HELD-ITEM
                     END-IF
               END-READ
            END-PERFORM
            MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Items awaiting approval: " WS-COUNT-DISPLAY.

       DISPLAY-HELD-ITEM.
            MOVE PEND-NUM-ONE TO WS-NUMONE-DISPLAY
            MOVE PEND-NUM-TWO TO WS-NUMTWO-DISPLAY
            MOVE PEND-RESULT TO WS-RESULT-DISPLAY
            MOVE PEND-APPROVAL-LIMIT TO WS-LIMIT-DISPLAY
            DISPLAY PEND-TRANS-ID " DEPT=" PEND-DEPT
               " BATCH=" PEND-BATCH-NO " HELD=" PEND-HELD-RUN-DATE
               " OP=" PEND-OPERATION
            DISPLAY "    NUM1=" WS-NUMONE-DISPLAY
               " NUM2=" WS-NUMTWO-DISPLAY
            DISPLAY "    RESULT=" WS-RESULT-DISPLAY
               " LIMIT=" WS-LIMIT-DISPLAY.

       DECIDE-HELD-ITEM.
            MOVE SPACES TO WS-ID-ANSWER
            DISPLAY "Transaction ID:"
            ACCEPT WS-ID-ANSWER
            MOVE WS-ID-ANSWER TO PEND-TRANS-ID
            READ PENDING-FILE
               INVALID KEY
                  MOVE "N" TO WS-FOUND-FLAG
               NOT INVALID KEY
                  MOVE "Y" TO WS-FOUND-FLAG
            END-READ
            IF ITEM-FOUND
               MOVE PEND-DEPT TO WS-CHECK-DEPT
               PERFORM CHECK-USER-DEPT
            END-IF
            IF NOT ITEM-FOUND
               DISPLAY "Transaction " WS-ID-ANSWER
                  " is not on PENDAPPR"
            ELSE
               IF NOT DEPT-ALLOWED
                  DISPLAY "Transaction " WS-ID-ANSWER
                     " belongs to department " PEND-DEPT
                     " - not one of yours"
                  MOVE "DENIED" TO WS-SECURITY-EVENT
                  STRING
                     WS-ACTION DELIMITED BY SPACE
                     " OF " DELIMITED BY SIZE
                     WS-ID-ANSWER DELIMITED BY SIZE
                     " FOR DEPT " DELIMITED BY SIZE
                     PEND-DEPT DELIMITED BY SIZE
                     INTO WS-SECURITY-DETAIL
                  END-STRING
                  PERFORM WRITE-SECURITY-LOG
               ELSE
                  IF NOT PEND-HELD
                     DISPLAY "Transaction " WS-ID-ANSWER
                        " is not awaiting approval - status "
                        PEND-STATUS " by " PEND-ACTION-USER
                        " on " PEND-ACTION-DATE
                  ELSE
                     PERFORM DISPLAY-HELD-ITEM
                     MOVE SPACES TO WS-CONFIRM-ANSWER
                     DISPLAY WS-ACTION " this item? (Y/N):"
                     ACCEPT WS-CONFIRM-ANSWER
                     IF WS-CONFIRM-ANSWER EQUAL "Y"
                        OR WS-CONFIRM-ANSWER EQUAL "y"
                        PERFORM RECORD-DECISION
                     ELSE
                        DISPLAY "Left held - nothing recorded"
                     END-IF
                  END-IF
               END-IF
            END-IF.

       RECORD-DECISION.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
            ACCEPT WS-CURRENT-TIME FROM TIME
            IF WS-ACTION EQUAL "APPROVE"
               MOVE "A" TO PEND-STATUS
            ELSE
               MOVE "D" TO PEND-STATUS
            END-IF
            MOVE WS-USER-ID TO PEND-ACTION-USER
            MOVE WS-CURRENT-DATE TO PEND-ACTION-DATE
            MOVE WS-CURRENT-TIME TO PEND-ACTION-TIME
            REWRITE PENDING-RECORD
               INVALID KEY
                  DISPLAY "PENDAPPR rewrite failed for ID "
                     PEND-TRANS-ID " - status " WS-PENDING-STATUS
                     " - nothing recorded"
               NOT INVALID KEY
                  IF PEND-APPROVED
                     ADD 1 TO WS-APPROVED-COUNT
                     DISPLAY "Approved " PEND-TRANS-ID
                        " - posts in the next batch run"
                  ELSE
                     ADD 1 TO WS-DECLINED-COUNT
                     DISPLAY "Declined " PEND-TRANS-ID
                        " - will not be posted"
                  END-IF
            END-REWRITE.

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
            IF NOT (ROLE-SUPERVISOR)
               MOVE "DENIED" TO WS-SECURITY-EVENT
               STRING
                  "ROLE " DELIMITED BY SIZE
                  WS-USER-ROLE DELIMITED BY SIZE
                  " NOT PERMITTED - SUPERVISORS ONLY"
                     DELIMITED BY SIZE
                  INTO WS-SECURITY-DETAIL
               END-STRING
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "Approve-Held is not open to your role - "
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

       END PROGRAM Approve-Held.
