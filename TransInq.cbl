      *   09-03-26  Xamthor  Shows the submitting department and
      *                      batch number now carried on the results
      *                      record.
      *   10-15-26  Xamthor  Sign-on against the USERMST user profile
      *                      master: a transaction is shown only when
      *                      its department is on the user's profile,
      *                      and any other lookup is refused.
      *                      Sign-ons, refusals and denials are
      *                      written to the SECLOG security log.
      *   10-15-26  Xamthor  SECLOG is closed and return code 16 set
      *                      when RESLMSTR cannot be opened after
      *                      sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Trans-Inquiry.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-ARCHIVE-STATUS.

           SELECT USER-PROFILE-FILE ASSIGN TO "USERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-PROFILE-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
           05 ARCH-DEPT             PIC X(4).
           05 ARCH-BATCH-NO         PIC X(6).

       FD  USER-PROFILE-FILE.
       COPY USERREC.

       FD  SECURITY-LOG-FILE.
       COPY SECLREC.

       WORKING-STORAGE SECTION.
       01  WS-RESULTS-STATUS        PIC XX.
           88 RESULTS-OK            VALUE "00".
       01  WS-RESULT-DISPLAY        PIC -(18)9.9(4).
       01  WS-REMAINDER-DISPLAY     PIC -(16)9.9(4).

       01  WS-USER-PROFILE-STATUS   PIC XX.
           88 USER-PROFILE-OK       VALUE "00".

       01  WS-SECURITY-LOG-STATUS   PIC XX.
           88 SECURITY-LOG-OK       VALUE "00".

       01  WS-USER-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-USER-FILE      VALUE "Y".
       01  WS-USER-FOUND-FLAG       PIC X VALUE "N".
           88 USER-FOUND            VALUE "Y".

       01  WS-PROGRAM-NAME          PIC X(16) VALUE "Trans-Inquiry".
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

            OPEN INPUT RESULTS-FILE
            IF NOT RESULTS-OK
               DISPLAY "Unable to open RESLMSTR - status "
                  WS-RESULTS-STATUS
               CLOSE SECURITY-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            END-PERFORM

            CLOSE RESULTS-FILE
            CLOSE SECURITY-LOG-FILE
            STOP RUN.

       LOOKUP-TRANSACTION.
               INVALID KEY
                  PERFORM SEARCH-ARCHIVE
               NOT INVALID KEY
                  MOVE RESL-DEPT TO WS-CHECK-DEPT
                  PERFORM CHECK-USER-DEPT
                  IF DEPT-ALLOWED
                     PERFORM DISPLAY-TRANSACTION
                  ELSE
                     PERFORM DENY-OTHER-DEPARTMENT
                  END-IF
            END-READ.

       DENY-OTHER-DEPARTMENT.
            DISPLAY "Transaction " WS-INQUIRY-ID
               " belongs to department " WS-CHECK-DEPT
               " - not one of yours"
            MOVE "DENIED" TO WS-SECURITY-EVENT
            STRING
               "INQUIRY ON " DELIMITED BY SIZE
               WS-INQUIRY-ID DELIMITED BY SIZE
               " DEPT " DELIMITED BY SIZE
               WS-CHECK-DEPT DELIMITED BY SIZE
               INTO WS-SECURITY-DETAIL
            END-STRING
            PERFORM WRITE-SECURITY-LOG.

       SEARCH-ARCHIVE.
            MOVE "N" TO WS-ARCHIVE-EOF-FLAG
            MOVE "N" TO WS-ARCHIVE-FOUND-FLAG
               END-PERFORM
               CLOSE RESULTS-ARCHIVE-FILE
               IF ARCHIVE-ID-FOUND
                  MOVE ARCH-DEPT TO WS-CHECK-DEPT
                  PERFORM CHECK-USER-DEPT
                  IF DEPT-ALLOWED
                     PERFORM DISPLAY-ARCHIVED-TRANSACTION
                  ELSE
                     PERFORM DENY-OTHER-DEPARTMENT
                  END-IF
               ELSE
                  DISPLAY "Transaction " WS-INQUIRY-ID
                     " not found on the master or the archive"
                  "CONTROL TOTALS ***"
            END-IF.

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

       END PROGRAM Trans-Inquiry.
