      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Results master forward recovery.  Rebuilds RESLMSTR
      *          after it has been damaged or lost.  The latest
      *          RESLBKUP image written by Results-Backup is loaded
      *          into a freshly built RESLNEW indexed master; the image
      *          is refused unless it ends with its "*CTL" control
      *          record and its record count and result sum agree with
      *          that record.  The audit trail is then replayed in
      *          SEQ= order from the first record after the SEQ= number
      *          the image reflects: the ARCHIVE files named on the
      *          optional RCVCTL control card (oldest first, needed
      *          only when Audit-Archive has run since the backup) and
      *          then the live AUDITLOG.  Each posting is written to
      *          RESLNEW with its department, batch and run date from
      *          the audit record; a Reverse marks its TARGET= record
      *          reversed.  A record posted twice across a restart is
      *          rewritten, not added, and a reversal already applied
      *          is not applied again.  RECVRPT shows the image, what
      *          was replayed, every entry that could not be replayed
      *          or any gap in the sequence, and reconciles the rebuilt
      *          master's record count, result sum and reversed count,
      *          read back from RESLNEW, to the image plus the audit
      *          trail.  The job step that follows swaps RESLNEW in as
      *          the live RESLMSTR, the same convention Results-Archive
      *          uses; run Results-Verify on it before reopening for
      *          business.  Return code 0 recovered and reconciled,
      *          8 recovered with exceptions - review RECVRPT before
      *          swapping, 16 unable to recover - RESLNEW must not be
      *          swapped in.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  The *CTL control fields are kept in working
      *                      storage and read from there after RESLBKUP
      *                      is closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Results-Recover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCV-CONTROL-FILE ASSIGN TO "RCVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-CONTROL-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "RESLBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT AUDIT-IN-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

           SELECT RESULTS-NEW-FILE ASSIGN TO "RESLNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESL-TRANS-ID
               FILE STATUS IS WS-RESULTS-NEW-STATUS.

           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RECVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCV-CONTROL-FILE.
       01  RCV-CONTROL-RECORD.
           05 RCVCTL-FILE-NAME      PIC X(60).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(126).
       COPY RBKCREC.

       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-RECORD.
           05 FILLER                PIC X(9).
           05 AUDIT-OPERATOR        PIC X(8).
           05 FILLER                PIC X(20).
           05 AUDIT-RUN-TAG         PIC X(5).
           05 AUDIT-RUN-DATE        PIC X(8).
           05 AUDIT-ID-TAG          PIC X(4).
           05 AUDIT-TRANS-ID        PIC X(10).
           05 FILLER                PIC X(207).
           05 AUDIT-SEQ-TAG         PIC X(5).
           05 AUDIT-SEQ-NO          PIC 9(9).
           05 AUDIT-CHK-TAG         PIC X(5).
           05 AUDIT-CHECK-VALUE     PIC 9(10).

       FD  RESULTS-NEW-FILE.
       COPY RESLREC.

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RCV-CONTROL-STATUS    PIC XX.
           88 RCV-CONTROL-OK        VALUE "00".

       01  WS-BACKUP-STATUS         PIC XX.
           88 BACKUP-OK             VALUE "00".

       01  WS-AUDIT-IN-STATUS       PIC XX.
           88 AUDIT-IN-OK           VALUE "00".

       01  WS-RESULTS-NEW-STATUS    PIC XX.
           88 RESULTS-NEW-OK        VALUE "00".

       01  WS-RECOVERY-REPORT-STATUS PIC XX.
           88 RECOVERY-REPORT-OK    VALUE "00".

       01  WS-CONTROL-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-CONTROL-FILE   VALUE "Y".
       01  WS-BACKUP-EOF-FLAG       PIC X VALUE "N".
           88 END-OF-BACKUP-FILE    VALUE "Y".
       01  WS-AUDIT-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-AUDIT-FILE     VALUE "Y".
       01  WS-RESULTS-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-RESULTS-FILE   VALUE "Y".
       01  WS-CONTROL-SEEN-FLAG     PIC X VALUE "N".
           88 CONTROL-RECORD-SEEN   VALUE "Y".
       01  WS-ON-MASTER-FLAG        PIC X VALUE "N".
           88 ALREADY-ON-MASTER     VALUE "Y".

       01  WS-AUDIT-FILE-NAME       PIC X(60) VALUE SPACES.
       01  WS-FILE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-FILE-SUB              PIC 9(3) VALUE ZERO.
       01  WS-FILE-TABLE.
           05 WS-FIL-NAME OCCURS 51 TIMES PIC X(60).

       01  WS-BACKUP-CONTROL-IMAGE  PIC X(126).
       01  WS-BACKUP-CONTROL REDEFINES WS-BACKUP-CONTROL-IMAGE.
           05 FILLER                PIC X(4).
           05 WS-BKC-BACKUP-DATE    PIC X(8).
           05 WS-BKC-BACKUP-TIME    PIC X(8).
           05 WS-BKC-RECORD-COUNT   PIC 9(9).
           05 WS-BKC-RESULT-SUM     PIC S9(20)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 WS-BKC-LAST-POST-DATE PIC X(8).
           05 WS-BKC-AUDIT-SEQ-NO   PIC 9(9).
           05 FILLER                PIC X(55).
       01  WS-IMAGE-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-IMAGE-SUM             PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-IMAGE-REVERSED        PIC 9(9) VALUE ZERO.
       01  WS-START-SEQ-NO          PIC 9(9) VALUE ZERO.
       01  WS-LAST-SEQ-NO           PIC 9(9) VALUE ZERO.
       01  WS-EXPECTED-SEQ-NO       PIC 9(9) VALUE ZERO.
       01  WS-GAP-END-SEQ-NO        PIC 9(9) VALUE ZERO.
       01  WS-LAST-POST-DATE        PIC X(8) VALUE SPACES.

       01  WS-REPLAY-OPERATION      PIC X(10).
       01  WS-REPLAY-TARGET-ID      PIC X(10).
       01  WS-REPLAY-BATCH          PIC X(6).
       01  WS-OLD-RESULT            PIC S9(18)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-PARSE-LEAD            PIC X(300).
       01  WS-PARSE-REST            PIC X(300).
       01  WS-NUM-ONE-TEXT          PIC X(22).
       01  WS-NUM-TWO-TEXT          PIC X(22).
       01  WS-RESULT-TEXT           PIC X(24).
       01  WS-REMAINDER-TEXT        PIC X(22).
       01  WS-OVERFLOW-TEXT         PIC X.

       01  WS-AUDIT-READ-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ALREADY-IN-IMAGE      PIC 9(9) VALUE ZERO.
       01  WS-UNCHAINED-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-POSTED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-REPOSTED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-REVERSAL-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-REREVERSAL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-REPLAY-SUM            PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.

       01  WS-EXPECTED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-EXPECTED-SUM          PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-EXPECTED-REVERSED     PIC 9(9) VALUE ZERO.
       01  WS-ACTUAL-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-ACTUAL-SUM            PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-ACTUAL-REVERSED       PIC 9(9) VALUE ZERO.
       01  WS-RECONCILE-FLAG        PIC X VALUE "Y".
           88 RECONCILED            VALUE "Y".

       01  WS-EXCEPTION-TEXT        PIC X(70).
       01  WS-COUNT-DISPLAY         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISPLAY-B       PIC ZZZZZZZZ9.
       01  WS-SUM-DISPLAY           PIC -(20)9.9(4).
       01  WS-SUM-DISPLAY-B         PIC -(20)9.9(4).
       01  WS-SEQ-DISPLAY           PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT RECOVERY-REPORT-FILE
            IF NOT RECOVERY-REPORT-OK
               DISPLAY "Unable to open RECVRPT - status "
                  WS-RECOVERY-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM LOAD-BACKUP-IMAGE
            PERFORM WRITE-IMAGE-SECTION
            PERFORM LOAD-AUDIT-FILE-LIST

            OPEN I-O RESULTS-NEW-FILE
            IF NOT RESULTS-NEW-OK
               MOVE "RESLNEW COULD NOT BE REOPENED FOR THE REPLAY"
                  TO WS-EXCEPTION-TEXT
               PERFORM UNABLE-TO-RECOVER
            END-IF
            MOVE WS-START-SEQ-NO TO WS-LAST-SEQ-NO
            PERFORM WRITE-REPLAY-HEADING
            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                  UNTIL WS-FILE-SUB > WS-FILE-COUNT
               PERFORM REPLAY-AUDIT-FILE
            END-PERFORM
            CLOSE RESULTS-NEW-FILE

            PERFORM RECOUNT-REBUILT-MASTER
            PERFORM WRITE-RECONCILIATION
            CLOSE RECOVERY-REPORT-FILE

            MOVE WS-ACTUAL-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Rebuilt master records:   " WS-COUNT-DISPLAY
            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Replay exceptions:        " WS-COUNT-DISPLAY
            IF WS-EXCEPTION-COUNT > ZERO OR NOT RECONCILED
               DISPLAY "Recovery NOT reconciled - review RECVRPT "
                  "before RESLNEW is swapped in"
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "Recovery reconciled - swap RESLNEW in as "
                  "the live RESLMSTR and run Results-Verify"
               MOVE ZERO TO RETURN-CODE
            END-IF
            STOP RUN.

       LOAD-BACKUP-IMAGE.
            OPEN INPUT BACKUP-FILE
            IF NOT BACKUP-OK
               MOVE "RESLBKUP BACKUP IMAGE NOT READABLE"
                  TO WS-EXCEPTION-TEXT
               PERFORM UNABLE-TO-RECOVER
            END-IF
            OPEN OUTPUT RESULTS-NEW-FILE
            IF NOT RESULTS-NEW-OK
               MOVE "RESLNEW COULD NOT BE CREATED"
                  TO WS-EXCEPTION-TEXT
               PERFORM UNABLE-TO-RECOVER
            END-IF
            PERFORM UNTIL END-OF-BACKUP-FILE
               READ BACKUP-FILE
                  AT END
                     MOVE "Y" TO WS-BACKUP-EOF-FLAG
                  NOT AT END
                     PERFORM LOAD-IMAGE-RECORD
               END-READ
            END-PERFORM
            CLOSE BACKUP-FILE
            CLOSE RESULTS-NEW-FILE

            IF NOT CONTROL-RECORD-SEEN
               MOVE "BACKUP IMAGE HAS NO *CTL RECORD - INCOMPLETE"
                  TO WS-EXCEPTION-TEXT
               PERFORM UNABLE-TO-RECOVER
            END-IF
            IF WS-BKC-RECORD-COUNT NOT EQUAL WS-IMAGE-COUNT
               OR WS-BKC-RESULT-SUM NOT EQUAL WS-IMAGE-SUM
               MOVE "BACKUP IMAGE COUNT OR SUM DISAGREES WITH *CTL"
                  TO WS-EXCEPTION-TEXT
               PERFORM UNABLE-TO-RECOVER
            END-IF
            MOVE WS-BKC-AUDIT-SEQ-NO TO WS-START-SEQ-NO
            MOVE WS-BKC-LAST-POST-DATE TO WS-LAST-POST-DATE.

       LOAD-IMAGE-RECORD.
            IF BKC-IS-CONTROL
               MOVE "Y" TO WS-CONTROL-SEEN-FLAG
               MOVE BACKUP-CONTROL-RECORD TO WS-BACKUP-CONTROL-IMAGE
               IF BKC-RECORD-COUNT NOT NUMERIC
                  OR BKC-RESULT-SUM NOT NUMERIC
                  OR BKC-AUDIT-SEQ-NO NOT NUMERIC
                  MOVE "BACKUP *CTL CONTROL RECORD IS DAMAGED"
                     TO WS-EXCEPTION-TEXT
                  PERFORM UNABLE-TO-RECOVER
               END-IF
            ELSE
               IF CONTROL-RECORD-SEEN
                  MOVE "RECORDS FOLLOW THE *CTL RECORD ON RESLBKUP"
                     TO WS-EXCEPTION-TEXT
                  PERFORM UNABLE-TO-RECOVER
               END-IF
               MOVE BACKUP-RECORD TO RESULTS-RECORD
               IF RESL-RESULT NOT NUMERIC
                  MOVE "BACKUP IMAGE RECORD DAMAGED - BAD RESULT"
                     TO WS-EXCEPTION-TEXT
                  PERFORM UNABLE-TO-RECOVER
               END-IF
               WRITE RESULTS-RECORD
                  INVALID KEY
                     MOVE "BACKUP IMAGE RECORD COULD NOT BE LOADED"
                        TO WS-EXCEPTION-TEXT
                     PERFORM UNABLE-TO-RECOVER
               END-WRITE
               ADD 1 TO WS-IMAGE-COUNT
               ADD RESL-RESULT TO WS-IMAGE-SUM
               IF RESL-REVERSED-FLAG EQUAL "Y"
                  ADD 1 TO WS-IMAGE-REVERSED
               END-IF
            END-IF.

       LOAD-AUDIT-FILE-LIST.
            OPEN INPUT RCV-CONTROL-FILE
            IF RCV-CONTROL-OK
               PERFORM UNTIL END-OF-CONTROL-FILE
                  READ RCV-CONTROL-FILE
                     AT END
                        MOVE "Y" TO WS-CONTROL-EOF-FLAG
                     NOT AT END
                        IF RCVCTL-FILE-NAME NOT EQUAL SPACES
                           PERFORM ADD-ARCHIVE-FILE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE RCV-CONTROL-FILE
            END-IF
            ADD 1 TO WS-FILE-COUNT
            MOVE "AUDITLOG" TO WS-FIL-NAME (WS-FILE-COUNT).

       ADD-ARCHIVE-FILE.
            IF WS-FILE-COUNT EQUAL 50
               MOVE "MORE THAN 50 ARCHIVE FILES ON RCVCTL"
                  TO WS-EXCEPTION-TEXT
               PERFORM UNABLE-TO-RECOVER
            END-IF
            ADD 1 TO WS-FILE-COUNT
            MOVE RCVCTL-FILE-NAME TO WS-FIL-NAME (WS-FILE-COUNT).

       REPLAY-AUDIT-FILE.
            MOVE WS-FIL-NAME (WS-FILE-SUB) TO WS-AUDIT-FILE-NAME
            OPEN INPUT AUDIT-IN-FILE
            IF NOT AUDIT-IN-OK
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING
                  "AUDIT FILE NOT READABLE - " DELIMITED BY SIZE
                  WS-AUDIT-FILE-NAME DELIMITED BY SPACE
                  INTO WS-EXCEPTION-TEXT
               END-STRING
               PERFORM UNABLE-TO-RECOVER
            END-IF
            MOVE "N" TO WS-AUDIT-EOF-FLAG
            PERFORM UNTIL END-OF-AUDIT-FILE
               READ AUDIT-IN-FILE
                  AT END
                     MOVE "Y" TO WS-AUDIT-EOF-FLAG
                  NOT AT END
                     ADD 1 TO WS-AUDIT-READ-COUNT
                     PERFORM REPLAY-AUDIT-RECORD
               END-READ
            END-PERFORM
            CLOSE AUDIT-IN-FILE.

       REPLAY-AUDIT-RECORD.
            IF AUDIT-SEQ-TAG NOT EQUAL " SEQ="
               OR AUDIT-SEQ-NO NOT NUMERIC
               ADD 1 TO WS-UNCHAINED-COUNT
            ELSE
               IF AUDIT-SEQ-NO NOT > WS-START-SEQ-NO
                  ADD 1 TO WS-ALREADY-IN-IMAGE
               ELSE
                  PERFORM CHECK-REPLAY-SEQUENCE
               END-IF
            END-IF.

       CHECK-REPLAY-SEQUENCE.
            MOVE AUDIT-SEQ-NO TO WS-SEQ-DISPLAY
            COMPUTE WS-EXPECTED-SEQ-NO = WS-LAST-SEQ-NO + 1
            END-COMPUTE
            IF AUDIT-SEQ-NO < WS-EXPECTED-SEQ-NO
               MOVE "SEQUENCE REPEATED OR OUT OF ORDER - NOT REPLAYED"
                  TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
            ELSE
               IF AUDIT-SEQ-NO > WS-EXPECTED-SEQ-NO
                  PERFORM WRITE-SEQUENCE-GAP
               END-IF
               MOVE AUDIT-SEQ-NO TO WS-LAST-SEQ-NO
               PERFORM PARSE-AUDIT-RECORD
               IF WS-REPLAY-OPERATION EQUAL "Reverse"
                  PERFORM REPLAY-REVERSAL
               ELSE
                  PERFORM REPLAY-POSTING
               END-IF
            END-IF.

       WRITE-SEQUENCE-GAP.
            COMPUTE WS-GAP-END-SEQ-NO = AUDIT-SEQ-NO - 1
            END-COMPUTE
            MOVE WS-EXPECTED-SEQ-NO TO WS-COUNT-DISPLAY
            MOVE WS-GAP-END-SEQ-NO TO WS-COUNT-DISPLAY-B
            MOVE SPACES TO WS-EXCEPTION-TEXT
            STRING
               "SEQUENCE GAP - SEQ " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-B DELIMITED BY SIZE
               " NOT FOUND" DELIMITED BY SIZE
               INTO WS-EXCEPTION-TEXT
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE.

       PARSE-AUDIT-RECORD.
            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING AUDIT-IN-RECORD DELIMITED BY " OP="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE SPACES TO WS-REPLAY-OPERATION
            UNSTRING WS-PARSE-REST DELIMITED BY SPACE
               INTO WS-REPLAY-OPERATION
            END-UNSTRING

            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING AUDIT-IN-RECORD DELIMITED BY " NUM1="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE WS-PARSE-REST (1:22) TO WS-NUM-ONE-TEXT

            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING AUDIT-IN-RECORD DELIMITED BY " NUM2="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE WS-PARSE-REST (1:22) TO WS-NUM-TWO-TEXT

            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING AUDIT-IN-RECORD DELIMITED BY " RESULT="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE WS-PARSE-REST (1:24) TO WS-RESULT-TEXT

            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING AUDIT-IN-RECORD DELIMITED BY " REM="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE WS-PARSE-REST (1:22) TO WS-REMAINDER-TEXT

            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING AUDIT-IN-RECORD DELIMITED BY " OVERFLOW="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE WS-PARSE-REST (1:1) TO WS-OVERFLOW-TEXT

            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING AUDIT-IN-RECORD DELIMITED BY " BATCH="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE WS-PARSE-REST (1:6) TO WS-REPLAY-BATCH

            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING AUDIT-IN-RECORD DELIMITED BY " TARGET="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE WS-PARSE-REST (1:10) TO WS-REPLAY-TARGET-ID.

       REPLAY-POSTING.
            IF WS-RESULT-TEXT EQUAL SPACES
               OR WS-NUM-ONE-TEXT EQUAL SPACES
               OR WS-NUM-TWO-TEXT EQUAL SPACES
               OR AUDIT-TRANS-ID EQUAL SPACES
               MOVE "POSTING FIGURES MISSING FROM AUDIT RECORD"
                  TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
            ELSE
               MOVE AUDIT-TRANS-ID TO RESL-TRANS-ID
               READ RESULTS-NEW-FILE
                  INVALID KEY
                     MOVE "N" TO WS-ON-MASTER-FLAG
                     MOVE ZERO TO WS-OLD-RESULT
                  NOT INVALID KEY
                     MOVE "Y" TO WS-ON-MASTER-FLAG
                     MOVE RESL-RESULT TO WS-OLD-RESULT
               END-READ
               PERFORM BUILD-RESULTS-RECORD
               IF ALREADY-ON-MASTER
                  REWRITE RESULTS-RECORD
                     INVALID KEY
                        MOVE "REWRITE OF RE-POSTED RECORD FAILED"
                           TO WS-EXCEPTION-TEXT
                        PERFORM WRITE-EXCEPTION-LINE
                     NOT INVALID KEY
                        ADD 1 TO WS-REPOSTED-COUNT
                        SUBTRACT WS-OLD-RESULT FROM WS-REPLAY-SUM
                        ADD RESL-RESULT TO WS-REPLAY-SUM
                  END-REWRITE
               ELSE
                  WRITE RESULTS-RECORD
                     INVALID KEY
                        MOVE "WRITE TO RESLNEW FAILED"
                           TO WS-EXCEPTION-TEXT
                        PERFORM WRITE-EXCEPTION-LINE
                     NOT INVALID KEY
                        ADD 1 TO WS-POSTED-COUNT
                        ADD RESL-RESULT TO WS-REPLAY-SUM
                  END-WRITE
               END-IF
               IF AUDIT-RUN-DATE > WS-LAST-POST-DATE
                  MOVE AUDIT-RUN-DATE TO WS-LAST-POST-DATE
               END-IF
            END-IF.

       BUILD-RESULTS-RECORD.
            MOVE SPACES TO RESULTS-RECORD
            MOVE AUDIT-TRANS-ID TO RESL-TRANS-ID
            MOVE WS-REPLAY-OPERATION TO RESL-OPERATION
            COMPUTE RESL-NUM-ONE = FUNCTION NUMVAL (WS-NUM-ONE-TEXT)
            END-COMPUTE
            COMPUTE RESL-NUM-TWO = FUNCTION NUMVAL (WS-NUM-TWO-TEXT)
            END-COMPUTE
            COMPUTE RESL-RESULT = FUNCTION NUMVAL (WS-RESULT-TEXT)
            END-COMPUTE
            IF WS-REMAINDER-TEXT EQUAL SPACES
               MOVE ZERO TO RESL-REMAINDER
            ELSE
               COMPUTE RESL-REMAINDER =
                  FUNCTION NUMVAL (WS-REMAINDER-TEXT)
               END-COMPUTE
            END-IF
            IF WS-OVERFLOW-TEXT EQUAL "Y"
               MOVE "Y" TO RESL-OVERFLOW-FLAG
            ELSE
               MOVE "N" TO RESL-OVERFLOW-FLAG
            END-IF
            MOVE AUDIT-RUN-DATE TO RESL-RUN-DATE
            MOVE "N" TO RESL-REVERSED-FLAG
            MOVE AUDIT-OPERATOR TO RESL-DEPT
            IF WS-REPLAY-BATCH NUMERIC
               MOVE WS-REPLAY-BATCH TO RESL-BATCH-NO
            ELSE
               MOVE ZERO TO RESL-BATCH-NO
            END-IF.

       REPLAY-REVERSAL.
            IF WS-REPLAY-TARGET-ID EQUAL SPACES
               MOVE "REVERSAL HAS NO TARGET= - TARGET NOT MARKED"
                  TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
            ELSE
               MOVE WS-REPLAY-TARGET-ID TO RESL-TRANS-ID
               READ RESULTS-NEW-FILE
                  INVALID KEY
                     MOVE SPACES TO WS-EXCEPTION-TEXT
                     STRING
                        "REVERSAL TARGET " DELIMITED BY SIZE
                        WS-REPLAY-TARGET-ID DELIMITED BY SIZE
                        " NOT ON REBUILT MASTER" DELIMITED BY SIZE
                        INTO WS-EXCEPTION-TEXT
                     END-STRING
                     PERFORM WRITE-EXCEPTION-LINE
                  NOT INVALID KEY
                     PERFORM MARK-TARGET-REVERSED
               END-READ
            END-IF.

       MARK-TARGET-REVERSED.
            IF RESL-REVERSED-FLAG EQUAL "Y"
               ADD 1 TO WS-REREVERSAL-COUNT
            ELSE
               MOVE "Y" TO RESL-REVERSED-FLAG
               REWRITE RESULTS-RECORD
                  INVALID KEY
                     MOVE "REWRITE OF REVERSAL TARGET FAILED"
                        TO WS-EXCEPTION-TEXT
                     PERFORM WRITE-EXCEPTION-LINE
                  NOT INVALID KEY
                     ADD 1 TO WS-REVERSAL-COUNT
               END-REWRITE
            END-IF.

       RECOUNT-REBUILT-MASTER.
            OPEN INPUT RESULTS-NEW-FILE
            IF NOT RESULTS-NEW-OK
               MOVE "RESLNEW COULD NOT BE REOPENED TO RECONCILE"
                  TO WS-EXCEPTION-TEXT
               PERFORM UNABLE-TO-RECOVER
            END-IF
            MOVE LOW-VALUES TO RESL-TRANS-ID
            START RESULTS-NEW-FILE KEY IS NOT LESS THAN RESL-TRANS-ID
               INVALID KEY
                  MOVE "Y" TO WS-RESULTS-EOF-FLAG
            END-START
            PERFORM UNTIL END-OF-RESULTS-FILE
               READ RESULTS-NEW-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-RESULTS-EOF-FLAG
                  NOT AT END
                     ADD 1 TO WS-ACTUAL-COUNT
                     ADD RESL-RESULT TO WS-ACTUAL-SUM
                     IF RESL-REVERSED-FLAG EQUAL "Y"
                        ADD 1 TO WS-ACTUAL-REVERSED
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RESULTS-NEW-FILE
            COMPUTE WS-EXPECTED-COUNT =
               WS-IMAGE-COUNT + WS-POSTED-COUNT
            END-COMPUTE
            COMPUTE WS-EXPECTED-SUM = WS-IMAGE-SUM + WS-REPLAY-SUM
            END-COMPUTE
            COMPUTE WS-EXPECTED-REVERSED =
               WS-IMAGE-REVERSED + WS-REVERSAL-COUNT
            END-COMPUTE
            IF WS-EXPECTED-COUNT NOT EQUAL WS-ACTUAL-COUNT
               OR WS-EXPECTED-SUM NOT EQUAL WS-ACTUAL-SUM
               OR WS-EXPECTED-REVERSED NOT EQUAL WS-ACTUAL-REVERSED
               MOVE "N" TO WS-RECONCILE-FLAG
            END-IF.

       WRITE-IMAGE-SECTION.
            MOVE SPACES TO RECOVERY-REPORT-LINE
            MOVE "RESULTS MASTER FORWARD RECOVERY"
               TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE
            MOVE SPACES TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE

            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "BACKUP IMAGE TAKEN " DELIMITED BY SIZE
               WS-BKC-BACKUP-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-BKC-BACKUP-TIME DELIMITED BY SIZE
               "   LAST POSTING DATE ON IMAGE " DELIMITED BY SIZE
               WS-BKC-LAST-POST-DATE DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-IMAGE-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-IMAGE-SUM TO WS-SUM-DISPLAY
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "IMAGE RECORDS LOADED:         " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   RESULT SUM " DELIMITED BY SIZE
               WS-SUM-DISPLAY DELIMITED BY SIZE
               "   AGREES WITH *CTL" DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-IMAGE-REVERSED TO WS-COUNT-DISPLAY
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "IMAGE RECORDS MARKED REVERSED:" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-START-SEQ-NO TO WS-COUNT-DISPLAY
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "IMAGE REFLECTS AUDITLOG THRU: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE.

       WRITE-REPLAY-HEADING.
            MOVE SPACES TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE
            MOVE "AUDIT REPLAY EXCEPTIONS" TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE
            MOVE SPACES TO RECOVERY-REPORT-LINE
            MOVE "FILE" TO RECOVERY-REPORT-LINE (1:4)
            MOVE "SEQ NO" TO RECOVERY-REPORT-LINE (32:6)
            MOVE "TRANS ID" TO RECOVERY-REPORT-LINE (42:8)
            MOVE "EXCEPTION" TO RECOVERY-REPORT-LINE (53:9)
            WRITE RECOVERY-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE SPACES TO RECOVERY-REPORT-LINE
            MOVE WS-AUDIT-FILE-NAME TO RECOVERY-REPORT-LINE (1:30)
            MOVE WS-SEQ-DISPLAY TO RECOVERY-REPORT-LINE (32:9)
            MOVE AUDIT-TRANS-ID TO RECOVERY-REPORT-LINE (42:10)
            MOVE WS-EXCEPTION-TEXT TO RECOVERY-REPORT-LINE (53:70)
            WRITE RECOVERY-REPORT-LINE.

       WRITE-RECONCILIATION.
            MOVE SPACES TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE
            MOVE "AUDIT REPLAY" TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-AUDIT-READ-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "AUDIT RECORDS READ:           " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-ALREADY-IN-IMAGE TO WS-COUNT-DISPLAY
            MOVE WS-UNCHAINED-COUNT TO WS-COUNT-DISPLAY-B
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "ALREADY IN THE IMAGE:         " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   WRITTEN BEFORE THE CHAIN " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-B DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-START-SEQ-NO TO WS-COUNT-DISPLAY
            MOVE WS-LAST-SEQ-NO TO WS-COUNT-DISPLAY-B
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "REPLAYED AFTER SEQ            " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   THROUGH SEQ " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-B DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-REPLAY-SUM TO WS-SUM-DISPLAY
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "POSTINGS REPLAYED:            " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   RESULT SUM " DELIMITED BY SIZE
               WS-SUM-DISPLAY DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-REPOSTED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "RE-POSTED ACROSS A RESTART:   " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-REVERSAL-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-REREVERSAL-COUNT TO WS-COUNT-DISPLAY-B
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "REVERSALS REPLAYED:           " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   ALREADY APPLIED " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-B DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "REPLAY EXCEPTIONS:            " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "LAST POSTING DATE ON REBUILT MASTER: "
                  DELIMITED BY SIZE
               WS-LAST-POST-DATE DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE SPACES TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "RECONCILIATION               IMAGE + AUDIT TRAIL"
                  DELIMITED BY SIZE
               "                 REBUILT RESLNEW" DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-EXPECTED-COUNT TO WS-COUNT-DISPLAY
            MOVE WS-ACTUAL-COUNT TO WS-COUNT-DISPLAY-B
            MOVE SPACES TO RECOVERY-REPORT-LINE
            MOVE "RECORD COUNT" TO RECOVERY-REPORT-LINE (1:12)
            MOVE WS-COUNT-DISPLAY TO RECOVERY-REPORT-LINE (40:9)
            MOVE WS-COUNT-DISPLAY-B TO RECOVERY-REPORT-LINE (72:9)
            IF WS-EXPECTED-COUNT EQUAL WS-ACTUAL-COUNT
               MOVE "AGREES" TO RECOVERY-REPORT-LINE (84:6)
            ELSE
               MOVE "DISAGREES" TO RECOVERY-REPORT-LINE (84:9)
            END-IF
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-EXPECTED-SUM TO WS-SUM-DISPLAY
            MOVE WS-ACTUAL-SUM TO WS-SUM-DISPLAY-B
            MOVE SPACES TO RECOVERY-REPORT-LINE
            MOVE "RESULT SUM" TO RECOVERY-REPORT-LINE (1:10)
            MOVE WS-SUM-DISPLAY TO RECOVERY-REPORT-LINE (23:26)
            MOVE WS-SUM-DISPLAY-B TO RECOVERY-REPORT-LINE (55:26)
            IF WS-EXPECTED-SUM EQUAL WS-ACTUAL-SUM
               MOVE "AGREES" TO RECOVERY-REPORT-LINE (84:6)
            ELSE
               MOVE "DISAGREES" TO RECOVERY-REPORT-LINE (84:9)
            END-IF
            WRITE RECOVERY-REPORT-LINE

            MOVE WS-EXPECTED-REVERSED TO WS-COUNT-DISPLAY
            MOVE WS-ACTUAL-REVERSED TO WS-COUNT-DISPLAY-B
            MOVE SPACES TO RECOVERY-REPORT-LINE
            MOVE "MARKED REVERSED" TO RECOVERY-REPORT-LINE (1:15)
            MOVE WS-COUNT-DISPLAY TO RECOVERY-REPORT-LINE (40:9)
            MOVE WS-COUNT-DISPLAY-B TO RECOVERY-REPORT-LINE (72:9)
            IF WS-EXPECTED-REVERSED EQUAL WS-ACTUAL-REVERSED
               MOVE "AGREES" TO RECOVERY-REPORT-LINE (84:6)
            ELSE
               MOVE "DISAGREES" TO RECOVERY-REPORT-LINE (84:9)
            END-IF
            WRITE RECOVERY-REPORT-LINE

            MOVE SPACES TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE
            MOVE SPACES TO RECOVERY-REPORT-LINE
            IF WS-EXCEPTION-COUNT > ZERO OR NOT RECONCILED
               STRING
                  "RECOVERY NOT RECONCILED - REVIEW THIS REPORT "
                     DELIMITED BY SIZE
                  "BEFORE RESLNEW IS SWAPPED IN" DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
               END-STRING
            ELSE
               STRING
                  "RECOVERY RECONCILED - SWAP RESLNEW IN AS RESLMSTR "
                     DELIMITED BY SIZE
                  "AND RUN RESULTS-VERIFY BEFORE REOPENING"
                     DELIMITED BY SIZE
                  INTO RECOVERY-REPORT-LINE
               END-STRING
            END-IF
            WRITE RECOVERY-REPORT-LINE.

       UNABLE-TO-RECOVER.
            MOVE SPACES TO RECOVERY-REPORT-LINE
            STRING
               "UNABLE TO RECOVER - " DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO RECOVERY-REPORT-LINE
            END-STRING
            WRITE RECOVERY-REPORT-LINE
            MOVE SPACES TO RECOVERY-REPORT-LINE
            MOVE "RESLNEW MUST NOT BE SWAPPED IN"
               TO RECOVERY-REPORT-LINE
            WRITE RECOVERY-REPORT-LINE
            CLOSE RECOVERY-REPORT-FILE
            DISPLAY "Unable to recover - " WS-EXCEPTION-TEXT
            DISPLAY "RESLNEW must not be swapped in"
            MOVE 16 TO RETURN-CODE
            STOP RUN.

       END PROGRAM Results-Recover.
