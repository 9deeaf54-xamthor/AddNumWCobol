      *                      Reverse is accepted, restoring what the
      *                      old duplicate-key REWRITE fallback gave
      *                      a restart.
      *   10-15-26  Xamthor  An operand may now name a posted
      *                      transaction ID instead of a number ("@"
      *                      then the ID in the operand field); the
      *                      run reads that ID's result off RESLMSTR
      *                      at posting time, so a result posted
      *                      earlier in the same run can be chained.
      *                      An unknown, reversed or overflowed source
      *                      rejects to suspense with reason CH, and
      *                      the result line and audit record carry
      *                      FROM1=/FROM2= naming the source ID.
      *   10-15-26  Xamthor  A result over the department's approval
      *                      limit on OPERMST is no longer posted: it
      *                      goes to the PENDAPPR pending-approval
      *                      file, a HELD line is written to TRANSOUT
      *                      and the trailer carries HELD= so the
      *                      batch still balances.  Items a supervisor
      *                      has approved through Approve-Held post at
      *                      the end of the next run under a release
      *                      segment (batch 000000) and are marked
      *                      posted.  PRINTRPT shows held and released
      *                      counts and lists the held items; an ID
      *                      already on PENDAPPR rejects with DI.
      *   10-15-26  Xamthor  The TRANSOUT result line ends with DEPT=
      *                      naming the submitting department, and a
      *                      reversal's line with TARGET= naming the
      *                      transaction it backed out, so the run
      *                      can be split into department statements.
      *   10-15-26  Xamthor  AUDITLOG records are now 300 bytes and
      *                      end with SEQ= (a permanent sequence
      *                      number) and CHK= (a check value chained
      *                      from the previous record) so Audit-Verify
      *                      can prove the log complete and unaltered.
      *                      The chain carries on from the last record
      *                      on AUDITLOG, or from the AUDCHAIN anchor
      *                      once Audit-Archive has emptied the live
      *                      log, and the anchor is rewritten at end
      *                      of run.
      *   10-15-26  Xamthor  The audit record now carries BATCH= and,
      *                      for a reversal, TARGET= so RESLMSTR can be
      *                      rebuilt forward from a backup image by
      *                      Results-Recover using the audit log alone.
      *   10-15-26  Xamthor  OPERMST record from the shared OPERREC
      *                      copybook.  The input batch number is
      *                      saved while the approved-item release
      *                      segment runs as batch 000000 and restored
      *                      after it, so JOBSTAT and RUNHIST carry the
      *                      real batch; the saved number is kept on
      *                      CHECKPNT for a restart inside the release.
      *   10-15-26  Xamthor  An @ operand must come from a posting of
      *                      the same department (reason CH).  CHECKPNT
      *                      carries a run-state byte, so a run
      *                      interrupted while releasing approved items
      *                      resumes even when TRANSIN was empty, and
      *                      the ID of the item being released, so an
      *                      item posted just before the interruption is
      *                      counted on restart.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hello-NAME.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CHAIN-STATUS.

           SELECT PRINT-REPORT-FILE ASSIGN TO "PRINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-REPORT-STATUS.
               RECORD KEY IS RESL-TRANS-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-TRANS-ID
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN-FILE.
           05 TRANS-REV-DEPT        PIC X(4).
           05 TRANS-REV-OPERATION   PIC X(10).
           05 TRANS-REV-TARGET-ID   PIC X(10).
       01  TRANS-IN-CHAIN-RECORD.
           05 FILLER                PIC X(30).
           05 TRANS-CHN-ONE-FLAG    PIC X.
              88 NUM-ONE-CHAINED    VALUE "@".
           05 TRANS-CHN-ONE-ID      PIC X(10).
           05 FILLER                PIC X(9).
           05 TRANS-CHN-TWO-FLAG    PIC X.
              88 NUM-TWO-CHAINED    VALUE "@".
           05 TRANS-CHN-TWO-ID      PIC X(10).
           05 FILLER                PIC X(9).

       FD  TRANS-OUT-FILE.
       01  TRANS-OUT-RECORD         PIC X(200).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD         PIC X(300).
       01  AUDIT-CHAIN-VIEW.
           05 FILLER                PIC X(271).
           05 AUDIT-SEQ-TAG         PIC X(5).
           05 AUDIT-SEQ-NO          PIC 9(9).
           05 AUDIT-CHK-TAG         PIC X(5).
           05 AUDIT-CHECK-VALUE     PIC 9(10).

       FD  AUDIT-CHAIN-FILE.
       COPY AUDCREC.

       FD  PRINT-REPORT-FILE.
       01  PRINT-REPORT-LINE        PIC X(132).
                 15 CHECKPOINT-DEPT-REJECTS  PIC 9(9).
                 15 CHECKPOINT-DEPT-SUM      PIC S9(20)V9(4)
                                           SIGN IS LEADING SEPARATE.
           05 CHECKPOINT-HELD-COUNT       PIC 9(9).
           05 CHECKPOINT-HELD-SUM         PIC S9(20)V9(4)
                                           SIGN IS LEADING SEPARATE.
           05 CHECKPOINT-BCH-HELD         PIC 9(9).
           05 CHECKPOINT-RELEASED-COUNT   PIC 9(9).
           05 CHECKPOINT-SAVED-BATCH-NO   PIC 9(6).
           05 CHECKPOINT-RUN-STATE        PIC X.
           05 CHECKPOINT-RELEASE-ID       PIC X(10).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.
       01  RUN-HISTORY-RECORD       PIC X(47).

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  BATCH-MASTER-FILE.
       01  BATCH-MASTER-RECORD.
       FD  RESULTS-FILE.
       COPY RESLREC.

       FD  PENDING-FILE.
       COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-IN-STATUS       PIC XX.
           88 TRANS-IN-OK           VALUE "00".
       01  WS-AUDIT-LOG-STATUS      PIC XX.
           88 AUDIT-LOG-OK          VALUE "00".

       01  WS-AUDIT-CHAIN-STATUS    PIC XX.
           88 AUDIT-CHAIN-OK        VALUE "00".

       01  WS-PRINT-REPORT-STATUS   PIC XX.
           88 PRINT-REPORT-OK       VALUE "00".

           88 RESULTS-NOT-PRESENT   VALUE "35".
           88 RESULTS-DUPLICATE     VALUE "22".

       01  WS-PENDING-STATUS        PIC XX.
           88 PENDING-OK            VALUE "00".
           88 PENDING-NOT-PRESENT   VALUE "35".

       01  WS-RUN-CONTROL-STATUS    PIC XX.
           88 RUN-CONTROL-OK        VALUE "00".

              10 WS-OPR-DEPT-NAME      PIC X(20).
              10 WS-OPR-STATUS         PIC X.
              10 WS-OPR-END-DATE       PIC X(8).
              10 WS-OPR-APPROVAL-LIMIT PIC 9(18).
              10 WS-OPR-TRANS-COUNT    PIC 9(9).
              10 WS-OPR-REJECT-COUNT   PIC 9(9).
              10 WS-OPR-RESULT-SUM     PIC S9(20)V9(4)
           88 BATCH-REFUSED         VALUE "Y".

       01  WS-CKPT-BATCH-NO         PIC 9(6) VALUE ZERO.
       01  WS-SAVED-BATCH-NO        PIC 9(6) VALUE ZERO.
       01  WS-CKPT-BATCH-OPEN       PIC X VALUE "N".
       01  WS-CKPT-BATCH-REFUSED    PIC X VALUE "N".
       01  WS-CHECKPOINT-STATE      PIC X VALUE "A".
       01  WS-CHECKPOINT-FOUND-FLAG PIC X VALUE "N".
           88 RUN-IN-FLIGHT         VALUE "Y".
       01  WS-RELEASE-ID            PIC X(10) VALUE SPACES.

       01  WS-BCH-RECORDS-READ      PIC 9(9) VALUE ZERO.
       01  WS-BCH-RECORD-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-CURRENT-DATE       PIC X(8).
           05 WS-CURRENT-TIME       PIC X(8).

       01  WS-AUDIT-SEQ-NO          PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-CHECK           PIC 9(10) VALUE ZERO.
       01  WS-AUDIT-ANCHOR-SEQ-NO   PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-ANCHOR-CHECK    PIC 9(10) VALUE ZERO.
       01  WS-AUDIT-CHK-WORK        PIC 9(12) VALUE ZERO.
       01  WS-AUDIT-CHK-QUOTIENT    PIC 9(12) VALUE ZERO.
       01  WS-AUDIT-CHK-SUB         PIC 9(3) VALUE ZERO.
       01  WS-AUDIT-SCAN-EOF-FLAG   PIC X VALUE "N".
           88 END-OF-AUDIT-SCAN     VALUE "Y".
       01  WS-AUDIT-OPEN-FLAG       PIC X VALUE "N".
           88 AUDIT-LOG-IS-OPEN     VALUE "Y".

       01  WS-EOF-FLAG              PIC X VALUE "N".
           88 END-OF-TRANS-FILE     VALUE "Y".

           88 IN-EDIT-PHASE         VALUE "Y".
       01  WS-REPLAY-RECORD-FLAG    PIC X VALUE "N".
           88 REPLAYED-RECORD       VALUE "Y".
       01  WS-PENDING-OPEN-FLAG     PIC X VALUE "N".
           88 PENDING-FILE-IS-OPEN  VALUE "Y".
       01  WS-PENDING-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-PENDING-FILE   VALUE "Y".

       01  WS-HOLD-FLAG             PIC X VALUE "N".
           88 RESULT-HELD           VALUE "Y".
       01  WS-ON-MASTER-FLAG        PIC X VALUE "N".
           88 ALREADY-ON-MASTER     VALUE "Y".
       01  WS-ABSOLUTE-RESULT       PIC S9(18)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-POST-BATCH-NO         PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-BCH-HELD-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-HELD-SUM              PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-RELEASED-COUNT        PIC 9(9) VALUE ZERO.

       01  WS-HELD-LIST-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-HELD-LIST-SUB         PIC 9(3) VALUE ZERO.
       01  WS-HELD-LIST-TABLE.
           05 WS-HELD-LIST-ENTRY OCCURS 100 TIMES.
              10 WS-HELD-LIST-ID    PIC X(10).
              10 WS-HELD-LIST-DEPT  PIC X(4).
              10 WS-HELD-LIST-OP    PIC X(10).
              10 WS-HELD-LIST-RESULT PIC S9(18)V9(4)
                                     SIGN IS LEADING SEPARATE.
              10 WS-HELD-LIST-LIMIT PIC 9(18).

       01  WS-CHAIN-ONE-ID          PIC X(10) VALUE SPACES.
       01  WS-CHAIN-TWO-ID          PIC X(10) VALUE SPACES.
       01  WS-CHAIN-LOOKUP-ID       PIC X(10) VALUE SPACES.
       01  WS-CHAIN-VALUE           PIC S9(16)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-CHAIN-OK-FLAG         PIC X VALUE "Y".
           88 CHAIN-SOURCE-USABLE   VALUE "Y".
       01  WS-LINE-PTR              PIC 9(3) VALUE ZERO.

       01  WS-DUP-ID-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-DUP-ID-SUB            PIC 9(3) VALUE ZERO.
       01  WS-RECORDS-READ-DISPLAY  PIC ZZZZZZZZ9.
       01  WS-HASH-TOTAL-DISPLAY    PIC -(19)9.9(4).
       01  WS-RESULT-SUM-DISPLAY    PIC -(20)9.9(4).
       01  WS-HELD-COUNT-DISPLAY    PIC ZZZZZZZZ9.
       01  WS-LIMIT-DISPLAY         PIC Z(17)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM ABORT-RUN
            END-IF

            IF RUN-IN-FLIGHT
               OPEN EXTEND TRANS-OUT-FILE
               IF NOT TRANS-OUT-OK
                  OPEN OUTPUT TRANS-OUT-FILE
               PERFORM ABORT-RUN
            END-IF

            PERFORM LOAD-AUDIT-CHAIN
            OPEN EXTEND AUDIT-LOG-FILE
            IF NOT AUDIT-LOG-OK
               OPEN OUTPUT AUDIT-LOG-FILE
                  WS-AUDIT-LOG-STATUS
               PERFORM ABORT-RUN
            END-IF
            MOVE "Y" TO WS-AUDIT-OPEN-FLAG

            OPEN I-O RESULTS-FILE
            IF RESULTS-NOT-PRESENT
            END-IF
            MOVE "Y" TO WS-RESULTS-OPEN-FLAG

            OPEN I-O PENDING-FILE
            IF PENDING-NOT-PRESENT
               OPEN OUTPUT PENDING-FILE
               IF PENDING-OK
                  CLOSE PENDING-FILE
                  OPEN I-O PENDING-FILE
               END-IF
            END-IF
            IF NOT PENDING-OK
               DISPLAY "Unable to open PENDAPPR - status "
                  WS-PENDING-STATUS
               PERFORM ABORT-RUN
            END-IF
            MOVE "Y" TO WS-PENDING-OPEN-FLAG

            IF RUN-IN-FLIGHT
               MOVE "R" TO WS-RESTART-FLAG
               MOVE WS-CKPT-BATCH-NO TO WS-BATCH-NO
               MOVE WS-CKPT-BATCH-OPEN TO WS-BATCH-OPEN-FLAG
            END-PERFORM

            IF BATCH-IS-OPEN
               AND WS-BATCH-NO > ZERO
               PERFORM CLOSE-CURRENT-BATCH
            END-IF
            PERFORM RELEASE-APPROVED-ITEMS
            PERFORM WRITE-REPORT-TOTALS
            PERFORM SET-COMPLETION-STATUS
            PERFORM WRITE-JOB-STATUS
            CLOSE TRANS-IN-FILE
            CLOSE TRANS-OUT-FILE
            CLOSE AUDIT-LOG-FILE
            MOVE "N" TO WS-AUDIT-OPEN-FLAG
            PERFORM SAVE-AUDIT-CHAIN
            CLOSE PRINT-REPORT-FILE
            CLOSE SUSPENSE-FILE
            CLOSE RESULTS-FILE
            CLOSE PENDING-FILE

            STOP RUN.

                  WS-JOB-STATUS-STATUS
            ELSE
               MOVE WS-RUN-DATE TO JS-RUN-DATE
               IF WS-BATCH-NO EQUAL ZERO
                  MOVE WS-SAVED-BATCH-NO TO JS-BATCH-NO
               ELSE
                  MOVE WS-BATCH-NO TO JS-BATCH-NO
               END-IF
               MOVE WS-RECORDS-READ TO JS-RECORDS-READ
               MOVE WS-RECORD-COUNT TO JS-POSTED-COUNT
               MOVE WS-REJECTED-COUNT TO JS-REJECTED-COUNT
            END-IF.

       ABORT-RUN.
            IF AUDIT-LOG-IS-OPEN
               CLOSE AUDIT-LOG-FILE
               MOVE "N" TO WS-AUDIT-OPEN-FLAG
               PERFORM SAVE-AUDIT-CHAIN
            END-IF
            MOVE 16 TO RETURN-CODE
            MOVE "AB" TO WS-JOB-STATUS-CODE
            PERFORM WRITE-JOB-STATUS
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
                        MOVE ZERO
                           TO WS-OPR-TRANS-COUNT (WS-OPERATOR-COUNT)
                        MOVE ZERO
            ELSE
               MOVE "N" TO WS-RESULTS-OPEN-FLAG
            END-IF
            OPEN INPUT PENDING-FILE
            IF PENDING-OK
               MOVE "Y" TO WS-PENDING-OPEN-FLAG
            ELSE
               MOVE "N" TO WS-PENDING-OPEN-FLAG
            END-IF
            MOVE "N" TO WS-EOF-FLAG
            PERFORM UNTIL END-OF-TRANS-FILE
               READ TRANS-IN-FILE
               CLOSE RESULTS-FILE
               MOVE "N" TO WS-RESULTS-OPEN-FLAG
            END-IF
            IF PENDING-FILE-IS-OPEN
               CLOSE PENDING-FILE
               MOVE "N" TO WS-PENDING-OPEN-FLAG
            END-IF
            MOVE "N" TO WS-EDIT-PHASE-FLAG.

       EDIT-TRANSACTION.
            END-IF
            MOVE TRANS-IN-ID TO TransId
            MOVE TRANS-IN-OPERATION TO UserInput
            PERFORM LOAD-OPERANDS
            PERFORM VALIDATE-TRANSACTION
            IF RECORD-IS-INVALID
               ADD 1 TO WS-EDIT-REJECT-COUNT
               END-IF
            END-IF.

       LOAD-OPERANDS.
            MOVE SPACES TO WS-CHAIN-ONE-ID
            MOVE SPACES TO WS-CHAIN-TWO-ID
            IF UserInput EQUAL "Average"
               OR UserInput EQUAL "Reverse"
               MOVE ZERO TO NumOne
               MOVE ZERO TO NumTwo
            ELSE
               IF NUM-ONE-CHAINED
                  MOVE TRANS-CHN-ONE-ID TO WS-CHAIN-ONE-ID
                  MOVE ZERO TO NumOne
               ELSE
                  MOVE TRANS-IN-NUM-ONE TO NumOne
               END-IF
               IF NUM-TWO-CHAINED
                  MOVE TRANS-CHN-TWO-ID TO WS-CHAIN-TWO-ID
                  MOVE ZERO TO NumTwo
               ELSE
                  MOVE TRANS-IN-NUM-TWO TO NumTwo
               END-IF
            END-IF.

       RESOLVE-RECORD-BATCH.
            IF TRANS-IN-BATCH-NO NUMERIC
               MOVE TRANS-IN-BATCH-NO TO WS-REC-BATCH-NO
            MOVE ZERO TO WS-BCH-RECORDS-READ
            MOVE ZERO TO WS-BCH-RECORD-COUNT
            MOVE ZERO TO WS-BCH-REJECTED-COUNT
            MOVE ZERO TO WS-BCH-HELD-COUNT
            MOVE ZERO TO WS-BCH-HASH-TOTAL
            MOVE ZERO TO WS-BCH-RESULT-SUM

            ADD 1 TO WS-BCH-RECORDS-READ
            MOVE TRANS-IN-ID TO TransId
            MOVE TRANS-IN-DEPT TO WS-OPERATOR-ID
            MOVE WS-BATCH-NO TO WS-POST-BATCH-NO
            MOVE TRANS-IN-OPERATION TO UserInput
            PERFORM LOAD-OPERANDS
            MOVE "N" TO WS-OVERFLOW-FLAG
            MOVE ZERO TO FinalNum
            MOVE ZERO TO RemainderNum
                  END-IF
               END-IF

               PERFORM CHECK-APPROVAL-LIMIT
               IF RESULT-HELD
                  PERFORM HOLD-TRANSACTION
               ELSE
                  PERFORM POST-TRANSACTION
               END-IF
            END-IF.

       POST-TRANSACTION.
            IF RESULT-OVERFLOWED
               DISPLAY "Result too large for FinalNum - flagged"
               MOVE "Y" TO WS-ANY-OVERFLOW-FLAG
            END-IF

            MOVE FinalNum TO WS-FINALNUM-DISPLAY
            DISPLAY "Holly Shizzz the result is " WS-FINALNUM-DISPLAY

            PERFORM ADD-POSTING-TOTALS

            PERFORM WRITE-RESULT-LINE
            IF UserInput NOT EQUAL "Reverse"
               PERFORM WRITE-RESULTS-MASTER
            END-IF
            PERFORM WRITE-AUDIT-RECORD
            PERFORM WRITE-REPORT-DETAIL.

       ADD-POSTING-TOTALS.
            ADD 1 TO WS-RECORD-COUNT
            ADD 1 TO WS-BCH-RECORD-COUNT
            ADD NumOne, NumTwo TO WS-HASH-TOTAL
               ON SIZE ERROR
                  MOVE "Y" TO WS-TOTALS-OVERFLOW-FLAG
            END-ADD
            ADD FinalNum TO WS-RESULT-SUM
               ON SIZE ERROR
                  MOVE "Y" TO WS-TOTALS-OVERFLOW-FLAG
            END-ADD
            ADD NumOne, NumTwo TO WS-BCH-HASH-TOTAL
               ON SIZE ERROR
                  MOVE "Y" TO WS-TOTALS-OVERFLOW-FLAG
            END-ADD
            ADD FinalNum TO WS-BCH-RESULT-SUM
               ON SIZE ERROR
                  MOVE "Y" TO WS-TOTALS-OVERFLOW-FLAG
            END-ADD

            IF TOTALS-OVERFLOWED
               DISPLAY "Control total overflow - HASH-TOTAL or "
                  "RESULT-SUM no longer reliable"
            END-IF

            IF WS-OPERATOR-FOUND-SUB > ZERO
               ADD 1 TO WS-OPR-TRANS-COUNT (WS-OPERATOR-FOUND-SUB)
               ADD FinalNum
                  TO WS-OPR-RESULT-SUM (WS-OPERATOR-FOUND-SUB)
                  ON SIZE ERROR
                     MOVE "Y" TO WS-TOTALS-OVERFLOW-FLAG
               END-ADD
            END-IF.

       CHECK-APPROVAL-LIMIT.
            MOVE "N" TO WS-HOLD-FLAG
            IF UserInput NOT EQUAL "Reverse"
               AND NOT RESULT-OVERFLOWED
               AND WS-OPERATOR-FOUND-SUB > ZERO
               AND WS-OPR-APPROVAL-LIMIT (WS-OPERATOR-FOUND-SUB)
                  > ZERO
               IF FinalNum < ZERO
                  COMPUTE WS-ABSOLUTE-RESULT = ZERO - FinalNum
                  END-COMPUTE
               ELSE
                  MOVE FinalNum TO WS-ABSOLUTE-RESULT
               END-IF
               IF WS-ABSOLUTE-RESULT >
                  WS-OPR-APPROVAL-LIMIT (WS-OPERATOR-FOUND-SUB)
                  MOVE "Y" TO WS-HOLD-FLAG
               END-IF
            END-IF.

       HOLD-TRANSACTION.
            MOVE SPACES TO PENDING-RECORD
            MOVE TransId TO PEND-TRANS-ID
            MOVE "H" TO PEND-STATUS
            MOVE WS-RUN-DATE TO PEND-HELD-RUN-DATE
            MOVE TRANS-IN-DEPT TO PEND-DEPT
            MOVE WS-BATCH-NO TO PEND-BATCH-NO
            MOVE UserInput TO PEND-OPERATION
            MOVE NumOne TO PEND-NUM-ONE
            MOVE NumTwo TO PEND-NUM-TWO
            MOVE FinalNum TO PEND-RESULT
            MOVE RemainderNum TO PEND-REMAINDER
            MOVE WS-OVERFLOW-FLAG TO PEND-OVERFLOW-FLAG
            MOVE WS-OPR-APPROVAL-LIMIT (WS-OPERATOR-FOUND-SUB)
               TO PEND-APPROVAL-LIMIT
            MOVE WS-CHAIN-ONE-ID TO PEND-CHAIN-ONE-ID
            MOVE WS-CHAIN-TWO-ID TO PEND-CHAIN-TWO-ID
            WRITE PENDING-RECORD
               INVALID KEY
                  IF REPLAYED-RECORD
                     REWRITE PENDING-RECORD
                        INVALID KEY
                           DISPLAY "PENDAPPR replay rewrite failed "
                              "for ID " TransId " - status "
                              WS-PENDING-STATUS
                     END-REWRITE
                  ELSE
                     DISPLAY "PENDAPPR write failed for ID "
                        TransId " - status " WS-PENDING-STATUS
                        " - duplicate should have been rejected"
                  END-IF
            END-WRITE

            ADD 1 TO WS-HELD-COUNT
            ADD 1 TO WS-BCH-HELD-COUNT
            ADD FinalNum TO WS-HELD-SUM
               ON SIZE ERROR
                  MOVE "Y" TO WS-TOTALS-OVERFLOW-FLAG
            END-ADD
            MOVE FinalNum TO WS-FINALNUM-DISPLAY
            DISPLAY "Held for approval - ID " TransId " result "
               WS-FINALNUM-DISPLAY " exceeds the limit for "
               TRANS-IN-DEPT
            IF WS-HELD-LIST-COUNT < 100
               ADD 1 TO WS-HELD-LIST-COUNT
               MOVE TransId TO WS-HELD-LIST-ID (WS-HELD-LIST-COUNT)
               MOVE TRANS-IN-DEPT
                  TO WS-HELD-LIST-DEPT (WS-HELD-LIST-COUNT)
               MOVE UserInput TO WS-HELD-LIST-OP (WS-HELD-LIST-COUNT)
               MOVE FinalNum
                  TO WS-HELD-LIST-RESULT (WS-HELD-LIST-COUNT)
               MOVE PEND-APPROVAL-LIMIT
                  TO WS-HELD-LIST-LIMIT (WS-HELD-LIST-COUNT)
            ELSE
               DISPLAY "Held-item table full - " TransId
                  " counted but not listed"
            END-IF
            PERFORM WRITE-HELD-LINE.

       WRITE-HELD-LINE.
            MOVE SPACES TO TRANS-OUT-RECORD
            MOVE FinalNum TO WS-FINALNUM-DISPLAY
            MOVE PEND-APPROVAL-LIMIT TO WS-LIMIT-DISPLAY
            STRING
               "HELD ID=" DELIMITED BY SIZE
               TransId DELIMITED BY SIZE
               " DEPT=" DELIMITED BY SIZE
               PEND-DEPT DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               UserInput DELIMITED BY SPACE
               " RESULT=" DELIMITED BY SIZE
               WS-FINALNUM-DISPLAY DELIMITED BY SIZE
               " LIMIT=" DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               INTO TRANS-OUT-RECORD
            END-STRING
            WRITE TRANS-OUT-RECORD.

       RELEASE-APPROVED-ITEMS.
            IF BATCH-IS-OPEN
               DISPLAY "Resuming release of approved items"
            END-IF
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
                     IF PEND-APPROVED
                        OR (PEND-POSTED
                           AND PEND-TRANS-ID EQUAL WS-RELEASE-ID)
                        PERFORM RELEASE-PENDING-ITEM
                     END-IF
               END-READ
            END-PERFORM
            IF BATCH-IS-OPEN
               PERFORM WRITE-BATCH-TRAILER
               MOVE "N" TO WS-BATCH-OPEN-FLAG
               MOVE WS-SAVED-BATCH-NO TO WS-BATCH-NO
            END-IF.

       RELEASE-PENDING-ITEM.
            MOVE PEND-TRANS-ID TO RESL-TRANS-ID
            READ RESULTS-FILE
               INVALID KEY
                  MOVE "N" TO WS-ON-MASTER-FLAG
               NOT INVALID KEY
                  MOVE "Y" TO WS-ON-MASTER-FLAG
            END-READ
            IF ALREADY-ON-MASTER
               AND PEND-TRANS-ID NOT EQUAL WS-RELEASE-ID
               DISPLAY "Approved item " PEND-TRANS-ID " is already "
                  "on RESLMSTR - marked posted, not posted again"
            ELSE
               IF NOT BATCH-IS-OPEN
                  MOVE WS-BATCH-NO TO WS-SAVED-BATCH-NO
                  MOVE ZERO TO WS-BATCH-NO
                  MOVE ZERO TO WS-BCH-RECORDS-READ
                  MOVE ZERO TO WS-BCH-RECORD-COUNT
                  MOVE ZERO TO WS-BCH-REJECTED-COUNT
                  MOVE ZERO TO WS-BCH-HELD-COUNT
                  MOVE ZERO TO WS-BCH-HASH-TOTAL
                  MOVE ZERO TO WS-BCH-RESULT-SUM
                  MOVE "Y" TO WS-BATCH-OPEN-FLAG
                  PERFORM WRITE-BATCH-HEADER
               END-IF
               MOVE PEND-TRANS-ID TO TransId
               MOVE PEND-OPERATION TO UserInput
               MOVE PEND-NUM-ONE TO NumOne
               MOVE PEND-NUM-TWO TO NumTwo
               MOVE PEND-RESULT TO FinalNum
               MOVE PEND-REMAINDER TO RemainderNum
               MOVE PEND-OVERFLOW-FLAG TO WS-OVERFLOW-FLAG
               MOVE PEND-CHAIN-ONE-ID TO WS-CHAIN-ONE-ID
               MOVE PEND-CHAIN-TWO-ID TO WS-CHAIN-TWO-ID
               MOVE PEND-DEPT TO WS-OPERATOR-ID
               MOVE PEND-BATCH-NO TO WS-POST-BATCH-NO
               MOVE ZERO TO WS-OPERATOR-FOUND-SUB
               PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                     UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
                  IF WS-OPR-DEPT-CODE (WS-OPERATOR-SUB)
                     EQUAL PEND-DEPT
                     MOVE WS-OPERATOR-SUB TO WS-OPERATOR-FOUND-SUB
                  END-IF
               END-PERFORM
               IF ALREADY-ON-MASTER
                  ADD 1 TO WS-BCH-RECORDS-READ
                  ADD 1 TO WS-RELEASED-COUNT
                  DISPLAY "Approved item " TransId " was posted "
                     "before the restart - counted, not posted again"
                  PERFORM ADD-POSTING-TOTALS
               ELSE
                  MOVE PEND-TRANS-ID TO WS-RELEASE-ID
                  PERFORM WRITE-CHECKPOINT
                  ADD 1 TO WS-BCH-RECORDS-READ
                  ADD 1 TO WS-RELEASED-COUNT
                  DISPLAY "Released approved item " TransId
                     " approved by " PEND-ACTION-USER
                  PERFORM POST-TRANSACTION
               END-IF
            END-IF
            IF NOT PEND-POSTED
               MOVE "P" TO PEND-STATUS
               MOVE WS-RUN-DATE TO PEND-POSTED-RUN-DATE
               REWRITE PENDING-RECORD
                  INVALID KEY
                     DISPLAY "PENDAPPR rewrite failed for ID "
                        PEND-TRANS-ID " - status " WS-PENDING-STATUS
               END-REWRITE
            END-IF
            MOVE SPACES TO WS-RELEASE-ID
            PERFORM WRITE-CHECKPOINT.

       VALIDATE-TRANSACTION.
            MOVE "Y" TO WS-VALID-RECORD-FLAG
            MOVE SPACES TO WS-REJECT-REASON
             IF UserInput EQUAL "Reverse"
               PERFORM VALIDATE-REVERSAL-FIELDS
             ELSE
               IF NUM-ONE-CHAINED
                  MOVE TRANS-CHN-ONE-ID TO WS-CHAIN-LOOKUP-ID
                  PERFORM RESOLVE-CHAINED-OPERAND
                  MOVE WS-CHAIN-VALUE TO NumOne
               ELSE
                  IF NOT TRANS-IN-NUM-ONE NUMERIC
                     MOVE "N" TO WS-VALID-RECORD-FLAG
                     IF WS-REJECT-REASON EQUAL SPACES
                        MOVE "N1" TO WS-REJECT-REASON
                     END-IF
                  END-IF
               END-IF
               IF NUM-TWO-CHAINED
                  MOVE TRANS-CHN-TWO-ID TO WS-CHAIN-LOOKUP-ID
                  PERFORM RESOLVE-CHAINED-OPERAND
                  MOVE WS-CHAIN-VALUE TO NumTwo
               ELSE
                  IF NOT TRANS-IN-NUM-TWO NUMERIC
                     MOVE "N" TO WS-VALID-RECORD-FLAG
                     IF WS-REJECT-REASON EQUAL SPACES
                        MOVE "N2" TO WS-REJECT-REASON
                     END-IF
                  END-IF
               END-IF
               IF (UserInput EQUAL "Divide"
                  OR UserInput EQUAL "Remainder")
                  AND NumTwo EQUAL ZERO
                  AND NOT (NUM-TWO-CHAINED AND IN-EDIT-PHASE)
                  MOVE "N" TO WS-VALID-RECORD-FLAG
                  IF WS-REJECT-REASON EQUAL SPACES
                     MOVE "DZ" TO WS-REJECT-REASON
               PERFORM CHECK-DUPLICATE-ID
            END-IF.

       RESOLVE-CHAINED-OPERAND.
            MOVE "Y" TO WS-CHAIN-OK-FLAG
            MOVE ZERO TO WS-CHAIN-VALUE
            IF WS-CHAIN-LOOKUP-ID EQUAL SPACES
               MOVE "N" TO WS-CHAIN-OK-FLAG
            ELSE
               IF RESULTS-FILE-IS-OPEN
                  AND NOT IN-EDIT-PHASE
                  MOVE WS-CHAIN-LOOKUP-ID TO RESL-TRANS-ID
                  READ RESULTS-FILE
                     INVALID KEY
                        MOVE "N" TO WS-CHAIN-OK-FLAG
                     NOT INVALID KEY
                        IF RESL-REVERSED-FLAG EQUAL "Y"
                           OR RESL-OVERFLOW-FLAG EQUAL "Y"
                           OR RESL-DEPT NOT EQUAL TRANS-IN-DEPT
                           MOVE "N" TO WS-CHAIN-OK-FLAG
                        ELSE
                           COMPUTE WS-CHAIN-VALUE = RESL-RESULT
                              ON SIZE ERROR
                                 MOVE "N" TO WS-CHAIN-OK-FLAG
                                 MOVE ZERO TO WS-CHAIN-VALUE
                           END-COMPUTE
                        END-IF
                  END-READ
               END-IF
            END-IF
            IF NOT CHAIN-SOURCE-USABLE
               MOVE "N" TO WS-VALID-RECORD-FLAG
               IF WS-REJECT-REASON EQUAL SPACES
                  MOVE "CH" TO WS-REJECT-REASON
               END-IF
            END-IF.

       CHECK-DUPLICATE-ID.
            IF RESULTS-FILE-IS-OPEN
               AND TransId NOT EQUAL SPACES
                        END-IF
                     END-IF
               END-READ
            END-IF
            IF PENDING-FILE-IS-OPEN
               AND TransId NOT EQUAL SPACES
               AND (NOT IN-EDIT-PHASE
                  OR WS-RESTART-POINT EQUAL ZERO)
               AND WS-REJECT-REASON NOT EQUAL "DI"
               MOVE TransId TO PEND-TRANS-ID
               READ PENDING-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF NOT REPLAYED-RECORD
                        MOVE "N" TO WS-VALID-RECORD-FLAG
                        IF WS-REJECT-REASON EQUAL SPACES
                           MOVE "DI" TO WS-REJECT-REASON
                        END-IF
                        IF NOT IN-EDIT-PHASE
                           PERFORM RECORD-DUPLICATE-ID
                        END-IF
                     END-IF
               END-READ
            END-IF.

       RECORD-DUPLICATE-ID.
            MOVE NumTwo TO WS-NUMTWO-DISPLAY
            MOVE FinalNum TO WS-FINALNUM-DISPLAY
            MOVE RemainderNum TO WS-REMAINDER-DISPLAY
            MOVE 1 TO WS-LINE-PTR

            STRING
               "ID=" DELIMITED BY SIZE
               " OVERFLOW=" DELIMITED BY SIZE
               WS-OVERFLOW-FLAG DELIMITED BY SIZE
               INTO TRANS-OUT-RECORD
               WITH POINTER WS-LINE-PTR
            END-STRING
            IF WS-CHAIN-ONE-ID NOT EQUAL SPACES
               STRING
                  " FROM1=" DELIMITED BY SIZE
                  WS-CHAIN-ONE-ID DELIMITED BY SIZE
                  INTO TRANS-OUT-RECORD
                  WITH POINTER WS-LINE-PTR
               END-STRING
            END-IF
            IF WS-CHAIN-TWO-ID NOT EQUAL SPACES
               STRING
                  " FROM2=" DELIMITED BY SIZE
                  WS-CHAIN-TWO-ID DELIMITED BY SIZE
                  INTO TRANS-OUT-RECORD
                  WITH POINTER WS-LINE-PTR
               END-STRING
            END-IF
            STRING
               " DEPT=" DELIMITED BY SIZE
               WS-OPERATOR-ID (1:4) DELIMITED BY SIZE
               INTO TRANS-OUT-RECORD
               WITH POINTER WS-LINE-PTR
            END-STRING
            IF UserInput EQUAL "Reverse"
               STRING
                  " TARGET=" DELIMITED BY SIZE
                  TRANS-REV-TARGET-ID DELIMITED BY SIZE
                  INTO TRANS-OUT-RECORD
                  WITH POINTER WS-LINE-PTR
               END-STRING
            END-IF
            WRITE TRANS-OUT-RECORD.

       WRITE-RESULTS-MASTER.
            MOVE WS-OVERFLOW-FLAG TO RESL-OVERFLOW-FLAG
            MOVE WS-RUN-DATE TO RESL-RUN-DATE
            MOVE "N" TO RESL-REVERSED-FLAG
            MOVE WS-OPERATOR-ID TO RESL-DEPT
            MOVE WS-POST-BATCH-NO TO RESL-BATCH-NO
            WRITE RESULTS-RECORD
               INVALID KEY
                  IF REPLAYED-RECORD
            MOVE NumTwo TO WS-NUMTWO-DISPLAY
            MOVE FinalNum TO WS-FINALNUM-DISPLAY
            MOVE RemainderNum TO WS-REMAINDER-DISPLAY
            MOVE 1 TO WS-LINE-PTR

            STRING
               "OPERATOR=" DELIMITED BY SIZE
               " OVERFLOW=" DELIMITED BY SIZE
               WS-OVERFLOW-FLAG DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
               WITH POINTER WS-LINE-PTR
            END-STRING
            IF WS-CHAIN-ONE-ID NOT EQUAL SPACES
               STRING
                  " FROM1=" DELIMITED BY SIZE
                  WS-CHAIN-ONE-ID DELIMITED BY SIZE
                  INTO AUDIT-LOG-RECORD
                  WITH POINTER WS-LINE-PTR
               END-STRING
            END-IF
            IF WS-CHAIN-TWO-ID NOT EQUAL SPACES
               STRING
                  " FROM2=" DELIMITED BY SIZE
                  WS-CHAIN-TWO-ID DELIMITED BY SIZE
                  INTO AUDIT-LOG-RECORD
                  WITH POINTER WS-LINE-PTR
               END-STRING
            END-IF
            STRING
               " BATCH=" DELIMITED BY SIZE
               WS-POST-BATCH-NO DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
               WITH POINTER WS-LINE-PTR
            END-STRING
            IF UserInput EQUAL "Reverse"
               STRING
                  " TARGET=" DELIMITED BY SIZE
                  TRANS-REV-TARGET-ID DELIMITED BY SIZE
                  INTO AUDIT-LOG-RECORD
                  WITH POINTER WS-LINE-PTR
               END-STRING
            END-IF
            ADD 1 TO WS-AUDIT-SEQ-NO
            MOVE " SEQ=" TO AUDIT-SEQ-TAG
            MOVE WS-AUDIT-SEQ-NO TO AUDIT-SEQ-NO
            MOVE " CHK=" TO AUDIT-CHK-TAG
            PERFORM COMPUTE-AUDIT-CHECK
            MOVE WS-AUDIT-CHECK TO AUDIT-CHECK-VALUE
            WRITE AUDIT-LOG-RECORD.

       COMPUTE-AUDIT-CHECK.
            PERFORM VARYING WS-AUDIT-CHK-SUB FROM 1 BY 1
                  UNTIL WS-AUDIT-CHK-SUB > 285
               COMPUTE WS-AUDIT-CHK-WORK = WS-AUDIT-CHECK * 131
                  + FUNCTION ORD
                       (AUDIT-LOG-RECORD (WS-AUDIT-CHK-SUB:1))
               END-COMPUTE
               DIVIDE WS-AUDIT-CHK-WORK BY 1000000007
                  GIVING WS-AUDIT-CHK-QUOTIENT
                  REMAINDER WS-AUDIT-CHECK
               END-DIVIDE
            END-PERFORM.

       LOAD-AUDIT-CHAIN.
            MOVE ZERO TO WS-AUDIT-ANCHOR-SEQ-NO
            MOVE ZERO TO WS-AUDIT-ANCHOR-CHECK
            OPEN INPUT AUDIT-CHAIN-FILE
            IF AUDIT-CHAIN-OK
               READ AUDIT-CHAIN-FILE
                  NOT AT END
                     IF ACH-LAST-SEQ-NO NUMERIC
                        AND ACH-LAST-CHECK NUMERIC
                        MOVE ACH-LAST-SEQ-NO
                           TO WS-AUDIT-ANCHOR-SEQ-NO
                        MOVE ACH-LAST-CHECK
                           TO WS-AUDIT-ANCHOR-CHECK
                     END-IF
               END-READ
               CLOSE AUDIT-CHAIN-FILE
            END-IF

            MOVE ZERO TO WS-AUDIT-SEQ-NO
            MOVE ZERO TO WS-AUDIT-CHECK
            MOVE "N" TO WS-AUDIT-SCAN-EOF-FLAG
            OPEN INPUT AUDIT-LOG-FILE
            IF AUDIT-LOG-OK
               PERFORM UNTIL END-OF-AUDIT-SCAN
                  READ AUDIT-LOG-FILE
                     AT END
                        MOVE "Y" TO WS-AUDIT-SCAN-EOF-FLAG
                     NOT AT END
                        IF AUDIT-SEQ-TAG EQUAL " SEQ="
                           AND AUDIT-SEQ-NO NUMERIC
                           AND AUDIT-CHECK-VALUE NUMERIC
                           MOVE AUDIT-SEQ-NO TO WS-AUDIT-SEQ-NO
                           MOVE AUDIT-CHECK-VALUE TO WS-AUDIT-CHECK
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
            END-IF

            IF WS-AUDIT-SEQ-NO < WS-AUDIT-ANCHOR-SEQ-NO
               IF WS-AUDIT-SEQ-NO > ZERO
                  DISPLAY "AUDITLOG ends at SEQ " WS-AUDIT-SEQ-NO
                     " but AUDCHAIN shows " WS-AUDIT-ANCHOR-SEQ-NO
                     " - run Audit-Verify"
               END-IF
               MOVE WS-AUDIT-ANCHOR-SEQ-NO TO WS-AUDIT-SEQ-NO
               MOVE WS-AUDIT-ANCHOR-CHECK TO WS-AUDIT-CHECK
            END-IF.

       SAVE-AUDIT-CHAIN.
            OPEN OUTPUT AUDIT-CHAIN-FILE
            IF NOT AUDIT-CHAIN-OK
               DISPLAY "Unable to open AUDCHAIN - status "
                  WS-AUDIT-CHAIN-STATUS
                  " - audit chain anchor not updated"
            ELSE
               MOVE WS-AUDIT-SEQ-NO TO ACH-LAST-SEQ-NO
               MOVE WS-AUDIT-CHECK TO ACH-LAST-CHECK
               MOVE WS-RUN-DATE TO ACH-RUN-DATE
               ACCEPT ACH-UPDATED-DATE FROM DATE YYYYMMDD
               ACCEPT ACH-UPDATED-TIME FROM TIME
               WRITE AUDIT-CHAIN-RECORD
               CLOSE AUDIT-CHAIN-FILE
            END-IF.

       WRITE-BATCH-HEADER.
            MOVE SPACES TO TRANS-OUT-RECORD
            STRING
            MOVE WS-BCH-REJECTED-COUNT TO WS-REJECTED-COUNT-DISPLAY
            MOVE WS-BCH-HASH-TOTAL TO WS-HASH-TOTAL-DISPLAY
            MOVE WS-BCH-RESULT-SUM TO WS-RESULT-SUM-DISPLAY
            MOVE WS-BCH-HELD-COUNT TO WS-HELD-COUNT-DISPLAY
            STRING
               "TRAILER RECORDS-READ=" DELIMITED BY SIZE
               WS-RECORDS-READ-DISPLAY DELIMITED BY SIZE
               WS-TOTALS-OVERFLOW-FLAG DELIMITED BY SIZE
               " BATCH=" DELIMITED BY SIZE
               WS-BATCH-NO DELIMITED BY SIZE
               " HELD=" DELIMITED BY SIZE
               WS-HELD-COUNT-DISPLAY DELIMITED BY SIZE
               INTO TRANS-OUT-RECORD
            END-STRING
            WRITE TRANS-OUT-RECORD.
            END-STRING
            WRITE PRINT-REPORT-LINE

            MOVE WS-HELD-COUNT TO WS-HELD-COUNT-DISPLAY
            MOVE SPACES TO PRINT-REPORT-LINE
            STRING
               "         HELD FOR APPROVAL:      " DELIMITED BY SIZE
               WS-HELD-COUNT-DISPLAY DELIMITED BY SIZE
               INTO PRINT-REPORT-LINE
            END-STRING
            WRITE PRINT-REPORT-LINE

            MOVE WS-HELD-SUM TO WS-RESULT-SUM-DISPLAY
            MOVE SPACES TO PRINT-REPORT-LINE
            STRING
               "         SUM OF HELD RESULTS:    " DELIMITED BY SIZE
               WS-RESULT-SUM-DISPLAY DELIMITED BY SIZE
               INTO PRINT-REPORT-LINE
            END-STRING
            WRITE PRINT-REPORT-LINE

            MOVE WS-RELEASED-COUNT TO WS-HELD-COUNT-DISPLAY
            MOVE SPACES TO PRINT-REPORT-LINE
            STRING
               "         RELEASED FROM APPROVAL: " DELIMITED BY SIZE
               WS-HELD-COUNT-DISPLAY DELIMITED BY SIZE
               INTO PRINT-REPORT-LINE
            END-STRING
            WRITE PRINT-REPORT-LINE

            MOVE SPACES TO PRINT-REPORT-LINE
            WRITE PRINT-REPORT-LINE

                     UNTIL WS-DUP-ID-SUB > WS-DUP-ID-COUNT
                  PERFORM WRITE-DUP-ID-LINE
               END-PERFORM
            END-IF

            IF WS-HELD-LIST-COUNT > ZERO
               MOVE SPACES TO PRINT-REPORT-LINE
               WRITE PRINT-REPORT-LINE
               MOVE SPACES TO PRINT-REPORT-LINE
               STRING
                  "HELD FOR SUPERVISOR APPROVAL - " DELIMITED BY SIZE
                  "ID / DEPARTMENT / OPERATION / RESULT / LIMIT"
                     DELIMITED BY SIZE
                  INTO PRINT-REPORT-LINE
               END-STRING
               WRITE PRINT-REPORT-LINE
               PERFORM VARYING WS-HELD-LIST-SUB FROM 1 BY 1
                     UNTIL WS-HELD-LIST-SUB > WS-HELD-LIST-COUNT
                  PERFORM WRITE-HELD-ITEM-LINE
               END-PERFORM
            END-IF.

       WRITE-HELD-ITEM-LINE.
            MOVE SPACES TO PRINT-REPORT-LINE
            MOVE WS-HELD-LIST-RESULT (WS-HELD-LIST-SUB)
               TO WS-FINALNUM-DISPLAY
            MOVE WS-HELD-LIST-LIMIT (WS-HELD-LIST-SUB)
               TO WS-LIMIT-DISPLAY
            STRING
               WS-HELD-LIST-ID (WS-HELD-LIST-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HELD-LIST-DEPT (WS-HELD-LIST-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HELD-LIST-OP (WS-HELD-LIST-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FINALNUM-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               INTO PRINT-REPORT-LINE
            END-STRING
            WRITE PRINT-REPORT-LINE.

       WRITE-DUP-ID-LINE.
            MOVE SPACES TO PRINT-REPORT-LINE
            STRING
                        MOVE CHECKPOINT-BCH-RESULT-SUM
                           TO WS-BCH-RESULT-SUM
                     END-IF
                     IF CHECKPOINT-HELD-COUNT NUMERIC
                        MOVE CHECKPOINT-HELD-COUNT TO WS-HELD-COUNT
                        MOVE CHECKPOINT-HELD-SUM TO WS-HELD-SUM
                        MOVE CHECKPOINT-BCH-HELD TO WS-BCH-HELD-COUNT
                        MOVE CHECKPOINT-RELEASED-COUNT
                           TO WS-RELEASED-COUNT
                     END-IF
                     IF CHECKPOINT-SAVED-BATCH-NO NUMERIC
                        MOVE CHECKPOINT-SAVED-BATCH-NO
                           TO WS-SAVED-BATCH-NO
                     END-IF
                     IF CHECKPOINT-RUN-STATE EQUAL "A"
                        MOVE "Y" TO WS-CHECKPOINT-FOUND-FLAG
                        MOVE CHECKPOINT-RELEASE-ID TO WS-RELEASE-ID
                     ELSE
                        IF CHECKPOINT-RUN-STATE NOT EQUAL "C"
                           AND WS-RESTART-POINT > ZERO
                           MOVE "Y" TO WS-CHECKPOINT-FOUND-FLAG
                        END-IF
                     END-IF
                     PERFORM RESTORE-DEPT-TOTALS
               END-READ
               CLOSE CHECKPOINT-FILE
            MOVE WS-BCH-HASH-TOTAL TO CHECKPOINT-BCH-HASH
            MOVE WS-BCH-RESULT-SUM TO CHECKPOINT-BCH-RESULT-SUM
            PERFORM SAVE-DEPT-TOTALS
            MOVE WS-HELD-COUNT TO CHECKPOINT-HELD-COUNT
            MOVE WS-HELD-SUM TO CHECKPOINT-HELD-SUM
            MOVE WS-BCH-HELD-COUNT TO CHECKPOINT-BCH-HELD
            MOVE WS-RELEASED-COUNT TO CHECKPOINT-RELEASED-COUNT
            MOVE WS-SAVED-BATCH-NO TO CHECKPOINT-SAVED-BATCH-NO
            MOVE WS-CHECKPOINT-STATE TO CHECKPOINT-RUN-STATE
            MOVE WS-RELEASE-ID TO CHECKPOINT-RELEASE-ID
            WRITE CHECKPOINT-RECORD
            CLOSE CHECKPOINT-FILE.

            MOVE ZERO TO WS-SUSPENSE-SEQ
            MOVE "N" TO WS-ANY-OVERFLOW-FLAG
            MOVE ZERO TO WS-BATCH-NO
            MOVE ZERO TO WS-SAVED-BATCH-NO
            MOVE "N" TO WS-BATCH-OPEN-FLAG
            MOVE "N" TO WS-BATCH-REFUSED-FLAG
            MOVE ZERO TO WS-BCH-RECORDS-READ
            MOVE ZERO TO WS-BCH-REJECTED-COUNT
            MOVE ZERO TO WS-BCH-HASH-TOTAL
            MOVE ZERO TO WS-BCH-RESULT-SUM
            MOVE ZERO TO WS-HELD-COUNT
            MOVE ZERO TO WS-HELD-SUM
            MOVE ZERO TO WS-BCH-HELD-COUNT
            MOVE ZERO TO WS-RELEASED-COUNT
            MOVE SPACES TO WS-RELEASE-ID
            MOVE "C" TO WS-CHECKPOINT-STATE
            PERFORM CLEAR-DEPT-TOTALS
            PERFORM WRITE-CHECKPOINT.

