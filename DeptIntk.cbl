      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Intake of department submission files.  Departments
      *          that send their own transaction files instead of
      *          keying through Trans-Entry no longer have them
      *          concatenated into TRANSIN by hand.  The INTKCTL
      *          control file names the files received, one file name
      *          per line.  Each file must begin with a header record:
      *            *HDR  dept(4)  file-date(8)  record-count(9)
      *                  operand-hash-total(18 whole, 4 decimal)
      *          followed by transaction records in TRANSIN layout.
      *          The operand hash total is the sum of NUM-ONE and
      *          NUM-TWO on ordinary records, of every value on an
      *          Average record, and nothing for a Reverse record or
      *          for an operand that names a posted transaction.
      *          Every file is read in full and checked against its
      *          own header; a file is refused whole if it cannot be
      *          opened, has no valid header, comes from a department
      *          not on OPERMST or deactivated there, was already
      *          received (same department and file date on the
      *          INTKLOG register of accepted files), carries a record
      *          for another department, or its record count or hash
      *          total disagrees with the header - so a truncated file
      *          can no longer slip into the batch.  The accepted
      *          files are merged in batch-number order (file order,
      *          then record order, within a batch) into a new TRANSIN
      *          and registered on INTKLOG.  The INTKRPT intake receipt
      *          lists every file received as accepted or refused with
      *          the reason and carries sign-off lines for the
      *          department and Operations.  Return code 0 all files
      *          accepted, 4 one or more refused, 8 nothing accepted
      *          (TRANSIN left as it was), 16 unable to run.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  OPERMST record from the shared OPERREC
      *                      copybook, so a record carrying the approval
      *                      limit is read as one record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Dept-Intake.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-CONTROL-FILE ASSIGN TO "INTKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-CONTROL-STATUS.

           SELECT DEPT-SUBMIT-FILE ASSIGN USING WS-DEPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-SUBMIT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT INTAKE-LOG-FILE ASSIGN TO "INTKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-LOG-STATUS.

           SELECT INTAKE-SORT-FILE ASSIGN TO "INTKSORT".

           SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-IN-STATUS.

           SELECT INTAKE-REPORT-FILE ASSIGN TO "INTKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-CONTROL-FILE.
       01  INTAKE-CONTROL-RECORD.
           05 INTKCTL-FILE-NAME     PIC X(60).

       FD  DEPT-SUBMIT-FILE.
       01  DEPT-HEADER-RECORD.
           05 HDR-TAG               PIC X(4).
              88 HDR-TAG-VALID      VALUE "*HDR".
           05 HDR-DEPT              PIC X(4).
           05 HDR-FILE-DATE         PIC X(8).
           05 HDR-RECORD-COUNT      PIC 9(9).
           05 HDR-HASH-TOTAL        PIC 9(18)V9(4).
           05 FILLER                PIC X(177).
       01  DEPT-TRANS-RECORD.
           05 DEPT-TRANS-ID         PIC X(10).
           05 DEPT-TRANS-BATCH-NO   PIC X(6).
           05 DEPT-TRANS-DEPT       PIC X(4).
           05 DEPT-TRANS-OPERATION  PIC X(10).
           05 DEPT-TRANS-NUM-ONE    PIC 9(16)V9(4).
           05 DEPT-TRANS-NUM-TWO    PIC 9(16)V9(4).
           05 FILLER                PIC X(154).
       01  DEPT-TRANS-AVG-RECORD.
           05 FILLER                PIC X(30).
           05 DEPT-AVG-VALUE-COUNT  PIC 9(2).
           05 DEPT-AVG-VALUE OCCURS 12 TIMES
                                    PIC 9(12)V9(4).

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  INTAKE-LOG-FILE.
       01  INTAKE-LOG-RECORD.
           05 INTKLOG-DEPT          PIC X(4).
           05 INTKLOG-FILE-DATE     PIC X(8).
           05 INTKLOG-RECORD-COUNT  PIC 9(9).
           05 INTKLOG-HASH-TOTAL    PIC 9(18)V9(4).
           05 INTKLOG-INTAKE-DATE   PIC X(8).
           05 INTKLOG-INTAKE-TIME   PIC X(8).
           05 INTKLOG-FILE-NAME     PIC X(60).

       SD  INTAKE-SORT-FILE.
       01  INTAKE-SORT-RECORD.
           05 SORT-BATCH-NO         PIC X(6).
           05 SORT-FILE-SEQ         PIC 9(3).
           05 SORT-RECORD-SEQ       PIC 9(9).
           05 SORT-TRANS-DATA       PIC X(224).

       FD  TRANS-IN-FILE.
       01  TRANS-IN-RECORD          PIC X(224).

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INTAKE-CONTROL-STATUS PIC XX.
           88 INTAKE-CONTROL-OK     VALUE "00".

       01  WS-DEPT-SUBMIT-STATUS    PIC XX.
           88 DEPT-SUBMIT-OK        VALUE "00".

       01  WS-OPERATOR-MASTER-STATUS PIC XX.
           88 OPERATOR-MASTER-OK    VALUE "00".

       01  WS-INTAKE-LOG-STATUS     PIC XX.
           88 INTAKE-LOG-OK         VALUE "00".

       01  WS-TRANS-IN-STATUS       PIC XX.
           88 TRANS-IN-OK           VALUE "00".

       01  WS-INTAKE-REPORT-STATUS  PIC XX.
           88 INTAKE-REPORT-OK      VALUE "00".

       01  WS-CONTROL-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-CONTROL-FILE   VALUE "Y".
       01  WS-DEPT-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-DEPT-FILE      VALUE "Y".
       01  WS-OPERATOR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-OPERATOR-FILE  VALUE "Y".
       01  WS-LOG-EOF-FLAG          PIC X VALUE "N".
           88 END-OF-LOG-FILE       VALUE "Y".
       01  WS-SORT-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-SORT-FILE      VALUE "Y".

       01  WS-DEPT-FILE-NAME        PIC X(60) VALUE SPACES.

       01  WS-RUN-DATE              PIC X(8).
       01  WS-RUN-TIME              PIC X(8).

       01  WS-OPERATOR-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-SUB          PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-FOUND-SUB    PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 200 TIMES.
              10 WS-OPR-DEPT-CODE   PIC X(4).
              10 WS-OPR-STATUS      PIC X.
              10 WS-OPR-END-DATE    PIC X(8).

       01  WS-RECEIVED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-RECEIVED-SUB          PIC 9(4) VALUE ZERO.
       01  WS-RECEIVED-TABLE.
           05 WS-RECEIVED-ENTRY OCCURS 2100 TIMES.
              10 WS-RCV-DEPT        PIC X(4).
              10 WS-RCV-FILE-DATE   PIC X(8).
              10 WS-RCV-INTAKE-DATE PIC X(8).

       01  WS-FILE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-FILE-SUB              PIC 9(3) VALUE ZERO.
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 100 TIMES.
              10 WS-FIL-NAME        PIC X(60).
              10 WS-FIL-DEPT        PIC X(4).
              10 WS-FIL-FILE-DATE   PIC X(8).
              10 WS-FIL-HDR-COUNT   PIC 9(9).
              10 WS-FIL-ACT-COUNT   PIC 9(9).
              10 WS-FIL-HDR-HASH    PIC 9(18)V9(4).
              10 WS-FIL-ACT-HASH    PIC S9(19)V9(4)
                                     SIGN IS LEADING SEPARATE.
              10 WS-FIL-LOW-BATCH   PIC X(6).
              10 WS-FIL-HIGH-BATCH  PIC X(6).
              10 WS-FIL-RESULT      PIC X.
                 88 FILE-ACCEPTED   VALUE "A".
                 88 FILE-REFUSED    VALUE "R".
              10 WS-FIL-REASON      PIC X(40).

       01  WS-HEADER-FOUND-FLAG     PIC X VALUE "N".
           88 HEADER-FOUND          VALUE "Y".
       01  WS-OTHER-DEPT-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-VALUE-SUB             PIC 9(2) VALUE ZERO.
       01  WS-RECORD-SEQ            PIC 9(9) VALUE ZERO.

       01  WS-ACCEPTED-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-MERGED-COUNT          PIC 9(9) VALUE ZERO.

       01  WS-COUNT-DISPLAY         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISPLAY-B       PIC ZZZZZZZZ9.
       01  WS-FILES-DISPLAY         PIC ZZ9.
       01  WS-HASH-DISPLAY          PIC -(19)9.9(4).
       01  WS-HASH-DISPLAY-B        PIC -(19)9.9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME

            OPEN INPUT INTAKE-CONTROL-FILE
            IF NOT INTAKE-CONTROL-OK
               DISPLAY "Unable to open INTKCTL - status "
                  WS-INTAKE-CONTROL-STATUS
                  " - no list of files received"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT INTAKE-REPORT-FILE
            IF NOT INTAKE-REPORT-OK
               DISPLAY "Unable to open INTKRPT - status "
                  WS-INTAKE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM LOAD-OPERATOR-MASTER
            PERFORM LOAD-INTAKE-REGISTER

            PERFORM UNTIL END-OF-CONTROL-FILE
               READ INTAKE-CONTROL-FILE
                  AT END
                     MOVE "Y" TO WS-CONTROL-EOF-FLAG
                  NOT AT END
                     IF INTKCTL-FILE-NAME NOT EQUAL SPACES
                        PERFORM CHECK-SUBMISSION-FILE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE INTAKE-CONTROL-FILE

            IF WS-ACCEPTED-COUNT > ZERO
               SORT INTAKE-SORT-FILE
                  ON ASCENDING KEY SORT-BATCH-NO
                     SORT-FILE-SEQ SORT-RECORD-SEQ
                  INPUT PROCEDURE IS RELEASE-ACCEPTED-FILES
                  OUTPUT PROCEDURE IS WRITE-MERGED-TRANSIN
               PERFORM REGISTER-ACCEPTED-FILES
            END-IF

            PERFORM WRITE-INTAKE-RECEIPT
            CLOSE INTAKE-REPORT-FILE

            MOVE WS-ACCEPTED-COUNT TO WS-FILES-DISPLAY
            DISPLAY "Files accepted: " WS-FILES-DISPLAY
            MOVE WS-REFUSED-COUNT TO WS-FILES-DISPLAY
            DISPLAY "Files refused:  " WS-FILES-DISPLAY
            MOVE WS-MERGED-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Records merged into TRANSIN: " WS-COUNT-DISPLAY
            IF WS-ACCEPTED-COUNT EQUAL ZERO
               DISPLAY "No file accepted - TRANSIN left as it was"
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-REFUSED-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF
            END-IF
            STOP RUN.

       LOAD-OPERATOR-MASTER.
            OPEN INPUT OPERATOR-MASTER-FILE
            IF NOT OPERATOR-MASTER-OK
               DISPLAY "Unable to open OPERMST - status "
                  WS-OPERATOR-MASTER-STATUS
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
                        IF OPR-STATUS EQUAL "I"
                           MOVE "I"
                              TO WS-OPR-STATUS (WS-OPERATOR-COUNT)
                        ELSE
                           MOVE "A"
                              TO WS-OPR-STATUS (WS-OPERATOR-COUNT)
                        END-IF
                        MOVE OPR-END-DATE
                           TO WS-OPR-END-DATE (WS-OPERATOR-COUNT)
                     ELSE
                        DISPLAY "OPERMST table full - entry dropped "
                           "for " OPR-DEPT-CODE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE OPERATOR-MASTER-FILE.

       LOAD-INTAKE-REGISTER.
            OPEN INPUT INTAKE-LOG-FILE
            IF NOT INTAKE-LOG-OK
               DISPLAY "No INTKLOG register yet - no files received "
                  "before this run"
               MOVE "Y" TO WS-LOG-EOF-FLAG
            END-IF
            PERFORM UNTIL END-OF-LOG-FILE
               READ INTAKE-LOG-FILE
                  AT END
                     MOVE "Y" TO WS-LOG-EOF-FLAG
                  NOT AT END
                     IF WS-RECEIVED-COUNT < 2000
                        ADD 1 TO WS-RECEIVED-COUNT
                        MOVE INTKLOG-DEPT
                           TO WS-RCV-DEPT (WS-RECEIVED-COUNT)
                        MOVE INTKLOG-FILE-DATE
                           TO WS-RCV-FILE-DATE (WS-RECEIVED-COUNT)
                        MOVE INTKLOG-INTAKE-DATE
                           TO WS-RCV-INTAKE-DATE (WS-RECEIVED-COUNT)
                     ELSE
                        DISPLAY "INTKLOG exceeds 2000 entries - "
                           "intake refused until it is archived"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                     END-IF
               END-READ
            END-PERFORM
            IF INTAKE-LOG-OK OR WS-INTAKE-LOG-STATUS EQUAL "10"
               CLOSE INTAKE-LOG-FILE
            END-IF.

       CHECK-SUBMISSION-FILE.
            IF WS-FILE-COUNT EQUAL 100
               DISPLAY "More than 100 files on INTKCTL - "
                  INTKCTL-FILE-NAME " not taken in"
            ELSE
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-FILE-COUNT TO WS-FILE-SUB
               MOVE INTKCTL-FILE-NAME TO WS-FIL-NAME (WS-FILE-SUB)
               MOVE SPACES TO WS-FIL-DEPT (WS-FILE-SUB)
               MOVE SPACES TO WS-FIL-FILE-DATE (WS-FILE-SUB)
               MOVE ZERO TO WS-FIL-HDR-COUNT (WS-FILE-SUB)
               MOVE ZERO TO WS-FIL-ACT-COUNT (WS-FILE-SUB)
               MOVE ZERO TO WS-FIL-HDR-HASH (WS-FILE-SUB)
               MOVE ZERO TO WS-FIL-ACT-HASH (WS-FILE-SUB)
               MOVE SPACES TO WS-FIL-LOW-BATCH (WS-FILE-SUB)
               MOVE SPACES TO WS-FIL-HIGH-BATCH (WS-FILE-SUB)
               MOVE SPACES TO WS-FIL-REASON (WS-FILE-SUB)
               MOVE "A" TO WS-FIL-RESULT (WS-FILE-SUB)
               PERFORM READ-SUBMISSION-FILE
               IF FILE-ACCEPTED (WS-FILE-SUB)
                  PERFORM CHECK-AGAINST-HEADER
               END-IF
               IF FILE-ACCEPTED (WS-FILE-SUB)
                  ADD 1 TO WS-ACCEPTED-COUNT
                  ADD 1 TO WS-RECEIVED-COUNT
                  MOVE WS-FIL-DEPT (WS-FILE-SUB)
                     TO WS-RCV-DEPT (WS-RECEIVED-COUNT)
                  MOVE WS-FIL-FILE-DATE (WS-FILE-SUB)
                     TO WS-RCV-FILE-DATE (WS-RECEIVED-COUNT)
                  MOVE WS-RUN-DATE
                     TO WS-RCV-INTAKE-DATE (WS-RECEIVED-COUNT)
                  DISPLAY "Accepted " INTKCTL-FILE-NAME
               ELSE
                  ADD 1 TO WS-REFUSED-COUNT
                  DISPLAY "Refused " INTKCTL-FILE-NAME " - "
                     WS-FIL-REASON (WS-FILE-SUB)
               END-IF
            END-IF.

       READ-SUBMISSION-FILE.
            MOVE INTKCTL-FILE-NAME TO WS-DEPT-FILE-NAME
            OPEN INPUT DEPT-SUBMIT-FILE
            IF NOT DEPT-SUBMIT-OK
               MOVE "R" TO WS-FIL-RESULT (WS-FILE-SUB)
               STRING "FILE NOT READABLE - STATUS " DELIMITED BY SIZE
                  WS-DEPT-SUBMIT-STATUS DELIMITED BY SIZE
                  INTO WS-FIL-REASON (WS-FILE-SUB)
               END-STRING
            ELSE
               MOVE "N" TO WS-HEADER-FOUND-FLAG
               MOVE "N" TO WS-DEPT-EOF-FLAG
               MOVE ZERO TO WS-OTHER-DEPT-COUNT
               READ DEPT-SUBMIT-FILE
                  AT END
                     MOVE "Y" TO WS-DEPT-EOF-FLAG
                  NOT AT END
                     IF HDR-TAG-VALID
                        MOVE "Y" TO WS-HEADER-FOUND-FLAG
                        MOVE HDR-DEPT TO WS-FIL-DEPT (WS-FILE-SUB)
                        MOVE HDR-FILE-DATE
                           TO WS-FIL-FILE-DATE (WS-FILE-SUB)
                        IF HDR-RECORD-COUNT NUMERIC
                           AND HDR-HASH-TOTAL NUMERIC
                           AND HDR-FILE-DATE NUMERIC
                           MOVE HDR-RECORD-COUNT
                              TO WS-FIL-HDR-COUNT (WS-FILE-SUB)
                           MOVE HDR-HASH-TOTAL
                              TO WS-FIL-HDR-HASH (WS-FILE-SUB)
                        ELSE
                           MOVE "R" TO WS-FIL-RESULT (WS-FILE-SUB)
                           MOVE "HEADER COUNT, HASH OR DATE NOT NUMERIC"
                              TO WS-FIL-REASON (WS-FILE-SUB)
                        END-IF
                     END-IF
               END-READ
               IF NOT HEADER-FOUND
                  MOVE "R" TO WS-FIL-RESULT (WS-FILE-SUB)
                  MOVE "NO *HDR HEADER RECORD"
                     TO WS-FIL-REASON (WS-FILE-SUB)
               ELSE
                  PERFORM UNTIL END-OF-DEPT-FILE
                     READ DEPT-SUBMIT-FILE
                        AT END
                           MOVE "Y" TO WS-DEPT-EOF-FLAG
                        NOT AT END
                           PERFORM FOOT-SUBMISSION-RECORD
                     END-READ
                  END-PERFORM
               END-IF
               CLOSE DEPT-SUBMIT-FILE
            END-IF.

       FOOT-SUBMISSION-RECORD.
            ADD 1 TO WS-FIL-ACT-COUNT (WS-FILE-SUB)
            IF DEPT-TRANS-DEPT NOT EQUAL WS-FIL-DEPT (WS-FILE-SUB)
               ADD 1 TO WS-OTHER-DEPT-COUNT
            END-IF
            IF WS-FIL-LOW-BATCH (WS-FILE-SUB) EQUAL SPACES
               OR DEPT-TRANS-BATCH-NO < WS-FIL-LOW-BATCH (WS-FILE-SUB)
               MOVE DEPT-TRANS-BATCH-NO
                  TO WS-FIL-LOW-BATCH (WS-FILE-SUB)
            END-IF
            IF DEPT-TRANS-BATCH-NO > WS-FIL-HIGH-BATCH (WS-FILE-SUB)
               MOVE DEPT-TRANS-BATCH-NO
                  TO WS-FIL-HIGH-BATCH (WS-FILE-SUB)
            END-IF
            IF DEPT-TRANS-OPERATION EQUAL "Average"
               IF DEPT-AVG-VALUE-COUNT NUMERIC
                  AND DEPT-AVG-VALUE-COUNT NOT > 12
                  PERFORM VARYING WS-VALUE-SUB FROM 1 BY 1
                        UNTIL WS-VALUE-SUB > DEPT-AVG-VALUE-COUNT
                     IF DEPT-AVG-VALUE (WS-VALUE-SUB) NUMERIC
                        ADD DEPT-AVG-VALUE (WS-VALUE-SUB)
                           TO WS-FIL-ACT-HASH (WS-FILE-SUB)
                     END-IF
                  END-PERFORM
               END-IF
            ELSE
               IF DEPT-TRANS-OPERATION NOT EQUAL "Reverse"
                  IF DEPT-TRANS-NUM-ONE NUMERIC
                     ADD DEPT-TRANS-NUM-ONE
                        TO WS-FIL-ACT-HASH (WS-FILE-SUB)
                  END-IF
                  IF DEPT-TRANS-NUM-TWO NUMERIC
                     ADD DEPT-TRANS-NUM-TWO
                        TO WS-FIL-ACT-HASH (WS-FILE-SUB)
                  END-IF
               END-IF
            END-IF.

       CHECK-AGAINST-HEADER.
            MOVE ZERO TO WS-OPERATOR-FOUND-SUB
            PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                  UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
               IF WS-OPR-DEPT-CODE (WS-OPERATOR-SUB)
                  EQUAL WS-FIL-DEPT (WS-FILE-SUB)
                  MOVE WS-OPERATOR-SUB TO WS-OPERATOR-FOUND-SUB
               END-IF
            END-PERFORM
            IF WS-OPERATOR-FOUND-SUB EQUAL ZERO
               MOVE "R" TO WS-FIL-RESULT (WS-FILE-SUB)
               MOVE "DEPARTMENT NOT ON OPERMST"
                  TO WS-FIL-REASON (WS-FILE-SUB)
            ELSE
               IF WS-OPR-STATUS (WS-OPERATOR-FOUND-SUB) EQUAL "I"
                  AND WS-RUN-DATE >
                     WS-OPR-END-DATE (WS-OPERATOR-FOUND-SUB)
                  MOVE "R" TO WS-FIL-RESULT (WS-FILE-SUB)
                  STRING "DEPARTMENT DEACTIVATED AFTER "
                        DELIMITED BY SIZE
                     WS-OPR-END-DATE (WS-OPERATOR-FOUND-SUB)
                        DELIMITED BY SIZE
                     INTO WS-FIL-REASON (WS-FILE-SUB)
                  END-STRING
               END-IF
            END-IF

            IF FILE-ACCEPTED (WS-FILE-SUB)
               PERFORM VARYING WS-RECEIVED-SUB FROM 1 BY 1
                     UNTIL WS-RECEIVED-SUB > WS-RECEIVED-COUNT
                        OR FILE-REFUSED (WS-FILE-SUB)
                  IF WS-RCV-DEPT (WS-RECEIVED-SUB)
                     EQUAL WS-FIL-DEPT (WS-FILE-SUB)
                     AND WS-RCV-FILE-DATE (WS-RECEIVED-SUB)
                     EQUAL WS-FIL-FILE-DATE (WS-FILE-SUB)
                     MOVE "R" TO WS-FIL-RESULT (WS-FILE-SUB)
                     STRING "ALREADY RECEIVED ON " DELIMITED BY SIZE
                        WS-RCV-INTAKE-DATE (WS-RECEIVED-SUB)
                           DELIMITED BY SIZE
                        INTO WS-FIL-REASON (WS-FILE-SUB)
                     END-STRING
                  END-IF
               END-PERFORM
            END-IF

            IF FILE-ACCEPTED (WS-FILE-SUB)
               IF WS-OTHER-DEPT-COUNT > ZERO
                  MOVE "R" TO WS-FIL-RESULT (WS-FILE-SUB)
                  MOVE "RECORDS FOR ANOTHER DEPARTMENT"
                     TO WS-FIL-REASON (WS-FILE-SUB)
               ELSE
                  IF WS-FIL-ACT-COUNT (WS-FILE-SUB) NOT EQUAL
                     WS-FIL-HDR-COUNT (WS-FILE-SUB)
                     MOVE "R" TO WS-FIL-RESULT (WS-FILE-SUB)
                     MOVE "RECORD COUNT DISAGREES WITH HEADER"
                        TO WS-FIL-REASON (WS-FILE-SUB)
                  ELSE
                     IF WS-FIL-ACT-HASH (WS-FILE-SUB) NOT EQUAL
                        WS-FIL-HDR-HASH (WS-FILE-SUB)
                        MOVE "R" TO WS-FIL-RESULT (WS-FILE-SUB)
                        MOVE "HASH TOTAL DISAGREES WITH HEADER"
                           TO WS-FIL-REASON (WS-FILE-SUB)
                     END-IF
                  END-IF
               END-IF
            END-IF.

       RELEASE-ACCEPTED-FILES.
            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                  UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF FILE-ACCEPTED (WS-FILE-SUB)
                  PERFORM RELEASE-FILE-RECORDS
               END-IF
            END-PERFORM.

       RELEASE-FILE-RECORDS.
            MOVE WS-FIL-NAME (WS-FILE-SUB) TO WS-DEPT-FILE-NAME
            OPEN INPUT DEPT-SUBMIT-FILE
            IF NOT DEPT-SUBMIT-OK
               DISPLAY "Unable to reopen " WS-DEPT-FILE-NAME
                  " - status " WS-DEPT-SUBMIT-STATUS
                  " - intake abandoned, TRANSIN not complete"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE "N" TO WS-DEPT-EOF-FLAG
            MOVE ZERO TO WS-RECORD-SEQ
            READ DEPT-SUBMIT-FILE
               AT END
                  MOVE "Y" TO WS-DEPT-EOF-FLAG
            END-READ
            PERFORM UNTIL END-OF-DEPT-FILE
               READ DEPT-SUBMIT-FILE
                  AT END
                     MOVE "Y" TO WS-DEPT-EOF-FLAG
                  NOT AT END
                     ADD 1 TO WS-RECORD-SEQ
                     MOVE DEPT-TRANS-BATCH-NO TO SORT-BATCH-NO
                     MOVE WS-FILE-SUB TO SORT-FILE-SEQ
                     MOVE WS-RECORD-SEQ TO SORT-RECORD-SEQ
                     MOVE DEPT-HEADER-RECORD TO SORT-TRANS-DATA
                     RELEASE INTAKE-SORT-RECORD
               END-READ
            END-PERFORM
            CLOSE DEPT-SUBMIT-FILE.

       WRITE-MERGED-TRANSIN.
            OPEN OUTPUT TRANS-IN-FILE
            IF NOT TRANS-IN-OK
               DISPLAY "Unable to open TRANSIN - status "
                  WS-TRANS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE "N" TO WS-SORT-EOF-FLAG
            PERFORM UNTIL END-OF-SORT-FILE
               RETURN INTAKE-SORT-FILE
                  AT END
                     MOVE "Y" TO WS-SORT-EOF-FLAG
                  NOT AT END
                     MOVE SORT-TRANS-DATA TO TRANS-IN-RECORD
                     WRITE TRANS-IN-RECORD
                     ADD 1 TO WS-MERGED-COUNT
               END-RETURN
            END-PERFORM
            CLOSE TRANS-IN-FILE.

       REGISTER-ACCEPTED-FILES.
            OPEN EXTEND INTAKE-LOG-FILE
            IF NOT INTAKE-LOG-OK
               OPEN OUTPUT INTAKE-LOG-FILE
            END-IF
            IF NOT INTAKE-LOG-OK
               DISPLAY "Unable to open INTKLOG - status "
                  WS-INTAKE-LOG-STATUS
                  " - accepted files not registered, a resend "
                  "would not be caught"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                  UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF FILE-ACCEPTED (WS-FILE-SUB)
                  MOVE SPACES TO INTAKE-LOG-RECORD
                  MOVE WS-FIL-DEPT (WS-FILE-SUB) TO INTKLOG-DEPT
                  MOVE WS-FIL-FILE-DATE (WS-FILE-SUB)
                     TO INTKLOG-FILE-DATE
                  MOVE WS-FIL-ACT-COUNT (WS-FILE-SUB)
                     TO INTKLOG-RECORD-COUNT
                  MOVE WS-FIL-HDR-HASH (WS-FILE-SUB)
                     TO INTKLOG-HASH-TOTAL
                  MOVE WS-RUN-DATE TO INTKLOG-INTAKE-DATE
                  MOVE WS-RUN-TIME TO INTKLOG-INTAKE-TIME
                  MOVE WS-FIL-NAME (WS-FILE-SUB) TO INTKLOG-FILE-NAME
                  WRITE INTAKE-LOG-RECORD
               END-IF
            END-PERFORM
            CLOSE INTAKE-LOG-FILE.

       WRITE-INTAKE-RECEIPT.
            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               "DEPARTMENT FILE INTAKE RECEIPT - RUN DATE "
                  DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " TIME " DELIMITED BY SIZE
               WS-RUN-TIME (1:6) DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            WRITE INTAKE-REPORT-LINE

            MOVE SPACES TO INTAKE-REPORT-LINE
            WRITE INTAKE-REPORT-LINE

            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               "FILE                           DEPT FILE DATE "
                  DELIMITED BY SIZE
               "HDR COUNT  ACT COUNT BATCHES               RESULT"
                  DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            WRITE INTAKE-REPORT-LINE

            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               "                                 "
                  DELIMITED BY SIZE
               "HEADER HASH TOTAL         ACTUAL HASH TOTAL  REASON"
                  DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            WRITE INTAKE-REPORT-LINE

            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                  UNTIL WS-FILE-SUB > WS-FILE-COUNT
               PERFORM WRITE-RECEIPT-FILE-LINES
            END-PERFORM

            MOVE SPACES TO INTAKE-REPORT-LINE
            WRITE INTAKE-REPORT-LINE

            MOVE WS-FILE-COUNT TO WS-FILES-DISPLAY
            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               "FILES RECEIVED:               " DELIMITED BY SIZE
               WS-FILES-DISPLAY DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            WRITE INTAKE-REPORT-LINE

            MOVE WS-ACCEPTED-COUNT TO WS-FILES-DISPLAY
            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               "FILES ACCEPTED:               " DELIMITED BY SIZE
               WS-FILES-DISPLAY DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            WRITE INTAKE-REPORT-LINE

            MOVE WS-REFUSED-COUNT TO WS-FILES-DISPLAY
            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               "FILES REFUSED:                " DELIMITED BY SIZE
               WS-FILES-DISPLAY DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            WRITE INTAKE-REPORT-LINE

            MOVE WS-MERGED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO INTAKE-REPORT-LINE
            IF WS-ACCEPTED-COUNT > ZERO
               STRING
                  "RECORDS MERGED INTO TRANSIN:  " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO INTAKE-REPORT-LINE
               END-STRING
            ELSE
               STRING
                  "NO FILE ACCEPTED - TRANSIN NOT WRITTEN"
                     DELIMITED BY SIZE
                  INTO INTAKE-REPORT-LINE
               END-STRING
            END-IF
            WRITE INTAKE-REPORT-LINE

            MOVE SPACES TO INTAKE-REPORT-LINE
            WRITE INTAKE-REPORT-LINE
            MOVE SPACES TO INTAKE-REPORT-LINE
            WRITE INTAKE-REPORT-LINE

            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               "DEPARTMENT SIGN-OFF:  ______________________________"
                  DELIMITED BY SIZE
               "   DATE: __________" DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            WRITE INTAKE-REPORT-LINE

            MOVE SPACES TO INTAKE-REPORT-LINE
            WRITE INTAKE-REPORT-LINE

            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               "OPERATIONS SIGN-OFF:  ______________________________"
                  DELIMITED BY SIZE
               "   DATE: __________" DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            WRITE INTAKE-REPORT-LINE.

       WRITE-RECEIPT-FILE-LINES.
            MOVE WS-FIL-HDR-COUNT (WS-FILE-SUB) TO WS-COUNT-DISPLAY
            MOVE WS-FIL-ACT-COUNT (WS-FILE-SUB) TO WS-COUNT-DISPLAY-B
            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               WS-FIL-NAME (WS-FILE-SUB) (1:30) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIL-DEPT (WS-FILE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIL-FILE-DATE (WS-FILE-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY-B DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIL-LOW-BATCH (WS-FILE-SUB) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-FIL-HIGH-BATCH (WS-FILE-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            IF FILE-ACCEPTED (WS-FILE-SUB)
               MOVE "ACCEPTED" TO INTAKE-REPORT-LINE (90:8)
            ELSE
               MOVE "REFUSED" TO INTAKE-REPORT-LINE (90:7)
            END-IF
            WRITE INTAKE-REPORT-LINE

            MOVE WS-FIL-HDR-HASH (WS-FILE-SUB) TO WS-HASH-DISPLAY
            MOVE WS-FIL-ACT-HASH (WS-FILE-SUB) TO WS-HASH-DISPLAY-B
            MOVE SPACES TO INTAKE-REPORT-LINE
            STRING
               "                         " DELIMITED BY SIZE
               WS-HASH-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HASH-DISPLAY-B DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FIL-REASON (WS-FILE-SUB) DELIMITED BY SIZE
               INTO INTAKE-REPORT-LINE
            END-STRING
            WRITE INTAKE-REPORT-LINE.

       END PROGRAM Dept-Intake.
