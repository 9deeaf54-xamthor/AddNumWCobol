      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Department run confirmation statements.  Runs after
      *          Hello-NAME and splits the run out by department so
      *          each department is sent only its own work instead of
      *          someone reading answers off the shared PRINTRPT.  The
      *          run date and completion status come from JOBSTAT.
      *          TRANSOUT supplies what the run posted (the DEPT= and
      *          TARGET= tags on each result line), each posting is
      *          looked up on RESLMSTR for its batch, figures and
      *          whether it has since been reversed, the HELD lines
      *          give the results held for supervisor approval, and
      *          SUSPENSE gives the rejects for the run date with the
      *          reason code spelled out in plain words.  Items are
      *          sorted by department and each department with any
      *          activity gets its own statement file, CONF followed
      *          by the department code, listing posted work with
      *          results, reversals, held items and rejects, with the
      *          department's own totals.  The CONFDIST distribution
      *          control listing shows every department on OPERMST
      *          with the statement produced for it or "no activity",
      *          any department code with activity that is not on
      *          OPERMST, and the statement totals agreed back to
      *          JOBSTAT.  Return code 0 statements produced and
      *          agreed, 4 produced with a warning (run did not
      *          complete normally, totals disagree with JOBSTAT, or
      *          activity for a department not on OPERMST), 16 unable
      *          to run.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  OPERMST record from the shared OPERREC
      *                      copybook, so a record carrying the approval
      *                      limit is read as one record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Dept-Confirm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS-STATUS.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-OUT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "RESLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RESL-TRANS-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT STATEMENT-SORT-FILE ASSIGN TO "CONFSORT".

           SELECT STATEMENT-FILE ASSIGN USING WS-STATEMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT DISTRIBUTION-FILE ASSIGN TO "CONFDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIBUTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-RECORD.
           05 JS-RUN-DATE           PIC X(8).
           05 JS-BATCH-NO           PIC 9(6).
           05 JS-RECORDS-READ       PIC 9(9).
           05 JS-POSTED-COUNT       PIC 9(9).
           05 JS-REJECTED-COUNT     PIC 9(9).
           05 JS-OVERFLOW-FLAG      PIC X.
           05 JS-RESTART-FLAG       PIC X.
           05 JS-RETURN-CODE        PIC 9(2).
           05 JS-STATUS             PIC XX.

       FD  TRANS-OUT-FILE.
       01  TRANS-OUT-RECORD.
           05 TOUT-HEADER-TAG       PIC X(16).
           05 TOUT-HEADER-DATE      PIC X(8).
           05 TOUT-HEADER-BATCH-TAG PIC X(7).
           05 TOUT-HEADER-BATCH     PIC X(6).
           05 FILLER                PIC X(163).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  RESULTS-FILE.
       COPY RESLREC.

       SD  STATEMENT-SORT-FILE.
       01  STATEMENT-SORT-RECORD.
           05 SR-DEPT               PIC X(4).
           05 SR-SECTION            PIC 9.
              88 SR-POSTED          VALUE 1.
              88 SR-REVERSAL        VALUE 2.
              88 SR-HELD            VALUE 3.
              88 SR-REJECTED        VALUE 4.
           05 SR-SEQ                PIC 9(9).
           05 SR-TRANS-ID           PIC X(10).
           05 SR-BATCH-NO           PIC X(6).
           05 SR-OPERATION          PIC X(10).
           05 SR-NUM-ONE            PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 SR-NUM-TWO            PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 SR-RESULT             PIC S9(18)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 SR-REF-ID             PIC X(10).
           05 SR-REASON-CODE        PIC XX.
           05 SR-SUSP-SEQ           PIC 9(6).
           05 SR-LIMIT              PIC 9(18).
           05 SR-FLAG               PIC X.
              88 SR-NOT-ON-MASTER   VALUE "M".
              88 SR-SINCE-REVERSED  VALUE "R".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(132).

       FD  DISTRIBUTION-FILE.
       01  DISTRIBUTION-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOB-STATUS-STATUS     PIC XX.
           88 JOB-STATUS-OK         VALUE "00".

       01  WS-TRANS-OUT-STATUS      PIC XX.
           88 TRANS-OUT-OK          VALUE "00".

       01  WS-SUSPENSE-STATUS       PIC XX.
           88 SUSPENSE-OK           VALUE "00".

       01  WS-OPERATOR-MASTER-STATUS PIC XX.
           88 OPERATOR-MASTER-OK    VALUE "00".

       01  WS-RESULTS-STATUS        PIC XX.
           88 RESULTS-OK            VALUE "00".

       01  WS-STATEMENT-STATUS      PIC XX.
           88 STATEMENT-OK          VALUE "00".

       01  WS-DISTRIBUTION-STATUS   PIC XX.
           88 DISTRIBUTION-OK       VALUE "00".

       01  WS-TROUT-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-TROUT-FILE     VALUE "Y".
       01  WS-SUSPENSE-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-SUSPENSE-FILE  VALUE "Y".
       01  WS-OPERATOR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-OPERATOR-FILE  VALUE "Y".
       01  WS-SORT-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-SORT-FILE      VALUE "Y".
       01  WS-RESULTS-OPEN-FLAG     PIC X VALUE "N".
           88 RESULTS-FILE-IS-OPEN  VALUE "Y".
       01  WS-STATEMENT-OPEN-FLAG   PIC X VALUE "N".
           88 STATEMENT-IS-OPEN     VALUE "Y".

       01  WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01  WS-RUN-STATUS-TEXT       PIC X(40) VALUE SPACES.
       01  WS-RUN-INCOMPLETE-FLAG   PIC X VALUE "N".
           88 RUN-INCOMPLETE        VALUE "Y".
       01  WS-WARNING-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-STATEMENT-NAME        PIC X(12) VALUE SPACES.
       01  WS-CURRENT-BATCH         PIC X(6) VALUE SPACES.
       01  WS-ITEM-SEQ              PIC 9(9) VALUE ZERO.

       01  WS-PARSE-LEAD            PIC X(200).
       01  WS-PARSE-REST            PIC X(200).
       01  WS-PARSE-TEXT            PIC X(30).
       01  WS-LINE-DEPT             PIC X(4).
       01  WS-LINE-TARGET           PIC X(10).
       01  WS-LINE-OPERATION        PIC X(10).

       01  WS-OPERATOR-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-SUB          PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-FOUND-SUB    PIC 9(3) VALUE ZERO.
       01  WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 250 TIMES.
              10 WS-OPR-DEPT-CODE   PIC X(4).
              10 WS-OPR-DEPT-NAME   PIC X(20).
              10 WS-OPR-STATUS      PIC X.
              10 WS-OPR-END-DATE    PIC X(8).
              10 WS-OPR-ON-MASTER   PIC X.
              10 WS-OPR-STATEMENT   PIC X(12).
              10 WS-OPR-POSTED      PIC 9(7).
              10 WS-OPR-REVERSED    PIC 9(7).
              10 WS-OPR-HELD        PIC 9(7).
              10 WS-OPR-REJECTED    PIC 9(7).

       01  WS-REASON-TABLE-DATA.
           05 FILLER PIC X(42) VALUE
              "OPOPERATION CODE NOT RECOGNISED".
           05 FILLER PIC X(42) VALUE
              "N1FIRST NUMBER IS NOT A VALID NUMBER".
           05 FILLER PIC X(42) VALUE
              "N2SECOND NUMBER IS NOT A VALID NUMBER".
           05 FILLER PIC X(42) VALUE
              "DZDIVISION BY ZERO".
           05 FILLER PIC X(42) VALUE
              "IDTRANSACTION ID MISSING".
           05 FILLER PIC X(42) VALUE
              "BNBATCH NUMBER IS NOT NUMERIC".
           05 FILLER PIC X(42) VALUE
              "DPDEPARTMENT CODE NOT ON OPERATOR MASTER".
           05 FILLER PIC X(42) VALUE
              "AVAVERAGE VALUES MISSING OR INVALID".
           05 FILLER PIC X(42) VALUE
              "DBBATCH ALREADY PROCESSED - RESUBMITTED".
           05 FILLER PIC X(42) VALUE
              "DITRANSACTION ID ALREADY USED".
           05 FILLER PIC X(42) VALUE
              "RVREVERSAL TARGET MISSING OR REVERSED".
           05 FILLER PIC X(42) VALUE
              "DXDEPARTMENT DEACTIVATED".
           05 FILLER PIC X(42) VALUE
              "CHSOURCE TRANSACTION NOT POSTED".
       01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
           05 WS-REASON-ENTRY OCCURS 13 TIMES.
              10 WS-REASON-CODE     PIC XX.
              10 WS-REASON-TEXT     PIC X(40).
       01  WS-REASON-SUB            PIC 9(2) VALUE ZERO.
       01  WS-REASON-WORDS          PIC X(40).

       01  WS-CURRENT-DEPT          PIC X(4) VALUE SPACES.
       01  WS-CURRENT-SECTION       PIC 9 VALUE ZERO.
       01  WS-STMT-POSTED           PIC 9(7) VALUE ZERO.
       01  WS-STMT-POSTED-SUM       PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-STMT-REVERSED         PIC 9(7) VALUE ZERO.
       01  WS-STMT-REVERSED-SUM     PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-STMT-HELD             PIC 9(7) VALUE ZERO.
       01  WS-STMT-HELD-SUM         PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-STMT-REJECTED         PIC 9(7) VALUE ZERO.

       01  WS-TOTAL-POSTED-LINES    PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-REJECTS         PIC 9(9) VALUE ZERO.
       01  WS-STATEMENT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-QUIET-COUNT           PIC 9(5) VALUE ZERO.

       01  WS-NUM-DISPLAY-A         PIC -(16)9.9(4).
       01  WS-NUM-DISPLAY-B         PIC -(16)9.9(4).
       01  WS-RESULT-DISPLAY        PIC -(18)9.9(4).
       01  WS-SUM-DISPLAY           PIC -(20)9.9(4).
       01  WS-LIMIT-DISPLAY         PIC Z(17)9.
       01  WS-COUNT-DISPLAY         PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-B       PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-C       PIC ZZZZZZ9.
       01  WS-COUNT-DISPLAY-D       PIC ZZZZZZ9.
       01  WS-TOTAL-DISPLAY         PIC ZZZZZZZZ9.
       01  WS-TOTAL-DISPLAY-B       PIC ZZZZZZZZ9.
       01  WS-SEQ-DISPLAY           PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-JOB-STATUS
            PERFORM LOAD-OPERATOR-MASTER

            OPEN INPUT TRANS-OUT-FILE
            IF NOT TRANS-OUT-OK
               DISPLAY "Unable to open TRANSOUT - status "
                  WS-TRANS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN INPUT SUSPENSE-FILE
            IF NOT SUSPENSE-OK
               DISPLAY "No SUSPENSE file - no rejects to report"
               MOVE "Y" TO WS-SUSPENSE-EOF-FLAG
            END-IF

            OPEN INPUT RESULTS-FILE
            IF RESULTS-OK
               MOVE "Y" TO WS-RESULTS-OPEN-FLAG
            ELSE
               DISPLAY "Unable to open RESLMSTR - status "
                  WS-RESULTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT DISTRIBUTION-FILE
            IF NOT DISTRIBUTION-OK
               DISPLAY "Unable to open CONFDIST - status "
                  WS-DISTRIBUTION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            SORT STATEMENT-SORT-FILE
               ON ASCENDING KEY SR-DEPT SR-SECTION SR-SEQ
               INPUT PROCEDURE IS COLLECT-STATEMENT-ITEMS
               OUTPUT PROCEDURE IS WRITE-STATEMENTS

            CLOSE TRANS-OUT-FILE
            IF SUSPENSE-OK OR WS-SUSPENSE-STATUS EQUAL "10"
               CLOSE SUSPENSE-FILE
            END-IF
            CLOSE RESULTS-FILE

            PERFORM WRITE-DISTRIBUTION-LISTING
            CLOSE DISTRIBUTION-FILE

            MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Confirmation statements produced: "
               WS-COUNT-DISPLAY
            MOVE WS-QUIET-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Departments with no activity:     "
               WS-COUNT-DISPLAY
            IF WS-WARNING-COUNT > ZERO
               DISPLAY "Statements produced with warnings - see "
                  "CONFDIST"
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE ZERO TO RETURN-CODE
            END-IF
            STOP RUN.

       READ-JOB-STATUS.
            OPEN INPUT JOB-STATUS-FILE
            IF NOT JOB-STATUS-OK
               DISPLAY "Unable to open JOBSTAT - status "
                  WS-JOB-STATUS-STATUS
                  " - no run to confirm"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            READ JOB-STATUS-FILE
               AT END
                  DISPLAY "JOBSTAT is empty - no run to confirm"
                  CLOSE JOB-STATUS-FILE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
            END-READ
            CLOSE JOB-STATUS-FILE
            IF JS-RUN-DATE NOT NUMERIC
               DISPLAY "JOBSTAT run date " JS-RUN-DATE
                  " is not valid - no run to confirm"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE JS-RUN-DATE TO WS-RUN-DATE
            IF JS-STATUS EQUAL "OK"
               MOVE "COMPLETED NORMALLY" TO WS-RUN-STATUS-TEXT
            ELSE
               IF JS-STATUS EQUAL "RJ"
                  MOVE "COMPLETED WITH REJECTS"
                     TO WS-RUN-STATUS-TEXT
               ELSE
                  MOVE "Y" TO WS-RUN-INCOMPLETE-FLAG
                  ADD 1 TO WS-WARNING-COUNT
                  IF JS-STATUS EQUAL "OV"
                     MOVE "COMPLETED - RESULT OR TOTAL OVERFLOW"
                        TO WS-RUN-STATUS-TEXT
                  ELSE
                     IF JS-STATUS EQUAL "ED"
                        MOVE "EDIT-ONLY RUN - NOTHING POSTED"
                           TO WS-RUN-STATUS-TEXT
                     ELSE
                        MOVE "ABENDED - RUN DID NOT COMPLETE"
                           TO WS-RUN-STATUS-TEXT
                     END-IF
                  END-IF
               END-IF
            END-IF
            DISPLAY "Confirming run of " WS-RUN-DATE " - "
               WS-RUN-STATUS-TEXT.

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
                        PERFORM CLEAR-OPERATOR-ENTRY
                        MOVE OPR-DEPT-CODE
                           TO WS-OPR-DEPT-CODE (WS-OPERATOR-COUNT)
                        MOVE OPR-DEPT-NAME
                           TO WS-OPR-DEPT-NAME (WS-OPERATOR-COUNT)
                        IF OPR-STATUS EQUAL "I"
                           MOVE "I"
                              TO WS-OPR-STATUS (WS-OPERATOR-COUNT)
                        ELSE
                           MOVE "A"
                              TO WS-OPR-STATUS (WS-OPERATOR-COUNT)
                        END-IF
                        MOVE OPR-END-DATE
                           TO WS-OPR-END-DATE (WS-OPERATOR-COUNT)
                        MOVE "Y"
                           TO WS-OPR-ON-MASTER (WS-OPERATOR-COUNT)
                     ELSE
                        DISPLAY "OPERMST table full - entry dropped "
                           "for " OPR-DEPT-CODE
                     END-IF
               END-READ
            END-PERFORM
            CLOSE OPERATOR-MASTER-FILE.

       CLEAR-OPERATOR-ENTRY.
            MOVE SPACES TO WS-OPR-DEPT-NAME (WS-OPERATOR-COUNT)
            MOVE "A" TO WS-OPR-STATUS (WS-OPERATOR-COUNT)
            MOVE SPACES TO WS-OPR-END-DATE (WS-OPERATOR-COUNT)
            MOVE "N" TO WS-OPR-ON-MASTER (WS-OPERATOR-COUNT)
            MOVE SPACES TO WS-OPR-STATEMENT (WS-OPERATOR-COUNT)
            MOVE ZERO TO WS-OPR-POSTED (WS-OPERATOR-COUNT)
            MOVE ZERO TO WS-OPR-REVERSED (WS-OPERATOR-COUNT)
            MOVE ZERO TO WS-OPR-HELD (WS-OPERATOR-COUNT)
            MOVE ZERO TO WS-OPR-REJECTED (WS-OPERATOR-COUNT).

       FIND-DEPT-ENTRY.
            MOVE ZERO TO WS-OPERATOR-FOUND-SUB
            PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                  UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
               IF WS-OPR-DEPT-CODE (WS-OPERATOR-SUB)
                  EQUAL WS-CURRENT-DEPT
                  MOVE WS-OPERATOR-SUB TO WS-OPERATOR-FOUND-SUB
               END-IF
            END-PERFORM
            IF WS-OPERATOR-FOUND-SUB EQUAL ZERO
               AND WS-OPERATOR-COUNT < 250
               ADD 1 TO WS-OPERATOR-COUNT
               PERFORM CLEAR-OPERATOR-ENTRY
               MOVE WS-CURRENT-DEPT
                  TO WS-OPR-DEPT-CODE (WS-OPERATOR-COUNT)
               MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-FOUND-SUB
            END-IF.

       COLLECT-STATEMENT-ITEMS.
            PERFORM UNTIL END-OF-TROUT-FILE
               READ TRANS-OUT-FILE
                  AT END
                     MOVE "Y" TO WS-TROUT-EOF-FLAG
                  NOT AT END
                     PERFORM CLASSIFY-TROUT-RECORD
               END-READ
            END-PERFORM
            PERFORM UNTIL END-OF-SUSPENSE-FILE
               READ SUSPENSE-FILE
                  AT END
                     MOVE "Y" TO WS-SUSPENSE-EOF-FLAG
                  NOT AT END
                     IF SUSP-RUN-DATE EQUAL WS-RUN-DATE
                        PERFORM RELEASE-REJECT-ITEM
                     END-IF
               END-READ
            END-PERFORM.

       CLASSIFY-TROUT-RECORD.
            IF TOUT-HEADER-TAG EQUAL "HEADER RUN-DATE="
               IF TOUT-HEADER-DATE NOT EQUAL WS-RUN-DATE
                  DISPLAY "TRANSOUT is from run " TOUT-HEADER-DATE
                     " but JOBSTAT is for " WS-RUN-DATE
                     " - statements not produced"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE TOUT-HEADER-BATCH TO WS-CURRENT-BATCH
            ELSE
               IF TRANS-OUT-RECORD (1:3) EQUAL "ID="
                  PERFORM RELEASE-POSTED-ITEM
               ELSE
                  IF TRANS-OUT-RECORD (1:8) EQUAL "HELD ID="
                     PERFORM RELEASE-HELD-ITEM
                  END-IF
               END-IF
            END-IF.

       RELEASE-POSTED-ITEM.
            ADD 1 TO WS-TOTAL-POSTED-LINES
            MOVE SPACES TO STATEMENT-SORT-RECORD
            MOVE ZERO TO SR-NUM-ONE SR-NUM-TWO SR-RESULT
                         SR-SUSP-SEQ SR-LIMIT
            MOVE TRANS-OUT-RECORD (4:10) TO SR-TRANS-ID
            MOVE SPACES TO WS-LINE-OPERATION WS-PARSE-REST
            UNSTRING TRANS-OUT-RECORD (18:183) DELIMITED BY " NUM1="
               INTO WS-LINE-OPERATION
            END-UNSTRING
            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING TRANS-OUT-RECORD DELIMITED BY " DEPT="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE WS-PARSE-REST (1:4) TO WS-LINE-DEPT
            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING TRANS-OUT-RECORD DELIMITED BY " TARGET="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE WS-PARSE-REST (1:10) TO WS-LINE-TARGET

            IF WS-LINE-OPERATION EQUAL "Reverse"
               MOVE 2 TO SR-SECTION
               MOVE WS-CURRENT-BATCH TO SR-BATCH-NO
               MOVE WS-LINE-TARGET TO SR-REF-ID
               MOVE WS-LINE-TARGET TO RESL-TRANS-ID
            ELSE
               MOVE 1 TO SR-SECTION
               MOVE WS-LINE-OPERATION TO SR-OPERATION
               MOVE SR-TRANS-ID TO RESL-TRANS-ID
            END-IF
            READ RESULTS-FILE
               INVALID KEY
                  MOVE "M" TO SR-FLAG
               NOT INVALID KEY
                  MOVE RESL-OPERATION TO SR-OPERATION
                  MOVE RESL-NUM-ONE TO SR-NUM-ONE
                  MOVE RESL-NUM-TWO TO SR-NUM-TWO
                  IF SR-REVERSAL
                     COMPUTE SR-RESULT = ZERO - RESL-RESULT
                     END-COMPUTE
                     IF WS-LINE-DEPT EQUAL SPACES
                        MOVE RESL-DEPT TO WS-LINE-DEPT
                     END-IF
                  ELSE
                     MOVE RESL-RESULT TO SR-RESULT
                     MOVE RESL-BATCH-NO TO SR-BATCH-NO
                     IF RESL-REVERSED-FLAG EQUAL "Y"
                        MOVE "R" TO SR-FLAG
                     END-IF
                     IF WS-LINE-DEPT EQUAL SPACES
                        MOVE RESL-DEPT TO WS-LINE-DEPT
                     END-IF
                  END-IF
            END-READ
            MOVE WS-LINE-DEPT TO SR-DEPT
            ADD 1 TO WS-ITEM-SEQ
            MOVE WS-ITEM-SEQ TO SR-SEQ
            RELEASE STATEMENT-SORT-RECORD.

       RELEASE-HELD-ITEM.
            MOVE SPACES TO STATEMENT-SORT-RECORD
            MOVE ZERO TO SR-NUM-ONE SR-NUM-TWO SR-RESULT
                         SR-SUSP-SEQ SR-LIMIT
            MOVE 3 TO SR-SECTION
            MOVE TRANS-OUT-RECORD (9:10) TO SR-TRANS-ID
            MOVE TRANS-OUT-RECORD (25:4) TO SR-DEPT
            MOVE WS-CURRENT-BATCH TO SR-BATCH-NO
            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING TRANS-OUT-RECORD (33:168) DELIMITED BY " RESULT="
               INTO SR-OPERATION WS-PARSE-REST
            END-UNSTRING
            MOVE SPACES TO WS-PARSE-TEXT WS-PARSE-LEAD
            UNSTRING WS-PARSE-REST DELIMITED BY " LIMIT="
               INTO WS-PARSE-TEXT WS-PARSE-LEAD
            END-UNSTRING
            IF WS-PARSE-TEXT NOT EQUAL SPACES
               COMPUTE SR-RESULT = FUNCTION NUMVAL (WS-PARSE-TEXT)
               END-COMPUTE
            END-IF
            IF WS-PARSE-LEAD NOT EQUAL SPACES
               COMPUTE SR-LIMIT = FUNCTION NUMVAL (WS-PARSE-LEAD)
               END-COMPUTE
            END-IF
            ADD 1 TO WS-ITEM-SEQ
            MOVE WS-ITEM-SEQ TO SR-SEQ
            RELEASE STATEMENT-SORT-RECORD.

       RELEASE-REJECT-ITEM.
            ADD 1 TO WS-TOTAL-REJECTS
            MOVE SPACES TO STATEMENT-SORT-RECORD
            MOVE ZERO TO SR-NUM-ONE SR-NUM-TWO SR-RESULT
                         SR-SUSP-SEQ SR-LIMIT
            MOVE 4 TO SR-SECTION
            MOVE SUSP-TRANS-DATA (17:4) TO SR-DEPT
            MOVE SUSP-TRANS-DATA (1:10) TO SR-TRANS-ID
            MOVE SUSP-TRANS-DATA (11:6) TO SR-BATCH-NO
            MOVE SUSP-TRANS-DATA (21:10) TO SR-OPERATION
            MOVE SUSP-REASON-CODE TO SR-REASON-CODE
            MOVE SUSP-SEQ-NO TO SR-SUSP-SEQ
            ADD 1 TO WS-ITEM-SEQ
            MOVE WS-ITEM-SEQ TO SR-SEQ
            RELEASE STATEMENT-SORT-RECORD.

       WRITE-STATEMENTS.
            PERFORM UNTIL END-OF-SORT-FILE
               RETURN STATEMENT-SORT-FILE
                  AT END
                     MOVE "Y" TO WS-SORT-EOF-FLAG
                  NOT AT END
                     PERFORM WRITE-STATEMENT-ITEM
               END-RETURN
            END-PERFORM
            IF STATEMENT-IS-OPEN
               PERFORM FINISH-STATEMENT
            END-IF.

       WRITE-STATEMENT-ITEM.
            IF NOT STATEMENT-IS-OPEN
               OR SR-DEPT NOT EQUAL WS-CURRENT-DEPT
               IF STATEMENT-IS-OPEN
                  PERFORM FINISH-STATEMENT
               END-IF
               MOVE SR-DEPT TO WS-CURRENT-DEPT
               PERFORM START-STATEMENT
            END-IF
            IF SR-SECTION NOT EQUAL WS-CURRENT-SECTION
               MOVE SR-SECTION TO WS-CURRENT-SECTION
               PERFORM WRITE-SECTION-HEADING
            END-IF
            IF SR-POSTED
               PERFORM WRITE-POSTED-LINE
            ELSE
               IF SR-REVERSAL
                  PERFORM WRITE-REVERSAL-LINE
               ELSE
                  IF SR-HELD
                     PERFORM WRITE-HELD-LINE
                  ELSE
                     PERFORM WRITE-REJECT-LINE
                  END-IF
               END-IF
            END-IF.

       START-STATEMENT.
            PERFORM FIND-DEPT-ENTRY
            MOVE SPACES TO WS-STATEMENT-NAME
            IF WS-CURRENT-DEPT EQUAL SPACES
               MOVE "CONFNONE" TO WS-STATEMENT-NAME
            ELSE
               STRING "CONF" DELIMITED BY SIZE
                  WS-CURRENT-DEPT DELIMITED BY SPACE
                  INTO WS-STATEMENT-NAME
               END-STRING
            END-IF
            OPEN OUTPUT STATEMENT-FILE
            IF NOT STATEMENT-OK
               DISPLAY "Unable to open " WS-STATEMENT-NAME
                  " - status " WS-STATEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE "Y" TO WS-STATEMENT-OPEN-FLAG
            ADD 1 TO WS-STATEMENT-COUNT
            IF WS-OPERATOR-FOUND-SUB > ZERO
               MOVE WS-STATEMENT-NAME
                  TO WS-OPR-STATEMENT (WS-OPERATOR-FOUND-SUB)
            END-IF
            MOVE ZERO TO WS-CURRENT-SECTION
            MOVE ZERO TO WS-STMT-POSTED WS-STMT-REVERSED
                         WS-STMT-HELD WS-STMT-REJECTED
            MOVE ZERO TO WS-STMT-POSTED-SUM WS-STMT-REVERSED-SUM
                         WS-STMT-HELD-SUM

            MOVE SPACES TO STATEMENT-LINE
            STRING
               "RUN CONFIRMATION STATEMENT - DEPARTMENT "
                  DELIMITED BY SIZE
               WS-CURRENT-DEPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            IF WS-OPERATOR-FOUND-SUB > ZERO
               MOVE WS-OPR-DEPT-NAME (WS-OPERATOR-FOUND-SUB)
                  TO STATEMENT-LINE (46:20)
            END-IF
            WRITE STATEMENT-LINE

            MOVE SPACES TO STATEMENT-LINE
            STRING
               "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   RUN STATUS: " DELIMITED BY SIZE
               WS-RUN-STATUS-TEXT DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            WRITE STATEMENT-LINE

            IF RUN-INCOMPLETE
               MOVE SPACES TO STATEMENT-LINE
               STRING
                  "*** THE RUN DID NOT COMPLETE NORMALLY - THIS "
                     DELIMITED BY SIZE
                  "STATEMENT MAY NOT BE COMPLETE ***"
                     DELIMITED BY SIZE
                  INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
            END-IF
            IF WS-OPERATOR-FOUND-SUB EQUAL ZERO
               OR WS-OPR-ON-MASTER (WS-OPERATOR-FOUND-SUB)
                  NOT EQUAL "Y"
               MOVE SPACES TO STATEMENT-LINE
               STRING
                  "*** DEPARTMENT CODE IS NOT ON THE OPERATOR "
                     DELIMITED BY SIZE
                  "MASTER - HELD BY OPERATIONS ***"
                     DELIMITED BY SIZE
                  INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
            END-IF.

       WRITE-SECTION-HEADING.
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE SPACES TO STATEMENT-LINE
            IF SR-POSTED
               MOVE "POSTED" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING
                  "TRANS ID   BATCH  OPERATION  " DELIMITED BY SIZE
                  "          FIRST NUMBER  " DELIMITED BY SIZE
                  "          SECOND NUMBER " DELIMITED BY SIZE
                  "                  RESULT" DELIMITED BY SIZE
                  INTO STATEMENT-LINE
               END-STRING
            ELSE
               IF SR-REVERSAL
                  MOVE "REVERSALS" TO STATEMENT-LINE
                  WRITE STATEMENT-LINE
                  MOVE SPACES TO STATEMENT-LINE
                  STRING
                     "TRANS ID   BATCH  REVERSES   " DELIMITED BY SIZE
                     "OPERATION  " DELIMITED BY SIZE
                     "          AMOUNT BACKED OUT" DELIMITED BY SIZE
                     INTO STATEMENT-LINE
                  END-STRING
               ELSE
                  IF SR-HELD
                     MOVE "HELD FOR SUPERVISOR APPROVAL - NOT POSTED"
                        TO STATEMENT-LINE
                     WRITE STATEMENT-LINE
                     MOVE SPACES TO STATEMENT-LINE
                     STRING
                        "TRANS ID   BATCH  OPERATION  "
                           DELIMITED BY SIZE
                        "                  RESULT" DELIMITED BY SIZE
                        "     APPROVAL LIMIT" DELIMITED BY SIZE
                        INTO STATEMENT-LINE
                     END-STRING
                  ELSE
                     MOVE "REJECTED - NOT POSTED" TO STATEMENT-LINE
                     WRITE STATEMENT-LINE
                     MOVE SPACES TO STATEMENT-LINE
                     STRING
                        "TRANS ID   BATCH  OPERATION  "
                           DELIMITED BY SIZE
                        "SUSP NO  REASON" DELIMITED BY SIZE
                        INTO STATEMENT-LINE
                     END-STRING
                  END-IF
               END-IF
            END-IF
            WRITE STATEMENT-LINE.

       WRITE-POSTED-LINE.
            ADD 1 TO WS-STMT-POSTED
            ADD SR-RESULT TO WS-STMT-POSTED-SUM
            MOVE SR-NUM-ONE TO WS-NUM-DISPLAY-A
            MOVE SR-NUM-TWO TO WS-NUM-DISPLAY-B
            MOVE SR-RESULT TO WS-RESULT-DISPLAY
            MOVE SPACES TO STATEMENT-LINE
            STRING
               SR-TRANS-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-BATCH-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NUM-DISPLAY-A DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NUM-DISPLAY-B DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULT-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            IF SR-NOT-ON-MASTER
               MOVE "NOT ON RESULTS MASTER" TO STATEMENT-LINE (105:21)
            END-IF
            IF SR-SINCE-REVERSED
               MOVE "REVERSED" TO STATEMENT-LINE (105:8)
            END-IF
            WRITE STATEMENT-LINE.

       WRITE-REVERSAL-LINE.
            ADD 1 TO WS-STMT-REVERSED
            ADD SR-RESULT TO WS-STMT-REVERSED-SUM
            MOVE SR-RESULT TO WS-RESULT-DISPLAY
            MOVE SPACES TO STATEMENT-LINE
            STRING
               SR-TRANS-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-BATCH-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-REF-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULT-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            IF SR-NOT-ON-MASTER
               MOVE "TARGET NOT ON RESULTS MASTER"
                  TO STATEMENT-LINE (80:28)
            END-IF
            WRITE STATEMENT-LINE.

       WRITE-HELD-LINE.
            ADD 1 TO WS-STMT-HELD
            ADD SR-RESULT TO WS-STMT-HELD-SUM
            MOVE SR-RESULT TO WS-RESULT-DISPLAY
            MOVE SR-LIMIT TO WS-LIMIT-DISPLAY
            MOVE SPACES TO STATEMENT-LINE
            STRING
               SR-TRANS-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-BATCH-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            WRITE STATEMENT-LINE.

       WRITE-REJECT-LINE.
            ADD 1 TO WS-STMT-REJECTED
            MOVE SPACES TO WS-REASON-WORDS
            PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                  UNTIL WS-REASON-SUB > 13
               IF WS-REASON-CODE (WS-REASON-SUB) EQUAL SR-REASON-CODE
                  MOVE WS-REASON-TEXT (WS-REASON-SUB)
                     TO WS-REASON-WORDS
               END-IF
            END-PERFORM
            IF WS-REASON-WORDS EQUAL SPACES
               STRING "UNKNOWN REASON CODE " DELIMITED BY SIZE
                  SR-REASON-CODE DELIMITED BY SIZE
                  INTO WS-REASON-WORDS
               END-STRING
            END-IF
            MOVE SR-SUSP-SEQ TO WS-SEQ-DISPLAY
            MOVE SPACES TO STATEMENT-LINE
            STRING
               SR-TRANS-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-BATCH-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SR-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SEQ-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SR-REASON-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-REASON-WORDS DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            WRITE STATEMENT-LINE.

       FINISH-STATEMENT.
            MOVE SPACES TO STATEMENT-LINE
            WRITE STATEMENT-LINE
            MOVE "DEPARTMENT TOTALS" TO STATEMENT-LINE
            WRITE STATEMENT-LINE

            MOVE WS-STMT-POSTED TO WS-COUNT-DISPLAY
            MOVE WS-STMT-POSTED-SUM TO WS-SUM-DISPLAY
            MOVE SPACES TO STATEMENT-LINE
            STRING
               "  POSTED:               " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   RESULT SUM " DELIMITED BY SIZE
               WS-SUM-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            WRITE STATEMENT-LINE

            MOVE WS-STMT-REVERSED TO WS-COUNT-DISPLAY
            MOVE WS-STMT-REVERSED-SUM TO WS-SUM-DISPLAY
            MOVE SPACES TO STATEMENT-LINE
            STRING
               "  REVERSALS:            " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   BACKED OUT " DELIMITED BY SIZE
               WS-SUM-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            WRITE STATEMENT-LINE

            MOVE WS-STMT-HELD TO WS-COUNT-DISPLAY
            MOVE WS-STMT-HELD-SUM TO WS-SUM-DISPLAY
            MOVE SPACES TO STATEMENT-LINE
            STRING
               "  HELD FOR APPROVAL:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "   RESULT SUM " DELIMITED BY SIZE
               WS-SUM-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            WRITE STATEMENT-LINE

            MOVE WS-STMT-REJECTED TO WS-COUNT-DISPLAY
            MOVE SPACES TO STATEMENT-LINE
            STRING
               "  REJECTED:             " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO STATEMENT-LINE
            END-STRING
            WRITE STATEMENT-LINE

            CLOSE STATEMENT-FILE
            MOVE "N" TO WS-STATEMENT-OPEN-FLAG
            IF WS-OPERATOR-FOUND-SUB > ZERO
               MOVE WS-STMT-POSTED
                  TO WS-OPR-POSTED (WS-OPERATOR-FOUND-SUB)
               MOVE WS-STMT-REVERSED
                  TO WS-OPR-REVERSED (WS-OPERATOR-FOUND-SUB)
               MOVE WS-STMT-HELD
                  TO WS-OPR-HELD (WS-OPERATOR-FOUND-SUB)
               MOVE WS-STMT-REJECTED
                  TO WS-OPR-REJECTED (WS-OPERATOR-FOUND-SUB)
            ELSE
               DISPLAY "Department table full - " WS-CURRENT-DEPT
                  " statement " WS-STATEMENT-NAME
                  " not on the distribution listing"
               ADD 1 TO WS-WARNING-COUNT
            END-IF.

       WRITE-DISTRIBUTION-LISTING.
            MOVE SPACES TO DISTRIBUTION-LINE
            STRING
               "CONFIRMATION STATEMENT DISTRIBUTION CONTROL - RUN "
                  DELIMITED BY SIZE
               "DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO DISTRIBUTION-LINE
            END-STRING
            WRITE DISTRIBUTION-LINE

            MOVE SPACES TO DISTRIBUTION-LINE
            STRING
               "RUN STATUS: " DELIMITED BY SIZE
               WS-RUN-STATUS-TEXT DELIMITED BY SIZE
               INTO DISTRIBUTION-LINE
            END-STRING
            WRITE DISTRIBUTION-LINE

            MOVE SPACES TO DISTRIBUTION-LINE
            WRITE DISTRIBUTION-LINE

            MOVE SPACES TO DISTRIBUTION-LINE
            STRING
               "DEPT NAME                 STATEMENT     POSTED "
                  DELIMITED BY SIZE
               "REVERSED    HELD REJECTED  DISPOSITION"
                  DELIMITED BY SIZE
               INTO DISTRIBUTION-LINE
            END-STRING
            WRITE DISTRIBUTION-LINE

            PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                  UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
               PERFORM WRITE-DISTRIBUTION-LINE
            END-PERFORM

            MOVE SPACES TO DISTRIBUTION-LINE
            WRITE DISTRIBUTION-LINE

            MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO DISTRIBUTION-LINE
            STRING
               "STATEMENTS PRODUCED:          " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO DISTRIBUTION-LINE
            END-STRING
            WRITE DISTRIBUTION-LINE

            MOVE WS-QUIET-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO DISTRIBUTION-LINE
            STRING
               "DEPARTMENTS WITH NO ACTIVITY: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO DISTRIBUTION-LINE
            END-STRING
            WRITE DISTRIBUTION-LINE

            MOVE WS-TOTAL-POSTED-LINES TO WS-TOTAL-DISPLAY
            MOVE JS-POSTED-COUNT TO WS-TOTAL-DISPLAY-B
            MOVE SPACES TO DISTRIBUTION-LINE
            IF WS-TOTAL-POSTED-LINES EQUAL JS-POSTED-COUNT
               STRING
                  "POSTED AND REVERSALS AGREE WITH JOBSTAT:  "
                     DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO DISTRIBUTION-LINE
               END-STRING
            ELSE
               ADD 1 TO WS-WARNING-COUNT
               STRING
                  "POSTED AND REVERSALS DISAGREE WITH JOBSTAT: "
                     DELIMITED BY SIZE
                  "STATEMENTS " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  " JOBSTAT " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY-B DELIMITED BY SIZE
                  INTO DISTRIBUTION-LINE
               END-STRING
            END-IF
            WRITE DISTRIBUTION-LINE

            MOVE WS-TOTAL-REJECTS TO WS-TOTAL-DISPLAY
            MOVE JS-REJECTED-COUNT TO WS-TOTAL-DISPLAY-B
            MOVE SPACES TO DISTRIBUTION-LINE
            IF WS-TOTAL-REJECTS EQUAL JS-REJECTED-COUNT
               STRING
                  "REJECTS AGREE WITH JOBSTAT:               "
                     DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO DISTRIBUTION-LINE
               END-STRING
            ELSE
               ADD 1 TO WS-WARNING-COUNT
               STRING
                  "REJECTS DISAGREE WITH JOBSTAT:              "
                     DELIMITED BY SIZE
                  "STATEMENTS " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  " JOBSTAT " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY-B DELIMITED BY SIZE
                  INTO DISTRIBUTION-LINE
               END-STRING
            END-IF
            WRITE DISTRIBUTION-LINE.

       WRITE-DISTRIBUTION-LINE.
            MOVE WS-OPR-POSTED (WS-OPERATOR-SUB) TO WS-COUNT-DISPLAY
            MOVE WS-OPR-REVERSED (WS-OPERATOR-SUB)
               TO WS-COUNT-DISPLAY-B
            MOVE WS-OPR-HELD (WS-OPERATOR-SUB) TO WS-COUNT-DISPLAY-C
            MOVE WS-OPR-REJECTED (WS-OPERATOR-SUB)
               TO WS-COUNT-DISPLAY-D
            MOVE SPACES TO DISTRIBUTION-LINE
            MOVE WS-OPR-DEPT-CODE (WS-OPERATOR-SUB)
               TO DISTRIBUTION-LINE (1:4)
            MOVE WS-OPR-DEPT-NAME (WS-OPERATOR-SUB)
               TO DISTRIBUTION-LINE (6:20)
            IF WS-OPR-STATEMENT (WS-OPERATOR-SUB) EQUAL SPACES
               ADD 1 TO WS-QUIET-COUNT
               IF WS-OPR-STATUS (WS-OPERATOR-SUB) EQUAL "I"
                  AND WS-RUN-DATE >
                     WS-OPR-END-DATE (WS-OPERATOR-SUB)
                  MOVE "NO ACTIVITY - DEPARTMENT DEACTIVATED"
                     TO DISTRIBUTION-LINE (72:36)
               ELSE
                  MOVE "NO ACTIVITY - NO STATEMENT"
                     TO DISTRIBUTION-LINE (72:26)
               END-IF
            ELSE
               MOVE WS-OPR-STATEMENT (WS-OPERATOR-SUB)
                  TO DISTRIBUTION-LINE (27:12)
               MOVE WS-COUNT-DISPLAY TO DISTRIBUTION-LINE (40:7)
               MOVE WS-COUNT-DISPLAY-B TO DISTRIBUTION-LINE (48:7)
               MOVE WS-COUNT-DISPLAY-C TO DISTRIBUTION-LINE (57:7)
               MOVE WS-COUNT-DISPLAY-D TO DISTRIBUTION-LINE (64:7)
               IF WS-OPR-ON-MASTER (WS-OPERATOR-SUB) EQUAL "Y"
                  MOVE "STATEMENT PRODUCED"
                     TO DISTRIBUTION-LINE (72:18)
               ELSE
                  ADD 1 TO WS-WARNING-COUNT
                  IF WS-OPR-DEPT-CODE (WS-OPERATOR-SUB) EQUAL SPACES
                     MOVE "(NO DEPARTMENT CODE)"
                        TO DISTRIBUTION-LINE (6:20)
                  ELSE
                     MOVE "(NOT ON OPERMST)"
                        TO DISTRIBUTION-LINE (6:16)
                  END-IF
                  MOVE "NOT ON OPERMST - TO OPERATIONS"
                     TO DISTRIBUTION-LINE (72:30)
               END-IF
            END-IF
            WRITE DISTRIBUTION-LINE.

       END PROGRAM Dept-Confirm.
