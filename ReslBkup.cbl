      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Results master backup.  Reads the indexed RESLMSTR
      *          end to end and writes a flat image of it, one record
      *          per line in key order, to RESLBKUP; the dataset is
      *          given its dated name by the scheduler's allocation,
      *          the same convention as the ARCHIVE and RESLARCH
      *          files.  The image ends with a "*CTL" control record
      *          (copybook RBKCREC) carrying the backup date and time,
      *          the record count, the result sum, the latest run date
      *          posted, and the AUDITLOG SEQ= number the image already
      *          reflects - the last sequence number on AUDITLOG or the
      *          AUDCHAIN anchor, whichever is higher - so that
      *          Results-Recover can reload the image and replay only
      *          the audit records written after it.  Run it between
      *          batch runs, never while Hello-NAME is posting.
      *          Return code 0 image written, 16 unable to back up.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Results-Backup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO "RESLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESL-TRANS-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "RESLBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE.
       COPY RESLREC.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(126).
       COPY RBKCREC.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05 FILLER                PIC X(271).
           05 AUDIT-SEQ-TAG         PIC X(5).
           05 AUDIT-SEQ-NO          PIC 9(9).
           05 AUDIT-CHK-TAG         PIC X(5).
           05 AUDIT-CHECK-VALUE     PIC 9(10).

       FD  AUDIT-CHAIN-FILE.
       COPY AUDCREC.

       WORKING-STORAGE SECTION.
       01  WS-RESULTS-STATUS        PIC XX.
           88 RESULTS-OK            VALUE "00".

       01  WS-BACKUP-STATUS         PIC XX.
           88 BACKUP-OK             VALUE "00".

       01  WS-AUDIT-LOG-STATUS      PIC XX.
           88 AUDIT-LOG-OK          VALUE "00".

       01  WS-AUDIT-CHAIN-STATUS    PIC XX.
           88 AUDIT-CHAIN-OK        VALUE "00".

       01  WS-RESULTS-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-RESULTS-FILE   VALUE "Y".
       01  WS-AUDIT-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-AUDIT-FILE     VALUE "Y".

       01  WS-AUDIT-SEQ-NO          PIC 9(9) VALUE ZERO.
       01  WS-RECORD-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-RESULT-SUM            PIC S9(20)V9(4) VALUE ZERO
                                     SIGN IS LEADING SEPARATE.
       01  WS-LAST-POST-DATE        PIC X(8) VALUE SPACES.
       01  WS-BACKUP-DATE           PIC X(8).
       01  WS-BACKUP-TIME           PIC X(8).

       01  WS-COUNT-DISPLAY         PIC ZZZZZZZZ9.
       01  WS-SUM-DISPLAY           PIC -(20)9.9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
            ACCEPT WS-BACKUP-TIME FROM TIME
            PERFORM FIND-AUDIT-POSITION

            OPEN INPUT RESULTS-FILE
            IF NOT RESULTS-OK
               DISPLAY "Unable to open RESLMSTR - status "
                  WS-RESULTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT BACKUP-FILE
            IF NOT BACKUP-OK
               DISPLAY "Unable to open RESLBKUP - status "
                  WS-BACKUP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM UNTIL END-OF-RESULTS-FILE
               READ RESULTS-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-RESULTS-EOF-FLAG
                  NOT AT END
                     PERFORM BACK-UP-ONE-RECORD
               END-READ
            END-PERFORM

            IF NOT RESULTS-OK AND WS-RESULTS-STATUS NOT EQUAL "10"
               DISPLAY "RESLMSTR read failed - status "
                  WS-RESULTS-STATUS " - backup incomplete"
               CLOSE RESULTS-FILE
               CLOSE BACKUP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM WRITE-BACKUP-CONTROL

            CLOSE RESULTS-FILE
            CLOSE BACKUP-FILE

            MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Results records backed up: " WS-COUNT-DISPLAY
            MOVE WS-RESULT-SUM TO WS-SUM-DISPLAY
            DISPLAY "Result sum:                " WS-SUM-DISPLAY
            DISPLAY "Last posting date:         " WS-LAST-POST-DATE
            MOVE WS-AUDIT-SEQ-NO TO WS-COUNT-DISPLAY
            DISPLAY "Reflects AUDITLOG through SEQ " WS-COUNT-DISPLAY
            MOVE ZERO TO RETURN-CODE
            STOP RUN.

       FIND-AUDIT-POSITION.
            OPEN INPUT AUDIT-CHAIN-FILE
            IF AUDIT-CHAIN-OK
               READ AUDIT-CHAIN-FILE
                  NOT AT END
                     IF ACH-LAST-SEQ-NO NUMERIC
                        MOVE ACH-LAST-SEQ-NO TO WS-AUDIT-SEQ-NO
                     END-IF
               END-READ
               CLOSE AUDIT-CHAIN-FILE
            END-IF
            OPEN INPUT AUDIT-LOG-FILE
            IF AUDIT-LOG-OK
               PERFORM UNTIL END-OF-AUDIT-FILE
                  READ AUDIT-LOG-FILE
                     AT END
                        MOVE "Y" TO WS-AUDIT-EOF-FLAG
                     NOT AT END
                        IF AUDIT-SEQ-TAG EQUAL " SEQ="
                           AND AUDIT-SEQ-NO NUMERIC
                           AND AUDIT-SEQ-NO > WS-AUDIT-SEQ-NO
                           MOVE AUDIT-SEQ-NO TO WS-AUDIT-SEQ-NO
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
            END-IF.

       BACK-UP-ONE-RECORD.
            ADD 1 TO WS-RECORD-COUNT
            ADD RESL-RESULT TO WS-RESULT-SUM
            IF RESL-RUN-DATE > WS-LAST-POST-DATE
               MOVE RESL-RUN-DATE TO WS-LAST-POST-DATE
            END-IF
            MOVE RESULTS-RECORD TO BACKUP-RECORD
            WRITE BACKUP-RECORD.

       WRITE-BACKUP-CONTROL.
            MOVE SPACES TO BACKUP-CONTROL-RECORD
            MOVE "*CTL" TO BKC-TAG
            MOVE WS-BACKUP-DATE TO BKC-BACKUP-DATE
            MOVE WS-BACKUP-TIME TO BKC-BACKUP-TIME
            MOVE WS-RECORD-COUNT TO BKC-RECORD-COUNT
            MOVE WS-RESULT-SUM TO BKC-RESULT-SUM
            MOVE WS-LAST-POST-DATE TO BKC-LAST-POST-DATE
            MOVE WS-AUDIT-SEQ-NO TO BKC-AUDIT-SEQ-NO
            WRITE BACKUP-CONTROL-RECORD.

       END PROGRAM Results-Backup.
