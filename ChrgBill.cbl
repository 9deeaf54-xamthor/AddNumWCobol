      ******************************************************************
      * Author: Xamthor
      * Date: 10-15-26
      * Purpose: Monthly chargeback billing of the calculation service
      *          to the departments that use it.  Prices every
      *          transaction posted in the billing period - on the
      *          live RESLMSTR and on the RESLARCH archive for
      *          anything Results-Archive has already moved out - at
      *          the per-transaction charge for its operation on the
      *          RATEMST rate table, and adds each department's flat
      *          monthly fee.  A Reverse posted in the billing period
      *          credits the department of the transaction it backed
      *          out, at the rate for that transaction's operation,
      *          whichever period the original was billed in.  The
      *          Reverse postings are found from their TARGET= entries
      *          on AUDITLOG, and on any ARCHIVE files named on the
      *          optional BILLARC control card (oldest first, needed
      *          only when Audit-Archive has already moved the period
      *          off the live log); the original is then found on
      *          RESLMSTR or RESLARCH.  Output is an INVRPT invoice
      *          for each department (counts and amounts by operation,
      *          credits, fee and amount due) and the CHGBACK file
      *          Finance loads into the allocation system, ending with
      *          a control record carrying the record count and net
      *          total.  The billing period comes from the BILLCTL
      *          control card; with no card it is the latest closed
      *          period on CALMST.
      *          A period not on CALMST or not yet closed by
      *          Period-Close is refused.  Return code 0 billed, 4
      *          billed but some transactions had no rate on RATEMST
      *          (priced at zero and listed) or some reversals could
      *          not be credited (listed), 16 refused or unable to
      *          run.
      * Tectonics: cobc
      * Modification History:
      *   10-15-26  Xamthor  Initial version.
      *   10-15-26  Xamthor  Reversal credits now come from the Reverse
      *                      postings of the billing period on the
      *                      audit trail, priced at the reversed
      *                      transaction's operation rate and charged
      *                      to its department, so a Reverse posted in
      *                      a later period is credited when that
      *                      period is billed.  The reversed flag on
      *                      the results master is no longer used,
      *                      so nothing is credited twice.  OPERMST
      *                      record from the shared OPERREC copybook.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Chargeback-Billing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-CONTROL-FILE ASSIGN TO "BILLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-CONTROL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "RESLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RESL-TRANS-ID
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT RESULTS-ARCHIVE-FILE ASSIGN TO "RESLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-ARCHIVE-STATUS.

           SELECT AUDIT-CONTROL-FILE ASSIGN TO "BILLARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-CONTROL-STATUS.

           SELECT AUDIT-IN-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

           SELECT INVOICE-REPORT-FILE ASSIGN TO "INVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-REPORT-STATUS.

           SELECT CHARGEBACK-FILE ASSIGN TO "CHGBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILL-CONTROL-FILE.
       01  BILL-CONTROL-RECORD.
           05 BILLCTL-PERIOD        PIC X(6).

       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  RATE-FILE.
       COPY RATEREC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  RESULTS-FILE.
       COPY RESLREC.

       FD  RESULTS-ARCHIVE-FILE.
       01  RESULTS-ARCHIVE-RECORD.
           05 ARCH-TRANS-ID         PIC X(10).
           05 ARCH-OPERATION        PIC X(10).
           05 ARCH-NUM-ONE          PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 ARCH-NUM-TWO          PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 ARCH-RESULT           PIC S9(18)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 ARCH-REMAINDER        PIC S9(16)V9(4)
                                     SIGN IS LEADING SEPARATE.
           05 ARCH-OVERFLOW-FLAG    PIC X.
           05 ARCH-RUN-DATE         PIC X(8).
           05 ARCH-REVERSED-FLAG    PIC X.
           05 ARCH-DEPT             PIC X(4).
           05 ARCH-BATCH-NO         PIC X(6).

       FD  AUDIT-CONTROL-FILE.
       01  AUDIT-CONTROL-RECORD.
           05 BILLARC-FILE-NAME     PIC X(60).

       FD  AUDIT-IN-FILE.
       01  AUDIT-IN-RECORD.
           05 FILLER                PIC X(9).
           05 AUDIT-OPERATOR        PIC X(8).
           05 FILLER                PIC X(20).
           05 AUDIT-RUN-TAG         PIC X(5).
           05 AUDIT-RUN-DATE        PIC X(8).
           05 AUDIT-ID-TAG          PIC X(4).
           05 AUDIT-TRANS-ID        PIC X(10).
           05 FILLER                PIC X(236).

       FD  INVOICE-REPORT-FILE.
       01  INVOICE-REPORT-LINE      PIC X(132).

       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD.
           05 CB-PERIOD             PIC X(6).
           05 CB-DEPT               PIC X(4).
           05 CB-CHARGE-TYPE        PIC X.
              88 CB-TRANSACTION-CHARGE VALUE "T".
              88 CB-REVERSAL-CREDIT VALUE "C".
              88 CB-MONTHLY-FEE     VALUE "F".
              88 CB-CONTROL-RECORD  VALUE "Z".
           05 CB-OPERATION          PIC X(10).
           05 CB-QUANTITY           PIC 9(9).
           05 CB-AMOUNT             PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-BILL-CONTROL-STATUS   PIC XX.
           88 BILL-CONTROL-OK       VALUE "00".

       01  WS-CALENDAR-STATUS       PIC XX.
           88 CALENDAR-OK           VALUE "00".

       01  WS-RATE-STATUS           PIC XX.
           88 RATE-OK               VALUE "00".

       01  WS-OPERATOR-MASTER-STATUS PIC XX.
           88 OPERATOR-MASTER-OK    VALUE "00".

       01  WS-RESULTS-STATUS        PIC XX.
           88 RESULTS-OK            VALUE "00".
           88 RESULTS-EOF           VALUE "10".

       01  WS-RESULTS-ARCHIVE-STATUS PIC XX.
           88 RESULTS-ARCHIVE-OK    VALUE "00".

       01  WS-AUDIT-CONTROL-STATUS  PIC XX.
           88 AUDIT-CONTROL-OK      VALUE "00".

       01  WS-AUDIT-IN-STATUS       PIC XX.
           88 AUDIT-IN-OK           VALUE "00".

       01  WS-INVOICE-REPORT-STATUS PIC XX.
           88 INVOICE-REPORT-OK     VALUE "00".

       01  WS-CHARGEBACK-STATUS     PIC XX.
           88 CHARGEBACK-OK         VALUE "00".

       01  WS-CALENDAR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE  VALUE "Y".
       01  WS-RATE-EOF-FLAG         PIC X VALUE "N".
           88 END-OF-RATE-FILE      VALUE "Y".
       01  WS-OPERATOR-EOF-FLAG     PIC X VALUE "N".
           88 END-OF-OPERATOR-FILE  VALUE "Y".
       01  WS-RESULTS-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-RESULTS-FILE   VALUE "Y".
       01  WS-ARCHIVE-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-ARCHIVE-FILE   VALUE "Y".
       01  WS-CONTROL-EOF-FLAG      PIC X VALUE "N".
           88 END-OF-CONTROL-FILE   VALUE "Y".
       01  WS-AUDIT-EOF-FLAG        PIC X VALUE "N".
           88 END-OF-AUDIT-FILE     VALUE "Y".

       01  WS-BILL-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-PERIOD-START-DATE     PIC X(8) VALUE SPACES.
       01  WS-LATEST-CLOSED-PERIOD  PIC X(6) VALUE SPACES.
       01  WS-PERIOD-FOUND-FLAG     PIC X VALUE "N".
           88 PERIOD-ON-CALENDAR    VALUE "Y".
       01  WS-PERIOD-CLOSED-FLAG    PIC X VALUE "N".
           88 PERIOD-IS-CLOSED      VALUE "Y".

       01  WS-OP-TABLE-DATA.
           05 FILLER                PIC X(10) VALUE "Add".
           05 FILLER                PIC X(10) VALUE "Sub".
           05 FILLER                PIC X(10) VALUE "Multiply".
           05 FILLER                PIC X(10) VALUE "Divide".
           05 FILLER                PIC X(10) VALUE "Percent".
           05 FILLER                PIC X(10) VALUE "Remainder".
           05 FILLER                PIC X(10) VALUE "Average".
           05 FILLER                PIC X(10) VALUE "Reverse".
       01  WS-OP-TABLE REDEFINES WS-OP-TABLE-DATA.
           05 WS-OP-NAME OCCURS 8 TIMES PIC X(10).

       01  WS-OP-ENTRY-COUNT        PIC 9(2) VALUE 8.
       01  WS-OP-SUB                PIC 9(2) VALUE ZERO.
       01  WS-OP-FOUND-SUB          PIC 9(2) VALUE ZERO.

       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 8 TIMES.
              10 WS-OP-RATE         PIC 9(7)V99.
              10 WS-OP-RATED-FLAG   PIC X.
                 88 OP-IS-RATED     VALUE "Y".

       01  WS-DEPT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-DEPT-SUB              PIC 9(3) VALUE ZERO.
       01  WS-DEPT-FOUND-SUB        PIC 9(3) VALUE ZERO.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES.
              10 WS-DEPT-CODE       PIC X(4).
              10 WS-DEPT-NAME       PIC X(20).
              10 WS-DEPT-ON-MASTER-FLAG PIC X.
                 88 DEPT-ON-MASTER  VALUE "Y".
              10 WS-DEPT-ACTIVE-FLAG PIC X.
                 88 DEPT-ACTIVE-IN-PERIOD VALUE "Y".
              10 WS-DEPT-FEE        PIC 9(7)V99.
              10 WS-DEPT-FEE-FLAG   PIC X.
                 88 DEPT-HAS-FEE    VALUE "Y".
              10 WS-DEPT-ACTIVITY-FLAG PIC X.
                 88 DEPT-HAS-ACTIVITY VALUE "Y".
              10 WS-DEPT-OP-DETAIL OCCURS 8 TIMES.
                 15 WS-DEPT-BILLED-COUNT PIC 9(9).
                 15 WS-DEPT-CREDIT-COUNT PIC 9(9).
       01  WS-LOOKUP-DEPT           PIC X(4).

       01  WS-TRAN-OPERATION        PIC X(10).
       01  WS-TRAN-DEPT             PIC X(4).
       01  WS-TRAN-ID               PIC X(10).

       01  WS-AUDIT-FILE-NAME       PIC X(60) VALUE SPACES.
       01  WS-FILE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-FILE-SUB              PIC 9(3) VALUE ZERO.
       01  WS-FILE-TABLE.
           05 WS-FIL-NAME OCCURS 51 TIMES PIC X(60).

       01  WS-PARSE-LEAD            PIC X(300).
       01  WS-PARSE-REST            PIC X(300).
       01  WS-AUDIT-OPERATION       PIC X(10).
       01  WS-AUDIT-TARGET-ID       PIC X(10).

       01  WS-REVERSAL-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-REVERSAL-SUB          PIC 9(4) VALUE ZERO.
       01  WS-REVERSAL-FOUND-SUB    PIC 9(4) VALUE ZERO.
       01  WS-REVERSAL-TABLE.
           05 WS-REVERSAL-ENTRY OCCURS 2000 TIMES.
              10 WS-REV-ID          PIC X(10).
              10 WS-REV-TARGET-ID   PIC X(10).
              10 WS-REV-OPERATION   PIC X(10).
              10 WS-REV-DEPT        PIC X(4).
              10 WS-REV-FOUND-FLAG  PIC X.
                 88 REV-TARGET-FOUND VALUE "Y".

       01  WS-LINE-CHARGE           PIC S9(11)V99 VALUE ZERO.
       01  WS-LINE-CREDIT           PIC S9(11)V99 VALUE ZERO.
       01  WS-LINE-NET              PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-CHARGE-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-CREDIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-FEE-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-DEPT-DUE-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-CHARGE-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-FEE-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-DUE-TOTAL       PIC S9(11)V99 VALUE ZERO.

       01  WS-MASTER-SCANNED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-SCANNED-COUNT PIC 9(9) VALUE ZERO.
       01  WS-BILLED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-CREDITED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-UNCREDITED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-UNRATED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-INVOICE-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-CHARGEBACK-COUNT      PIC 9(9) VALUE ZERO.

       01  WS-COUNT-DISPLAY         PIC ZZZZZZZZ9.
       01  WS-COUNT-DISPLAY-2       PIC ZZZZZZZZ9.
       01  WS-RATE-DISPLAY          PIC ZZZZZZ9.99.
       01  WS-AMOUNT-DISPLAY        PIC -(11)9.99.
       01  WS-AMOUNT-DISPLAY-2      PIC -(11)9.99.
       01  WS-AMOUNT-DISPLAY-3      PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM READ-BILL-CONTROL
            PERFORM CHECK-BILLING-PERIOD
            PERFORM LOAD-RATE-TABLE
            PERFORM LOAD-OPERATOR-MASTER
            PERFORM LOAD-AUDIT-FILE-LIST
            PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                  UNTIL WS-FILE-SUB > WS-FILE-COUNT
               PERFORM SCAN-AUDIT-FILE
            END-PERFORM

            OPEN OUTPUT INVOICE-REPORT-FILE
            IF NOT INVOICE-REPORT-OK
               DISPLAY "Unable to open INVRPT - status "
                  WS-INVOICE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            OPEN OUTPUT CHARGEBACK-FILE
            IF NOT CHARGEBACK-OK
               DISPLAY "Unable to open CHGBACK - status "
                  WS-CHARGEBACK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            PERFORM SCAN-RESULTS-MASTER
            PERFORM SCAN-RESULTS-ARCHIVE
            PERFORM VARYING WS-REVERSAL-SUB FROM 1 BY 1
                  UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
               PERFORM CREDIT-REVERSAL
            END-PERFORM

            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF DEPT-HAS-ACTIVITY (WS-DEPT-SUB)
                  OR (DEPT-HAS-FEE (WS-DEPT-SUB)
                     AND DEPT-ACTIVE-IN-PERIOD (WS-DEPT-SUB))
                  PERFORM WRITE-DEPT-INVOICE
               END-IF
            END-PERFORM

            PERFORM WRITE-BILLING-SUMMARY
            PERFORM WRITE-CHARGEBACK-CONTROL

            CLOSE INVOICE-REPORT-FILE
            CLOSE CHARGEBACK-FILE

            MOVE WS-INVOICE-COUNT TO WS-COUNT-DISPLAY
            DISPLAY "Period " WS-BILL-PERIOD " billed - invoices: "
               WS-COUNT-DISPLAY
            MOVE WS-GRAND-DUE-TOTAL TO WS-AMOUNT-DISPLAY
            DISPLAY "Net chargeback total: " WS-AMOUNT-DISPLAY
            IF WS-UNRATED-COUNT > ZERO
               MOVE WS-UNRATED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Transactions with no rate on RATEMST: "
                  WS-COUNT-DISPLAY " - billed at zero"
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE ZERO TO RETURN-CODE
            END-IF
            IF WS-UNCREDITED-COUNT > ZERO
               MOVE WS-UNCREDITED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Reversals that could not be credited: "
                  WS-COUNT-DISPLAY
               MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       READ-BILL-CONTROL.
            OPEN INPUT BILL-CONTROL-FILE
            IF NOT BILL-CONTROL-OK
               DISPLAY "No BILLCTL control card - billing the latest "
                  "closed period"
            ELSE
               READ BILL-CONTROL-FILE
                  AT END
                     DISPLAY "Empty BILLCTL card - billing the latest "
                        "closed period"
                  NOT AT END
                     MOVE BILLCTL-PERIOD TO WS-BILL-PERIOD
               END-READ
               CLOSE BILL-CONTROL-FILE
            END-IF
            IF WS-BILL-PERIOD NOT EQUAL SPACES
               AND WS-BILL-PERIOD NOT NUMERIC
               DISPLAY "Bad BILLCTL period " WS-BILL-PERIOD
                  " - run aborted"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       CHECK-BILLING-PERIOD.
            OPEN INPUT CALENDAR-FILE
            IF NOT CALENDAR-OK
               DISPLAY "No CALMST calendar - status "
                  WS-CALENDAR-STATUS
                  " - a period must be closed before it is billed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL END-OF-CALENDAR-FILE
               READ CALENDAR-FILE
                  AT END
                     MOVE "Y" TO WS-CALENDAR-EOF-FLAG
                  NOT AT END
                     IF CAL-PERIOD-CLOSED
                        AND CAL-PERIOD > WS-LATEST-CLOSED-PERIOD
                        MOVE CAL-PERIOD TO WS-LATEST-CLOSED-PERIOD
                     END-IF
                     IF CAL-PERIOD EQUAL WS-BILL-PERIOD
                        MOVE "Y" TO WS-PERIOD-FOUND-FLAG
                        IF CAL-PERIOD-CLOSED
                           MOVE "Y" TO WS-PERIOD-CLOSED-FLAG
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            CLOSE CALENDAR-FILE

            IF WS-BILL-PERIOD EQUAL SPACES
               IF WS-LATEST-CLOSED-PERIOD EQUAL SPACES
                  DISPLAY "No closed period on CALMST - nothing can "
                     "be billed"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE WS-LATEST-CLOSED-PERIOD TO WS-BILL-PERIOD
               MOVE "Y" TO WS-PERIOD-FOUND-FLAG
               MOVE "Y" TO WS-PERIOD-CLOSED-FLAG
            END-IF

            IF NOT PERIOD-ON-CALENDAR
               DISPLAY "Period " WS-BILL-PERIOD " is not on CALMST "
                  "- billing refused"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            IF NOT PERIOD-IS-CLOSED
               DISPLAY "Period " WS-BILL-PERIOD " has not been closed "
                  "by Period-Close - billing refused"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF

            MOVE SPACES TO WS-PERIOD-START-DATE
            STRING
               WS-BILL-PERIOD DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-PERIOD-START-DATE
            END-STRING.

       LOAD-RATE-TABLE.
            PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                  UNTIL WS-OP-SUB > WS-OP-ENTRY-COUNT
               MOVE ZERO TO WS-OP-RATE (WS-OP-SUB)
               MOVE "N" TO WS-OP-RATED-FLAG (WS-OP-SUB)
            END-PERFORM
            OPEN INPUT RATE-FILE
            IF NOT RATE-OK
               DISPLAY "Unable to open RATEMST - status "
                  WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL END-OF-RATE-FILE
               READ RATE-FILE
                  AT END
                     MOVE "Y" TO WS-RATE-EOF-FLAG
                  NOT AT END
                     PERFORM STORE-RATE-RECORD
               END-READ
            END-PERFORM
            CLOSE RATE-FILE.

       STORE-RATE-RECORD.
            IF RATE-AMOUNT NOT NUMERIC
               DISPLAY "RATEMST record for " RATE-KEY
                  " has a bad amount - ignored"
            ELSE
               IF RATE-FOR-OPERATION
                  MOVE RATE-KEY TO WS-TRAN-OPERATION
                  PERFORM FIND-OPERATION
                  IF WS-OP-FOUND-SUB > ZERO
                     MOVE RATE-AMOUNT TO WS-OP-RATE (WS-OP-FOUND-SUB)
                     MOVE "Y" TO WS-OP-RATED-FLAG (WS-OP-FOUND-SUB)
                  ELSE
                     DISPLAY "RATEMST rate for unknown operation "
                        RATE-KEY " - ignored"
                  END-IF
               ELSE
                  IF RATE-FOR-DEPT-FEE
                     MOVE RATE-DEPT-CODE TO WS-LOOKUP-DEPT
                     PERFORM FIND-DEPT-ENTRY
                     IF WS-DEPT-FOUND-SUB > ZERO
                        MOVE RATE-AMOUNT
                           TO WS-DEPT-FEE (WS-DEPT-FOUND-SUB)
                        MOVE "Y" TO WS-DEPT-FEE-FLAG (WS-DEPT-FOUND-SUB)
                     END-IF
                  ELSE
                     DISPLAY "RATEMST record type " RATE-TYPE
                        " not recognised - ignored"
                  END-IF
               END-IF
            END-IF.

       LOAD-OPERATOR-MASTER.
            OPEN INPUT OPERATOR-MASTER-FILE
            IF NOT OPERATOR-MASTER-OK
               DISPLAY "No OPERMST available - status "
                  WS-OPERATOR-MASTER-STATUS
                  " - invoices carry no department names"
            ELSE
               PERFORM UNTIL END-OF-OPERATOR-FILE
                  READ OPERATOR-MASTER-FILE
                     AT END
                        MOVE "Y" TO WS-OPERATOR-EOF-FLAG
                     NOT AT END
                        PERFORM STORE-OPERATOR-RECORD
                  END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
            END-IF.

       STORE-OPERATOR-RECORD.
            MOVE OPR-DEPT-CODE TO WS-LOOKUP-DEPT
            PERFORM FIND-DEPT-ENTRY
            IF WS-DEPT-FOUND-SUB > ZERO
               MOVE OPR-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-FOUND-SUB)
               MOVE "Y" TO WS-DEPT-ON-MASTER-FLAG (WS-DEPT-FOUND-SUB)
               IF OPR-STATUS EQUAL "I"
                  AND OPR-END-DATE NOT EQUAL SPACES
                  AND OPR-END-DATE < WS-PERIOD-START-DATE
                  MOVE "N" TO WS-DEPT-ACTIVE-FLAG (WS-DEPT-FOUND-SUB)
               ELSE
                  MOVE "Y" TO WS-DEPT-ACTIVE-FLAG (WS-DEPT-FOUND-SUB)
               END-IF
            END-IF.

       FIND-OPERATION.
            MOVE ZERO TO WS-OP-FOUND-SUB
            PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                  UNTIL WS-OP-SUB > WS-OP-ENTRY-COUNT
               IF WS-TRAN-OPERATION EQUAL WS-OP-NAME (WS-OP-SUB)
                  MOVE WS-OP-SUB TO WS-OP-FOUND-SUB
               END-IF
            END-PERFORM.

       FIND-DEPT-ENTRY.
            MOVE ZERO TO WS-DEPT-FOUND-SUB
            PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                  UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-SUB) EQUAL WS-LOOKUP-DEPT
                  MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
               END-IF
            END-PERFORM
            IF WS-DEPT-FOUND-SUB EQUAL ZERO
               IF WS-DEPT-COUNT < 200
                  ADD 1 TO WS-DEPT-COUNT
                  MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
                  PERFORM CLEAR-DEPT-ENTRY
               ELSE
                  DISPLAY "Department table full - " WS-LOOKUP-DEPT
                     " not billed"
               END-IF
            END-IF.

       CLEAR-DEPT-ENTRY.
            MOVE WS-LOOKUP-DEPT TO WS-DEPT-CODE (WS-DEPT-FOUND-SUB)
            MOVE SPACES TO WS-DEPT-NAME (WS-DEPT-FOUND-SUB)
            MOVE "N" TO WS-DEPT-ON-MASTER-FLAG (WS-DEPT-FOUND-SUB)
            MOVE "N" TO WS-DEPT-ACTIVE-FLAG (WS-DEPT-FOUND-SUB)
            MOVE ZERO TO WS-DEPT-FEE (WS-DEPT-FOUND-SUB)
            MOVE "N" TO WS-DEPT-FEE-FLAG (WS-DEPT-FOUND-SUB)
            MOVE "N" TO WS-DEPT-ACTIVITY-FLAG (WS-DEPT-FOUND-SUB)
            PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                  UNTIL WS-OP-SUB > WS-OP-ENTRY-COUNT
               MOVE ZERO TO WS-DEPT-BILLED-COUNT
                  (WS-DEPT-FOUND-SUB WS-OP-SUB)
               MOVE ZERO TO WS-DEPT-CREDIT-COUNT
                  (WS-DEPT-FOUND-SUB WS-OP-SUB)
            END-PERFORM.

       SCAN-RESULTS-MASTER.
            OPEN INPUT RESULTS-FILE
            IF NOT RESULTS-OK
               DISPLAY "Unable to open RESLMSTR - status "
                  WS-RESULTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM UNTIL END-OF-RESULTS-FILE
               READ RESULTS-FILE NEXT RECORD
                  AT END
                     MOVE "Y" TO WS-RESULTS-EOF-FLAG
                  NOT AT END
                     MOVE RESL-TRANS-ID TO WS-TRAN-ID
                     MOVE RESL-OPERATION TO WS-TRAN-OPERATION
                     MOVE RESL-DEPT TO WS-TRAN-DEPT
                     IF RESL-RUN-DATE (1:6) EQUAL WS-BILL-PERIOD
                        ADD 1 TO WS-MASTER-SCANNED-COUNT
                        PERFORM PRICE-TRANSACTION
                     END-IF
                     IF WS-REVERSAL-COUNT > ZERO
                        PERFORM MATCH-REVERSAL-TARGET
                     END-IF
               END-READ
            END-PERFORM
            CLOSE RESULTS-FILE.

       SCAN-RESULTS-ARCHIVE.
            OPEN INPUT RESULTS-ARCHIVE-FILE
            IF NOT RESULTS-ARCHIVE-OK
               DISPLAY "No RESLARCH archive available - status "
                  WS-RESULTS-ARCHIVE-STATUS
                  " - billing the live master only"
            ELSE
               PERFORM UNTIL END-OF-ARCHIVE-FILE
                  READ RESULTS-ARCHIVE-FILE
                     AT END
                        MOVE "Y" TO WS-ARCHIVE-EOF-FLAG
                     NOT AT END
                        MOVE ARCH-TRANS-ID TO WS-TRAN-ID
                        MOVE ARCH-OPERATION TO WS-TRAN-OPERATION
                        MOVE ARCH-DEPT TO WS-TRAN-DEPT
                        IF ARCH-RUN-DATE (1:6) EQUAL WS-BILL-PERIOD
                           ADD 1 TO WS-ARCHIVE-SCANNED-COUNT
                           PERFORM PRICE-TRANSACTION
                        END-IF
                        IF WS-REVERSAL-COUNT > ZERO
                           PERFORM MATCH-REVERSAL-TARGET
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE RESULTS-ARCHIVE-FILE
            END-IF.

       PRICE-TRANSACTION.
            PERFORM FIND-OPERATION
            IF WS-OP-FOUND-SUB EQUAL ZERO
               DISPLAY "Transaction " WS-TRAN-ID " operation "
                  WS-TRAN-OPERATION " not billable - not priced"
               ADD 1 TO WS-UNRATED-COUNT
            ELSE
               IF NOT OP-IS-RATED (WS-OP-FOUND-SUB)
                  ADD 1 TO WS-UNRATED-COUNT
               END-IF
               MOVE WS-TRAN-DEPT TO WS-LOOKUP-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-DEPT-FOUND-SUB > ZERO
                  MOVE "Y" TO WS-DEPT-ACTIVITY-FLAG (WS-DEPT-FOUND-SUB)
                  ADD 1 TO WS-DEPT-BILLED-COUNT
                     (WS-DEPT-FOUND-SUB WS-OP-FOUND-SUB)
                  ADD 1 TO WS-BILLED-COUNT
               END-IF
            END-IF.

       LOAD-AUDIT-FILE-LIST.
            OPEN INPUT AUDIT-CONTROL-FILE
            IF AUDIT-CONTROL-OK
               PERFORM UNTIL END-OF-CONTROL-FILE
                  READ AUDIT-CONTROL-FILE
                     AT END
                        MOVE "Y" TO WS-CONTROL-EOF-FLAG
                     NOT AT END
                        IF BILLARC-FILE-NAME NOT EQUAL SPACES
                           PERFORM ADD-ARCHIVE-FILE
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE AUDIT-CONTROL-FILE
            END-IF
            ADD 1 TO WS-FILE-COUNT
            MOVE "AUDITLOG" TO WS-FIL-NAME (WS-FILE-COUNT).

       ADD-ARCHIVE-FILE.
            IF WS-FILE-COUNT EQUAL 50
               DISPLAY "More than 50 ARCHIVE files on BILLARC - "
                  "run aborted"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-FILE-COUNT
            MOVE BILLARC-FILE-NAME TO WS-FIL-NAME (WS-FILE-COUNT).

       SCAN-AUDIT-FILE.
            MOVE WS-FIL-NAME (WS-FILE-SUB) TO WS-AUDIT-FILE-NAME
            OPEN INPUT AUDIT-IN-FILE
            IF NOT AUDIT-IN-OK
               DISPLAY "Unable to open audit file "
                  WS-AUDIT-FILE-NAME (1:30) " - status "
                  WS-AUDIT-IN-STATUS
                  " - reversal credits cannot be found"
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE "N" TO WS-AUDIT-EOF-FLAG
            PERFORM UNTIL END-OF-AUDIT-FILE
               READ AUDIT-IN-FILE
                  AT END
                     MOVE "Y" TO WS-AUDIT-EOF-FLAG
                  NOT AT END
                     IF AUDIT-RUN-TAG EQUAL " RUN="
                        AND AUDIT-RUN-DATE (1:6) EQUAL WS-BILL-PERIOD
                        PERFORM CHECK-AUDIT-REVERSAL
                     END-IF
               END-READ
            END-PERFORM
            CLOSE AUDIT-IN-FILE.

       CHECK-AUDIT-REVERSAL.
            MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
            UNSTRING AUDIT-IN-RECORD DELIMITED BY " OP="
               INTO WS-PARSE-LEAD WS-PARSE-REST
            END-UNSTRING
            MOVE SPACES TO WS-AUDIT-OPERATION
            UNSTRING WS-PARSE-REST DELIMITED BY SPACE
               INTO WS-AUDIT-OPERATION
            END-UNSTRING
            IF WS-AUDIT-OPERATION EQUAL "Reverse"
               MOVE SPACES TO WS-PARSE-LEAD WS-PARSE-REST
               UNSTRING AUDIT-IN-RECORD DELIMITED BY " TARGET="
                  INTO WS-PARSE-LEAD WS-PARSE-REST
               END-UNSTRING
               MOVE WS-PARSE-REST (1:10) TO WS-AUDIT-TARGET-ID
               IF WS-AUDIT-TARGET-ID EQUAL SPACES
                  DISPLAY "Reverse " AUDIT-TRANS-ID " has no TARGET= "
                     "on the audit record - not credited"
                  ADD 1 TO WS-UNCREDITED-COUNT
               ELSE
                  PERFORM STORE-REVERSAL
               END-IF
            END-IF.

       STORE-REVERSAL.
            MOVE ZERO TO WS-REVERSAL-FOUND-SUB
            PERFORM VARYING WS-REVERSAL-SUB FROM 1 BY 1
                  UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
               IF WS-REV-TARGET-ID (WS-REVERSAL-SUB)
                  EQUAL WS-AUDIT-TARGET-ID
                  MOVE WS-REVERSAL-SUB TO WS-REVERSAL-FOUND-SUB
               END-IF
            END-PERFORM
            IF WS-REVERSAL-FOUND-SUB EQUAL ZERO
               IF WS-REVERSAL-COUNT < 2000
                  ADD 1 TO WS-REVERSAL-COUNT
                  MOVE AUDIT-TRANS-ID
                     TO WS-REV-ID (WS-REVERSAL-COUNT)
                  MOVE WS-AUDIT-TARGET-ID
                     TO WS-REV-TARGET-ID (WS-REVERSAL-COUNT)
                  MOVE SPACES TO WS-REV-OPERATION (WS-REVERSAL-COUNT)
                  MOVE SPACES TO WS-REV-DEPT (WS-REVERSAL-COUNT)
                  MOVE "N" TO WS-REV-FOUND-FLAG (WS-REVERSAL-COUNT)
               ELSE
                  DISPLAY "Reversal table full - Reverse "
                     AUDIT-TRANS-ID " not credited"
                  ADD 1 TO WS-UNCREDITED-COUNT
               END-IF
            END-IF.

       MATCH-REVERSAL-TARGET.
            PERFORM VARYING WS-REVERSAL-SUB FROM 1 BY 1
                  UNTIL WS-REVERSAL-SUB > WS-REVERSAL-COUNT
               IF WS-REV-TARGET-ID (WS-REVERSAL-SUB) EQUAL WS-TRAN-ID
                  AND NOT REV-TARGET-FOUND (WS-REVERSAL-SUB)
                  MOVE WS-TRAN-OPERATION
                     TO WS-REV-OPERATION (WS-REVERSAL-SUB)
                  MOVE WS-TRAN-DEPT TO WS-REV-DEPT (WS-REVERSAL-SUB)
                  MOVE "Y" TO WS-REV-FOUND-FLAG (WS-REVERSAL-SUB)
               END-IF
            END-PERFORM.

       CREDIT-REVERSAL.
            IF NOT REV-TARGET-FOUND (WS-REVERSAL-SUB)
               DISPLAY "Reverse " WS-REV-ID (WS-REVERSAL-SUB)
                  " target " WS-REV-TARGET-ID (WS-REVERSAL-SUB)
                  " not on RESLMSTR or RESLARCH - not credited"
               ADD 1 TO WS-UNCREDITED-COUNT
            ELSE
               MOVE WS-REV-OPERATION (WS-REVERSAL-SUB)
                  TO WS-TRAN-OPERATION
               PERFORM FIND-OPERATION
               IF WS-OP-FOUND-SUB EQUAL ZERO
                  DISPLAY "Reverse " WS-REV-ID (WS-REVERSAL-SUB)
                     " target operation " WS-TRAN-OPERATION
                     " not billable - not credited"
               ELSE
                  MOVE WS-REV-DEPT (WS-REVERSAL-SUB) TO WS-LOOKUP-DEPT
                  PERFORM FIND-DEPT-ENTRY
                  IF WS-DEPT-FOUND-SUB > ZERO
                     MOVE "Y"
                        TO WS-DEPT-ACTIVITY-FLAG (WS-DEPT-FOUND-SUB)
                     ADD 1 TO WS-DEPT-CREDIT-COUNT
                        (WS-DEPT-FOUND-SUB WS-OP-FOUND-SUB)
                     ADD 1 TO WS-CREDITED-COUNT
                  END-IF
               END-IF
            END-IF.

       WRITE-DEPT-INVOICE.
            ADD 1 TO WS-INVOICE-COUNT
            MOVE ZERO TO WS-DEPT-CHARGE-TOTAL
            MOVE ZERO TO WS-DEPT-CREDIT-TOTAL
            MOVE ZERO TO WS-DEPT-FEE-TOTAL

            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "CHARGEBACK INVOICE - PERIOD " DELIMITED BY SIZE
               WS-BILL-PERIOD DELIMITED BY SIZE
               " - DEPARTMENT " DELIMITED BY SIZE
               WS-DEPT-CODE (WS-DEPT-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEPT-NAME (WS-DEPT-SUB) DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE
            IF NOT DEPT-ON-MASTER (WS-DEPT-SUB)
               MOVE SPACES TO INVOICE-REPORT-LINE
               STRING
                  "*** DEPARTMENT NOT ON OPERMST - REFER TO FINANCE"
                     DELIMITED BY SIZE
                  INTO INVOICE-REPORT-LINE
               END-STRING
               WRITE INVOICE-REPORT-LINE
            END-IF

            MOVE SPACES TO INVOICE-REPORT-LINE
            WRITE INVOICE-REPORT-LINE

            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "OPERATION    POSTED       RATE        CHARGED"
                  DELIMITED BY SIZE
               " REVERSED       CREDITED            NET"
                  DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                  UNTIL WS-OP-SUB > WS-OP-ENTRY-COUNT
               IF WS-DEPT-BILLED-COUNT (WS-DEPT-SUB WS-OP-SUB) > ZERO
                  OR WS-DEPT-CREDIT-COUNT (WS-DEPT-SUB WS-OP-SUB) > ZERO
                  PERFORM WRITE-INVOICE-OP-LINE
               END-IF
            END-PERFORM

            IF DEPT-HAS-FEE (WS-DEPT-SUB)
               AND DEPT-ACTIVE-IN-PERIOD (WS-DEPT-SUB)
               MOVE WS-DEPT-FEE (WS-DEPT-SUB) TO WS-DEPT-FEE-TOTAL
               MOVE SPACES TO CHARGEBACK-RECORD
               MOVE "F" TO CB-CHARGE-TYPE
               MOVE 1 TO CB-QUANTITY
               MOVE WS-DEPT-FEE-TOTAL TO CB-AMOUNT
               PERFORM WRITE-CHARGEBACK-RECORD
            END-IF

            COMPUTE WS-DEPT-DUE-TOTAL = WS-DEPT-CHARGE-TOTAL
               - WS-DEPT-CREDIT-TOTAL + WS-DEPT-FEE-TOTAL
            END-COMPUTE
            ADD WS-DEPT-CHARGE-TOTAL TO WS-GRAND-CHARGE-TOTAL
            ADD WS-DEPT-CREDIT-TOTAL TO WS-GRAND-CREDIT-TOTAL
            ADD WS-DEPT-FEE-TOTAL TO WS-GRAND-FEE-TOTAL
            ADD WS-DEPT-DUE-TOTAL TO WS-GRAND-DUE-TOTAL

            MOVE SPACES TO INVOICE-REPORT-LINE
            WRITE INVOICE-REPORT-LINE

            MOVE WS-DEPT-CHARGE-TOTAL TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "TRANSACTION CHARGES:     " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-DEPT-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "REVERSAL CREDITS:        " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-DEPT-FEE-TOTAL TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "MONTHLY SERVICE FEE:     " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-DEPT-DUE-TOTAL TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "AMOUNT DUE:              " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE SPACES TO INVOICE-REPORT-LINE
            WRITE INVOICE-REPORT-LINE
            MOVE SPACES TO INVOICE-REPORT-LINE
            WRITE INVOICE-REPORT-LINE.

       WRITE-INVOICE-OP-LINE.
            COMPUTE WS-LINE-CHARGE =
               WS-DEPT-BILLED-COUNT (WS-DEPT-SUB WS-OP-SUB)
               * WS-OP-RATE (WS-OP-SUB)
            END-COMPUTE
            COMPUTE WS-LINE-CREDIT =
               WS-DEPT-CREDIT-COUNT (WS-DEPT-SUB WS-OP-SUB)
               * WS-OP-RATE (WS-OP-SUB)
            END-COMPUTE
            COMPUTE WS-LINE-NET = WS-LINE-CHARGE - WS-LINE-CREDIT
            END-COMPUTE
            ADD WS-LINE-CHARGE TO WS-DEPT-CHARGE-TOTAL
            ADD WS-LINE-CREDIT TO WS-DEPT-CREDIT-TOTAL

            MOVE WS-DEPT-BILLED-COUNT (WS-DEPT-SUB WS-OP-SUB)
               TO WS-COUNT-DISPLAY
            MOVE WS-DEPT-CREDIT-COUNT (WS-DEPT-SUB WS-OP-SUB)
               TO WS-COUNT-DISPLAY-2
            MOVE WS-OP-RATE (WS-OP-SUB) TO WS-RATE-DISPLAY
            MOVE WS-LINE-CHARGE TO WS-AMOUNT-DISPLAY
            MOVE WS-LINE-CREDIT TO WS-AMOUNT-DISPLAY-2
            MOVE WS-LINE-NET TO WS-AMOUNT-DISPLAY-3
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               WS-OP-NAME (WS-OP-SUB) DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RATE-DISPLAY DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY-2 DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY-3 DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            IF NOT OP-IS-RATED (WS-OP-SUB)
               MOVE "  NO RATE" TO INVOICE-REPORT-LINE (85:9)
            END-IF
            WRITE INVOICE-REPORT-LINE

            IF WS-DEPT-BILLED-COUNT (WS-DEPT-SUB WS-OP-SUB) > ZERO
               MOVE SPACES TO CHARGEBACK-RECORD
               MOVE "T" TO CB-CHARGE-TYPE
               MOVE WS-OP-NAME (WS-OP-SUB) TO CB-OPERATION
               MOVE WS-DEPT-BILLED-COUNT (WS-DEPT-SUB WS-OP-SUB)
                  TO CB-QUANTITY
               MOVE WS-LINE-CHARGE TO CB-AMOUNT
               PERFORM WRITE-CHARGEBACK-RECORD
            END-IF

            IF WS-DEPT-CREDIT-COUNT (WS-DEPT-SUB WS-OP-SUB) > ZERO
               MOVE SPACES TO CHARGEBACK-RECORD
               MOVE "C" TO CB-CHARGE-TYPE
               MOVE WS-OP-NAME (WS-OP-SUB) TO CB-OPERATION
               MOVE WS-DEPT-CREDIT-COUNT (WS-DEPT-SUB WS-OP-SUB)
                  TO CB-QUANTITY
               COMPUTE CB-AMOUNT = ZERO - WS-LINE-CREDIT
               END-COMPUTE
               PERFORM WRITE-CHARGEBACK-RECORD
            END-IF.

       WRITE-CHARGEBACK-RECORD.
            MOVE WS-BILL-PERIOD TO CB-PERIOD
            MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO CB-DEPT
            WRITE CHARGEBACK-RECORD
            ADD 1 TO WS-CHARGEBACK-COUNT.

       WRITE-BILLING-SUMMARY.
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "CHARGEBACK BILLING SUMMARY - PERIOD " DELIMITED BY SIZE
               WS-BILL-PERIOD DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE SPACES TO INVOICE-REPORT-LINE
            WRITE INVOICE-REPORT-LINE

            MOVE WS-MASTER-SCANNED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "POSTED ON RESLMSTR:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-ARCHIVE-SCANNED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "POSTED ON RESLARCH:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-BILLED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "TRANSACTIONS BILLED:     " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-CREDITED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "REVERSALS CREDITED:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-UNCREDITED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "REVERSALS NOT CREDITED:  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-UNRATED-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "WITH NO RATE ON RATEMST: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-INVOICE-COUNT TO WS-COUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "INVOICES PRODUCED:       " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-GRAND-CHARGE-TOTAL TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "TRANSACTION CHARGES:     " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-GRAND-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "REVERSAL CREDITS:        " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-GRAND-FEE-TOTAL TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "MONTHLY SERVICE FEES:    " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE

            MOVE WS-GRAND-DUE-TOTAL TO WS-AMOUNT-DISPLAY
            MOVE SPACES TO INVOICE-REPORT-LINE
            STRING
               "NET CHARGEBACK TOTAL:    " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO INVOICE-REPORT-LINE
            END-STRING
            WRITE INVOICE-REPORT-LINE.

       WRITE-CHARGEBACK-CONTROL.
            MOVE SPACES TO CHARGEBACK-RECORD
            MOVE WS-BILL-PERIOD TO CB-PERIOD
            MOVE "Z" TO CB-CHARGE-TYPE
            MOVE "CONTROL" TO CB-OPERATION
            MOVE WS-CHARGEBACK-COUNT TO CB-QUANTITY
            MOVE WS-GRAND-DUE-TOTAL TO CB-AMOUNT
            WRITE CHARGEBACK-RECORD.
       END PROGRAM Chargeback-Billing.
