      ******************************************************************
      * Copybook: RATEREC
      * Purpose:  Record layout for the RATEMST chargeback rate table
      *           maintained by Finance.  Two record types share the
      *           file: an "O" record carries the per-transaction
      *           charge for one operation code, and a "D" record
      *           carries the flat monthly fee for one department
      *           (department code in the first four bytes of the
      *           key).  COPYed into Chargeback-Billing.
      ******************************************************************
       01  RATE-RECORD.
           05 RATE-TYPE             PIC X.
              88 RATE-FOR-OPERATION VALUE "O".
              88 RATE-FOR-DEPT-FEE  VALUE "D".
           05 RATE-KEY              PIC X(10).
           05 RATE-DEPT-KEY REDEFINES RATE-KEY.
              10 RATE-DEPT-CODE     PIC X(4).
              10 FILLER             PIC X(6).
           05 RATE-AMOUNT           PIC 9(7)V99.
