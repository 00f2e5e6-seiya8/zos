      *****************************************************************
      * PERAREC - RECORD LAYOUT FOR THE PERIOD ACCUMULATION DATASET.  *
      * ONE RECORD IS APPENDED BY SAMPSUM PER REC-TYPE/STATUS-CODE/   *
      * CURRENCY BREAK PER DAILY RUN - THE SAME FIGURES AS THE GLINT  *
      * RECORD, KEYED BY ACCOUNTING PERIOD (YYYYMM) AND RUN DATE - SO *
      * THE MONTH-END REPORT (SAMPPTD) CAN PRINT PERIOD-TO-DATE       *
      * TOTALS WITH THE DAILY PROGRESSION.  COUNT THROUGH NET-AMT ARE *
      * IN THE BREAK'S OWN CURRENCY, THE BASE- FIELDS IN THE BASE     *
      * (LEDGER) CURRENCY AT THE DAY'S FX-RATE; A BLANK CURRENCY IS   *
      * THE BASE CURRENCY AT 1.  120-BYTE FIXED RECORD - THE CURRENCY *
      * AND BASE FIELDS FOLLOW THE ORIGINAL 67 BYTES.                 *
      *****************************************************************
       01  PA-RECORD.
           05  PA-PERIOD            PIC 9(06).
           05  PA-CREDIT-AMT        PIC 9(11)V99.
           05  PA-NET-SIGN          PIC X(01).
           05  PA-NET-AMT           PIC 9(11)V99.
           05  PA-CURRENCY          PIC X(03).
           05  PA-FX-RATE           PIC 9(04)V9(06).
           05  PA-BASE-DEBIT        PIC 9(11)V99.
           05  PA-BASE-CREDIT       PIC 9(11)V99.
           05  PA-BASE-NET-SIGN     PIC X(01).
           05  PA-BASE-NET-AMT      PIC 9(11)V99.
