       PROGRAM-ID. SAMPSUM.
      *****************************************************************
      * FINANCIAL SUMMARIZATION OF THE OT01 EXTRACT.  ACCUMULATES    *
      * OT-AMOUNT WITH CONTROL BREAKS ON REC-TYPE, STATUS-CODE AND  *
      * CURRENCY - RECORD COUNT, DEBIT TOTAL (POSITIVE AMOUNTS),     *
      * CREDIT TOTAL (NEGATIVE AMOUNTS) AND NET PER BREAK - PRINTS   *
      * THE SUMMARY REPORT, AND WRITES ONE FIXED-FORMAT INTERFACE    *
      * RECORD PER REC-TYPE/STATUS-CODE/CURRENCY BREAK FOR THE       *
      * GENERAL-LEDGER FEED.  INPUT MUST BE IN REC-TYPE/STATUS-CODE/ *
      * CURRENCY ORDER - THE SAMPSUM JOB SORTS THE OT01 GENERATION   *
      * INTO A WORK DATASET FIRST.                                   *
      *                                                              *
      * EACH BREAK IS CARRIED IN ITS OWN CURRENCY AND CONVERTED TO   *
      * THE BASE (LEDGER) CURRENCY AT THE FXRATE RATE FOR THE RUN    *
      * DATE; REC-TYPE AND GRAND TOTALS ARE IN THE BASE CURRENCY.    *
      * A BLANK CURRENCY IS THE BASE CURRENCY AT A RATE OF 1.  IF    *
      * ANY CURRENCY ON THE EXTRACT HAS NO RATE THE REPORT STILL     *
      * PRINTS, BUT NO GLINT OR PTD RECORD IS WRITTEN AND THE RUN    *
      * ENDS RC 8 - KEY THE MISSING RATES AND RERUN.                 *
      *                                                              *
      * GLINT RECORD (LRECL 114):                                    *
      *   COLS  1-8   RUN DATE (YYYYMMDD)                            *
      *   COLS  9-10  REC-TYPE                                       *
      *   COLS 11-12  STATUS-CODE                                    *
      *   COLS 35-47  CREDIT TOTAL 9(11)V99                          *
      *   COLS 48-48  NET SIGN (+ OR -)                              *
      *   COLS 49-61  NET AMOUNT   9(11)V99                          *
      *   COLS 62-64  CURRENCY (BLANK = BASE)                        *
      *   COLS 65-74  FX RATE      9(04)V9(06)                       *
      *   COLS 75-87  BASE DEBIT   9(11)V99                          *
      *   COLS 88-100 BASE CREDIT  9(11)V99                          *
      *   COLS 101    BASE NET SIGN (+ OR -)                         *
      *   COLS 102-114 BASE NET    9(11)V99                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO "CHNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHN-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL FX-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
           COPY SAMPREC REPLACING ==:TAG:== BY ==OT==.
       FD  GL-FILE
           RECORD CONTAINS 114 CHARACTERS.
           COPY GLINTREC REPLACING ==:TAG:== BY ==GL==.
       FD  PRINT-FILE
           RECORD CONTAINS 133 CHARACTERS.
      * A RERUN OF ONE DAY'S SUMMARY CANNOT DOUBLE-POST.              *
      *****************************************************************
       FD  PTD-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY PERAREC.
      *****************************************************************
      * OPERATIONS-MAINTAINED PERIOD CONTROL.  ONE RECORD PER         *
       FD  CHAIN-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CHSREC.
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
      *****************************************************************
      * OPERATIONS-MAINTAINED FOREIGN EXCHANGE RATES - SEE FXRREC.    *
      *****************************************************************
       FD  FX-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY FXRREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-READ-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-GL-COUNT        PIC 9(9)       VALUE ZERO.
         03  WK-PCTL-STATUS     PIC X(2).
         03  WK-CHN-STATUS      PIC X(2).
         03  WK-PTD-COUNT       PIC 9(9)       VALUE ZERO.
         03  WK-FX-STATUS       PIC X(2).
         03  WK-GL-POST-SW      PIC X(1)       VALUE "Y".
       01  WK-PERIOD-AREA.
         03  WK-PERIOD          PIC 9(6)       VALUE ZERO.
         03  WK-PTD-POST-SW     PIC X(1)       VALUE "Y".
         03  WK-SCAN-EOF        PIC X(1).
         03  WK-PCTL-FOUND-SW   PIC X(1)       VALUE "N".
           COPY SAMPCON REPLACING ==:TAG:== BY ==CN==.
      *****************************************************************
      * FX RATE TABLE - ONE ENTRY PER CURRENCY, HOLDING THE LATEST    *
      * RATE DATED ON OR BEFORE THE RUN DATE.  A CURRENCY FOUND ON    *
      * THE EXTRACT WITH NO RATE IS ENTERED WITH A ZERO RATE SO IT IS *
      * REPORTED ONCE AND FLAGGED ON EVERY BREAK THAT CARRIES IT.     *
      *****************************************************************
       01  WK-FX-TABLE-AREA.
         03  WK-FX-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-FX-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-FX-FOUND-SW     PIC X(1)       VALUE "N".
         03  WK-FX-MISSING-SW   PIC X(1)       VALUE "N".
         03  WK-FX-BAD-COUNT    PIC 9(5)       VALUE ZERO.
         03  WK-FX-SEARCH       PIC X(3)       VALUE SPACES.
         03  WK-FX-ENTRY        OCCURS 50 TIMES.
           05  WK-FX-CURRENCY   PIC X(3).
           05  WK-FX-DATE       PIC 9(8).
           05  WK-FX-RATE       PIC 9(4)V9(6).
       01  WK-BREAK-AREA.
         03  WK-CUR-REC-TYPE    PIC X(2)       VALUE SPACES.
         03  WK-CUR-STATUS      PIC X(2)       VALUE SPACES.
         03  WK-CUR-CURRENCY    PIC X(3)       VALUE SPACES.
       01  WK-STATUS-TOTALS.
         03  WK-ST-COUNT        PIC 9(9)       VALUE ZERO.
         03  WK-ST-DEBIT        PIC 9(11)V99   VALUE ZERO.
         03  WK-ST-CREDIT       PIC 9(11)V99   VALUE ZERO.
         03  WK-ST-NET          PIC S9(11)V99  VALUE ZERO.
         03  WK-ST-RATE         PIC 9(4)V9(6)  VALUE ZERO.
         03  WK-ST-BASE-DEBIT   PIC 9(11)V99   VALUE ZERO.
         03  WK-ST-BASE-CREDIT  PIC 9(11)V99   VALUE ZERO.
         03  WK-ST-BASE-NET     PIC S9(11)V99  VALUE ZERO.
       01  WK-TYPE-TOTALS.
         03  WK-TY-COUNT        PIC 9(9)       VALUE ZERO.
         03  WK-TY-DEBIT        PIC 9(11)V99   VALUE ZERO.
         03  WK-DEBIT-ED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         03  WK-CREDIT-ED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         03  WK-NET-ED          PIC --,---,---,--9.99.
         03  WK-RATE-ED         PIC ZZZ9.999999.
         03  WK-RUN-DATE-ED     PIC 9999/99/99.
       PROCEDURE DIVISION.
       000-CONTROL.
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           MOVE WK-RUN-DATE (1:6) TO WK-PERIOD.
           PERFORM 150-LOAD-FX-RATES.
           PERFORM 160-CHECK-FX-RATES.
           PERFORM 130-CHECK-PERIOD-CONTROL.
           IF WK-PTD-POST-SW = "Y"
               PERFORM 140-CHECK-ALREADY-POSTED
           END-IF.
           IF WK-FX-MISSING-SW = "Y"
               DISPLAY "SAMPSUM - FX RATES MISSING, GLINT AND PTD "
                   "ROLL-IN NOT WRITTEN"
               MOVE "N" TO WK-GL-POST-SW
               MOVE "N" TO WK-PTD-POST-SW
           END-IF.
           IF WK-PTD-POST-SW = "Y"
               OPEN EXTEND PTD-FILE
               IF WK-PTD-STATUS NOT = "00" AND
                   ADD 1 TO WK-READ-COUNT
                   MOVE OT-REC-TYPE TO WK-CUR-REC-TYPE
                   MOVE OT-STATUS-CODE TO WK-CUR-STATUS
                   MOVE OT-CURRENCY TO WK-CUR-CURRENCY
           END-READ.

      *****************************************************************
      * TAKE THE RUN DATE FROM THE CHAIN PROCESSING DATE SET BY        *
      * SAMPCAL, SO A CYCLE RUNNING PAST MIDNIGHT OR RERUN FOR AN      *
      * EARLIER DAY STILL PROCESSES AS THE SAME BUSINESS DATE.  NO     *
      * PRCDATE DD MEANS THE SYSTEM DATE, AS BEFORE.                   *
      *****************************************************************
       105-SET-PROC-DATE.
           OPEN INPUT PDATE-FILE.
           IF WK-PDT-STATUS = "00"
               READ PDATE-FILE
                   AT END MOVE SPACES TO PD-RECORD
               END-READ
               IF PD-PROC-DATE NUMERIC AND PD-PROC-DATE > ZERO
                   MOVE PD-PROC-DATE TO WK-RUN-DATE
                   DISPLAY "SAMPSUM - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPSUM - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * THE PTD ROLL-IN POSTS ONLY TO AN OPEN ACCOUNTING PERIOD.  A  *
      * PERIOD MARKED CLOSED - OR NOT LISTED AT ALL - BLOCKS THE     *
           END-READ.

      *****************************************************************
      * LOAD THE FX RATE TABLE.  FOR EACH CURRENCY THE RATE WITH THE  *
      * LATEST RATE DATE NOT AFTER THE RUN DATE IS KEPT (OF TWO ON    *
      * THE SAME DATE, THE LATER ONE READ); RATES DATED AFTER THE     *
      * RUN DATE ARE NOT YET IN FORCE.  A MISSING FXRATE DD LEAVES    *
      * THE TABLE EMPTY - ONLY A BASE-CURRENCY EXTRACT CAN THEN POST. *
      *****************************************************************
       150-LOAD-FX-RATES.
           MOVE "0" TO WK-SCAN-EOF.
           OPEN INPUT FX-FILE.
           IF WK-FX-STATUS = "00"
               PERFORM 155-LOAD-ONE-RATE UNTIL WK-SCAN-EOF = "1"
               CLOSE FX-FILE
           ELSE
               DISPLAY "SAMPSUM - NO FX RATE TABLE PRESENT"
           END-IF.

       155-LOAD-ONE-RATE.
           READ FX-FILE
               AT END MOVE "1" TO WK-SCAN-EOF
               NOT AT END
                   IF FR-CURRENCY = SPACES
                      OR FR-RATE-DATE NOT NUMERIC
                      OR FR-RATE NOT NUMERIC
                      OR FR-RATE = ZERO
                       ADD 1 TO WK-FX-BAD-COUNT
                       DISPLAY "SAMPSUM - INVALID FXRATE RECORD "
                           "IGNORED: " FR-RECORD
                   ELSE
                       IF FR-RATE-DATE NOT > WK-RUN-DATE
                           PERFORM 156-KEEP-RATE
                       END-IF
                   END-IF
           END-READ.

       156-KEEP-RATE.
           MOVE FR-CURRENCY TO WK-FX-SEARCH.
           PERFORM 170-FIND-RATE.
           IF WK-FX-FOUND-SW = "Y"
               IF FR-RATE-DATE NOT < WK-FX-DATE (WK-FX-SUB)
                   MOVE FR-RATE-DATE TO WK-FX-DATE (WK-FX-SUB)
                   MOVE FR-RATE TO WK-FX-RATE (WK-FX-SUB)
               END-IF
           ELSE
               IF WK-FX-COUNT < 50
                   ADD 1 TO WK-FX-COUNT
                   MOVE FR-CURRENCY TO WK-FX-CURRENCY (WK-FX-COUNT)
                   MOVE FR-RATE-DATE TO WK-FX-DATE (WK-FX-COUNT)
                   MOVE FR-RATE TO WK-FX-RATE (WK-FX-COUNT)
               ELSE
                   DISPLAY "SAMPSUM - FX RATE TABLE FULL, "
                       FR-CURRENCY " IGNORED"
               END-IF
           END-IF.

      *****************************************************************
      * PRE-PASS OVER THE EXTRACT - EVERY CURRENCY IT CARRIES MUST    *
      * HAVE A RATE BEFORE ANYTHING IS POSTED, SO A MISSING RATE      *
      * NEVER PUTS A PART-CONVERTED TOTAL ON THE LEDGER.  EACH        *
      * MISSING CURRENCY IS REPORTED ONCE.                            *
      *****************************************************************
       160-CHECK-FX-RATES.
           MOVE "0" TO WK-SCAN-EOF.
           OPEN INPUT OT-FILE.
           PERFORM 165-CHECK-ONE-CURRENCY UNTIL WK-SCAN-EOF = "1".
           CLOSE OT-FILE.

       165-CHECK-ONE-CURRENCY.
           READ OT-FILE
               AT END MOVE "1" TO WK-SCAN-EOF
               NOT AT END
                   MOVE OT-RECORD TO CN-CONT-RECORD
                   IF CN-CONT-FLAG NOT = "C"
                      AND OT-CURRENCY NOT = SPACES
                       MOVE OT-CURRENCY TO WK-FX-SEARCH
                       PERFORM 170-FIND-RATE
                       IF WK-FX-FOUND-SW = "N"
                           PERFORM 166-ADD-MISSING-RATE
                       END-IF
                   END-IF
           END-READ.

       166-ADD-MISSING-RATE.
           MOVE "Y" TO WK-FX-MISSING-SW.
           DISPLAY "SAMPSUM - NO FX RATE FOR CURRENCY " OT-CURRENCY
               " ON OR BEFORE " WK-RUN-DATE.
           IF WK-FX-COUNT < 50
               ADD 1 TO WK-FX-COUNT
               MOVE OT-CURRENCY TO WK-FX-CURRENCY (WK-FX-COUNT)
               MOVE ZERO TO WK-FX-DATE (WK-FX-COUNT)
               MOVE ZERO TO WK-FX-RATE (WK-FX-COUNT)
           END-IF.

       170-FIND-RATE.
           MOVE "N" TO WK-FX-FOUND-SW.
           MOVE ZERO TO WK-FX-SUB.
           PERFORM 175-SCAN-RATE
               UNTIL WK-FX-FOUND-SW = "Y" OR WK-FX-SUB = WK-FX-COUNT.

       175-SCAN-RATE.
           ADD 1 TO WK-FX-SUB.
           IF WK-FX-CURRENCY (WK-FX-SUB) = WK-FX-SEARCH
               MOVE "Y" TO WK-FX-FOUND-SW
           END-IF.

      *****************************************************************
      * MAIN PROCESS - CONTROL BREAKS ON REC-TYPE (MAJOR),           *
      * STATUS-CODE AND CURRENCY (MINOR), THEN ACCUMULATE THE        *
      * CURRENT RECORD.                                              *
      * ADDRESS CONTINUATIONS CARRY NO MONEY - THEY ARE COUNTED AND  *
      * SKIPPED SO THEIR ADDRESS BYTES NEVER REACH THE AMOUNT        *
      * ACCUMULATORS.                                                *
               PERFORM 220-TYPE-BREAK
               MOVE OT-REC-TYPE TO WK-CUR-REC-TYPE
               MOVE OT-STATUS-CODE TO WK-CUR-STATUS
               MOVE OT-CURRENCY TO WK-CUR-CURRENCY
           ELSE
               IF OT-STATUS-CODE NOT = WK-CUR-STATUS
                  OR OT-CURRENCY NOT = WK-CUR-CURRENCY
                   PERFORM 210-STATUS-BREAK
                   MOVE OT-STATUS-CODE TO WK-CUR-STATUS
                   MOVE OT-CURRENCY TO WK-CUR-CURRENCY
               END-IF
           END-IF.
           ADD 1 TO WK-ST-COUNT.
           END-READ.

      *****************************************************************
      * MINOR BREAK - CONVERT TO THE BASE CURRENCY, PRINT THE        *
      * STATUS-CODE LINE(S), WRITE THE GL INTERFACE RECORD, ROLL THE *
      * BASE TOTALS UP TO THE REC-TYPE LEVEL.                        *
      *****************************************************************
       210-STATUS-BREAK.
           IF WK-ST-COUNT > ZERO
               PERFORM 212-CONVERT-TO-BASE
               PERFORM 215-PRINT-STATUS-LINE
               PERFORM 217-WRITE-GL-RECORD
               PERFORM 218-WRITE-PTD-RECORD
               ADD WK-ST-COUNT TO WK-TY-COUNT
               ADD WK-ST-BASE-DEBIT TO WK-TY-DEBIT
               ADD WK-ST-BASE-CREDIT TO WK-TY-CREDIT
               ADD WK-ST-BASE-NET TO WK-TY-NET
               MOVE ZERO TO WK-ST-COUNT
               MOVE ZERO TO WK-ST-DEBIT
               MOVE ZERO TO WK-ST-CREDIT
               MOVE ZERO TO WK-ST-NET
           END-IF.

      *****************************************************************
      * DEBIT AND CREDIT ARE CONVERTED SEPARATELY, ROUNDED TO THE     *
      * CENT, AND THE BASE NET TAKEN AS THEIR DIFFERENCE SO THE BASE  *
      * FIGURES ALWAYS FOOT.  A CURRENCY WITH NO RATE CONVERTS TO     *
      * ZERO - THE RUN IS ALREADY HELD OFF THE LEDGER (SEE 160).      *
      *****************************************************************
       212-CONVERT-TO-BASE.
           IF WK-CUR-CURRENCY = SPACES
               MOVE 1 TO WK-ST-RATE
           ELSE
               MOVE WK-CUR-CURRENCY TO WK-FX-SEARCH
               PERFORM 170-FIND-RATE
               IF WK-FX-FOUND-SW = "Y"
                   MOVE WK-FX-RATE (WK-FX-SUB) TO WK-ST-RATE
               ELSE
                   MOVE ZERO TO WK-ST-RATE
               END-IF
           END-IF.
           COMPUTE WK-ST-BASE-DEBIT ROUNDED = WK-ST-DEBIT * WK-ST-RATE.
           COMPUTE WK-ST-BASE-CREDIT ROUNDED =
               WK-ST-CREDIT * WK-ST-RATE.
           COMPUTE WK-ST-BASE-NET =
               WK-ST-BASE-DEBIT - WK-ST-BASE-CREDIT.

       215-PRINT-STATUS-LINE.
           MOVE WK-ST-COUNT TO WK-COUNT-ED.
           MOVE WK-ST-DEBIT TO WK-DEBIT-ED.
           MOVE " " TO PR-CTRL.
           STRING "TYPE " WK-CUR-REC-TYPE
               " STATUS " WK-CUR-STATUS
               " " WK-CUR-CURRENCY
               "  COUNT " WK-COUNT-ED
               "  DEBIT " WK-DEBIT-ED
               "  CREDIT " WK-CREDIT-ED
               "  NET " WK-NET-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           IF WK-ST-RATE = ZERO
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "  *** NO FX RATE FOR " WK-CUR-CURRENCY
                   " - NOT INCLUDED IN THE BASE TOTALS ***"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           ELSE
               IF WK-ST-RATE NOT = 1
                   PERFORM 216-PRINT-BASE-LINE
               END-IF
           END-IF.

      *****************************************************************
      * A BREAK HELD IN A FOREIGN CURRENCY GETS A SECOND LINE WITH    *
      * THE RATE USED AND THE BASE-CURRENCY FIGURES, UNDER THE        *
      * ORIGINAL-CURRENCY DEBIT, CREDIT AND NET.                      *
      *****************************************************************
       216-PRINT-BASE-LINE.
           MOVE WK-ST-RATE TO WK-RATE-ED.
           MOVE WK-ST-BASE-DEBIT TO WK-DEBIT-ED.
           MOVE WK-ST-BASE-CREDIT TO WK-CREDIT-ED.
           MOVE WK-ST-BASE-NET TO WK-NET-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  FX RATE " WK-RATE-ED
               "  BASE             "
               "  DEBIT " WK-DEBIT-ED
               "  CREDIT " WK-CREDIT-ED
               "  NET " WK-NET-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

       217-WRITE-GL-RECORD.
           IF WK-GL-POST-SW = "Y"
               MOVE WK-RUN-DATE TO GL-RUN-DATE
               MOVE WK-CUR-REC-TYPE TO GL-REC-TYPE
               MOVE WK-CUR-STATUS TO GL-STATUS-CODE
               MOVE WK-ST-COUNT TO GL-COUNT
               MOVE WK-ST-DEBIT TO GL-DEBIT-AMT
               MOVE WK-ST-CREDIT TO GL-CREDIT-AMT
               IF WK-ST-NET < ZERO
                   MOVE "-" TO GL-NET-SIGN
                   COMPUTE GL-NET-AMT = WK-ST-NET * -1
               ELSE
                   MOVE "+" TO GL-NET-SIGN
                   MOVE WK-ST-NET TO GL-NET-AMT
               END-IF
               MOVE WK-CUR-CURRENCY TO GL-CURRENCY
               MOVE WK-ST-RATE TO GL-FX-RATE
               MOVE WK-ST-BASE-DEBIT TO GL-BASE-DEBIT
               MOVE WK-ST-BASE-CREDIT TO GL-BASE-CREDIT
               IF WK-ST-BASE-NET < ZERO
                   MOVE "-" TO GL-BASE-NET-SIGN
                   COMPUTE GL-BASE-NET-AMT = WK-ST-BASE-NET * -1
               ELSE
                   MOVE "+" TO GL-BASE-NET-SIGN
                   MOVE WK-ST-BASE-NET TO GL-BASE-NET-AMT
               END-IF
               WRITE GL-RECORD
               ADD 1 TO WK-GL-COUNT
           END-IF.

      *****************************************************************
      * ROLL THE SAME BREAK FIGURES INTO THE PERIOD ACCUMULATION     *
                   MOVE "+" TO PA-NET-SIGN
                   MOVE WK-ST-NET TO PA-NET-AMT
               END-IF
               MOVE WK-CUR-CURRENCY TO PA-CURRENCY
               MOVE WK-ST-RATE TO PA-FX-RATE
               MOVE WK-ST-BASE-DEBIT TO PA-BASE-DEBIT
               MOVE WK-ST-BASE-CREDIT TO PA-BASE-CREDIT
               IF WK-ST-BASE-NET < ZERO
                   MOVE "-" TO PA-BASE-NET-SIGN
                   COMPUTE PA-BASE-NET-AMT = WK-ST-BASE-NET * -1
               ELSE
                   MOVE "+" TO PA-BASE-NET-SIGN
                   MOVE WK-ST-BASE-NET TO PA-BASE-NET-AMT
               END-IF
               WRITE PA-RECORD
               ADD 1 TO WK-PTD-COUNT
           END-IF.

      *****************************************************************
      * MAJOR BREAK - PRINT THE REC-TYPE TOTAL LINE (BASE CURRENCY)  *
      * AND ROLL UP TO THE GRAND TOTALS.                             *
      *****************************************************************
       220-TYPE-BREAK.
           IF WK-TY-COUNT > ZERO
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "TYPE " WK-CUR-REC-TYPE
                   " TOTAL    BASE"
                   "  COUNT " WK-COUNT-ED
                   "  DEBIT " WK-DEBIT-ED
                   "  CREDIT " WK-CREDIT-ED
           END-IF.

      *****************************************************************
      * END PROCESS - FLUSH THE FINAL BREAKS, PRINT THE GRAND TOTAL  *
      * (BASE CURRENCY).                                             *
      *****************************************************************
       300-END.
           PERFORM 210-STATUS-BREAK.
           MOVE WK-GR-NET TO WK-NET-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "GRAND TOTAL      BASE"
               "  COUNT " WK-COUNT-ED
               "  DEBIT " WK-DEBIT-ED
               "  CREDIT " WK-CREDIT-ED
           IF WK-PTD-POST-SW = "Y"
               CLOSE PTD-FILE
           END-IF.
           IF WK-FX-MISSING-SW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 310-WRITE-CHAIN-STATUS.
           DISPLAY "SAMPSUM - SUMMARY CONTROL TOTALS".
           DISPLAY "  RECORDS READ    : " WK-READ-COUNT.
           DISPLAY "  PTD RECORDS OUT : " WK-PTD-COUNT.
           DISPLAY "  GRAND COUNT     : " WK-GR-COUNT.
           DISPLAY "  CONTINUATIONS   : " WK-CONT-COUNT.
           DISPLAY "  FX RATES HELD   : " WK-FX-COUNT.
           DISPLAY "  FX RATES BAD    : " WK-FX-BAD-COUNT.
           IF WK-READ-COUNT = WK-GR-COUNT + WK-CONT-COUNT
               DISPLAY "  RUN IN BALANCE"
           ELSE
