      *****************************************************************
      * MONTH-END PERIOD-TO-DATE SUMMARY REPORT.  READS THE PERIOD   *
      * ACCUMULATION DATASET THE DAILY SAMPSUM RUNS APPEND TO -      *
      * SORTED INTO REC-TYPE/STATUS-CODE/CURRENCY/RUN-DATE ORDER BY  *
      * THE SAMPPTD JOB - SELECTS ONE ACCOUNTING PERIOD, AND PRINTS  *
      * THE DAILY PROGRESSION UNDER EACH REC-TYPE/STATUS-CODE/       *
      * CURRENCY BREAK WITH PERIOD-TO-DATE SUBTOTALS AND A GRAND     *
      * TOTAL.  NO MORE HAND-ADDING 20-PLUS DAILY SUMOUT REPORTS AT  *
      * MONTH-END.  DAILY LINES AND THE STATUS SUBTOTAL ARE IN THE   *
      * BREAK'S OWN CURRENCY, WITH THE BASE-CURRENCY SUBTOTAL (EACH  *
      * DAY CONVERTED AT ITS OWN RATE BY SAMPSUM) UNDER IT FOR A     *
      * FOREIGN CURRENCY; REC-TYPE AND GRAND TOTALS ARE IN THE BASE  *
      * CURRENCY.                                                    *
      * THE PERIOD DEFAULTS TO THE RUN DATE'S YYYYMM AND CAN BE SET  *
      * PER RUN WITH THE SAMPPTD_PERIOD ENVIRONMENT VARIABLE.        *
      *****************************************************************
               FILE STATUS IS WK-PCTL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PTDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PTD-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY PERAREC.
       FD  PCTL-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-PCTL-STATUS     PIC X(2).
         03  WK-READ-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-SELECT-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-NET-SIGNED      PIC S9(11)V99  VALUE ZERO.
         03  WK-BASE-NET-SIGNED PIC S9(11)V99  VALUE ZERO.
         03  WK-PERIOD-TEXT     PIC X(6)       VALUE SPACES.
         03  WK-GOT-SW          PIC X(1).
       01  WK-PERIOD-AREA.
       01  WK-BREAK-AREA.
         03  WK-CUR-REC-TYPE    PIC X(2)       VALUE SPACES.
         03  WK-CUR-STATUS      PIC X(2)       VALUE SPACES.
         03  WK-CUR-CURRENCY    PIC X(3)       VALUE SPACES.
         03  WK-FIRST-SW        PIC X(1)       VALUE "Y".
       01  WK-STATUS-TOTALS.
         03  WK-ST-COUNT        PIC 9(9)       VALUE ZERO.
         03  WK-ST-DEBIT        PIC 9(11)V99   VALUE ZERO.
         03  WK-ST-CREDIT       PIC 9(11)V99   VALUE ZERO.
         03  WK-ST-NET          PIC S9(11)V99  VALUE ZERO.
         03  WK-ST-BASE-DEBIT   PIC 9(11)V99   VALUE ZERO.
         03  WK-ST-BASE-CREDIT  PIC 9(11)V99   VALUE ZERO.
         03  WK-ST-BASE-NET     PIC S9(11)V99  VALUE ZERO.
         03  WK-ST-FX-SW        PIC X(1)       VALUE "N".
       01  WK-TYPE-TOTALS.
         03  WK-TY-COUNT        PIC 9(9)       VALUE ZERO.
         03  WK-TY-DEBIT        PIC 9(11)V99   VALUE ZERO.
         03  WK-CREDIT-ED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         03  WK-NET-ED          PIC --,---,---,--9.99.
         03  WK-DATE-ED         PIC 9999/99/99.
         03  WK-RATE-ED         PIC ZZZ9.999999.
         03  WK-RATE-TEXT       PIC X(18)      VALUE SPACES.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 110-SET-PERIOD.
           OPEN INPUT PTD-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "0" TO WK-EOF.
           PERFORM 150-READ-SELECTED.

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
                   DISPLAY "SAMPPTD - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPPTD - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * RESOLVE THE REPORTED PERIOD - DEFAULT IS THE RUN DATE'S      *
      * YYYYMM, OVERRIDABLE FOR REPORTING A PRIOR PERIOD AFTER THE   *

      *****************************************************************
      * MAIN PROCESS - CONTROL BREAKS ON REC-TYPE (MAJOR) AND        *
      * STATUS-CODE/CURRENCY (MINOR), ONE DETAIL LINE PER DAILY      *
      * ROLL-IN RECORD UNDER EACH BREAK.                             *
      *****************************************************************
       200-MAIN.
           IF WK-FIRST-SW = "Y"
               MOVE PA-REC-TYPE TO WK-CUR-REC-TYPE
               MOVE PA-STATUS-CODE TO WK-CUR-STATUS
               MOVE PA-CURRENCY TO WK-CUR-CURRENCY
               PERFORM 213-PRINT-BREAK-HEADER
               MOVE "N" TO WK-FIRST-SW
           ELSE
                   PERFORM 220-TYPE-BREAK
                   MOVE PA-REC-TYPE TO WK-CUR-REC-TYPE
                   MOVE PA-STATUS-CODE TO WK-CUR-STATUS
                   MOVE PA-CURRENCY TO WK-CUR-CURRENCY
                   PERFORM 213-PRINT-BREAK-HEADER
               ELSE
                   IF PA-STATUS-CODE NOT = WK-CUR-STATUS
                      OR PA-CURRENCY NOT = WK-CUR-CURRENCY
                       PERFORM 210-STATUS-BREAK
                       MOVE PA-STATUS-CODE TO WK-CUR-STATUS
                       MOVE PA-CURRENCY TO WK-CUR-CURRENCY
                       PERFORM 213-PRINT-BREAK-HEADER
                   END-IF
               END-IF
           ELSE
               MOVE PA-NET-AMT TO WK-NET-SIGNED
           END-IF.
           IF PA-BASE-NET-SIGN = "-"
               COMPUTE WK-BASE-NET-SIGNED = PA-BASE-NET-AMT * -1
           ELSE
               MOVE PA-BASE-NET-AMT TO WK-BASE-NET-SIGNED
           END-IF.
           IF PA-FX-RATE NOT = 1
               MOVE "Y" TO WK-ST-FX-SW
           END-IF.
           PERFORM 207-PRINT-DAY-LINE.
           ADD PA-COUNT TO WK-ST-COUNT.
           ADD PA-DEBIT-AMT TO WK-ST-DEBIT.
           ADD PA-CREDIT-AMT TO WK-ST-CREDIT.
           ADD WK-NET-SIGNED TO WK-ST-NET.
           ADD PA-BASE-DEBIT TO WK-ST-BASE-DEBIT.
           ADD PA-BASE-CREDIT TO WK-ST-BASE-CREDIT.
           ADD WK-BASE-NET-SIGNED TO WK-ST-BASE-NET.

       207-PRINT-DAY-LINE.
           MOVE PA-RUN-DATE TO WK-DATE-ED.
           MOVE PA-DEBIT-AMT TO WK-DEBIT-ED.
           MOVE PA-CREDIT-AMT TO WK-CREDIT-ED.
           MOVE WK-NET-SIGNED TO WK-NET-ED.
           MOVE SPACES TO WK-RATE-TEXT.
           IF PA-FX-RATE NOT = 1
               MOVE PA-FX-RATE TO WK-RATE-ED
               STRING "  RATE " WK-RATE-ED
                   DELIMITED BY SIZE INTO WK-RATE-TEXT
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  " WK-DATE-ED
               "  DEBIT " WK-DEBIT-ED
               "  CREDIT " WK-CREDIT-ED
               "  NET " WK-NET-ED
               WK-RATE-TEXT
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

      *****************************************************************
      * MINOR BREAK - PERIOD-TO-DATE LINE FOR THE STATUS/CURRENCY,   *
      * PLUS ITS BASE-CURRENCY LINE WHEN ANY DAY WAS CONVERTED, AND  *
      * THE BASE FIGURES ROLLED UP TO THE REC-TYPE LEVEL.            *
      *****************************************************************
       210-STATUS-BREAK.
           IF WK-ST-COUNT > ZERO
               MOVE " " TO PR-CTRL
               STRING "  PTD TYPE " WK-CUR-REC-TYPE
                   " STATUS " WK-CUR-STATUS
                   " " WK-CUR-CURRENCY
                   "  COUNT " WK-COUNT-ED
                   "  DEBIT " WK-DEBIT-ED
                   "  CREDIT " WK-CREDIT-ED
                   "  NET " WK-NET-ED
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
               IF WK-ST-FX-SW = "Y"
                   PERFORM 211-PRINT-BASE-LINE
               END-IF
               ADD WK-ST-COUNT TO WK-TY-COUNT
               ADD WK-ST-BASE-DEBIT TO WK-TY-DEBIT
               ADD WK-ST-BASE-CREDIT TO WK-TY-CREDIT
               ADD WK-ST-BASE-NET TO WK-TY-NET
               MOVE ZERO TO WK-ST-COUNT
               MOVE ZERO TO WK-ST-DEBIT
               MOVE ZERO TO WK-ST-CREDIT
               MOVE ZERO TO WK-ST-NET
               MOVE ZERO TO WK-ST-BASE-DEBIT
               MOVE ZERO TO WK-ST-BASE-CREDIT
               MOVE ZERO TO WK-ST-BASE-NET
               MOVE "N" TO WK-ST-FX-SW
           END-IF.

       211-PRINT-BASE-LINE.
           MOVE WK-ST-BASE-DEBIT TO WK-DEBIT-ED.
           MOVE WK-ST-BASE-CREDIT TO WK-CREDIT-ED.
           MOVE WK-ST-BASE-NET TO WK-NET-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  PTD BASE AT DAILY RATES  "
               "                   "
               "  DEBIT " WK-DEBIT-ED
               "  CREDIT " WK-CREDIT-ED
               "  NET " WK-NET-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

       213-PRINT-BREAK-HEADER.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "TYPE " WK-CUR-REC-TYPE
               " STATUS " WK-CUR-STATUS
               " " WK-CUR-CURRENCY
               " - DAILY PROGRESSION"
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

      *****************************************************************
      * MAJOR BREAK - REC-TYPE PERIOD TOTAL (BASE CURRENCY), ROLLED  *
      * UP TO THE GRAND TOTALS.                                      *
      *****************************************************************
       220-TYPE-BREAK.
           IF WK-TY-COUNT > ZERO
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "  PTD TYPE " WK-CUR-REC-TYPE
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
           STRING "PERIOD GRAND TOTAL     BASE"
               "  COUNT " WK-COUNT-ED
               "  DEBIT " WK-DEBIT-ED
               "  CREDIT " WK-CREDIT-ED
