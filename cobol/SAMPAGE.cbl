      * SWEEPS THE WHOLE MASTER IN KEY ORDER AND BUCKETS EACH        *
      * ACCOUNT'S KSDS-AMOUNT BY THE AGE OF ITS LAST BUSINESS        *
      * ACTIVITY (KSDS-REC-DATE AGAINST THE RUN DATE): CURRENT       *
      * (0-30 DAYS), 31-60, 61-90 AND OVER 90 DAYS, COUNTED IN       *
      * BUSINESS DAYS (MONDAY TO FRIDAY LESS THE HOLCAL HOLIDAY      *
      * CALENDAR) UP TO THE PRCDATE PROCESSING DATE.  SUBTOTALS      *
      * PRINT BY STATUS-CODE AND CURRENCY WITHIN REC-TYPE, WITH A    *
      * REC-TYPE LINE AND A GRAND TOTAL LINE PER CURRENCY - AMOUNTS  *
      * ARE SHOWN IN THE ACCOUNT'S OWN CURRENCY AND NEVER ADDED      *
      * ACROSS CURRENCIES ON THE REPORT.  A BLANK CURRENCY (A RECORD *
      * NOT REFRESHED SINCE CURRENCIES CAME IN) IS THE BASE CURRENCY *
      * FROM THE REFTBL "BC" ENTRY AND TOTALS WITH IT.  THE GRAND    *
      * TOTAL IS CROSS-FOOTED AGAINST AN INDEPENDENT SUM OF THE      *
      * MASTER (A CONTROL SUM OVER ALL CURRENCIES, NOT A MONEY       *
      * FIGURE) - SO CREDIT CONTROL'S "HOW MUCH MONEY SITS ON        *
      * ACCOUNTS WITH NO RECENT ACTIVITY" IS ONE REPORT, NOT A       *
      * SAMPINQ BROWSE AND A CALCULATOR.                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WK-KSDS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "AGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CAL-STATUS.
           SELECT OPTIONAL REF-FILE ASSIGN TO "REFTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       FD  CAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HOLREC.
      *****************************************************************
      * SAME OPERATIONS-MAINTAINED REFERENCE CODE TABLE SAMPLE READS *
      * - ONLY THE "BC" (BASE CURRENCY, COLS 3-5) ENTRY IS USED HERE. *
      *****************************************************************
       FD  REF-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  REF-RECORD.
         03  REF-KIND           PIC X(2).
         03  REF-CURRENCY       PIC X(3).
         03  FILLER             PIC X(1).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-KSDS-STATUS     PIC X(2).
         03  WK-REF-STATUS      PIC X(2).
         03  WK-REF-EOF         PIC X(1).
         03  WK-BASE-CURRENCY   PIC X(3)       VALUE SPACES.
         03  WK-CURRENCY        PIC X(3).
         03  WK-READ-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-RUN-BDNO        PIC 9(9)       VALUE ZERO.
         03  WK-AGE-DAYS        PIC S9(5)      VALUE ZERO.
         03  WK-BUCKET          PIC 9(1)       VALUE ZERO.
         03  WK-MASTER-TOTAL    PIC S9(13)V99  VALUE ZERO.
      *****************************************************************
      * HOLIDAY CALENDAR - WEEKDAY HOLIDAYS AS LOADED FROM HOLCAL -  *
      * AND THE BUSINESS-DAY NUMBER WORK FIELDS.                     *
      *****************************************************************
       01  WK-CAL-AREA.
         03  WK-CAL-STATUS      PIC X(2).
         03  WK-CAL-EOF         PIC X(1).
         03  WK-CAL-SUB         PIC 9(3)       VALUE ZERO.
         03  WK-CAL-COUNT       PIC 9(3)       VALUE ZERO.
         03  WK-CAL-ENTRY       OCCURS 400 TIMES.
           05  WK-CAL-DATE      PIC 9(8).
         03  WK-BD-DATE         PIC 9(8)       VALUE ZERO.
         03  WK-BD-INT          PIC 9(7)       VALUE ZERO.
         03  WK-BD-WEEKS        PIC 9(7)       VALUE ZERO.
         03  WK-BD-REM          PIC 9(1)       VALUE ZERO.
         03  WK-BD-NUMBER       PIC 9(7)       VALUE ZERO.
       01  WK-BREAK-AREA.
         03  WK-CUR-REC-TYPE    PIC X(2)       VALUE SPACES.
         03  WK-FIRST-SW        PIC X(1)       VALUE "Y".
      *****************************************************************
      * PER-STATUS/CURRENCY BUCKETS WITHIN THE CURRENT REC-TYPE.     *
      * THE KSDS KEY ORDERS BY REC-TYPE ONLY, SO STATUS CODES ARRIVE *
      * UNORDERED AND ARE COLLECTED IN A TABLE, FLUSHED AT EACH      *
      * REC-TYPE BREAK.  SIZED TO 100 - THE 50 SC REFERENCE CODES    *
      * WITH ROOM FOR A SECOND CURRENCY ON EACH; AN OVERFLOW STATUS  *
      * STILL COUNTS IN THE TYPE AND GRAND TOTALS BUT GETS NO        *
      * SUBTOTAL LINE.                                               *
      *****************************************************************
       01  WK-STATUS-TABLE-AREA.
         03  WK-ST-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-ST-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-ST-FOUND        PIC 9(3)       VALUE ZERO.
         03  WK-ST-ENTRY        OCCURS 100 TIMES.
           05  WK-ST-STATUS     PIC X(2).
           05  WK-ST-CURRENCY   PIC X(3).
           05  WK-ST-RECS       PIC 9(9).
           05  WK-ST-BUCKET-AMT OCCURS 4 TIMES
                                PIC S9(13)V99.
      *****************************************************************
      * TYPE AND GRAND TOTALS ARE KEPT PER CURRENCY, ONE TOTAL LINE   *
      * EACH.  A CURRENCY BEYOND THE 20TH STILL COUNTS IN THE RECORD  *
      * COUNTS AND THE CROSS-FOOT BUT GETS NO TOTAL LINE.             *
      *****************************************************************
       01  WK-TYPE-TOTALS.
         03  WK-TY-RECS         PIC 9(9)       VALUE ZERO.
         03  WK-TC-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-TC-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-TC-FOUND        PIC 9(3)       VALUE ZERO.
         03  WK-TC-ENTRY        OCCURS 20 TIMES.
           05  WK-TC-CURRENCY   PIC X(3).
           05  WK-TC-RECS       PIC 9(9).
           05  WK-TC-BUCKET-AMT OCCURS 4 TIMES
                                PIC S9(13)V99.
       01  WK-GRAND-TOTALS.
         03  WK-GR-RECS         PIC 9(9)       VALUE ZERO.
         03  WK-GR-BUCKET-AMT   OCCURS 4 TIMES
                                PIC S9(13)V99.
         03  WK-GR-TOTAL-AMT    PIC S9(13)V99  VALUE ZERO.
         03  WK-GC-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-GC-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-GC-FOUND        PIC 9(3)       VALUE ZERO.
         03  WK-GC-CTRL         PIC X(1)       VALUE "0".
         03  WK-GC-ENTRY        OCCURS 20 TIMES.
           05  WK-GC-CURRENCY   PIC X(3).
           05  WK-GC-RECS       PIC 9(9).
           05  WK-GC-BUCKET-AMT OCCURS 4 TIMES
                                PIC S9(13)V99.
       01  WK-LINE-TOTAL        PIC S9(13)V99  VALUE ZERO.
       01  WK-EDIT-AREA.
         03  WK-B1-ED           PIC ----,---,---,--9.99.
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 120-LOAD-BASE-CURRENCY.
           PERFORM 170-LOAD-CALENDAR.
           MOVE WK-RUN-DATE TO WK-BD-DATE.
           PERFORM 400-BUSINESS-DAY-NO.
           MOVE WK-BD-NUMBER TO WK-RUN-BDNO.
           OPEN INPUT KSDS-FILE.
           IF WK-KSDS-STATUS NOT = "00"
               DISPLAY "SAMPAGE - KSDS OPEN FAILED, STATUS "
               MOVE KSDS-REC-TYPE TO WK-CUR-REC-TYPE
           END-IF.

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
                   DISPLAY "SAMPAGE - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPAGE - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

       110-CLEAR-TYPE-TOTALS.
           MOVE ZERO TO WK-ST-COUNT.
           MOVE ZERO TO WK-TY-RECS.
           MOVE ZERO TO WK-TC-COUNT.

      *****************************************************************
      * PICK UP THE BASE CURRENCY FROM THE REFTBL "BC" ENTRY.  NONE   *
      * (OR NO REFTBL DD) LEAVES IT BLANK - THEN A BLANK CURRENCY     *
      * PRINTS AND TOTALS ON ITS OWN, AS BLANK.                       *
      *****************************************************************
       120-LOAD-BASE-CURRENCY.
           MOVE "0" TO WK-REF-EOF.
           OPEN INPUT REF-FILE.
           IF WK-REF-STATUS = "00"
               PERFORM 125-READ-ONE-REF UNTIL WK-REF-EOF = "1"
               CLOSE REF-FILE
           END-IF.
           IF WK-BASE-CURRENCY = SPACES
               DISPLAY "SAMPAGE - NO BASE CURRENCY IN REFTBL, "
                   "BLANK CURRENCY TOTALED SEPARATELY"
           END-IF.

       125-READ-ONE-REF.
           READ REF-FILE
               AT END MOVE "1" TO WK-REF-EOF
               NOT AT END
                   IF REF-KIND = "BC"
                       MOVE REF-CURRENCY TO WK-BASE-CURRENCY
                   END-IF
           END-READ.

       150-READ-MASTER.
           READ KSDS-FILE
                   ADD KSDS-AMOUNT TO WK-MASTER-TOTAL
           END-READ.

      *****************************************************************
      * LOAD THE OPERATIONS HOLIDAY CALENDAR.  WEEKEND AND INVALID   *
      * DATES ARE NOT BUSINESS DAYS ANYWAY AND ARE LEFT OUT.  NO     *
      * HOLCAL DD MEANS MONDAY TO FRIDAY ARE ALL BUSINESS DAYS.      *
      *****************************************************************
       170-LOAD-CALENDAR.
           MOVE "0" TO WK-CAL-EOF.
           OPEN INPUT CAL-FILE.
           IF WK-CAL-STATUS = "00"
               PERFORM 175-LOAD-ONE-HOLIDAY UNTIL WK-CAL-EOF = "1"
               CLOSE CAL-FILE
           ELSE
               DISPLAY "SAMPAGE - NO HOLIDAY CALENDAR, WEEKENDS ONLY"
           END-IF.

       175-LOAD-ONE-HOLIDAY.
           READ CAL-FILE
               AT END MOVE "1" TO WK-CAL-EOF
               NOT AT END
                   IF HC-DATE NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(HC-DATE) NOT = 0
                       DISPLAY "SAMPAGE - INVALID HOLIDAY IGNORED: "
                           HC-DATE
                   ELSE
                       COMPUTE WK-BD-INT =
                           FUNCTION INTEGER-OF-DATE(HC-DATE)
                       DIVIDE WK-BD-INT BY 7 GIVING WK-BD-WEEKS
                           REMAINDER WK-BD-REM
                       IF WK-BD-REM NOT = 0 AND WK-BD-REM NOT = 6
                           IF WK-CAL-COUNT < 400
                               ADD 1 TO WK-CAL-COUNT
                               MOVE HC-DATE
                                   TO WK-CAL-DATE (WK-CAL-COUNT)
                           ELSE
                               DISPLAY "SAMPAGE - CALENDAR FULL, "
                                   "IGNORED: " HC-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * MAIN PROCESS - BREAK ON REC-TYPE, BUCKET THE CURRENT RECORD. *
      *****************************************************************

      *****************************************************************
      * AGE THE RECORD AND ADD ITS AMOUNT TO THE RIGHT BUCKET UNDER  *
      * ITS STATUS CODE AND CURRENCY (BLANK IS THE BASE CURRENCY).   *
      * A FUTURE-DATED RECORD COUNTS AS CURRENT.                     *
      *****************************************************************
       205-BUCKET-RECORD.
           MOVE KSDS-CURRENCY TO WK-CURRENCY.
           IF WK-CURRENCY = SPACES
               MOVE WK-BASE-CURRENCY TO WK-CURRENCY
           END-IF.
           MOVE KSDS-REC-DATE TO WK-BD-DATE.
           PERFORM 400-BUSINESS-DAY-NO.
           COMPUTE WK-AGE-DAYS = WK-RUN-BDNO - WK-BD-NUMBER.
           EVALUATE TRUE
               WHEN WK-AGE-DAYS <= 30
                   MOVE 1 TO WK-BUCKET
               ADD KSDS-AMOUNT
                   TO WK-ST-BUCKET-AMT (WK-ST-FOUND, WK-BUCKET)
           END-IF.
           PERFORM 230-FIND-TYPE-CURRENCY.
           IF WK-TC-FOUND > ZERO
               ADD 1 TO WK-TC-RECS (WK-TC-FOUND)
               ADD KSDS-AMOUNT
                   TO WK-TC-BUCKET-AMT (WK-TC-FOUND, WK-BUCKET)
           END-IF.
           PERFORM 240-FIND-GRAND-CURRENCY.
           IF WK-GC-FOUND > ZERO
               ADD 1 TO WK-GC-RECS (WK-GC-FOUND)
               ADD KSDS-AMOUNT
                   TO WK-GC-BUCKET-AMT (WK-GC-FOUND, WK-BUCKET)
           END-IF.
           ADD 1 TO WK-TY-RECS.
           ADD 1 TO WK-GR-RECS.
           ADD KSDS-AMOUNT TO WK-GR-BUCKET-AMT (WK-BUCKET).
           ADD KSDS-AMOUNT TO WK-GR-TOTAL-AMT.
               UNTIL WK-ST-SUB > WK-ST-COUNT
                  OR WK-ST-FOUND > ZERO.
           IF WK-ST-FOUND = ZERO
               IF WK-ST-COUNT < 100
                   ADD 1 TO WK-ST-COUNT
                   MOVE WK-ST-COUNT TO WK-ST-FOUND
                   MOVE KSDS-STATUS-CODE
                       TO WK-ST-STATUS (WK-ST-FOUND)
                   MOVE WK-CURRENCY
                       TO WK-ST-CURRENCY (WK-ST-FOUND)
                   MOVE ZERO TO WK-ST-RECS (WK-ST-FOUND)
                   MOVE ZERO TO WK-ST-BUCKET-AMT (WK-ST-FOUND, 1)
                   MOVE ZERO TO WK-ST-BUCKET-AMT (WK-ST-FOUND, 2)
               ELSE
                   DISPLAY "SAMPAGE - STATUS TABLE FULL, NOT "
                       "SUBTOTALED: " WK-CUR-REC-TYPE "-"
                       KSDS-STATUS-CODE "-" WK-CURRENCY
               END-IF
           END-IF.

       215-TEST-ONE-STATUS.
           IF WK-ST-STATUS (WK-ST-SUB) = KSDS-STATUS-CODE
               AND WK-ST-CURRENCY (WK-ST-SUB) = WK-CURRENCY
               MOVE WK-ST-SUB TO WK-ST-FOUND
           END-IF.
           ADD 1 TO WK-ST-SUB.

      *****************************************************************
      * REC-TYPE BREAK - ONE LINE PER STATUS/CURRENCY COLLECTED      *
      * UNDER THE TYPE, THEN A TYPE TOTAL LINE PER CURRENCY.         *
      *****************************************************************
       220-TYPE-BREAK.
           IF WK-TY-RECS > ZERO
               MOVE 1 TO WK-ST-SUB
               PERFORM 225-PRINT-ONE-STATUS
                   UNTIL WK-ST-SUB > WK-ST-COUNT
               MOVE 1 TO WK-TC-SUB
               PERFORM 226-PRINT-ONE-TYPE-TOTAL
                   UNTIL WK-TC-SUB > WK-TC-COUNT
               PERFORM 110-CLEAR-TYPE-TOTALS
           END-IF.

           MOVE WK-ST-RECS (WK-ST-SUB) TO WK-RECS-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  STATUS " WK-ST-STATUS (WK-ST-SUB) " "
               WK-ST-CURRENCY (WK-ST-SUB) " "
               WK-B1-ED "  " WK-B2-ED "  "
               WK-B3-ED "  " WK-B4-ED
               "  RECS " WK-RECS-ED
           WRITE PRINT-RECORD.
           ADD 1 TO WK-ST-SUB.

       226-PRINT-ONE-TYPE-TOTAL.
           MOVE WK-TC-BUCKET-AMT (WK-TC-SUB, 1) TO WK-B1-ED.
           MOVE WK-TC-BUCKET-AMT (WK-TC-SUB, 2) TO WK-B2-ED.
           MOVE WK-TC-BUCKET-AMT (WK-TC-SUB, 3) TO WK-B3-ED.
           MOVE WK-TC-BUCKET-AMT (WK-TC-SUB, 4) TO WK-B4-ED.
           MOVE WK-TC-RECS (WK-TC-SUB) TO WK-RECS-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  TYPE TOTAL " WK-TC-CURRENCY (WK-TC-SUB)
               WK-B1-ED "  " WK-B2-ED "  "
               WK-B3-ED "  " WK-B4-ED
               "  RECS " WK-RECS-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           ADD 1 TO WK-TC-SUB.

       230-FIND-TYPE-CURRENCY.
           MOVE ZERO TO WK-TC-FOUND.
           MOVE 1 TO WK-TC-SUB.
           PERFORM 235-TEST-ONE-TYPE-CURRENCY
               UNTIL WK-TC-SUB > WK-TC-COUNT
                  OR WK-TC-FOUND > ZERO.
           IF WK-TC-FOUND = ZERO
               IF WK-TC-COUNT < 20
                   ADD 1 TO WK-TC-COUNT
                   MOVE WK-TC-COUNT TO WK-TC-FOUND
                   MOVE WK-CURRENCY
                       TO WK-TC-CURRENCY (WK-TC-FOUND)
                   MOVE ZERO TO WK-TC-RECS (WK-TC-FOUND)
                   MOVE ZERO TO WK-TC-BUCKET-AMT (WK-TC-FOUND, 1)
                   MOVE ZERO TO WK-TC-BUCKET-AMT (WK-TC-FOUND, 2)
                   MOVE ZERO TO WK-TC-BUCKET-AMT (WK-TC-FOUND, 3)
                   MOVE ZERO TO WK-TC-BUCKET-AMT (WK-TC-FOUND, 4)
               ELSE
                   DISPLAY "SAMPAGE - TYPE CURRENCY TABLE FULL, NOT "
                       "TOTALED: " WK-CUR-REC-TYPE "-" WK-CURRENCY
               END-IF
           END-IF.

       235-TEST-ONE-TYPE-CURRENCY.
           IF WK-TC-CURRENCY (WK-TC-SUB) = WK-CURRENCY
               MOVE WK-TC-SUB TO WK-TC-FOUND
           END-IF.
           ADD 1 TO WK-TC-SUB.

       240-FIND-GRAND-CURRENCY.
           MOVE ZERO TO WK-GC-FOUND.
           MOVE 1 TO WK-GC-SUB.
           PERFORM 245-TEST-ONE-GRAND-CURRENCY
               UNTIL WK-GC-SUB > WK-GC-COUNT
                  OR WK-GC-FOUND > ZERO.
           IF WK-GC-FOUND = ZERO
               IF WK-GC-COUNT < 20
                   ADD 1 TO WK-GC-COUNT
                   MOVE WK-GC-COUNT TO WK-GC-FOUND
                   MOVE WK-CURRENCY
                       TO WK-GC-CURRENCY (WK-GC-FOUND)
                   MOVE ZERO TO WK-GC-RECS (WK-GC-FOUND)
                   MOVE ZERO TO WK-GC-BUCKET-AMT (WK-GC-FOUND, 1)
                   MOVE ZERO TO WK-GC-BUCKET-AMT (WK-GC-FOUND, 2)
                   MOVE ZERO TO WK-GC-BUCKET-AMT (WK-GC-FOUND, 3)
                   MOVE ZERO TO WK-GC-BUCKET-AMT (WK-GC-FOUND, 4)
               ELSE
                   DISPLAY "SAMPAGE - GRAND CURRENCY TABLE FULL, NOT "
                       "TOTALED: " WK-CURRENCY
               END-IF
           END-IF.

       245-TEST-ONE-GRAND-CURRENCY.
           IF WK-GC-CURRENCY (WK-GC-SUB) = WK-CURRENCY
               MOVE WK-GC-SUB TO WK-GC-FOUND
           END-IF.
           ADD 1 TO WK-GC-SUB.

      *****************************************************************
      * END PROCESS - FLUSH THE FINAL TYPE, PRINT THE GRAND TOTAL    *
      * LINE PER CURRENCY AND CROSS-FOOT THE ALL-CURRENCY BUCKET SUM *
      * AGAINST THE INDEPENDENT MASTER SUM.                          *
      *****************************************************************
       300-END.
           PERFORM 220-TYPE-BREAK.
                                 + WK-GR-BUCKET-AMT (2)
                                 + WK-GR-BUCKET-AMT (3)
                                 + WK-GR-BUCKET-AMT (4).
           MOVE "0" TO WK-GC-CTRL.
           MOVE 1 TO WK-GC-SUB.
           PERFORM 310-PRINT-ONE-GRAND-TOTAL
               UNTIL WK-GC-SUB > WK-GC-COUNT.
           MOVE WK-LINE-TOTAL TO WK-TOT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           ELSE
               DISPLAY "  *** RUN OUT OF BALANCE ***"
           END-IF.

      *****************************************************************
      * ONE GRAND TOTAL LINE PER CURRENCY - THE FIRST ONE SKIPS TO A  *
      * NEW SECTION OF THE PAGE, THE REST FOLLOW DIRECTLY.            *
      *****************************************************************
       310-PRINT-ONE-GRAND-TOTAL.
           MOVE WK-GC-BUCKET-AMT (WK-GC-SUB, 1) TO WK-B1-ED.
           MOVE WK-GC-BUCKET-AMT (WK-GC-SUB, 2) TO WK-B2-ED.
           MOVE WK-GC-BUCKET-AMT (WK-GC-SUB, 3) TO WK-B3-ED.
           MOVE WK-GC-BUCKET-AMT (WK-GC-SUB, 4) TO WK-B4-ED.
           MOVE WK-GC-RECS (WK-GC-SUB) TO WK-RECS-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE WK-GC-CTRL TO PR-CTRL.
           STRING "GRAND TOTAL " WK-GC-CURRENCY (WK-GC-SUB) " "
               WK-B1-ED "  " WK-B2-ED "  "
               WK-B3-ED "  " WK-B4-ED
               "  RECS " WK-RECS-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE " " TO WK-GC-CTRL.
           ADD 1 TO WK-GC-SUB.

      *****************************************************************
      * BUSINESS-DAY NUMBER OF WK-BD-DATE: WEEKDAYS SINCE THE START  *
      * OF THE INTEGER-OF-DATE CALENDAR (DAY 1 WAS A MONDAY, SO A    *
      * REMAINDER OF 6 IS SATURDAY AND 0 SUNDAY) LESS THE HOLIDAYS   *
      * ON OR BEFORE IT.  A WEEKEND OR HOLIDAY CARRIES THE NUMBER OF *
      * THE BUSINESS DAY BEFORE IT, SO THE DIFFERENCE OF TWO NUMBERS *
      * IS THE BUSINESS DAYS BETWEEN THE DATES.                      *
      *****************************************************************
       400-BUSINESS-DAY-NO.
           COMPUTE WK-BD-INT = FUNCTION INTEGER-OF-DATE(WK-BD-DATE).
           DIVIDE WK-BD-INT BY 7 GIVING WK-BD-WEEKS
               REMAINDER WK-BD-REM.
           IF WK-BD-REM > 5
               MOVE 5 TO WK-BD-REM
           END-IF.
           COMPUTE WK-BD-NUMBER = WK-BD-WEEKS * 5 + WK-BD-REM.
           MOVE 1 TO WK-CAL-SUB.
           PERFORM 405-COUNT-ONE-HOLIDAY
               UNTIL WK-CAL-SUB > WK-CAL-COUNT.

       405-COUNT-ONE-HOLIDAY.
           IF WK-CAL-DATE (WK-CAL-SUB) NOT > WK-BD-DATE
               SUBTRACT 1 FROM WK-BD-NUMBER
           END-IF.
           ADD 1 TO WK-CAL-SUB.
