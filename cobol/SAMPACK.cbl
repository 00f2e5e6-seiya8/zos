      * MONTH-END.  SAMPACK MATCHES EVERY GLINT RECORD (TODAY'S       *
      * GENERATION PLUS THE ITEMS CARRIED FORWARD UNACKNOWLEDGED      *
      * FROM PRIOR RUNS) AGAINST THE GL GROUP'S ACKNOWLEDGMENT FILE   *
      * ON RUN DATE + REC-TYPE + STATUS-CODE + CURRENCY, COMPARES     *
      * THE POSTED DEBIT/CREDIT AMOUNTS WITH THE BASE-CURRENCY        *
      * FIGURES FED (THE LEDGER POSTS IN THE BASE CURRENCY), REPORTS  *
      * EVERY UNPOSTED OR MISMATCHED BREAK, CARRIES THE STILL-        *
      * OUTSTANDING ITEMS FORWARD TO THE NEXT RUN'S MATCH, AND ENDS   *
      * WITH RC=8 WHEN ANY ITEM IS OUTSTANDING PAST THE GRACE PERIOD  *
      * (DEFAULT 2 BUSINESS DAYS, SET PER RUN WITH THE                *
      * SAMPACK_GRACE_DAYS ENVIRONMENT VARIABLE).  BUSINESS DAYS ARE  *
      * MONDAY TO FRIDAY LESS THE HOLCAL HOLIDAY CALENDAR, COUNTED UP *
      * TO THE PRCDATE PROCESSING DATE.                               *
      *                                                               *
      * GLACK RECORD (LRECL 41):                                      *
      *   COLS  1-8   RUN DATE OF THE GLINT RECORD ACKNOWLEDGED       *
      *   COLS  9-10  REC-TYPE                                        *
      *   COLS 11-12  STATUS-CODE                                     *
      *   COLS 13-25  POSTED DEBIT  9(11)V99 (BASE CURRENCY)          *
      *   COLS 26-38  POSTED CREDIT 9(11)V99 (BASE CURRENCY)          *
      *   COLS 39-41  CURRENCY OF THE GLINT BREAK (BLANK = BASE)      *
      * ACKCF RECORD (LRECL 122):                                     *
      *   COLS  1-114 THE UNACKNOWLEDGED GLINT RECORD IMAGE           *
      *   COLS 115-122 DATE THE ITEM WAS FIRST FED TO THE LEDGER      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "ACKOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE
           RECORD CONTAINS 114 CHARACTERS.
           COPY GLINTREC REPLACING ==:TAG:== BY ==GL==.
       FD  ACK-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  ACK-RECORD.
         03  ACK-RUN-DATE       PIC 9(8).
         03  ACK-REC-TYPE       PIC X(2).
         03  ACK-STATUS-CODE    PIC X(2).
         03  ACK-DEBIT-AMT      PIC 9(11)V99.
         03  ACK-CREDIT-AMT     PIC 9(11)V99.
         03  ACK-CURRENCY       PIC X(3).
       FD  CARRY-IN
           RECORD CONTAINS 122 CHARACTERS.
       01  CI-RECORD.
         03  CI-GL-IMAGE        PIC X(114).
         03  CI-FIRST-DATE      PIC 9(8).
       FD  CARRY-OUT
           RECORD CONTAINS 122 CHARACTERS.
       01  CO-RECORD.
         03  CO-GL-IMAGE        PIC X(114).
         03  CO-FIRST-DATE      PIC 9(8).
       FD  PRINT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       FD  CAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HOLREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-ACK-STATUS      PIC X(2).
         03  WK-CFI-STATUS      PIC X(2).
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-RUN-BDNO        PIC 9(9)       VALUE ZERO.
         03  WK-ITEM-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-POSTED-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-MISMATCH-COUNT  PIC 9(9)       VALUE ZERO.
         03  WK-ORPHAN-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-DAYS-OUT        PIC S9(5)      VALUE ZERO.
         03  WK-ITEM-FIRST-DATE PIC 9(8)       VALUE ZERO.
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
       01  WK-GRACE-AREA.
         03  WK-GRACE-PARM      PIC X(3)       VALUE SPACES.
         03  WK-GRACE-DAYS      PIC 9(3)       VALUE 2.
           05  WK-AK-RUN-DATE   PIC 9(8).
           05  WK-AK-REC-TYPE   PIC X(2).
           05  WK-AK-STATUS     PIC X(2).
           05  WK-AK-CURRENCY   PIC X(3).
           05  WK-AK-DEBIT      PIC 9(11)V99.
           05  WK-AK-CREDIT     PIC 9(11)V99.
           05  WK-AK-USED       PIC X(1).
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 170-LOAD-CALENDAR.
           MOVE WK-RUN-DATE TO WK-BD-DATE.
           PERFORM 400-BUSINESS-DAY-NO.
           MOVE WK-BD-NUMBER TO WK-RUN-BDNO.
           PERFORM 110-SET-GRACE.
           OPEN OUTPUT CARRY-OUT.
           OPEN OUTPUT PRINT-FILE.
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

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
                   DISPLAY "SAMPACK - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPACK - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

       110-SET-GRACE.
           ACCEPT WK-GRACE-PARM FROM ENVIRONMENT "SAMPACK_GRACE_DAYS"
               ON EXCEPTION MOVE SPACES TO WK-GRACE-PARM
                           TO WK-AK-REC-TYPE (WK-AK-COUNT)
                       MOVE ACK-STATUS-CODE
                           TO WK-AK-STATUS (WK-AK-COUNT)
                       MOVE ACK-CURRENCY
                           TO WK-AK-CURRENCY (WK-AK-COUNT)
                       MOVE ACK-DEBIT-AMT
                           TO WK-AK-DEBIT (WK-AK-COUNT)
                       MOVE ACK-CREDIT-AMT
                   PERFORM 200-MATCH-ONE-ITEM
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
               DISPLAY "SAMPACK - NO HOLIDAY CALENDAR, WEEKENDS ONLY"
           END-IF.

       175-LOAD-ONE-HOLIDAY.
           READ CAL-FILE
               AT END MOVE "1" TO WK-CAL-EOF
               NOT AT END
                   IF HC-DATE NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(HC-DATE) NOT = 0
                       DISPLAY "SAMPACK - INVALID HOLIDAY IGNORED: "
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
                               DISPLAY "SAMPACK - CALENDAR FULL, "
                                   "IGNORED: " HC-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * MATCH ONE FED ITEM AGAINST THE ACK TABLE.  A MATCHED ACK      *
      * WITH EQUAL AMOUNTS CLOSES THE ITEM; A MATCHED ACK WITH        *
                   ADD 1 TO WK-UNACKED-COUNT
                   PERFORM 220-REPORT-OUTSTANDING
                   PERFORM 230-CARRY-ITEM-FORWARD
               WHEN WK-AK-DEBIT (WK-AK-FOUND) = WG-BASE-DEBIT
                   AND WK-AK-CREDIT (WK-AK-FOUND) = WG-BASE-CREDIT
                   MOVE "Y" TO WK-AK-USED (WK-AK-FOUND)
                   ADD 1 TO WK-POSTED-COUNT
               WHEN OTHER
               AND WK-AK-RUN-DATE (WK-AK-SUB) = WG-RUN-DATE
               AND WK-AK-REC-TYPE (WK-AK-SUB) = WG-REC-TYPE
               AND WK-AK-STATUS (WK-AK-SUB) = WG-STATUS-CODE
               AND WK-AK-CURRENCY (WK-AK-SUB) = WG-CURRENCY
               MOVE WK-AK-SUB TO WK-AK-FOUND
           END-IF.
           ADD 1 TO WK-AK-SUB.

       210-REPORT-MISMATCH.
           MOVE WG-RUN-DATE TO WK-DATE-ED.
           MOVE WG-BASE-DEBIT TO WK-DEBIT-ED.
           MOVE WG-BASE-CREDIT TO WK-CREDIT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "MISMATCH    " WK-DATE-ED
               " TYPE " WG-REC-TYPE
               " STATUS " WG-STATUS-CODE
               " " WG-CURRENCY
               "  FED DR " WK-DEBIT-ED
               " CR " WK-CREDIT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           MOVE WK-AK-CREDIT (WK-AK-FOUND) TO WK-CREDIT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "                                          "
               "   GL POSTED DR " WK-DEBIT-ED
               " CR " WK-CREDIT-ED
               DELIMITED BY SIZE INTO PR-LINE.

       220-REPORT-OUTSTANDING.
           MOVE WG-RUN-DATE TO WK-DATE-ED.
           MOVE WG-BASE-DEBIT TO WK-DEBIT-ED.
           MOVE WG-BASE-CREDIT TO WK-CREDIT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "UNPOSTED    " WK-DATE-ED
               " TYPE " WG-REC-TYPE
               " STATUS " WG-STATUS-CODE
               " " WG-CURRENCY
               "  FED DR " WK-DEBIT-ED
               " CR " WK-CREDIT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           MOVE WK-ITEM-FIRST-DATE TO CO-FIRST-DATE.
           WRITE CO-RECORD.
           ADD 1 TO WK-CARRY-COUNT.
           MOVE WK-ITEM-FIRST-DATE TO WK-BD-DATE.
           PERFORM 400-BUSINESS-DAY-NO.
           COMPUTE WK-DAYS-OUT = WK-RUN-BDNO - WK-BD-NUMBER.
           IF WK-DAYS-OUT > WK-GRACE-DAYS
               ADD 1 TO WK-OVERDUE-COUNT
               MOVE WK-DAYS-OUT TO WK-DAYS-ED
               STRING "ORPHAN ACK  " WK-DATE-ED
                   " TYPE " WK-AK-REC-TYPE (WK-AK-SUB)
                   " STATUS " WK-AK-STATUS (WK-AK-SUB)
                   " " WK-AK-CURRENCY (WK-AK-SUB)
                   "  POSTED DR " WK-DEBIT-ED
                   " CR " WK-CREDIT-ED
                   DELIMITED BY SIZE INTO PR-LINE
           IF WK-OVERDUE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

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
