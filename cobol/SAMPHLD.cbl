      * DATE THEY ENTERED AND THEIR REASON CODE), APPLIES THE         *
      * ANALYSTS' DISPOSITION TRANSACTIONS, AND WRITES THE SURVIVING  *
      * HOLDS TO A NEW QUEUE GENERATION PLUS AN AGING REPORT BY       *
      * REASON CODE AND DAYS HELD.  DAYS HELD ARE BUSINESS DAYS -     *
      * MONDAY TO FRIDAY LESS THE HOLCAL HOLIDAY CALENDAR - UP TO THE *
      * PRCDATE PROCESSING DATE.                                      *
      *                                                               *
      * HOLDTXN RECORD (LRECL 149):                                   *
      *   COLS   1-3   ACTION - REL = RELEASE THE CORRECTED RECORD    *
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "HLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CAL-STATUS.

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
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-QIN-STATUS      PIC X(2).
         03  WK-TXN-STATUS      PIC X(2).
         03  WK-RCI-STATUS      PIC X(2).
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-RUN-BDNO        PIC 9(9)       VALUE ZERO.
         03  WK-PRIOR-COUNT     PIC 9(9)       VALUE ZERO.
         03  WK-NEW-HOLD-COUNT  PIC 9(9)       VALUE ZERO.
         03  WK-RELEASE-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-PASSTHRU-COUNT  PIC 9(9)       VALUE ZERO.
         03  WK-OVERFLOW-COUNT  PIC 9(9)       VALUE ZERO.
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
      *****************************************************************
      * IN-STORAGE IMAGE OF THE QUEUE.  AN ENTRY MARKED "D" WAS       *
      * RELEASED OR WRITTEN OFF THIS RUN AND IS NOT CARRIED FORWARD.  *
      * A QUEUE THAT OUTGROWS THE TABLE IS NOT LOST - THE OVERFLOW    *
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 170-LOAD-CALENDAR.
           MOVE WK-RUN-DATE TO WK-BD-DATE.
           PERFORM 400-BUSINESS-DAY-NO.
           MOVE WK-BD-NUMBER TO WK-RUN-BDNO.
           OPEN OUTPUT RECYC-OUT.
           OPEN OUTPUT HOLDQ-OUT.
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
                   DISPLAY "SAMPHLD - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPHLD - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * LOAD THE PRIOR QUEUE GENERATION.  NO HOLDQI DD MEANS THIS IS  *
      * THE FIRST RUN AND THE QUEUE STARTS EMPTY.                     *
                   ADD 1 TO WK-PASSTHRU-COUNT
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
               DISPLAY "SAMPHLD - NO HOLIDAY CALENDAR, WEEKENDS ONLY"
           END-IF.

       175-LOAD-ONE-HOLIDAY.
           READ CAL-FILE
               AT END MOVE "1" TO WK-CAL-EOF
               NOT AT END
                   IF HC-DATE NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(HC-DATE) NOT = 0
                       DISPLAY "SAMPHLD - INVALID HOLIDAY IGNORED: "
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
                               DISPLAY "SAMPHLD - CALENDAR FULL, "
                                   "IGNORED: " HC-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * CARRY THE SURVIVING HOLDS FORWARD TO THE NEW QUEUE            *
      * GENERATION, PRINT ONE DETAIL LINE EACH, AND ACCUMULATE THE    *
           ADD 1 TO WK-Q-SUB.

       210-PRINT-HOLD-LINE.
           MOVE WK-Q-HELD-DATE (WK-Q-SUB) TO WK-BD-DATE.
           PERFORM 400-BUSINESS-DAY-NO.
           COMPUTE WK-DAYS-HELD = WK-RUN-BDNO - WK-BD-NUMBER.
           MOVE WK-Q-DETAIL (WK-Q-SUB) TO HD-RECORD.
           MOVE WK-Q-HELD-DATE (WK-Q-SUB) TO WK-DATE-ED.
           MOVE WK-DAYS-HELD TO WK-DAYS-ED.
           ELSE
               DISPLAY "  *** RUN OUT OF BALANCE ***"
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
