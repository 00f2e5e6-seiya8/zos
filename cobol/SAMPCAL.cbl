       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPCAL.
      *****************************************************************
      * CHAIN PROCESSING-DATE CONTROL.  RUNS AS THE FIRST STEP OF    *
      * THE DAILY CYCLE AND REWRITES THE ONE-RECORD PRCDATE DATASET  *
      * (PDTREC LAYOUT) EVERY OTHER CHAIN PROGRAM TAKES ITS RUN DATE *
      * FROM.  WITH NO CALPARM OVERRIDE THE PROCESSING DATE IS       *
      * TODAY WHEN TODAY IS A BUSINESS DAY, OTHERWISE THE MOST       *
      * RECENT BUSINESS DAY BEFORE IT - A CYCLE RUNNING LATE INTO A  *
      * WEEKEND OR HOLIDAY STILL PROCESSES AS THE LAST WORKING DAY.  *
      * FOR A CYCLE STARTED AFTER MIDNIGHT, OR A RERUN OF AN EARLIER *
      * DAY, OPERATIONS SUPPLIES THE BUSINESS DATE ON CALPARM; IT    *
      * MUST BE A VALID BUSINESS DAY NO LATER THAN TODAY, OR THE RUN *
      * ENDS RC 8 AND PRCDATE IS LEFT AS IT WAS.                     *
      *                                                              *
      * BUSINESS DAYS ARE MONDAY TO FRIDAY LESS THE DATES ON THE     *
      * OPERATIONS-MAINTAINED HOLIDAY CALENDAR (HOLCAL, HOLREC       *
      * LAYOUT).  NO HOLCAL DD MEANS WEEKENDS ONLY, WITH A WARNING.  *
      *                                                              *
      * CALPARM RECORD (LRECL 16, OPTIONAL):                         *
      *   COLS  1-8   PROCESSING DATE CCYYMMDD                       *
      *   COLS  9-16  USER ID OF THE OPERATOR SETTING IT             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "CALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PARM-STATUS.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CAL-STATUS.
           SELECT PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CALOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  PARM-RECORD.
         03  PARM-PROC-DATE     PIC X(8).
         03  PARM-USER-ID       PIC X(8).
       FD  CAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HOLREC.
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       FD  PRINT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PARM-STATUS     PIC X(2).
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-SYS-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-SYS-TIME        PIC 9(6)       VALUE ZERO.
         03  WK-PROC-DATE       PIC 9(8)       VALUE ZERO.
         03  WK-PREV-DATE       PIC 9(8)       VALUE ZERO.
         03  WK-MODE            PIC X(1)       VALUE "A".
         03  WK-SET-BY          PIC X(8)       VALUE "SAMPCAL".
         03  WK-ERROR-TEXT      PIC X(50)      VALUE SPACES.
         03  WK-DAY-INT         PIC 9(7)       VALUE ZERO.
      *****************************************************************
      * HOLIDAY CALENDAR - WEEKDAY HOLIDAYS ONLY, AS LOADED FROM     *
      * HOLCAL, AND THE BUSINESS-DAY TEST WORK FIELDS.               *
      *****************************************************************
       01  WK-CAL-AREA.
         03  WK-CAL-STATUS      PIC X(2).
         03  WK-CAL-EOF         PIC X(1).
         03  WK-CAL-READ        PIC 9(5)       VALUE ZERO.
         03  WK-CAL-IGNORED     PIC 9(5)       VALUE ZERO.
         03  WK-CAL-SUB         PIC 9(3)       VALUE ZERO.
         03  WK-CAL-COUNT       PIC 9(3)       VALUE ZERO.
         03  WK-CAL-ENTRY       OCCURS 400 TIMES.
           05  WK-CAL-DATE      PIC 9(8).
         03  WK-BD-DATE         PIC 9(8)       VALUE ZERO.
         03  WK-BD-INT          PIC 9(7)       VALUE ZERO.
         03  WK-BD-WEEKS        PIC 9(7)       VALUE ZERO.
         03  WK-BD-REM          PIC 9(1)       VALUE ZERO.
         03  WK-BD-BUSINESS     PIC X(1)       VALUE "Y".
       01  WK-EDIT-AREA.
         03  WK-DATE-ED         PIC 9999/99/99.
         03  WK-COUNT-ED        PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           PERFORM 200-SET-PROC-DATE.
           PERFORM 300-END.
           STOP RUN.

      *****************************************************************
      * INITIALIZATION PROCESS                                        *
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-SYS-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-SYS-TIME.
           OPEN OUTPUT PRINT-FILE.
           MOVE WK-SYS-DATE TO WK-DATE-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "1" TO PR-CTRL.
           STRING "SAMPLE - PROCESSING DATE CONTROL  " WK-DATE-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           PERFORM 170-LOAD-CALENDAR.
           MOVE SPACES TO PARM-RECORD.
           OPEN INPUT PARM-FILE.
           IF WK-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END MOVE SPACES TO PARM-RECORD
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * LOAD THE HOLIDAY CALENDAR.  A WEEKEND DATE IS ALREADY A      *
      * NON-BUSINESS DAY AND AN INVALID ONE CANNOT BE, SO BOTH ARE   *
      * LEFT OUT OF THE TABLE WITH A WARNING.                        *
      *****************************************************************
       170-LOAD-CALENDAR.
           MOVE "0" TO WK-CAL-EOF.
           OPEN INPUT CAL-FILE.
           IF WK-CAL-STATUS = "00"
               PERFORM 175-LOAD-ONE-HOLIDAY UNTIL WK-CAL-EOF = "1"
               CLOSE CAL-FILE
           END-IF.
           IF WK-CAL-READ = ZERO
               DISPLAY "SAMPCAL - NO HOLIDAY CALENDAR, "
                   "WEEKENDS ONLY"
           END-IF.

       175-LOAD-ONE-HOLIDAY.
           READ CAL-FILE
               AT END MOVE "1" TO WK-CAL-EOF
               NOT AT END
                   ADD 1 TO WK-CAL-READ
                   IF HC-DATE NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(HC-DATE) NOT = 0
                       ADD 1 TO WK-CAL-IGNORED
                       DISPLAY "SAMPCAL - INVALID HOLIDAY IGNORED: "
                           HC-RECORD
                   ELSE
                       COMPUTE WK-BD-INT =
                           FUNCTION INTEGER-OF-DATE(HC-DATE)
                       DIVIDE WK-BD-INT BY 7 GIVING WK-BD-WEEKS
                           REMAINDER WK-BD-REM
                       IF WK-BD-REM = 0 OR WK-BD-REM = 6
                           ADD 1 TO WK-CAL-IGNORED
                           DISPLAY "SAMPCAL - WEEKEND HOLIDAY IGNORED: "
                               HC-RECORD
                       ELSE
                           IF WK-CAL-COUNT < 400
                               ADD 1 TO WK-CAL-COUNT
                               MOVE HC-DATE
                                   TO WK-CAL-DATE (WK-CAL-COUNT)
                           ELSE
                               ADD 1 TO WK-CAL-IGNORED
                               DISPLAY "SAMPCAL - CALENDAR TABLE FULL: "
                                   HC-RECORD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * RESOLVE THE PROCESSING DATE - THE OPERATOR'S DATE WHEN ONE   *
      * IS SUPPLIED, ELSE TODAY BACKED UP TO A BUSINESS DAY - AND    *
      * THE BUSINESS DAY BEFORE IT.                                  *
      *****************************************************************
       200-SET-PROC-DATE.
           IF PARM-PROC-DATE = SPACES
               MOVE "A" TO WK-MODE
               MOVE WK-SYS-DATE TO WK-BD-DATE
               PERFORM 410-TEST-BUSINESS-DAY
               PERFORM 220-STEP-BACK-ONE-DAY
                   UNTIL WK-BD-BUSINESS = "Y"
               MOVE WK-BD-DATE TO WK-PROC-DATE
           ELSE
               MOVE "O" TO WK-MODE
               IF PARM-USER-ID NOT = SPACES
                   MOVE PARM-USER-ID TO WK-SET-BY
               END-IF
               PERFORM 210-CHECK-OVERRIDE
           END-IF.
           IF WK-ERROR-TEXT = SPACES
               MOVE WK-PROC-DATE TO WK-BD-DATE
               PERFORM 220-STEP-BACK-ONE-DAY
               PERFORM 220-STEP-BACK-ONE-DAY
                   UNTIL WK-BD-BUSINESS = "Y"
               MOVE WK-BD-DATE TO WK-PREV-DATE
           END-IF.

       210-CHECK-OVERRIDE.
           IF PARM-PROC-DATE NOT NUMERIC
               MOVE "OVERRIDE DATE IS NOT NUMERIC" TO WK-ERROR-TEXT
           ELSE
               MOVE PARM-PROC-DATE TO WK-PROC-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WK-PROC-DATE) NOT = 0
                   MOVE "OVERRIDE DATE IS NOT A VALID DATE"
                       TO WK-ERROR-TEXT
               ELSE
                   IF WK-PROC-DATE > WK-SYS-DATE
                       MOVE "OVERRIDE DATE IS AFTER TODAY"
                           TO WK-ERROR-TEXT
                   ELSE
                       MOVE WK-PROC-DATE TO WK-BD-DATE
                       PERFORM 410-TEST-BUSINESS-DAY
                       IF WK-BD-BUSINESS = "N"
                           MOVE "OVERRIDE DATE IS NOT A BUSINESS DAY"
                               TO WK-ERROR-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       220-STEP-BACK-ONE-DAY.
           COMPUTE WK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WK-BD-DATE) - 1.
           COMPUTE WK-BD-DATE = FUNCTION DATE-OF-INTEGER(WK-DAY-INT).
           PERFORM 410-TEST-BUSINESS-DAY.

      *****************************************************************
      * END PROCESS - REWRITE PRCDATE (ONLY WHEN THE DATE RESOLVED)   *
      * AND REPORT WHAT THE CYCLE WILL PROCESS AS.                    *
      *****************************************************************
       300-END.
           IF WK-ERROR-TEXT = SPACES
               PERFORM 310-WRITE-PROC-DATE
           END-IF.
           IF WK-ERROR-TEXT = SPACES
               MOVE WK-PROC-DATE TO WK-DATE-ED
               MOVE SPACES TO PRINT-RECORD
               MOVE "0" TO PR-CTRL
               STRING "PROCESSING DATE    : " WK-DATE-ED
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
               MOVE WK-PREV-DATE TO WK-DATE-ED
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "PREVIOUS BUS. DATE : " WK-DATE-ED
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               IF WK-MODE = "O"
                   STRING "SET BY             : OPERATOR OVERRIDE, "
                       WK-SET-BY
                       DELIMITED BY SIZE INTO PR-LINE
               ELSE
                   MOVE "SET BY             : AUTOMATIC ROLL"
                       TO PR-LINE
               END-IF
               WRITE PRINT-RECORD
           ELSE
               MOVE SPACES TO PRINT-RECORD
               MOVE "0" TO PR-CTRL
               STRING "*** PROCESSING DATE NOT CHANGED - "
                   WK-ERROR-TEXT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WK-CAL-COUNT TO WK-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "HOLIDAYS LOADED    : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           CLOSE PRINT-FILE.
           DISPLAY "SAMPCAL - PROCESSING DATE CONTROL TOTALS".
           DISPLAY "  SYSTEM DATE     : " WK-SYS-DATE.
           IF WK-ERROR-TEXT = SPACES
               DISPLAY "  PROCESSING DATE : " WK-PROC-DATE
               DISPLAY "  PREVIOUS DATE   : " WK-PREV-DATE
               DISPLAY "  MODE            : " WK-MODE
           ELSE
               DISPLAY "  *** " WK-ERROR-TEXT " ***"
           END-IF.
           DISPLAY "  HOLIDAYS READ   : " WK-CAL-READ.
           DISPLAY "  HOLIDAYS LOADED : " WK-CAL-COUNT.
           DISPLAY "  HOLIDAYS IGNORED: " WK-CAL-IGNORED.

       310-WRITE-PROC-DATE.
           OPEN OUTPUT PDATE-FILE.
           IF WK-PDT-STATUS = "00"
               MOVE WK-PROC-DATE TO PD-PROC-DATE
               MOVE WK-PREV-DATE TO PD-PREV-DATE
               MOVE WK-SYS-DATE TO PD-SET-DATE
               MOVE WK-SYS-TIME TO PD-SET-TIME
               MOVE WK-MODE TO PD-MODE
               MOVE WK-SET-BY TO PD-SET-BY
               WRITE PD-RECORD
               CLOSE PDATE-FILE
           ELSE
               STRING "PRCDATE OPEN FAILED, STATUS " WK-PDT-STATUS
                   DELIMITED BY SIZE INTO WK-ERROR-TEXT
           END-IF.

      *****************************************************************
      * IS WK-BD-DATE A BUSINESS DAY?  INTEGER-OF-DATE DAY 1 WAS A    *
      * MONDAY, SO REMAINDER 6 IS A SATURDAY AND 0 A SUNDAY.          *
      *****************************************************************
       410-TEST-BUSINESS-DAY.
           MOVE "Y" TO WK-BD-BUSINESS.
           COMPUTE WK-BD-INT = FUNCTION INTEGER-OF-DATE(WK-BD-DATE).
           DIVIDE WK-BD-INT BY 7 GIVING WK-BD-WEEKS
               REMAINDER WK-BD-REM.
           IF WK-BD-REM = 0 OR WK-BD-REM = 6
               MOVE "N" TO WK-BD-BUSINESS
           ELSE
               MOVE 1 TO WK-CAL-SUB
               PERFORM 415-TEST-ONE-HOLIDAY
                   UNTIL WK-CAL-SUB > WK-CAL-COUNT
                      OR WK-BD-BUSINESS = "N"
           END-IF.

       415-TEST-ONE-HOLIDAY.
           IF WK-CAL-DATE (WK-CAL-SUB) = WK-BD-DATE
               MOVE "N" TO WK-BD-BUSINESS
           END-IF.
           ADD 1 TO WK-CAL-SUB.
