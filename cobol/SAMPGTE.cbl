      * JOB WAS HELD.  WHEN A PROGRAM RAN MORE THAN ONCE TODAY THE   *
      * LATEST (LAST-APPENDED) RECORD COUNTS.                        *
      *                                                              *
      * "TODAY" IS THE CHAIN PROCESSING DATE FROM PRCDATE, WHICH     *
      * EVERY CHAIN PROGRAM ALSO STAMPS ON ITS COMPLETION RECORD, SO *
      * A JOB RUNNING AFTER MIDNIGHT STILL FINDS ITS PREDECESSORS.   *
      * A PRCDATE LAST SET MORE THAN ONE DAY BEFORE THE SYSTEM DATE  *
      * MEANS SAMPCAL DID NOT ROLL IT, AND THE GATE STAYS CLOSED.    *
      *                                                              *
      * GTEPARM RECORD (LRECL 10):                                   *
      *   COLS  1-8   PROGRAM NAME THE GATE REQUIRES (E.G. SAMPLE)   *
      *   COLS  9-10  HIGHEST ACCEPTABLE RETURN CODE (E.G. 04)       *
               FILE STATUS IS WK-CHN-STATUS.
           SELECT PRINT-FILE ASSIGN TO "GTEOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-PARM-EOF        PIC X(1).
         03  WK-CHAIN-EOF       PIC X(1).
         03  WK-CHN-STATUS      PIC X(2).
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-SYS-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-PDT-SET-DATE    PIC 9(8)       VALUE ZERO.
         03  WK-PDT-AGE         PIC S9(5)      VALUE ZERO.
         03  WK-CHECK-COUNT     PIC 9(3)       VALUE ZERO.
         03  WK-FAIL-COUNT      PIC 9(3)       VALUE ZERO.
         03  WK-FOUND-SW        PIC X(1).
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           MOVE WK-RUN-DATE TO WK-SYS-DATE.
           PERFORM 105-SET-PROC-DATE.
           OPEN INPUT PARM-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE WK-RUN-DATE TO WK-RUN-DATE-ED.
               AT END MOVE "1" TO WK-PARM-EOF
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
                   IF PD-SET-DATE NUMERIC
                       MOVE PD-SET-DATE TO WK-PDT-SET-DATE
                   END-IF
                   DISPLAY "SAMPGTE - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPGTE - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * MAIN PROCESS - ONE PREDECESSOR CHECK PER PARM RECORD.  THE   *
      * CHAIN FILE IS RE-READ PER CHECK; IT IS SMALL (ONE RECORD     *
               WHEN WK-FOUND-SW = "N"
                   ADD 1 TO WK-FAIL-COUNT
                   STRING "FAIL  " PARM-PROGRAM
                       "  DID NOT COMPLETE FOR " WK-RUN-DATE-ED
                       DELIMITED BY SIZE INTO PR-LINE
               WHEN WK-FOUND-RC > PARM-MAX-RC
                   ADD 1 TO WK-FAIL-COUNT
      * END PROCESS - SUMMARY LINE AND THE GATE RETURN CODE.          *
      *****************************************************************
       300-END.
           PERFORM 310-CHECK-PROC-DATE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           IF WK-FAIL-COUNT = ZERO
           DISPLAY "SAMPGTE - GATEKEEPER CONTROL TOTALS".
           DISPLAY "  CHECKS RUN      : " WK-CHECK-COUNT.
           DISPLAY "  CHECKS FAILED   : " WK-FAIL-COUNT.

      *****************************************************************
      * A PROCESSING DATE SAMPCAL LAST SET MORE THAN ONE CALENDAR DAY *
      * AGO WAS NOT ROLLED FOR THIS CYCLE - THE GATE WOULD OTHERWISE  *
      * PASS ON YESTERDAY'S COMPLETIONS.  A RERUN OF AN EARLIER DAY   *
      * IS SET BY OVERRIDE, WHICH STAMPS TODAY AS THE SET DATE.       *
      *****************************************************************
       310-CHECK-PROC-DATE.
           IF WK-PDT-SET-DATE > ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WK-PDT-SET-DATE) = 0
               COMPUTE WK-PDT-AGE =
                   FUNCTION INTEGER-OF-DATE(WK-SYS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WK-PDT-SET-DATE)
               IF WK-PDT-AGE > 1
                   ADD 1 TO WK-FAIL-COUNT
                   MOVE WK-PDT-SET-DATE TO WK-RUN-DATE-ED
                   MOVE SPACES TO PRINT-RECORD
                   MOVE " " TO PR-CTRL
                   STRING "FAIL  PRCDATE   PROCESSING DATE NOT ROLLED"
                       " - LAST SET " WK-RUN-DATE-ED
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PRINT-RECORD
               END-IF
           END-IF.
