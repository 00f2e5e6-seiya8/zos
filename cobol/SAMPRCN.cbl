      *      PARTIAL LOAD)                                           *
      *   5. THE RUN DATES ON THE SAMPLE AND SAMPLOAD STATS RECORDS  *
      *      AGREE (CATCHES A STEP RUN AGAINST A STALE GENERATION)   *
      *   6. BY SOURCE SYSTEM: EACH SOURCE'S OWN READ = WRITTEN +    *
      *      REJECTED + FILTERED, ITS WRITTEN COUNT AGAINST THE OT01 *
      *      RECORDS STAMPED WITH IT, THE SOURCES' READS AGAINST THE *
      *      RUN TOTAL, AND NO OT01 RECORD FROM AN UNLISTED SOURCE.  *
      *      A HELD FEED IS NOTED ON THE REPORT BUT IS NOT A FAILURE *
      *      - SAMPLE HAS ALREADY ENDED RC 4 FOR IT.                 *
      * ANY FAILURE PRINTS ON THE RECONCILIATION REPORT AND SETS     *
      * RETURN CODE 8 SO DOWNSTREAM STEPS STOP.                      *
      *****************************************************************
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO "CHNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHN-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE
           RECORD CONTAINS 588 CHARACTERS.
           COPY RUNHREC.
       FD  OT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       FD  CHAIN-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CHSREC.
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-HIST-STATUS     PIC X(2).
         03  WK-STAT-STATUS     PIC X(2).
         03  WK-RH-WRITE        PIC 9(9)       VALUE ZERO.
         03  WK-RH-REJECT       PIC 9(9)       VALUE ZERO.
         03  WK-RH-FILTER       PIC 9(9)       VALUE ZERO.
      *****************************************************************
      * THE LAST RUN-HISTORY RECORD'S SOURCE TABLE, WITH THE OT01     *
      * RECORDS COUNTED AGAINST EACH SOURCE.                          *
      *****************************************************************
       01  WK-SOURCE-AREA.
         03  WK-RHS-COUNT       PIC 9(2)       VALUE ZERO.
         03  WK-RHS-SUB         PIC 9(3)       VALUE ZERO.
         03  WK-RHS-CUR         PIC 9(3)       VALUE ZERO.
         03  WK-RHS-READ-TOTAL  PIC 9(9)       VALUE ZERO.
         03  WK-OT-NO-SOURCE    PIC 9(9)       VALUE ZERO.
         03  WK-SOURCE-SHOW     PIC X(4)       VALUE SPACES.
         03  WK-CHECK-LABEL     PIC X(45)      VALUE SPACES.
         03  WK-RHS-ENTRY       OCCURS 10 TIMES.
           05  WK-RHS-ID        PIC X(4).
           05  WK-RHS-STATUS    PIC X(1).
           05  WK-RHS-READ      PIC 9(9).
           05  WK-RHS-WRITE     PIC 9(9).
           05  WK-RHS-REJECT    PIC 9(9).
           05  WK-RHS-FILTER    PIC 9(9).
           05  WK-RHS-HELD      PIC 9(9).
           05  WK-RHS-OT01      PIC 9(9).
       01  WK-LAST-STAT.
         03  WK-LS-RUN-DATE     PIC 9(8)       VALUE ZERO.
         03  WK-LS-INSERT       PIC 9(9)       VALUE ZERO.
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "1" TO PR-CTRL.
           MOVE "SAMPLE - EXTRACT CHAIN RECONCILIATION" TO PR-LINE.
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
                   DISPLAY "SAMPRCN - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPRCN - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * PICK UP THE LAST (MOST RECENT) RUN-HISTORY RECORD.            *
      *****************************************************************
                   MOVE RH-WRITE-COUNT TO WK-RH-WRITE
                   MOVE RH-REJECT-COUNT TO WK-RH-REJECT
                   MOVE RH-FILTER-COUNT TO WK-RH-FILTER
                   MOVE RH-SOURCE-COUNT TO WK-RHS-COUNT
                   MOVE 1 TO WK-RHS-SUB
                   PERFORM 127-KEEP-ONE-SOURCE
                       UNTIL WK-RHS-SUB > WK-RHS-COUNT
           END-READ.

       127-KEEP-ONE-SOURCE.
           MOVE RH-SRC-ID (WK-RHS-SUB) TO WK-RHS-ID (WK-RHS-SUB).
           MOVE RH-SRC-STATUS (WK-RHS-SUB)
               TO WK-RHS-STATUS (WK-RHS-SUB).
           MOVE RH-SRC-READ (WK-RHS-SUB) TO WK-RHS-READ (WK-RHS-SUB).
           MOVE RH-SRC-WRITE (WK-RHS-SUB) TO WK-RHS-WRITE (WK-RHS-SUB).
           MOVE RH-SRC-REJECT (WK-RHS-SUB)
               TO WK-RHS-REJECT (WK-RHS-SUB).
           MOVE RH-SRC-FILTER (WK-RHS-SUB)
               TO WK-RHS-FILTER (WK-RHS-SUB).
           MOVE RH-SRC-HELD (WK-RHS-SUB) TO WK-RHS-HELD (WK-RHS-SUB).
           MOVE ZERO TO WK-RHS-OT01 (WK-RHS-SUB).
           ADD 1 TO WK-RHS-SUB.

      *****************************************************************
      * PICK UP THE LAST (MOST RECENT) OF SAMPLOAD'S APPEND-ONLY      *
      * LOAD-STATISTICS RECORDS.                                      *
           END-READ.

      *****************************************************************
      * INDEPENDENT COUNT OF THE OT01 GENERATION, IN TOTAL AND BY THE *
      * SOURCE STAMPED ON EACH RECORD.                                *
      *****************************************************************
       160-COUNT-OT01.
           MOVE "0" TO WK-EOF.
       165-COUNT-ONE-OT.
           READ OT-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   ADD 1 TO WK-OT01-COUNT
                   MOVE ZERO TO WK-RHS-CUR
                   MOVE 1 TO WK-RHS-SUB
                   PERFORM 167-MATCH-ONE-SOURCE
                       UNTIL WK-RHS-SUB > WK-RHS-COUNT
                          OR WK-RHS-CUR > ZERO
                   IF WK-RHS-CUR > ZERO
                       ADD 1 TO WK-RHS-OT01 (WK-RHS-CUR)
                   ELSE
                       ADD 1 TO WK-OT-NO-SOURCE
                   END-IF
           END-READ.

       167-MATCH-ONE-SOURCE.
           IF WK-RHS-ID (WK-RHS-SUB) = OT-SOURCE
               MOVE WK-RHS-SUB TO WK-RHS-CUR
           END-IF.
           ADD 1 TO WK-RHS-SUB.

      *****************************************************************
      * INDEPENDENT COUNT OF THE MASTER KSDS - THE SAME FIGURE        *
      * IDCAMS WOULD REPORT, WITHOUT PARSING SYSPRINT.                *
               TO PR-LINE (40:45).
           WRITE PRINT-RECORD.

           MOVE ZERO TO WK-RHS-READ-TOTAL.
           MOVE 1 TO WK-RHS-SUB.
           PERFORM 220-RECONCILE-ONE-SOURCE
               UNTIL WK-RHS-SUB > WK-RHS-COUNT.

           MOVE WK-RH-READ TO WK-LEFT-VAL.
           MOVE WK-RHS-READ-TOTAL TO WK-RIGHT-VAL.
           PERFORM 210-CHECK-EQUAL.
           MOVE "SAMPLE READ = SUM OF READS BY SOURCE"
               TO PR-LINE (40:45).
           WRITE PRINT-RECORD.

           MOVE WK-OT-NO-SOURCE TO WK-LEFT-VAL.
           MOVE ZERO TO WK-RIGHT-VAL.
           PERFORM 210-CHECK-EQUAL.
           MOVE "OT01 RECORDS OF AN UNLISTED SOURCE = ZERO"
               TO PR-LINE (40:45).
           WRITE PRINT-RECORD.

           IF WK-RH-RUN-DATE = WK-LS-RUN-DATE
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
           MOVE "VS" TO PR-LINE (20:2).
           MOVE WK-RIGHT-ED TO PR-LINE (24:11).

      *****************************************************************
      * ONE SOURCE SYSTEM'S OWN BALANCE AND ITS OT01 COUNT.  A HELD   *
      * FEED GETS A NOTE LINE SHOWING HOW MANY RECORDS WAIT ON        *
      * FEEDHLD.                                                      *
      *****************************************************************
       220-RECONCILE-ONE-SOURCE.
           IF WK-RHS-ID (WK-RHS-SUB) = SPACES
               MOVE "NONE" TO WK-SOURCE-SHOW
           ELSE
               MOVE WK-RHS-ID (WK-RHS-SUB) TO WK-SOURCE-SHOW
           END-IF.
           ADD WK-RHS-READ (WK-RHS-SUB) TO WK-RHS-READ-TOTAL.

           MOVE WK-RHS-READ (WK-RHS-SUB) TO WK-LEFT-VAL.
           COMPUTE WK-RIGHT-VAL = WK-RHS-WRITE (WK-RHS-SUB)
                                + WK-RHS-REJECT (WK-RHS-SUB)
                                + WK-RHS-FILTER (WK-RHS-SUB).
           PERFORM 210-CHECK-EQUAL.
           MOVE SPACES TO WK-CHECK-LABEL.
           STRING "SOURCE " WK-SOURCE-SHOW
               " READ = WRITTEN+REJECTED+FILTERED"
               DELIMITED BY SIZE INTO WK-CHECK-LABEL.
           MOVE WK-CHECK-LABEL TO PR-LINE (40:45).
           WRITE PRINT-RECORD.

           MOVE WK-RHS-WRITE (WK-RHS-SUB) TO WK-LEFT-VAL.
           MOVE WK-RHS-OT01 (WK-RHS-SUB) TO WK-RIGHT-VAL.
           PERFORM 210-CHECK-EQUAL.
           MOVE SPACES TO WK-CHECK-LABEL.
           STRING "SOURCE " WK-SOURCE-SHOW
               " WRITTEN = OT01 RECORDS OF SOURCE"
               DELIMITED BY SIZE INTO WK-CHECK-LABEL.
           MOVE WK-CHECK-LABEL TO PR-LINE (40:45).
           WRITE PRINT-RECORD.

           IF WK-RHS-HELD (WK-RHS-SUB) > ZERO
               MOVE WK-RHS-HELD (WK-RHS-SUB) TO WK-LEFT-ED
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "NOTE  " WK-LEFT-ED "    SOURCE " WK-SOURCE-SHOW
                   " FEED HELD - RECORDS ON FEEDHLD"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.
           ADD 1 TO WK-RHS-SUB.

       290-PRINT-FAIL-LINE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
