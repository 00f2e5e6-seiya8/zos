               FILE STATUS IS WK-REJ-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE             PIC X(132).
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
      *****************************************************************
      * THE RUN-HISTORY RECORD SAMPLE WROTE FOR THIS RUN (THE LAST ON *
      * THE FILE) SUPPLIES EACH SOURCE'S FEED STATUS, READ AND HELD   *
      * COUNTS; WRITTEN AND REJECTED ARE COUNTED FROM OT01/OTREJ.     *
      *****************************************************************
       FD  HIST-FILE
           RECORD CONTAINS 588 CHARACTERS.
           COPY RUNHREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-REJ-EOF         PIC X(1).
         03  WK-REJ-STATUS      PIC X(2).
         03  WK-REJECT-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-FIRST-SW        PIC X(1)       VALUE "Y".
         03  WK-RUN-DATE        PIC 9(8).
         03  WK-HIST-STATUS     PIC X(2).
         03  WK-HIST-EOF        PIC X(1).
         03  WK-HAVE-HIST-SW    PIC X(1)       VALUE "N".
      *****************************************************************
      * THE LAST RUN-HISTORY RECORD'S SOURCE TABLE, KEPT AS EACH      *
      * RECORD IS READ - THE FILE IS APPEND-ONLY, SO THE FINAL ONE    *
      * KEPT IS THIS RUN'S.                                           *
      *****************************************************************
       01  WK-LAST-HIST.
         03  WK-RHS-COUNT       PIC 9(2)       VALUE ZERO.
         03  WK-RHS-SUB         PIC 9(3)       VALUE ZERO.
         03  WK-RHS-ENTRY       OCCURS 10 TIMES.
           05  WK-RHS-ID        PIC X(4).
           05  WK-RHS-STATUS    PIC X(1).
           05  WK-RHS-READ      PIC 9(9).
           05  WK-RHS-HELD      PIC 9(9).
      *****************************************************************
      * COUNTS BY SOURCE-SYSTEM ID.  A SOURCE PAST THE TABLE SIZE IS  *
      * COUNTED IN THE RUN TOTALS ONLY.                               *
      *****************************************************************
       01  WK-SOURCE-AREA.
         03  WK-FIND-SOURCE     PIC X(4)       VALUE SPACES.
         03  WK-SR-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-SR-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-SR-SCAN         PIC 9(3)       VALUE ZERO.
         03  WK-SR-CUR          PIC 9(3)       VALUE ZERO.
         03  WK-SR-OVFL-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-SR-ENTRY        OCCURS 20 TIMES.
           05  WK-SR-SOURCE     PIC X(4).
           05  WK-SR-STATUS     PIC X(1).
           05  WK-SR-READ       PIC 9(9).
           05  WK-SR-WRITE      PIC 9(9).
           05  WK-SR-REJECT     PIC 9(9).
           05  WK-SR-HELD       PIC 9(9).
       01  WK-FIRST-KEY.
         03  WK-FIRST-REC-TYPE  PIC X(2)       VALUE SPACES.
         03  WK-FIRST-ACCT-NO   PIC 9(10)      VALUE ZERO.
         03  WK-RUN-DATE-ED     PIC 9999/99/99.
         03  WK-FIRST-ACCT-ED   PIC Z,ZZZ,ZZZ,ZZ9.
         03  WK-LAST-ACCT-ED    PIC Z,ZZZ,ZZZ,ZZ9.
         03  WK-SR-READ-ED      PIC ZZZ,ZZZ,ZZ9.
         03  WK-SR-WRITE-ED     PIC ZZZ,ZZZ,ZZ9.
         03  WK-SR-REJECT-ED    PIC ZZZ,ZZZ,ZZ9.
         03  WK-SR-HELD-ED      PIC ZZZ,ZZZ,ZZ9.
         03  WK-SOURCE-SHOW     PIC X(4).
         03  WK-STATUS-SHOW     PIC X(10).
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           PERFORM 120-READ-HISTORY.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
           PERFORM 250-COUNT-REJECTS.
           PERFORM 300-END.
           OPEN INPUT OT-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           MOVE "0" TO WK-EOF.
           READ OT-FILE
               AT END MOVE "1" TO WK-EOF
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
                   DISPLAY "SAMPRPT - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPRPT - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * OPEN ONE SOURCE ENTRY PER SOURCE ON THE LAST RUN-HISTORY      *
      * RECORD.  NO RUNHIST DD MEANS NO READ/HELD FIGURES.            *
      *****************************************************************
       120-READ-HISTORY.
           MOVE "0" TO WK-HIST-EOF.
           OPEN INPUT HIST-FILE.
           IF WK-HIST-STATUS = "00"
               PERFORM 125-READ-ONE-HIST UNTIL WK-HIST-EOF = "1"
               CLOSE HIST-FILE
           END-IF.
           IF WK-HAVE-HIST-SW = "Y"
               MOVE 1 TO WK-SR-SUB
               PERFORM 130-LOAD-ONE-SOURCE
                   UNTIL WK-SR-SUB > WK-RHS-COUNT
           END-IF.

       125-READ-ONE-HIST.
           READ HIST-FILE
               AT END MOVE "1" TO WK-HIST-EOF
               NOT AT END
                   MOVE "Y" TO WK-HAVE-HIST-SW
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
           MOVE RH-SRC-HELD (WK-RHS-SUB) TO WK-RHS-HELD (WK-RHS-SUB).
           ADD 1 TO WK-RHS-SUB.

       130-LOAD-ONE-SOURCE.
           MOVE WK-RHS-ID (WK-SR-SUB) TO WK-FIND-SOURCE.
           PERFORM 260-FIND-SOURCE.
           IF WK-SR-CUR > ZERO
               MOVE WK-RHS-STATUS (WK-SR-SUB)
                   TO WK-SR-STATUS (WK-SR-CUR)
               MOVE WK-RHS-READ (WK-SR-SUB) TO WK-SR-READ (WK-SR-CUR)
               MOVE WK-RHS-HELD (WK-SR-SUB) TO WK-SR-HELD (WK-SR-CUR)
           END-IF.
           ADD 1 TO WK-SR-SUB.

      *****************************************************************
      * MAIN PROCESS - ACCUMULATE THE RECORD COUNT AND FIRST/LAST KEY *
      * AND THE WRITTEN COUNT FOR THE RECORD'S SOURCE.                *
      *****************************************************************
       200-MAIN.
           ADD 1 TO WK-REC-COUNT.
           MOVE OT-SOURCE TO WK-FIND-SOURCE.
           PERFORM 260-FIND-SOURCE.
           IF WK-SR-CUR > ZERO
               ADD 1 TO WK-SR-WRITE (WK-SR-CUR)
           END-IF.
           IF WK-FIRST-SW = "Y"
               MOVE OT-REC-TYPE TO WK-FIRST-REC-TYPE
               MOVE OT-ACCOUNT-NO TO WK-FIRST-ACCT-NO
           END-READ.

      *****************************************************************
      * COUNT REJECTS FROM THE SAME RUN'S OTREJ FILE, IF PRESENT,     *
      * IN TOTAL AND BY THE SOURCE STAMPED ON THE REJECTED IMAGE.     *
      *****************************************************************
       250-COUNT-REJECTS.
           MOVE ZERO TO WK-REJECT-COUNT.
               PERFORM UNTIL WK-REJ-EOF = "1"
                   READ REJECT-FILE
                       AT END MOVE "1" TO WK-REJ-EOF
                       NOT AT END
                           ADD 1 TO WK-REJECT-COUNT
                           MOVE REJ-SOURCE TO WK-FIND-SOURCE
                           PERFORM 260-FIND-SOURCE
                           IF WK-SR-CUR > ZERO
                               ADD 1 TO WK-SR-REJECT (WK-SR-CUR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

      *****************************************************************
      * POINT WK-SR-CUR AT THE ENTRY FOR WK-FIND-SOURCE, OPENING ONE  *
      * FOR A SOURCE NOT SEEN YET.  ZERO WHEN THE TABLE IS FULL.      *
      *****************************************************************
       260-FIND-SOURCE.
           MOVE ZERO TO WK-SR-CUR.
           MOVE 1 TO WK-SR-SCAN.
           PERFORM 265-SCAN-ONE-SOURCE
               UNTIL WK-SR-SCAN > WK-SR-COUNT
                  OR WK-SR-CUR > ZERO.
           IF WK-SR-CUR = ZERO
               IF WK-SR-COUNT < 20
                   ADD 1 TO WK-SR-COUNT
                   MOVE WK-SR-COUNT TO WK-SR-CUR
                   MOVE WK-FIND-SOURCE TO WK-SR-SOURCE (WK-SR-CUR)
                   MOVE SPACES TO WK-SR-STATUS (WK-SR-CUR)
                   MOVE ZERO TO WK-SR-READ (WK-SR-CUR)
                   MOVE ZERO TO WK-SR-WRITE (WK-SR-CUR)
                   MOVE ZERO TO WK-SR-REJECT (WK-SR-CUR)
                   MOVE ZERO TO WK-SR-HELD (WK-SR-CUR)
               ELSE
                   ADD 1 TO WK-SR-OVFL-COUNT
               END-IF
           END-IF.

       265-SCAN-ONE-SOURCE.
           IF WK-SR-SOURCE (WK-SR-SCAN) = WK-FIND-SOURCE
               MOVE WK-SR-SCAN TO WK-SR-CUR
           END-IF.
           ADD 1 TO WK-SR-SCAN.

      *****************************************************************
      * END PROCESS - PRINT THE CONTROL REPORT                        *
      *****************************************************************
           STRING "LAST KEY         : " WK-LAST-REC-TYPE "-"
               WK-LAST-ACCT-ED DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           PERFORM 320-PRINT-BY-SOURCE.

      *****************************************************************
      * BY-SOURCE SECTION - ONE LINE PER SOURCE-SYSTEM ID, SO AN OFF  *
      * REGION SHOWS WITHOUT SPLITTING THE FILES.  STATUS IS THE      *
      * DISPOSITION OF THE SOURCE'S FEED ON THE RUN-HISTORY RECORD.   *
      *****************************************************************
       320-PRINT-BY-SOURCE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "SOURCE  FEED STATUS        READ     WRITTEN"
               "    REJECTED        HELD"
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE 1 TO WK-SR-SUB.
           PERFORM 325-PRINT-ONE-SOURCE
               UNTIL WK-SR-SUB > WK-SR-COUNT.
           IF WK-HAVE-HIST-SW = "N"
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               MOVE "NO RUN HISTORY - READ AND HELD NOT AVAILABLE"
                   TO PR-LINE
               WRITE PRINT-RECORD
           END-IF.
           IF WK-SR-OVFL-COUNT > ZERO
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               MOVE "SOURCE TABLE FULL - SOME RECORDS NOT BROKEN DOWN"
                   TO PR-LINE
               WRITE PRINT-RECORD
           END-IF.

       325-PRINT-ONE-SOURCE.
           IF WK-SR-SOURCE (WK-SR-SUB) = SPACES
               MOVE "NONE" TO WK-SOURCE-SHOW
           ELSE
               MOVE WK-SR-SOURCE (WK-SR-SUB) TO WK-SOURCE-SHOW
           END-IF.
           EVALUATE WK-SR-STATUS (WK-SR-SUB)
               WHEN "B"
                   MOVE "BALANCED" TO WK-STATUS-SHOW
               WHEN "H"
                   MOVE "HELD" TO WK-STATUS-SHOW
               WHEN "U"
                   MOVE "NO HEADER" TO WK-STATUS-SHOW
               WHEN "R"
                   MOVE "RECYCLED" TO WK-STATUS-SHOW
               WHEN OTHER
                   MOVE SPACES TO WK-STATUS-SHOW
           END-EVALUATE.
           MOVE WK-SR-READ (WK-SR-SUB) TO WK-SR-READ-ED.
           MOVE WK-SR-WRITE (WK-SR-SUB) TO WK-SR-WRITE-ED.
           MOVE WK-SR-REJECT (WK-SR-SUB) TO WK-SR-REJECT-ED.
           MOVE WK-SR-HELD (WK-SR-SUB) TO WK-SR-HELD-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING WK-SOURCE-SHOW "    " WK-STATUS-SHOW "  "
               WK-SR-READ-ED " " WK-SR-WRITE-ED " "
               WK-SR-REJECT-ED " " WK-SR-HELD-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           ADD 1 TO WK-SR-SUB.
