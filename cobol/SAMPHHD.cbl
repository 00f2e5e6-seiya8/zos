       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPHHD.
      *****************************************************************
      * HOUSEHOLDING, STEP TWO - DUPLICATE-CUSTOMER GROUPING.  READS *
      * THE SAMPHHN WORK FILE SORTED ON NORMALIZED ADDRESS-LINE1,    *
      * ADDRESS-LINES 2/3 AND NAME, SO EVERY ACCOUNT AT ONE ADDRESS  *
      * ARRIVES TOGETHER.  WITHIN AN ADDRESS EACH ACCOUNT IS SCORED  *
      * AGAINST THE PRIMARY (FIRST) ACCOUNT OF EACH HOUSEHOLD        *
      * ALREADY FORMED THERE AND JOINS THE BEST ONE AT OR ABOVE THE  *
      * MINIMUM CONFIDENCE (DEFAULT 75, SET PER RUN WITH THE         *
      * SAMPHHD_MIN_SCORE ENVIRONMENT VARIABLE); OTHERWISE IT STARTS *
      * A HOUSEHOLD OF ITS OWN.  MATCH-CONFIDENCE SCORE (0-100):     *
      *   50 - SAME NORMALIZED ADDRESS-LINE1                         *
      *  +20 - SAME NORMALIZED ADDRESS-LINES 2/3                     *
      *  +30 - SAME NORMALIZED NAME, OR                              *
      *  +25 - SAME FIRST AND LAST NAME WORDS (EITHER ORDER), OR     *
      *  +20 - SAME LAST NAME WORD (SURNAME)                         *
      * A SHARED FIRST NAME WORD ALONE SCORES NOTHING - WITHOUT THE  *
      * SURNAME IT IS NOT ENOUGH TO PUT TWO ACCOUNTS IN ONE          *
      * HOUSEHOLD - AND NEITHER DOES A MISSING SURNAME: TWO BLANK    *
      * LAST NAME WORDS (A NAME THAT IS ALL BUSINESS-FORM WORDS, SEE *
      * SAMPHHN) ARE NO MATCH.  EVERY HOUSEHOLD OF TWO OR MORE       *
      * ACCOUNTS IS PRINTED FOR REVIEW WITH ITS LOWEST MEMBER SCORE  *
      * AND COMBINED EXPOSURE (SUM OF KSDS-AMOUNT CONVERTED TO THE   *
      * BASE CURRENCY AT THE FXRATE RATE FOR THE RUN DATE; A BLANK   *
      * CURRENCY IS THE BASE CURRENCY AT A RATE OF 1.  AN ACCOUNT    *
      * WHOSE CURRENCY HAS NO RATE IS LISTED BUT LEFT OUT OF THE     *
      * EXPOSURE, AND THE HOUSEHOLD FLAGGED), AND EACH OF ITS        *
      * ACCOUNTS IS WRITTEN TO THE HOUSEHOLD CROSS-REFERENCE         *
      * (HHXREC) SAMPSTM USES TO MAIL ONE CONSOLIDATED STATEMENT PER *
      * HOUSEHOLD.  AN ACCOUNT WITH NO ADDRESS IS NEVER HOUSEHOLDED. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NORM-FILE ASSIGN TO "HHDNRM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XREF-FILE ASSIGN TO "HHXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "HHDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL FX-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-FX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NORM-FILE
           RECORD CONTAINS 238 CHARACTERS.
           COPY HHNREC.
       FD  XREF-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY HHXREC.
       FD  PRINT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
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
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-READ-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-SINGLE-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-MEMBER-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-HOUSEHOLD-COUNT PIC 9(9)       VALUE ZERO.
         03  WK-XREF-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-TOTAL-EXPOSURE  PIC S9(13)V99  VALUE ZERO.
         03  WK-NO-RATE-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-BASE-AMOUNT     PIC S9(11)V99  VALUE ZERO.
         03  WK-RATE            PIC 9(4)V9(6)  VALUE ZERO.
         03  WK-CUR-ADDR1       PIC X(30)      VALUE SPACES.
         03  WK-SCORE           PIC 9(3)       VALUE ZERO.
         03  WK-BEST-SCORE      PIC 9(3)       VALUE ZERO.
         03  WK-BEST-HH         PIC 9(3)       VALUE ZERO.
         03  WK-LEADER          PIC 9(3)       VALUE ZERO.
       01  WK-MIN-SCORE-AREA.
         03  WK-MIN-SCORE-PARM  PIC X(3)       VALUE SPACES.
         03  WK-MIN-SCORE       PIC 9(3)       VALUE 75.
      *****************************************************************
      * FX RATE TABLE - ONE ENTRY PER CURRENCY, HOLDING THE LATEST    *
      * RATE DATED ON OR BEFORE THE RUN DATE.  A CURRENCY FOUND ON    *
      * THE WORK FILE WITH NO RATE IS ENTERED WITH A ZERO RATE SO IT  *
      * IS REPORTED ONCE.                                             *
      *****************************************************************
       01  WK-FX-TABLE-AREA.
         03  WK-FX-STATUS       PIC X(2).
         03  WK-FX-EOF          PIC X(1).
         03  WK-FX-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-FX-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-FX-FOUND-SW     PIC X(1)       VALUE "N".
         03  WK-FX-SEARCH       PIC X(3)       VALUE SPACES.
         03  WK-FX-ENTRY        OCCURS 50 TIMES.
           05  WK-FX-CURRENCY   PIC X(3).
           05  WK-FX-DATE       PIC 9(8).
           05  WK-FX-RATE       PIC 9(4)V9(6).
      *****************************************************************
      * THE ACCOUNTS AT THE CURRENT ADDRESS, AND THE HOUSEHOLDS       *
      * FORMED AMONG THEM SO FAR.  A FULL TABLE FORCES AN ADDRESS     *
      * BREAK WITH A WARNING - THE OVERFLOW IS GROUPED SEPARATELY.    *
      *****************************************************************
       01  WK-BLOCK-AREA.
         03  WK-BK-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-BK-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-BK-ENTRY        OCCURS 200 TIMES.
           05  WK-BK-REC-KEY.
             07  WK-BK-REC-TYPE PIC X(2).
             07  WK-BK-ACCOUNT-NO PIC 9(10).
           05  WK-BK-NAME       PIC X(30).
           05  WK-BK-FIRST-WORD PIC X(15).
           05  WK-BK-LAST-WORD  PIC X(15).
           05  WK-BK-ADDR23     PIC X(60).
           05  WK-BK-CUST-NAME  PIC X(30).
           05  WK-BK-ADDRESS    PIC X(30).
           05  WK-BK-STATUS     PIC X(2).
           05  WK-BK-AMOUNT     PIC S9(9)V99.
           05  WK-BK-CURRENCY   PIC X(3).
           05  WK-BK-RATE-SW    PIC X(1).
           05  WK-BK-HH         PIC 9(3).
           05  WK-BK-SCORE      PIC 9(3).
         03  WK-HH-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-HH-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-HH-ENTRY        OCCURS 50 TIMES.
           05  WK-HH-LEADER     PIC 9(3).
           05  WK-HH-MEMBERS    PIC 9(3).
           05  WK-HH-EXPOSURE   PIC S9(11)V99.
           05  WK-HH-NO-RATE    PIC 9(3).
           05  WK-HH-MIN-SCORE  PIC 9(3).
       01  WK-EDIT-AREA.
         03  WK-COUNT-ED        PIC ZZZ,ZZZ,ZZ9.
         03  WK-MEMBERS-ED      PIC ZZ9.
         03  WK-SCORE-ED        PIC ZZ9.
         03  WK-AMOUNT-ED       PIC ----,---,--9.99.
         03  WK-EXPOSURE-ED     PIC --,---,---,--9.99.
         03  WK-TOTAL-ED        PIC --,---,---,---,--9.99.
         03  WK-RUN-DATE-ED     PIC 9999/99/99.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
           PERFORM 300-END.
           STOP RUN.

      *****************************************************************
      * INITIALIZATION PROCESS                                        *
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 110-SET-MIN-SCORE.
           PERFORM 120-LOAD-FX-RATES.
           OPEN INPUT NORM-FILE.
           OPEN OUTPUT XREF-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE WK-RUN-DATE TO WK-RUN-DATE-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "1" TO PR-CTRL.
           STRING "SAMPLE - HOUSEHOLD REVIEW  "
               WK-RUN-DATE-ED
               "  MINIMUM CONFIDENCE " WK-MIN-SCORE
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE "0" TO WK-EOF.
           PERFORM 150-READ-WORK.

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
                   DISPLAY "SAMPHHD - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPHHD - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

       110-SET-MIN-SCORE.
           ACCEPT WK-MIN-SCORE-PARM
               FROM ENVIRONMENT "SAMPHHD_MIN_SCORE"
               ON EXCEPTION MOVE SPACES TO WK-MIN-SCORE-PARM
           END-ACCEPT.
           IF WK-MIN-SCORE-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WK-MIN-SCORE-PARM) = ZERO
                   AND FUNCTION NUMVAL(WK-MIN-SCORE-PARM) > 50
                   AND FUNCTION NUMVAL(WK-MIN-SCORE-PARM) NOT > 100
                   COMPUTE WK-MIN-SCORE =
                       FUNCTION NUMVAL(WK-MIN-SCORE-PARM)
               ELSE
                   DISPLAY "SAMPHHD - INVALID MINIMUM SCORE, "
                       "DEFAULT USED: " WK-MIN-SCORE-PARM
               END-IF
           END-IF.

      *****************************************************************
      * LOAD THE FX RATE TABLE.  FOR EACH CURRENCY THE RATE WITH THE  *
      * LATEST RATE DATE NOT AFTER THE RUN DATE IS KEPT (OF TWO ON    *
      * THE SAME DATE, THE LATER ONE READ); RATES DATED AFTER THE     *
      * RUN DATE ARE NOT YET IN FORCE.  A MISSING FXRATE DD LEAVES    *
      * THE TABLE EMPTY - ONLY BLANK-CURRENCY ACCOUNTS THEN CONVERT.  *
      *****************************************************************
       120-LOAD-FX-RATES.
           MOVE "0" TO WK-FX-EOF.
           OPEN INPUT FX-FILE.
           IF WK-FX-STATUS = "00"
               PERFORM 125-LOAD-ONE-RATE UNTIL WK-FX-EOF = "1"
               CLOSE FX-FILE
           ELSE
               DISPLAY "SAMPHHD - NO FX RATE TABLE PRESENT"
           END-IF.

       125-LOAD-ONE-RATE.
           READ FX-FILE
               AT END MOVE "1" TO WK-FX-EOF
               NOT AT END
                   IF FR-CURRENCY = SPACES
                      OR FR-RATE-DATE NOT NUMERIC
                      OR FR-RATE NOT NUMERIC
                      OR FR-RATE = ZERO
                       DISPLAY "SAMPHHD - INVALID FXRATE RECORD "
                           "IGNORED: " FR-RECORD
                   ELSE
                       IF FR-RATE-DATE NOT > WK-RUN-DATE
                           PERFORM 127-KEEP-RATE
                       END-IF
                   END-IF
           END-READ.

       127-KEEP-RATE.
           MOVE FR-CURRENCY TO WK-FX-SEARCH.
           PERFORM 260-FIND-RATE.
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
                   DISPLAY "SAMPHHD - FX RATE TABLE FULL, "
                       FR-CURRENCY " IGNORED"
               END-IF
           END-IF.

       150-READ-WORK.
           READ NORM-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END ADD 1 TO WK-READ-COUNT
           END-READ.

      *****************************************************************
      * MAIN PROCESS - AN ADDRESS BREAK FLUSHES THE HOUSEHOLDS FORMED *
      * AT THE PREVIOUS ADDRESS, THEN THE ACCOUNT JOINS OR STARTS A  *
      * HOUSEHOLD AT ITS OWN.                                        *
      *****************************************************************
       200-MAIN.
           IF NM-ADDR1 = SPACES
               ADD 1 TO WK-SINGLE-COUNT
           ELSE
               IF NM-ADDR1 NOT = WK-CUR-ADDR1
                   PERFORM 240-FLUSH-BLOCK
                   MOVE NM-ADDR1 TO WK-CUR-ADDR1
               END-IF
               IF WK-BK-COUNT NOT < 200
                   DISPLAY "SAMPHHD - ADDRESS TABLE FULL, FORCED "
                       "BREAK AT: " NM-ADDR1
                   PERFORM 240-FLUSH-BLOCK
               END-IF
               PERFORM 210-ADD-TO-BLOCK
           END-IF.
           PERFORM 150-READ-WORK.

       210-ADD-TO-BLOCK.
           ADD 1 TO WK-BK-COUNT.
           MOVE NM-REC-KEY TO WK-BK-REC-KEY (WK-BK-COUNT).
           MOVE NM-NAME TO WK-BK-NAME (WK-BK-COUNT).
           MOVE NM-FIRST-WORD TO WK-BK-FIRST-WORD (WK-BK-COUNT).
           MOVE NM-LAST-WORD TO WK-BK-LAST-WORD (WK-BK-COUNT).
           MOVE NM-ADDR23 TO WK-BK-ADDR23 (WK-BK-COUNT).
           MOVE NM-CUSTOMER-NAME TO WK-BK-CUST-NAME (WK-BK-COUNT).
           MOVE NM-ADDRESS-LINE1 TO WK-BK-ADDRESS (WK-BK-COUNT).
           MOVE NM-STATUS-CODE TO WK-BK-STATUS (WK-BK-COUNT).
           MOVE NM-AMOUNT TO WK-BK-AMOUNT (WK-BK-COUNT).
           MOVE NM-CURRENCY TO WK-BK-CURRENCY (WK-BK-COUNT).
           PERFORM 215-CONVERT-TO-BASE.
           MOVE ZERO TO WK-BEST-SCORE.
           MOVE ZERO TO WK-BEST-HH.
           MOVE 1 TO WK-HH-SUB.
           PERFORM 220-SCORE-ONE-HOUSEHOLD
               UNTIL WK-HH-SUB > WK-HH-COUNT.
           IF WK-BEST-SCORE NOT < WK-MIN-SCORE
               MOVE WK-BEST-HH TO WK-BK-HH (WK-BK-COUNT)
               MOVE WK-BEST-SCORE TO WK-BK-SCORE (WK-BK-COUNT)
               ADD 1 TO WK-HH-MEMBERS (WK-BEST-HH)
               ADD WK-BASE-AMOUNT TO WK-HH-EXPOSURE (WK-BEST-HH)
               IF WK-BK-RATE-SW (WK-BK-COUNT) = "N"
                   ADD 1 TO WK-HH-NO-RATE (WK-BEST-HH)
               END-IF
               IF WK-BEST-SCORE < WK-HH-MIN-SCORE (WK-BEST-HH)
                   MOVE WK-BEST-SCORE TO WK-HH-MIN-SCORE (WK-BEST-HH)
               END-IF
           ELSE
               IF WK-HH-COUNT < 50
                   ADD 1 TO WK-HH-COUNT
                   MOVE WK-BK-COUNT TO WK-HH-LEADER (WK-HH-COUNT)
                   MOVE 1 TO WK-HH-MEMBERS (WK-HH-COUNT)
                   MOVE WK-BASE-AMOUNT TO WK-HH-EXPOSURE (WK-HH-COUNT)
                   MOVE ZERO TO WK-HH-NO-RATE (WK-HH-COUNT)
                   IF WK-BK-RATE-SW (WK-BK-COUNT) = "N"
                       MOVE 1 TO WK-HH-NO-RATE (WK-HH-COUNT)
                   END-IF
                   MOVE 100 TO WK-HH-MIN-SCORE (WK-HH-COUNT)
                   MOVE WK-HH-COUNT TO WK-BK-HH (WK-BK-COUNT)
                   MOVE 100 TO WK-BK-SCORE (WK-BK-COUNT)
               ELSE
                   MOVE ZERO TO WK-BK-HH (WK-BK-COUNT)
                   MOVE ZERO TO WK-BK-SCORE (WK-BK-COUNT)
               END-IF
           END-IF.

      *****************************************************************
      * THE ACCOUNT'S AMOUNT IN THE BASE CURRENCY, ROUNDED TO THE    *
      * CENT.  A CURRENCY WITH NO RATE CONVERTS TO ZERO AND IS       *
      * REPORTED THE FIRST TIME IT IS SEEN.                          *
      *****************************************************************
       215-CONVERT-TO-BASE.
           MOVE "Y" TO WK-BK-RATE-SW (WK-BK-COUNT).
           IF NM-CURRENCY = SPACES
               MOVE 1 TO WK-RATE
           ELSE
               MOVE NM-CURRENCY TO WK-FX-SEARCH
               PERFORM 260-FIND-RATE
               IF WK-FX-FOUND-SW = "Y"
                   MOVE WK-FX-RATE (WK-FX-SUB) TO WK-RATE
               ELSE
                   MOVE ZERO TO WK-RATE
                   PERFORM 217-ADD-MISSING-RATE
               END-IF
           END-IF.
           IF WK-RATE = ZERO
               MOVE "N" TO WK-BK-RATE-SW (WK-BK-COUNT)
               ADD 1 TO WK-NO-RATE-COUNT
           END-IF.
           COMPUTE WK-BASE-AMOUNT ROUNDED = NM-AMOUNT * WK-RATE.

       217-ADD-MISSING-RATE.
           DISPLAY "SAMPHHD - NO FX RATE FOR CURRENCY " NM-CURRENCY
               " ON OR BEFORE " WK-RUN-DATE.
           IF WK-FX-COUNT < 50
               ADD 1 TO WK-FX-COUNT
               MOVE NM-CURRENCY TO WK-FX-CURRENCY (WK-FX-COUNT)
               MOVE ZERO TO WK-FX-DATE (WK-FX-COUNT)
               MOVE ZERO TO WK-FX-RATE (WK-FX-COUNT)
           END-IF.

      *****************************************************************
      * SCORE THE INCOMING ACCOUNT AGAINST ONE HOUSEHOLD'S PRIMARY - *
      * THE ADDRESS-LINE1 MATCH IS GIVEN BY THE SORT ORDER.  AN       *
      * ACCOUNT WITH NO SURNAME WORD SCORES NO NAME-WORD POINTS.     *
      *****************************************************************
       220-SCORE-ONE-HOUSEHOLD.
           MOVE WK-HH-LEADER (WK-HH-SUB) TO WK-LEADER.
           MOVE 50 TO WK-SCORE.
           IF NM-ADDR23 = WK-BK-ADDR23 (WK-LEADER)
               ADD 20 TO WK-SCORE
           END-IF.
           EVALUATE TRUE
               WHEN NM-NAME = WK-BK-NAME (WK-LEADER)
                   ADD 30 TO WK-SCORE
               WHEN NM-LAST-WORD = SPACES
                   CONTINUE
               WHEN NM-FIRST-WORD = WK-BK-FIRST-WORD (WK-LEADER)
                   AND NM-LAST-WORD = WK-BK-LAST-WORD (WK-LEADER)
                   ADD 25 TO WK-SCORE
               WHEN NM-FIRST-WORD = WK-BK-LAST-WORD (WK-LEADER)
                   AND NM-LAST-WORD = WK-BK-FIRST-WORD (WK-LEADER)
                   ADD 25 TO WK-SCORE
               WHEN NM-LAST-WORD = WK-BK-LAST-WORD (WK-LEADER)
                   ADD 20 TO WK-SCORE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WK-SCORE > WK-BEST-SCORE
               MOVE WK-SCORE TO WK-BEST-SCORE
               MOVE WK-HH-SUB TO WK-BEST-HH
           END-IF.
           ADD 1 TO WK-HH-SUB.

      *****************************************************************
      * ADDRESS BREAK - REPORT AND CROSS-REFERENCE EVERY HOUSEHOLD   *
      * OF TWO OR MORE ACCOUNTS, COUNT THE REST AS SINGLES, AND      *
      * CLEAR THE TABLES FOR THE NEXT ADDRESS.                       *
      *****************************************************************
       240-FLUSH-BLOCK.
           MOVE 1 TO WK-HH-SUB.
           PERFORM 245-FLUSH-ONE-HOUSEHOLD
               UNTIL WK-HH-SUB > WK-HH-COUNT.
           MOVE 1 TO WK-BK-SUB.
           PERFORM 247-COUNT-UNGROUPED
               UNTIL WK-BK-SUB > WK-BK-COUNT.
           MOVE ZERO TO WK-BK-COUNT.
           MOVE ZERO TO WK-HH-COUNT.

       245-FLUSH-ONE-HOUSEHOLD.
           IF WK-HH-MEMBERS (WK-HH-SUB) > 1
               PERFORM 250-REPORT-HOUSEHOLD
           ELSE
               ADD 1 TO WK-SINGLE-COUNT
           END-IF.
           ADD 1 TO WK-HH-SUB.

       247-COUNT-UNGROUPED.
           IF WK-BK-HH (WK-BK-SUB) = ZERO
               ADD 1 TO WK-SINGLE-COUNT
           END-IF.
           ADD 1 TO WK-BK-SUB.

       250-REPORT-HOUSEHOLD.
           ADD 1 TO WK-HOUSEHOLD-COUNT.
           ADD WK-HH-EXPOSURE (WK-HH-SUB) TO WK-TOTAL-EXPOSURE.
           MOVE WK-HH-LEADER (WK-HH-SUB) TO WK-LEADER.
           MOVE WK-HH-MEMBERS (WK-HH-SUB) TO WK-MEMBERS-ED.
           MOVE WK-HH-MIN-SCORE (WK-HH-SUB) TO WK-SCORE-ED.
           MOVE WK-HH-EXPOSURE (WK-HH-SUB) TO WK-EXPOSURE-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "HOUSEHOLD " WK-BK-REC-TYPE (WK-LEADER) "-"
               WK-BK-ACCOUNT-NO (WK-LEADER)
               "  ACCOUNTS " WK-MEMBERS-ED
               "  CONFIDENCE " WK-SCORE-ED
               "  COMBINED EXPOSURE " WK-EXPOSURE-ED " BASE"
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           IF WK-HH-NO-RATE (WK-HH-SUB) > ZERO
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               MOVE "    EXPOSURE LEAVES OUT ACCOUNTS WITH NO FX RATE"
                   TO PR-LINE
               WRITE PRINT-RECORD
           END-IF.
           MOVE 1 TO WK-BK-SUB.
           PERFORM 255-REPORT-ONE-MEMBER
               UNTIL WK-BK-SUB > WK-BK-COUNT.

       255-REPORT-ONE-MEMBER.
           IF WK-BK-HH (WK-BK-SUB) = WK-HH-SUB
               ADD 1 TO WK-MEMBER-COUNT
               MOVE WK-BK-SCORE (WK-BK-SUB) TO WK-SCORE-ED
               MOVE WK-BK-AMOUNT (WK-BK-SUB) TO WK-AMOUNT-ED
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "    " WK-BK-REC-TYPE (WK-BK-SUB) "-"
                   WK-BK-ACCOUNT-NO (WK-BK-SUB)
                   "  " WK-BK-CUST-NAME (WK-BK-SUB)
                   " " WK-BK-ADDRESS (WK-BK-SUB)
                   " " WK-BK-STATUS (WK-BK-SUB)
                   " " WK-AMOUNT-ED
                   " " WK-BK-CURRENCY (WK-BK-SUB)
                   "  SCORE " WK-SCORE-ED
                   DELIMITED BY SIZE INTO PR-LINE
               IF WK-BK-RATE-SW (WK-BK-SUB) = "N"
                   MOVE "NO FX RATE" TO PR-LINE (121:10)
               END-IF
               WRITE PRINT-RECORD
               MOVE WK-BK-REC-KEY (WK-BK-SUB) TO HX-REC-KEY
               MOVE WK-BK-REC-KEY (WK-LEADER) TO HX-HOUSEHOLD-ID
               MOVE WK-BK-SCORE (WK-BK-SUB) TO HX-SCORE
               IF WK-BK-SUB = WK-LEADER
                   MOVE "P" TO HX-ROLE
               ELSE
                   MOVE "M" TO HX-ROLE
               END-IF
               MOVE WK-HH-MEMBERS (WK-HH-SUB) TO HX-MEMBERS
               WRITE HX-RECORD
               ADD 1 TO WK-XREF-COUNT
           END-IF.
           ADD 1 TO WK-BK-SUB.

       260-FIND-RATE.
           MOVE "N" TO WK-FX-FOUND-SW.
           MOVE ZERO TO WK-FX-SUB.
           PERFORM 265-SCAN-RATE
               UNTIL WK-FX-FOUND-SW = "Y" OR WK-FX-SUB = WK-FX-COUNT.

       265-SCAN-RATE.
           ADD 1 TO WK-FX-SUB.
           IF WK-FX-CURRENCY (WK-FX-SUB) = WK-FX-SEARCH
               MOVE "Y" TO WK-FX-FOUND-SW
           END-IF.

      *****************************************************************
      * END PROCESS - FLUSH THE LAST ADDRESS, PRINT THE TOTALS.      *
      *****************************************************************
       300-END.
           PERFORM 240-FLUSH-BLOCK.
           MOVE WK-HOUSEHOLD-COUNT TO WK-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "HOUSEHOLDS FOUND   : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE WK-MEMBER-COUNT TO WK-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "ACCOUNTS GROUPED   : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE WK-TOTAL-EXPOSURE TO WK-TOTAL-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "COMBINED EXPOSURE  : " WK-TOTAL-ED " BASE"
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           CLOSE NORM-FILE.
           CLOSE XREF-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "SAMPHHD - HOUSEHOLDING CONTROL TOTALS".
           DISPLAY "  ACCOUNTS READ   : " WK-READ-COUNT.
           DISPLAY "  HOUSEHOLDS      : " WK-HOUSEHOLD-COUNT.
           DISPLAY "  ACCOUNTS GROUPED: " WK-MEMBER-COUNT.
           DISPLAY "  SINGLE ACCOUNTS : " WK-SINGLE-COUNT.
           DISPLAY "  XREF RECS OUT   : " WK-XREF-COUNT.
           DISPLAY "  NO FX RATE      : " WK-NO-RATE-COUNT.
           IF WK-READ-COUNT = WK-MEMBER-COUNT + WK-SINGLE-COUNT
               DISPLAY "  RUN IN BALANCE"
           ELSE
               DISPLAY "  *** RUN OUT OF BALANCE ***"
           END-IF.
