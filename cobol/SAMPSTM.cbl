      * (OR SPACES FOR EVERY TYPE) AND A STATUS-CODE (OR SPACES FOR  *
      * EVERY STATUS) - AND EVERY MASTER RECORD IT SELECTS IS        *
      * PRINTED AS ONE FORMATTED STATEMENT PAGE: CUSTOMER NAME, THE  *
      * FULL THREE-LINE ADDRESS BLOCK, THE EDITED SIGNED AMOUNT IN   *
      * THE ACCOUNT'S OWN CURRENCY, THE STATUS CODE SPELLED OUT, AND *
      * THE LAST ACTIVITY DATE.  A CONTROL TOTAL PAGE CLOSES THE RUN *
      * SO THE MAIL ROOM CAN VERIFY THE PAGE COUNT.  BALANCES ARE    *
      * NEVER ADDED ACROSS CURRENCIES - THE HOUSEHOLD AND RUN TOTALS *
      * PRINT ONE LINE PER CURRENCY.  A BLANK CURRENCY IS THE BASE   *
      * CURRENCY FROM THE REFTBL "BC" ENTRY, PRINTED AND TOTALED AS  *
      * THAT CODE.  BUILT FOR THE SUSPENSION-NOTICE MAILING - ONE    *
      * PARM RECORD WITH STATUS SU SELECTS EVERY SUSPENDED ACCOUNT   *
      * WITHOUT A CUT-AND-PASTE FROM INQOUT.                         *
      *                                                              *
      * HOUSEHOLDS - WHEN THE SAMPHHD HOUSEHOLD CROSS-REFERENCE      *
      * (HHXREF, HHXREC LAYOUT, IN ACCOUNT KEY ORDER) IS SUPPLIED, A *
      * SELECTED ACCOUNT THAT BELONGS TO A HOUSEHOLD PRINTS ONE      *
      * CONSOLIDATED STATEMENT INSTEAD: ADDRESSED TO THE PRIMARY     *
      * ACCOUNT'S NAME AND ADDRESS, ONE LINE PER ACCOUNT IN THE      *
      * HOUSEHOLD AND A HOUSEHOLD TOTAL.  EVERY ACCOUNT ON IT IS     *
      * MARKED AS STATEMENTED FOR THE REST OF THE RUN, SO A LATER    *
      * MEMBER OR SELECTION NEVER MAILS THE HOUSEHOLD TWICE.  NO     *
      * HHXREF DD GIVES ONE STATEMENT PER ACCOUNT AS BEFORE.         *
      *                                                              *
      * STMPARM RECORD (LRECL 4):                                    *
      *   COLS  1-2   REC-TYPE, OR SPACES FOR ALL REC-TYPES          *
               FILE STATUS IS WK-KSDS-STATUS.
           SELECT PRINT-FILE ASSIGN TO "STMOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HHX-FILE ASSIGN TO "HHXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HX-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL REF-FILE ASSIGN TO "REFTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
       FD  HHX-FILE
           RECORD CONTAINS 31 CHARACTERS.
           COPY HHXREC.
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
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
         03  WK-PARM-EOF        PIC X(1).
         03  WK-BROWSE-EOF      PIC X(1).
         03  WK-KSDS-STATUS     PIC X(2).
         03  WK-REF-STATUS      PIC X(2).
         03  WK-REF-EOF         PIC X(1).
         03  WK-BASE-CURRENCY   PIC X(3)       VALUE SPACES.
         03  WK-CURRENCY        PIC X(3).
         03  WK-REQUEST-COUNT   PIC 9(5)       VALUE ZERO.
         03  WK-STMT-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-HH-STMT-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-CONSOL-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-CONSOL-SKIP     PIC 9(9)       VALUE ZERO.
       01  WK-BROWSE-AREA.
         03  WK-START-KEY.
           05  WK-START-TYPE    PIC X(2).
           05  WK-START-ACCT    PIC X(10).
         03  WK-SAVE-KEY        PIC X(12).
      *****************************************************************
      * HOUSEHOLD CROSS-REFERENCE, IN ACCOUNT KEY ORDER FOR THE       *
      * BINARY SEARCH.  WK-HX-PRINTED IS SET ONCE THE ACCOUNT HAS     *
      * APPEARED ON A CONSOLIDATED STATEMENT.                         *
      *****************************************************************
       01  WK-HX-AREA.
         03  WK-HX-STATUS       PIC X(2).
         03  WK-HX-EOF          PIC X(1).
         03  WK-HX-SUB          PIC 9(5)       VALUE ZERO.
         03  WK-HX-FOUND        PIC 9(5)       VALUE ZERO.
         03  WK-HX-LO           PIC 9(5)       VALUE ZERO.
         03  WK-HX-HI           PIC 9(5)       VALUE ZERO.
         03  WK-HX-MID          PIC 9(5)       VALUE ZERO.
         03  WK-HX-COUNT        PIC 9(5)       VALUE ZERO.
         03  WK-HX-CUR-HH       PIC X(12)      VALUE SPACES.
         03  WK-HX-MEMBERS      PIC 9(3)       VALUE ZERO.
         03  WK-HX-ENTRY        OCCURS 5000 TIMES.
           05  WK-HX-KEY        PIC X(12).
           05  WK-HX-HH-ID      PIC X(12).
           05  WK-HX-PRINTED    PIC X(1).
      *****************************************************************
      * BALANCE TOTALS BY CURRENCY - ONE TABLE FOR THE HOUSEHOLD ON   *
      * THE CURRENT CONSOLIDATED STATEMENT, ONE FOR THE WHOLE RUN.    *
      * WK-CY-CODE/WK-CY-AMOUNT CARRY THE FIGURE BEING ADDED IN.  A   *
      * CURRENCY PAST THE TABLE SIZE IS REPORTED AND LEFT UNTOTALED.  *
      *****************************************************************
       01  WK-CURRENCY-TOTAL-AREA.
         03  WK-CY-CODE         PIC X(3)       VALUE SPACES.
         03  WK-CY-AMOUNT       PIC S9(13)V99  VALUE ZERO.
         03  WK-HC-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-HC-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-HC-FOUND        PIC 9(3)       VALUE ZERO.
         03  WK-HC-ENTRY        OCCURS 20 TIMES.
           05  WK-HC-CURRENCY   PIC X(3).
           05  WK-HC-TOTAL      PIC S9(13)V99.
         03  WK-RC-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-RC-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-RC-FOUND        PIC 9(3)       VALUE ZERO.
         03  WK-RC-ENTRY        OCCURS 50 TIMES.
           05  WK-RC-CURRENCY   PIC X(3).
           05  WK-RC-TOTAL      PIC S9(13)V99.
         03  WK-CY-LABEL        PIC X(21)      VALUE SPACES.
       01  WK-EDIT-AREA.
         03  WK-AMOUNT-ED       PIC ----,---,--9.99.
         03  WK-TOTAL-ED        PIC --,---,---,---,--9.99.
         03  WK-RUN-DATE-ED     PIC 9999/99/99.
         03  WK-STATUS-TEXT     PIC X(12).
         03  WK-COUNT-ED        PIC ZZZ,ZZZ,ZZ9.
         03  WK-MEMBERS-ED      PIC ZZ9.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 120-LOAD-BASE-CURRENCY.
           MOVE WK-RUN-DATE TO WK-RUN-DATE-ED.
           OPEN INPUT PARM-FILE.
           OPEN INPUT KSDS-FILE.
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 130-LOAD-HOUSEHOLDS.
           MOVE "0" TO WK-PARM-EOF.
           READ PARM-FILE
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
                   DISPLAY "SAMPSTM - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPSTM - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

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
               DISPLAY "SAMPSTM - NO BASE CURRENCY IN REFTBL, "
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

      *****************************************************************
      * LOAD THE HOUSEHOLD CROSS-REFERENCE.  NO HHXREF DD, OR AN     *
      * EMPTY ONE, LEAVES THE TABLE EMPTY AND EVERY ACCOUNT PRINTS   *
      * ITS OWN STATEMENT.  A RECORD OUT OF KEY SEQUENCE, OR ONE     *
      * BEYOND THE TABLE, IS SKIPPED WITH A WARNING AND THAT ACCOUNT *
      * PRINTS ON ITS OWN.                                           *
      *****************************************************************
       130-LOAD-HOUSEHOLDS.
           MOVE "0" TO WK-HX-EOF.
           OPEN INPUT HHX-FILE.
           IF WK-HX-STATUS = "00"
               PERFORM 135-LOAD-ONE-HOUSEHOLD UNTIL WK-HX-EOF = "1"
               CLOSE HHX-FILE
           END-IF.

       135-LOAD-ONE-HOUSEHOLD.
           READ HHX-FILE
               AT END MOVE "1" TO WK-HX-EOF
               NOT AT END
                   IF WK-HX-COUNT NOT < 5000
                       DISPLAY "SAMPSTM - HOUSEHOLD TABLE FULL: "
                           HX-RECORD
                   ELSE
                       IF WK-HX-COUNT > ZERO
                           AND HX-REC-KEY NOT > WK-HX-KEY (WK-HX-COUNT)
                           DISPLAY "SAMPSTM - HHXREF OUT OF SEQUENCE: "
                               HX-RECORD
                       ELSE
                           ADD 1 TO WK-HX-COUNT
                           MOVE HX-REC-KEY TO WK-HX-KEY (WK-HX-COUNT)
                           MOVE HX-HOUSEHOLD-ID
                               TO WK-HX-HH-ID (WK-HX-COUNT)
                           MOVE "N" TO WK-HX-PRINTED (WK-HX-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * MAIN PROCESS - ONE SELECTION BROWSE PER PARM RECORD.          *
      *****************************************************************
                   ELSE
                       IF PARM-STATUS-CODE = SPACES
                           OR KSDS-STATUS-CODE = PARM-STATUS-CODE
                           PERFORM 217-SELECT-ACCOUNT
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * A HOUSEHOLDED ACCOUNT PRINTS ITS HOUSEHOLD'S CONSOLIDATED     *
      * STATEMENT THE FIRST TIME ANY MEMBER IS SELECTED AND IS        *
      * SKIPPED AFTER THAT; ANY OTHER ACCOUNT PRINTS ITS OWN PAGE.    *
      *****************************************************************
       217-SELECT-ACCOUNT.
           PERFORM 260-FIND-HOUSEHOLD.
           IF WK-HX-FOUND = ZERO
               PERFORM 220-PRINT-STATEMENT
           ELSE
               IF WK-HX-PRINTED (WK-HX-FOUND) = "Y"
                   ADD 1 TO WK-CONSOL-SKIP
               ELSE
                   PERFORM 230-PRINT-HOUSEHOLD
               END-IF
           END-IF.

      *****************************************************************
      * ONE STATEMENT PAGE PER SELECTED ACCOUNT.                      *
      *****************************************************************
       220-PRINT-STATEMENT.
           ADD 1 TO WK-STMT-COUNT.
           PERFORM 247-SET-CURRENCY.
           MOVE WK-CURRENCY TO WK-CY-CODE.
           MOVE KSDS-AMOUNT TO WK-CY-AMOUNT.
           PERFORM 270-ADD-RUN-TOTAL.
           MOVE KSDS-AMOUNT TO WK-AMOUNT-ED.
           MOVE KSDS-REC-DATE TO WK-DATE-ED.
           PERFORM 245-SPELL-STATUS.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "ACCOUNT BALANCE   : " WK-AMOUNT-ED
               " " WK-CURRENCY
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

      *****************************************************************
      * CONSOLIDATED HOUSEHOLD STATEMENT.  THE BROWSE POSITION IS     *
      * LOST BY THE RANDOM READS OF THE MEMBERS, SO THE SELECTED KEY  *
      * IS SAVED AND THE BROWSE RESTARTED JUST PAST IT AFTERWARDS.    *
      * A PRIMARY NO LONGER ON THE MASTER IS REPLACED AS ADDRESSEE BY *
      * THE SELECTED ACCOUNT.                                         *
      *****************************************************************
       230-PRINT-HOUSEHOLD.
           ADD 1 TO WK-STMT-COUNT.
           ADD 1 TO WK-HH-STMT-COUNT.
           MOVE ZERO TO WK-HC-COUNT.
           MOVE KSDS-REC-KEY TO WK-SAVE-KEY.
           MOVE WK-HX-HH-ID (WK-HX-FOUND) TO WK-HX-CUR-HH.
           MOVE WK-HX-CUR-HH TO KSDS-REC-KEY.
           READ KSDS-FILE
               INVALID KEY
                   MOVE WK-SAVE-KEY TO KSDS-REC-KEY
                   READ KSDS-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-READ.
           MOVE ZERO TO WK-HX-MEMBERS.
           MOVE 1 TO WK-HX-SUB.
           PERFORM 232-COUNT-ONE-MEMBER
               UNTIL WK-HX-SUB > WK-HX-COUNT.
           MOVE WK-HX-MEMBERS TO WK-MEMBERS-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "1" TO PR-CTRL.
           STRING "SAMPLE - HOUSEHOLD ACCOUNT STATEMENT  "
               WK-RUN-DATE-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           MOVE KSDS-CUSTOMER-NAME TO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           MOVE KSDS-ADDRESS-LINE1 TO PR-LINE.
           WRITE PRINT-RECORD.
           IF KSDS-ADDRESS-LINE2 NOT = SPACES
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               MOVE KSDS-ADDRESS-LINE2 TO PR-LINE
               WRITE PRINT-RECORD
           END-IF.
           IF KSDS-ADDRESS-LINE3 NOT = SPACES
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               MOVE KSDS-ADDRESS-LINE3 TO PR-LINE
               WRITE PRINT-RECORD
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "HOUSEHOLD " WK-HX-CUR-HH (1:2) "-"
               WK-HX-CUR-HH (3:10) " - " WK-MEMBERS-ED " ACCOUNTS"
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "ACCOUNT        STATUS              "
               "LAST ACTIVITY          BALANCE CCY"
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE 1 TO WK-HX-SUB.
           PERFORM 235-PRINT-ONE-MEMBER
               UNTIL WK-HX-SUB > WK-HX-COUNT.
           MOVE "HOUSEHOLD BALANCE : " TO WK-CY-LABEL.
           MOVE 1 TO WK-HC-SUB.
           PERFORM 238-PRINT-ONE-HH-TOTAL
               UNTIL WK-HC-SUB > WK-HC-COUNT.
           MOVE WK-SAVE-KEY TO KSDS-REC-KEY.
           START KSDS-FILE KEY > KSDS-REC-KEY
               INVALID KEY
                   MOVE "1" TO WK-BROWSE-EOF
           END-START.

       232-COUNT-ONE-MEMBER.
           IF WK-HX-HH-ID (WK-HX-SUB) = WK-HX-CUR-HH
               ADD 1 TO WK-HX-MEMBERS
           END-IF.
           ADD 1 TO WK-HX-SUB.

       235-PRINT-ONE-MEMBER.
           IF WK-HX-HH-ID (WK-HX-SUB) = WK-HX-CUR-HH
               MOVE "Y" TO WK-HX-PRINTED (WK-HX-SUB)
               MOVE WK-HX-KEY (WK-HX-SUB) TO KSDS-REC-KEY
               READ KSDS-FILE
                   INVALID KEY
                       DISPLAY "SAMPSTM - HOUSEHOLD MEMBER NOT ON "
                           "MASTER: " WK-HX-KEY (WK-HX-SUB)
                   NOT INVALID KEY
                       PERFORM 237-PRINT-MEMBER-LINE
               END-READ
           END-IF.
           ADD 1 TO WK-HX-SUB.

       237-PRINT-MEMBER-LINE.
           ADD 1 TO WK-CONSOL-COUNT.
           PERFORM 247-SET-CURRENCY.
           MOVE WK-CURRENCY TO WK-CY-CODE.
           MOVE KSDS-AMOUNT TO WK-CY-AMOUNT.
           PERFORM 275-ADD-HH-TOTAL.
           MOVE KSDS-AMOUNT TO WK-AMOUNT-ED.
           MOVE KSDS-REC-DATE TO WK-DATE-ED.
           PERFORM 245-SPELL-STATUS.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING KSDS-REC-TYPE "-" KSDS-ACCOUNT-NO
               "  " KSDS-STATUS-CODE " " WK-STATUS-TEXT
               "     " WK-DATE-ED
               "     " WK-AMOUNT-ED
               " " WK-CURRENCY
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

      *****************************************************************
      * ONE HOUSEHOLD BALANCE LINE PER CURRENCY HELD, EACH ALSO ADDED *
      * INTO THE RUN TOTALS.  THE LABEL PRINTS ON THE FIRST ONLY.     *
      *****************************************************************
       238-PRINT-ONE-HH-TOTAL.
           MOVE WK-HC-CURRENCY (WK-HC-SUB) TO WK-CY-CODE.
           MOVE WK-HC-TOTAL (WK-HC-SUB) TO WK-CY-AMOUNT.
           PERFORM 270-ADD-RUN-TOTAL.
           MOVE WK-HC-TOTAL (WK-HC-SUB) TO WK-TOTAL-ED.
           MOVE SPACES TO PRINT-RECORD.
           IF WK-HC-SUB = 1
               MOVE "0" TO PR-CTRL
           ELSE
               MOVE " " TO PR-CTRL
           END-IF.
           STRING WK-CY-LABEL (1:20) WK-TOTAL-ED
               " " WK-HC-CURRENCY (WK-HC-SUB)
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE SPACES TO WK-CY-LABEL.
           ADD 1 TO WK-HC-SUB.

      *****************************************************************
      * SPELL OUT THE TWO-BYTE STATUS CODE FOR THE STATEMENT - THE   *
      * SAME WORDING SAMPINQ PRINTS FOR THE ANALYSTS.                *
                   MOVE "(UNKNOWN)" TO WK-STATUS-TEXT
           END-EVALUATE.

      *****************************************************************
      * THE ACCOUNT'S CURRENCY FOR PRINTING AND TOTALING - BLANK IS   *
      * THE BASE CURRENCY.                                            *
      *****************************************************************
       247-SET-CURRENCY.
           MOVE KSDS-CURRENCY TO WK-CURRENCY.
           IF WK-CURRENCY = SPACES
               MOVE WK-BASE-CURRENCY TO WK-CURRENCY
           END-IF.

      *****************************************************************
      * BINARY SEARCH OF THE HOUSEHOLD TABLE FOR THE CURRENT KEY.     *
      *****************************************************************
       260-FIND-HOUSEHOLD.
           MOVE ZERO TO WK-HX-FOUND.
           MOVE 1 TO WK-HX-LO.
           MOVE WK-HX-COUNT TO WK-HX-HI.
           PERFORM 265-PROBE-HOUSEHOLD
               UNTIL WK-HX-LO > WK-HX-HI
                  OR WK-HX-FOUND > ZERO.

       265-PROBE-HOUSEHOLD.
           COMPUTE WK-HX-MID = (WK-HX-LO + WK-HX-HI) / 2.
           IF WK-HX-KEY (WK-HX-MID) = KSDS-REC-KEY
               MOVE WK-HX-MID TO WK-HX-FOUND
           ELSE
               IF WK-HX-KEY (WK-HX-MID) < KSDS-REC-KEY
                   COMPUTE WK-HX-LO = WK-HX-MID + 1
               ELSE
                   COMPUTE WK-HX-HI = WK-HX-MID - 1
               END-IF
           END-IF.

      *****************************************************************
      * ADD WK-CY-AMOUNT INTO THE RUN (270) OR HOUSEHOLD (275) TOTAL  *
      * FOR CURRENCY WK-CY-CODE, OPENING AN ENTRY FOR A NEW ONE.      *
      *****************************************************************
       270-ADD-RUN-TOTAL.
           MOVE ZERO TO WK-RC-FOUND.
           MOVE 1 TO WK-RC-SUB.
           PERFORM 272-TEST-ONE-RUN-CURRENCY
               UNTIL WK-RC-SUB > WK-RC-COUNT
                  OR WK-RC-FOUND > ZERO.
           IF WK-RC-FOUND = ZERO
               IF WK-RC-COUNT < 50
                   ADD 1 TO WK-RC-COUNT
                   MOVE WK-RC-COUNT TO WK-RC-FOUND
                   MOVE WK-CY-CODE TO WK-RC-CURRENCY (WK-RC-FOUND)
                   MOVE ZERO TO WK-RC-TOTAL (WK-RC-FOUND)
               ELSE
                   DISPLAY "SAMPSTM - RUN CURRENCY TABLE FULL, NOT "
                       "TOTALED: " WK-CY-CODE
               END-IF
           END-IF.
           IF WK-RC-FOUND > ZERO
               ADD WK-CY-AMOUNT TO WK-RC-TOTAL (WK-RC-FOUND)
           END-IF.

       272-TEST-ONE-RUN-CURRENCY.
           IF WK-RC-CURRENCY (WK-RC-SUB) = WK-CY-CODE
               MOVE WK-RC-SUB TO WK-RC-FOUND
           END-IF.
           ADD 1 TO WK-RC-SUB.

       275-ADD-HH-TOTAL.
           MOVE ZERO TO WK-HC-FOUND.
           MOVE 1 TO WK-HC-SUB.
           PERFORM 277-TEST-ONE-HH-CURRENCY
               UNTIL WK-HC-SUB > WK-HC-COUNT
                  OR WK-HC-FOUND > ZERO.
           IF WK-HC-FOUND = ZERO
               IF WK-HC-COUNT < 20
                   ADD 1 TO WK-HC-COUNT
                   MOVE WK-HC-COUNT TO WK-HC-FOUND
                   MOVE WK-CY-CODE TO WK-HC-CURRENCY (WK-HC-FOUND)
                   MOVE ZERO TO WK-HC-TOTAL (WK-HC-FOUND)
               ELSE
                   DISPLAY "SAMPSTM - HOUSEHOLD CURRENCY TABLE FULL, "
                       "NOT TOTALED: " WK-CY-CODE
               END-IF
           END-IF.
           IF WK-HC-FOUND > ZERO
               ADD WK-CY-AMOUNT TO WK-HC-TOTAL (WK-HC-FOUND)
           END-IF.

       277-TEST-ONE-HH-CURRENCY.
           IF WK-HC-CURRENCY (WK-HC-SUB) = WK-CY-CODE
               MOVE WK-HC-SUB TO WK-HC-FOUND
           END-IF.
           ADD 1 TO WK-HC-SUB.

      *****************************************************************
      * END PROCESS - CONTROL TOTAL PAGE FOR THE MAIL ROOM.           *
      *****************************************************************
           STRING "STATEMENTS PRINTED : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE WK-HH-STMT-COUNT TO WK-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  HOUSEHOLD STMTS  : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE WK-CONSOL-COUNT TO WK-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  ACCOUNTS ON THEM : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           IF WK-RC-COUNT = ZERO
               MOVE ZERO TO WK-TOTAL-ED
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "TOTAL BALANCES     : " WK-TOTAL-ED
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.
           MOVE "TOTAL BALANCES     : " TO WK-CY-LABEL.
           MOVE 1 TO WK-RC-SUB.
           PERFORM 310-PRINT-ONE-RUN-TOTAL
               UNTIL WK-RC-SUB > WK-RC-COUNT.
           CLOSE PARM-FILE.
           CLOSE KSDS-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "SAMPSTM - STATEMENT CONTROL TOTALS".
           DISPLAY "  SELECTIONS RUN  : " WK-REQUEST-COUNT.
           DISPLAY "  STATEMENTS OUT  : " WK-STMT-COUNT.
           DISPLAY "  HOUSEHOLD STMTS : " WK-HH-STMT-COUNT.
           DISPLAY "  ACCTS CONSOLID  : " WK-CONSOL-COUNT.
           DISPLAY "  ALREADY ON HHLD : " WK-CONSOL-SKIP.

      *****************************************************************
      * ONE RUN BALANCE TOTAL LINE PER CURRENCY STATEMENTED.          *
      *****************************************************************
       310-PRINT-ONE-RUN-TOTAL.
           MOVE WK-RC-TOTAL (WK-RC-SUB) TO WK-TOTAL-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING WK-CY-LABEL WK-TOTAL-ED
               " " WK-RC-CURRENCY (WK-RC-SUB)
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE SPACES TO WK-CY-LABEL.
           ADD 1 TO WK-RC-SUB.
