       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPBHI.
      *****************************************************************
      * BALANCE AND STATUS HISTORY INQUIRY OVER THE BALHIST DATASET   *
      * (BALHREC LAYOUT) THAT SAMPLOAD APPENDS TO.  EACH BHIPARM      *
      * RECORD IS ONE REQUEST FOR ONE ACCOUNT:                        *
      *   WITH AN AS-OF DATE - REBUILDS THE ACCOUNT'S POSITION        *
      *        (AMOUNT, CURRENCY AND STATUS) AS IT STOOD AT THE END   *
      *        OF THAT DATE, WITH THE RUN THAT SET IT                 *
      *   WITHOUT ONE - PRINTS THE ACCOUNT'S COMPLETE DATED HISTORY,  *
      *        OLDEST FIRST, EVERY CHANGE WITH ITS OLD AND NEW VALUES *
      * A RENUMBERED ACCOUNT (XREFTBL) IS FOLLOWED BOTH WAYS - AN OLD *
      * NUMBER IS READ UNDER ITS NEW ONE, AND THE HISTORY RECORDED    *
      * UNDER EVERY OLD NUMBER OF THE ACCOUNT IS INCLUDED - SO THE    *
      * POSITION SURVIVES THE RENUMBERING.  A CHANGE WHOSE OLD VALUES *
      * DO NOT MATCH THE PREVIOUS RECORD'S NEW ONES WAS PRECEDED BY A *
      * CHANGE OUTSIDE THE DAILY LOAD (SAMPMNT, SAMPCSH, SAMPDUN -    *
      * SEE AUDTRL) AND IS MARKED ON THE HISTORY LISTING.  AN ACCOUNT *
      * THE PURGE PASS DELETED IS REPORTED AS PURGED FROM THAT DATE.  *
      * THE HISTORY STARTS WITH THE FIRST SAMPLOAD RUN THAT WROTE IT; *
      * FOR AN EARLIER DATE ONLY AN ACCOUNT WHOSE FIRST RECORDED      *
      * CHANGE IS AN UPDATE HAS A KNOWN POSITION (THE VALUES THAT     *
      * UPDATE REPLACED).                                             *
      *                                                               *
      * BHIPARM RECORD (LRECL 20):                                    *
      *   COLS  1-2   REC-TYPE (REQUIRED)                             *
      *   COLS  3-12  ACCOUNT-NO (REQUIRED)                           *
      *   COLS 13-20  AS-OF DATE CCYYMMDD, OR SPACES FOR THE FULL     *
      *               HISTORY                                         *
      * AN INVALID REQUEST IS REPORTED AND ENDS THE RUN WITH RC 4.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BHIPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BH-STATUS.
           SELECT PRINT-FILE ASSIGN TO "BHIOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "XREFTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PARM-RECORD.
         03  PARM-REC-TYPE      PIC X(2).
         03  PARM-ACCOUNT-NO    PIC X(10).
         03  PARM-AS-OF         PIC X(8).
         03  PARM-AS-OF-N       REDEFINES PARM-AS-OF PIC 9(8).
       FD  HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY BALHREC.
       FD  PRINT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
      *****************************************************************
      * OPERATIONS-MAINTAINED ACCOUNT RENUMBERING CROSS-REFERENCE -  *
      * THE SAME DATASET THE REST OF THE CHAIN HONORS.               *
      *****************************************************************
       FD  XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  XREF-RECORD.
         03  XREF-OLD-ACCT      PIC X(10).
         03  XREF-NEW-ACCT      PIC X(10).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PARM-EOF        PIC X(1).
         03  WK-BH-EOF          PIC X(1).
         03  WK-BH-STATUS       PIC X(2).
         03  WK-REQUEST-COUNT   PIC 9(5)       VALUE ZERO.
         03  WK-FOUND-COUNT     PIC 9(9)       VALUE ZERO.
         03  WK-HIT-COUNT       PIC 9(9)       VALUE ZERO.
         03  WK-INVALID-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-INVALID-TEXT    PIC X(50)      VALUE SPACES.
       01  WK-XREF-AREA.
         03  WK-XREF-STATUS     PIC X(2).
         03  WK-XREF-EOF        PIC X(1).
         03  WK-XREF-SUB        PIC 9(3)       VALUE ZERO.
         03  WK-XREF-FOUND      PIC 9(3)       VALUE ZERO.
         03  WK-XREF-COUNT      PIC 9(3)       VALUE ZERO.
         03  WK-XREF-ENTRY      OCCURS 100 TIMES.
           05  WK-XREF-OLD      PIC X(10).
           05  WK-XREF-NEW      PIC X(10).
      *****************************************************************
      * THE ACCOUNT NUMBERS ONE REQUEST COVERS - THE CURRENT NUMBER  *
      * FIRST, THEN EVERY OLD NUMBER XREFTBL RENUMBERED INTO IT.     *
      *****************************************************************
       01  WK-ACCOUNT-AREA.
         03  WK-CURRENT-ACCT    PIC X(10)      VALUE SPACES.
         03  WK-ACCT-SUB        PIC 9(2)       VALUE ZERO.
         03  WK-ACCT-FOUND      PIC 9(2)       VALUE ZERO.
         03  WK-ACCT-COUNT      PIC 9(2)       VALUE ZERO.
         03  WK-ACCT-ENTRY      OCCURS 10 TIMES.
           05  WK-ACCT-NO       PIC X(10).
         03  WK-BH-ACCOUNT      PIC X(10)      VALUE SPACES.
      *****************************************************************
      * AS-OF REBUILD - THE LAST RECORD ON OR BEFORE THE DATE, AND   *
      * THE FIRST ONE AFTER IT.  THE PREVIOUS-VALUES FIELDS CHAIN    *
      * THE FULL LISTING SO A GAP IN THE HISTORY CAN BE MARKED.      *
      *****************************************************************
       01  WK-ASOF-AREA.
         03  WK-ASOF-FOUND      PIC X(1)       VALUE "N".
         03  WK-ASOF-RECORD     PIC X(80)      VALUE SPACES.
         03  WK-NEXT-FOUND      PIC X(1)       VALUE "N".
         03  WK-NEXT-RECORD     PIC X(80)      VALUE SPACES.
         03  WK-AFTER-COUNT     PIC 9(9)       VALUE ZERO.
         03  WK-PREV-FOUND      PIC X(1)       VALUE "N".
         03  WK-PREV-AMOUNT     PIC S9(9)V99   VALUE ZERO.
         03  WK-PREV-CURRENCY   PIC X(3)       VALUE SPACES.
         03  WK-PREV-STATUS     PIC X(2)       VALUE SPACES.
         03  WK-GAP-COUNT       PIC 9(9)       VALUE ZERO.
       01  WK-EDIT-AREA.
         03  WK-AMOUNT-ED       PIC ----,---,--9.99.
         03  WK-OLD-AMOUNT-ED   PIC ----,---,--9.99.
         03  WK-RUN-DATE-ED     PIC 9999/99/99.
         03  WK-REC-DATE-ED     PIC 9999/99/99.
         03  WK-AS-OF-ED        PIC 9999/99/99.
         03  WK-STATUS-CODE     PIC X(2).
         03  WK-STATUS-TEXT     PIC X(12).
         03  WK-ACTION-TEXT     PIC X(8).
         03  WK-HIT-COUNT-ED    PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-PARM-EOF = "1".
           PERFORM 300-END.
           STOP RUN.

      *****************************************************************
      * INITIALIZATION PROCESS                                        *
      *****************************************************************
       100-INIT.
           OPEN INPUT PARM-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "1" TO PR-CTRL.
           MOVE "SAMPLE - ACCOUNT BALANCE AND STATUS HISTORY REPORT"
               TO PR-LINE.
           WRITE PRINT-RECORD.
           PERFORM 130-LOAD-XREF.
           MOVE "0" TO WK-PARM-EOF.
           READ PARM-FILE
               AT END MOVE "1" TO WK-PARM-EOF
           END-READ.

      *****************************************************************
      * LOAD THE ACCOUNT RENUMBERING CROSS-REFERENCE.  NO XREFTBL    *
      * DD MEANS EVERY REQUEST COVERS THE ONE NUMBER GIVEN.          *
      *****************************************************************
       130-LOAD-XREF.
           MOVE "0" TO WK-XREF-EOF.
           OPEN INPUT XREF-FILE.
           IF WK-XREF-STATUS = "00"
               PERFORM 135-LOAD-ONE-XREF UNTIL WK-XREF-EOF = "1"
               CLOSE XREF-FILE
           END-IF.

       135-LOAD-ONE-XREF.
           READ XREF-FILE
               AT END MOVE "1" TO WK-XREF-EOF
               NOT AT END
                   IF WK-XREF-COUNT < 100
                       ADD 1 TO WK-XREF-COUNT
                       MOVE XREF-OLD-ACCT
                           TO WK-XREF-OLD (WK-XREF-COUNT)
                       MOVE XREF-NEW-ACCT
                           TO WK-XREF-NEW (WK-XREF-COUNT)
                   ELSE
                       DISPLAY "SAMPBHI - XREF TABLE FULL: "
                           XREF-RECORD
                   END-IF
           END-READ.

      *****************************************************************
      * MAIN PROCESS - ONE HISTORY REQUEST PER PARM RECORD.           *
      *****************************************************************
       200-MAIN.
           ADD 1 TO WK-REQUEST-COUNT.
           PERFORM 205-PRINT-REQUEST.
           MOVE ZERO TO WK-HIT-COUNT.
           MOVE SPACES TO WK-INVALID-TEXT.
           IF PARM-REC-TYPE = SPACES
               OR PARM-ACCOUNT-NO NOT NUMERIC
               MOVE "REC-TYPE BLANK OR ACCOUNT NOT NUMERIC"
                   TO WK-INVALID-TEXT
           ELSE
               IF PARM-AS-OF NOT = SPACES
                   IF PARM-AS-OF NOT NUMERIC
                       MOVE "AS-OF DATE NOT NUMERIC" TO WK-INVALID-TEXT
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD (PARM-AS-OF-N)
                           NOT = ZERO
                           MOVE "AS-OF DATE IS NOT A VALID DATE"
                               TO WK-INVALID-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WK-INVALID-TEXT NOT = SPACES
               PERFORM 260-PRINT-INVALID
           ELSE
               PERFORM 210-SET-ACCOUNTS
               PERFORM 220-SEARCH-HISTORY
               IF PARM-AS-OF = SPACES
                   PERFORM 250-PRINT-HIT-COUNT
               ELSE
                   PERFORM 240-PRINT-POSITION
               END-IF
           END-IF.
           READ PARM-FILE
               AT END MOVE "1" TO WK-PARM-EOF
           END-READ.

       205-PRINT-REQUEST.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           IF PARM-AS-OF = SPACES
               STRING "REQUEST " WK-REQUEST-COUNT
                   " - REC-TYPE " PARM-REC-TYPE
                   "  ACCOUNT " PARM-ACCOUNT-NO
                   "  FULL HISTORY"
                   DELIMITED BY SIZE INTO PR-LINE
           ELSE
               STRING "REQUEST " WK-REQUEST-COUNT
                   " - REC-TYPE " PARM-REC-TYPE
                   "  ACCOUNT " PARM-ACCOUNT-NO
                   "  POSITION AS OF " PARM-AS-OF
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF.
           WRITE PRINT-RECORD.

      *****************************************************************
      * THE ACCOUNT NUMBERS TO COLLECT.  AN OLD NUMBER IS FIRST      *
      * MOVED ON TO ITS NEW ONE (WITH THE LINKAGE PRINTED), THEN     *
      * EVERY OLD NUMBER OF THAT ACCOUNT IS ADDED.                   *
      *****************************************************************
       210-SET-ACCOUNTS.
           MOVE PARM-ACCOUNT-NO TO WK-CURRENT-ACCT.
           MOVE ZERO TO WK-XREF-FOUND.
           MOVE 1 TO WK-XREF-SUB.
           PERFORM 212-TEST-ONE-OLD
               UNTIL WK-XREF-SUB > WK-XREF-COUNT
                  OR WK-XREF-FOUND > ZERO.
           IF WK-XREF-FOUND > ZERO
               MOVE WK-XREF-NEW (WK-XREF-FOUND) TO WK-CURRENT-ACCT
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "  ACCOUNT RENUMBERED TO " WK-CURRENT-ACCT
                   " - HISTORY UNDER BOTH NUMBERS"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.
           MOVE 1 TO WK-ACCT-COUNT.
           MOVE WK-CURRENT-ACCT TO WK-ACCT-NO (1).
           MOVE 1 TO WK-XREF-SUB.
           PERFORM 214-ADD-ONE-OLD UNTIL WK-XREF-SUB > WK-XREF-COUNT.

       212-TEST-ONE-OLD.
           IF WK-XREF-OLD (WK-XREF-SUB) = PARM-ACCOUNT-NO
               MOVE WK-XREF-SUB TO WK-XREF-FOUND
           END-IF.
           ADD 1 TO WK-XREF-SUB.

       214-ADD-ONE-OLD.
           IF WK-XREF-NEW (WK-XREF-SUB) = WK-CURRENT-ACCT
               IF WK-ACCT-COUNT < 10
                   ADD 1 TO WK-ACCT-COUNT
                   MOVE WK-XREF-OLD (WK-XREF-SUB)
                       TO WK-ACCT-NO (WK-ACCT-COUNT)
               ELSE
                   DISPLAY "SAMPBHI - TOO MANY OLD NUMBERS, SKIPPED: "
                       WK-XREF-OLD (WK-XREF-SUB)
               END-IF
           END-IF.
           ADD 1 TO WK-XREF-SUB.

      *****************************************************************
      * ONE FULL PASS OF THE HISTORY PER REQUEST - THE DATASET IS    *
      * SEQUENTIAL AND HELD IN RUN ORDER, SO AN ACCOUNT'S RECORDS    *
      * COME OLDEST FIRST.  NO HISTORY YET IS NO HITS.               *
      *****************************************************************
       220-SEARCH-HISTORY.
           MOVE "N" TO WK-ASOF-FOUND.
           MOVE "N" TO WK-NEXT-FOUND.
           MOVE "N" TO WK-PREV-FOUND.
           MOVE ZERO TO WK-AFTER-COUNT.
           MOVE "0" TO WK-BH-EOF.
           OPEN INPUT HIST-FILE.
           IF WK-BH-STATUS = "00"
               PERFORM 222-SEARCH-NEXT UNTIL WK-BH-EOF = "1"
               CLOSE HIST-FILE
           END-IF.

       222-SEARCH-NEXT.
           READ HIST-FILE
               AT END
                   MOVE "1" TO WK-BH-EOF
               NOT AT END
                   IF BH-REC-TYPE = PARM-REC-TYPE
                       PERFORM 224-FIND-ACCOUNT
                       IF WK-ACCT-FOUND > ZERO
                           ADD 1 TO WK-HIT-COUNT
                           PERFORM 226-TAKE-RECORD
                       END-IF
                   END-IF
           END-READ.

       224-FIND-ACCOUNT.
           MOVE BH-ACCOUNT-NO TO WK-BH-ACCOUNT.
           MOVE ZERO TO WK-ACCT-FOUND.
           MOVE 1 TO WK-ACCT-SUB.
           PERFORM 225-TEST-ONE-ACCOUNT
               UNTIL WK-ACCT-SUB > WK-ACCT-COUNT
                  OR WK-ACCT-FOUND > ZERO.

       225-TEST-ONE-ACCOUNT.
           IF WK-ACCT-NO (WK-ACCT-SUB) = WK-BH-ACCOUNT
               MOVE WK-ACCT-SUB TO WK-ACCT-FOUND
           END-IF.
           ADD 1 TO WK-ACCT-SUB.

       226-TAKE-RECORD.
           IF PARM-AS-OF = SPACES
               PERFORM 230-PRINT-CHANGE
           ELSE
               IF BH-RUN-DATE NOT > PARM-AS-OF-N
                   MOVE "Y" TO WK-ASOF-FOUND
                   MOVE BH-RECORD TO WK-ASOF-RECORD
               ELSE
                   ADD 1 TO WK-AFTER-COUNT
                   IF WK-NEXT-FOUND = "N"
                       MOVE "Y" TO WK-NEXT-FOUND
                       MOVE BH-RECORD TO WK-NEXT-RECORD
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * ONE LINE PER CHANGE ON THE FULL LISTING.  A RECORD UNDER AN  *
      * OLD NUMBER SAYS SO; AN UPDATE WHOSE OLD VALUES ARE NOT THE   *
      * PREVIOUS RECORD'S NEW ONES IS MARKED AS FOLLOWING A CHANGE   *
      * MADE OUTSIDE THE DAILY LOAD.                                 *
      *****************************************************************
       230-PRINT-CHANGE.
           ADD 1 TO WK-FOUND-COUNT.
           IF WK-PREV-FOUND = "Y" AND BH-ACTION = "UP"
               AND (BH-OLD-AMOUNT NOT = WK-PREV-AMOUNT
                   OR BH-OLD-CURRENCY NOT = WK-PREV-CURRENCY
                   OR BH-OLD-STATUS NOT = WK-PREV-STATUS)
               ADD 1 TO WK-GAP-COUNT
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "  * VALUES BELOW WERE CHANGED OUTSIDE THE DAILY "
                   "LOAD SINCE THE PREVIOUS LINE - SEE AUDTRL"
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.
           MOVE "Y" TO WK-PREV-FOUND.
           MOVE BH-NEW-AMOUNT TO WK-PREV-AMOUNT.
           MOVE BH-NEW-CURRENCY TO WK-PREV-CURRENCY.
           MOVE BH-NEW-STATUS TO WK-PREV-STATUS.
           MOVE BH-RUN-DATE TO WK-RUN-DATE-ED.
           MOVE BH-REC-DATE TO WK-REC-DATE-ED.
           MOVE BH-OLD-AMOUNT TO WK-OLD-AMOUNT-ED.
           MOVE BH-NEW-AMOUNT TO WK-AMOUNT-ED.
           EVALUATE BH-ACTION
               WHEN "IN"
                   MOVE "NEW ACCT" TO WK-ACTION-TEXT
               WHEN "PU"
                   MOVE "PURGED" TO WK-ACTION-TEXT
               WHEN OTHER
                   MOVE "CHANGED" TO WK-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  " WK-RUN-DATE-ED
               " " WK-ACTION-TEXT
               " AMOUNT " WK-OLD-AMOUNT-ED " " BH-OLD-CURRENCY
               " TO " WK-AMOUNT-ED " " BH-NEW-CURRENCY
               "  STATUS " BH-OLD-STATUS " TO " BH-NEW-STATUS
               "  RUN " BH-RUN-ID
               "  EXTRACT " WK-REC-DATE-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           IF WK-BH-ACCOUNT NOT = WK-CURRENT-ACCT
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "             RECORDED UNDER OLD ACCOUNT NUMBER "
                   WK-BH-ACCOUNT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.

      *****************************************************************
      * THE POSITION AS OF THE REQUESTED DATE: THE NEW VALUES OF THE *
      * LAST CHANGE ON OR BEFORE IT - UNLESS THAT WAS THE PURGE,     *
      * WHEN THE ACCOUNT WAS OFF THE MASTER.  WITH NO SUCH CHANGE,   *
      * THE FIRST LATER CHANGE TELLS WHETHER THE ACCOUNT WAS NOT YET *
      * ON THE MASTER (AN INSERT) OR HELD THE VALUES THAT UPDATE OR  *
      * PURGE REPLACED.                                              *
      *****************************************************************
       240-PRINT-POSITION.
           MOVE PARM-AS-OF-N TO WK-AS-OF-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           IF WK-ASOF-FOUND = "Y"
               MOVE WK-ASOF-RECORD TO BH-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN WK-ASOF-FOUND = "Y" AND BH-ACTION = "PU"
                   ADD 1 TO WK-FOUND-COUNT
                   MOVE BH-RUN-DATE TO WK-RUN-DATE-ED
                   STRING "  NOT ON THE MASTER AS OF " WK-AS-OF-ED
                       " - PURGED " WK-RUN-DATE-ED
                       " BY RUN " BH-RUN-ID
                       DELIMITED BY SIZE INTO PR-LINE
               WHEN WK-ASOF-FOUND = "Y"
                   ADD 1 TO WK-FOUND-COUNT
                   MOVE BH-NEW-AMOUNT TO WK-AMOUNT-ED
                   MOVE BH-NEW-STATUS TO WK-STATUS-CODE
                   PERFORM 245-SPELL-STATUS
                   MOVE BH-RUN-DATE TO WK-RUN-DATE-ED
                   STRING "  POSITION AS OF " WK-AS-OF-ED
                       "  AMOUNT " WK-AMOUNT-ED " " BH-NEW-CURRENCY
                       "  STATUS " BH-NEW-STATUS " " WK-STATUS-TEXT
                       "  SET " WK-RUN-DATE-ED " BY RUN " BH-RUN-ID
                       DELIMITED BY SIZE INTO PR-LINE
               WHEN WK-NEXT-FOUND = "Y"
                   MOVE WK-NEXT-RECORD TO BH-RECORD
                   MOVE BH-RUN-DATE TO WK-RUN-DATE-ED
                   IF BH-ACTION = "IN"
                       STRING "  NOT ON THE MASTER AS OF " WK-AS-OF-ED
                           " - FIRST LOADED " WK-RUN-DATE-ED
                           " BY RUN " BH-RUN-ID
                           DELIMITED BY SIZE INTO PR-LINE
                   ELSE
                       ADD 1 TO WK-FOUND-COUNT
                       MOVE BH-OLD-AMOUNT TO WK-AMOUNT-ED
                       MOVE BH-OLD-STATUS TO WK-STATUS-CODE
                       PERFORM 245-SPELL-STATUS
                       STRING "  POSITION AS OF " WK-AS-OF-ED
                           "  AMOUNT " WK-AMOUNT-ED " " BH-OLD-CURRENCY
                           "  STATUS " BH-OLD-STATUS " "
                           WK-STATUS-TEXT
                           "  HELD UNTIL " WK-RUN-DATE-ED
                           " (EARLIEST RECORDED)"
                           DELIMITED BY SIZE INTO PR-LINE
                   END-IF
               WHEN OTHER
                   STRING "  NO HISTORY RECORDED FOR THIS ACCOUNT"
                       DELIMITED BY SIZE INTO PR-LINE
           END-EVALUATE.
           WRITE PRINT-RECORD.
           IF WK-AFTER-COUNT > ZERO
               MOVE WK-AFTER-COUNT TO WK-HIT-COUNT-ED
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "  CHANGES SINCE    : " WK-HIT-COUNT-ED
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.

      *****************************************************************
      * SPELL OUT THE TWO-BYTE STATUS CODE - THE SAME WORDING SAMPINQ *
      * PRINTS FOR THE ANALYSTS.                                      *
      *****************************************************************
       245-SPELL-STATUS.
           EVALUATE WK-STATUS-CODE
               WHEN "AC"
                   MOVE "ACTIVE" TO WK-STATUS-TEXT
               WHEN "CL"
                   MOVE "CLOSED" TO WK-STATUS-TEXT
               WHEN "SU"
                   MOVE "SUSPENDED" TO WK-STATUS-TEXT
               WHEN "PE"
                   MOVE "PENDING" TO WK-STATUS-TEXT
               WHEN OTHER
                   MOVE "(UNKNOWN)" TO WK-STATUS-TEXT
           END-EVALUATE.

       250-PRINT-HIT-COUNT.
           MOVE WK-HIT-COUNT TO WK-HIT-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  CHANGES RETURNED : " WK-HIT-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

       260-PRINT-INVALID.
           ADD 1 TO WK-INVALID-COUNT.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  INVALID REQUEST - " WK-INVALID-TEXT
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

      *****************************************************************
      * END PROCESS                                                   *
      *****************************************************************
       300-END.
           CLOSE PARM-FILE.
           CLOSE PRINT-FILE.
           IF WK-INVALID-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "SAMPBHI - HISTORY INQUIRY CONTROL TOTALS".
           DISPLAY "  REQUESTS READ   : " WK-REQUEST-COUNT.
           DISPLAY "  LINES PRINTED   : " WK-FOUND-COUNT.
           DISPLAY "  HISTORY GAPS    : " WK-GAP-COUNT.
           DISPLAY "  INVALID REQUESTS: " WK-INVALID-COUNT.
