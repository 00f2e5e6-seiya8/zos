       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPARC.
      *****************************************************************
      * LOOKUP AND REINSTATEMENT OVER THE PURGED-ACCOUNT ARCHIVE     *
      * (PURGARC, ARCREC LAYOUT) THAT SAMPLOAD'S PURGE PASS APPENDS  *
      * TO.  EACH ARCPARM RECORD IS ONE REQUEST:                     *
      *   AS - PRINT EVERY ARCHIVED IMAGE OF AN ACCOUNT, WITH THE    *
      *        DATE, TIME AND SAMPLOAD RUN THAT PURGED IT            *
      *   NS - PRINT EVERY ARCHIVED IMAGE WHOSE CUSTOMER NAME        *
      *        CONTAINS THE GIVEN TEXT (UPPER/LOWER CASE IGNORED)    *
      *   RI - REINSTATE AN ARCHIVED ACCOUNT INTO THE OT01 MASTER    *
      *        KSDS - THE MOST RECENTLY PURGED IMAGE, OR THE ONE     *
      *        PURGED ON THE GIVEN DATE - STAMPED WITH TODAY'S       *
      *        MAINTENANCE DATE SO THE NEXT PURGE DOES NOT TAKE IT   *
      *        STRAIGHT BACK OUT, AND WITH A BEFORE/AFTER IMAGE ON   *
      *        THE AUDIT TRAIL (ACTION RI, BEFORE IMAGE SPACES).     *
      * THE ARCHIVE IS NEVER CHANGED - A REINSTATED ACCOUNT KEEPS    *
      * ITS ARCHIVE HISTORY, AND A LATER PURGE ADDS TO IT.           *
      *                                                              *
      * ARCPARM RECORD (LRECL 60):                                   *
      *   COLS   1-2   REQUEST - AS, NS OR RI                        *
      *   COLS   3-4   REC-TYPE (AS: SPACES FOR EVERY REC-TYPE;      *
      *                RI: REQUIRED)                                 *
      *   COLS   5-14  ACCOUNT-NO (AS AND RI)                        *
      *   COLS  15-22  USER ID OF THE ANALYST (RI, FOR THE AUDIT     *
      *                TRAIL - SAMPARC WHEN BLANK)                   *
      *   COLS  23-30  PURGE DATE CCYYMMDD (RI ONLY - SPACES FOR THE *
      *                MOST RECENT PURGE)                            *
      *   COLS  31-60  NAME TEXT (NS)                                *
      *                                                              *
      * REINSTATEMENT REJECT REASONS (PRINTED ON ARCOUT):            *
      *   AR01 - REC-TYPE BLANK OR ACCOUNT-NO NOT NUMERIC            *
      *   AR02 - PURGE DATE NOT NUMERIC                              *
      *   AR03 - NO MATCHING IMAGE IN THE ARCHIVE                    *
      *   AR04 - THE ACCOUNT IS ALREADY ON THE MASTER                *
      *   AR05 - MASTER WRITE FAILED                                 *
      * A REJECTED REINSTATEMENT OR AN INVALID REQUEST ENDS THE RUN  *
      * WITH RC 4.  AN AUDIT TRAIL THAT CANNOT BE WRITTEN STOPS THE  *
      * RUN AT ONCE WITH RC 12, SO NO FURTHER ACCOUNT IS REINSTATED  *
      * UNAUDITED.                                                   *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ARCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO "PURGARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ARC-STATUS.
           SELECT KSDS-FILE ASSIGN TO "OT01KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KSDS-REC-KEY
               FILE STATUS IS WK-KSDS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-AUD-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ARCOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PARM-RECORD.
         03  PARM-REQUEST       PIC X(2).
         03  PARM-REC-KEY.
           05  PARM-REC-TYPE    PIC X(2).
           05  PARM-ACCOUNT-NO  PIC X(10).
         03  PARM-USER-ID       PIC X(8).
         03  PARM-PURGE-DATE    PIC X(8).
         03  PARM-NAME          PIC X(30).
       FD  ARCH-FILE
           RECORD CONTAINS 222 CHARACTERS.
           COPY ARCREC.
       FD  KSDS-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY KSDSREC REPLACING ==:TAG:== BY ==KSDS==.
       FD  AUDIT-FILE
           RECORD CONTAINS 436 CHARACTERS.
           COPY AUDREC.
       FD  PRINT-FILE
           RECORD CONTAINS 133 CHARACTERS.
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
         03  WK-ARC-EOF         PIC X(1).
         03  WK-ARC-STATUS      PIC X(2).
         03  WK-KSDS-STATUS     PIC X(2).
         03  WK-AUD-STATUS      PIC X(2).
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-RUN-TIME        PIC 9(6)       VALUE ZERO.
         03  WK-REQUEST-COUNT   PIC 9(5)       VALUE ZERO.
         03  WK-SEARCH-COUNT    PIC 9(5)       VALUE ZERO.
         03  WK-FOUND-COUNT     PIC 9(9)       VALUE ZERO.
         03  WK-HIT-COUNT       PIC 9(9)       VALUE ZERO.
         03  WK-REINSTATE-COUNT PIC 9(9)       VALUE ZERO.
         03  WK-REJECT-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-INVALID-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-REJECT-REASON   PIC X(4)       VALUE SPACES.
         03  WK-REJECT-TEXT     PIC X(40)      VALUE SPACES.
      *****************************************************************
      * NAME SEARCH WORK FIELDS - BOTH SIDES ARE UPPER-CASED BEFORE  *
      * THE CONTAINS TEST.                                           *
      *****************************************************************
       01  WK-NAME-AREA.
         03  WK-NAME-KEY        PIC X(30)      VALUE SPACES.
         03  WK-NAME-LEN        PIC 9(2)       VALUE ZERO.
         03  WK-NAME-UPPER      PIC X(30)      VALUE SPACES.
         03  WK-NAME-TALLY      PIC 9(3)       VALUE ZERO.
      *****************************************************************
      * THE ARCHIVED MASTER IMAGE UNDER EXAMINATION, AND THE IMAGE   *
      * CHOSEN FOR A REINSTATEMENT.                                  *
      *****************************************************************
           COPY KSDSREC REPLACING ==:TAG:== BY ==AM==.
       01  WK-REINSTATE-AREA.
         03  WK-RI-FOUND        PIC X(1)       VALUE "N".
         03  WK-RI-IMAGE        PIC X(200)     VALUE SPACES.
         03  WK-RI-PURGE-DATE   PIC 9(8)       VALUE ZERO.
         03  WK-RI-RUN-ID       PIC X(8)       VALUE SPACES.
       01  WK-EDIT-AREA.
         03  WK-AMOUNT-ED       PIC ----,---,--9.99.
         03  WK-DATE-ED         PIC 9999/99/99.
         03  WK-MAINT-ED        PIC 9999/99/99.
         03  WK-PURGE-ED        PIC 9999/99/99.
         03  WK-RUN-DATE-ED     PIC 9999/99/99.
         03  WK-STATUS-TEXT     PIC X(12).
         03  WK-HIT-COUNT-ED    PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-PARM-EOF = "1".
           PERFORM 300-END.
           STOP RUN.

      *****************************************************************
      * INITIALIZATION PROCESS.  A REINSTATEMENT WITHOUT AN AUDIT    *
      * TRAIL IS NOT ALLOWED, SO AN AUDTRL OPEN FAILURE ENDS THE RUN. *
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-RUN-TIME.
           PERFORM 105-SET-PROC-DATE.
           MOVE WK-RUN-DATE TO WK-RUN-DATE-ED.
           OPEN INPUT PARM-FILE.
           OPEN I-O KSDS-FILE.
           IF WK-KSDS-STATUS NOT = "00"
               DISPLAY "SAMPARC - KSDS OPEN FAILED, STATUS "
                   WK-KSDS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WK-AUD-STATUS NOT = "00" AND WK-AUD-STATUS NOT = "05"
               DISPLAY "SAMPARC - AUDIT TRAIL OPEN FAILED, STATUS "
                   WK-AUD-STATUS
               CLOSE KSDS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "1" TO PR-CTRL.
           STRING "SAMPLE - PURGED ACCOUNT ARCHIVE REPORT  "
               WK-RUN-DATE-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
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
                   DISPLAY "SAMPARC - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPARC - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * MAIN PROCESS - ONE ARCHIVE REQUEST PER PARM RECORD.           *
      *****************************************************************
       200-MAIN.
           ADD 1 TO WK-REQUEST-COUNT.
           PERFORM 205-PRINT-REQUEST.
           MOVE ZERO TO WK-HIT-COUNT.
           EVALUATE PARM-REQUEST
               WHEN "AS"
                   ADD 1 TO WK-SEARCH-COUNT
                   PERFORM 210-SEARCH-ARCHIVE
                   PERFORM 250-PRINT-HIT-COUNT
               WHEN "NS"
                   ADD 1 TO WK-SEARCH-COUNT
                   PERFORM 215-SET-NAME-KEY
                   IF WK-NAME-LEN = ZERO
                       PERFORM 260-PRINT-INVALID
                   ELSE
                       PERFORM 210-SEARCH-ARCHIVE
                       PERFORM 250-PRINT-HIT-COUNT
                   END-IF
               WHEN "RI"
                   PERFORM 230-REINSTATE
               WHEN OTHER
                   PERFORM 260-PRINT-INVALID
           END-EVALUATE.
           READ PARM-FILE
               AT END MOVE "1" TO WK-PARM-EOF
           END-READ.

       205-PRINT-REQUEST.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "REQUEST " WK-REQUEST-COUNT
               " - " PARM-REQUEST
               "  REC-TYPE " PARM-REC-TYPE
               "  ACCOUNT " PARM-ACCOUNT-NO
               "  PURGE DATE " PARM-PURGE-DATE
               "  NAME " PARM-NAME
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

      *****************************************************************
      * ONE FULL PASS OF THE ARCHIVE PER SEARCH - THE DATASET IS      *
      * SEQUENTIAL AND HELD IN PURGE ORDER, SO EVERY IMAGE OF AN      *
      * ACCOUNT PRINTS OLDEST FIRST.  NO ARCHIVE YET IS NO HITS.      *
      *****************************************************************
       210-SEARCH-ARCHIVE.
           MOVE "0" TO WK-ARC-EOF.
           OPEN INPUT ARCH-FILE.
           IF WK-ARC-STATUS = "00"
               PERFORM 212-SEARCH-NEXT UNTIL WK-ARC-EOF = "1"
               CLOSE ARCH-FILE
           END-IF.

       212-SEARCH-NEXT.
           READ ARCH-FILE
               AT END
                   MOVE "1" TO WK-ARC-EOF
               NOT AT END
                   MOVE AR-MASTER-IMAGE TO AM-RECORD
                   IF PARM-REQUEST = "AS"
                       IF AM-ACCOUNT-NO = PARM-ACCOUNT-NO
                           AND (PARM-REC-TYPE = SPACES
                               OR AM-REC-TYPE = PARM-REC-TYPE)
                           PERFORM 240-PRINT-ARCHIVED
                       END-IF
                   ELSE
                       PERFORM 217-MATCH-NAME
                       IF WK-NAME-TALLY > ZERO
                           PERFORM 240-PRINT-ARCHIVED
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * UPPER-CASE THE REQUESTED NAME TEXT AND FIND ITS LENGTH UP TO  *
      * THE LAST NON-BLANK, SO EMBEDDED SPACES STILL COUNT.           *
      *****************************************************************
       215-SET-NAME-KEY.
           MOVE PARM-NAME TO WK-NAME-KEY.
           INSPECT WK-NAME-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 30 TO WK-NAME-LEN.
           PERFORM 216-BACK-OFF-BLANK
               UNTIL WK-NAME-LEN = ZERO
                  OR WK-NAME-KEY (WK-NAME-LEN:1) NOT = SPACE.

       216-BACK-OFF-BLANK.
           SUBTRACT 1 FROM WK-NAME-LEN.

       217-MATCH-NAME.
           MOVE AM-CUSTOMER-NAME TO WK-NAME-UPPER.
           INSPECT WK-NAME-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WK-NAME-TALLY.
           INSPECT WK-NAME-UPPER TALLYING WK-NAME-TALLY
               FOR ALL WK-NAME-KEY (1:WK-NAME-LEN).

      *****************************************************************
      * REINSTATEMENT.  THE ARCHIVE IS SCANNED FOR THE LAST (MOST    *
      * RECENT) IMAGE OF THE KEY - OR THE LAST ONE PURGED ON THE     *
      * REQUESTED DATE - THEN THE MASTER IS CHECKED SO AN ACCOUNT    *
      * THAT CAME BACK ON THE FEED IS NEVER OVERLAID.                *
      *****************************************************************
       230-REINSTATE.
           MOVE SPACES TO WK-REJECT-REASON.
           IF PARM-REC-TYPE = SPACES
               OR PARM-ACCOUNT-NO NOT NUMERIC
               MOVE "AR01" TO WK-REJECT-REASON
               MOVE "REC-TYPE BLANK OR ACCOUNT NOT NUMERIC"
                   TO WK-REJECT-TEXT
           ELSE
               IF PARM-PURGE-DATE NOT = SPACES
                   AND PARM-PURGE-DATE NOT NUMERIC
                   MOVE "AR02" TO WK-REJECT-REASON
                   MOVE "PURGE DATE NOT NUMERIC" TO WK-REJECT-TEXT
               END-IF
           END-IF.
           IF WK-REJECT-REASON = SPACES
               PERFORM 232-FIND-IMAGE
               IF WK-RI-FOUND = "N"
                   MOVE "AR03" TO WK-REJECT-REASON
                   MOVE "NO MATCHING IMAGE IN THE ARCHIVE"
                       TO WK-REJECT-TEXT
               END-IF
           END-IF.
           IF WK-REJECT-REASON = SPACES
               MOVE PARM-REC-KEY TO KSDS-REC-KEY
               READ KSDS-FILE
                   INVALID KEY
                       PERFORM 236-WRITE-REINSTATED
                   NOT INVALID KEY
                       MOVE "AR04" TO WK-REJECT-REASON
                       MOVE "ACCOUNT IS ALREADY ON THE MASTER"
                           TO WK-REJECT-TEXT
               END-READ
           END-IF.
           IF WK-REJECT-REASON NOT = SPACES
               ADD 1 TO WK-REJECT-COUNT
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "  REINSTATEMENT REJECTED - " WK-REJECT-REASON
                   " " WK-REJECT-TEXT
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.

       232-FIND-IMAGE.
           MOVE "N" TO WK-RI-FOUND.
           MOVE "0" TO WK-ARC-EOF.
           OPEN INPUT ARCH-FILE.
           IF WK-ARC-STATUS = "00"
               PERFORM 234-FIND-NEXT UNTIL WK-ARC-EOF = "1"
               CLOSE ARCH-FILE
           END-IF.

       234-FIND-NEXT.
           READ ARCH-FILE
               AT END
                   MOVE "1" TO WK-ARC-EOF
               NOT AT END
                   IF AR-MASTER-IMAGE (1:12) = PARM-REC-KEY
                       AND (PARM-PURGE-DATE = SPACES
                           OR AR-PURGE-DATE = PARM-PURGE-DATE)
                       MOVE "Y" TO WK-RI-FOUND
                       MOVE AR-MASTER-IMAGE TO WK-RI-IMAGE
                       MOVE AR-PURGE-DATE TO WK-RI-PURGE-DATE
                       MOVE AR-RUN-ID TO WK-RI-RUN-ID
                   END-IF
           END-READ.

       236-WRITE-REINSTATED.
           MOVE WK-RI-IMAGE TO KSDS-RECORD.
           MOVE WK-RUN-DATE TO KSDS-MAINT-DATE.
           WRITE KSDS-RECORD
               INVALID KEY
                   MOVE "AR05" TO WK-REJECT-REASON
                   STRING "MASTER WRITE FAILED, STATUS "
                       WK-KSDS-STATUS
                       DELIMITED BY SIZE INTO WK-REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO WK-REINSTATE-COUNT
                   PERFORM 238-WRITE-AUDIT
                   MOVE WK-RI-PURGE-DATE TO WK-PURGE-ED
                   MOVE SPACES TO PRINT-RECORD
                   MOVE " " TO PR-CTRL
                   STRING "  REINSTATED - IMAGE PURGED " WK-PURGE-ED
                       " BY RUN " WK-RI-RUN-ID
                       DELIMITED BY SIZE INTO PR-LINE
                   WRITE PRINT-RECORD
                   MOVE KSDS-RECORD TO AM-RECORD
                   PERFORM 245-PRINT-IMAGE
           END-WRITE.

       238-WRITE-AUDIT.
           MOVE WK-RUN-DATE TO AU-RUN-DATE.
           MOVE WK-RUN-TIME TO AU-RUN-TIME.
           IF PARM-USER-ID = SPACES
               MOVE "SAMPARC" TO AU-USER-ID
           ELSE
               MOVE PARM-USER-ID TO AU-USER-ID
           END-IF.
           MOVE "RI" TO AU-ACTION.
           MOVE KSDS-REC-KEY TO AU-REC-KEY.
           MOVE SPACES TO AU-BEFORE-IMAGE.
           MOVE KSDS-RECORD TO AU-AFTER-IMAGE.
           WRITE AU-RECORD.
           IF WK-AUD-STATUS NOT = "00"
               DISPLAY "SAMPARC - AUDIT TRAIL WRITE ERROR, STATUS "
                   WK-AUD-STATUS
               DISPLAY "SAMPARC - REINSTATED BUT NOT AUDITED: "
                   KSDS-REC-KEY
               CLOSE PARM-FILE
               CLOSE KSDS-FILE
               CLOSE AUDIT-FILE
               CLOSE PRINT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * PRINT ONE ARCHIVED IMAGE - THE PURGE LINE, THEN THE MASTER    *
      * FIELDS IN THE SAME FORMAT SAMPINQ USES.                       *
      *****************************************************************
       240-PRINT-ARCHIVED.
           ADD 1 TO WK-HIT-COUNT.
           ADD 1 TO WK-FOUND-COUNT.
           MOVE AR-PURGE-DATE TO WK-PURGE-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "  PURGED " WK-PURGE-ED
               " AT " AR-PURGE-TIME
               " BY SAMPLOAD RUN " AR-RUN-ID
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           PERFORM 245-PRINT-IMAGE.

       245-PRINT-IMAGE.
           MOVE AM-AMOUNT TO WK-AMOUNT-ED.
           MOVE AM-REC-DATE TO WK-DATE-ED.
           MOVE AM-MAINT-DATE TO WK-MAINT-ED.
           PERFORM 247-SPELL-STATUS.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "    TYPE " AM-REC-TYPE
               "  ACCOUNT " AM-ACCOUNT-NO
               "  DATE " WK-DATE-ED
               "  AMOUNT " WK-AMOUNT-ED
               "  STATUS " AM-STATUS-CODE
               " " WK-STATUS-TEXT
               "  MAINT " WK-MAINT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "      NAME " AM-CUSTOMER-NAME
               "  ADDRESS " AM-ADDRESS-LINE1
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           IF AM-ADDRESS-LINE2 NOT = SPACES
               OR AM-ADDRESS-LINE3 NOT = SPACES
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "      ADDRESS 2/3   " AM-ADDRESS-LINE2
                   "  " AM-ADDRESS-LINE3
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.

      *****************************************************************
      * SPELL OUT THE TWO-BYTE STATUS CODE - THE SAME WORDING SAMPINQ *
      * PRINTS FOR THE ANALYSTS.                                      *
      *****************************************************************
       247-SPELL-STATUS.
           EVALUATE AM-STATUS-CODE
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
           STRING "  IMAGES RETURNED  : " WK-HIT-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

       260-PRINT-INVALID.
           ADD 1 TO WK-INVALID-COUNT.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           MOVE "  INVALID REQUEST - USE AS, NS (WITH NAME TEXT) OR RI"
               TO PR-LINE.
           WRITE PRINT-RECORD.

      *****************************************************************
      * END PROCESS                                                   *
      *****************************************************************
       300-END.
           CLOSE PARM-FILE.
           CLOSE KSDS-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PRINT-FILE.
           IF WK-REJECT-COUNT > ZERO OR WK-INVALID-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "SAMPARC - ARCHIVE CONTROL TOTALS".
           DISPLAY "  REQUESTS READ   : " WK-REQUEST-COUNT.
           DISPLAY "  SEARCHES RUN    : " WK-SEARCH-COUNT.
           DISPLAY "  IMAGES PRINTED  : " WK-FOUND-COUNT.
           DISPLAY "  REINSTATED      : " WK-REINSTATE-COUNT.
           DISPLAY "  REINSTATE REJECT: " WK-REJECT-COUNT.
           DISPLAY "  INVALID REQUESTS: " WK-INVALID-COUNT.
