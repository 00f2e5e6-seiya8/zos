       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPHHN.
      *****************************************************************
      * HOUSEHOLDING, STEP ONE - NAME AND ADDRESS NORMALIZATION.     *
      * THE MASTER IS KEYED ONLY ON REC-TYPE + ACCOUNT-NO, AND THE   *
      * SAME PERSON OR BUSINESS OFTEN SITS UNDER SEVERAL ACCOUNTS    *
      * WITH SLIGHTLY DIFFERENT SPELLINGS.  SAMPHHN READS EVERY      *
      * MASTER RECORD AND WRITES ONE HOUSEHOLDING WORK RECORD        *
      * (HHNREC) WITH THE CUSTOMER NAME AND THE THREE ADDRESS LINES  *
      * REDUCED TO ONE COMPARABLE FORM:                              *
      *   - LOWER CASE FOLDED TO UPPER CASE                          *
      *   - PUNCTUATION REPLACED BY SPACES, RUNS OF SPACES COLLAPSED *
      *   - COMMON WORDS FOLDED TO ONE ABBREVIATION (STREET AND STR  *
      *     TO ST, INCORPORATED TO INC, CORPORATION TO CORP, ...)    *
      *   - NOISE WORDS DROPPED (AND, THE; MR, MRS, MS, MISS IN THE  *
      *     NAME ONLY)                                               *
      * THE LAST NAME WORD SAMPHHD TREATS AS THE SURNAME SKIPS THE   *
      * BUSINESS-FORM WORDS (INC, CORP, CO, LTD, LLC, ...) - TWO     *
      * UNRELATED FIRMS ARE NOT ALIKE FOR BOTH BEING INCORPORATED.   *
      * THE WORD BEFORE IS TAKEN INSTEAD, OR NONE IF THERE IS NONE.  *
      * THE SAMPHHD JOB SORTS THE WORK FILE ON THE NORMALIZED        *
      * ADDRESS AND NAME, AND SAMPHHD GROUPS IT INTO HOUSEHOLDS.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KSDS-FILE ASSIGN TO "OT01KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KSDS-REC-KEY
               FILE STATUS IS WK-KSDS-STATUS.
           SELECT NORM-FILE ASSIGN TO "HHDNRM"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KSDS-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY KSDSREC REPLACING ==:TAG:== BY ==KSDS==.
       FD  NORM-FILE
           RECORD CONTAINS 238 CHARACTERS.
           COPY HHNREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-EOF             PIC X(1).
         03  WK-KSDS-STATUS     PIC X(2).
         03  WK-READ-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-WRITE-COUNT     PIC 9(9)       VALUE ZERO.
         03  WK-NO-ADDR-COUNT   PIC 9(9)       VALUE ZERO.
       01  WK-NORM-AREA.
         03  WK-NORM-KIND       PIC X(1).
         03  WK-NORM-IN         PIC X(30).
         03  WK-NORM-WORK       PIC X(30).
         03  WK-NORM-OUT        PIC X(30).
         03  WK-WORD            PIC X(30).
         03  WK-FIRST-WORD      PIC X(15).
         03  WK-LAST-WORD       PIC X(15).
         03  WK-IN-PTR          PIC 9(3)       VALUE ZERO.
         03  WK-OUT-PTR         PIC 9(3)       VALUE ZERO.
         03  WK-AB-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-AB-HIT-SW       PIC X(1).
         03  WK-SF-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-SF-HIT-SW       PIC X(1).
      *****************************************************************
      * ABBREVIATION TABLE - EVERY SPELLING IN THE LEFT COLUMN IS    *
      * FOLDED TO THE FORM IN THE RIGHT COLUMN BEFORE COMPARISON.    *
      *****************************************************************
       01  WK-ABBREV-VALUES.
         03  FILLER             PIC X(18)  VALUE "STREET      ST    ".
         03  FILLER             PIC X(18)  VALUE "STR         ST    ".
         03  FILLER             PIC X(18)  VALUE "AVENUE      AVE   ".
         03  FILLER             PIC X(18)  VALUE "AV          AVE   ".
         03  FILLER             PIC X(18)  VALUE "ROAD        RD    ".
         03  FILLER             PIC X(18)  VALUE "DRIVE       DR    ".
         03  FILLER             PIC X(18)  VALUE "BOULEVARD   BLVD  ".
         03  FILLER             PIC X(18)  VALUE "LANE        LN    ".
         03  FILLER             PIC X(18)  VALUE "COURT       CT    ".
         03  FILLER             PIC X(18)  VALUE "PLACE       PL    ".
         03  FILLER             PIC X(18)  VALUE "SQUARE      SQ    ".
         03  FILLER             PIC X(18)  VALUE "PARKWAY     PKWY  ".
         03  FILLER             PIC X(18)  VALUE "HIGHWAY     HWY   ".
         03  FILLER             PIC X(18)  VALUE "TERRACE     TER   ".
         03  FILLER             PIC X(18)  VALUE "SUITE       STE   ".
         03  FILLER             PIC X(18)  VALUE "APARTMENT   APT   ".
         03  FILLER             PIC X(18)  VALUE "FLOOR       FL    ".
         03  FILLER             PIC X(18)  VALUE "NORTH       N     ".
         03  FILLER             PIC X(18)  VALUE "SOUTH       S     ".
         03  FILLER             PIC X(18)  VALUE "EAST        E     ".
         03  FILLER             PIC X(18)  VALUE "WEST        W     ".
         03  FILLER             PIC X(18)  VALUE "MOUNT       MT    ".
         03  FILLER             PIC X(18)  VALUE "INCORPORATEDINC   ".
         03  FILLER             PIC X(18)  VALUE "CORPORATION CORP  ".
         03  FILLER             PIC X(18)  VALUE "COMPANY     CO    ".
         03  FILLER             PIC X(18)  VALUE "LIMITED     LTD   ".
         03  FILLER             PIC X(18)  VALUE "BROTHERS    BROS  ".
         03  FILLER             PIC X(18)  VALUE "ASSOCIATES  ASSOC ".
         03  FILLER             PIC X(18)  VALUE "DEPARTMENT  DEPT  ".
         03  FILLER             PIC X(18)  VALUE "CENTER      CTR   ".
       01  WK-ABBREV-TABLE      REDEFINES WK-ABBREV-VALUES.
         03  WK-AB-ENTRY        OCCURS 30 TIMES.
           05  WK-AB-LONG       PIC X(12).
           05  WK-AB-SHORT      PIC X(6).
      *****************************************************************
      * BUSINESS-FORM WORDS, AS FOLDED ABOVE - NEVER A SURNAME.      *
      *****************************************************************
       01  WK-SUFFIX-VALUES.
         03  FILLER             PIC X(6)   VALUE "INC   ".
         03  FILLER             PIC X(6)   VALUE "CORP  ".
         03  FILLER             PIC X(6)   VALUE "CO    ".
         03  FILLER             PIC X(6)   VALUE "LTD   ".
         03  FILLER             PIC X(6)   VALUE "LLC   ".
         03  FILLER             PIC X(6)   VALUE "LLP   ".
         03  FILLER             PIC X(6)   VALUE "PLC   ".
         03  FILLER             PIC X(6)   VALUE "BROS  ".
         03  FILLER             PIC X(6)   VALUE "ASSOC ".
       01  WK-SUFFIX-TABLE      REDEFINES WK-SUFFIX-VALUES.
         03  WK-SF-WORD         PIC X(6)   OCCURS 9 TIMES.
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
           OPEN INPUT KSDS-FILE.
           IF WK-KSDS-STATUS NOT = "00"
               DISPLAY "SAMPHHN - KSDS OPEN FAILED, STATUS "
                   WK-KSDS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NORM-FILE.
           MOVE "0" TO WK-EOF.
           PERFORM 150-READ-MASTER.

       150-READ-MASTER.
           READ KSDS-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END ADD 1 TO WK-READ-COUNT
           END-READ.

      *****************************************************************
      * MAIN PROCESS - NORMALIZE ONE MASTER RECORD AND WRITE ITS     *
      * WORK RECORD.                                                 *
      *****************************************************************
       200-MAIN.
           MOVE SPACES TO NM-RECORD.
           MOVE "A" TO WK-NORM-KIND.
           MOVE KSDS-ADDRESS-LINE1 TO WK-NORM-IN.
           PERFORM 210-NORMALIZE.
           MOVE WK-NORM-OUT TO NM-ADDR1.
           MOVE KSDS-ADDRESS-LINE2 TO WK-NORM-IN.
           PERFORM 210-NORMALIZE.
           MOVE WK-NORM-OUT TO NM-ADDR23 (1:30).
           MOVE KSDS-ADDRESS-LINE3 TO WK-NORM-IN.
           PERFORM 210-NORMALIZE.
           MOVE WK-NORM-OUT TO NM-ADDR23 (31:30).
           MOVE "N" TO WK-NORM-KIND.
           MOVE KSDS-CUSTOMER-NAME TO WK-NORM-IN.
           PERFORM 210-NORMALIZE.
           MOVE WK-NORM-OUT TO NM-NAME.
           MOVE WK-FIRST-WORD TO NM-FIRST-WORD.
           MOVE WK-LAST-WORD TO NM-LAST-WORD.
           MOVE KSDS-REC-KEY TO NM-REC-KEY.
           MOVE KSDS-AMOUNT TO NM-AMOUNT.
           MOVE KSDS-STATUS-CODE TO NM-STATUS-CODE.
           MOVE KSDS-CUSTOMER-NAME TO NM-CUSTOMER-NAME.
           MOVE KSDS-ADDRESS-LINE1 TO NM-ADDRESS-LINE1.
           MOVE KSDS-CURRENCY TO NM-CURRENCY.
           IF NM-ADDR1 = SPACES
               ADD 1 TO WK-NO-ADDR-COUNT
           END-IF.
           WRITE NM-RECORD.
           ADD 1 TO WK-WRITE-COUNT.
           PERFORM 150-READ-MASTER.

      *****************************************************************
      * NORMALIZE WK-NORM-IN INTO WK-NORM-OUT ONE WORD AT A TIME.    *
      * FOR A NAME (KIND N) THE FIRST AND LAST KEPT WORDS ARE ALSO   *
      * RETURNED FOR SAMPHHD'S SURNAME / LEADING-WORD COMPARISON -   *
      * THE LAST ONE NOT A BUSINESS-FORM WORD.                       *
      *****************************************************************
       210-NORMALIZE.
           MOVE WK-NORM-IN TO WK-NORM-WORK.
           INSPECT WK-NORM-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WK-NORM-WORK CONVERTING
               ".,;:'-/#&()!?*+"
               TO "               ".
           MOVE SPACES TO WK-NORM-OUT.
           MOVE SPACES TO WK-FIRST-WORD.
           MOVE SPACES TO WK-LAST-WORD.
           MOVE 1 TO WK-IN-PTR.
           MOVE 1 TO WK-OUT-PTR.
           PERFORM 212-NEXT-WORD UNTIL WK-IN-PTR > 30.

       212-NEXT-WORD.
           MOVE SPACES TO WK-WORD.
           UNSTRING WK-NORM-WORK DELIMITED BY ALL SPACE
               INTO WK-WORD
               WITH POINTER WK-IN-PTR
           END-UNSTRING.
           IF WK-WORD NOT = SPACES
               PERFORM 214-MAP-WORD
           END-IF.
           IF WK-WORD NOT = SPACES AND WK-OUT-PTR < 31
               IF WK-OUT-PTR > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WK-NORM-OUT
                       WITH POINTER WK-OUT-PTR
                   END-STRING
               END-IF
               STRING WK-WORD DELIMITED BY SPACE
                   INTO WK-NORM-OUT
                   WITH POINTER WK-OUT-PTR
               END-STRING
               IF WK-FIRST-WORD = SPACES
                   MOVE WK-WORD TO WK-FIRST-WORD
               END-IF
               MOVE "N" TO WK-SF-HIT-SW
               MOVE 1 TO WK-SF-SUB
               PERFORM 218-SCAN-SUFFIX
                   UNTIL WK-SF-SUB > 9
                      OR WK-SF-HIT-SW = "Y"
               IF WK-SF-HIT-SW = "N"
                   MOVE WK-WORD TO WK-LAST-WORD
               END-IF
           END-IF.

      *****************************************************************
      * FOLD ONE WORD TO ITS ABBREVIATION, OR DROP IT AS NOISE.      *
      *****************************************************************
       214-MAP-WORD.
           IF WK-WORD = "AND" OR WK-WORD = "THE"
               MOVE SPACES TO WK-WORD
           END-IF.
           IF WK-NORM-KIND = "N"
               AND (WK-WORD = "MR" OR WK-WORD = "MRS"
                    OR WK-WORD = "MS" OR WK-WORD = "MISS")
               MOVE SPACES TO WK-WORD
           END-IF.
           IF WK-WORD NOT = SPACES
               MOVE "N" TO WK-AB-HIT-SW
               MOVE 1 TO WK-AB-SUB
               PERFORM 216-SCAN-ABBREV
                   UNTIL WK-AB-SUB > 30
                      OR WK-AB-HIT-SW = "Y"
           END-IF.

       216-SCAN-ABBREV.
           IF WK-AB-LONG (WK-AB-SUB) = WK-WORD
               MOVE WK-AB-SHORT (WK-AB-SUB) TO WK-WORD
               MOVE "Y" TO WK-AB-HIT-SW
           END-IF.
           ADD 1 TO WK-AB-SUB.

       218-SCAN-SUFFIX.
           IF WK-SF-WORD (WK-SF-SUB) = WK-WORD
               MOVE "Y" TO WK-SF-HIT-SW
           END-IF.
           ADD 1 TO WK-SF-SUB.

      *****************************************************************
      * END PROCESS                                                   *
      *****************************************************************
       300-END.
           CLOSE KSDS-FILE.
           CLOSE NORM-FILE.
           DISPLAY "SAMPHHN - NORMALIZATION CONTROL TOTALS".
           DISPLAY "  MASTER READ     : " WK-READ-COUNT.
           DISPLAY "  WORK RECS OUT   : " WK-WRITE-COUNT.
           DISPLAY "  NO ADDRESS      : " WK-NO-ADDR-COUNT.
           IF WK-READ-COUNT = WK-WRITE-COUNT
               DISPLAY "  RUN IN BALANCE"
           ELSE
               DISPLAY "  *** RUN OUT OF BALANCE ***"
           END-IF.
