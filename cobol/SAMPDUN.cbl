       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPDUN.
      *****************************************************************
      * COLLECTIONS DUNNING CYCLE OVER THE OT01 CUSTOMER MASTER KSDS.*
      * UNTIL NOW THE MOVE FROM AC TO PE TO SU WAS AN ANALYST        *
      * READING THE SAMPAGE REPORT AND KEYING CS TRANSACTIONS INTO   *
      * SAMPMNT.  SAMPDUN SWEEPS THE MASTER IN KEY ORDER, AGES EACH  *
      * ACCOUNT WITH A BALANCE OUTSTANDING THE SAME WAY SAMPAGE DOES *
      * (BUSINESS DAYS FROM KSDS-REC-DATE TO THE RUN DATE) AND       *
      * APPLIES THE OPERATIONS-MAINTAINED DUNNING RULES FOR ITS      *
      * REC-TYPE:                                                    *
      *   DAYS PAST DUE >= REMIND DAYS  - FIRST REMINDER, AC TO PE   *
      *   DAYS PAST DUE >= FINAL DAYS   - FINAL NOTICE, STAYS PE     *
      *   DAYS PAST DUE >= SUSPEND DAYS - SUSPENSION, PE TO SU       *
      * AN ACCOUNT ESCALATES ONLY FORWARD AND RECEIVES ONE LETTER    *
      * PER STAGE IT REACHES (AN ACCOUNT PAST SEVERAL THRESHOLDS AT  *
      * ONCE GETS THE LETTER FOR THE HIGHEST).  A PE OR SU ACCOUNT   *
      * THIS CYCLE DUNNED (ONE ON THE REGISTER) THAT IS PAID BACK TO *
      * CURRENT - NO BALANCE OUTSTANDING, OR AGED BACK UNDER THE     *
      * REMIND THRESHOLD - RETURNS TO AC.  A PE OR SU ACCOUNT NOT ON *
      * THE REGISTER WAS SET BY HAND THROUGH SAMPMNT AND IS LEFT     *
      * ALONE, AND KEPT OFF THE REGISTER.  EVERY STATUS CHANGE       *
      * PASSES THE SAME REFTBL SC/XR CHECKS SAMPMNT APPLIES AND      *
      * APPENDS A BEFORE/AFTER IMAGE TO THE AUDIT TRAIL.  CL         *
      * ACCOUNTS, OTHER STATUSES AND REC-TYPES WITH NO RULE ARE      *
      * NEVER TOUCHED.  LETTERS AND THE ACTION LIST SHOW THE BALANCE *
      * IN THE ACCOUNT'S CURRENCY (BLANK = THE REFTBL BASE CURRENCY).*
      *                                                              *
      * THE STAGE EACH ACCOUNT HAS REACHED IS KEPT ON THE DUNNING    *
      * REGISTER - A GENERATION CARRIED FORWARD RUN TO RUN IN MASTER *
      * KEY ORDER - SO A FINAL NOTICE IS NOT RE-SENT EVERY DAY.  ON  *
      * THE FIRST RUN, WITH NO REGISTER TO READ, EVERY PE OR SU      *
      * ACCOUNT UNDER A RULE IS SEEDED ONTO THE REGISTER AT THE      *
      * STAGE THAT SETS ITS STATUS (PE - REMINDED, SU - SUSPENDED)   *
      * AND DUNNED FROM THERE, SO THE EXISTING POPULATION ESCALATES  *
      * AND RETURNS TO AC LIKE ANY OTHER.                            *
      *                                                              *
      * DUNRULE RECORD (LRECL 11, ONE PER REC-TYPE):                 *
      *   COLS  1-2   REC-TYPE                                       *
      *   COLS  3-5   REMIND DAYS  (FIRST REMINDER)                  *
      *   COLS  6-8   FINAL DAYS   (FINAL NOTICE)                    *
      *   COLS  9-11  SUSPEND DAYS (SUSPENSION)                      *
      *   THE THREE THRESHOLDS MUST BE NUMERIC AND IN ASCENDING      *
      *   ORDER - A RULE THAT IS NOT IS IGNORED WITH A WARNING.      *
      * DUNREG RECORD (LRECL 21):                                    *
      *   COLS  1-12  MASTER KEY (REC-TYPE + ACCOUNT-NO)             *
      *   COL   13    STAGE REACHED - 1 REMINDED, 2 FINAL, 3 SUSPEND *
      *   COLS 14-21  DATE THE STAGE WAS REACHED                     *
      *                                                              *
      * STATUS CHANGE REJECT CODES (PRINTED ON DUNOUT):              *
      *   DN05 - NEW STATUS-CODE NOT IN THE REFERENCE CODE TABLE     *
      *   DN06 - NEW STATUS-CODE NOT LEGAL FOR THIS REC-TYPE         *
      *   DN09 - MASTER REWRITE FAILED                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KSDS-FILE ASSIGN TO "OT01KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KSDS-REC-KEY
               FILE STATUS IS WK-KSDS-STATUS.
           SELECT OPTIONAL RULE-FILE ASSIGN TO "DUNRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RULE-STATUS.
           SELECT OPTIONAL REF-FILE ASSIGN TO "REFTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REF-STATUS.
           SELECT OPTIONAL REG-IN ASSIGN TO "DUNREGI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REGI-STATUS.
           SELECT REG-OUT ASSIGN TO "DUNREGO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-AUD-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DUNLTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "DUNOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO "CHNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHN-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KSDS-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY KSDSREC REPLACING ==:TAG:== BY ==KSDS==.
       FD  RULE-FILE
           RECORD CONTAINS 11 CHARACTERS.
       01  RULE-RECORD.
         03  RULE-REC-TYPE      PIC X(2).
         03  RULE-REMIND-DAYS   PIC X(3).
         03  RULE-FINAL-DAYS    PIC X(3).
         03  RULE-SUSPEND-DAYS  PIC X(3).
      *****************************************************************
      * SAME OPERATIONS-MAINTAINED REFERENCE CODE TABLE SAMPLE AND   *
      * SAMPMNT LOAD - SEE THE LAYOUT COMMENT IN SAMPLE.  NO REFTBL  *
      * DD MEANS THE CODE-TABLE CHECKS ARE SKIPPED, WITH A WARNING.  *
      *****************************************************************
       FD  REF-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  REF-RECORD.
         03  REF-KIND           PIC X(2).
         03  REF-VALUE-1        PIC X(2).
         03  REF-VALUE-2        PIC X(2).
       01  REF-CY-RECORD.
         03  FILLER             PIC X(2).
         03  REF-CURRENCY       PIC X(3).
         03  FILLER             PIC X(1).
       FD  REG-IN
           RECORD CONTAINS 21 CHARACTERS.
       01  RI-RECORD.
         03  RI-REC-KEY         PIC X(12).
         03  RI-STAGE           PIC X(1).
         03  RI-STAGE-DATE      PIC 9(8).
       FD  REG-OUT
           RECORD CONTAINS 21 CHARACTERS.
       01  RO-RECORD.
         03  RO-REC-KEY         PIC X(12).
         03  RO-STAGE           PIC X(1).
         03  RO-STAGE-DATE      PIC 9(8).
       FD  AUDIT-FILE
           RECORD CONTAINS 436 CHARACTERS.
           COPY AUDREC.
       FD  LETTER-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  LETTER-RECORD.
         03  LT-CTRL            PIC X(1).
         03  LT-LINE            PIC X(132).
       FD  PRINT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
      *****************************************************************
      * SHARED CHAIN-STATUS DATASET - ONE COMPLETION RECORD IS        *
      * APPENDED PER RUN FOR THE SAMPGTE GATEKEEPER.                  *
      *****************************************************************
       FD  CHAIN-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CHSREC.
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
         03  WK-KSDS-STATUS     PIC X(2).
         03  WK-RULE-STATUS     PIC X(2).
         03  WK-REGI-STATUS     PIC X(2).
         03  WK-BASE-CURRENCY   PIC X(3)       VALUE SPACES.
         03  WK-AUD-STATUS      PIC X(2).
         03  WK-CHN-STATUS      PIC X(2).
         03  WK-READ-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-SKIP-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-CURRENT-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-HELD-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-MANUAL-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-SEED-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-REMIND-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-FINAL-COUNT     PIC 9(9)       VALUE ZERO.
         03  WK-SUSPEND-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-RETURN-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-REJECT-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-LETTER-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-REG-OUT-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-REG-DROP-COUNT  PIC 9(9)       VALUE ZERO.
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-RUN-TIME        PIC 9(6)       VALUE ZERO.
         03  WK-RUN-BDNO        PIC 9(9)       VALUE ZERO.
         03  WK-AGE-DAYS        PIC S9(5)      VALUE ZERO.
         03  WK-VALID-SW        PIC X(1).
         03  WK-REJECT-REASON   PIC X(4).
         03  WK-BEFORE-IMAGE    PIC X(200)     VALUE SPACES.
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
       01  WK-DUNNING-AREA.
         03  WK-REG-EOF         PIC X(1).
         03  WK-SEED-SW         PIC X(1)       VALUE "N".
         03  WK-REG-KEY         PIC X(12).
         03  WK-REG-STAGE       PIC X(1).
         03  WK-REG-STAGE-DATE  PIC 9(8).
         03  WK-OLD-STAGE       PIC 9(1).
         03  WK-CUR-STAGE       PIC 9(1).
         03  WK-NEW-STAGE       PIC 9(1).
         03  WK-STAGE-DATE      PIC 9(8).
         03  WK-OLD-STATUS      PIC X(2).
         03  WK-NEW-STATUS      PIC X(2).
         03  WK-ACTION-TEXT     PIC X(20).
         03  WK-SHOW-CURRENCY   PIC X(3).
      *****************************************************************
      * DUNNING RULES BY REC-TYPE.                                    *
      *****************************************************************
       01  WK-RULE-TABLE-AREA.
         03  WK-RULE-EOF        PIC X(1).
         03  WK-RU-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-RU-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-RU-FOUND        PIC 9(3)       VALUE ZERO.
         03  WK-RU-ENTRY        OCCURS 50 TIMES.
           05  WK-RU-REC-TYPE   PIC X(2).
           05  WK-RU-REMIND     PIC 9(3).
           05  WK-RU-FINAL      PIC 9(3).
           05  WK-RU-SUSPEND    PIC 9(3).
       01  WK-REF-TABLE-AREA.
         03  WK-REF-STATUS      PIC X(2).
         03  WK-REF-EOF         PIC X(1).
         03  WK-REF-LOADED      PIC X(1)       VALUE "N".
         03  WK-REF-SUB         PIC 9(3)       VALUE ZERO.
         03  WK-REF-HIT-SW      PIC X(1).
         03  WK-XR-TYPE-SW      PIC X(1).
         03  WK-RT-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-RT-ENTRY        OCCURS 50 TIMES.
           05  WK-RT-VALUE      PIC X(2).
         03  WK-SC-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-SC-ENTRY        OCCURS 50 TIMES.
           05  WK-SC-VALUE      PIC X(2).
         03  WK-XR-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-XR-ENTRY        OCCURS 100 TIMES.
           05  WK-XR-REC-TYPE   PIC X(2).
           05  WK-XR-STATUS     PIC X(2).
       01  WK-EDIT-AREA.
         03  WK-AMOUNT-ED       PIC ----,---,--9.99.
         03  WK-DAYS-ED         PIC ZZ,ZZ9.
         03  WK-DATE-ED         PIC 9999/99/99.
         03  WK-RUN-DATE-ED     PIC 9999/99/99.
         03  WK-COUNT-ED        PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
           PERFORM 300-END.
           STOP RUN.

      *****************************************************************
      * INITIALIZATION PROCESS.  WITHOUT RULES THERE IS NOTHING TO   *
      * DUN BY, AND WITHOUT THE AUDIT TRAIL NO STATUS MAY CHANGE -   *
      * EITHER STOPS THE RUN BEFORE THE MASTER IS OPENED.            *
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-RUN-TIME.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 170-LOAD-CALENDAR.
           MOVE WK-RUN-DATE TO WK-BD-DATE.
           PERFORM 400-BUSINESS-DAY-NO.
           MOVE WK-BD-NUMBER TO WK-RUN-BDNO.
           PERFORM 120-LOAD-RULES.
           IF WK-RU-COUNT = ZERO
               DISPLAY "SAMPDUN - NO DUNNING RULES LOADED, "
                   "NO ACCOUNTS MOVED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 137-LOAD-REFTBL.
           OPEN EXTEND AUDIT-FILE.
           IF WK-AUD-STATUS NOT = "00" AND WK-AUD-STATUS NOT = "05"
               DISPLAY "SAMPDUN - AUDIT TRAIL OPEN FAILED, STATUS "
                   WK-AUD-STATUS " - NO ACCOUNTS MOVED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O KSDS-FILE.
           IF WK-KSDS-STATUS NOT = "00"
               DISPLAY "SAMPDUN - KSDS OPEN FAILED, STATUS "
                   WK-KSDS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REG-OUT.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE WK-RUN-DATE TO WK-RUN-DATE-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "1" TO PR-CTRL.
           STRING "SAMPLE - COLLECTIONS DUNNING CYCLE  "
               WK-RUN-DATE-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE "0" TO WK-REG-EOF.
           OPEN INPUT REG-IN.
           IF WK-REGI-STATUS = "00"
               PERFORM 150-READ-REGISTER
           ELSE
               DISPLAY "SAMPDUN - NO DUNNING REGISTER PRESENT, "
                   "STAGES TAKEN FROM STATUS CODES"
               MOVE "Y" TO WK-SEED-SW
               MOVE "1" TO WK-REG-EOF
               MOVE HIGH-VALUES TO WK-REG-KEY
           END-IF.
           MOVE "0" TO WK-EOF.
           PERFORM 160-READ-MASTER.

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
                   DISPLAY "SAMPDUN - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPDUN - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * LOAD THE DUNNING RULES.  A RULE WITH NON-NUMERIC OR OUT-OF-  *
      * ORDER THRESHOLDS IS IGNORED SO ONE BAD EDIT CANNOT SUSPEND   *
      * A WHOLE REC-TYPE.                                            *
      *****************************************************************
       120-LOAD-RULES.
           MOVE "0" TO WK-RULE-EOF.
           OPEN INPUT RULE-FILE.
           IF WK-RULE-STATUS = "00"
               PERFORM 125-LOAD-ONE-RULE UNTIL WK-RULE-EOF = "1"
               CLOSE RULE-FILE
           END-IF.

       125-LOAD-ONE-RULE.
           READ RULE-FILE
               AT END MOVE "1" TO WK-RULE-EOF
               NOT AT END
                   IF RULE-REMIND-DAYS NUMERIC
                       AND RULE-FINAL-DAYS NUMERIC
                       AND RULE-SUSPEND-DAYS NUMERIC
                       AND RULE-REMIND-DAYS > ZERO
                       AND RULE-REMIND-DAYS NOT > RULE-FINAL-DAYS
                       AND RULE-FINAL-DAYS NOT > RULE-SUSPEND-DAYS
                       IF WK-RU-COUNT < 50
                           ADD 1 TO WK-RU-COUNT
                           MOVE RULE-REC-TYPE
                               TO WK-RU-REC-TYPE (WK-RU-COUNT)
                           MOVE RULE-REMIND-DAYS
                               TO WK-RU-REMIND (WK-RU-COUNT)
                           MOVE RULE-FINAL-DAYS
                               TO WK-RU-FINAL (WK-RU-COUNT)
                           MOVE RULE-SUSPEND-DAYS
                               TO WK-RU-SUSPEND (WK-RU-COUNT)
                       ELSE
                           DISPLAY "SAMPDUN - RULE TABLE FULL: "
                               RULE-RECORD
                       END-IF
                   ELSE
                       DISPLAY "SAMPDUN - INVALID DUNNING RULE, "
                           "IGNORED: " RULE-RECORD
                   END-IF
           END-READ.

      *****************************************************************
      * LOAD THE OPERATIONS-MAINTAINED REFERENCE CODE TABLES - THE   *
      * SAME RT/SC/XR RULES SAMPMNT ENFORCES ON A STATUS CHANGE.     *
      *****************************************************************
       137-LOAD-REFTBL.
           MOVE "N" TO WK-REF-LOADED.
           MOVE "0" TO WK-REF-EOF.
           OPEN INPUT REF-FILE.
           IF WK-REF-STATUS = "00"
               PERFORM 138-LOAD-ONE-REF UNTIL WK-REF-EOF = "1"
               CLOSE REF-FILE
           END-IF.
           IF WK-RT-COUNT > ZERO OR WK-SC-COUNT > ZERO
               OR WK-XR-COUNT > ZERO
               MOVE "Y" TO WK-REF-LOADED
           ELSE
               DISPLAY "SAMPDUN - NO REFERENCE TABLE LOADED, "
                   "CODE-TABLE CHECKS SKIPPED"
           END-IF.

       138-LOAD-ONE-REF.
           READ REF-FILE
               AT END MOVE "1" TO WK-REF-EOF
               NOT AT END
                   EVALUATE REF-KIND
                       WHEN "RT"
                           IF WK-RT-COUNT < 50
                               ADD 1 TO WK-RT-COUNT
                               MOVE REF-VALUE-1
                                   TO WK-RT-VALUE (WK-RT-COUNT)
                           ELSE
                               DISPLAY "SAMPDUN - RT TABLE FULL: "
                                   REF-RECORD
                           END-IF
                       WHEN "SC"
                           IF WK-SC-COUNT < 50
                               ADD 1 TO WK-SC-COUNT
                               MOVE REF-VALUE-1
                                   TO WK-SC-VALUE (WK-SC-COUNT)
                           ELSE
                               DISPLAY "SAMPDUN - SC TABLE FULL: "
                                   REF-RECORD
                           END-IF
                       WHEN "XR"
                           IF WK-XR-COUNT < 100
                               ADD 1 TO WK-XR-COUNT
                               MOVE REF-VALUE-1
                                   TO WK-XR-REC-TYPE (WK-XR-COUNT)
                               MOVE REF-VALUE-2
                                   TO WK-XR-STATUS (WK-XR-COUNT)
                           ELSE
                               DISPLAY "SAMPDUN - XR TABLE FULL: "
                                   REF-RECORD
                           END-IF
                       WHEN "CY"
                           CONTINUE
                       WHEN "BC"
                           MOVE REF-CURRENCY TO WK-BASE-CURRENCY
                       WHEN OTHER
                           DISPLAY "SAMPDUN - UNKNOWN REFTBL KIND: "
                               REF-RECORD
                   END-EVALUATE
           END-READ.

       150-READ-REGISTER.
           READ REG-IN
               AT END
                   MOVE "1" TO WK-REG-EOF
                   MOVE HIGH-VALUES TO WK-REG-KEY
               NOT AT END
                   MOVE RI-REC-KEY TO WK-REG-KEY
                   MOVE RI-STAGE TO WK-REG-STAGE
                   MOVE RI-STAGE-DATE TO WK-REG-STAGE-DATE
           END-READ.

       160-READ-MASTER.
           READ KSDS-FILE NEXT
               AT END MOVE "1" TO WK-EOF
               NOT AT END ADD 1 TO WK-READ-COUNT
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
               DISPLAY "SAMPDUN - NO HOLIDAY CALENDAR, WEEKENDS ONLY"
           END-IF.

       175-LOAD-ONE-HOLIDAY.
           READ CAL-FILE
               AT END MOVE "1" TO WK-CAL-EOF
               NOT AT END
                   IF HC-DATE NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(HC-DATE) NOT = 0
                       DISPLAY "SAMPDUN - INVALID HOLIDAY IGNORED: "
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
                               DISPLAY "SAMPDUN - CALENDAR FULL, "
                                   "IGNORED: " HC-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * MAIN PROCESS - ONE MASTER RECORD.  THE REGISTER IS MATCHED   *
      * FIRST SO IT ADVANCES IN STEP WITH THE MASTER WHETHER OR NOT  *
      * THIS ACCOUNT IS DUNNED.                                      *
      *****************************************************************
       200-MAIN.
           PERFORM 205-MATCH-REGISTER.
           PERFORM 210-FIND-RULE.
           IF WK-RU-FOUND = ZERO
               OR (KSDS-STATUS-CODE NOT = "AC"
                   AND KSDS-STATUS-CODE NOT = "PE"
                   AND KSDS-STATUS-CODE NOT = "SU")
               ADD 1 TO WK-SKIP-COUNT
           ELSE
               IF WK-SEED-SW = "Y"
                   PERFORM 214-SEED-STAGE
               END-IF
               PERFORM 215-SET-STAGES
               PERFORM 220-APPLY-STAGE
           END-IF.
           PERFORM 160-READ-MASTER.

      *****************************************************************
      * REGISTER ENTRIES FOR KEYS NO LONGER ON THE MASTER (PURGED OR *
      * DELETED SINCE THE LAST RUN) ARE DROPPED.                     *
      *****************************************************************
       205-MATCH-REGISTER.
           MOVE ZERO TO WK-OLD-STAGE.
           MOVE ZERO TO WK-STAGE-DATE.
           PERFORM 207-DROP-REGISTER
               UNTIL WK-REG-KEY NOT < KSDS-REC-KEY.
           IF WK-REG-KEY = KSDS-REC-KEY
               IF WK-REG-STAGE = "1" OR WK-REG-STAGE = "2"
                   OR WK-REG-STAGE = "3"
                   MOVE WK-REG-STAGE TO WK-OLD-STAGE
                   MOVE WK-REG-STAGE-DATE TO WK-STAGE-DATE
               END-IF
               PERFORM 150-READ-REGISTER
           END-IF.

       207-DROP-REGISTER.
           ADD 1 TO WK-REG-DROP-COUNT.
           PERFORM 150-READ-REGISTER.

       210-FIND-RULE.
           MOVE ZERO TO WK-RU-FOUND.
           MOVE 1 TO WK-RU-SUB.
           PERFORM 212-TEST-ONE-RULE
               UNTIL WK-RU-SUB > WK-RU-COUNT
                  OR WK-RU-FOUND > ZERO.

       212-TEST-ONE-RULE.
           IF WK-RU-REC-TYPE (WK-RU-SUB) = KSDS-REC-TYPE
               MOVE WK-RU-SUB TO WK-RU-FOUND
           END-IF.
           ADD 1 TO WK-RU-SUB.

      *****************************************************************
      * NO REGISTER TO READ - SEED A PE OR SU ACCOUNT AT THE STAGE   *
      * THAT SETS ITS STATUS, REACHED AS OF TODAY, AS IF THIS CYCLE  *
      * HAD DUNNED IT.                                               *
      *****************************************************************
       214-SEED-STAGE.
           EVALUATE KSDS-STATUS-CODE
               WHEN "PE"
                   MOVE 1 TO WK-OLD-STAGE
                   MOVE WK-RUN-DATE TO WK-STAGE-DATE
                   ADD 1 TO WK-SEED-COUNT
               WHEN "SU"
                   MOVE 3 TO WK-OLD-STAGE
                   MOVE WK-RUN-DATE TO WK-STAGE-DATE
                   ADD 1 TO WK-SEED-COUNT
           END-EVALUATE.

      *****************************************************************
      * CURRENT STAGE - THE STATUS CODE IS THE AUTHORITY (AN ANALYST *
      * MAY HAVE KEYED A CHANGE THROUGH SAMPMNT); THE REGISTER ONLY  *
      * SAYS WHETHER A PE ACCOUNT HAS ALREADY HAD ITS FINAL NOTICE.  *
      * TARGET STAGE - FROM THE AGE AND THE REC-TYPE'S RULE.  NO     *
      * BALANCE OUTSTANDING IS CURRENT WHATEVER THE AGE.             *
      *****************************************************************
       215-SET-STAGES.
           EVALUATE KSDS-STATUS-CODE
               WHEN "AC"
                   MOVE ZERO TO WK-CUR-STAGE
               WHEN "SU"
                   MOVE 3 TO WK-CUR-STAGE
               WHEN OTHER
                   IF WK-OLD-STAGE = 2
                       MOVE 2 TO WK-CUR-STAGE
                   ELSE
                       MOVE 1 TO WK-CUR-STAGE
                   END-IF
           END-EVALUATE.
           IF WK-CUR-STAGE NOT = WK-OLD-STAGE
               MOVE WK-RUN-DATE TO WK-STAGE-DATE
           END-IF.
           MOVE KSDS-REC-DATE TO WK-BD-DATE.
           PERFORM 400-BUSINESS-DAY-NO.
           COMPUTE WK-AGE-DAYS = WK-RUN-BDNO - WK-BD-NUMBER.
           EVALUATE TRUE
               WHEN KSDS-AMOUNT NOT > ZERO
                   MOVE ZERO TO WK-NEW-STAGE
               WHEN WK-AGE-DAYS < WK-RU-REMIND (WK-RU-FOUND)
                   MOVE ZERO TO WK-NEW-STAGE
               WHEN WK-AGE-DAYS >= WK-RU-SUSPEND (WK-RU-FOUND)
                   MOVE 3 TO WK-NEW-STAGE
               WHEN WK-AGE-DAYS >= WK-RU-FINAL (WK-RU-FOUND)
                   MOVE 2 TO WK-NEW-STAGE
               WHEN OTHER
                   MOVE 1 TO WK-NEW-STAGE
           END-EVALUATE.

      *****************************************************************
      * ESCALATE, RETURN TO CURRENT, OR HOLD.  A PE OR SU ACCOUNT    *
      * WITH NO REGISTER ENTRY (AND NONE SEEDED) WAS SET BY HAND AND *
      * IS NOT TOUCHED.                                              *
      * OTHERWISE A HIGHER TARGET ESCALATES (STATUS CHANGE WHERE THE *
      * STAGE CALLS FOR ONE, AND ONE LETTER); A ZERO TARGET RETURNS  *
      * A DUNNED ACCOUNT TO AC; A LOWER NON-ZERO TARGET HOLDS THE    *
      * STAGE ALREADY REACHED.                                       *
      *****************************************************************
       220-APPLY-STAGE.
           MOVE KSDS-STATUS-CODE TO WK-OLD-STATUS.
           EVALUATE TRUE
               WHEN WK-CUR-STAGE > ZERO AND WK-OLD-STAGE = ZERO
                   ADD 1 TO WK-MANUAL-COUNT
                   MOVE ZERO TO WK-CUR-STAGE
               WHEN WK-NEW-STAGE > WK-CUR-STAGE
                   IF WK-NEW-STAGE = 3
                       MOVE "SU" TO WK-NEW-STATUS
                   ELSE
                       MOVE "PE" TO WK-NEW-STATUS
                   END-IF
                   MOVE "Y" TO WK-VALID-SW
                   IF WK-NEW-STATUS NOT = KSDS-STATUS-CODE
                       PERFORM 230-CHANGE-STATUS
                   END-IF
                   IF WK-VALID-SW = "Y"
                       MOVE WK-NEW-STAGE TO WK-CUR-STAGE
                       MOVE WK-RUN-DATE TO WK-STAGE-DATE
                       EVALUATE WK-NEW-STAGE
                           WHEN 1
                               ADD 1 TO WK-REMIND-COUNT
                               MOVE "FIRST REMINDER"
                                   TO WK-ACTION-TEXT
                           WHEN 2
                               ADD 1 TO WK-FINAL-COUNT
                               MOVE "FINAL NOTICE"
                                   TO WK-ACTION-TEXT
                           WHEN 3
                               ADD 1 TO WK-SUSPEND-COUNT
                               MOVE "SUSPENSION NOTICE"
                                   TO WK-ACTION-TEXT
                       END-EVALUATE
                       PERFORM 240-PRINT-LETTER
                       PERFORM 250-PRINT-ACTION-LINE
                   END-IF
               WHEN WK-NEW-STAGE = ZERO AND WK-CUR-STAGE > ZERO
                   AND WK-OLD-STAGE > ZERO
                   MOVE "AC" TO WK-NEW-STATUS
                   PERFORM 230-CHANGE-STATUS
                   IF WK-VALID-SW = "Y"
                       MOVE ZERO TO WK-CUR-STAGE
                       ADD 1 TO WK-RETURN-COUNT
                       MOVE "RETURNED TO CURRENT" TO WK-ACTION-TEXT
                       PERFORM 250-PRINT-ACTION-LINE
                   END-IF
               WHEN WK-CUR-STAGE > ZERO
                   ADD 1 TO WK-HELD-COUNT
               WHEN OTHER
                   ADD 1 TO WK-CURRENT-COUNT
           END-EVALUATE.
           IF WK-CUR-STAGE > ZERO
               PERFORM 260-WRITE-REGISTER
           END-IF.

      *****************************************************************
      * CHANGE THE MASTER STATUS THROUGH THE SAME CODE-TABLE CHECKS  *
      * SAMPMNT APPLIES TO A CS TRANSACTION, THEN AUDIT IT.  A       *
      * FAILED CHECK LEAVES THE ACCOUNT WHERE IT WAS AND IS PRINTED. *
      *****************************************************************
       230-CHANGE-STATUS.
           MOVE "Y" TO WK-VALID-SW.
           MOVE SPACES TO WK-REJECT-REASON.
           IF WK-REF-LOADED = "Y"
               PERFORM 232-CHECK-STATUS-CODE
           END-IF.
           IF WK-VALID-SW = "Y" AND WK-REF-LOADED = "Y"
               PERFORM 234-CHECK-CROSS-FIELD
           END-IF.
           IF WK-VALID-SW = "Y"
               MOVE KSDS-RECORD TO WK-BEFORE-IMAGE
               MOVE WK-NEW-STATUS TO KSDS-STATUS-CODE
               MOVE WK-RUN-DATE TO KSDS-MAINT-DATE
               REWRITE KSDS-RECORD
                   INVALID KEY
                       DISPLAY "SAMPDUN - REWRITE ERROR, STATUS "
                           WK-KSDS-STATUS " ON KEY: " KSDS-REC-KEY
                       MOVE WK-BEFORE-IMAGE TO KSDS-RECORD
                       MOVE "N" TO WK-VALID-SW
                       MOVE "DN09" TO WK-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 236-WRITE-AUDIT
               END-REWRITE
           END-IF.
           IF WK-VALID-SW = "N"
               ADD 1 TO WK-REJECT-COUNT
               MOVE SPACES TO PRINT-RECORD
               MOVE " " TO PR-CTRL
               STRING "NOT MOVED  " KSDS-REC-TYPE "-"
                   KSDS-ACCOUNT-NO "  " WK-OLD-STATUS " TO "
                   WK-NEW-STATUS "  REASON " WK-REJECT-REASON
                   DELIMITED BY SIZE INTO PR-LINE
               WRITE PRINT-RECORD
           END-IF.

      *****************************************************************
      * DN05 - THE NEW STATUS CODE MUST APPEAR IN THE SC TABLE.      *
      *****************************************************************
       232-CHECK-STATUS-CODE.
           IF WK-SC-COUNT > ZERO
               MOVE "N" TO WK-REF-HIT-SW
               MOVE 1 TO WK-REF-SUB
               PERFORM 232A-SCAN-SC
                   UNTIL WK-REF-SUB > WK-SC-COUNT
                      OR WK-REF-HIT-SW = "Y"
               IF WK-REF-HIT-SW = "N"
                   MOVE "N" TO WK-VALID-SW
                   MOVE "DN05" TO WK-REJECT-REASON
               END-IF
           END-IF.

       232A-SCAN-SC.
           IF WK-SC-VALUE (WK-REF-SUB) = WK-NEW-STATUS
               MOVE "Y" TO WK-REF-HIT-SW
           END-IF.
           ADD 1 TO WK-REF-SUB.

      *****************************************************************
      * DN06 - WHEN THE XR TABLE RESTRICTS THIS REC-TYPE, THE NEW    *
      * STATUS MUST BE ONE OF ITS LISTED COMBINATIONS.               *
      *****************************************************************
       234-CHECK-CROSS-FIELD.
           MOVE "N" TO WK-XR-TYPE-SW.
           MOVE "N" TO WK-REF-HIT-SW.
           MOVE 1 TO WK-REF-SUB.
           PERFORM 234A-SCAN-XR
               UNTIL WK-REF-SUB > WK-XR-COUNT
                  OR WK-REF-HIT-SW = "Y".
           IF WK-XR-TYPE-SW = "Y" AND WK-REF-HIT-SW = "N"
               MOVE "N" TO WK-VALID-SW
               MOVE "DN06" TO WK-REJECT-REASON
           END-IF.

       234A-SCAN-XR.
           IF WK-XR-REC-TYPE (WK-REF-SUB) = KSDS-REC-TYPE
               MOVE "Y" TO WK-XR-TYPE-SW
               IF WK-XR-STATUS (WK-REF-SUB) = WK-NEW-STATUS
                   MOVE "Y" TO WK-REF-HIT-SW
               END-IF
           END-IF.
           ADD 1 TO WK-REF-SUB.

       236-WRITE-AUDIT.
           MOVE WK-RUN-DATE TO AU-RUN-DATE.
           MOVE WK-RUN-TIME TO AU-RUN-TIME.
           MOVE "SAMPDUN" TO AU-USER-ID.
           MOVE "CS" TO AU-ACTION.
           MOVE WK-BEFORE-IMAGE (1:12) TO AU-REC-KEY.
           MOVE WK-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE KSDS-RECORD TO AU-AFTER-IMAGE.
           WRITE AU-RECORD.

      *****************************************************************
      * ONE LETTER PAGE PER ESCALATION - THE SAME NAME/ADDRESS BLOCK *
      * SAMPSTM PRINTS, THEN THE NOTICE ITSELF.                      *
      *****************************************************************
       240-PRINT-LETTER.
           ADD 1 TO WK-LETTER-COUNT.
           PERFORM 255-SET-CURRENCY.
           MOVE KSDS-AMOUNT TO WK-AMOUNT-ED.
           MOVE KSDS-REC-DATE TO WK-DATE-ED.
           MOVE WK-AGE-DAYS TO WK-DAYS-ED.
           MOVE SPACES TO LETTER-RECORD.
           MOVE "1" TO LT-CTRL.
           STRING "SAMPLE - " WK-ACTION-TEXT "  "
               WK-RUN-DATE-ED
               DELIMITED BY SIZE INTO LT-LINE.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE "0" TO LT-CTRL.
           MOVE KSDS-CUSTOMER-NAME TO LT-LINE.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE " " TO LT-CTRL.
           MOVE KSDS-ADDRESS-LINE1 TO LT-LINE.
           WRITE LETTER-RECORD.
           IF KSDS-ADDRESS-LINE2 NOT = SPACES
               MOVE SPACES TO LETTER-RECORD
               MOVE " " TO LT-CTRL
               MOVE KSDS-ADDRESS-LINE2 TO LT-LINE
               WRITE LETTER-RECORD
           END-IF.
           IF KSDS-ADDRESS-LINE3 NOT = SPACES
               MOVE SPACES TO LETTER-RECORD
               MOVE " " TO LT-CTRL
               MOVE KSDS-ADDRESS-LINE3 TO LT-LINE
               WRITE LETTER-RECORD
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           MOVE "0" TO LT-CTRL.
           STRING "ACCOUNT " KSDS-REC-TYPE "-" KSDS-ACCOUNT-NO
               DELIMITED BY SIZE INTO LT-LINE.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE " " TO LT-CTRL.
           STRING "BALANCE OUTSTANDING : " WK-AMOUNT-ED
               " " WK-SHOW-CURRENCY
               DELIMITED BY SIZE INTO LT-LINE.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE " " TO LT-CTRL.
           STRING "LAST ACTIVITY       : " WK-DATE-ED
               "  (" WK-DAYS-ED " DAYS)"
               DELIMITED BY SIZE INTO LT-LINE.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE "0" TO LT-CTRL.
           EVALUATE WK-NEW-STAGE
               WHEN 1
                   MOVE "OUR RECORDS SHOW THE BALANCE ABOVE IS PAST "
                       TO LT-LINE
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   MOVE " " TO LT-CTRL
                   MOVE "DUE.  PLEASE ARRANGE PAYMENT PROMPTLY."
                       TO LT-LINE
               WHEN 2
                   MOVE "THE BALANCE ABOVE REMAINS UNPAID DESPITE OUR "
                       TO LT-LINE
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   MOVE " " TO LT-CTRL
                   MOVE "EARLIER REMINDER.  UNLESS PAYMENT IS RECEIVED "
                       TO LT-LINE
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   MOVE " " TO LT-CTRL
                   MOVE "THE ACCOUNT WILL BE SUSPENDED."
                       TO LT-LINE
               WHEN 3
                   MOVE "THE BALANCE ABOVE REMAINS UNPAID AND THE "
                       TO LT-LINE
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   MOVE " " TO LT-CTRL
                   MOVE "ACCOUNT HAS BEEN SUSPENDED.  CONTACT US TO "
                       TO LT-LINE
                   WRITE LETTER-RECORD
                   MOVE SPACES TO LETTER-RECORD
                   MOVE " " TO LT-CTRL
                   MOVE "ARRANGE PAYMENT AND REINSTATEMENT."
                       TO LT-LINE
           END-EVALUATE.
           WRITE LETTER-RECORD.

       250-PRINT-ACTION-LINE.
           PERFORM 255-SET-CURRENCY.
           MOVE KSDS-AMOUNT TO WK-AMOUNT-ED.
           MOVE WK-AGE-DAYS TO WK-DAYS-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING WK-ACTION-TEXT " " KSDS-REC-TYPE "-"
               KSDS-ACCOUNT-NO "  " WK-OLD-STATUS " TO "
               KSDS-STATUS-CODE "  DAYS " WK-DAYS-ED
               "  BALANCE " WK-AMOUNT-ED " " WK-SHOW-CURRENCY
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

      *****************************************************************
      * THE BALANCE IS SHOWN IN THE ACCOUNT'S OWN CURRENCY - A BLANK *
      * CURRENCY IS THE BASE CURRENCY FROM THE REFTBL "BC" ENTRY.    *
      *****************************************************************
       255-SET-CURRENCY.
           IF KSDS-CURRENCY = SPACES
               MOVE WK-BASE-CURRENCY TO WK-SHOW-CURRENCY
           ELSE
               MOVE KSDS-CURRENCY TO WK-SHOW-CURRENCY
           END-IF.

      *****************************************************************
      * CARRY THE STAGE THIS ACCOUNT HAS REACHED TO THE NEXT RUN.    *
      *****************************************************************
       260-WRITE-REGISTER.
           MOVE KSDS-REC-KEY TO RO-REC-KEY.
           MOVE WK-CUR-STAGE TO RO-STAGE.
           MOVE WK-STAGE-DATE TO RO-STAGE-DATE.
           WRITE RO-RECORD.
           ADD 1 TO WK-REG-OUT-COUNT.

      *****************************************************************
      * END PROCESS                                                   *
      *****************************************************************
       300-END.
           MOVE WK-LETTER-COUNT TO WK-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "LETTERS PRINTED    : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE WK-RETURN-COUNT TO WK-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "RETURNED TO AC     : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE WK-REJECT-COUNT TO WK-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "MOVES REJECTED     : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           IF WK-REGI-STATUS = "00"
               CLOSE REG-IN
           END-IF.
           CLOSE KSDS-FILE.
           CLOSE REG-OUT.
           CLOSE AUDIT-FILE.
           CLOSE LETTER-FILE.
           CLOSE PRINT-FILE.
           PERFORM 330-WRITE-CHAIN-STATUS.
           DISPLAY "SAMPDUN - DUNNING CONTROL TOTALS".
           DISPLAY "  MASTER READ     : " WK-READ-COUNT.
           DISPLAY "  NOT DUNNED      : " WK-SKIP-COUNT.
           DISPLAY "  CURRENT         : " WK-CURRENT-COUNT.
           DISPLAY "  STAGE HELD      : " WK-HELD-COUNT.
           DISPLAY "  SET BY HAND     : " WK-MANUAL-COUNT.
           DISPLAY "  FIRST REMINDERS : " WK-REMIND-COUNT.
           DISPLAY "  FINAL NOTICES   : " WK-FINAL-COUNT.
           DISPLAY "  SUSPENSIONS     : " WK-SUSPEND-COUNT.
           DISPLAY "  RETURNED TO AC  : " WK-RETURN-COUNT.
           DISPLAY "  MOVES REJECTED  : " WK-REJECT-COUNT.
           DISPLAY "  LETTERS PRINTED : " WK-LETTER-COUNT.
           DISPLAY "  REGISTER OUT    : " WK-REG-OUT-COUNT.
           DISPLAY "  REGISTER DROPPED: " WK-REG-DROP-COUNT.
           DISPLAY "  REGISTER SEEDED : " WK-SEED-COUNT.
           IF WK-READ-COUNT = WK-SKIP-COUNT + WK-CURRENT-COUNT
                            + WK-HELD-COUNT + WK-MANUAL-COUNT
                            + WK-REMIND-COUNT
                            + WK-FINAL-COUNT + WK-SUSPEND-COUNT
                            + WK-RETURN-COUNT + WK-REJECT-COUNT
               DISPLAY "  RUN IN BALANCE"
           ELSE
               DISPLAY "  *** RUN OUT OF BALANCE ***"
           END-IF.

      *****************************************************************
      * APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED             *
      * CHAIN-STATUS DATASET FOR THE SAMPGTE GATEKEEPER.  A FAILURE   *
      * HERE IS REPORTED BUT DOES NOT FAIL THE RUN.                   *
      *****************************************************************
       330-WRITE-CHAIN-STATUS.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHN-STATUS = "00" OR WK-CHN-STATUS = "05"
               MOVE "SAMPDUN" TO CS-PROGRAM
               MOVE WK-RUN-DATE TO CS-RUN-DATE
               MOVE SPACES TO CS-RUN-ID
               MOVE RETURN-CODE TO CS-RETURN-CODE
               MOVE WK-LETTER-COUNT TO CS-KEY-COUNT
               WRITE CS-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY "SAMPDUN - CHAIN STATUS NOT WRITTEN, STATUS "
                   WK-CHN-STATUS
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
