      * DEFINED ONCE (SEE SAMPDEFG) AND MAINTAINED IN PLACE, NOT     *
      * DELETED AND REBUILT EVERY RUN, SO AN ANALYST CAN STILL LOOK  *
      * UP AN ACCOUNT THAT LAST APPEARED DAYS AGO.                   *
      * THE RETENTION WINDOW DEFAULTS TO 14 BUSINESS DAYS AND CAN BE *
      * SET PER RUN WITH THE SAMPLOAD_RETAIN_DAYS ENVIRONMENT        *
      * VARIABLE.  BUSINESS DAYS ARE MONDAY TO FRIDAY LESS THE       *
      * HOLCAL HOLIDAY CALENDAR, AND THE RUN DATE IS THE CHAIN       *
      * PROCESSING DATE FROM PRCDATE (SEE SAMPCAL).                  *
      *                                                              *
      * CATCH-UP MODE: WHEN THE MAINTENANCE STEP MISSED A DAY, THE   *
      * SKIPPED GENERATION'S UPDATES USED TO BE LOST FOR GOOD - AND  *
      * LS-RECORD, SO THE FINAL RECORD STILL CROSS-FOOTS AGAINST     *
      * OT01(0) IN SAMPRCN.  THE PURGE SWEEP RUNS ONCE, AFTER        *
      * EVERYTHING IS APPLIED.                                       *
      *                                                              *
      * PURGE ARCHIVE: EVERY RECORD THE PURGE DELETES IS FIRST       *
      * APPENDED TO THE PERMANENT PURGARC DATASET (ARCREC LAYOUT)    *
      * WITH THE PURGE DATE AND TIME AND THIS RUN'S ID - THE         *
      * SAMPLOAD_RUN_ID ENVIRONMENT VARIABLE, DEFAULT1 WHEN UNSET.   *
      * A RECORD THAT CANNOT BE ARCHIVED IS NOT PURGED, AND THE RUN  *
      * DOES NOT START AT ALL IF THE ARCHIVE CANNOT BE OPENED.       *
      * SAMPARC SEARCHES THE ARCHIVE AND REINSTATES FROM IT.         *
      *                                                              *
      * BALANCE HISTORY: EVERY INSERT, EVERY UPDATE THAT CHANGES AN  *
      * ACCOUNT'S AMOUNT, CURRENCY OR STATUS CODE, AND EVERY PURGE,  *
      * IS APPENDED TO THE PERMANENT BALHIST DATASET (BALHREC        *
      * LAYOUT) WITH THE OLD AND NEW VALUES, THE RUN DATE AND THIS   *
      * RUN'S ID, SO SAMPBHI CAN REBUILD AN ACCOUNT'S POSITION AS OF *
      * ANY PAST DATE.  THE RUN DOES NOT START IF THE HISTORY CANNOT *
      * BE OPENED.                                                   *
      *                                                              *
      * PARTITIONED RUN: WHEN SAMPLOAD_PARTITION NAMES A PARTITION   *
      * (SEE PARTREC), THE RUN APPLIES THAT PARTITION'S OWN OT01 AND *
      * CONFINES THE RENUMBER MERGE AND THE PURGE SWEEP TO MASTER    *
      * RECORDS IN ITS ACCOUNT RANGE, SO SEVERAL PARTITIONS CAN      *
      * MAINTAIN THE MASTER AT ONCE WITHOUT TOUCHING EACH OTHER'S    *
      * RECORDS.  A RENUMBERING THAT WOULD MOVE AN ACCOUNT INTO       *
      * ANOTHER PARTITION'S RANGE IS LEFT FOR THE NEXT ORDINARY RUN, *
      * AND THE CATCH-UP PASS IS NOT TAKEN (CATCH-UP IS AN ORDINARY  *
      * RUN'S JOB, SAMPLODC).  THE LS-RECORD COVERS THE PARTITION    *
      * ONLY - INCLUDING ITS MASTER COUNT - AND SAMPMRG ADDS THE     *
      * PARTITIONS' RECORDS INTO ONE FOR SAMPRCN.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "XREFTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-XREF-STATUS.
           SELECT ARCH-FILE ASSIGN TO "PURGARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ARC-STATUS.
           SELECT HIST-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-BH-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CAL-STATUS.
           SELECT OPTIONAL PART-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  XREF-RECORD.
         03  XREF-OLD-ACCT      PIC X(10).
         03  XREF-NEW-ACCT      PIC X(10).
      *****************************************************************
      * PERMANENT ARCHIVE OF EVERY MASTER RECORD THE PURGE DELETES.  *
      *****************************************************************
       FD  ARCH-FILE
           RECORD CONTAINS 222 CHARACTERS.
           COPY ARCREC.
      *****************************************************************
      * PERMANENT HISTORY OF EVERY AMOUNT AND STATUS CHANGE APPLIED. *
      *****************************************************************
       FD  HIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY BALHREC.
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       FD  CAL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY HOLREC.
       FD  PART-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY PARTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-PURGE-EOF       PIC X(1).
         03  WK-KSDS-STATUS     PIC X(2).
         03  WK-STAT-STATUS     PIC X(2).
         03  WK-CHN-STATUS      PIC X(2).
         03  WK-FOLD-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-ARC-STATUS      PIC X(2).
         03  WK-ARCHIVE-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-ARC-ERR-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-PURGE-ERR-COUNT PIC 9(9)       VALUE ZERO.
         03  WK-RUN-ID          PIC X(8)       VALUE SPACES.
         03  WK-RUN-TIME        PIC 9(6)       VALUE ZERO.
           COPY SAMPCON REPLACING ==:TAG:== BY ==CN==.
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
      *****************************************************************
      * WORK COPY OF THE EXTRACT RECORD UNDER APPLY - THE SAME       *
      * PARAGRAPHS SERVE THE CURRENT GENERATION AND EVERY CATCH-UP   *
      * GENERATION.                                                  *
         03  WK-TOT-UPDATE      PIC 9(9)       VALUE ZERO.
         03  WK-TOT-FOLD        PIC 9(9)       VALUE ZERO.
         03  WK-TOT-ERROR       PIC 9(9)       VALUE ZERO.
         03  WK-ALL-ERROR       PIC 9(9)       VALUE ZERO.
       01  WK-XREF-AREA.
         03  WK-XREF-STATUS     PIC X(2).
         03  WK-XREF-EOF        PIC X(1).
      * WORK COPY OF THE OLD-KEY MASTER IMAGE DURING A MERGE.        *
      *****************************************************************
           COPY KSDSREC REPLACING ==:TAG:== BY ==MG==.
      *****************************************************************
      * PARTITIONED RUN - THIS RUN'S PARTITION AND ACCOUNT RANGE.     *
      * WK-PT-NO IS ZERO ON AN ORDINARY RUN.                          *
      *****************************************************************
       01  WK-PARTITION-AREA.
         03  WK-PT-STATUS       PIC X(2).
         03  WK-PT-EOF          PIC X(1).
         03  WK-PT-PARM         PIC X(1)       VALUE SPACES.
         03  WK-PT-PARM-N       REDEFINES WK-PT-PARM PIC 9(1).
         03  WK-PT-ACTIVE       PIC X(1)       VALUE "N".
         03  WK-PT-NO           PIC 9(1)       VALUE ZERO.
         03  WK-PT-COUNT        PIC 9(1)       VALUE ZERO.
         03  WK-PT-LOW          PIC 9(10)      VALUE ZERO.
         03  WK-PT-HIGH         PIC 9(10)      VALUE 9999999999.
         03  WK-PT-NEXT-LOW     PIC 9(11)      VALUE ZERO.
         03  WK-PT-ERROR        PIC X(32)      VALUE SPACES.
         03  WK-PT-MINE-SW      PIC X(1)       VALUE "Y".
         03  WK-PT-ACCOUNT      PIC X(10)      VALUE SPACES.
         03  WK-PT-ACCOUNT-N    REDEFINES WK-PT-ACCOUNT PIC 9(10).
         03  WK-DEFER-COUNT     PIC 9(9)       VALUE ZERO.
      *****************************************************************
      * BALANCE HISTORY - THE MASTER'S VALUES BEFORE THE REFRESH.     *
      *****************************************************************
       01  WK-HISTORY-AREA.
         03  WK-BH-STATUS       PIC X(2).
         03  WK-BH-ACTION       PIC X(2)       VALUE SPACES.
         03  WK-BH-OLD-AMOUNT   PIC S9(9)V99   VALUE ZERO.
         03  WK-BH-OLD-CURRENCY PIC X(3)       VALUE SPACES.
         03  WK-BH-OLD-STATUS   PIC X(2)       VALUE SPACES.
         03  WK-BH-COUNT        PIC 9(9)       VALUE ZERO.
         03  WK-BH-ERR-COUNT    PIC 9(9)       VALUE ZERO.
       01  WK-RETENTION-AREA.
         03  WK-RETAIN-PARM     PIC X(3)       VALUE SPACES.
         03  WK-RETAIN-DAYS     PIC 9(3)       VALUE 14.
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-CUTOFF-DATE     PIC 9(8)       VALUE ZERO.
         03  WK-CUTOFF-BDNO     PIC S9(7)      VALUE ZERO.
         03  WK-RUN-BDNO        PIC 9(7)       VALUE ZERO.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           IF WK-PT-ACTIVE = "Y"
               DISPLAY "SAMPLOAD - PARTITIONED RUN, CATCH-UP CHECK "
                   "LEFT TO THE ORDINARY RUN"
           ELSE
               PERFORM 150-APPLY-CATCHUP
           END-IF.
           PERFORM 190-PRIME-CURRENT-GEN.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
           PERFORM 242-MERGE-RENUMBERED.
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-RUN-TIME.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 180-SET-PARTITION.
           PERFORM 170-LOAD-CALENDAR.
           ACCEPT WK-RUN-ID FROM ENVIRONMENT "SAMPLOAD_RUN_ID"
               ON EXCEPTION MOVE "DEFAULT1" TO WK-RUN-ID
           END-ACCEPT.
           IF WK-RUN-ID = SPACES
               MOVE "DEFAULT1" TO WK-RUN-ID
           END-IF.
           PERFORM 110-SET-RETENTION.
           PERFORM 120-LOAD-XREF.
           OPEN INPUT OT-FILE.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARCH-FILE.
           IF WK-ARC-STATUS NOT = "00" AND WK-ARC-STATUS NOT = "05"
               DISPLAY "SAMPLOAD - PURGE ARCHIVE OPEN FAILED, STATUS "
                   WK-ARC-STATUS
               CLOSE KSDS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HIST-FILE.
           IF WK-BH-STATUS NOT = "00" AND WK-BH-STATUS NOT = "05"
               DISPLAY "SAMPLOAD - BALANCE HISTORY OPEN FAILED, STATUS "
                   WK-BH-STATUS
               CLOSE KSDS-FILE
               CLOSE ARCH-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                   DISPLAY "SAMPLOAD - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPLOAD - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * RESOLVE THE RETENTION WINDOW AND ITS CUTOFF DATE.  A MASTER  *
      * RECORD WHOSE MAINT-DATE IS BEFORE THE CUTOFF IS PURGED.  THE *
      * WINDOW IS IN BUSINESS DAYS: THE CUTOFF IS THE EARLIEST DATE  *
      * NO MORE THAN RETAIN-DAYS BUSINESS DAYS BEFORE THE RUN DATE.  *
      *****************************************************************
       110-SET-RETENTION.
           ACCEPT WK-RETAIN-PARM FROM ENVIRONMENT "SAMPLOAD_RETAIN_DAYS"
                       "DEFAULT USED: " WK-RETAIN-PARM
               END-IF
           END-IF.
           MOVE WK-RUN-DATE TO WK-BD-DATE.
           PERFORM 400-BUSINESS-DAY-NO.
           MOVE WK-BD-NUMBER TO WK-RUN-BDNO.
           COMPUTE WK-CUTOFF-BDNO = WK-RUN-BDNO - WK-RETAIN-DAYS.
           PERFORM 115-STEP-BACK-ONE-DAY
               UNTIL WK-BD-NUMBER < WK-CUTOFF-BDNO.
           COMPUTE WK-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WK-BD-DATE) + 1).

       115-STEP-BACK-ONE-DAY.
           COMPUTE WK-BD-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WK-BD-DATE) - 1).
           PERFORM 400-BUSINESS-DAY-NO.

      *****************************************************************
      * LOAD THE ACCOUNT RENUMBERING CROSS-REFERENCE.                 *
               DISPLAY "SAMPLOAD - NO PRIOR LOAD HISTORY, "
                   "CATCH-UP CHECK SKIPPED"
           ELSE
               MOVE WK-LAST-APPLIED TO WK-BD-DATE
               PERFORM 400-BUSINESS-DAY-NO
               COMPUTE WK-DAYS-MISSED =
                   WK-RUN-BDNO - WK-BD-NUMBER - 1
               IF WK-DAYS-MISSED < ZERO
                   MOVE ZERO TO WK-DAYS-MISSED
               END-IF
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
               DISPLAY "SAMPLOAD - NO HOLIDAY CALENDAR, WEEKENDS ONLY"
           END-IF.

       175-LOAD-ONE-HOLIDAY.
           READ CAL-FILE
               AT END MOVE "1" TO WK-CAL-EOF
               NOT AT END
                   IF HC-DATE NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(HC-DATE) NOT = 0
                       DISPLAY "SAMPLOAD - INVALID HOLIDAY IGNORED: "
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
                               DISPLAY "SAMPLOAD - CALENDAR FULL, "
                                   "IGNORED: " HC-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * PARTITIONED RUN - SAMPLOAD_PARTITION (1-4) NAMES THIS RUN'S   *
      * PARTITION AND PARTCTL GIVES ITS ACCOUNT RANGE, CHECKED BY THE *
      * SAME RULES AS SAMPLE'S (SEE PARTREC).  A BAD TABLE, OR A      *
      * PARTITION IT DOES NOT LIST, STOPS THE RUN WITH RC 12 BEFORE   *
      * THE MASTER IS OPENED.  NO SAMPLOAD_PARTITION MEANS AN         *
      * ORDINARY WHOLE-MASTER RUN AND PARTCTL IS NOT READ.            *
      *****************************************************************
       180-SET-PARTITION.
           ACCEPT WK-PT-PARM FROM ENVIRONMENT "SAMPLOAD_PARTITION"
               ON EXCEPTION MOVE SPACES TO WK-PT-PARM
           END-ACCEPT.
           IF WK-PT-PARM NOT = SPACES
               IF WK-PT-PARM NUMERIC AND WK-PT-PARM-N > ZERO
                   MOVE WK-PT-PARM-N TO WK-PT-NO
                   PERFORM 181-LOAD-PARTITIONS
               ELSE
                   MOVE "INVALID SAMPLOAD_PARTITION" TO WK-PT-ERROR
               END-IF
               IF WK-PT-ERROR NOT = SPACES
                   DISPLAY "SAMPLOAD - PARTITION CONTROL ERROR: "
                       WK-PT-ERROR
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WK-PT-ACTIVE
               DISPLAY "SAMPLOAD - PARTITION " WK-PT-NO " OF "
                   WK-PT-COUNT ", ACCOUNTS " WK-PT-LOW " TO "
                   WK-PT-HIGH
           END-IF.

       181-LOAD-PARTITIONS.
           MOVE ZERO TO WK-PT-COUNT.
           MOVE ZERO TO WK-PT-NEXT-LOW.
           MOVE "0" TO WK-PT-EOF.
           OPEN INPUT PART-FILE.
           IF WK-PT-STATUS = "00"
               PERFORM 182-LOAD-ONE-PARTITION UNTIL WK-PT-EOF = "1"
               CLOSE PART-FILE
           END-IF.
           IF WK-PT-ERROR = SPACES
               EVALUATE TRUE
                   WHEN WK-PT-COUNT = ZERO
                       MOVE "NO PARTCTL RECORDS" TO WK-PT-ERROR
                   WHEN WK-PT-NEXT-LOW NOT = 10000000000
                       MOVE "RANGES STOP SHORT OF 9999999999"
                           TO WK-PT-ERROR
                   WHEN WK-PT-NO > WK-PT-COUNT
                       MOVE "PARTITION NOT IN PARTCTL" TO WK-PT-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       182-LOAD-ONE-PARTITION.
           READ PART-FILE
               AT END MOVE "1" TO WK-PT-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN WK-PT-ERROR NOT = SPACES
                           CONTINUE
                       WHEN PT-PARTITION-NO NOT NUMERIC
                           OR PT-LOW-ACCOUNT NOT NUMERIC
                           OR PT-HIGH-ACCOUNT NOT NUMERIC
                           MOVE "PARTCTL RECORD NOT NUMERIC"
                               TO WK-PT-ERROR
                       WHEN PT-PARTITION-NO NOT = WK-PT-COUNT + 1
                           MOVE "PARTITIONS OUT OF ORDER" TO WK-PT-ERROR
                       WHEN WK-PT-COUNT NOT < 4
                           MOVE "MORE THAN 4 PARTITIONS" TO WK-PT-ERROR
                       WHEN PT-LOW-ACCOUNT NOT = WK-PT-NEXT-LOW
                           MOVE "RANGE GAP OR OVERLAP" TO WK-PT-ERROR
                       WHEN PT-HIGH-ACCOUNT < PT-LOW-ACCOUNT
                           MOVE "HIGH ACCOUNT BELOW LOW" TO WK-PT-ERROR
                       WHEN OTHER
                           ADD 1 TO WK-PT-COUNT
                           COMPUTE WK-PT-NEXT-LOW = PT-HIGH-ACCOUNT + 1
                           IF PT-PARTITION-NO = WK-PT-NO
                               MOVE PT-LOW-ACCOUNT TO WK-PT-LOW
                               MOVE PT-HIGH-ACCOUNT TO WK-PT-HIGH
                           END-IF
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * DOES THE ACCOUNT IN WK-PT-ACCOUNT BELONG TO THIS RUN'S        *
      * PARTITION?  A NON-NUMERIC ACCOUNT BELONGS TO PARTITION 1.     *
      * ALWAYS "Y" ON AN ORDINARY RUN.                                *
      *****************************************************************
       185-TEST-PARTITION.
           MOVE "Y" TO WK-PT-MINE-SW.
           IF WK-PT-ACTIVE = "Y"
               IF WK-PT-ACCOUNT NUMERIC
                   IF WK-PT-ACCOUNT-N < WK-PT-LOW
                       OR WK-PT-ACCOUNT-N > WK-PT-HIGH
                       MOVE "N" TO WK-PT-MINE-SW
                   END-IF
               ELSE
                   IF WK-PT-NO NOT = 1
                       MOVE "N" TO WK-PT-MINE-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * MAIN PROCESS - APPLY ONE RECORD OF THE CURRENT OT01          *
      * GENERATION TO THE MASTER.                                    *
           END-READ.

       210-UPDATE-RECORD.
           MOVE KSDS-AMOUNT TO WK-BH-OLD-AMOUNT.
           MOVE KSDS-CURRENCY TO WK-BH-OLD-CURRENCY.
           MOVE KSDS-STATUS-CODE TO WK-BH-OLD-STATUS.
           PERFORM 230-MOVE-EXTRACT-FIELDS.
           REWRITE KSDS-RECORD
               INVALID KEY
                       WK-KSDS-STATUS " ON KEY: " KSDS-REC-KEY
               NOT INVALID KEY
                   ADD 1 TO WK-UPDATE-COUNT
                   IF KSDS-AMOUNT NOT = WK-BH-OLD-AMOUNT
                       OR KSDS-CURRENCY NOT = WK-BH-OLD-CURRENCY
                       OR KSDS-STATUS-CODE NOT = WK-BH-OLD-STATUS
                       MOVE "UP" TO WK-BH-ACTION
                       PERFORM 270-WRITE-BAL-HISTORY
                   END-IF
           END-REWRITE.

       220-INSERT-RECORD.
                       WK-KSDS-STATUS " ON KEY: " KSDS-REC-KEY
               NOT INVALID KEY
                   ADD 1 TO WK-INSERT-COUNT
                   MOVE ZERO TO WK-BH-OLD-AMOUNT
                   MOVE SPACES TO WK-BH-OLD-CURRENCY
                   MOVE SPACES TO WK-BH-OLD-STATUS
                   MOVE "IN" TO WK-BH-ACTION
                   PERFORM 270-WRITE-BAL-HISTORY
           END-WRITE.

       230-MOVE-EXTRACT-FIELDS.
           MOVE WR-ADDRESS-LINE1 TO KSDS-ADDRESS-LINE1.
           MOVE WR-AMOUNT TO KSDS-AMOUNT.
           MOVE WR-STATUS-CODE TO KSDS-STATUS-CODE.
           MOVE WR-CURRENCY TO KSDS-CURRENCY.
           MOVE WR-SOURCE TO KSDS-SOURCE.
           MOVE WR-FILLER TO KSDS-FILLER.
           MOVE WK-RUN-DATE TO KSDS-MAINT-DATE.
      *    A PARENT REFRESH CLEARS THE OVERFLOW ADDRESS LINES - THE
      * NEW KEY ALREADY EXISTS (TODAY'S FEED, TRANSLATED BY SAMPLE,  *
      * INSERTED IT) THE OLD RECORD IS SIMPLY DELETED; WHEN IT DOES  *
      * NOT, THE OLD RECORD IS RE-WRITTEN UNDER THE NEW KEY SO THE   *
      * ACCOUNT'S HISTORY SURVIVES THE RENUMBERING.  A PARTITIONED   *
      * RUN MERGES ONLY WHEN BOTH NUMBERS ARE IN ITS OWN RANGE.      *
      *****************************************************************
       242-MERGE-RENUMBERED.
           IF WK-XREF-LOADED = "Y"
                   MOVE "1" TO WK-MRG-EOF
               NOT AT END
                   PERFORM 245-FIND-OLD-ACCOUNT
                   IF WK-XREF-FOUND > ZERO
                       MOVE KSDS-REC-KEY (3:10) TO WK-PT-ACCOUNT
                       PERFORM 185-TEST-PARTITION
                       IF WK-PT-MINE-SW = "N"
                           MOVE ZERO TO WK-XREF-FOUND
                       END-IF
                   END-IF
                   IF WK-XREF-FOUND > ZERO
                       IF WK-MRG-COUNT < 200
                           ADD 1 TO WK-MRG-COUNT
           PERFORM 247A-TEST-ONE-MERGE
               UNTIL WK-XREF-SUB > WK-XREF-COUNT
                  OR WK-XREF-FOUND > ZERO.
           IF WK-XREF-FOUND > ZERO
               MOVE WK-XREF-NEW (WK-XREF-FOUND) TO WK-PT-ACCOUNT
               PERFORM 185-TEST-PARTITION
               IF WK-PT-MINE-SW = "N"
                   ADD 1 TO WK-DEFER-COUNT
                   DISPLAY "SAMPLOAD - RENUMBER INTO ANOTHER "
                       "PARTITION, LEFT FOR THE ORDINARY RUN: "
                       MG-REC-KEY
                   MOVE ZERO TO WK-XREF-FOUND
               END-IF
           END-IF.
           IF WK-XREF-FOUND > ZERO
               MOVE MG-REC-TYPE TO KSDS-REC-TYPE
               MOVE WK-XREF-NEW (WK-XREF-FOUND)
      *****************************************************************
      * PURGE PASS - SWEEP THE WHOLE MASTER AND DELETE EVERY RECORD  *
      * WHOSE MAINTENANCE DATE FELL OUT OF THE RETENTION WINDOW.     *
      * EACH ONE IS ARCHIVED FIRST; A FAILED ARCHIVE WRITE LEAVES    *
      * THE RECORD ON THE MASTER FOR THE NEXT RUN TO TRY AGAIN.  A   *
      * FAILED DELETE IS COUNTED AS A RECORD IN ERROR.  EACH RECORD  *
      * PURGED GETS A "PU" BALANCE-HISTORY RECORD CLOSING IT OUT.    *
      * THE MASTER IS KEYED ON REC-TYPE BEFORE ACCOUNT, SO A         *
      * PARTITIONED RUN STILL READS IT ALL BUT COUNTS AND PURGES     *
      * ONLY THE RECORDS IN ITS OWN RANGE.                           *
      *****************************************************************
       250-PURGE-EXPIRED.
           MOVE "0" TO WK-PURGE-EOF.
               AT END
                   MOVE "1" TO WK-PURGE-EOF
               NOT AT END
                   MOVE KSDS-REC-KEY (3:10) TO WK-PT-ACCOUNT
                   PERFORM 185-TEST-PARTITION
                   IF WK-PT-MINE-SW = "Y"
                       ADD 1 TO WK-SWEEP-COUNT
                       IF KSDS-MAINT-DATE < WK-CUTOFF-DATE
                           PERFORM 265-ARCHIVE-PURGED
                       END-IF
                   END-IF
           END-READ.

       265-ARCHIVE-PURGED.
           MOVE KSDS-RECORD TO AR-MASTER-IMAGE.
           MOVE WK-RUN-DATE TO AR-PURGE-DATE.
           MOVE WK-RUN-TIME TO AR-PURGE-TIME.
           MOVE WK-RUN-ID TO AR-RUN-ID.
           WRITE AR-RECORD.
           IF WK-ARC-STATUS = "00"
               ADD 1 TO WK-ARCHIVE-COUNT
               DELETE KSDS-FILE
                   INVALID KEY
                       ADD 1 TO WK-PURGE-ERR-COUNT
                       DISPLAY "SAMPLOAD - PURGE DELETE ERROR, STATUS "
                           WK-KSDS-STATUS " ON KEY: " KSDS-REC-KEY
                   NOT INVALID KEY
                       ADD 1 TO WK-PURGE-COUNT
                       MOVE KSDS-AMOUNT TO WK-BH-OLD-AMOUNT
                       MOVE KSDS-CURRENCY TO WK-BH-OLD-CURRENCY
                       MOVE KSDS-STATUS-CODE TO WK-BH-OLD-STATUS
                       MOVE "PU" TO WK-BH-ACTION
                       PERFORM 270-WRITE-BAL-HISTORY
               END-DELETE
           ELSE
               ADD 1 TO WK-ARC-ERR-COUNT
               DISPLAY "SAMPLOAD - ARCHIVE WRITE ERROR, STATUS "
                   WK-ARC-STATUS " - NOT PURGED: " KSDS-REC-KEY
           END-IF.

      *****************************************************************
      * APPEND ONE BALANCE-HISTORY RECORD FOR THE MASTER RECORD JUST  *
      * WRITTEN, REWRITTEN OR PURGED (A PURGE LEAVES NO NEW VALUES).  *
      * THE CHANGE IS ALREADY ON THE MASTER, SO A FAILED WRITE IS     *
      * COUNTED AND REPORTED WITH THE KEY AND VALUES FOR A MANUAL     *
      * CORRECTION OF THE HISTORY.                                    *
      *****************************************************************
       270-WRITE-BAL-HISTORY.
           MOVE KSDS-REC-KEY TO BH-REC-KEY.
           MOVE WK-RUN-DATE TO BH-RUN-DATE.
           MOVE WK-RUN-TIME TO BH-RUN-TIME.
           MOVE WK-RUN-ID TO BH-RUN-ID.
           MOVE WK-BH-ACTION TO BH-ACTION.
           MOVE KSDS-REC-DATE TO BH-REC-DATE.
           MOVE WK-BH-OLD-AMOUNT TO BH-OLD-AMOUNT.
           MOVE KSDS-AMOUNT TO BH-NEW-AMOUNT.
           MOVE WK-BH-OLD-CURRENCY TO BH-OLD-CURRENCY.
           MOVE KSDS-CURRENCY TO BH-NEW-CURRENCY.
           MOVE WK-BH-OLD-STATUS TO BH-OLD-STATUS.
           MOVE KSDS-STATUS-CODE TO BH-NEW-STATUS.
           MOVE KSDS-SOURCE TO BH-SOURCE.
           IF WK-BH-ACTION = "PU"
               MOVE ZERO TO BH-NEW-AMOUNT
               MOVE SPACES TO BH-NEW-CURRENCY
               MOVE SPACES TO BH-NEW-STATUS
           END-IF.
           WRITE BH-RECORD.
           IF WK-BH-STATUS = "00"
               ADD 1 TO WK-BH-COUNT
           ELSE
               ADD 1 TO WK-BH-ERR-COUNT
               DISPLAY "SAMPLOAD - HISTORY WRITE ERROR, STATUS "
                   WK-BH-STATUS " ON KEY: " BH-REC-KEY
               DISPLAY "  " BH-ACTION " AMOUNT " BH-OLD-AMOUNT
                   " TO " BH-NEW-AMOUNT " STATUS " BH-OLD-STATUS
                   " TO " BH-NEW-STATUS
           END-IF.

      *****************************************************************
      * END PROCESS                                                   *
      *****************************************************************
       300-END.
           CLOSE OT-FILE.
           CLOSE KSDS-FILE.
           CLOSE ARCH-FILE.
           CLOSE HIST-FILE.
           PERFORM 310-WRITE-LOAD-STATS.
           PERFORM 280-ROLL-GEN-TOTALS.
           COMPUTE WK-ALL-ERROR = WK-TOT-ERROR + WK-PURGE-ERR-COUNT.
           PERFORM 320-WRITE-CHAIN-STATUS.
           DISPLAY "SAMPLOAD - MAINTENANCE CONTROL TOTALS".
           DISPLAY "  RECORDS READ    : " WK-TOT-READ.
           DISPLAY "  RECORDS UPDATED : " WK-TOT-UPDATE.
           DISPLAY "  CONTINUATIONS   : " WK-TOT-FOLD.
           DISPLAY "  RECORDS PURGED  : " WK-PURGE-COUNT.
           IF WK-PURGE-ERR-COUNT > ZERO
               DISPLAY "  PURGE ERRORS    : " WK-PURGE-ERR-COUNT
           END-IF.
           DISPLAY "  RECORDS ARCHIVED: " WK-ARCHIVE-COUNT.
           IF WK-ARC-ERR-COUNT > ZERO
               DISPLAY "  ARCHIVE ERRORS  : " WK-ARC-ERR-COUNT
           END-IF.
           DISPLAY "  HISTORY RECORDS : " WK-BH-COUNT.
           IF WK-BH-ERR-COUNT > ZERO
               DISPLAY "  HISTORY ERRORS  : " WK-BH-ERR-COUNT
           END-IF.
           DISPLAY "  RECORDS IN ERROR: " WK-ALL-ERROR.
           DISPLAY "  RETENTION DAYS  : " WK-RETAIN-DAYS.
           DISPLAY "  PURGE CUTOFF    : " WK-CUTOFF-DATE.
           IF WK-XREF-LOADED = "Y"
               DISPLAY "  RENUMBER REKEYS : " WK-REKEY-COUNT
               DISPLAY "  MERGE ERRORS    : " WK-MERGE-ERR-COUNT
           END-IF.
           IF WK-PT-ACTIVE = "Y"
               DISPLAY "  PARTITION       : " WK-PT-NO
               DISPLAY "  RENUMBER LEFT   : " WK-DEFER-COUNT
           END-IF.
           IF WK-CU-GEN-COUNT > ZERO
               DISPLAY "  CATCH-UP GENS   : " WK-CU-GEN-COUNT
           END-IF.
      *****************************************************************
      * APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED             *
      * CHAIN-STATUS DATASET FOR THE SAMPGTE GATEKEEPER.  A FAILURE   *
      * HERE IS REPORTED BUT DOES NOT FAIL THE RUN.  A PARTITION'S    *
      * RECORD IS SAMPLD-N; SAMPMRG WRITES THE SAMPLOAD RECORD ONCE   *
      * EVERY PARTITION IS IN.                                        *
      *****************************************************************
       320-WRITE-CHAIN-STATUS.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHN-STATUS = "00" OR WK-CHN-STATUS = "05"
               IF WK-PT-ACTIVE = "Y"
                   MOVE SPACES TO CS-PROGRAM
                   STRING "SAMPLD-" WK-PT-NO
                       DELIMITED BY SIZE INTO CS-PROGRAM
               ELSE
                   MOVE "SAMPLOAD" TO CS-PROGRAM
               END-IF
               MOVE WK-RUN-DATE TO CS-RUN-DATE
               MOVE WK-RUN-ID TO CS-RUN-ID
               MOVE RETURN-CODE TO CS-RETURN-CODE
               MOVE WK-TOT-READ TO CS-KEY-COUNT
               WRITE CS-RECORD
               DISPLAY "SAMPLOAD - CHAIN STATUS NOT WRITTEN, STATUS "
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
