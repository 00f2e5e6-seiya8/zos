       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPMRG.
      *****************************************************************
      * PARTITION MERGE.  RUNS ONCE EVERY PARTITION JOB OF A         *
      * PARTITIONED SAMPLE/SAMPLOAD CYCLE HAS FINISHED (SEE PARTREC) *
      * AND TURNS THE PARTITIONS' OWN STATISTICS INTO THE SINGLE     *
      * RECORDS THE REST OF THE CHAIN EXPECTS FROM AN ORDINARY RUN:  *
      *   - ONE RUNHIST RECORD - COUNTS SUMMED, ELAPSED TIME THE      *
      *     LONGEST PARTITION'S (THEY RAN SIDE BY SIDE), AND THE     *
      *     BY-SOURCE TABLES ADDED TOGETHER SOURCE BY SOURCE         *
      *   - ONE LOADSTAT RECORD - EVERY COUNT SUMMED, INCLUDING THE  *
      *     MASTER COUNT (EACH PARTITION COUNTS ITS OWN RANGE)       *
      *   - THE SAMPLE AND SAMPLOAD CHAIN-STATUS RECORDS, CARRYING   *
      *     THE WORST PARTITION RETURN CODE AND THE SUMMED KEY       *
      *     COUNTS, SO SAMPGTE, SAMPRPT AND SAMPRCN RUN UNCHANGED.   *
      *                                                              *
      * EVERY PARTITION IN PARTCTL MUST HAVE A RUN-HISTORY RECORD, A *
      * LOAD-STATS RECORD AND BOTH ITS SAMPLE-N AND SAMPLD-N CHAIN   *
      * RECORDS FOR THE PROCESSING DATE.  ONE MISSING - A PARTITION  *
      * THAT FAILED OR HAS NOT RUN - ENDS THE MERGE RC 12 WITH       *
      * NOTHING WRITTEN, SO THE DOWNSTREAM GATES STAY CLOSED UNTIL   *
      * THE PARTITION IS RERUN AND THE MERGE RESUBMITTED.  A RERUN   *
      * PARTITION APPENDS A NEWER RECORD; THE LAST ONE COUNTS.       *
      *                                                              *
      * INPUTS:                                                      *
      *   PARTCTL          PARTITION TABLE (PARTREC)                 *
      *   RHPART1-RHPART4  EACH PARTITION'S RUN-HISTORY DATASET      *
      *   LSPART1-LSPART4  EACH PARTITION'S LOAD-STATS DATASET       *
      *   PARTCHN          THE PARTITIONS' CHAIN-STATUS DATASETS,    *
      *                    CONCATENATED                              *
      * RHPARTN/LSPARTN DD'S ARE OPTIONAL; ONLY THOSE OF THE         *
      * PARTITIONS PARTCTL LISTS ARE NEEDED.                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PART-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PT-STATUS.
           SELECT OPTIONAL RP1-FILE ASSIGN TO "RHPART1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RP1-STATUS.
           SELECT OPTIONAL RP2-FILE ASSIGN TO "RHPART2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RP2-STATUS.
           SELECT OPTIONAL RP3-FILE ASSIGN TO "RHPART3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RP3-STATUS.
           SELECT OPTIONAL RP4-FILE ASSIGN TO "RHPART4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-RP4-STATUS.
           SELECT OPTIONAL LP1-FILE ASSIGN TO "LSPART1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LP1-STATUS.
           SELECT OPTIONAL LP2-FILE ASSIGN TO "LSPART2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LP2-STATUS.
           SELECT OPTIONAL LP3-FILE ASSIGN TO "LSPART3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LP3-STATUS.
           SELECT OPTIONAL LP4-FILE ASSIGN TO "LSPART4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-LP4-STATUS.
           SELECT OPTIONAL PCHN-FILE ASSIGN TO "PARTCHN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PCH-STATUS.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-HIST-STATUS.
           SELECT OPTIONAL STAT-FILE ASSIGN TO "LOADSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-STAT-STATUS.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO "CHNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHN-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY PARTREC.
      *****************************************************************
      * PER-PARTITION STATISTICS - READ AS WHOLE RECORDS AND TAKEN    *
      * APART THROUGH THE RUNHREC/LODSREC LAYOUTS IN WORKING-STORAGE. *
      *****************************************************************
       FD  RP1-FILE
           RECORD CONTAINS 588 CHARACTERS.
       01  RP1-RECORD              PIC X(588).
       FD  RP2-FILE
           RECORD CONTAINS 588 CHARACTERS.
       01  RP2-RECORD              PIC X(588).
       FD  RP3-FILE
           RECORD CONTAINS 588 CHARACTERS.
       01  RP3-RECORD              PIC X(588).
       FD  RP4-FILE
           RECORD CONTAINS 588 CHARACTERS.
       01  RP4-RECORD              PIC X(588).
       FD  LP1-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  LP1-RECORD              PIC X(62).
       FD  LP2-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  LP2-RECORD              PIC X(62).
       FD  LP3-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  LP3-RECORD              PIC X(62).
       FD  LP4-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  LP4-RECORD              PIC X(62).
       FD  PCHN-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  PCHN-RECORD             PIC X(35).
      *****************************************************************
      * MERGED OUTPUTS - APPENDED TO THE ORDINARY CHAIN DATASETS.     *
      *****************************************************************
       FD  HIST-FILE
           RECORD CONTAINS 588 CHARACTERS.
       01  HIST-OUT-RECORD         PIC X(588).
       FD  STAT-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  STAT-OUT-RECORD         PIC X(62).
       FD  CHAIN-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CHSREC.
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PT-STATUS       PIC X(2).
         03  WK-RP1-STATUS      PIC X(2).
         03  WK-RP2-STATUS      PIC X(2).
         03  WK-RP3-STATUS      PIC X(2).
         03  WK-RP4-STATUS      PIC X(2).
         03  WK-LP1-STATUS      PIC X(2).
         03  WK-LP2-STATUS      PIC X(2).
         03  WK-LP3-STATUS      PIC X(2).
         03  WK-LP4-STATUS      PIC X(2).
         03  WK-PCH-STATUS      PIC X(2).
         03  WK-HIST-STATUS     PIC X(2).
         03  WK-STAT-STATUS     PIC X(2).
         03  WK-CHN-STATUS      PIC X(2).
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-RUN-ID          PIC X(8)       VALUE SPACES.
         03  WK-SUB             PIC 9(2)       VALUE ZERO.
         03  WK-SRC-SUB         PIC 9(2)       VALUE ZERO.
         03  WK-FOUND           PIC 9(2)       VALUE ZERO.
         03  WK-MISSING-COUNT   PIC 9(3)       VALUE ZERO.
         03  WK-DROP-COUNT      PIC 9(3)       VALUE ZERO.
      *****************************************************************
      * PARTITION TABLE CHECK - THE SAME RULES SAMPLE AND SAMPLOAD    *
      * APPLY (SEE PARTREC).                                          *
      *****************************************************************
       01  WK-PARTITION-AREA.
         03  WK-PT-EOF          PIC X(1).
         03  WK-PT-COUNT        PIC 9(1)       VALUE ZERO.
         03  WK-PT-NEXT-LOW     PIC 9(11)      VALUE ZERO.
         03  WK-PT-ERROR        PIC X(32)      VALUE SPACES.
      *****************************************************************
      * THE LAST RECORD OF EACH PARTITION'S DATASETS, AND ITS CHAIN   *
      * RECORDS FOR THE PROCESSING DATE.  A SWITCH OF "Y" MEANS FOUND.*
      *****************************************************************
       01  WK-SLOT-AREA.
         03  WK-SLOT            OCCURS 4 TIMES.
           05  WK-SL-RH-SW      PIC X(1).
           05  WK-SL-RH         PIC X(588).
           05  WK-SL-LS-SW      PIC X(1).
           05  WK-SL-LS         PIC X(62).
           05  WK-SL-CSE-SW     PIC X(1).
           05  WK-SL-CSE-RC     PIC 9(2).
           05  WK-SL-CSE-KEYS   PIC 9(9).
           05  WK-SL-CSE-RUN-ID PIC X(8).
           05  WK-SL-CSL-SW     PIC X(1).
           05  WK-SL-CSL-RC     PIC 9(2).
           05  WK-SL-CSL-KEYS   PIC 9(9).
           05  WK-SL-CSL-RUN-ID PIC X(8).
      *****************************************************************
      * ONE PARTITION CHAIN-STATUS RECORD (CHSREC LAYOUT).  PROGRAM   *
      * IS SAMPLE-N OR SAMPLD-N.                                      *
      *****************************************************************
       01  WK-PC-RECORD.
         03  WK-PC-PROGRAM.
           05  WK-PC-PREFIX     PIC X(7).
           05  WK-PC-PART       PIC X(1).
           05  WK-PC-PART-N     REDEFINES WK-PC-PART PIC 9(1).
         03  WK-PC-RUN-DATE     PIC 9(8).
         03  WK-PC-RUN-ID       PIC X(8).
         03  WK-PC-RETURN-CODE  PIC 9(2).
         03  WK-PC-KEY-COUNT    PIC 9(9).
      *****************************************************************
      * MERGED TOTALS                                                 *
      *****************************************************************
       01  WK-TOTAL-AREA.
         03  WK-TOT-READ        PIC 9(9)       VALUE ZERO.
         03  WK-TOT-WRITE       PIC 9(9)       VALUE ZERO.
         03  WK-TOT-REJECT      PIC 9(9)       VALUE ZERO.
         03  WK-TOT-FILTER      PIC 9(9)       VALUE ZERO.
         03  WK-TOT-DUP         PIC 9(9)       VALUE ZERO.
         03  WK-TOT-SEQBRK      PIC 9(9)       VALUE ZERO.
         03  WK-MAX-ELAPSED     PIC 9(7)       VALUE ZERO.
         03  WK-LS-READ         PIC 9(9)       VALUE ZERO.
         03  WK-LS-INSERT       PIC 9(9)       VALUE ZERO.
         03  WK-LS-UPDATE       PIC 9(9)       VALUE ZERO.
         03  WK-LS-PURGE        PIC 9(9)       VALUE ZERO.
         03  WK-LS-ERROR        PIC 9(9)       VALUE ZERO.
         03  WK-LS-KSDS         PIC 9(9)       VALUE ZERO.
         03  WK-SAMPLE-RC       PIC 9(2)       VALUE ZERO.
         03  WK-SAMPLE-KEYS     PIC 9(9)       VALUE ZERO.
         03  WK-LOAD-RC         PIC 9(2)       VALUE ZERO.
         03  WK-LOAD-KEYS       PIC 9(9)       VALUE ZERO.
         03  WK-SRC-COUNT       PIC 9(2)       VALUE ZERO.
         03  WK-SRC-ENTRY       OCCURS 10 TIMES.
           05  WK-SRC-ID        PIC X(4).
           05  WK-SRC-STATUS    PIC X(1).
           05  WK-SRC-READ      PIC 9(9).
           05  WK-SRC-WRITE     PIC 9(9).
           05  WK-SRC-REJECT    PIC 9(9).
           05  WK-SRC-FILTER    PIC 9(9).
           05  WK-SRC-HELD      PIC 9(9).
      *****************************************************************
      * RECORD LAYOUTS - EACH PARTITION RECORD IS TAKEN APART HERE,   *
      * AND THE MERGED RECORD BUILT HERE BEFORE IT IS WRITTEN.        *
      *****************************************************************
           COPY RUNHREC.
           COPY LODSREC.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           MOVE 1 TO WK-SUB.
           PERFORM 200-MAIN UNTIL WK-SUB > WK-PT-COUNT.
           PERFORM 300-END.
           STOP RUN.

      *****************************************************************
      * INITIALIZATION PROCESS - LOAD THE PARTITION TABLE, PICK UP    *
      * EACH PARTITION'S FIGURES, AND STOP BEFORE WRITING ANYTHING    *
      * WHEN ONE IS MISSING.                                          *
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 180-LOAD-PARTITIONS.
           IF WK-PT-ERROR NOT = SPACES
               DISPLAY "SAMPMRG - PARTITION CONTROL ERROR: "
                   WK-PT-ERROR
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WK-SUB.
           PERFORM 110-CLEAR-ONE-SLOT UNTIL WK-SUB > 4.
           PERFORM 120-LOAD-RUN-HISTORY.
           PERFORM 130-LOAD-LOAD-STATS.
           PERFORM 140-LOAD-CHAIN-STATUS.
           MOVE 1 TO WK-SUB.
           PERFORM 150-CHECK-ONE-PARTITION UNTIL WK-SUB > WK-PT-COUNT.
           IF WK-MISSING-COUNT > ZERO
               DISPLAY "SAMPMRG - " WK-MISSING-COUNT
                   " PARTITION RESULT(S) MISSING FOR " WK-RUN-DATE
                   ", NOTHING MERGED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-SL-CSE-RUN-ID (1) TO WK-RUN-ID.

      *****************************************************************
      * TAKE THE RUN DATE FROM THE CHAIN PROCESSING DATE SET BY        *
      * SAMPCAL - THE DATE THE PARTITIONS STAMPED ON THEIR RECORDS.    *
      * NO PRCDATE DD MEANS THE SYSTEM DATE.                           *
      *****************************************************************
       105-SET-PROC-DATE.
           OPEN INPUT PDATE-FILE.
           IF WK-PDT-STATUS = "00"
               READ PDATE-FILE
                   AT END MOVE SPACES TO PD-RECORD
               END-READ
               IF PD-PROC-DATE NUMERIC AND PD-PROC-DATE > ZERO
                   MOVE PD-PROC-DATE TO WK-RUN-DATE
                   DISPLAY "SAMPMRG - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPMRG - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

       110-CLEAR-ONE-SLOT.
           MOVE "N" TO WK-SL-RH-SW (WK-SUB).
           MOVE "N" TO WK-SL-LS-SW (WK-SUB).
           MOVE "N" TO WK-SL-CSE-SW (WK-SUB).
           MOVE "N" TO WK-SL-CSL-SW (WK-SUB).
           ADD 1 TO WK-SUB.

      *****************************************************************
      * EACH PARTITION'S RUN-HISTORY DATASET IS APPEND-ONLY, SO ITS   *
      * LAST RECORD IS THE PARTITION'S LATEST RUN.                    *
      *****************************************************************
       120-LOAD-RUN-HISTORY.
           OPEN INPUT RP1-FILE.
           IF WK-RP1-STATUS = "00"
               MOVE "0" TO WK-EOF
               PERFORM 121-READ-ONE-RP1 UNTIL WK-EOF = "1"
               CLOSE RP1-FILE
           END-IF.
           OPEN INPUT RP2-FILE.
           IF WK-RP2-STATUS = "00"
               MOVE "0" TO WK-EOF
               PERFORM 122-READ-ONE-RP2 UNTIL WK-EOF = "1"
               CLOSE RP2-FILE
           END-IF.
           OPEN INPUT RP3-FILE.
           IF WK-RP3-STATUS = "00"
               MOVE "0" TO WK-EOF
               PERFORM 123-READ-ONE-RP3 UNTIL WK-EOF = "1"
               CLOSE RP3-FILE
           END-IF.
           OPEN INPUT RP4-FILE.
           IF WK-RP4-STATUS = "00"
               MOVE "0" TO WK-EOF
               PERFORM 124-READ-ONE-RP4 UNTIL WK-EOF = "1"
               CLOSE RP4-FILE
           END-IF.

       121-READ-ONE-RP1.
           READ RP1-FILE INTO WK-SL-RH (1)
               AT END MOVE "1" TO WK-EOF
               NOT AT END MOVE "Y" TO WK-SL-RH-SW (1)
           END-READ.

       122-READ-ONE-RP2.
           READ RP2-FILE INTO WK-SL-RH (2)
               AT END MOVE "1" TO WK-EOF
               NOT AT END MOVE "Y" TO WK-SL-RH-SW (2)
           END-READ.

       123-READ-ONE-RP3.
           READ RP3-FILE INTO WK-SL-RH (3)
               AT END MOVE "1" TO WK-EOF
               NOT AT END MOVE "Y" TO WK-SL-RH-SW (3)
           END-READ.

       124-READ-ONE-RP4.
           READ RP4-FILE INTO WK-SL-RH (4)
               AT END MOVE "1" TO WK-EOF
               NOT AT END MOVE "Y" TO WK-SL-RH-SW (4)
           END-READ.

      *****************************************************************
      * THE SAME FOR EACH PARTITION'S LOAD-STATS DATASET.             *
      *****************************************************************
       130-LOAD-LOAD-STATS.
           OPEN INPUT LP1-FILE.
           IF WK-LP1-STATUS = "00"
               MOVE "0" TO WK-EOF
               PERFORM 131-READ-ONE-LP1 UNTIL WK-EOF = "1"
               CLOSE LP1-FILE
           END-IF.
           OPEN INPUT LP2-FILE.
           IF WK-LP2-STATUS = "00"
               MOVE "0" TO WK-EOF
               PERFORM 132-READ-ONE-LP2 UNTIL WK-EOF = "1"
               CLOSE LP2-FILE
           END-IF.
           OPEN INPUT LP3-FILE.
           IF WK-LP3-STATUS = "00"
               MOVE "0" TO WK-EOF
               PERFORM 133-READ-ONE-LP3 UNTIL WK-EOF = "1"
               CLOSE LP3-FILE
           END-IF.
           OPEN INPUT LP4-FILE.
           IF WK-LP4-STATUS = "00"
               MOVE "0" TO WK-EOF
               PERFORM 134-READ-ONE-LP4 UNTIL WK-EOF = "1"
               CLOSE LP4-FILE
           END-IF.

       131-READ-ONE-LP1.
           READ LP1-FILE INTO WK-SL-LS (1)
               AT END MOVE "1" TO WK-EOF
               NOT AT END MOVE "Y" TO WK-SL-LS-SW (1)
           END-READ.

       132-READ-ONE-LP2.
           READ LP2-FILE INTO WK-SL-LS (2)
               AT END MOVE "1" TO WK-EOF
               NOT AT END MOVE "Y" TO WK-SL-LS-SW (2)
           END-READ.

       133-READ-ONE-LP3.
           READ LP3-FILE INTO WK-SL-LS (3)
               AT END MOVE "1" TO WK-EOF
               NOT AT END MOVE "Y" TO WK-SL-LS-SW (3)
           END-READ.

       134-READ-ONE-LP4.
           READ LP4-FILE INTO WK-SL-LS (4)
               AT END MOVE "1" TO WK-EOF
               NOT AT END MOVE "Y" TO WK-SL-LS-SW (4)
           END-READ.

      *****************************************************************
      * THE PARTITIONS' CHAIN RECORDS FOR THE PROCESSING DATE.  THE   *
      * DATASETS ARE APPEND-ONLY, SO A LATER RECORD FOR THE SAME      *
      * PARTITION - A RERUN - REPLACES AN EARLIER ONE.                *
      *****************************************************************
       140-LOAD-CHAIN-STATUS.
           OPEN INPUT PCHN-FILE.
           IF WK-PCH-STATUS = "00"
               MOVE "0" TO WK-EOF
               PERFORM 145-READ-ONE-CHAIN UNTIL WK-EOF = "1"
               CLOSE PCHN-FILE
           END-IF.

       145-READ-ONE-CHAIN.
           READ PCHN-FILE INTO WK-PC-RECORD
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   IF WK-PC-RUN-DATE = WK-RUN-DATE
                       AND WK-PC-PART NUMERIC
                       AND WK-PC-PART-N > ZERO
                       AND WK-PC-PART-N NOT > 4
                       EVALUATE WK-PC-PREFIX
                           WHEN "SAMPLE-"
                               MOVE "Y" TO WK-SL-CSE-SW (WK-PC-PART-N)
                               MOVE WK-PC-RETURN-CODE
                                   TO WK-SL-CSE-RC (WK-PC-PART-N)
                               MOVE WK-PC-KEY-COUNT
                                   TO WK-SL-CSE-KEYS (WK-PC-PART-N)
                               MOVE WK-PC-RUN-ID
                                   TO WK-SL-CSE-RUN-ID (WK-PC-PART-N)
                           WHEN "SAMPLD-"
                               MOVE "Y" TO WK-SL-CSL-SW (WK-PC-PART-N)
                               MOVE WK-PC-RETURN-CODE
                                   TO WK-SL-CSL-RC (WK-PC-PART-N)
                               MOVE WK-PC-KEY-COUNT
                                   TO WK-SL-CSL-KEYS (WK-PC-PART-N)
                               MOVE WK-PC-RUN-ID
                                   TO WK-SL-CSL-RUN-ID (WK-PC-PART-N)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *****************************************************************
      * EVERY PARTITION PARTCTL LISTS MUST HAVE ALL FOUR RESULTS FOR  *
      * THE PROCESSING DATE.  EACH GAP IS DISPLAYED SO OPERATIONS     *
      * KNOWS WHICH PARTITION TO RERUN.                               *
      *****************************************************************
       150-CHECK-ONE-PARTITION.
           IF WK-SL-RH-SW (WK-SUB) = "Y"
               MOVE WK-SL-RH (WK-SUB) TO RH-RECORD
               IF RH-RUN-DATE NOT = WK-RUN-DATE
                   MOVE "N" TO WK-SL-RH-SW (WK-SUB)
               END-IF
           END-IF.
           IF WK-SL-RH-SW (WK-SUB) = "N"
               ADD 1 TO WK-MISSING-COUNT
               DISPLAY "SAMPMRG - PARTITION " WK-SUB
                   ": NO RUN HISTORY FOR " WK-RUN-DATE
           END-IF.
           IF WK-SL-LS-SW (WK-SUB) = "Y"
               MOVE WK-SL-LS (WK-SUB) TO LS-RECORD
               IF LS-RUN-DATE NOT = WK-RUN-DATE
                   MOVE "N" TO WK-SL-LS-SW (WK-SUB)
               END-IF
           END-IF.
           IF WK-SL-LS-SW (WK-SUB) = "N"
               ADD 1 TO WK-MISSING-COUNT
               DISPLAY "SAMPMRG - PARTITION " WK-SUB
                   ": NO LOAD STATS FOR " WK-RUN-DATE
           END-IF.
           IF WK-SL-CSE-SW (WK-SUB) = "N"
               ADD 1 TO WK-MISSING-COUNT
               DISPLAY "SAMPMRG - PARTITION " WK-SUB
                   ": SAMPLE DID NOT COMPLETE FOR " WK-RUN-DATE
           END-IF.
           IF WK-SL-CSL-SW (WK-SUB) = "N"
               ADD 1 TO WK-MISSING-COUNT
               DISPLAY "SAMPMRG - PARTITION " WK-SUB
                   ": SAMPLOAD DID NOT COMPLETE FOR " WK-RUN-DATE
           END-IF.
           ADD 1 TO WK-SUB.

      *****************************************************************
      * LOAD AND CHECK THE PARTITION TABLE.  EVERY PARTITION IT LISTS *
      * IS MERGED.                                                    *
      *****************************************************************
       180-LOAD-PARTITIONS.
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
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * MAIN PROCESS - ADD ONE PARTITION INTO THE MERGED TOTALS.      *
      *****************************************************************
       200-MAIN.
           MOVE WK-SL-RH (WK-SUB) TO RH-RECORD.
           ADD RH-READ-COUNT TO WK-TOT-READ.
           ADD RH-WRITE-COUNT TO WK-TOT-WRITE.
           ADD RH-REJECT-COUNT TO WK-TOT-REJECT.
           ADD RH-FILTER-COUNT TO WK-TOT-FILTER.
           ADD RH-DUP-COUNT TO WK-TOT-DUP.
           ADD RH-SEQBRK-COUNT TO WK-TOT-SEQBRK.
           IF RH-ELAPSED-SECS > WK-MAX-ELAPSED
               MOVE RH-ELAPSED-SECS TO WK-MAX-ELAPSED
           END-IF.
           MOVE 1 TO WK-SRC-SUB.
           PERFORM 210-ADD-ONE-SOURCE
               UNTIL WK-SRC-SUB > RH-SOURCE-COUNT
                  OR WK-SRC-SUB > 10.
           MOVE WK-SL-LS (WK-SUB) TO LS-RECORD.
           ADD LS-READ-COUNT TO WK-LS-READ.
           ADD LS-INSERT-COUNT TO WK-LS-INSERT.
           ADD LS-UPDATE-COUNT TO WK-LS-UPDATE.
           ADD LS-PURGE-COUNT TO WK-LS-PURGE.
           ADD LS-ERROR-COUNT TO WK-LS-ERROR.
           ADD LS-KSDS-COUNT TO WK-LS-KSDS.
           IF WK-SL-CSE-RC (WK-SUB) > WK-SAMPLE-RC
               MOVE WK-SL-CSE-RC (WK-SUB) TO WK-SAMPLE-RC
           END-IF.
           ADD WK-SL-CSE-KEYS (WK-SUB) TO WK-SAMPLE-KEYS.
           IF WK-SL-CSL-RC (WK-SUB) > WK-LOAD-RC
               MOVE WK-SL-CSL-RC (WK-SUB) TO WK-LOAD-RC
           END-IF.
           ADD WK-SL-CSL-KEYS (WK-SUB) TO WK-LOAD-KEYS.
           ADD 1 TO WK-SUB.

      *****************************************************************
      * ADD ONE SOURCE-SYSTEM ENTRY INTO THE MERGED TABLE.  EVERY     *
      * PARTITION READ THE SAME FEEDS, SO THE SOURCES MATCH UP; A     *
      * FEED'S DISPOSITION IS THE SAME IN EACH PARTITION EXCEPT THAT  *
      * ONE WITH NO RECORDS IN A PARTITION'S RANGE MAY SHOW THERE AS  *
      * RECYCLED-ONLY, SO ANY OTHER STATUS WINS OVER R.               *
      *****************************************************************
       210-ADD-ONE-SOURCE.
           MOVE 1 TO WK-FOUND.
           PERFORM 215-FIND-SOURCE
               UNTIL WK-FOUND > WK-SRC-COUNT
                  OR WK-SRC-ID (WK-FOUND) = RH-SRC-ID (WK-SRC-SUB).
           IF WK-FOUND > WK-SRC-COUNT
               IF WK-SRC-COUNT < 10
                   ADD 1 TO WK-SRC-COUNT
                   MOVE WK-SRC-COUNT TO WK-FOUND
                   MOVE RH-SRC-ID (WK-SRC-SUB) TO WK-SRC-ID (WK-FOUND)
                   MOVE RH-SRC-STATUS (WK-SRC-SUB)
                       TO WK-SRC-STATUS (WK-FOUND)
                   MOVE ZERO TO WK-SRC-READ (WK-FOUND)
                   MOVE ZERO TO WK-SRC-WRITE (WK-FOUND)
                   MOVE ZERO TO WK-SRC-REJECT (WK-FOUND)
                   MOVE ZERO TO WK-SRC-FILTER (WK-FOUND)
                   MOVE ZERO TO WK-SRC-HELD (WK-FOUND)
               ELSE
                   ADD 1 TO WK-DROP-COUNT
                   DISPLAY "SAMPMRG - SOURCE TABLE FULL, "
                       RH-SRC-ID (WK-SRC-SUB) " NOT MERGED"
                   MOVE ZERO TO WK-FOUND
               END-IF
           END-IF.
           IF WK-FOUND > ZERO
               IF WK-SRC-STATUS (WK-FOUND) = "R"
                   MOVE RH-SRC-STATUS (WK-SRC-SUB)
                       TO WK-SRC-STATUS (WK-FOUND)
               END-IF
               ADD RH-SRC-READ (WK-SRC-SUB) TO WK-SRC-READ (WK-FOUND)
               ADD RH-SRC-WRITE (WK-SRC-SUB)
                   TO WK-SRC-WRITE (WK-FOUND)
               ADD RH-SRC-REJECT (WK-SRC-SUB)
                   TO WK-SRC-REJECT (WK-FOUND)
               ADD RH-SRC-FILTER (WK-SRC-SUB)
                   TO WK-SRC-FILTER (WK-FOUND)
               ADD RH-SRC-HELD (WK-SRC-SUB) TO WK-SRC-HELD (WK-FOUND)
           END-IF.
           ADD 1 TO WK-SRC-SUB.

       215-FIND-SOURCE.
           ADD 1 TO WK-FOUND.

      *****************************************************************
      * END PROCESS - APPEND THE MERGED RECORDS AND SHOW THE TOTALS.  *
      * THE CHAIN RECORDS GO LAST, SO A GATE NEVER OPENS ON A MERGE   *
      * WHOSE STATISTICS WERE NOT WRITTEN.                            *
      *****************************************************************
       300-END.
           PERFORM 310-WRITE-RUN-HISTORY.
           PERFORM 320-WRITE-LOAD-STATS.
           IF RETURN-CODE = ZERO
               PERFORM 330-WRITE-CHAIN-STATUS
           END-IF.
           DISPLAY "SAMPMRG - PARTITION MERGE CONTROL TOTALS".
           DISPLAY "  PARTITIONS      : " WK-PT-COUNT.
           DISPLAY "  SAMPLE READ     : " WK-TOT-READ.
           DISPLAY "  SAMPLE WRITTEN  : " WK-TOT-WRITE.
           DISPLAY "  SAMPLE RC       : " WK-SAMPLE-RC.
           DISPLAY "  LOAD READ       : " WK-LS-READ.
           DISPLAY "  MASTER RECORDS  : " WK-LS-KSDS.
           DISPLAY "  SAMPLOAD RC     : " WK-LOAD-RC.
           IF WK-DROP-COUNT > ZERO
               DISPLAY "  SOURCES DROPPED : " WK-DROP-COUNT
           END-IF.

       310-WRITE-RUN-HISTORY.
           MOVE SPACES TO RH-RECORD.
           MOVE WK-RUN-ID TO RH-RUN-ID.
           MOVE WK-RUN-DATE TO RH-RUN-DATE.
           MOVE WK-TOT-READ TO RH-READ-COUNT.
           MOVE WK-TOT-WRITE TO RH-WRITE-COUNT.
           MOVE WK-TOT-REJECT TO RH-REJECT-COUNT.
           MOVE WK-TOT-FILTER TO RH-FILTER-COUNT.
           MOVE WK-TOT-DUP TO RH-DUP-COUNT.
           MOVE WK-TOT-SEQBRK TO RH-SEQBRK-COUNT.
           IF WK-MAX-ELAPSED = ZERO
               MOVE 1 TO WK-MAX-ELAPSED
           END-IF.
           MOVE WK-MAX-ELAPSED TO RH-ELAPSED-SECS.
           COMPUTE RH-RECS-PER-SEC = WK-TOT-READ / WK-MAX-ELAPSED.
           MOVE WK-SRC-COUNT TO RH-SOURCE-COUNT.
           MOVE 1 TO WK-SRC-SUB.
           PERFORM 315-MOVE-ONE-SOURCE UNTIL WK-SRC-SUB > WK-SRC-COUNT.
           OPEN EXTEND HIST-FILE.
           IF WK-HIST-STATUS = "00" OR WK-HIST-STATUS = "05"
               WRITE HIST-OUT-RECORD FROM RH-RECORD
               CLOSE HIST-FILE
           ELSE
               DISPLAY "SAMPMRG - RUN HISTORY NOT WRITTEN, STATUS "
                   WK-HIST-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       315-MOVE-ONE-SOURCE.
           MOVE WK-SRC-ID (WK-SRC-SUB) TO RH-SRC-ID (WK-SRC-SUB).
           MOVE WK-SRC-STATUS (WK-SRC-SUB)
               TO RH-SRC-STATUS (WK-SRC-SUB).
           MOVE WK-SRC-READ (WK-SRC-SUB) TO RH-SRC-READ (WK-SRC-SUB).
           MOVE WK-SRC-WRITE (WK-SRC-SUB) TO RH-SRC-WRITE (WK-SRC-SUB).
           MOVE WK-SRC-REJECT (WK-SRC-SUB)
               TO RH-SRC-REJECT (WK-SRC-SUB).
           MOVE WK-SRC-FILTER (WK-SRC-SUB)
               TO RH-SRC-FILTER (WK-SRC-SUB).
           MOVE WK-SRC-HELD (WK-SRC-SUB) TO RH-SRC-HELD (WK-SRC-SUB).
           ADD 1 TO WK-SRC-SUB.

       320-WRITE-LOAD-STATS.
           MOVE WK-RUN-DATE TO LS-RUN-DATE.
           MOVE WK-LS-READ TO LS-READ-COUNT.
           MOVE WK-LS-INSERT TO LS-INSERT-COUNT.
           MOVE WK-LS-UPDATE TO LS-UPDATE-COUNT.
           MOVE WK-LS-PURGE TO LS-PURGE-COUNT.
           MOVE WK-LS-ERROR TO LS-ERROR-COUNT.
           MOVE WK-LS-KSDS TO LS-KSDS-COUNT.
           OPEN EXTEND STAT-FILE.
           IF WK-STAT-STATUS = "00" OR WK-STAT-STATUS = "05"
               WRITE STAT-OUT-RECORD FROM LS-RECORD
               CLOSE STAT-FILE
           ELSE
               DISPLAY "SAMPMRG - LOAD STATS NOT WRITTEN, STATUS "
                   WK-STAT-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * THE SAMPLE AND SAMPLOAD COMPLETION RECORDS THE DOWNSTREAM     *
      * GATES LOOK FOR, UNDER PARTITION 1'S RUN ID (EVERY PARTITION   *
      * JOB IS SUBMITTED WITH THE SAME ONE).                          *
      *****************************************************************
       330-WRITE-CHAIN-STATUS.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHN-STATUS = "00" OR WK-CHN-STATUS = "05"
               MOVE "SAMPLE" TO CS-PROGRAM
               MOVE WK-RUN-DATE TO CS-RUN-DATE
               MOVE WK-RUN-ID TO CS-RUN-ID
               MOVE WK-SAMPLE-RC TO CS-RETURN-CODE
               MOVE WK-SAMPLE-KEYS TO CS-KEY-COUNT
               WRITE CS-RECORD
               MOVE "SAMPLOAD" TO CS-PROGRAM
               MOVE WK-SL-CSL-RUN-ID (1) TO CS-RUN-ID
               MOVE WK-LOAD-RC TO CS-RETURN-CODE
               MOVE WK-LOAD-KEYS TO CS-KEY-COUNT
               WRITE CS-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY "SAMPMRG - CHAIN STATUS NOT WRITTEN, STATUS "
                   WK-CHN-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
