               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "OTREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-HOLD-FILE ASSIGN TO "FEEDHLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHKPT-FILE ASSIGN TO "CHKPNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHKPT-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "XREFTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-XREF-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL PART-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ON THESE FDs WOULD BE IGNORED BY THE COMPILER (CONFIRMED WITH *
      * -WALL: "RECORD CLAUSE IGNORED FOR LINE SEQUENTIAL") AND WAS   *
      * REMOVED RATHER THAN LEFT IN AS DEAD, MISLEADING SYNTAX.       *
      *****************************************************************
      * IN01 IS A CONCATENATION OF SOURCE-SYSTEM FEEDS, EACH          *
      * BRACKETED BY A FEEDREC HEADER AND TRAILER.  EVERY FEED IS     *
      * BALANCED TO ITS TRAILER BEFORE ANY OF ITS RECORDS IS TAKEN    *
      * (SEE 150-BALANCE-FEEDS); A FEED THAT FAILS IS COPIED WHOLE TO *
      * FEEDHLD AND SKIPPED, AND THE OTHERS GO THROUGH AS NORMAL.     *
      *****************************************************************
       FD  INPUT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       FD  REJECT-FILE
           RECORD CONTAINS 136 CHARACTERS.
           COPY REJREC.
       FD  FEED-HOLD-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  FEED-HOLD-RECORD      PIC X(132).
      *****************************************************************
      * THE CHECKPOINT CARRIES THE BY-SOURCE COUNTS AS WELL AS THE    *
      * RUN TOTALS, SO A RESTARTED RUN STILL REPORTS BY SOURCE.       *
      *****************************************************************
       FD  CHKPT-FILE
           RECORD CONTAINS 506 CHARACTERS.
       01  CHKPT-RECORD.
         03  CHKPT-RUN-ID       PIC X(8).
         03  CHKPT-READ-COUNT   PIC 9(9).
         03  CHKPT-PARENT-KEY   PIC X(12).
         03  CHKPT-PARENT-STATE PIC X(1).
         03  CHKPT-CONT-COUNT   PIC 9(9).
         03  CHKPT-SRC-COUNT    PIC 9(2).
         03  CHKPT-SRC-ENTRY    OCCURS 10 TIMES.
           05  CHKPT-SRC-ID     PIC X(4).
           05  CHKPT-SRC-READ   PIC 9(9).
           05  CHKPT-SRC-WRITE  PIC 9(9).
           05  CHKPT-SRC-REJECT PIC 9(9).
           05  CHKPT-SRC-FILTER PIC 9(9).
      *****************************************************************
      * OPTIONAL RUN-TIME FILTER CRITERIA.  IF SAMPPARM IS NOT        *
      * PRESENT, NO FILTER IS APPLIED AND EVERY VALID RECORD FLOWS   *
      *               FOR A REC-TYPE, THAT REC-TYPE IS RESTRICTED TO  *
      *               ITS LISTED STATUS CODES; A REC-TYPE WITH NO XR  *
      *               ENTRY ACCEPTS ANY VALID STATUS CODE.            *
      *   KIND "CY" - COLS 3-5 IS A VALID CURRENCY CODE               *
      *   KIND "BC" - COLS 3-5 IS THE BASE (LEDGER) CURRENCY, ALSO    *
      *               VALID.  A RECORD WITH A BLANK CURRENCY IS       *
      *               WRITTEN TO OT01 IN THE BASE CURRENCY.           *
      * ADDING OR RETIRING A CODE IS A DATASET EDIT, NOT A PROGRAM    *
      * CHANGE.  NO REFTBL DD MEANS THE CODE-TABLE AND CROSS-FIELD    *
      * CHECKS ARE SKIPPED (STRUCTURAL AND CALENDAR CHECKS STILL      *
         03  REF-KIND           PIC X(2).
         03  REF-VALUE-1        PIC X(2).
         03  REF-VALUE-2        PIC X(2).
       01  REF-CY-RECORD.
         03  FILLER             PIC X(2).
         03  REF-CURRENCY       PIC X(3).
         03  FILLER             PIC X(1).
      *****************************************************************
      * PERMANENT RUN-HISTORY DATASET - ONE STATS RECORD IS APPENDED  *
      * PER RUN SO THE CONTROL TOTALS SURVIVE THE JOB-LOG PURGE.      *
      * (RECONCILIATION).                                             *
      *****************************************************************
       FD  HIST-FILE
           RECORD CONTAINS 588 CHARACTERS.
           COPY RUNHREC.
      *****************************************************************
      * SHARED CHAIN-STATUS DATASET - ONE COMPLETION RECORD IS        *
       01  XREF-RECORD.
         03  XREF-OLD-ACCT      PIC X(10).
         03  XREF-NEW-ACCT      PIC X(10).
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
      *****************************************************************
      * PARTITION CONTROL - READ ONLY WHEN SAMPLE_PARTITION NAMES     *
      * THIS RUN'S PARTITION (SEE 180-SET-PARTITION).                 *
      *****************************************************************
       FD  PART-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY PARTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-READ-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-WRITE-COUNT     PIC 9(9)       VALUE ZERO.
         03  WK-RESTART-SW      PIC X(1)       VALUE "N".
         03  WK-JCL-RESTART     PIC X(1)       VALUE "N".
         03  WK-SKIP-LAST-KEY   PIC X(12)      VALUE SPACES.
         03  WK-SKIP-PARENT-KEY PIC X(12)      VALUE SPACES.
         03  WK-SKIP-PARENT-STATE PIC X(1)     VALUE "N".
       01  WK-SEQUENCE-AREA.
         03  WK-HAS-PRIOR-SW    PIC X(1)       VALUE "N".
         03  WK-PRIOR-KEY       PIC X(12)      VALUE SPACES.
         03  WK-PARENT-STATE    PIC X(1)       VALUE "N".
         03  WK-CONT-COUNT      PIC 9(9)       VALUE ZERO.
           COPY SAMPCON REPLACING ==:TAG:== BY ==CN==.
      *****************************************************************
      * SOURCE FEEDS FOUND IN IN01, IN THE ORDER THEIR HEADERS APPEAR.*
      * WK-FD-STATUS "B" = BALANCED, "H" = HELD (WK-FD-REASON SAYS    *
      * WHY).  WK-IN-FEED-SW IS "Y" BETWEEN A HEADER AND ITS TRAILER, *
      * "X" INSIDE A FEED BEYOND THE TABLE (HELD UNTRACKED), "N"      *
      * OUTSIDE ANY FEED.  THE PROCESSING PASS WALKS THE SAME HEADERS *
      * AGAIN AND TAKES THE SOURCE AND STATUS OF THE CURRENT FEED     *
      * FROM HERE - "U" WHEN A RECORD IS OUTSIDE ANY FEED.            *
      *****************************************************************
       01  WK-FEED-AREA.
         03  WK-IN-FEED-SW      PIC X(1)       VALUE "N".
         03  WK-FEED-COUNT      PIC 9(3)       VALUE ZERO.
         03  WK-FEED-SUB        PIC 9(3)       VALUE ZERO.
         03  WK-FEED-CHK        PIC 9(3)       VALUE ZERO.
         03  WK-HELD-FEED-COUNT PIC 9(3)       VALUE ZERO.
         03  WK-HELD-REC-COUNT  PIC 9(9)       VALUE ZERO.
         03  WK-UNHD-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-CUR-SOURCE      PIC X(4)       VALUE SPACES.
         03  WK-CUR-FEED-STATUS PIC X(1)       VALUE "U".
         03  WK-HOLD-REASON     PIC X(24)      VALUE SPACES.
         03  WK-HASH-ED         PIC --,---,---,---,--9.99.
         03  WK-FD-ENTRY        OCCURS 10 TIMES.
           05  WK-FD-SOURCE     PIC X(4).
           05  WK-FD-DATE       PIC X(8).
           05  WK-FD-STATUS     PIC X(1).
           05  WK-FD-REASON     PIC X(24).
           05  WK-FD-COUNT      PIC 9(9).
           05  WK-FD-HASH       PIC S9(13)V99.
           05  WK-FD-TRL-COUNT  PIC 9(9).
           05  WK-FD-TRL-HASH   PIC S9(13)V99.
           05  WK-FD-MINE       PIC 9(9).
           COPY FEEDREC REPLACING ==:TAG:== BY ==FH==.
      *****************************************************************
      * RUN FIGURES BY SOURCE-SYSTEM ID (THE SOURCE STAMPED ON THE    *
      * RECORD - A RECYCLED RECORD KEEPS THE SOURCE IT FIRST CAME IN  *
      * UNDER).  WK-SR-STATUS AS ON RUNHREC.  A SOURCE PAST THE TABLE *
      * SIZE IS COUNTED IN THE RUN TOTALS ONLY.                       *
      *****************************************************************
       01  WK-SOURCE-AREA.
         03  WK-FIND-SOURCE     PIC X(4)       VALUE SPACES.
         03  WK-SOURCE-SHOW     PIC X(4)       VALUE SPACES.
         03  WK-SR-NEW-SW       PIC X(1)       VALUE "N".
         03  WK-SR-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-SR-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-SR-SCAN         PIC 9(3)       VALUE ZERO.
         03  WK-SR-CUR          PIC 9(3)       VALUE ZERO.
         03  WK-SR-OVFL-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-SR-ENTRY        OCCURS 10 TIMES.
           05  WK-SR-SOURCE     PIC X(4).
           05  WK-SR-STATUS     PIC X(1).
           05  WK-SR-READ       PIC 9(9).
           05  WK-SR-WRITE      PIC 9(9).
           05  WK-SR-REJECT     PIC 9(9).
           05  WK-SR-FILTER     PIC 9(9).
           05  WK-SR-HELD       PIC 9(9).
      *****************************************************************
      * PARTITIONED RUN.  WHEN SAMPLE_PARTITION NAMES A PARTITION,    *
      * THIS RUN TAKES ONLY THE RECORDS WHOSE ACCOUNT (AFTER XREFTBL  *
      * TRANSLATION) FALLS IN THAT PARTITION'S PARTCTL RANGE.  THE    *
      * REST ARE PASSED OVER UNCOUNTED - ANOTHER PARTITION'S RUN      *
      * TAKES THEM - SO THE PARTITIONS' FIGURES ADD UP TO A SINGLE    *
      * RUN'S.  FEEDS ARE STILL BALANCED WHOLE, AND ONLY PARTITION 1  *
      * WRITES FEEDHLD.  WK-PT-NO IS ZERO ON AN ORDINARY RUN.         *
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
         03  WK-PT-OTHER-COUNT  PIC 9(9)       VALUE ZERO.
       01  WK-REF-TABLE-AREA.
         03  WK-REF-STATUS      PIC X(2).
         03  WK-REF-EOF         PIC X(1).
         03  WK-XR-ENTRY        OCCURS 100 TIMES.
           05  WK-XR-REC-TYPE   PIC X(2).
           05  WK-XR-STATUS     PIC X(2).
         03  WK-BASE-CURRENCY   PIC X(3)       VALUE SPACES.
         03  WK-CY-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-CY-ENTRY        OCCURS 50 TIMES.
           05  WK-CY-VALUE      PIC X(3).
       01  WK-XREF-AREA.
         03  WK-XREF-STATUS     PIC X(2).
         03  WK-XREF-EOF        PIC X(1).
               ON EXCEPTION MOVE "N" TO WK-JCL-RESTART
           END-ACCEPT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 180-SET-PARTITION.
           PERFORM 139-LOAD-XREF.
           PERFORM 150-BALANCE-FEEDS.
           PERFORM 110-CHECK-RESTART.
           PERFORM 130-LOAD-PARM.
           PERFORM 160-HOLD-FAILED-FEEDS.
           OPEN INPUT INPUT-FILE.
           MOVE ZERO TO WK-FEED-SUB.
           PERFORM 146-END-CURRENT-FEED.
           PERFORM 135-OPEN-RECYCLE.
           PERFORM 137-LOAD-REFTBL.
           IF WK-RESTART-SW = "Y"
               OPEN EXTEND OUTPUT-FILE
               OPEN EXTEND REJECT-FILE
      * THE RECYCLE FILE RAN OUT DURING THE SKIP, 140-READ-INPUT'S    *
      * SOURCE-SWITCH RESET WOULD OTHERWISE DISCARD IT AND THE FIRST  *
      * RECORD PROCESSED AFTER THE RESTART WOULD ESCAPE THE           *
      * DUPLICATE/SEQUENCE CHECK.  THE CONTINUATION PARENT IS PUT     *
      * BACK THE SAME WAY, SINCE A FEED HEADER PASSED DURING THE      *
      * SKIP CLEARS IT.                                               *
      *****************************************************************
           IF WK-RESTART-SW = "Y"
               MOVE WK-SKIP-LAST-KEY TO WK-PRIOR-KEY
               MOVE "Y" TO WK-HAS-PRIOR-SW
               MOVE WK-SKIP-PARENT-KEY TO WK-PARENT-KEY
               MOVE WK-SKIP-PARENT-STATE TO WK-PARENT-STATE
           END-IF.
           PERFORM 140-READ-INPUT.
           IF WK-EOF NOT = "1"
               ADD 1 TO WK-READ-COUNT
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
                   DISPLAY "SAMPLE - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPLE - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * CHECK FOR A PRIOR CHECKPOINT FOR THIS RUN-ID AND, IF FOUND,   *
      * SET THE RESTART SWITCH AND THE NUMBER OF RECORDS TO SKIP.     *
                           MOVE CHKPT-LAST-KEY TO WK-PRIOR-KEY
                           MOVE CHKPT-LAST-KEY TO WK-SKIP-LAST-KEY
                           MOVE CHKPT-PARENT-KEY TO WK-PARENT-KEY
                           MOVE CHKPT-PARENT-KEY TO WK-SKIP-PARENT-KEY
                           MOVE CHKPT-PARENT-STATE TO WK-PARENT-STATE
                           MOVE CHKPT-PARENT-STATE
                               TO WK-SKIP-PARENT-STATE
                           MOVE "Y" TO WK-HAS-PRIOR-SW
                           MOVE "Y" TO WK-RESTART-SW
                           PERFORM 115-RESTORE-SOURCE-COUNTS
                       END-IF
               END-READ
               CLOSE CHKPT-FILE
           END-IF.

      *****************************************************************
      * PUT THE BY-SOURCE COUNTS BACK AS THEY STOOD AT THE CHECKPOINT *
      * (THE HELD COUNTS COME FROM THIS RUN'S OWN BALANCING PASS).    *
      *****************************************************************
       115-RESTORE-SOURCE-COUNTS.
           MOVE 1 TO WK-SR-SUB.
           PERFORM 116-RESTORE-ONE-SOURCE
               UNTIL WK-SR-SUB > CHKPT-SRC-COUNT.

       116-RESTORE-ONE-SOURCE.
           MOVE CHKPT-SRC-ID (WK-SR-SUB) TO WK-FIND-SOURCE.
           PERFORM 170-FIND-SOURCE.
           IF WK-SR-CUR > ZERO
               MOVE CHKPT-SRC-READ (WK-SR-SUB)
                   TO WK-SR-READ (WK-SR-CUR)
               MOVE CHKPT-SRC-WRITE (WK-SR-SUB)
                   TO WK-SR-WRITE (WK-SR-CUR)
               MOVE CHKPT-SRC-REJECT (WK-SR-SUB)
                   TO WK-SR-REJECT (WK-SR-CUR)
               MOVE CHKPT-SRC-FILTER (WK-SR-SUB)
                   TO WK-SR-FILTER (WK-SR-CUR)
           END-IF.
           ADD 1 TO WK-SR-SUB.

      *****************************************************************
      * FAST-FORWARD PAST RECORDS ALREADY PROCESSED ON A PRIOR RUN.   *
      * THE SKIP GOES THROUGH 140-READ-INPUT SO IT WALKS THE SAME     *
               CLOSE REF-FILE
           END-IF.
           IF WK-RT-COUNT > ZERO OR WK-SC-COUNT > ZERO
               OR WK-XR-COUNT > ZERO OR WK-CY-COUNT > ZERO
               MOVE "Y" TO WK-REF-LOADED
           ELSE
               DISPLAY "SAMPLE - NO REFERENCE TABLE LOADED, "
                               DISPLAY "SAMPLE - XR TABLE FULL: "
                                   REF-RECORD
                           END-IF
                       WHEN "CY"
                           PERFORM 138A-ADD-CURRENCY
                       WHEN "BC"
                           MOVE REF-CURRENCY TO WK-BASE-CURRENCY
                           PERFORM 138A-ADD-CURRENCY
                       WHEN OTHER
                           DISPLAY "SAMPLE - UNKNOWN REFTBL KIND: "
                               REF-RECORD
                   END-EVALUATE
           END-READ.

       138A-ADD-CURRENCY.
           IF WK-CY-COUNT < 50
               ADD 1 TO WK-CY-COUNT
               MOVE REF-CURRENCY TO WK-CY-VALUE (WK-CY-COUNT)
           ELSE
               DISPLAY "SAMPLE - CY TABLE FULL: " REF-RECORD
           END-IF.

      *****************************************************************
      * LOAD THE ACCOUNT RENUMBERING CROSS-REFERENCE.                 *
      *****************************************************************
                   END-IF
           END-READ.

      *****************************************************************
      * READ THE NEXT RECORD THIS RUN PROCESSES.  ON A PARTITIONED    *
      * RUN, RECORDS BELONGING TO ANOTHER PARTITION ARE PASSED OVER   *
      * HERE, BEFORE ANYTHING COUNTS OR SEQUENCE-CHECKS THEM.         *
      *****************************************************************
       140-READ-INPUT.
           MOVE "N" TO WK-PT-MINE-SW.
           PERFORM 141-READ-NEXT-RECORD
               UNTIL WK-PT-MINE-SW = "Y"
                  OR WK-EOF = "1".

      *****************************************************************
      * READ THE NEXT RECORD FROM THE COMBINED INPUT STREAM - THE     *
      * RECYCLE FILE FIRST (WHEN PRESENT), THEN THE IN01 GENERATION.  *
      * THE PRIOR-KEY TRACKING IS RESET AT THE SOURCE SWITCH SO THE   *
      * FIRST IN01 RECORD IS NOT FLAGGED AS A SEQUENCE BREAK AGAINST  *
      * THE LAST RECYCLED KEY.  IN01 FEED HEADERS AND TRAILERS, AND   *
      * THE RECORDS OF A HELD FEED, ARE PASSED OVER BY 142.           *
      *****************************************************************
       141-READ-NEXT-RECORD.
           MOVE "N" TO WK-GOT-RECORD-SW.
           IF WK-RECYC-ACTIVE = "Y"
               READ RECYC-FILE INTO IN-RECORD
               END-READ
           END-IF.
           IF WK-GOT-RECORD-SW = "N"
               PERFORM 142-READ-FEED-RECORD
                   UNTIL WK-GOT-RECORD-SW = "Y"
                      OR WK-EOF = "1"
           END-IF.
           IF WK-GOT-RECORD-SW = "Y"
               PERFORM 147-TEST-PARTITION
               IF WK-PT-MINE-SW = "N"
                   ADD 1 TO WK-PT-OTHER-COUNT
               END-IF
           END-IF.

      *****************************************************************
      * NEXT IN01 RECORD OF A FEED BEING PROCESSED, STAMPED WITH THE  *
      * FEED'S SOURCE.  EACH FEED IS SORTED ON ITS OWN, SO A HEADER   *
      * RESETS THE SEQUENCE CHECK AND THE CONTINUATION PARENT, AS THE *
      * RECYCLE-TO-IN01 SWITCH DOES.                                  *
      *****************************************************************
       142-READ-FEED-RECORD.
           READ INPUT-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   MOVE IN-RECORD TO FH-FEED-RECORD
                   EVALUATE TRUE
                       WHEN FH-MARKER = "*HDR"
                           PERFORM 145-START-CURRENT-FEED
                           MOVE "N" TO WK-HAS-PRIOR-SW
                           MOVE SPACES TO WK-PARENT-KEY
                           MOVE "N" TO WK-PARENT-STATE
                       WHEN FH-MARKER = "*TRL"
                           PERFORM 146-END-CURRENT-FEED
                       WHEN WK-CUR-FEED-STATUS = "H"
                           CONTINUE
                       WHEN OTHER
                           MOVE WK-CUR-SOURCE TO IN-SOURCE
                           MOVE "Y" TO WK-GOT-RECORD-SW
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * A FEED HEADER MAKES THE NEXT FEED IN THE TABLE CURRENT (A     *
      * FEED BEYOND THE TABLE WAS HELD BY 152); ITS TRAILER ENDS IT,  *
      * AND ANY RECORD AFTER THAT, UP TO THE NEXT HEADER, IS OUTSIDE  *
      * ANY FEED.                                                     *
      *****************************************************************
       145-START-CURRENT-FEED.
           ADD 1 TO WK-FEED-SUB.
           IF WK-FEED-SUB > WK-FEED-COUNT
               MOVE FH-SOURCE TO WK-CUR-SOURCE
               MOVE "H" TO WK-CUR-FEED-STATUS
           ELSE
               MOVE WK-FD-SOURCE (WK-FEED-SUB) TO WK-CUR-SOURCE
               MOVE WK-FD-STATUS (WK-FEED-SUB) TO WK-CUR-FEED-STATUS
           END-IF.

       146-END-CURRENT-FEED.
           MOVE SPACES TO WK-CUR-SOURCE.
           MOVE "U" TO WK-CUR-FEED-STATUS.

      *****************************************************************
      * DOES THE RECORD IN IN-RECORD BELONG TO THIS RUN'S PARTITION?  *
      * THE RANGE TEST USES THE ACCOUNT AS 201-TRANSLATE-ACCOUNT WILL *
      * LEAVE IT, SO A RENUMBERED ACCOUNT GOES WITH ITS NEW NUMBER.   *
      * AN ACCOUNT THAT IS NOT NUMERIC (AN RC02 REJECT TO BE) GOES TO *
      * PARTITION 1.  ALWAYS "Y" ON AN ORDINARY RUN.                  *
      *****************************************************************
       147-TEST-PARTITION.
           MOVE "Y" TO WK-PT-MINE-SW.
           IF WK-PT-ACTIVE = "Y"
               MOVE IN-REC-KEY (3:10) TO WK-PT-ACCOUNT
               IF WK-XREF-LOADED = "Y"
                   MOVE 1 TO WK-XREF-SUB
                   PERFORM 147A-XLATE-PT-ACCOUNT
                       UNTIL WK-XREF-SUB > WK-XREF-COUNT
               END-IF
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

       147A-XLATE-PT-ACCOUNT.
           IF WK-XREF-OLD (WK-XREF-SUB) = WK-PT-ACCOUNT
               MOVE WK-XREF-NEW (WK-XREF-SUB) TO WK-PT-ACCOUNT
               MOVE WK-XREF-COUNT TO WK-XREF-SUB
           END-IF.
           ADD 1 TO WK-XREF-SUB.

      *****************************************************************
      * BALANCE EVERY SOURCE FEED IN IN01 BEFORE ANY RECORD OF IT IS  *
      * ACCEPTED.  THIS FIRST PASS COUNTS EACH FEED'S DATA RECORDS,   *
      * HASHES THEIR AMOUNTS AND CHECKS BOTH AGAINST THE FEED'S       *
      * TRAILER.  A FEED IS HELD WHEN ITS HEADER HAS NO SOURCE ID,    *
      * ITS SOURCE ALREADY APPEARED EARLIER IN THE RUN, IT HAS NO     *
      * TRAILER, OR ITS TRAILER DISAGREES.  RECORDS OUTSIDE ANY       *
      * HEADER/TRAILER PAIR (AN EXTRACT THAT DOES NOT YET SEND THEM)  *
      * ARE PROCESSED UNBALANCED UNDER A BLANK SOURCE, WITH A         *
      * WARNING.  THE PASS IS REPEATED IN FULL ON A RESTART.          *
      *****************************************************************
       150-BALANCE-FEEDS.
           MOVE ZERO TO WK-FEED-COUNT.
           MOVE "N" TO WK-IN-FEED-SW.
           MOVE "0" TO WK-EOF.
           OPEN INPUT INPUT-FILE.
           PERFORM 151-BALANCE-ONE-RECORD UNTIL WK-EOF = "1".
           CLOSE INPUT-FILE.
           IF WK-IN-FEED-SW = "Y"
               MOVE "NO TRAILER" TO WK-HOLD-REASON
               PERFORM 157-HOLD-FEED
           END-IF.
           MOVE 1 TO WK-FEED-SUB.
           PERFORM 158-SETTLE-ONE-FEED
               UNTIL WK-FEED-SUB > WK-FEED-COUNT.
           IF WK-UNHD-COUNT > ZERO
               MOVE SPACES TO WK-FIND-SOURCE
               PERFORM 170-FIND-SOURCE
               IF WK-SR-CUR > ZERO
                   MOVE "U" TO WK-SR-STATUS (WK-SR-CUR)
               END-IF
               DISPLAY "SAMPLE - " WK-UNHD-COUNT " IN01 RECORDS "
                   "OUTSIDE ANY FEED HEADER, PROCESSED UNBALANCED"
           END-IF.

       151-BALANCE-ONE-RECORD.
           READ INPUT-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   MOVE IN-RECORD TO FH-FEED-RECORD
                   EVALUATE TRUE
                       WHEN FH-MARKER = "*HDR"
                           PERFORM 152-OPEN-FEED
                       WHEN FH-MARKER = "*TRL"
                           PERFORM 155-CLOSE-FEED
                       WHEN WK-IN-FEED-SW = "Y"
                           PERFORM 154-ADD-TO-FEED
                       WHEN WK-IN-FEED-SW = "X"
                           PERFORM 147-TEST-PARTITION
                           IF WK-PT-MINE-SW = "Y"
                               ADD 1 TO WK-HELD-REC-COUNT
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WK-UNHD-COUNT
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * A HEADER STARTS A NEW FEED ENTRY.  A HEADER ARRIVING INSIDE   *
      * AN OPEN FEED MEANS THAT FEED HAD NO TRAILER.                  *
      *****************************************************************
       152-OPEN-FEED.
           IF WK-IN-FEED-SW = "Y"
               MOVE "NO TRAILER" TO WK-HOLD-REASON
               PERFORM 157-HOLD-FEED
           END-IF.
           IF WK-FEED-COUNT < 10
               ADD 1 TO WK-FEED-COUNT
               MOVE FH-SOURCE TO WK-FD-SOURCE (WK-FEED-COUNT)
               MOVE FH-FEED-DATE TO WK-FD-DATE (WK-FEED-COUNT)
               MOVE "B" TO WK-FD-STATUS (WK-FEED-COUNT)
               MOVE SPACES TO WK-FD-REASON (WK-FEED-COUNT)
               MOVE ZERO TO WK-FD-COUNT (WK-FEED-COUNT)
               MOVE ZERO TO WK-FD-HASH (WK-FEED-COUNT)
               MOVE ZERO TO WK-FD-TRL-COUNT (WK-FEED-COUNT)
               MOVE ZERO TO WK-FD-TRL-HASH (WK-FEED-COUNT)
               MOVE ZERO TO WK-FD-MINE (WK-FEED-COUNT)
               MOVE "Y" TO WK-IN-FEED-SW
               PERFORM 153-CHECK-HEADER
           ELSE
               DISPLAY "SAMPLE - FEED TABLE FULL, FEED HELD: "
                   FH-SOURCE
               ADD 1 TO WK-HELD-FEED-COUNT
               MOVE "X" TO WK-IN-FEED-SW
           END-IF.

       153-CHECK-HEADER.
           IF FH-SOURCE = SPACES
               MOVE "NO SOURCE ID IN HEADER" TO WK-HOLD-REASON
               PERFORM 157-HOLD-FEED
           ELSE
               MOVE 1 TO WK-FEED-CHK
               PERFORM 153A-CHECK-DUP-SOURCE
                   UNTIL WK-FEED-CHK NOT < WK-FEED-COUNT
           END-IF.

       153A-CHECK-DUP-SOURCE.
           IF WK-FD-SOURCE (WK-FEED-CHK) = FH-SOURCE
               MOVE "DUPLICATE SOURCE FEED" TO WK-HOLD-REASON
               PERFORM 157-HOLD-FEED
               MOVE WK-FEED-COUNT TO WK-FEED-CHK
           ELSE
               ADD 1 TO WK-FEED-CHK
           END-IF.

      *****************************************************************
      * COUNT EVERY DATA RECORD; HASH THE AMOUNT OF A PARENT RECORD   *
      * ONLY (A CONTINUATION HAS ADDRESS TEXT IN THOSE COLUMNS).  THE *
      * WHOLE FEED IS BALANCED ON EVERY PARTITION; WK-FD-MINE COUNTS  *
      * THE PART OF IT THIS PARTITION WOULD TAKE, FOR THE HELD COUNT. *
      *****************************************************************
       154-ADD-TO-FEED.
           ADD 1 TO WK-FD-COUNT (WK-FEED-COUNT).
           MOVE IN-RECORD TO CN-CONT-RECORD.
           IF CN-CONT-FLAG NOT = "C" AND IN-AMOUNT NUMERIC
               ADD IN-AMOUNT TO WK-FD-HASH (WK-FEED-COUNT)
           END-IF.
           PERFORM 147-TEST-PARTITION.
           IF WK-PT-MINE-SW = "Y"
               ADD 1 TO WK-FD-MINE (WK-FEED-COUNT)
           END-IF.

       155-CLOSE-FEED.
           IF WK-IN-FEED-SW = "Y"
               PERFORM 156-CHECK-TRAILER
           END-IF.
           IF WK-IN-FEED-SW = "N"
               DISPLAY "SAMPLE - TRAILER WITH NO HEADER IGNORED: "
                   FH-SOURCE
           END-IF.
           MOVE "N" TO WK-IN-FEED-SW.

       156-CHECK-TRAILER.
           EVALUATE TRUE
               WHEN FH-SOURCE NOT = WK-FD-SOURCE (WK-FEED-COUNT)
                   MOVE "TRAILER SOURCE DIFFERS" TO WK-HOLD-REASON
               WHEN FH-RECORD-COUNT NOT NUMERIC
                   OR FH-AMOUNT-HASH NOT NUMERIC
                   MOVE "TRAILER NOT NUMERIC" TO WK-HOLD-REASON
               WHEN FH-RECORD-COUNT NOT = WK-FD-COUNT (WK-FEED-COUNT)
                   MOVE "RECORD COUNT OFF" TO WK-HOLD-REASON
               WHEN FH-AMOUNT-HASH NOT = WK-FD-HASH (WK-FEED-COUNT)
                   MOVE "AMOUNT HASH OFF" TO WK-HOLD-REASON
               WHEN OTHER
                   MOVE SPACES TO WK-HOLD-REASON
           END-EVALUATE.
           IF FH-RECORD-COUNT NUMERIC AND FH-AMOUNT-HASH NUMERIC
               MOVE FH-RECORD-COUNT TO WK-FD-TRL-COUNT (WK-FEED-COUNT)
               MOVE FH-AMOUNT-HASH TO WK-FD-TRL-HASH (WK-FEED-COUNT)
           END-IF.
           IF WK-HOLD-REASON NOT = SPACES
               PERFORM 157-HOLD-FEED
           END-IF.

      *****************************************************************
      * HOLD THE CURRENT FEED - THE FIRST REASON FOUND IS KEPT.       *
      *****************************************************************
       157-HOLD-FEED.
           IF WK-FD-STATUS (WK-FEED-COUNT) = "B"
               MOVE "H" TO WK-FD-STATUS (WK-FEED-COUNT)
               MOVE WK-HOLD-REASON TO WK-FD-REASON (WK-FEED-COUNT)
           END-IF.

      *****************************************************************
      * REPORT EACH FEED'S OUTCOME AND OPEN ITS SOURCE'S COUNT ENTRY. *
      * A HELD FEED'S RECORDS ARE COUNTED AS HELD, NOT READ - ON A    *
      * PARTITIONED RUN, ONLY THOSE IN THIS PARTITION'S RANGE.        *
      *****************************************************************
       158-SETTLE-ONE-FEED.
           MOVE WK-FD-SOURCE (WK-FEED-SUB) TO WK-FIND-SOURCE.
           PERFORM 170-FIND-SOURCE.
           IF WK-SR-CUR > ZERO AND WK-SR-NEW-SW = "Y"
               MOVE WK-FD-STATUS (WK-FEED-SUB)
                   TO WK-SR-STATUS (WK-SR-CUR)
           END-IF.
           IF WK-FD-STATUS (WK-FEED-SUB) = "H"
               ADD 1 TO WK-HELD-FEED-COUNT
               ADD WK-FD-MINE (WK-FEED-SUB) TO WK-HELD-REC-COUNT
               IF WK-SR-CUR > ZERO
                   ADD WK-FD-MINE (WK-FEED-SUB)
                       TO WK-SR-HELD (WK-SR-CUR)
               END-IF
               DISPLAY "SAMPLE - FEED " WK-FD-SOURCE (WK-FEED-SUB)
                   " " WK-FD-DATE (WK-FEED-SUB) " HELD - "
                   WK-FD-REASON (WK-FEED-SUB)
               DISPLAY "  RECORDS " WK-FD-COUNT (WK-FEED-SUB)
                   "  TRAILER " WK-FD-TRL-COUNT (WK-FEED-SUB)
               MOVE WK-FD-HASH (WK-FEED-SUB) TO WK-HASH-ED
               DISPLAY "  AMOUNT HASH " WK-HASH-ED
               MOVE WK-FD-TRL-HASH (WK-FEED-SUB) TO WK-HASH-ED
               DISPLAY "  TRAILER HASH" WK-HASH-ED
           ELSE
               DISPLAY "SAMPLE - FEED " WK-FD-SOURCE (WK-FEED-SUB)
                   " " WK-FD-DATE (WK-FEED-SUB) " BALANCED, "
                   WK-FD-COUNT (WK-FEED-SUB) " RECORDS"
           END-IF.
           ADD 1 TO WK-FEED-SUB.

      *****************************************************************
      * COPY EVERY HELD FEED, HEADER AND TRAILER INCLUDED, TO FEEDHLD *
      * SO IT CAN BE CORRECTED AND RESUBMITTED IN A LATER RUN'S IN01. *
      * FEEDHLD IS REWRITTEN FROM THE TOP ON EVERY RUN, A RESTART     *
      * INCLUDED, SO IT ALWAYS HOLDS EXACTLY THIS RUN'S HELD FEEDS.   *
      * ON A PARTITIONED RUN PARTITION 1 WRITES THE WHOLE FEEDS AND   *
      * THE OTHER PARTITIONS LEAVE FEEDHLD EMPTY.                     *
      *****************************************************************
       160-HOLD-FAILED-FEEDS.
           OPEN OUTPUT FEED-HOLD-FILE.
           IF WK-HELD-FEED-COUNT > ZERO
               AND WK-PT-NO < 2
               MOVE "0" TO WK-EOF
               MOVE ZERO TO WK-FEED-SUB
               PERFORM 146-END-CURRENT-FEED
               OPEN INPUT INPUT-FILE
               PERFORM 165-HOLD-ONE-RECORD UNTIL WK-EOF = "1"
               CLOSE INPUT-FILE
           END-IF.
           CLOSE FEED-HOLD-FILE.

       165-HOLD-ONE-RECORD.
           READ INPUT-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   MOVE IN-RECORD TO FH-FEED-RECORD
                   IF FH-MARKER = "*HDR"
                       PERFORM 145-START-CURRENT-FEED
                   END-IF
                   IF WK-CUR-FEED-STATUS = "H"
                       WRITE FEED-HOLD-RECORD FROM IN-RECORD
                   END-IF
                   IF FH-MARKER = "*TRL"
                       PERFORM 146-END-CURRENT-FEED
                   END-IF
           END-READ.

      *****************************************************************
      * POINT WK-SR-CUR AT THE COUNT ENTRY FOR WK-FIND-SOURCE, OPENING *
      * ONE (STATUS "R" UNTIL THE CALLER SAYS OTHERWISE) FOR A SOURCE *
      * NOT SEEN YET.  ZERO WHEN THE TABLE IS FULL.                   *
      *****************************************************************
       170-FIND-SOURCE.
           MOVE ZERO TO WK-SR-CUR.
           MOVE "N" TO WK-SR-NEW-SW.
           MOVE 1 TO WK-SR-SCAN.
           PERFORM 171-SCAN-ONE-SOURCE
               UNTIL WK-SR-SCAN > WK-SR-COUNT
                  OR WK-SR-CUR > ZERO.
           IF WK-SR-CUR = ZERO
               IF WK-SR-COUNT < 10
                   ADD 1 TO WK-SR-COUNT
                   MOVE WK-SR-COUNT TO WK-SR-CUR
                   MOVE WK-FIND-SOURCE TO WK-SR-SOURCE (WK-SR-CUR)
                   MOVE "R" TO WK-SR-STATUS (WK-SR-CUR)
                   MOVE ZERO TO WK-SR-READ (WK-SR-CUR)
                   MOVE ZERO TO WK-SR-WRITE (WK-SR-CUR)
                   MOVE ZERO TO WK-SR-REJECT (WK-SR-CUR)
                   MOVE ZERO TO WK-SR-FILTER (WK-SR-CUR)
                   MOVE ZERO TO WK-SR-HELD (WK-SR-CUR)
                   MOVE "Y" TO WK-SR-NEW-SW
               ELSE
                   ADD 1 TO WK-SR-OVFL-COUNT
               END-IF
           END-IF.

       171-SCAN-ONE-SOURCE.
           IF WK-SR-SOURCE (WK-SR-SCAN) = WK-FIND-SOURCE
               MOVE WK-SR-SCAN TO WK-SR-CUR
           END-IF.
           ADD 1 TO WK-SR-SCAN.

      *****************************************************************
      * PARTITIONED RUN - SAMPLE_PARTITION (1-4) NAMES THIS RUN'S     *
      * PARTITION AND PARTCTL GIVES ITS ACCOUNT RANGE.  THE WHOLE     *
      * TABLE IS CHECKED (SEE PARTREC) SO EVERY PARTITION'S RUN       *
      * AGREES ON WHO OWNS WHICH ACCOUNT; A BAD TABLE, OR A PARTITION *
      * IT DOES NOT LIST, STOPS THE RUN WITH RC 12 BEFORE ANYTHING IS *
      * WRITTEN.  NO SAMPLE_PARTITION MEANS AN ORDINARY WHOLE-FILE    *
      * RUN AND PARTCTL IS NOT READ.                                  *
      *****************************************************************
       180-SET-PARTITION.
           ACCEPT WK-PT-PARM FROM ENVIRONMENT "SAMPLE_PARTITION"
               ON EXCEPTION MOVE SPACES TO WK-PT-PARM
           END-ACCEPT.
           IF WK-PT-PARM NOT = SPACES
               IF WK-PT-PARM NUMERIC AND WK-PT-PARM-N > ZERO
                   MOVE WK-PT-PARM-N TO WK-PT-NO
                   PERFORM 181-LOAD-PARTITIONS
               ELSE
                   MOVE "INVALID SAMPLE_PARTITION" TO WK-PT-ERROR
               END-IF
               IF WK-PT-ERROR NOT = SPACES
                   DISPLAY "SAMPLE - PARTITION CONTROL ERROR: "
                       WK-PT-ERROR
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WK-PT-ACTIVE
               DISPLAY "SAMPLE - PARTITION " WK-PT-NO " OF "
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
      * MAIN PROCESS - AN ADDRESS CONTINUATION FOLLOWS ITS PARENT'S  *
      * DISPOSITION; EVERY OTHER RECORD TAKES THE NORMAL VALIDATE /  *
           IF WK-XREF-LOADED = "Y"
               PERFORM 201-TRANSLATE-ACCOUNT
           END-IF.
           MOVE IN-SOURCE TO WK-FIND-SOURCE.
           PERFORM 170-FIND-SOURCE.
           IF WK-SR-CUR > ZERO
               ADD 1 TO WK-SR-READ (WK-SR-CUR)
           END-IF.
           MOVE IN-RECORD TO CN-CONT-RECORD.
           IF CN-CONT-FLAG = "C"
               PERFORM 202-APPLY-CONTINUATION
                   WRITE OT-RECORD
                   ADD 1 TO WK-WRITE-COUNT
                   ADD 1 TO WK-CONT-COUNT
                   IF WK-SR-CUR > ZERO
                       ADD 1 TO WK-SR-WRITE (WK-SR-CUR)
                   END-IF
               WHEN CN-CONT-REC-KEY = WK-PARENT-KEY
                   AND WK-PARENT-STATE = "F"
                   ADD 1 TO WK-FILTER-COUNT
                   IF WK-SR-CUR > ZERO
                       ADD 1 TO WK-SR-FILTER (WK-SR-CUR)
                   END-IF
               WHEN OTHER
                   MOVE "RC09" TO WK-REJECT-REASON
                   PERFORM 230-REJECT-RECORD
                   MOVE IN-ADDRESS-LINE1   TO OT-ADDRESS-LINE1
                   MOVE IN-AMOUNT          TO OT-AMOUNT
                   MOVE IN-STATUS-CODE     TO OT-STATUS-CODE
                   MOVE IN-CURRENCY        TO OT-CURRENCY
                   MOVE IN-SOURCE          TO OT-SOURCE
                   MOVE IN-FILLER          TO OT-FILLER
                   IF OT-CURRENCY = SPACES
                       MOVE WK-BASE-CURRENCY TO OT-CURRENCY
                   END-IF
                   WRITE OT-RECORD
                   ADD 1 TO WK-WRITE-COUNT
                   IF WK-SR-CUR > ZERO
                       ADD 1 TO WK-SR-WRITE (WK-SR-CUR)
                   END-IF
                   MOVE "W" TO WK-PARENT-STATE
               ELSE
                   ADD 1 TO WK-FILTER-COUNT
                   IF WK-SR-CUR > ZERO
                       ADD 1 TO WK-SR-FILTER (WK-SR-CUR)
                   END-IF
                   MOVE "F" TO WK-PARENT-STATE
               END-IF
           ELSE
      *****************************************************************
      * VALIDATION AGAINST THE CP-SAMPLE-REC LAYOUT - STRUCTURAL      *
      * CHECKS FIRST (RC01-RC04), THEN THE OPERATIONS-MAINTAINED      *
      * CODE TABLES AND THE CALENDAR CHECK (RC05-RC08, RC10).  THE    *
      * FIRST FAILURE WINS - ONE REASON CODE PER REJECT.              *
      *****************************************************************
       205-VALIDATE-RECORD.
           MOVE "Y" TO WK-VALID-SW.
           IF WK-VALID-SW = "Y" AND WK-REF-LOADED = "Y"
               PERFORM 211-CHECK-CROSS-FIELD
           END-IF.
           IF WK-VALID-SW = "Y" AND WK-REF-LOADED = "Y"
               PERFORM 212-CHECK-CURRENCY
           END-IF.

      *****************************************************************
      * RC05 - REC-TYPE MUST APPEAR IN THE RT REFERENCE TABLE.        *
           END-IF.
           ADD 1 TO WK-REF-SUB.

      *****************************************************************
      * RC10 - A CURRENCY, WHEN GIVEN, MUST APPEAR IN THE CY/BC       *
      * REFERENCE ENTRIES.  A BLANK CURRENCY IS THE BASE CURRENCY.    *
      *****************************************************************
       212-CHECK-CURRENCY.
           IF WK-CY-COUNT > ZERO AND IN-CURRENCY NOT = SPACES
               MOVE "N" TO WK-REF-HIT-SW
               MOVE 1 TO WK-REF-SUB
               PERFORM 212A-SCAN-CY
                   UNTIL WK-REF-SUB > WK-CY-COUNT
                      OR WK-REF-HIT-SW = "Y"
               IF WK-REF-HIT-SW = "N"
                   MOVE "N" TO WK-VALID-SW
                   MOVE "RC10" TO WK-REJECT-REASON
               END-IF
           END-IF.

       212A-SCAN-CY.
           IF WK-CY-VALUE (WK-REF-SUB) = IN-CURRENCY
               MOVE "Y" TO WK-REF-HIT-SW
           END-IF.
           ADD 1 TO WK-REF-SUB.

      *****************************************************************
      * WRITE A FAILED RECORD TO THE REJECT FILE WITH ITS REASON CODE.*
      *****************************************************************
           MOVE IN-RECORD TO REJ-DETAIL.
           WRITE REJECT-RECORD.
           ADD 1 TO WK-REJECT-COUNT.
           IF WK-SR-CUR > ZERO
               ADD 1 TO WK-SR-REJECT (WK-SR-CUR)
           END-IF.

      *****************************************************************
      * RECORD A CHECKPOINT SO A RESTART CAN RESUME NEAR HERE.        *
           MOVE WK-PARENT-KEY TO CHKPT-PARENT-KEY.
           MOVE WK-PARENT-STATE TO CHKPT-PARENT-STATE.
           MOVE WK-CONT-COUNT TO CHKPT-CONT-COUNT.
           MOVE WK-SR-COUNT TO CHKPT-SRC-COUNT.
           MOVE 1 TO WK-SR-SUB.
           PERFORM 255-SAVE-ONE-SOURCE UNTIL WK-SR-SUB > 10.
           WRITE CHKPT-RECORD.
           CLOSE CHKPT-FILE.

       255-SAVE-ONE-SOURCE.
           IF WK-SR-SUB > WK-SR-COUNT
               MOVE SPACES TO CHKPT-SRC-ENTRY (WK-SR-SUB)
           ELSE
               MOVE WK-SR-SOURCE (WK-SR-SUB) TO CHKPT-SRC-ID (WK-SR-SUB)
               MOVE WK-SR-READ (WK-SR-SUB)
                   TO CHKPT-SRC-READ (WK-SR-SUB)
               MOVE WK-SR-WRITE (WK-SR-SUB)
                   TO CHKPT-SRC-WRITE (WK-SR-SUB)
               MOVE WK-SR-REJECT (WK-SR-SUB)
                   TO CHKPT-SRC-REJECT (WK-SR-SUB)
               MOVE WK-SR-FILTER (WK-SR-SUB)
                   TO CHKPT-SRC-FILTER (WK-SR-SUB)
           END-IF.
           ADD 1 TO WK-SR-SUB.

      *****************************************************************
      * END PROCESS - A HELD FEED ENDS THE RUN WITH RC 4: THE GOOD    *
      * FEEDS ARE THROUGH AND THE CHAIN GOES ON, BUT THE HOLD SHOWS.  *
      *****************************************************************
       300-END.
           CLOSE INPUT-FILE.
           CLOSE OUTPUT-FILE.
           CLOSE REJECT-FILE.
           IF WK-HELD-FEED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 310-CLEAR-CHECKPOINT.
           PERFORM 320-COMPUTE-THROUGHPUT.
           PERFORM 330-WRITE-RUN-HISTORY.
           DISPLAY "  FILTERED OUT    : " WK-FILTER-COUNT.
           DISPLAY "  CONTINUATIONS   : " WK-CONT-COUNT.
           DISPLAY "  ACCTS TRANSLATED: " WK-XLATE-COUNT.
           DISPLAY "  FEEDS HELD      : " WK-HELD-FEED-COUNT.
           DISPLAY "  RECORDS HELD    : " WK-HELD-REC-COUNT.
           IF WK-PT-ACTIVE = "Y"
               DISPLAY "  PARTITION       : " WK-PT-NO
               DISPLAY "  OTHER PARTITIONS: " WK-PT-OTHER-COUNT
           END-IF.
           MOVE 1 TO WK-SR-SUB.
           PERFORM 350-DISPLAY-ONE-SOURCE
               UNTIL WK-SR-SUB > WK-SR-COUNT.
           IF WK-SR-OVFL-COUNT > ZERO
               DISPLAY "  SOURCE TABLE FULL, RECORDS NOT BROKEN DOWN: "
                   WK-SR-OVFL-COUNT
           END-IF.
           IF WK-READ-COUNT = WK-WRITE-COUNT + WK-REJECT-COUNT
                                             + WK-FILTER-COUNT
               DISPLAY "  RUN IN BALANCE"
               MOVE WK-SEQBRK-COUNT TO RH-SEQBRK-COUNT
               MOVE WK-ELAPSED-SECONDS TO RH-ELAPSED-SECS
               MOVE WK-RECS-PER-SEC TO RH-RECS-PER-SEC
               MOVE WK-SR-COUNT TO RH-SOURCE-COUNT
               MOVE 1 TO WK-SR-SUB
               PERFORM 335-MOVE-ONE-SOURCE UNTIL WK-SR-SUB > 10
               WRITE RH-RECORD
               CLOSE HIST-FILE
           ELSE
                   WK-HIST-STATUS
           END-IF.

       335-MOVE-ONE-SOURCE.
           IF WK-SR-SUB > WK-SR-COUNT
               MOVE SPACES TO RH-SOURCE-ENTRY (WK-SR-SUB)
           ELSE
               MOVE WK-SR-SOURCE (WK-SR-SUB) TO RH-SRC-ID (WK-SR-SUB)
               MOVE WK-SR-STATUS (WK-SR-SUB)
                   TO RH-SRC-STATUS (WK-SR-SUB)
               MOVE WK-SR-READ (WK-SR-SUB) TO RH-SRC-READ (WK-SR-SUB)
               MOVE WK-SR-WRITE (WK-SR-SUB) TO RH-SRC-WRITE (WK-SR-SUB)
               MOVE WK-SR-REJECT (WK-SR-SUB)
                   TO RH-SRC-REJECT (WK-SR-SUB)
               MOVE WK-SR-FILTER (WK-SR-SUB)
                   TO RH-SRC-FILTER (WK-SR-SUB)
               MOVE WK-SR-HELD (WK-SR-SUB) TO RH-SRC-HELD (WK-SR-SUB)
           END-IF.
           ADD 1 TO WK-SR-SUB.

      *****************************************************************
      * APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED             *
      * CHAIN-STATUS DATASET FOR THE SAMPGTE GATEKEEPER.  A FAILURE   *
      * HERE IS REPORTED BUT DOES NOT FAIL THE RUN.  STATUS 05 IS A   *
      * SUCCESSFUL OPEN OF AN OPTIONAL FILE THAT DID NOT YET EXIST.   *
      * A PARTITION'S RECORD IS SAMPLE-N, NOT SAMPLE, SO NO GATE      *
      * PASSES ON ONE PARTITION - SAMPMRG WRITES THE SAMPLE RECORD    *
      * ONCE EVERY PARTITION IS IN.                                   *
      *****************************************************************
       340-WRITE-CHAIN-STATUS.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHN-STATUS = "00" OR WK-CHN-STATUS = "05"
               IF WK-PT-ACTIVE = "Y"
                   MOVE SPACES TO CS-PROGRAM
                   STRING "SAMPLE-" WK-PT-NO
                       DELIMITED BY SIZE INTO CS-PROGRAM
               ELSE
                   MOVE "SAMPLE" TO CS-PROGRAM
               END-IF
               MOVE WK-RUN-DATE TO CS-RUN-DATE
               MOVE WK-RUN-ID TO CS-RUN-ID
               MOVE RETURN-CODE TO CS-RETURN-CODE
           END-IF.
           COMPUTE WK-RECS-PER-SEC ROUNDED =
               (WK-READ-COUNT - WK-SKIP-COUNT) / WK-ELAPSED-SECONDS.

      *****************************************************************
      * ONE CONTROL-TOTAL LINE PER SOURCE; A BLANK SOURCE SHOWS AS    *
      * NONE.                                                         *
      *****************************************************************
       350-DISPLAY-ONE-SOURCE.
           IF WK-SR-SOURCE (WK-SR-SUB) = SPACES
               MOVE "NONE" TO WK-SOURCE-SHOW
           ELSE
               MOVE WK-SR-SOURCE (WK-SR-SUB) TO WK-SOURCE-SHOW
           END-IF.
           DISPLAY "  SOURCE " WK-SOURCE-SHOW " ("
               WK-SR-STATUS (WK-SR-SUB) ") READ "
               WK-SR-READ (WK-SR-SUB) " WRITTEN "
               WK-SR-WRITE (WK-SR-SUB) " REJECTED "
               WK-SR-REJECT (WK-SR-SUB).
           DISPLAY "              FILTERED "
               WK-SR-FILTER (WK-SR-SUB) " HELD "
               WK-SR-HELD (WK-SR-SUB).
           ADD 1 TO WK-SR-SUB.
