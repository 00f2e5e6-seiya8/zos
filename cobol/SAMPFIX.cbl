               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "OTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  HOLD-RECORD.
         03  HOLD-REASON-CODE   PIC X(4).
         03  HOLD-DETAIL        PIC X(132).
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-RULE-EOF        PIC X(1).
         03  WK-RULE-STATUS     PIC X(2).
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 110-LOAD-RULES.
           OPEN INPUT REJECT-FILE.
           OPEN OUTPUT RECYCLE-FILE.
               NOT AT END ADD 1 TO WK-READ-COUNT
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
                   DISPLAY "SAMPFIX - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPFIX - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * LOAD THE OPERATIONS-MAINTAINED REPAIR RULES INTO THE TABLE.   *
      * NO FIXRULES DATASET MEANS NO RULES, SO EVERY REJECT IS HELD.  *
      * CODE-TABLE REASONS, WHICH SAMPFIX CANNOT RE-CHECK WITHOUT    *
      * THE REFERENCE TABLE, ONLY A RULE ACTION THAT CHANGES THE     *
      * OFFENDING FIELD CAN CURE THE REJECT: TYPE FOR RC05, AND      *
      * NOTHING FOR RC06/RC08/RC10 - THOSE ARE ALWAYS HELD.          *
      *****************************************************************
       230-VERIFY-REPAIR.
           MOVE "Y" TO WK-REPAIR-SW.
                       END-IF
                   WHEN "RC06"
                   WHEN "RC08"
                   WHEN "RC10"
                       MOVE "N" TO WK-REPAIR-SW
                   WHEN OTHER
                       CONTINUE
