           SELECT OPTIONAL CHAIN-FILE ASSIGN TO "CHNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHN-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CHSREC.
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-CHN-STATUS      PIC X(2).
         03  WK-READ-COUNT      PIC 9(9)       VALUE ZERO.
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           OPEN INPUT OT-FILE.
           OPEN OUTPUT DIST-FILE.
           MOVE WK-RUN-DATE TO WK-DATE-X.
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
                   DISPLAY "SAMPDST - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPDST - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * TURN THE YYYYMMDD IN WK-DATE-X INTO ISO YYYY-MM-DD.           *
      *****************************************************************
