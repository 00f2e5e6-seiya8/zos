           SELECT AUDIT-FILE ASSIGN TO "AUDTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-AUD-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 436 CHARACTERS.
           COPY AUDREC.
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-KSDS-STATUS     PIC X(2).
         03  WK-AUD-STATUS      PIC X(2).
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-RUN-TIME.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 137-LOAD-REFTBL.
           OPEN EXTEND AUDIT-FILE.
           IF WK-AUD-STATUS NOT = "00" AND WK-AUD-STATUS NOT = "05"
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
                   DISPLAY "SAMPMNT - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPMNT - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * LOAD THE OPERATIONS-MAINTAINED REFERENCE CODE TABLES - THE   *
      * SAME RT/SC/XR RULES SAMPLE ENFORCES ON THE EXTRACT.          *
                               DISPLAY "SAMPMNT - XR TABLE FULL: "
                                   REF-RECORD
                           END-IF
                       WHEN "CY"
                       WHEN "BC"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "SAMPMNT - UNKNOWN REFTBL KIND: "
                               REF-RECORD
