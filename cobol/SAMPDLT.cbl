           SELECT OPTIONAL XREF-FILE ASSIGN TO "XREFTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-XREF-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  XREF-RECORD.
         03  XREF-OLD-ACCT      PIC X(10).
         03  XREF-NEW-ACCT      PIC X(10).
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-NEW-EOF         PIC X(1).
         03  WK-OLD-EOF         PIC X(1).
         03  WK-NEW-COUNT       PIC 9(9)       VALUE ZERO.
           MOVE "0" TO WK-NEW-EOF.
           MOVE "0" TO WK-OLD-EOF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           PERFORM 105-SET-PROC-DATE.
           MOVE WK-RUN-DATE TO WK-RUN-DATE-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "1" TO PR-CTRL.
           PERFORM 110-READ-NEW.
           PERFORM 120-READ-OLD.

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
                   DISPLAY "SAMPDLT - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPDLT - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * LOAD THE ACCOUNT RENUMBERING CROSS-REFERENCE.  NO XREFTBL    *
      * DD MEANS NO LINKAGE REPORTING - A RENUMBERED ACCOUNT SHOWS   *
