      * RUNHREC - RECORD LAYOUT FOR THE PERMANENT RUN-HISTORY         *
      * DATASET.  ONE RECORD IS APPENDED BY SAMPLE AT THE END OF      *
      * EVERY RUN; READ BY SAMPTRD FOR TREND/ANOMALY REPORTING AND    *
      * BY SAMPRCN FOR CROSS-PROGRAM RECONCILIATION, AND BY SAMPRPT   *
      * FOR THE BY-SOURCE SECTION OF THE CONTROL REPORT.              *
      *                                                               *
      * THE SOURCE TABLE BREAKS THE RUN'S FIGURES DOWN BY THE         *
      * SOURCE-SYSTEM ID STAMPED ON EACH RECORD (SPACES = NO FEED     *
      * HEADER).  RH-SOURCE-COUNT ENTRIES ARE FILLED IN; THE REST ARE *
      * SPACES.  RH-SRC-STATUS IS THE DISPOSITION OF THE SOURCE'S     *
      * FEED:                                                         *
      *   B - BALANCED TO ITS TRAILER AND PROCESSED                   *
      *   H - HELD BACK UNPROCESSED (RH-SRC-HELD RECORDS ON FEEDHLD)  *
      *   U - NO HEADER/TRAILER, PROCESSED UNBALANCED                 *
      *   R - NO FEED TODAY, RECYCLED RECORDS ONLY                    *
      * HELD RECORDS ARE NOT PART OF RH-READ-COUNT.  588-BYTE FIXED   *
      * RECORD.                                                       *
      *****************************************************************
       01  RH-RECORD.
           05  RH-SEQBRK-COUNT      PIC 9(09).
           05  RH-ELAPSED-SECS      PIC 9(07).
           05  RH-RECS-PER-SEC      PIC 9(09).
           05  RH-SOURCE-COUNT      PIC 9(02).
           05  RH-SOURCE-ENTRY      OCCURS 10 TIMES.
               10  RH-SRC-ID        PIC X(04).
               10  RH-SRC-STATUS    PIC X(01).
               10  RH-SRC-READ      PIC 9(09).
               10  RH-SRC-WRITE     PIC 9(09).
               10  RH-SRC-REJECT    PIC 9(09).
               10  RH-SRC-FILTER    PIC 9(09).
               10  RH-SRC-HELD      PIC 9(09).
