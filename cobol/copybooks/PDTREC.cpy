      *****************************************************************
      * PDTREC - RECORD LAYOUT FOR THE CHAIN PROCESSING-DATE CONTROL  *
      * RECORD (PRCDATE).  A ONE-RECORD DATASET SAMPCAL REWRITES AT   *
      * THE HEAD OF EVERY DAILY CYCLE: THE BUSINESS DATE THE CYCLE    *
      * PROCESSES AS, THE BUSINESS DAY BEFORE IT, WHEN IT WAS SET AND *
      * WHETHER IT WAS ROLLED AUTOMATICALLY (A) OR KEYED BY AN        *
      * OPERATOR FOR A LATE OR RERUN CYCLE (O).  EVERY CHAIN PROGRAM  *
      * GIVEN A PRCDATE DD USES PD-PROC-DATE AS ITS RUN DATE IN PLACE *
      * OF THE SYSTEM CLOCK, SO A CYCLE THAT RUNS PAST MIDNIGHT, OR   *
      * IS RERUN DAYS LATER, STILL STAMPS AND GATES ON ITS OWN        *
      * BUSINESS DATE.  39-BYTE FIXED RECORD.                         *
      *****************************************************************
       01  PD-RECORD.
           05  PD-PROC-DATE         PIC 9(08).
           05  PD-PREV-DATE         PIC 9(08).
           05  PD-SET-DATE          PIC 9(08).
           05  PD-SET-TIME          PIC 9(06).
           05  PD-MODE              PIC X(01).
           05  PD-SET-BY            PIC X(08).
