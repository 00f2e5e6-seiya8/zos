      *****************************************************************
      * HHNREC - RECORD LAYOUT FOR THE HOUSEHOLDING WORK FILE.  ONE   *
      * RECORD PER MASTER ACCOUNT, WRITTEN BY SAMPHHN WITH THE NAME   *
      * AND ADDRESS LINES NORMALIZED (UPPER CASE, NO PUNCTUATION,     *
      * COMMON ABBREVIATIONS FOLDED TO ONE FORM), SORTED ON THE       *
      * NORMALIZED ADDRESS AND NAME BY THE SAMPHHD JOB, AND GROUPED   *
      * INTO HOUSEHOLDS BY SAMPHHD.  THE ORIGINAL NAME AND FIRST      *
      * ADDRESS LINE RIDE ALONG FOR THE REVIEW REPORT, WITH THE       *
      * ACCOUNT'S CURRENCY (BLANK = BASE) SO THE EXPOSURE CAN BE      *
      * CONVERTED.  238-BYTE FIXED RECORD.                            *
      *   COLS   1-30  NORMALIZED ADDRESS-LINE1 (SORT MAJOR)          *
      *   COLS  31-60  NORMALIZED CUSTOMER-NAME                       *
      *   COLS  61-120 NORMALIZED ADDRESS-LINE2/3                     *
      *   COLS 121-132 MASTER KEY                                     *
      *****************************************************************
       01  NM-RECORD.
           05  NM-ADDR1             PIC X(30).
           05  NM-NAME              PIC X(30).
           05  NM-ADDR23            PIC X(60).
           05  NM-REC-KEY.
               10  NM-REC-TYPE      PIC X(02).
               10  NM-ACCOUNT-NO    PIC 9(10).
           05  NM-FIRST-WORD        PIC X(15).
           05  NM-LAST-WORD         PIC X(15).
           05  NM-AMOUNT            PIC S9(9)V99.
           05  NM-STATUS-CODE       PIC X(02).
           05  NM-CUSTOMER-NAME     PIC X(30).
           05  NM-ADDRESS-LINE1     PIC X(30).
           05  NM-CURRENCY          PIC X(03).
