      *****************************************************************
      * HHXREC - RECORD LAYOUT FOR THE HOUSEHOLD CROSS-REFERENCE.     *
      * ONE RECORD PER MASTER ACCOUNT THAT SAMPHHD GROUPED INTO A     *
      * HOUSEHOLD OF TWO OR MORE ACCOUNTS - AN ACCOUNT NOT LISTED IS  *
      * A HOUSEHOLD OF ONE.  THE HOUSEHOLD ID IS THE MASTER KEY OF    *
      * THE HOUSEHOLD'S PRIMARY ACCOUNT.  THE SAMPHHD JOB SORTS THE   *
      * DATASET INTO MASTER-KEY ORDER; SAMPSTM LOADS IT TO PRINT ONE  *
      * CONSOLIDATED STATEMENT PER HOUSEHOLD.  31-BYTE FIXED RECORD.  *
      *****************************************************************
       01  HX-RECORD.
           05  HX-REC-KEY           PIC X(12).
           05  HX-HOUSEHOLD-ID      PIC X(12).
           05  HX-SCORE             PIC 9(03).
           05  HX-ROLE              PIC X(01).
           05  HX-MEMBERS           PIC 9(03).
