      *****************************************************************
      * FEEDREC - HEADER AND TRAILER VIEWS OF THE 132-BYTE EXTRACT    *
      * RECORD FOR A SOURCE-SYSTEM FEED.  EVERY FEED CONCATENATED     *
      * INTO IN01 IS BRACKETED BY ONE HEADER AND ONE TRAILER:         *
      *   HEADER  - "*HDR" IN COLS 1-4, THE SOURCE-SYSTEM ID IN COLS  *
      *             5-8 AND THE BUSINESS DATE THE FEED WAS EXTRACTED  *
      *             FOR IN COLS 9-16                                  *
      *   TRAILER - "*TRL" IN COLS 1-4, THE SAME SOURCE-SYSTEM ID,    *
      *             THE NUMBER OF DATA RECORDS BETWEEN THE HEADER AND *
      *             THE TRAILER (PARENTS AND ADDRESS CONTINUATIONS    *
      *             ALIKE) IN COLS 9-17 AND THE HASH TOTAL OF AMOUNT  *
      *             OVER THE PARENT RECORDS IN COLS 18-32 (A PARENT   *
      *             WITH A NON-NUMERIC AMOUNT ADDS NOTHING)           *
      * NO REC-TYPE STARTS WITH "*", SO A MARKER CANNOT BE MISTAKEN   *
      * FOR A DATA RECORD.  MOVE THE RECORD IMAGE INTO THIS LAYOUT    *
      * AND TEST THE MARKER TO TELL THE FORMATS APART.                *
      *                                                               *
      * CALLER SUPPLIES A PREFIX VIA REPLACING, E.G.:                 *
      *     COPY FEEDREC REPLACING ==:TAG:== BY ==FH==.               *
      *****************************************************************
       01  :TAG:-FEED-RECORD.
           05  :TAG:-MARKER             PIC X(04).
           05  :TAG:-SOURCE             PIC X(04).
           05  :TAG:-FEED-DATA          PIC X(124).
           05  :TAG:-HEADER-DATA REDEFINES :TAG:-FEED-DATA.
               10  :TAG:-FEED-DATE      PIC 9(08).
               10  FILLER               PIC X(116).
           05  :TAG:-TRAILER-DATA REDEFINES :TAG:-FEED-DATA.
               10  :TAG:-RECORD-COUNT   PIC 9(09).
               10  :TAG:-AMOUNT-HASH    PIC S9(13)V99.
               10  FILLER               PIC X(100).
