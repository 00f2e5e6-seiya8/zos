      *****************************************************************
      * GLINTREC - RECORD LAYOUT FOR THE GLINT GENERAL-LEDGER         *
      * INTERFACE FILE.  ONE RECORD PER REC-TYPE/STATUS-CODE/CURRENCY *
      * BREAK, WRITTEN BY SAMPSUM AND MATCHED AGAINST THE LEDGER'S    *
      * ACKNOWLEDGMENT FILE BY SAMPACK.  114-BYTE FIXED RECORD.       *
      * SAMPCSH WRITES ITS CASH-APPLICATION ENTRIES IN THE SAME       *
      * LAYOUT, WITH THE LEDGER LINE (CH/AR/UC) IN THE STATUS-CODE    *
      * FIELD.                                                        *
      * COUNT THROUGH NET-AMT ARE IN THE BREAK'S OWN CURRENCY; THE    *
      * BASE- FIELDS ARE THE SAME FIGURES CONVERTED TO THE BASE       *
      * (LEDGER) CURRENCY AT FX-RATE (BASE UNITS PER ONE UNIT OF THE  *
      * CURRENCY).  A BLANK CURRENCY IS THE BASE CURRENCY AT 1.       *
      * THE CURRENCY AND BASE FIELDS FOLLOW THE ORIGINAL 61 BYTES SO  *
      * THE EARLIER OFFSETS ARE UNCHANGED.                            *
      *                                                               *
      * CALLER SUPPLIES A PREFIX VIA REPLACING, E.G.:                 *
      *     COPY GLINTREC REPLACING ==:TAG:== BY ==GL==.              *
           05  :TAG:-CREDIT-AMT     PIC 9(11)V99.
           05  :TAG:-NET-SIGN       PIC X(01).
           05  :TAG:-NET-AMT        PIC 9(11)V99.
           05  :TAG:-CURRENCY       PIC X(03).
           05  :TAG:-FX-RATE        PIC 9(04)V9(06).
           05  :TAG:-BASE-DEBIT     PIC 9(11)V99.
           05  :TAG:-BASE-CREDIT    PIC 9(11)V99.
           05  :TAG:-BASE-NET-SIGN  PIC X(01).
           05  :TAG:-BASE-NET-AMT   PIC 9(11)V99.
