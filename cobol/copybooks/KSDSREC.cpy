      * THE EXTENSION PAST BYTE 132 CARRIES MASTER-ONLY MAINTENANCE   *
      * DATA THAT NEVER APPEARS ON THE SEQUENTIAL FEED.  200-BYTE     *
      * FIXED RECORD - KEEP THE IDCAMS RECORDSIZE IN STEP WITH THIS.  *
      * CURRENCY IS THE ISO CODE KSDS-AMOUNT IS HELD IN; SPACES MEAN  *
      * THE BASE (LEDGER) CURRENCY, AS ON SAMPREC.  SOURCE IS THE     *
      * SOURCE-SYSTEM ID OF THE FEED THAT LAST LOADED THE ACCOUNT.    *
      *                                                               *
      * CALLER SUPPLIES A PREFIX VIA REPLACING, E.G.:                 *
      *     COPY KSDSREC REPLACING ==:TAG:== BY ==KSDS==.             *
           05  :TAG:-ADDRESS-LINE1      PIC X(30).
           05  :TAG:-AMOUNT             PIC S9(9)V99.
           05  :TAG:-STATUS-CODE        PIC X(02).
           05  :TAG:-CURRENCY           PIC X(03).
           05  :TAG:-SOURCE             PIC X(04).
           05  :TAG:-FILLER             PIC X(32).
           05  :TAG:-MAINT-DATE         PIC 9(08).
           05  :TAG:-ADDRESS-LINE2      PIC X(30).
           05  :TAG:-ADDRESS-LINE3      PIC X(30).
