      * OR WRITES THE SAMPLE EXTRACT SO FIELD OFFSETS STAY IN ONE     *
      * PLACE.                                                        *
      *                                                                *
      * CURRENCY IS THE ISO CODE THE AMOUNT IS HELD IN (VALIDATED BY  *
      * SAMPLE AGAINST THE REFTBL CY/BC ENTRIES).  SPACES MEAN THE    *
      * BASE (LEDGER) CURRENCY - RECORDS WRITTEN BEFORE THE FIELD     *
      * EXISTED CARRY SPACES THERE.                                   *
      *                                                                *
      * SOURCE IS THE SOURCE-SYSTEM ID SAMPLE STAMPS ON EVERY OT01    *
      * RECORD FROM THE FEED HEADER IT ARRIVED UNDER (SEE FEEDREC).   *
      * SPACES MEAN THE RECORD CAME IN OUTSIDE ANY HEADER/TRAILER.    *
      *                                                                *
      * CALLER SUPPLIES A PREFIX VIA REPLACING, E.G.:                 *
      *     COPY SAMPREC REPLACING ==:TAG:== BY ==IN==.                *
      *     COPY SAMPREC REPLACING ==:TAG:== BY ==OT==.                *
           05  :TAG:-ADDRESS-LINE1      PIC X(30).
           05  :TAG:-AMOUNT             PIC S9(9)V99.
           05  :TAG:-STATUS-CODE        PIC X(02).
           05  :TAG:-CURRENCY           PIC X(03).
           05  :TAG:-SOURCE             PIC X(04).
           05  :TAG:-FILLER             PIC X(32).
