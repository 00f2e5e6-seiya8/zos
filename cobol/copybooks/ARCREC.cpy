      *****************************************************************
      * ARCREC - RECORD LAYOUT FOR THE PURGED-ACCOUNT ARCHIVE.        *
      * SAMPLOAD'S PURGE PASS APPENDS ONE RECORD FOR EVERY MASTER     *
      * RECORD IT DELETES: THE FULL 200-BYTE MASTER IMAGE AS IT STOOD *
      * AT THE PURGE, THE PURGE DATE AND TIME, AND THE RUN ID OF THE  *
      * SAMPLOAD RUN THAT PURGED IT (SAMPLOAD_RUN_ID, ALSO CARRIED ON *
      * THAT RUN'S CHAIN-STATUS RECORD).  THE IMAGE COMES FIRST SO    *
      * THE MASTER KEY SITS IN COLS 1-12 FOR A SORT OR A LISTING.     *
      * PERMANENT, APPEND-ONLY; AN ACCOUNT PURGED MORE THAN ONCE HAS  *
      * ONE RECORD PER PURGE, OLDEST FIRST.  READ BY SAMPARC FOR      *
      * LOOKUP AND REINSTATEMENT.  222-BYTE FIXED RECORD.             *
      *****************************************************************
       01  AR-RECORD.
           05  AR-MASTER-IMAGE      PIC X(200).
           05  AR-PURGE-DATE        PIC 9(08).
           05  AR-PURGE-TIME        PIC 9(06).
           05  AR-RUN-ID            PIC X(08).
