      *****************************************************************
      * BALHREC - RECORD LAYOUT FOR THE PER-ACCOUNT BALANCE AND       *
      * STATUS HISTORY.  SAMPLOAD APPENDS ONE RECORD EVERY TIME IT    *
      * CHANGES A MASTER ACCOUNT'S AMOUNT, CURRENCY OR STATUS CODE,   *
      * OR PURGES THE ACCOUNT:                                        *
      *   IN - THE ACCOUNT WAS INSERTED ON THE MASTER (OLD AMOUNT     *
      *        ZERO, OLD CURRENCY AND STATUS SPACES)                  *
      *   UP - AN EXISTING ACCOUNT WAS REFRESHED WITH A DIFFERENT     *
      *        AMOUNT, CURRENCY OR STATUS (A REFRESH THAT CHANGES     *
      *        NONE OF THEM WRITES NOTHING)                           *
      *   PU - THE PURGE PASS DELETED THE ACCOUNT FROM THE MASTER     *
      *        (NEW AMOUNT ZERO, NEW CURRENCY AND STATUS SPACES)      *
      * WITH THE SAMPLOAD RUN DATE, TIME AND RUN ID AND THE EXTRACT   *
      * DATE OF THE RECORD THAT WAS APPLIED.  THE KEY COMES FIRST SO  *
      * IT SITS IN COLS 1-12 FOR A SORT OR A LISTING.  PERMANENT,     *
      * APPEND-ONLY, IN RUN ORDER - THE LAST RECORD OF AN ACCOUNT ON  *
      * OR BEFORE A DATE HOLDS ITS POSITION AS OF THAT DATE.  READ BY *
      * SAMPBHI.  80-BYTE FIXED RECORD.                               *
      *****************************************************************
       01  BH-RECORD.
           05  BH-REC-KEY.
               10  BH-REC-TYPE      PIC X(02).
               10  BH-ACCOUNT-NO    PIC 9(10).
           05  BH-RUN-DATE          PIC 9(08).
           05  BH-RUN-TIME          PIC 9(06).
           05  BH-RUN-ID            PIC X(08).
           05  BH-ACTION            PIC X(02).
           05  BH-REC-DATE          PIC 9(08).
           05  BH-OLD-AMOUNT        PIC S9(9)V99.
           05  BH-NEW-AMOUNT        PIC S9(9)V99.
           05  BH-OLD-CURRENCY      PIC X(03).
           05  BH-NEW-CURRENCY      PIC X(03).
           05  BH-OLD-STATUS        PIC X(02).
           05  BH-NEW-STATUS        PIC X(02).
           05  BH-SOURCE            PIC X(04).
