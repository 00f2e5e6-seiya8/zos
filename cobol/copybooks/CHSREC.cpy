      * CHSREC - RECORD LAYOUT FOR THE SHARED CHAIN-STATUS DATASET.  *
      * EVERY PROGRAM IN THE EXTRACT CHAIN (SAMPLE, SAMPLOAD,        *
      * SAMPSUM, SAMPDST, SAMPRCN) APPENDS ONE COMPLETION RECORD AT  *
      * END OF RUN - PROGRAM, RUN DATE (THE PRCDATE PROCESSING DATE  *
      * WHEN ONE IS SET), RUN ID, RETURN CODE AND ITS PRIMARY KEY    *
      * COUNT.  READ BY THE SAMPGTE GATEKEEPER AT THE HEAD OF EACH   *
      * DOWNSTREAM JOB TO VERIFY THE REQUIRED PREDECESSORS COMPLETED *
      * FOR THE PROCESSING DATE WITH ACCEPTABLE RETURN CODES.        *
      * 35-BYTE FIXED RECORD.                                        *
      *****************************************************************
       01  CS-RECORD.
