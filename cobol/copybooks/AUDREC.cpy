      * CHANGE APPLIED TO THE OT01 CUSTOMER MASTER KSDS: WHO MADE     *
      * IT, WHEN, WHAT THE ACTION WAS, AND THE FULL 200-BYTE MASTER   *
      * IMAGE BEFORE AND AFTER (AFTER IS SPACES FOR A DELETE).        *
      * SAMPCSH APPENDS THE SAME RECORD (USER ID SAMPCSH, ACTION CP)  *
      * FOR EVERY PAYMENT IT APPLIES TO A MASTER BALANCE, AND SAMPDUN *
      * (USER ID SAMPDUN, ACTION CS) FOR EVERY DUNNING STATUS MOVE.   *
      * SAMPARC APPENDS ACTION RI (BEFORE IMAGE SPACES) FOR EVERY     *
      * ACCOUNT IT REINSTATES FROM THE PURGED-ACCOUNT ARCHIVE.        *
      * 436-BYTE FIXED RECORD, APPEND-ONLY - THE DATASET IS THE       *
      * ANSWER TO "WHO CHANGED THIS RECORD AND WHAT DID IT SAY        *
      * BEFORE".                                                      *
