      *****************************************************************
      * PARTREC - RECORD LAYOUT FOR THE PARTITION CONTROL DATASET     *
      * (PARTCTL) DRIVING A PARTITIONED SAMPLE/SAMPLOAD RUN.  ONE     *
      * RECORD PER PARTITION, IN PARTITION-NUMBER ORDER 1, 2, 3...    *
      * (AT MOST 4).  EACH PARTITION OWNS THE ACCOUNT NUMBERS FROM    *
      * ITS LOW TO ITS HIGH ACCOUNT INCLUSIVE; TOGETHER THE RANGES    *
      * MUST COVER 0000000000 TO 9999999999 WITH NO GAP OR OVERLAP -  *
      * EACH LOW IS THE PREVIOUS HIGH PLUS ONE.  A RECORD WHOSE       *
      * ACCOUNT IS NOT NUMERIC BELONGS TO PARTITION 1.  SAMPLE,       *
      * SAMPLOAD AND SAMPMRG ALL CHECK THESE RULES AND END RC 12      *
      * WHEN THEY ARE BROKEN.  MAINTAINED LIKE REFTBL - A DATASET     *
      * EDIT, NOT A PROGRAM CHANGE - BUT A CHANGE MUST BE MATCHED BY  *
      * THE PARTITION JOBS AND THE SAMPPMRG CONCATENATIONS.  THE      *
      * COMMENT IS FREE TEXT FOR OPERATIONS.  40-BYTE FIXED RECORD.   *
      *****************************************************************
       01  PT-RECORD.
           05  PT-PARTITION-NO      PIC 9(01).
           05  PT-LOW-ACCOUNT       PIC 9(10).
           05  PT-HIGH-ACCOUNT      PIC 9(10).
           05  PT-COMMENT           PIC X(19).
