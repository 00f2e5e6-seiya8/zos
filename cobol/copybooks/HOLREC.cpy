      *****************************************************************
      * HOLREC - RECORD LAYOUT FOR THE OPERATIONS-MAINTAINED HOLIDAY  *
      * CALENDAR (HOLCAL).  ONE RECORD PER NON-WORKING WEEKDAY -      *
      * SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS AND NEED NO     *
      * RECORD.  ANY ORDER; A WEEKEND DATE IS SKIPPED AND AN INVALID  *
      * ONE IGNORED WITH A WARNING.  READ BY SAMPCAL (TO ROLL THE     *
      * PROCESSING DATE) AND BY EVERY PROGRAM THAT COUNTS             *
      * DAYS - SAMPLOAD RETENTION, SAMPACK GRACE, SAMPHLD DAYS HELD,  *
      * SAMPAGE BUCKETS AND SAMPDUN DAYS PAST DUE ARE ALL BUSINESS    *
      * DAYS.  40-BYTE FIXED RECORD.                                  *
      *****************************************************************
       01  HC-RECORD.
           05  HC-DATE              PIC 9(08).
           05  FILLER               PIC X(02).
           05  HC-DESCRIPTION       PIC X(30).
