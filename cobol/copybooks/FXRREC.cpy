      *****************************************************************
      * FXRREC - RECORD LAYOUT FOR THE OPERATIONS-MAINTAINED FOREIGN  *
      * EXCHANGE RATE DATASET (FXRATE).  ONE RECORD PER CURRENCY PER  *
      * RATE DATE, ANY ORDER: THE RATE IS THE NUMBER OF BASE-CURRENCY *
      * UNITS ONE UNIT OF THE CURRENCY BUYS.  OPERATIONS ADD THE      *
      * DAY'S RATES BEFORE THE CYCLE; FOR EACH CURRENCY A PROGRAM     *
      * USES THE RATE WITH THE LATEST RATE DATE ON OR BEFORE ITS RUN  *
      * DATE, SO A MISSED DAY FALLS BACK TO THE LAST RATE KEYED.  THE *
      * BASE CURRENCY ITSELF IS LISTED ONCE WITH A RATE OF 1          *
      * (0001000000).  A RECORD WITH A BAD CODE, DATE OR RATE IS      *
      * IGNORED WITH A WARNING.  40-BYTE FIXED RECORD.                *
      *****************************************************************
       01  FR-RECORD.
           05  FR-CURRENCY          PIC X(03).
           05  FILLER               PIC X(01).
           05  FR-RATE-DATE         PIC 9(08).
           05  FILLER               PIC X(01).
           05  FR-RATE              PIC 9(04)V9(06).
           05  FILLER               PIC X(17).
