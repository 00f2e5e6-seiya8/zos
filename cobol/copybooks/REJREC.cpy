      *   RC08 - STATUS-CODE NOT LEGAL FOR THIS REC-TYPE              *
      *   RC09 - ORPHAN ADDRESS CONTINUATION (NO MATCHING PARENT      *
      *          DIRECTLY BEFORE IT, OR ITS PARENT WAS REJECTED)      *
      *   RC10 - CURRENCY NOT IN THE REFERENCE CODE TABLE             *
      *                                                               *
      * REJ-SOURCE IS THE SOURCE-SYSTEM ID SAMPLE STAMPED ON THE      *
      * REJECTED IMAGE (THE SAMPREC SOURCE FIELD, COLS 97-100).       *
      *****************************************************************
       01  REJECT-RECORD.
           05  REJ-REASON-CODE      PIC X(4).
           05  REJ-DETAIL           PIC X(132).
           05  REJ-DETAIL-R         REDEFINES REJ-DETAIL.
               10  FILLER           PIC X(96).
               10  REJ-SOURCE       PIC X(4).
               10  FILLER           PIC X(32).
