       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPMSK.
      *****************************************************************
      * TEST-DATA MASKING.  MAKES THE DE-IDENTIFIED COPY OF          *
      * PRODUCTION DATA THE TEST REGION IS REFRESHED FROM, SO NO     *
      * REAL CUSTOMER NAME, ADDRESS OR ACCOUNT NUMBER LEAVES         *
      * PRODUCTION.  EACH INPUT SUPPLIED IS COPIED RECORD FOR RECORD *
      * TO ITS MASKED OUTPUT:                                        *
      *   IN01     -> MSKIN01   AN IN01 GENERATION (FEEDS INCLUDED)  *
      *   OT01     -> MSKOT01   AN OT01 GENERATION                   *
      *   OTREJ    -> MSKREJ    AN OTREJ GENERATION                  *
      *   OT01KSDS -> MSKMSTR   THE MASTER, AS A SEQUENTIAL IMAGE    *
      *                         FOR THE TEST REGION TO REPRO IN      *
      *   XREFTBL  -> MSKXREF   THE ACCOUNT RENUMBERING TABLE        *
      * AN INPUT WHOSE DD IS LEFT OUT IS SKIPPED.                    *
      *                                                              *
      * THE SCRAMBLE DOES NOT KEEP ACCOUNT ORDER, SO THE SAMPMSK JOB *
      * SORTS THE MASKED FILES BACK INTO KEY ORDER.  THE MASTER      *
      * IMAGE NEEDS ONLY A KEY SORT.  MSKIN01 AND MSKOT01 ARE        *
      * WRITTEN WITH A 14-BYTE SORT PREFIX AHEAD OF EACH 132-BYTE    *
      * IMAGE, WHICH THE SORT DROPS:                                 *
      *   COLS 1-4  FEED NUMBER - STEPPED AT EACH FEED HEADER, AND   *
      *             AT THE FIRST RECORD AFTER A TRAILER THAT IS NOT  *
      *             ITSELF A HEADER, SO NO RECORD CHANGES FEEDS      *
      *   COL  5    0 - FEED HEADER, 1 - DATA RECORD, 2 - TRAILER    *
      *   COLS 6-14 PARENT NUMBER - STEPPED AT EVERY RECORD THAT IS  *
      *             NOT A CONTINUATION, SO A CONTINUATION CARRIES    *
      *             THE NUMBER OF THE PARENT IT FOLLOWED             *
      * THE SORT ON FEED NUMBER AND CLASS, THE MASKED KEY (COLS      *
      * 15-26), THE PARENT NUMBER AND THE CONTINUATION FLAG (COL     *
      * 146), WITH EQUALS, KEEPS EACH FEED'S HEADER FIRST AND        *
      * TRAILER LAST, ORDERS ITS DATA RECORDS ON THE MASKED ACCOUNT  *
      * AND LEAVES EACH CONTINUATION STRAIGHT AFTER ITS OWN PARENT,  *
      * EVEN WHERE AN ACCOUNT COMES MORE THAN ONCE.                  *
      *                                                              *
      * WHAT IS MASKED:                                              *
      *   ACCOUNT-NO      - A KEYED ONE-TO-ONE SCRAMBLE OF THE TEN   *
      *                     DIGITS.  THE SAME REAL ACCOUNT ALWAYS    *
      *                     GETS THE SAME FAKE NUMBER, IN EVERY FILE *
      *                     AND ON EVERY RUN WITH THE SAME KEY, AND  *
      *                     NO TWO REAL ACCOUNTS SHARE ONE - SO      *
      *                     CONTINUATIONS STILL MEET THEIR PARENTS,  *
      *                     XREFTBL PAIRS STILL LINE UP AND DAY-     *
      *                     OVER-DAY DELTAS STILL MATCH.  A NON-     *
      *                     NUMERIC ACCOUNT (AN RC02 REJECT) IS LEFT *
      *                     AS IT IS.                                *
      *   CUSTOMER-NAME   - A FAKE FIRST NAME AND SURNAME            *
      *   ADDRESS-LINE1-3 - A FAKE STREET ADDRESS AND TOWN           *
      * THE FAKE NAME AND ADDRESS ARE CHOSEN BY A KEYED HASH OF THE  *
      * REAL TEXT (LETTERS AND DIGITS ONLY, CASE IGNORED), SO THE    *
      * SAME REAL ADDRESS ALWAYS BECOMES THE SAME FAKE ONE AND       *
      * HOUSEHOLDS STILL GROUP.  A BLANK FIELD STAYS BLANK.          *
      * EVERYTHING ELSE - REC-TYPE, DATES, AMOUNTS, STATUS-CODE,     *
      * CURRENCY, SOURCE, REJECT REASONS AND THE FEED HEADERS AND    *
      * TRAILERS - IS COPIED UNCHANGED, SO TEST RESULTS KEEP THE     *
      * PRODUCTION MIX AND EVERY FEED STILL BALANCES.                *
      *                                                              *
      * THE KEY IS THE FOUR FIVE-DIGIT ROUND KEYS ON MASKKEY, A      *
      * PRODUCTION-ONLY DATASET UNDER THE SAME ACCESS CONTROL AS THE *
      * DATA ITSELF - WITH IT THE SCRAMBLE CAN BE REVERSED.  NEVER   *
      * COPY IT TO TEST.  CHANGING IT CHANGES EVERY FAKE NUMBER, SO  *
      * THE TEST REGION MUST THEN BE REFRESHED IN FULL.  NO VALID    *
      * KEY ENDS THE RUN RC 12 BEFORE ANYTHING IS WRITTEN.           *
      *                                                              *
      * MASKKEY RECORD (LRECL 40):                                   *
      *   COLS  1-20  FOUR ROUND KEYS, 5 DIGITS EACH, NOT ALL ZERO   *
      *   COLS 21-40  FREE TEXT                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KEY-FILE ASSIGN TO "MASKKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-KEY-STATUS.
           SELECT OPTIONAL IN-FILE ASSIGN TO "IN01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-IN-STATUS.
           SELECT OPTIONAL OT-FILE ASSIGN TO "OT01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-OT-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO "OTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REJ-STATUS.
           SELECT OPTIONAL KSDS-FILE ASSIGN TO "OT01KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KSDS-REC-KEY
               FILE STATUS IS WK-KSDS-STATUS.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "XREFTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-XREF-STATUS.
           SELECT MIN-FILE ASSIGN TO "MSKIN01"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOT-FILE ASSIGN TO "MSKOT01"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MREJ-FILE ASSIGN TO "MSKREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MMST-FILE ASSIGN TO "MSKMSTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MXREF-FILE ASSIGN TO "MSKXREF"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  KEY-RECORD.
         03  KEY-ROUND          PIC X(5)       OCCURS 4 TIMES.
         03  KEY-COMMENT        PIC X(20).
       FD  IN-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  IN-RECORD               PIC X(132).
       FD  OT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  OT-RECORD               PIC X(132).
       FD  REJECT-FILE
           RECORD CONTAINS 136 CHARACTERS.
           COPY REJREC.
       FD  KSDS-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY KSDSREC REPLACING ==:TAG:== BY ==KSDS==.
       FD  XREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  XREF-RECORD.
         03  XREF-OLD-ACCT      PIC X(10).
         03  XREF-NEW-ACCT      PIC X(10).
       FD  MIN-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  MIN-RECORD.
         03  MIN-FEED-NO        PIC 9(4).
         03  MIN-CLASS          PIC X(1).
         03  MIN-PARENT-NO      PIC 9(9).
         03  MIN-IMAGE          PIC X(132).
       FD  MOT-FILE
           RECORD CONTAINS 146 CHARACTERS.
       01  MOT-RECORD.
         03  MOT-FEED-NO        PIC 9(4).
         03  MOT-CLASS          PIC X(1).
         03  MOT-PARENT-NO      PIC 9(9).
         03  MOT-IMAGE          PIC X(132).
       FD  MREJ-FILE
           RECORD CONTAINS 136 CHARACTERS.
       01  MREJ-RECORD             PIC X(136).
       FD  MMST-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  MMST-RECORD             PIC X(200).
       FD  MXREF-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  MXREF-RECORD            PIC X(20).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-KEY-STATUS      PIC X(2).
         03  WK-IN-STATUS       PIC X(2).
         03  WK-OT-STATUS       PIC X(2).
         03  WK-REJ-STATUS      PIC X(2).
         03  WK-KSDS-STATUS     PIC X(2).
         03  WK-XREF-STATUS     PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-KEY-SW          PIC X(1)       VALUE "N".
         03  WK-SUB             PIC 9(2)       VALUE ZERO.
         03  WK-KEY             PIC 9(5)       OCCURS 4 TIMES.
         03  WK-FEED-NO         PIC 9(4)       VALUE ZERO.
         03  WK-SORT-CLASS      PIC X(1).
         03  WK-AFTER-TRL-SW    PIC X(1)       VALUE "N".
         03  WK-PARENT-NO       PIC 9(9)       VALUE ZERO.
      *****************************************************************
      * CONTROL TOTALS, ONE LINE PER FILE.                            *
      *****************************************************************
       01  WK-COUNT-AREA.
         03  WK-IN-COUNT        PIC 9(9)       VALUE ZERO.
         03  WK-OT-COUNT        PIC 9(9)       VALUE ZERO.
         03  WK-REJ-COUNT       PIC 9(9)       VALUE ZERO.
         03  WK-KSDS-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-XREF-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-MARKER-COUNT    PIC 9(9)       VALUE ZERO.
         03  WK-CONT-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-ACCT-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-NONNUM-COUNT    PIC 9(9)       VALUE ZERO.
      *****************************************************************
      * THE 132-BYTE EXTRACT IMAGE BEING MASKED, AND ITS CONTINUATION *
      * AND FEED-MARKER VIEWS.                                        *
      *****************************************************************
           COPY SAMPREC REPLACING ==:TAG:== BY ==MK==.
           COPY SAMPCON REPLACING ==:TAG:== BY ==MC==.
           COPY FEEDREC REPLACING ==:TAG:== BY ==MF==.
      *****************************************************************
      * ACCOUNT SCRAMBLE - A FOUR-ROUND FEISTEL NETWORK ON THE TWO    *
      * FIVE-DIGIT HALVES OF THE ACCOUNT.  EACH ROUND ADDS A KEYED    *
      * FUNCTION OF ONE HALF TO THE OTHER (MODULO 100000) AND SWAPS   *
      * THEM, WHICH IS ONE-TO-ONE WHATEVER THE FUNCTION, SO TWO REAL  *
      * ACCOUNTS CAN NEVER SHARE A FAKE NUMBER.                       *
      *****************************************************************
       01  WK-SCRAMBLE-AREA.
         03  WK-SC-ACCOUNT      PIC X(10).
         03  WK-SC-ACCOUNT-R    REDEFINES WK-SC-ACCOUNT.
           05  WK-SC-LEFT       PIC 9(5).
           05  WK-SC-RIGHT      PIC 9(5).
         03  WK-SC-ROUND        PIC 9(1)       VALUE ZERO.
         03  WK-SC-PRODUCT      PIC 9(12)      VALUE ZERO.
         03  WK-SC-QUOT         PIC 9(12)      VALUE ZERO.
         03  WK-SC-F            PIC 9(5)       VALUE ZERO.
         03  WK-SC-SUM          PIC 9(6)       VALUE ZERO.
         03  WK-SC-NEW          PIC 9(5)       VALUE ZERO.
      *****************************************************************
      * TEXT HASH FOR THE FAKE NAME AND ADDRESS CHOICE.               *
      *****************************************************************
       01  WK-HASH-AREA.
         03  WK-HS-TEXT         PIC X(30).
         03  WK-HS-CHAR         PIC X(1).
         03  WK-HS-SUB          PIC 9(2)       VALUE ZERO.
         03  WK-HS-SEED         PIC 9(6)       VALUE ZERO.
         03  WK-HS-VALUE        PIC 9(9)       VALUE ZERO.
         03  WK-HS-WORK         PIC 9(12)      VALUE ZERO.
         03  WK-HS-QUOT         PIC 9(12)      VALUE ZERO.
         03  WK-HS-PICK1        PIC 9(3)       VALUE ZERO.
         03  WK-HS-PICK2        PIC 9(3)       VALUE ZERO.
         03  WK-HS-NUMBER       PIC 9(5)       VALUE ZERO.
         03  WK-HS-NUMBER-ED    PIC Z(4)9.
         03  WK-FAKE            PIC X(30).
       01  WK-CASE-AREA.
         03  WK-LOWER           PIC X(26)
                 VALUE "abcdefghijklmnopqrstuvwxyz".
         03  WK-UPPER           PIC X(26)
                 VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *****************************************************************
      * FAKE-VALUE TABLES.  A CHOICE IS (HASH MOD TABLE SIZE) + 1, SO *
      * KEEP THE OCCURS COUNTS IN STEP WITH THE DIVISORS IN 520-540.  *
      *****************************************************************
       01  WK-FIRST-VALUES.
         03  FILLER             PIC X(10)  VALUE "JAMES     ".
         03  FILLER             PIC X(10)  VALUE "MARY      ".
         03  FILLER             PIC X(10)  VALUE "ROBERT    ".
         03  FILLER             PIC X(10)  VALUE "PATRICIA  ".
         03  FILLER             PIC X(10)  VALUE "JOHN      ".
         03  FILLER             PIC X(10)  VALUE "JENNIFER  ".
         03  FILLER             PIC X(10)  VALUE "MICHAEL   ".
         03  FILLER             PIC X(10)  VALUE "LINDA     ".
         03  FILLER             PIC X(10)  VALUE "DAVID     ".
         03  FILLER             PIC X(10)  VALUE "ELIZABETH ".
         03  FILLER             PIC X(10)  VALUE "WILLIAM   ".
         03  FILLER             PIC X(10)  VALUE "BARBARA   ".
         03  FILLER             PIC X(10)  VALUE "RICHARD   ".
         03  FILLER             PIC X(10)  VALUE "SUSAN     ".
         03  FILLER             PIC X(10)  VALUE "JOSEPH    ".
         03  FILLER             PIC X(10)  VALUE "JESSICA   ".
         03  FILLER             PIC X(10)  VALUE "THOMAS    ".
         03  FILLER             PIC X(10)  VALUE "SARAH     ".
         03  FILLER             PIC X(10)  VALUE "CHARLES   ".
         03  FILLER             PIC X(10)  VALUE "KAREN     ".
       01  WK-FIRST-TABLE       REDEFINES WK-FIRST-VALUES.
         03  WK-FIRST-NAME      PIC X(10)      OCCURS 20 TIMES.
       01  WK-LAST-VALUES.
         03  FILLER             PIC X(12)  VALUE "ABERNATHY   ".
         03  FILLER             PIC X(12)  VALUE "BRADSHAW    ".
         03  FILLER             PIC X(12)  VALUE "CALLOWAY    ".
         03  FILLER             PIC X(12)  VALUE "DELACROIX   ".
         03  FILLER             PIC X(12)  VALUE "ELLSWORTH   ".
         03  FILLER             PIC X(12)  VALUE "FAIRBANKS   ".
         03  FILLER             PIC X(12)  VALUE "GALLOWAY    ".
         03  FILLER             PIC X(12)  VALUE "HARTWELL    ".
         03  FILLER             PIC X(12)  VALUE "IVERSON     ".
         03  FILLER             PIC X(12)  VALUE "JAMESON     ".
         03  FILLER             PIC X(12)  VALUE "KESSLER     ".
         03  FILLER             PIC X(12)  VALUE "LANCASTER   ".
         03  FILLER             PIC X(12)  VALUE "MERRIWEATHER".
         03  FILLER             PIC X(12)  VALUE "NORTHCOTT   ".
         03  FILLER             PIC X(12)  VALUE "OSGOOD      ".
         03  FILLER             PIC X(12)  VALUE "PEMBERTON   ".
         03  FILLER             PIC X(12)  VALUE "QUINLAN     ".
         03  FILLER             PIC X(12)  VALUE "RADCLIFFE   ".
         03  FILLER             PIC X(12)  VALUE "STANHOPE    ".
         03  FILLER             PIC X(12)  VALUE "THORNBURY   ".
         03  FILLER             PIC X(12)  VALUE "UPCHURCH    ".
         03  FILLER             PIC X(12)  VALUE "VANDERMEER  ".
         03  FILLER             PIC X(12)  VALUE "WHITLOCK    ".
         03  FILLER             PIC X(12)  VALUE "YARBOROUGH  ".
         03  FILLER             PIC X(12)  VALUE "ASHCROFT    ".
         03  FILLER             PIC X(12)  VALUE "BLACKWOOD   ".
         03  FILLER             PIC X(12)  VALUE "CRANSTON    ".
         03  FILLER             PIC X(12)  VALUE "DUNMORE     ".
         03  FILLER             PIC X(12)  VALUE "EVERHART    ".
         03  FILLER             PIC X(12)  VALUE "FENWICK     ".
         03  FILLER             PIC X(12)  VALUE "GREENLEAF   ".
         03  FILLER             PIC X(12)  VALUE "HOLLOWAY    ".
         03  FILLER             PIC X(12)  VALUE "KINGSLEY    ".
         03  FILLER             PIC X(12)  VALUE "LOCKHART    ".
         03  FILLER             PIC X(12)  VALUE "MONTGOMERY  ".
         03  FILLER             PIC X(12)  VALUE "NEWCOMBE    ".
         03  FILLER             PIC X(12)  VALUE "PRESCOTT    ".
         03  FILLER             PIC X(12)  VALUE "ROCKWELL    ".
         03  FILLER             PIC X(12)  VALUE "SUTHERLAND  ".
         03  FILLER             PIC X(12)  VALUE "WAINWRIGHT  ".
       01  WK-LAST-TABLE        REDEFINES WK-LAST-VALUES.
         03  WK-LAST-NAME       PIC X(12)      OCCURS 40 TIMES.
       01  WK-STREET-VALUES.
         03  FILLER             PIC X(12)  VALUE "OAK         ".
         03  FILLER             PIC X(12)  VALUE "MAPLE       ".
         03  FILLER             PIC X(12)  VALUE "CEDAR       ".
         03  FILLER             PIC X(12)  VALUE "ELM         ".
         03  FILLER             PIC X(12)  VALUE "WILLOW      ".
         03  FILLER             PIC X(12)  VALUE "BIRCH       ".
         03  FILLER             PIC X(12)  VALUE "CHESTNUT    ".
         03  FILLER             PIC X(12)  VALUE "HAWTHORN    ".
         03  FILLER             PIC X(12)  VALUE "MEADOW      ".
         03  FILLER             PIC X(12)  VALUE "RIVERSIDE   ".
         03  FILLER             PIC X(12)  VALUE "HILLCREST   ".
         03  FILLER             PIC X(12)  VALUE "LAKEVIEW    ".
         03  FILLER             PIC X(12)  VALUE "ORCHARD     ".
         03  FILLER             PIC X(12)  VALUE "PARKSIDE    ".
         03  FILLER             PIC X(12)  VALUE "SPRINGFIELD ".
         03  FILLER             PIC X(12)  VALUE "WOODLAND    ".
         03  FILLER             PIC X(12)  VALUE "FOXGLOVE    ".
         03  FILLER             PIC X(12)  VALUE "KINGSWAY    ".
         03  FILLER             PIC X(12)  VALUE "MILLBROOK   ".
         03  FILLER             PIC X(12)  VALUE "STONEGATE   ".
       01  WK-STREET-TABLE      REDEFINES WK-STREET-VALUES.
         03  WK-STREET-NAME     PIC X(12)      OCCURS 20 TIMES.
       01  WK-SUFFIX-VALUES.
         03  FILLER             PIC X(4)   VALUE "ST  ".
         03  FILLER             PIC X(4)   VALUE "AVE ".
         03  FILLER             PIC X(4)   VALUE "RD  ".
         03  FILLER             PIC X(4)   VALUE "LN  ".
         03  FILLER             PIC X(4)   VALUE "DR  ".
         03  FILLER             PIC X(4)   VALUE "CT  ".
       01  WK-SUFFIX-TABLE      REDEFINES WK-SUFFIX-VALUES.
         03  WK-STREET-SUFFIX   PIC X(4)       OCCURS 6 TIMES.
       01  WK-TOWN-VALUES.
         03  FILLER             PIC X(14)  VALUE "ASHFORD       ".
         03  FILLER             PIC X(14)  VALUE "BRIDGEWATER   ".
         03  FILLER             PIC X(14)  VALUE "CLAYMONT      ".
         03  FILLER             PIC X(14)  VALUE "DOVERDALE     ".
         03  FILLER             PIC X(14)  VALUE "EASTBROOK     ".
         03  FILLER             PIC X(14)  VALUE "FAIRHAVEN     ".
         03  FILLER             PIC X(14)  VALUE "GLENWOOD      ".
         03  FILLER             PIC X(14)  VALUE "HARBORVIEW    ".
         03  FILLER             PIC X(14)  VALUE "IRONDALE      ".
         03  FILLER             PIC X(14)  VALUE "JUNIPER FALLS ".
         03  FILLER             PIC X(14)  VALUE "KINGSBRIDGE   ".
         03  FILLER             PIC X(14)  VALUE "LAKEMONT      ".
         03  FILLER             PIC X(14)  VALUE "MIDDLEFORD    ".
         03  FILLER             PIC X(14)  VALUE "NEWHAVEN      ".
         03  FILLER             PIC X(14)  VALUE "OAKRIDGE      ".
         03  FILLER             PIC X(14)  VALUE "PINECREST     ".
         03  FILLER             PIC X(14)  VALUE "QUARRY HILL   ".
         03  FILLER             PIC X(14)  VALUE "RIVERTON      ".
         03  FILLER             PIC X(14)  VALUE "SILVERTON     ".
         03  FILLER             PIC X(14)  VALUE "WESTFIELD     ".
       01  WK-TOWN-TABLE        REDEFINES WK-TOWN-VALUES.
         03  WK-TOWN-NAME       PIC X(14)      OCCURS 20 TIMES.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           PERFORM 200-MASK-IN01.
           PERFORM 210-MASK-OT01.
           PERFORM 220-MASK-OTREJ.
           PERFORM 230-MASK-MASTER.
           PERFORM 240-MASK-XREF.
           PERFORM 300-END.
           STOP RUN.

      *****************************************************************
      * INITIALIZATION PROCESS - LOAD AND CHECK THE KEY.              *
      *****************************************************************
       100-INIT.
           OPEN INPUT KEY-FILE.
           IF WK-KEY-STATUS = "00"
               READ KEY-FILE
                   AT END MOVE SPACES TO KEY-RECORD
               END-READ
               MOVE "Y" TO WK-KEY-SW
               MOVE 1 TO WK-SUB
               PERFORM 110-LOAD-ONE-KEY UNTIL WK-SUB > 4
               CLOSE KEY-FILE
           END-IF.
           IF WK-KEY-SW = "Y"
               AND WK-KEY (1) = ZERO AND WK-KEY (2) = ZERO
               AND WK-KEY (3) = ZERO AND WK-KEY (4) = ZERO
               MOVE "N" TO WK-KEY-SW
           END-IF.
           IF WK-KEY-SW NOT = "Y"
               DISPLAY "SAMPMSK - NO VALID MASKKEY RECORD, "
                   "NOTHING MASKED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       110-LOAD-ONE-KEY.
           IF KEY-ROUND (WK-SUB) NUMERIC
               MOVE KEY-ROUND (WK-SUB) TO WK-KEY (WK-SUB)
           ELSE
               MOVE "N" TO WK-KEY-SW
           END-IF.
           ADD 1 TO WK-SUB.

      *****************************************************************
      * ONE PASS PER SUPPLIED INPUT.  THE SEQUENTIAL EXTRACT FILES    *
      * ALL GO THROUGH 400-MASK-IMAGE.                                *
      *****************************************************************
       200-MASK-IN01.
           OPEN INPUT IN-FILE.
           IF WK-IN-STATUS = "00"
               OPEN OUTPUT MIN-FILE
               MOVE "0" TO WK-EOF
               PERFORM 205-MASK-ONE-IN01 UNTIL WK-EOF = "1"
               CLOSE IN-FILE
               CLOSE MIN-FILE
           END-IF.

       205-MASK-ONE-IN01.
           READ IN-FILE INTO MK-RECORD
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   ADD 1 TO WK-IN-COUNT
                   PERFORM 400-MASK-IMAGE
                   PERFORM 207-SET-FEED-ORDER
                   MOVE WK-FEED-NO TO MIN-FEED-NO
                   MOVE WK-SORT-CLASS TO MIN-CLASS
                   MOVE WK-PARENT-NO TO MIN-PARENT-NO
                   MOVE MK-RECORD TO MIN-IMAGE
                   WRITE MIN-RECORD
           END-READ.

      *****************************************************************
      * SORT PREFIX FOR ONE IN01 OR OT01 RECORD - SEE THE BANNER.  A  *
      * RECORD AHEAD OF THE FIRST HEADER, AND ALL OF OT01, STAYS IN   *
      * FEED ZERO.                                                    *
      *****************************************************************
       207-SET-FEED-ORDER.
           EVALUATE TRUE
               WHEN MF-MARKER = "*HDR"
                   ADD 1 TO WK-FEED-NO
                   MOVE "N" TO WK-AFTER-TRL-SW
                   MOVE "0" TO WK-SORT-CLASS
               WHEN MF-MARKER = "*TRL"
                   MOVE "Y" TO WK-AFTER-TRL-SW
                   MOVE "2" TO WK-SORT-CLASS
               WHEN OTHER
                   IF WK-AFTER-TRL-SW = "Y"
                       ADD 1 TO WK-FEED-NO
                       MOVE "N" TO WK-AFTER-TRL-SW
                   END-IF
                   MOVE "1" TO WK-SORT-CLASS
           END-EVALUATE.
           IF MC-CONT-FLAG NOT = "C"
               ADD 1 TO WK-PARENT-NO
           END-IF.

       210-MASK-OT01.
           OPEN INPUT OT-FILE.
           IF WK-OT-STATUS = "00"
               OPEN OUTPUT MOT-FILE
               MOVE ZERO TO WK-FEED-NO
               MOVE ZERO TO WK-PARENT-NO
               MOVE "N" TO WK-AFTER-TRL-SW
               MOVE "0" TO WK-EOF
               PERFORM 215-MASK-ONE-OT01 UNTIL WK-EOF = "1"
               CLOSE OT-FILE
               CLOSE MOT-FILE
           END-IF.

       215-MASK-ONE-OT01.
           READ OT-FILE INTO MK-RECORD
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   ADD 1 TO WK-OT-COUNT
                   PERFORM 400-MASK-IMAGE
                   PERFORM 207-SET-FEED-ORDER
                   MOVE WK-FEED-NO TO MOT-FEED-NO
                   MOVE WK-SORT-CLASS TO MOT-CLASS
                   MOVE WK-PARENT-NO TO MOT-PARENT-NO
                   MOVE MK-RECORD TO MOT-IMAGE
                   WRITE MOT-RECORD
           END-READ.

       220-MASK-OTREJ.
           OPEN INPUT REJECT-FILE.
           IF WK-REJ-STATUS = "00"
               OPEN OUTPUT MREJ-FILE
               MOVE "0" TO WK-EOF
               PERFORM 225-MASK-ONE-OTREJ UNTIL WK-EOF = "1"
               CLOSE REJECT-FILE
               CLOSE MREJ-FILE
           END-IF.

       225-MASK-ONE-OTREJ.
           READ REJECT-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   ADD 1 TO WK-REJ-COUNT
                   MOVE REJ-DETAIL TO MK-RECORD
                   PERFORM 400-MASK-IMAGE
                   MOVE MK-RECORD TO REJ-DETAIL
                   WRITE MREJ-RECORD FROM REJECT-RECORD
           END-READ.

      *****************************************************************
      * THE MASTER - THE FIRST 132 BYTES ARE A PARENT EXTRACT IMAGE; *
      * ADDRESS LINES 2 AND 3 FOLLOW IN THE MASTER-ONLY EXTENSION.   *
      *****************************************************************
       230-MASK-MASTER.
           OPEN INPUT KSDS-FILE.
           IF WK-KSDS-STATUS = "00"
               OPEN OUTPUT MMST-FILE
               MOVE "0" TO WK-EOF
               PERFORM 235-MASK-ONE-MASTER UNTIL WK-EOF = "1"
               CLOSE KSDS-FILE
               CLOSE MMST-FILE
           END-IF.

       235-MASK-ONE-MASTER.
           READ KSDS-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   ADD 1 TO WK-KSDS-COUNT
                   MOVE KSDS-RECORD (1:132) TO MK-RECORD
                   PERFORM 400-MASK-IMAGE
                   MOVE MK-RECORD TO KSDS-RECORD (1:132)
                   MOVE KSDS-ADDRESS-LINE2 TO WK-HS-TEXT
                   PERFORM 540-FAKE-TOWN
                   MOVE WK-FAKE TO KSDS-ADDRESS-LINE2
                   MOVE KSDS-ADDRESS-LINE3 TO WK-HS-TEXT
                   PERFORM 540-FAKE-TOWN
                   MOVE WK-FAKE TO KSDS-ADDRESS-LINE3
                   WRITE MMST-RECORD FROM KSDS-RECORD
           END-READ.

      *****************************************************************
      * XREFTBL - BOTH NUMBERS GO THROUGH THE SAME SCRAMBLE, SO A     *
      * MASKED OLD NUMBER ON A TEST FEED STILL FINDS ITS PAIR.        *
      *****************************************************************
       240-MASK-XREF.
           OPEN INPUT XREF-FILE.
           IF WK-XREF-STATUS = "00"
               OPEN OUTPUT MXREF-FILE
               MOVE "0" TO WK-EOF
               PERFORM 245-MASK-ONE-XREF UNTIL WK-EOF = "1"
               CLOSE XREF-FILE
               CLOSE MXREF-FILE
           END-IF.

       245-MASK-ONE-XREF.
           READ XREF-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END
                   ADD 1 TO WK-XREF-COUNT
                   MOVE XREF-OLD-ACCT TO WK-SC-ACCOUNT
                   PERFORM 510-SCRAMBLE-ACCOUNT
                   MOVE WK-SC-ACCOUNT TO XREF-OLD-ACCT
                   MOVE XREF-NEW-ACCT TO WK-SC-ACCOUNT
                   PERFORM 510-SCRAMBLE-ACCOUNT
                   MOVE WK-SC-ACCOUNT TO XREF-NEW-ACCT
                   WRITE MXREF-RECORD FROM XREF-RECORD
           END-READ.

      *****************************************************************
      * END PROCESS                                                   *
      *****************************************************************
       300-END.
           DISPLAY "SAMPMSK - MASKING CONTROL TOTALS".
           DISPLAY "  IN01 RECORDS    : " WK-IN-COUNT.
           DISPLAY "  OT01 RECORDS    : " WK-OT-COUNT.
           DISPLAY "  OTREJ RECORDS   : " WK-REJ-COUNT.
           DISPLAY "  MASTER RECORDS  : " WK-KSDS-COUNT.
           DISPLAY "  XREF RECORDS    : " WK-XREF-COUNT.
           DISPLAY "  FEED MARKERS    : " WK-MARKER-COUNT.
           DISPLAY "  CONTINUATIONS   : " WK-CONT-COUNT.
           DISPLAY "  ACCOUNTS MASKED : " WK-ACCT-COUNT.
           DISPLAY "  NOT NUMERIC     : " WK-NONNUM-COUNT.

      *****************************************************************
      * MASK ONE 132-BYTE EXTRACT IMAGE IN MK-RECORD.  A FEED HEADER  *
      * OR TRAILER CARRIES NO CUSTOMER DATA AND PASSES UNCHANGED; A   *
      * CONTINUATION CARRIES ADDRESS LINES 2 AND 3; ANY OTHER RECORD  *
      * IS A PARENT.                                                  *
      *****************************************************************
       400-MASK-IMAGE.
           MOVE MK-RECORD TO MF-FEED-RECORD.
           MOVE MK-RECORD TO MC-CONT-RECORD.
           EVALUATE TRUE
               WHEN MF-MARKER = "*HDR" OR MF-MARKER = "*TRL"
                   ADD 1 TO WK-MARKER-COUNT
               WHEN MC-CONT-FLAG = "C"
                   ADD 1 TO WK-CONT-COUNT
                   MOVE MC-CONT-REC-KEY (3:10) TO WK-SC-ACCOUNT
                   PERFORM 510-SCRAMBLE-ACCOUNT
                   MOVE WK-SC-ACCOUNT TO MC-CONT-REC-KEY (3:10)
                   MOVE MC-CONT-ADDRESS-LINE2 TO WK-HS-TEXT
                   PERFORM 540-FAKE-TOWN
                   MOVE WK-FAKE TO MC-CONT-ADDRESS-LINE2
                   MOVE MC-CONT-ADDRESS-LINE3 TO WK-HS-TEXT
                   PERFORM 540-FAKE-TOWN
                   MOVE WK-FAKE TO MC-CONT-ADDRESS-LINE3
                   MOVE MC-CONT-RECORD TO MK-RECORD
               WHEN OTHER
                   MOVE MK-REC-KEY (3:10) TO WK-SC-ACCOUNT
                   PERFORM 510-SCRAMBLE-ACCOUNT
                   MOVE WK-SC-ACCOUNT TO MK-REC-KEY (3:10)
                   MOVE MK-CUSTOMER-NAME TO WK-HS-TEXT
                   PERFORM 520-FAKE-NAME
                   MOVE WK-FAKE TO MK-CUSTOMER-NAME
                   MOVE MK-ADDRESS-LINE1 TO WK-HS-TEXT
                   PERFORM 530-FAKE-STREET
                   MOVE WK-FAKE TO MK-ADDRESS-LINE1
           END-EVALUATE.

      *****************************************************************
      * SCRAMBLE THE ACCOUNT IN WK-SC-ACCOUNT IN PLACE.               *
      *****************************************************************
       510-SCRAMBLE-ACCOUNT.
           IF WK-SC-ACCOUNT NUMERIC
               ADD 1 TO WK-ACCT-COUNT
               MOVE 1 TO WK-SC-ROUND
               PERFORM 515-SCRAMBLE-ROUND UNTIL WK-SC-ROUND > 4
           ELSE
               ADD 1 TO WK-NONNUM-COUNT
           END-IF.

       515-SCRAMBLE-ROUND.
           COMPUTE WK-SC-PRODUCT =
               (WK-SC-RIGHT + WK-KEY (WK-SC-ROUND))
             * (WK-SC-RIGHT + 7919) + WK-KEY (WK-SC-ROUND).
           DIVIDE WK-SC-PRODUCT BY 99991
               GIVING WK-SC-QUOT REMAINDER WK-SC-F.
           COMPUTE WK-SC-SUM = WK-SC-LEFT + WK-SC-F.
           DIVIDE WK-SC-SUM BY 100000
               GIVING WK-SC-QUOT REMAINDER WK-SC-NEW.
           MOVE WK-SC-RIGHT TO WK-SC-LEFT.
           MOVE WK-SC-NEW TO WK-SC-RIGHT.
           ADD 1 TO WK-SC-ROUND.

      *****************************************************************
      * FAKE VALUES FOR THE TEXT IN WK-HS-TEXT, RETURNED IN WK-FAKE.  *
      * EACH KIND HASHES WITH ITS OWN SEED SO A NAME AND AN ADDRESS   *
      * OF THE SAME TEXT DO NOT PICK IN STEP.                         *
      *****************************************************************
       520-FAKE-NAME.
           MOVE SPACES TO WK-FAKE.
           IF WK-HS-TEXT NOT = SPACES
               COMPUTE WK-HS-SEED = WK-KEY (1) + 11
               PERFORM 550-HASH-TEXT
               DIVIDE WK-HS-VALUE BY 20
                   GIVING WK-HS-QUOT REMAINDER WK-HS-PICK1
               DIVIDE WK-HS-QUOT BY 40
                   GIVING WK-HS-QUOT REMAINDER WK-HS-PICK2
               ADD 1 TO WK-HS-PICK1
               ADD 1 TO WK-HS-PICK2
               STRING WK-FIRST-NAME (WK-HS-PICK1) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WK-LAST-NAME (WK-HS-PICK2) DELIMITED BY SPACE
                   INTO WK-FAKE
           END-IF.

       530-FAKE-STREET.
           MOVE SPACES TO WK-FAKE.
           IF WK-HS-TEXT NOT = SPACES
               COMPUTE WK-HS-SEED = WK-KEY (2) + 23
               PERFORM 550-HASH-TEXT
               DIVIDE WK-HS-VALUE BY 20
                   GIVING WK-HS-QUOT REMAINDER WK-HS-PICK1
               DIVIDE WK-HS-QUOT BY 6
                   GIVING WK-HS-QUOT REMAINDER WK-HS-PICK2
               DIVIDE WK-HS-QUOT BY 9999
                   GIVING WK-HS-QUOT REMAINDER WK-HS-NUMBER
               ADD 1 TO WK-HS-PICK1
               ADD 1 TO WK-HS-PICK2
               ADD 1 TO WK-HS-NUMBER
               MOVE WK-HS-NUMBER TO WK-HS-NUMBER-ED
               STRING WK-HS-NUMBER-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WK-STREET-NAME (WK-HS-PICK1) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WK-STREET-SUFFIX (WK-HS-PICK2) DELIMITED BY SPACE
                   INTO WK-FAKE
               PERFORM 560-LEFT-JUSTIFY
           END-IF.

       540-FAKE-TOWN.
           MOVE SPACES TO WK-FAKE.
           IF WK-HS-TEXT NOT = SPACES
               COMPUTE WK-HS-SEED = WK-KEY (3) + 37
               PERFORM 550-HASH-TEXT
               DIVIDE WK-HS-VALUE BY 20
                   GIVING WK-HS-QUOT REMAINDER WK-HS-PICK1
               DIVIDE WK-HS-QUOT BY 90000
                   GIVING WK-HS-QUOT REMAINDER WK-HS-NUMBER
               ADD 1 TO WK-HS-PICK1
               ADD 10000 TO WK-HS-NUMBER
               STRING WK-TOWN-NAME (WK-HS-PICK1) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WK-HS-NUMBER DELIMITED BY SIZE
                   INTO WK-FAKE
           END-IF.

      *****************************************************************
      * KEYED HASH OF WK-HS-TEXT INTO WK-HS-VALUE - LETTERS AND       *
      * DIGITS ONLY, LOWER CASE FOLDED TO UPPER, SO SPACING,          *
      * PUNCTUATION AND CASE DIFFERENCES DO NOT CHANGE THE CHOICE.    *
      *****************************************************************
       550-HASH-TEXT.
           INSPECT WK-HS-TEXT CONVERTING WK-LOWER TO WK-UPPER.
           MOVE WK-HS-SEED TO WK-HS-VALUE.
           MOVE 1 TO WK-HS-SUB.
           PERFORM 555-HASH-ONE-CHAR UNTIL WK-HS-SUB > 30.

       555-HASH-ONE-CHAR.
           MOVE WK-HS-TEXT (WK-HS-SUB:1) TO WK-HS-CHAR.
           IF (WK-HS-CHAR ALPHABETIC AND WK-HS-CHAR NOT = SPACE)
               OR WK-HS-CHAR NUMERIC
               COMPUTE WK-HS-WORK =
                   WK-HS-VALUE * 31 + FUNCTION ORD (WK-HS-CHAR)
               DIVIDE WK-HS-WORK BY 999983
                   GIVING WK-HS-QUOT REMAINDER WK-HS-VALUE
           END-IF.
           ADD 1 TO WK-HS-SUB.

      *****************************************************************
      * DROP THE LEADING SPACES THE EDITED HOUSE NUMBER LEAVES.       *
      *****************************************************************
       560-LEFT-JUSTIFY.
           MOVE ZERO TO WK-HS-SUB.
           INSPECT WK-FAKE TALLYING WK-HS-SUB FOR LEADING SPACES.
           IF WK-HS-SUB > ZERO
               MOVE WK-FAKE (WK-HS-SUB + 1:) TO WK-HS-TEXT
               MOVE WK-HS-TEXT TO WK-FAKE
           END-IF.
