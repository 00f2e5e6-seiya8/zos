       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAMPCSH.
      *****************************************************************
      * CASH APPLICATION OF THE DAILY LOCKBOX/REMITTANCE FILE TO THE *
      * OT01 CUSTOMER MASTER KSDS.  UNTIL NOW NOTHING IN THE CHAIN   *
      * POSTED PAYMENTS - FINANCE APPLIED CASH BY HAND FROM INQOUT   *
      * LISTINGS.  EACH REMITTANCE IS MATCHED TO THE MASTER ON       *
      * REC-TYPE + ACCOUNT-NO AND REDUCES KSDS-AMOUNT BY THE AMOUNT  *
      * PAID, UP TO THE OUTSTANDING BALANCE.  ANYTHING THAT CANNOT   *
      * BE APPLIED - UNMATCHED, CLOSED (CL) ACCOUNT, THE EXCESS OF   *
      * AN OVERPAYMENT, A BAD REMITTANCE - GOES TO THE UNAPPLIED-    *
      * CASH SUSPENSE FILE WITH A REASON CODE, SO EVERY DOLLAR       *
      * RECEIVED IS EITHER APPLIED OR IN SUSPENSE.  EVERY APPLIED    *
      * PAYMENT APPENDS A BEFORE/AFTER IMAGE TO THE SAME AUDIT       *
      * TRAIL SAMPMNT WRITES.  THE BALANCED CASH/RECEIVABLE ENTRIES  *
      * GO OUT IN THE GLINT LAYOUT SO SAMPACK MATCHES THEM AGAINST   *
      * THE LEDGER'S ACKNOWLEDGMENTS LIKE THE SAMPSUM FEED.          *
      *                                                              *
      * CSHREM RECORD (LRECL 60):                                    *
      *   COLS   1-2   REC-TYPE OF THE MASTER KEY                    *
      *   COLS   3-12  ACCOUNT-NO OF THE MASTER KEY                  *
      *   COLS  13-20  DATE PAID (YYYYMMDD)                          *
      *   COLS  21-31  AMOUNT PAID 9(9)V99                           *
      *   COLS  32-47  CHECK / REMITTANCE REFERENCE                  *
      *   COLS  48-60  UNUSED                                        *
      *                                                              *
      * CSHSUS RECORD (LRECL 83):                                    *
      *   COLS   1-4   REASON CODE (BELOW)                           *
      *   COLS   5-12  RUN DATE                                      *
      *   COLS  13-23  AMOUNT LEFT UNAPPLIED 9(9)V99                 *
      *   COLS  24-83  THE REMITTANCE RECORD IMAGE                   *
      *                                                              *
      * SUSPENSE REASON CODES:                                       *
      *   UC01 - ACCOUNT-NO IS NOT NUMERIC                           *
      *   UC02 - AMOUNT PAID IS NOT NUMERIC OR IS ZERO               *
      *   UC03 - ACCOUNT NOT ON THE MASTER                           *
      *   UC04 - ACCOUNT IS CLOSED (CL)                              *
      *   UC05 - OVERPAYMENT - EXCESS OVER THE OUTSTANDING BALANCE   *
      *   UC06 - MASTER UPDATE FAILED - PAYMENT NOT APPLIED          *
      *   UC07 - ACCOUNT HELD IN A FOREIGN CURRENCY                  *
      *                                                              *
      * REMITTANCES ARE BASE-CURRENCY CASH, SO ONLY AN ACCOUNT HELD  *
      * IN THE BASE CURRENCY (REFTBL "BC" ENTRY, OR A BLANK CODE) IS *
      * PAID DOWN; A FOREIGN-CURRENCY ACCOUNT IS LEFT FOR FINANCE TO *
      * APPLY AT A RATE.  THE GL ENTRIES CARRY THE BASE CURRENCY AT  *
      * A RATE OF 1, THE BASE FIGURES EQUAL TO THE ENTRY ITSELF.     *
      *                                                              *
      * GL ENTRIES (GLINT LAYOUT, ONE SET PER REC-TYPE PAID) - THE   *
      * STATUS-CODE FIELD CARRIES THE LEDGER LINE:                   *
      *   CH - CASH RECEIVED          (DEBIT)                        *
      *   AR - RECEIVABLE APPLIED     (CREDIT)                       *
      *   UC - UNAPPLIED CASH         (CREDIT)                       *
      * CH DEBIT = AR CREDIT + UC CREDIT FOR EVERY REC-TYPE.         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO "CSHREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KSDS-FILE ASSIGN TO "OT01KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KSDS-REC-KEY
               FILE STATUS IS WK-KSDS-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CSHSUS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-FILE ASSIGN TO "CSHGL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-AUD-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CSHOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO "CHNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-CHN-STATUS.
           SELECT OPTIONAL PDATE-FILE ASSIGN TO "PRCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-PDT-STATUS.
           SELECT OPTIONAL REF-FILE ASSIGN TO "REFTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  REMIT-RECORD.
         03  REM-REC-TYPE       PIC X(2).
         03  REM-ACCOUNT-NO     PIC X(10).
         03  REM-PAY-DATE       PIC X(8).
         03  REM-PAY-AMOUNT-X   PIC X(11).
         03  REM-PAY-AMOUNT     REDEFINES REM-PAY-AMOUNT-X
                                PIC 9(9)V99.
         03  REM-REFERENCE      PIC X(16).
         03  FILLER             PIC X(13).
       FD  KSDS-FILE
           RECORD CONTAINS 200 CHARACTERS.
           COPY KSDSREC REPLACING ==:TAG:== BY ==KSDS==.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 83 CHARACTERS.
       01  SUSPENSE-RECORD.
         03  SUS-REASON-CODE    PIC X(4).
         03  SUS-RUN-DATE       PIC 9(8).
         03  SUS-UNAPPLIED      PIC 9(9)V99.
         03  SUS-DETAIL         PIC X(60).
       FD  GL-FILE
           RECORD CONTAINS 114 CHARACTERS.
           COPY GLINTREC REPLACING ==:TAG:== BY ==GL==.
       FD  AUDIT-FILE
           RECORD CONTAINS 436 CHARACTERS.
           COPY AUDREC.
       FD  PRINT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  PRINT-RECORD.
         03  PR-CTRL            PIC X(1).
         03  PR-LINE            PIC X(132).
      *****************************************************************
      * SHARED CHAIN-STATUS DATASET - ONE COMPLETION RECORD IS        *
      * APPENDED PER RUN FOR THE SAMPGTE GATEKEEPER.                  *
      *****************************************************************
       FD  CHAIN-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CHSREC.
       FD  PDATE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PDTREC.
      *****************************************************************
      * SAME OPERATIONS-MAINTAINED REFERENCE CODE TABLE SAMPLE READS *
      * - ONLY THE "BC" (BASE CURRENCY, COLS 3-5) ENTRY IS USED HERE. *
      *****************************************************************
       FD  REF-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  REF-RECORD.
         03  REF-KIND           PIC X(2).
         03  REF-CURRENCY       PIC X(3).
         03  FILLER             PIC X(1).
       WORKING-STORAGE SECTION.
       01  WK-AREA.
         03  WK-PDT-STATUS      PIC X(2).
         03  WK-EOF             PIC X(1).
         03  WK-KSDS-STATUS     PIC X(2).
         03  WK-AUD-STATUS      PIC X(2).
         03  WK-CHN-STATUS      PIC X(2).
         03  WK-REF-STATUS      PIC X(2).
         03  WK-REF-EOF         PIC X(1).
         03  WK-BASE-CURRENCY   PIC X(3)       VALUE SPACES.
         03  WK-READ-COUNT      PIC 9(9)       VALUE ZERO.
         03  WK-APPLIED-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-PARTIAL-COUNT   PIC 9(9)       VALUE ZERO.
         03  WK-SUSPENSE-COUNT  PIC 9(9)       VALUE ZERO.
         03  WK-GL-COUNT        PIC 9(9)       VALUE ZERO.
         03  WK-RUN-DATE        PIC 9(8)       VALUE ZERO.
         03  WK-RUN-TIME        PIC 9(6)       VALUE ZERO.
         03  WK-VALID-SW        PIC X(1).
         03  WK-SUSPENSE-REASON PIC X(4).
         03  WK-BEFORE-IMAGE    PIC X(200)     VALUE SPACES.
       01  WK-MONEY-AREA.
         03  WK-PAID            PIC 9(9)V99    VALUE ZERO.
         03  WK-APPLY           PIC 9(9)V99    VALUE ZERO.
         03  WK-UNAPPLIED       PIC 9(9)V99    VALUE ZERO.
         03  WK-TOT-CASH        PIC 9(11)V99   VALUE ZERO.
         03  WK-TOT-APPLIED     PIC 9(11)V99   VALUE ZERO.
         03  WK-TOT-UNAPPLIED   PIC 9(11)V99   VALUE ZERO.
      *****************************************************************
      * CASH TOTALS BY REC-TYPE - ONE SET OF GL ENTRIES IS WRITTEN    *
      * PER ENTRY AT END OF RUN.                                      *
      *****************************************************************
       01  WK-TYPE-TABLE-AREA.
         03  WK-CT-COUNT        PIC 9(3)       VALUE ZERO.
         03  WK-CT-SUB          PIC 9(3)       VALUE ZERO.
         03  WK-CT-FOUND        PIC 9(3)       VALUE ZERO.
         03  WK-CT-ENTRY        OCCURS 50 TIMES.
           05  WK-CT-REC-TYPE   PIC X(2).
           05  WK-CT-ITEMS      PIC 9(9).
           05  WK-CT-APPLY-ITEMS PIC 9(9).
           05  WK-CT-SUS-ITEMS  PIC 9(9).
           05  WK-CT-CASH       PIC 9(11)V99.
           05  WK-CT-APPLIED    PIC 9(11)V99.
           05  WK-CT-UNAPPLIED  PIC 9(11)V99.
       01  WK-EDIT-AREA.
         03  WK-COUNT-ED        PIC ZZZ,ZZZ,ZZ9.
         03  WK-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99.
         03  WK-APPLY-ED        PIC ZZZ,ZZZ,ZZ9.99.
         03  WK-BALANCE-ED      PIC ----,---,--9.99.
         03  WK-TOTAL-ED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
         03  WK-RUN-DATE-ED     PIC 9999/99/99.
       PROCEDURE DIVISION.
       000-CONTROL.
           PERFORM 100-INIT.
           PERFORM 200-MAIN UNTIL WK-EOF = "1".
           PERFORM 300-END.
           STOP RUN.

      *****************************************************************
      * INITIALIZATION PROCESS.  AN APPLIED PAYMENT CHANGES A MASTER *
      * BALANCE - IF THE AUDIT TRAIL CANNOT BE OPENED, NOTHING IS    *
      * APPLIED.                                                     *
      *****************************************************************
       100-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WK-RUN-TIME.
           PERFORM 105-SET-PROC-DATE.
           PERFORM 110-LOAD-BASE-CURRENCY.
           OPEN EXTEND AUDIT-FILE.
           IF WK-AUD-STATUS NOT = "00" AND WK-AUD-STATUS NOT = "05"
               DISPLAY "SAMPCSH - AUDIT TRAIL OPEN FAILED, STATUS "
                   WK-AUD-STATUS " - NO CASH APPLIED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REMIT-FILE.
           OPEN I-O KSDS-FILE.
           IF WK-KSDS-STATUS NOT = "00"
               DISPLAY "SAMPCSH - KSDS OPEN FAILED, STATUS "
                   WK-KSDS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT GL-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE WK-RUN-DATE TO WK-RUN-DATE-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "1" TO PR-CTRL.
           STRING "SAMPLE - CASH APPLICATION  "
               WK-RUN-DATE-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "RESULT    TYPE ACCOUNT    REFERENCE       "
               "           PAID        APPLIED      NEW BALANCE"
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE "0" TO WK-EOF.
           READ REMIT-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END ADD 1 TO WK-READ-COUNT
           END-READ.

      *****************************************************************
      * TAKE THE RUN DATE FROM THE CHAIN PROCESSING DATE SET BY        *
      * SAMPCAL, SO A CYCLE RUNNING PAST MIDNIGHT OR RERUN FOR AN      *
      * EARLIER DAY STILL PROCESSES AS THE SAME BUSINESS DATE.  NO     *
      * PRCDATE DD MEANS THE SYSTEM DATE, AS BEFORE.                   *
      *****************************************************************
       105-SET-PROC-DATE.
           OPEN INPUT PDATE-FILE.
           IF WK-PDT-STATUS = "00"
               READ PDATE-FILE
                   AT END MOVE SPACES TO PD-RECORD
               END-READ
               IF PD-PROC-DATE NUMERIC AND PD-PROC-DATE > ZERO
                   MOVE PD-PROC-DATE TO WK-RUN-DATE
                   DISPLAY "SAMPCSH - PROCESSING DATE: " WK-RUN-DATE
               ELSE
                   DISPLAY "SAMPCSH - INVALID PRCDATE RECORD, "
                       "SYSTEM DATE USED"
               END-IF
               CLOSE PDATE-FILE
           END-IF.

      *****************************************************************
      * PICK UP THE BASE CURRENCY FROM THE REFTBL "BC" ENTRY.  NONE   *
      * (OR NO REFTBL DD) LEAVES IT BLANK - THEN ONLY ACCOUNTS WITH   *
      * A BLANK CURRENCY ARE TREATED AS BASE.                         *
      *****************************************************************
       110-LOAD-BASE-CURRENCY.
           MOVE "0" TO WK-REF-EOF.
           OPEN INPUT REF-FILE.
           IF WK-REF-STATUS = "00"
               PERFORM 115-READ-ONE-REF UNTIL WK-REF-EOF = "1"
               CLOSE REF-FILE
           END-IF.
           IF WK-BASE-CURRENCY = SPACES
               DISPLAY "SAMPCSH - NO BASE CURRENCY IN REFTBL, "
                   "BLANK-CURRENCY ACCOUNTS ONLY"
           END-IF.

       115-READ-ONE-REF.
           READ REF-FILE
               AT END MOVE "1" TO WK-REF-EOF
               NOT AT END
                   IF REF-KIND = "BC"
                       MOVE REF-CURRENCY TO WK-BASE-CURRENCY
                   END-IF
           END-READ.

      *****************************************************************
      * MAIN PROCESS - VALIDATE, MATCH AND APPLY ONE REMITTANCE.     *
      * THE FIRST FAILED CHECK WINS - ONE REASON CODE PER ITEM.      *
      *****************************************************************
       200-MAIN.
           MOVE ZERO TO WK-PAID.
           MOVE ZERO TO WK-APPLY.
           MOVE ZERO TO WK-UNAPPLIED.
           PERFORM 205-VALIDATE-REMIT.
           IF WK-VALID-SW = "Y"
               PERFORM 215-READ-MASTER
           END-IF.
           IF WK-VALID-SW = "Y"
               PERFORM 220-APPLY-PAYMENT
           ELSE
               MOVE WK-PAID TO WK-UNAPPLIED
               PERFORM 230-SUSPEND-REMIT
           END-IF.
           PERFORM 240-ACCUMULATE-TYPE.
           READ REMIT-FILE
               AT END MOVE "1" TO WK-EOF
               NOT AT END ADD 1 TO WK-READ-COUNT
           END-READ.

      *****************************************************************
      * STRUCTURAL CHECKS THAT NEED NO MASTER READ.  A NUMERIC       *
      * AMOUNT IS CASH RECEIVED EVEN WHEN THE ACCOUNT IS BAD, SO IT  *
      * IS PICKED UP BEFORE THE ACCOUNT CHECK.                       *
      *****************************************************************
       205-VALIDATE-REMIT.
           MOVE "Y" TO WK-VALID-SW.
           MOVE SPACES TO WK-SUSPENSE-REASON.
           IF REM-PAY-AMOUNT-X NUMERIC
               MOVE REM-PAY-AMOUNT TO WK-PAID
           END-IF.
           EVALUATE TRUE
               WHEN REM-PAY-AMOUNT-X NOT NUMERIC
                   OR WK-PAID = ZERO
                   MOVE "N" TO WK-VALID-SW
                   MOVE "UC02" TO WK-SUSPENSE-REASON
               WHEN REM-ACCOUNT-NO NOT NUMERIC
                   MOVE "N" TO WK-VALID-SW
                   MOVE "UC01" TO WK-SUSPENSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * UC03/UC04/UC07 - THE KEYED MASTER RECORD MUST EXIST, MUST    *
      * NOT BE CLOSED AND MUST BE HELD IN THE BASE CURRENCY.  THE    *
      * READ ALSO CAPTURES THE BEFORE IMAGE FOR THE AUDIT TRAIL.     *
      *****************************************************************
       215-READ-MASTER.
           MOVE REM-REC-TYPE TO KSDS-REC-TYPE.
           MOVE REM-ACCOUNT-NO TO KSDS-ACCOUNT-NO.
           READ KSDS-FILE
               INVALID KEY
                   MOVE "N" TO WK-VALID-SW
                   MOVE "UC03" TO WK-SUSPENSE-REASON
               NOT INVALID KEY
                   MOVE KSDS-RECORD TO WK-BEFORE-IMAGE
                   IF KSDS-STATUS-CODE = "CL"
                       MOVE "N" TO WK-VALID-SW
                       MOVE "UC04" TO WK-SUSPENSE-REASON
                   ELSE
                       IF KSDS-CURRENCY NOT = SPACES
                          AND KSDS-CURRENCY NOT = WK-BASE-CURRENCY
                           MOVE "N" TO WK-VALID-SW
                           MOVE "UC07" TO WK-SUSPENSE-REASON
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * APPLY THE PAYMENT UP TO THE OUTSTANDING BALANCE.  AN ACCOUNT *
      * ALREADY AT ZERO OR IN CREDIT TAKES NOTHING; THE EXCESS OF AN *
      * OVERPAYMENT GOES TO SUSPENSE (UC05) RATHER THAN DRIVING THE  *
      * BALANCE NEGATIVE.  A FAILED REWRITE LEAVES THE WHOLE PAYMENT *
      * IN SUSPENSE (UC06) SO THE CASH IS STILL ACCOUNTED FOR.       *
      *****************************************************************
       220-APPLY-PAYMENT.
           IF KSDS-AMOUNT NOT > ZERO
               MOVE ZERO TO WK-APPLY
           ELSE
               IF WK-PAID > KSDS-AMOUNT
                   MOVE KSDS-AMOUNT TO WK-APPLY
               ELSE
                   MOVE WK-PAID TO WK-APPLY
               END-IF
           END-IF.
           COMPUTE WK-UNAPPLIED = WK-PAID - WK-APPLY.
           IF WK-APPLY > ZERO
               SUBTRACT WK-APPLY FROM KSDS-AMOUNT
               MOVE WK-RUN-DATE TO KSDS-MAINT-DATE
               REWRITE KSDS-RECORD
                   INVALID KEY
                       DISPLAY "SAMPCSH - REWRITE ERROR, STATUS "
                           WK-KSDS-STATUS " ON KEY: " KSDS-REC-KEY
                       MOVE ZERO TO WK-APPLY
                       MOVE WK-PAID TO WK-UNAPPLIED
                       MOVE "UC06" TO WK-SUSPENSE-REASON
                       PERFORM 230-SUSPEND-REMIT
                   NOT INVALID KEY
                       PERFORM 225-WRITE-AUDIT
                       IF WK-UNAPPLIED > ZERO
                           ADD 1 TO WK-PARTIAL-COUNT
                           MOVE "UC05" TO WK-SUSPENSE-REASON
                           PERFORM 250-PRINT-ITEM-LINE
                           PERFORM 230-SUSPEND-REMIT
                       ELSE
                           ADD 1 TO WK-APPLIED-COUNT
                           PERFORM 250-PRINT-ITEM-LINE
                       END-IF
               END-REWRITE
           ELSE
               MOVE "UC05" TO WK-SUSPENSE-REASON
               PERFORM 230-SUSPEND-REMIT
           END-IF.

       225-WRITE-AUDIT.
           MOVE WK-RUN-DATE TO AU-RUN-DATE.
           MOVE WK-RUN-TIME TO AU-RUN-TIME.
           MOVE "SAMPCSH" TO AU-USER-ID.
           MOVE "CP" TO AU-ACTION.
           MOVE WK-BEFORE-IMAGE (1:12) TO AU-REC-KEY.
           MOVE WK-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
           MOVE KSDS-RECORD TO AU-AFTER-IMAGE.
           WRITE AU-RECORD.

      *****************************************************************
      * WRITE THE UNAPPLIED PORTION OF A REMITTANCE TO THE SUSPENSE  *
      * FILE WITH ITS REASON CODE.  A PARTLY APPLIED OVERPAYMENT     *
      * COUNTS AS PARTIAL, NOT AS A SUSPENSE ITEM, SO THE ITEM       *
      * COUNTS STILL FOOT TO THE RECORDS READ.                       *
      *****************************************************************
       230-SUSPEND-REMIT.
           MOVE WK-SUSPENSE-REASON TO SUS-REASON-CODE.
           MOVE WK-RUN-DATE TO SUS-RUN-DATE.
           MOVE WK-UNAPPLIED TO SUS-UNAPPLIED.
           MOVE REMIT-RECORD TO SUS-DETAIL.
           WRITE SUSPENSE-RECORD.
           IF WK-APPLY = ZERO
               ADD 1 TO WK-SUSPENSE-COUNT
               PERFORM 250-PRINT-ITEM-LINE
           END-IF.

      *****************************************************************
      * ROLL THIS REMITTANCE INTO ITS REC-TYPE'S CASH TOTALS.        *
      *****************************************************************
       240-ACCUMULATE-TYPE.
           MOVE ZERO TO WK-CT-FOUND.
           MOVE 1 TO WK-CT-SUB.
           PERFORM 245-FIND-TYPE
               UNTIL WK-CT-SUB > WK-CT-COUNT
                  OR WK-CT-FOUND > ZERO.
           IF WK-CT-FOUND = ZERO
               IF WK-CT-COUNT < 50
                   ADD 1 TO WK-CT-COUNT
                   MOVE WK-CT-COUNT TO WK-CT-FOUND
                   MOVE REM-REC-TYPE TO WK-CT-REC-TYPE (WK-CT-FOUND)
                   MOVE ZERO TO WK-CT-ITEMS (WK-CT-FOUND)
                   MOVE ZERO TO WK-CT-APPLY-ITEMS (WK-CT-FOUND)
                   MOVE ZERO TO WK-CT-SUS-ITEMS (WK-CT-FOUND)
                   MOVE ZERO TO WK-CT-CASH (WK-CT-FOUND)
                   MOVE ZERO TO WK-CT-APPLIED (WK-CT-FOUND)
                   MOVE ZERO TO WK-CT-UNAPPLIED (WK-CT-FOUND)
               ELSE
                   DISPLAY "SAMPCSH - REC-TYPE TABLE FULL, TOTALS "
                       "KEPT UNDER LAST ENTRY: " REM-REC-TYPE
                   MOVE WK-CT-COUNT TO WK-CT-FOUND
               END-IF
           END-IF.
           ADD 1 TO WK-CT-ITEMS (WK-CT-FOUND).
           IF WK-APPLY > ZERO
               ADD 1 TO WK-CT-APPLY-ITEMS (WK-CT-FOUND)
           END-IF.
           IF WK-UNAPPLIED > ZERO
               ADD 1 TO WK-CT-SUS-ITEMS (WK-CT-FOUND)
           END-IF.
           ADD WK-PAID TO WK-CT-CASH (WK-CT-FOUND).
           ADD WK-APPLY TO WK-CT-APPLIED (WK-CT-FOUND).
           ADD WK-UNAPPLIED TO WK-CT-UNAPPLIED (WK-CT-FOUND).
           ADD WK-PAID TO WK-TOT-CASH.
           ADD WK-APPLY TO WK-TOT-APPLIED.
           ADD WK-UNAPPLIED TO WK-TOT-UNAPPLIED.

       245-FIND-TYPE.
           IF WK-CT-REC-TYPE (WK-CT-SUB) = REM-REC-TYPE
               MOVE WK-CT-SUB TO WK-CT-FOUND
           END-IF.
           ADD 1 TO WK-CT-SUB.

      *****************************************************************
      * ONE LISTING LINE PER REMITTANCE - WHAT FINANCE USED TO WORK  *
      * OUT BY HAND FROM INQOUT.                                     *
      *****************************************************************
       250-PRINT-ITEM-LINE.
           MOVE WK-PAID TO WK-AMOUNT-ED.
           MOVE WK-APPLY TO WK-APPLY-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           IF WK-APPLY > ZERO
               MOVE KSDS-AMOUNT TO WK-BALANCE-ED
               IF WK-UNAPPLIED > ZERO
                   STRING "PARTIAL   " REM-REC-TYPE "   "
                       REM-ACCOUNT-NO " " REM-REFERENCE
                       " " WK-AMOUNT-ED " " WK-APPLY-ED
                       " " WK-BALANCE-ED
                       "  " WK-SUSPENSE-REASON
                       DELIMITED BY SIZE INTO PR-LINE
               ELSE
                   STRING "APPLIED   " REM-REC-TYPE "   "
                       REM-ACCOUNT-NO " " REM-REFERENCE
                       " " WK-AMOUNT-ED " " WK-APPLY-ED
                       " " WK-BALANCE-ED
                       DELIMITED BY SIZE INTO PR-LINE
               END-IF
           ELSE
               STRING "SUSPENSE  " REM-REC-TYPE "   "
                   REM-ACCOUNT-NO " " REM-REFERENCE
                   " " WK-AMOUNT-ED " " WK-APPLY-ED
                   "                 " WK-SUSPENSE-REASON
                   DELIMITED BY SIZE INTO PR-LINE
           END-IF.
           WRITE PRINT-RECORD.

      *****************************************************************
      * END PROCESS - WRITE THE GL ENTRIES, PRINT THE TOTALS.        *
      *****************************************************************
       300-END.
           MOVE 1 TO WK-CT-SUB.
           PERFORM 310-WRITE-GL-ENTRIES
               UNTIL WK-CT-SUB > WK-CT-COUNT.
           PERFORM 320-PRINT-TOTALS.
           CLOSE REMIT-FILE.
           CLOSE KSDS-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE GL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PRINT-FILE.
           PERFORM 330-WRITE-CHAIN-STATUS.
           DISPLAY "SAMPCSH - CASH APPLICATION CONTROL TOTALS".
           DISPLAY "  ITEMS READ      : " WK-READ-COUNT.
           DISPLAY "  APPLIED IN FULL : " WK-APPLIED-COUNT.
           DISPLAY "  PART APPLIED    : " WK-PARTIAL-COUNT.
           DISPLAY "  TO SUSPENSE     : " WK-SUSPENSE-COUNT.
           DISPLAY "  GL RECORDS OUT  : " WK-GL-COUNT.
           DISPLAY "  CASH RECEIVED   : " WK-TOT-CASH.
           DISPLAY "  CASH APPLIED    : " WK-TOT-APPLIED.
           DISPLAY "  CASH UNAPPLIED  : " WK-TOT-UNAPPLIED.
           IF WK-READ-COUNT = WK-APPLIED-COUNT + WK-PARTIAL-COUNT
                            + WK-SUSPENSE-COUNT
               AND WK-TOT-CASH = WK-TOT-APPLIED + WK-TOT-UNAPPLIED
               DISPLAY "  RUN IN BALANCE"
           ELSE
               DISPLAY "  *** RUN OUT OF BALANCE ***"
           END-IF.

      *****************************************************************
      * ONE BALANCED SET OF GL ENTRIES PER REC-TYPE - CASH DEBIT,    *
      * RECEIVABLE CREDIT, UNAPPLIED-CASH CREDIT.  A ZERO LINE IS    *
      * NOT SENT.  ALL CASH IS BASE CURRENCY (SEE 315).              *
      *****************************************************************
       310-WRITE-GL-ENTRIES.
           IF WK-CT-CASH (WK-CT-SUB) > ZERO
               MOVE WK-RUN-DATE TO GL-RUN-DATE
               MOVE WK-CT-REC-TYPE (WK-CT-SUB) TO GL-REC-TYPE
               MOVE "CH" TO GL-STATUS-CODE
               MOVE WK-CT-ITEMS (WK-CT-SUB) TO GL-COUNT
               MOVE WK-CT-CASH (WK-CT-SUB) TO GL-DEBIT-AMT
               MOVE ZERO TO GL-CREDIT-AMT
               MOVE "+" TO GL-NET-SIGN
               MOVE WK-CT-CASH (WK-CT-SUB) TO GL-NET-AMT
               PERFORM 315-SET-GL-BASE
               WRITE GL-RECORD
               ADD 1 TO WK-GL-COUNT
           END-IF.
           IF WK-CT-APPLIED (WK-CT-SUB) > ZERO
               MOVE WK-RUN-DATE TO GL-RUN-DATE
               MOVE WK-CT-REC-TYPE (WK-CT-SUB) TO GL-REC-TYPE
               MOVE "AR" TO GL-STATUS-CODE
               MOVE WK-CT-APPLY-ITEMS (WK-CT-SUB) TO GL-COUNT
               MOVE ZERO TO GL-DEBIT-AMT
               MOVE WK-CT-APPLIED (WK-CT-SUB) TO GL-CREDIT-AMT
               MOVE "-" TO GL-NET-SIGN
               MOVE WK-CT-APPLIED (WK-CT-SUB) TO GL-NET-AMT
               PERFORM 315-SET-GL-BASE
               WRITE GL-RECORD
               ADD 1 TO WK-GL-COUNT
           END-IF.
           IF WK-CT-UNAPPLIED (WK-CT-SUB) > ZERO
               MOVE WK-RUN-DATE TO GL-RUN-DATE
               MOVE WK-CT-REC-TYPE (WK-CT-SUB) TO GL-REC-TYPE
               MOVE "UC" TO GL-STATUS-CODE
               MOVE WK-CT-SUS-ITEMS (WK-CT-SUB) TO GL-COUNT
               MOVE ZERO TO GL-DEBIT-AMT
               MOVE WK-CT-UNAPPLIED (WK-CT-SUB) TO GL-CREDIT-AMT
               MOVE "-" TO GL-NET-SIGN
               MOVE WK-CT-UNAPPLIED (WK-CT-SUB) TO GL-NET-AMT
               PERFORM 315-SET-GL-BASE
               WRITE GL-RECORD
               ADD 1 TO WK-GL-COUNT
           END-IF.
           ADD 1 TO WK-CT-SUB.

       315-SET-GL-BASE.
           MOVE WK-BASE-CURRENCY TO GL-CURRENCY.
           MOVE 1 TO GL-FX-RATE.
           MOVE GL-DEBIT-AMT TO GL-BASE-DEBIT.
           MOVE GL-CREDIT-AMT TO GL-BASE-CREDIT.
           MOVE GL-NET-SIGN TO GL-BASE-NET-SIGN.
           MOVE GL-NET-AMT TO GL-BASE-NET-AMT.

       320-PRINT-TOTALS.
           MOVE WK-READ-COUNT TO WK-COUNT-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE "0" TO PR-CTRL.
           STRING "REMITTANCES READ   : " WK-COUNT-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE WK-TOT-CASH TO WK-TOTAL-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "CASH RECEIVED      : " WK-TOTAL-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE WK-TOT-APPLIED TO WK-TOTAL-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "CASH APPLIED       : " WK-TOTAL-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.
           MOVE WK-TOT-UNAPPLIED TO WK-TOTAL-ED.
           MOVE SPACES TO PRINT-RECORD.
           MOVE " " TO PR-CTRL.
           STRING "UNAPPLIED CASH     : " WK-TOTAL-ED
               DELIMITED BY SIZE INTO PR-LINE.
           WRITE PRINT-RECORD.

      *****************************************************************
      * APPEND THIS RUN'S COMPLETION RECORD TO THE SHARED             *
      * CHAIN-STATUS DATASET FOR THE SAMPGTE GATEKEEPER.  A FAILURE   *
      * HERE IS REPORTED BUT DOES NOT FAIL THE RUN.                   *
      *****************************************************************
       330-WRITE-CHAIN-STATUS.
           OPEN EXTEND CHAIN-FILE.
           IF WK-CHN-STATUS = "00" OR WK-CHN-STATUS = "05"
               MOVE "SAMPCSH" TO CS-PROGRAM
               MOVE WK-RUN-DATE TO CS-RUN-DATE
               MOVE SPACES TO CS-RUN-ID
               MOVE RETURN-CODE TO CS-RETURN-CODE
               MOVE WK-READ-COUNT TO CS-KEY-COUNT
               WRITE CS-RECORD
               CLOSE CHAIN-FILE
           ELSE
               DISPLAY "SAMPCSH - CHAIN STATUS NOT WRITTEN, STATUS "
                   WK-CHN-STATUS
           END-IF.
