       identification division.
       program-id. DepositVerify.
       AUTHOR. JOSHUA COLE.
               KELTON ESSIG.
               JOHN SCHLANGER.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-CREDIT ASSIGN TO 'BANKCRED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-CREDIT-STATUS.
           SELECT BAG-MASTER ASSIGN TO 'BAGMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-SEAL-NO
               FILE STATUS IS BAG-MASTER-STATUS.
           SELECT TILL-HISTORY ASSIGN TO 'TILLHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS TILL-HISTORY-STATUS.
           SELECT GL-CASH-ADJ ASSIGN TO 'GLDEPADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VERIFY-REPORT ASSIGN TO 'DEPVERIFY.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG    ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       data division.
       FILE SECTION.
       FD  BANK-CREDIT
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS BANK-CREDIT-REC.
      * One line of the bank's deposit credit file: a credit (C)
      * for a bag the carrier delivered, or an adjustment notice (A)
      * the bank sends later for a short bag, a counterfeit bill and
      * the like. An adjustment is signed, negative when the bank
      * takes money back, and carries the bank's notice number
       01  BANK-CREDIT-REC.
           05  BK-POST-DATE    PIC 9(8).
           05  BK-SEAL-NO      PIC X(10).
           05  BK-TYPE         PIC X.
           05  BK-AMOUNT       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  BK-NOTICE-NO    PIC X(10).
           05  BK-REASON       PIC X(20).

       FD  BAG-MASTER
           RECORD CONTAINS 1694 CHARACTERS
           DATA RECORD IS BAG-MASTER-REC.
      * One sealed bag handed to the armored carrier as the coin
      * counter files it: what was declared in it, what the bank
      * credited for it and any adjustment notices against it, and
      * the tills and cashiers whose cash went into it
       01  BAG-MASTER-REC.
           05  BM-SEAL-NO      PIC X(10).
           05  BM-COMPANY      PIC X(4).
           05  BM-DEPOSIT-DATE PIC 9(8).
           05  BM-BAG-TYPE     PIC X.
           05  BM-DECLARED     PIC 9(7)V99.
           05  BM-STATUS       PIC X.
           05  BM-CREDIT-DATE  PIC 9(8).
           05  BM-CREDITED     PIC 9(7)V99.
           05  BM-ADJ-COUNT    PIC 9.
           05  BM-ADJUSTMENTS.
               10  BM-ADJ OCCURS 5 TIMES.
                   15  BM-ADJ-NOTICE PIC X(10).
                   15  BM-ADJ-DATE   PIC 9(8).
                   15  BM-ADJ-AMOUNT PIC S9(7)V99
                       SIGN LEADING SEPARATE.
           05  BM-CONTRIB-COUNT PIC 9(3).
           05  BM-CONTRIBUTIONS.
               10  BM-CONTRIB OCCURS 100 TIMES.
                   15  BM-TILL-ID    PIC X(4).
                   15  BM-CASHIER-ID PIC X(4).
                   15  BM-AMOUNT     PIC 9(5)V99.

       FD  TILL-HISTORY
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS TILL-HISTORY-REC.
      * One till's counted result for one business date as the coin
      * counter writes it; a bank adjustment traced to the till is
      * added to the actual cash and the over/short so it lands on
      * the cashier's accountability the same as a drawer variance
       01  TILL-HISTORY-REC.
           05  TH-KEY.
               10  TH-TILL-ID  PIC X(4).
               10  TH-DATE     PIC 9(8).
           05  TH-ACTUAL       PIC 9(5)V99.
           05  TH-EXPECTED     PIC 9(5)V99.
           05  TH-VARIANCE     PIC S9(5)V99 SIGN LEADING SEPARATE.
           05  TH-CASHIER-ID   PIC X(4).

       FD  GL-CASH-ADJ
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-CASH-LINE.
      * Record written to the deposit correction GL batch, in the
      * same H/D/T layout as the coin counter's daily cash batch
       01  GL-CASH-LINE        PIC X(80).

       FD  VERIFY-REPORT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PRINT-LINE.
      * Line written to the deposit verification report
       01  PRINT-LINE          PIC X(80).

       FD  AUDIT-LOG
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUDIT-LOG-LINE.
      * Line appended to the shared operations audit log per run
       01  AUDIT-LOG-LINE      PIC X(80).

       working-storage section.
      * File statuses for the bank credit, bag master and till
      * count history files
       01  BANK-CREDIT-STATUS  PIC XX      VALUE '00'.
       01  BAG-MASTER-STATUS   PIC XX      VALUE '00'.
       01  TILL-HISTORY-STATUS PIC XX      VALUE '00'.
      * File status for the shared operations audit log
       01  AUDIT-LOG-STATUS    PIC XX      VALUE '00'.
      * Date and time the run started, for the audit log entry
       01  AUDIT-RUN-DATE      PIC 9(8)    VALUE ZEROES.
       01  AUDIT-RUN-TIME      PIC 9(8)    VALUE ZEROES.
      * Flags for signaling EoF on the credit file and the bag master
       01  DATA-REMAINS        PIC X       VALUE 'Y'.
       01  BAGS-REMAIN         PIC X       VALUE 'Y'.

      * Date the run is made, that outstanding bags are aged to
       01  AS-OF-DATE          PIC 9(8)    VALUE ZEROES.
      * Operator's allowance in days for the bank to credit a bag;
      * a credit later than this is late, and a bag still not
      * credited past it is missing
       01  LATE-DAYS-X         PIC X(3)    VALUE SPACES.
       01  LATE-DAYS           PIC 9(3)    VALUE 3.
      * Dates a bag is aged between, and its age in days figured on
      * thirty-day months the way the bank reconciliation ages checks
       01  AGE-FROM-DATE       PIC 9(8)    VALUE ZEROES.
       01  AGE-FROM-DATE-X REDEFINES AGE-FROM-DATE.
           05  AGE-FROM-YEAR   PIC 9(4).
           05  AGE-FROM-MONTH  PIC 9(2).
           05  AGE-FROM-DAY    PIC 9(2).
       01  AGE-TO-DATE         PIC 9(8)    VALUE ZEROES.
       01  AGE-TO-DATE-X REDEFINES AGE-TO-DATE.
           05  AGE-TO-YEAR     PIC 9(4).
           05  AGE-TO-MONTH    PIC 9(2).
           05  AGE-TO-DAY      PIC 9(2).
       01  AGE-DAYS            PIC S9(5)   VALUE ZEROES.

      * Per-credit switches: the bag needs rewriting, the difference
      * is to be posted and traced, the credit came in late
       01  BAG-UPDATE-FLAG     PIC 9       VALUE 0.
       01  POST-ADJ-FLAG       PIC 9       VALUE 0.
       01  LATE-FLAG           PIC 9       VALUE 0.
      * Amount the bank's figure differs from what was declared, or
      * the amount of an adjustment notice
       01  ADJ-AMOUNT          PIC S9(7)V99 VALUE ZEROES.
      * Where an adjustment notice already sits on the bag, if it does
       01  NOTICE-FOUND        PIC 9       VALUE ZEROES.
       01  ADJ-SUB             PIC 9       VALUE ZEROES.
      * One till's share of an adjustment, spread over the bag by
      * what each till put into it; the last till takes the pennies
       01  CB-SUB              PIC 9(3)    VALUE ZEROES.
       01  SHARE-AMOUNT        PIC S9(7)V99 VALUE ZEROES.
       01  ALLOCATED-AMOUNT    PIC S9(7)V99 VALUE ZEROES.
       01  NEW-ACTUAL          PIC S9(7)V99 VALUE ZEROES.

      * Counts for the report summary and the audit log entry
       01  CREDITS-READ        PIC 9(5)    VALUE ZEROES.
       01  CREDITS-REJECTED    PIC 9(5)    VALUE ZEROES.
       01  MATCHED-COUNT       PIC 9(5)    VALUE ZEROES.
       01  SHORT-COUNT         PIC 9(5)    VALUE ZEROES.
       01  OVER-COUNT          PIC 9(5)    VALUE ZEROES.
       01  LATE-COUNT          PIC 9(5)    VALUE ZEROES.
       01  ADJUST-COUNT        PIC 9(5)    VALUE ZEROES.
       01  UNMANIFESTED-COUNT  PIC 9(5)    VALUE ZEROES.
       01  DUPLICATE-COUNT     PIC 9(5)    VALUE ZEROES.
       01  MISSING-COUNT       PIC 9(5)    VALUE ZEROES.
       01  TRACE-MISS-COUNT    PIC 9(5)    VALUE ZEROES.
      * Dollars declared on the missing bags and the net correction
      * posted to cash in bank
       01  MISSING-TOTAL       PIC 9(7)V99 VALUE ZEROES.
       01  NET-CORRECTION      PIC S9(7)V99 VALUE ZEROES.

      * Each bag difference held for the GL batch, and each company
      * seen so one balanced batch can be written per company
       01  GL-ADJ-COUNT        PIC 9(3)    VALUE ZEROES.
       01  GL-ADJ-TABLE.
           05  GL-ADJ-ENTRY OCCURS 200 TIMES.
               10  GA-COMPANY     PIC X(4).
               10  GA-SEAL-NO     PIC X(10).
               10  GA-AMOUNT      PIC S9(7)V99.
       01  GA-SUB              PIC 9(3)    VALUE ZEROES.
       01  COMPANY-COUNT       PIC 9(2)    VALUE ZEROES.
       01  COMPANY-TABLE.
           05  CO-COMPANY OCCURS 20 TIMES PIC X(4).
       01  CO-SUB              PIC 9(2)    VALUE ZEROES.
       01  CO-FOUND            PIC 9(2)    VALUE ZEROES.

      * Accounts the correction posts: cash in bank against cash
      * over/short, the same two the daily cash batch uses
       01  GLC-ACCOUNTS.
           05  GLC-ACCT-BANK   PIC X(4)    VALUE '1010'.
           05  GLC-ACCT-OVRSHT PIC X(4)    VALUE '6900'.

      * Batch header record tying the GL batch to a company
       01  GLC-HEADER-REC.
           05  FILLER          PIC X(1)    VALUE 'H'.
           05  GLH-COMPANY     PIC X(4).
           05  GLH-PERIOD-END  PIC 9(8).
           05  FILLER          PIC X(67)   VALUE SPACES.

      * One balanced debit or credit posting of the batch
       01  GLC-DETAIL-REC.
           05  FILLER          PIC X(1)    VALUE 'D'.
           05  GLD-ACCOUNT     PIC X(4).
           05  GLD-DEPT-CODE   PIC XX.
           05  GLD-DRCR        PIC XX.
           05  GLD-AMOUNT      PIC 9(7)V99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  GLD-DESC        PIC X(20).
           05  FILLER          PIC X(40)   VALUE SPACES.

      * Batch trailer carrying the debit and credit totals so the
      * posting run can prove the batch is in balance
       01  GLC-TRAILER-REC.
           05  FILLER          PIC X(1)    VALUE 'T'.
           05  GLT-DEBIT-TOTAL PIC 9(9)V99.
           05  GLT-CREDIT-TOTAL PIC 9(9)V99.
           05  FILLER          PIC X(57)   VALUE SPACES.

      * Running debit and credit totals for the batch trailer
       01  GLC-DEBIT-TOTAL     PIC 9(9)V99 VALUE ZEROES.
       01  GLC-CREDIT-TOTAL    PIC 9(9)V99 VALUE ZEROES.
      * Work field for a bag difference posted positive
       01  ADJ-ABS             PIC 9(7)V99 VALUE ZEROES.

      * Verification report title and column header
       01  VERIFY-TITLE-LINE.
           05  FILLER          PIC X(34)   VALUE
               'BANK DEPOSIT CREDIT VERIFICATION'.
           05  FILLER          PIC X(7)    VALUE 'AS OF: '.
           05  VT-AS-OF        PIC 9(8).
           05  FILLER          PIC X(16)   VALUE '  CREDIT DUE IN '.
           05  VT-LATE-DAYS    PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE ' DAYS'.
           05  FILLER          PIC X(7)    VALUE SPACES.
       01  VERIFY-COLUMN-HDR.
           05  FILLER          PIC X(31)   VALUE
               'SEAL NO.   DEP DATE CRD DATE T'.
           05  FILLER          PIC X(49)   VALUE
               '  DECLARED      AMOUNT  DIFFERENCE STATUS'.

      * One bank credit or adjustment notice as it was matched
       01  VERIFY-DETAIL-LINE.
           05  VD-SEAL-NO      PIC X(10).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  VD-DEPOSIT-DATE PIC 9(8).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  VD-CREDIT-DATE  PIC 9(8).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  VD-TYPE         PIC X.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  VD-DECLARED     PIC ZZZZZZ9.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  VD-AMOUNT       PIC -ZZZZZZ9.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  VD-DIFF         PIC -ZZZZZZ9.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  VD-STATUS       PIC X(12).
           05  FILLER          PIC X(2)    VALUE SPACES.

      * Flag line for a credit that came in past the allowance
       01  LATE-LINE.
           05  FILLER          PIC X(20)   VALUE
               '    ** LATE CREDIT: '.
           05  LL-DAYS         PIC ZZZ9.
           05  FILLER          PIC X(20)   VALUE
               ' DAYS AFTER DEPOSIT'.
           05  FILLER          PIC X(36)   VALUE SPACES.

      * The bank's notice number and reason under an adjustment
       01  NOTICE-LINE.
           05  FILLER          PIC X(12)   VALUE '    NOTICE: '.
           05  NL-NOTICE-NO    PIC X(10).
           05  FILLER          PIC X(10)   VALUE '  REASON: '.
           05  NL-REASON       PIC X(20).
           05  FILLER          PIC X(28)   VALUE SPACES.

      * One till's share of a bag difference and where it landed
       01  TRACE-LINE.
           05  FILLER          PIC X(12)   VALUE '      TILL: '.
           05  TR-TILL-ID      PIC X(4).
           05  FILLER          PIC X(11)   VALUE '  CASHIER: '.
           05  TR-CASHIER-ID   PIC X(4).
           05  FILLER          PIC X(9)    VALUE '  SHARE: '.
           05  TR-SHARE        PIC -ZZZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TR-STATUS       PIC X(29).

      * Section header and detail line for manifested bags the bank
      * has not credited within the allowance
       01  MISSING-TITLE-LINE.
           05  FILLER          PIC X(36)   VALUE
               'MANIFESTED BAGS WITH NO BANK CREDIT'.
           05  FILLER          PIC X(44)   VALUE SPACES.
       01  MISSING-DETAIL-LINE.
           05  MD-SEAL-NO      PIC X(10).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  MD-DEPOSIT-DATE PIC 9(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  MD-COMPANY      PIC X(4).
           05  FILLER          PIC X(11)   VALUE '  DECLARED:'.
           05  MD-DECLARED     PIC ZZZZZZ9.99.
           05  FILLER          PIC X(12)   VALUE '  DAYS OUT: '.
           05  MD-DAYS         PIC ZZZ9.
           05  FILLER          PIC X(18)   VALUE
               '  ** MISSING'.

      * One count or dollar line of the report summary
       01  SUMMARY-COUNT-LINE.
           05  SC-LABEL        PIC X(32).
           05  SC-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(43)   VALUE SPACES.
       01  SUMMARY-AMOUNT-LINE.
           05  SA-LABEL        PIC X(32).
           05  SA-AMOUNT       PIC -ZZZZZZ9.99.
           05  FILLER          PIC X(37)   VALUE SPACES.

      * One formatted entry written to the shared operations audit log
       01  AUDIT-ENTRY.
           05  AE-JOB-NAME       PIC X(8)  VALUE 'DEPVERFY'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AE-RUN-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  AE-RUN-TIME       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(5)  VALUE 'READ:'.
           05  AE-RECS-READ      PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(5)  VALUE 'PROC:'.
           05  AE-RECS-PROCESSED PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'REJ:'.
           05  AE-RECS-REJECTED  PIC ZZZZZZ9.
           05  FILLER            PIC X(16) VALUE SPACES.

       procedure division.
       PROCESS-DEPOSIT-VERIFY.
           PERFORM GET-SELECTIONS.
           OPEN INPUT BANK-CREDIT.
           IF BANK-CREDIT-STATUS = '35'
               DISPLAY 'ERROR: BANK CREDIT FILE NOT FOUND'
               STOP RUN
           END-IF.
           OPEN I-O BAG-MASTER.
           IF BAG-MASTER-STATUS = '35'
               DISPLAY 'ERROR: CARRIER BAG MASTER FILE NOT FOUND'
               STOP RUN
           END-IF.
           OPEN I-O TILL-HISTORY.
           IF TILL-HISTORY-STATUS = '35'
               DISPLAY 'ERROR: TILL HISTORY FILE NOT FOUND'
               STOP RUN
           END-IF.
           OPEN OUTPUT VERIFY-REPORT.
           PERFORM WRITE-REPORT-HEADERS.
           READ BANK-CREDIT
               AT END MOVE 'N' TO DATA-REMAINS
           END-READ.
           PERFORM VERIFY-CREDIT
               UNTIL DATA-REMAINS = 'N'.
           CLOSE BANK-CREDIT.
           PERFORM LIST-MISSING-CREDITS.
           CLOSE BAG-MASTER
                 TILL-HISTORY.
           PERFORM WRITE-SUMMARY.
           CLOSE VERIFY-REPORT.
           PERFORM WRITE-GL-ADJ-BATCH.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY 'DEPOSIT VERIFICATION WRITTEN TO DEPVERIFY.TXT'.
           STOP RUN.

       GET-SELECTIONS.
           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD.
           DISPLAY 'ENTER DAYS ALLOWED FOR A BANK CREDIT (BLANK = 3)'.
           ACCEPT LATE-DAYS-X.
           IF LATE-DAYS-X IS NUMERIC
               MOVE LATE-DAYS-X TO LATE-DAYS
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE AS-OF-DATE TO VT-AS-OF.
           MOVE LATE-DAYS TO VT-LATE-DAYS.
           MOVE VERIFY-TITLE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE VERIFY-COLUMN-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.

      * Match one line of the bank's file to the bag it names. A
      * credit settles the bag and any difference from what was
      * declared is short or over; an adjustment notice is posted
      * against the bag once. Either way the difference goes to the
      * GL correction batch and is traced back to the bag's tills
       VERIFY-CREDIT.
           ADD 1 TO CREDITS-READ.
           MOVE 0 TO BAG-UPDATE-FLAG.
           MOVE 0 TO POST-ADJ-FLAG.
           MOVE 0 TO LATE-FLAG.
           MOVE ZEROES TO ADJ-AMOUNT.
           MOVE BK-SEAL-NO TO VD-SEAL-NO.
           MOVE ZEROES TO VD-DEPOSIT-DATE.
           MOVE BK-POST-DATE TO VD-CREDIT-DATE.
           MOVE BK-TYPE TO VD-TYPE.
           MOVE ZEROES TO VD-DECLARED.
           MOVE ZEROES TO VD-AMOUNT.
           MOVE ZEROES TO VD-DIFF.
           IF (BK-TYPE NOT = 'C' AND BK-TYPE NOT = 'A')
                   OR BK-POST-DATE IS NOT NUMERIC
                   OR BK-AMOUNT IS NOT NUMERIC
                   OR (BK-TYPE = 'A' AND BK-NOTICE-NO = SPACES)
               MOVE 'INVALID' TO VD-STATUS
               ADD 1 TO CREDITS-REJECTED
           ELSE
               MOVE BK-AMOUNT TO VD-AMOUNT
               MOVE BK-SEAL-NO TO BM-SEAL-NO
               READ BAG-MASTER
                   INVALID KEY MOVE '23' TO BAG-MASTER-STATUS
               END-READ
               IF BAG-MASTER-STATUS = '23'
                   MOVE 'UNMANIFESTED' TO VD-STATUS
                   ADD 1 TO UNMANIFESTED-COUNT
                   ADD 1 TO CREDITS-REJECTED
                   MOVE '00' TO BAG-MASTER-STATUS
               ELSE
                   MOVE BM-DEPOSIT-DATE TO VD-DEPOSIT-DATE
                   MOVE BM-DECLARED TO VD-DECLARED
                   IF BK-TYPE = 'C'
                       PERFORM APPLY-BANK-CREDIT
                   ELSE
                       PERFORM APPLY-ADJUSTMENT-NOTICE
                   END-IF
               END-IF
           END-IF.
           MOVE VERIFY-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF LATE-FLAG = 1
               MOVE AGE-DAYS TO LL-DAYS
               MOVE LATE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF BK-TYPE = 'A'
               MOVE BK-NOTICE-NO TO NL-NOTICE-NO
               MOVE BK-REASON TO NL-REASON
               MOVE NOTICE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF POST-ADJ-FLAG = 1
               PERFORM POST-BAG-ADJUSTMENT
           END-IF.
           IF BAG-UPDATE-FLAG = 1
               REWRITE BAG-MASTER-REC
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING BAG ' BM-SEAL-NO
               END-REWRITE
           END-IF.
           READ BANK-CREDIT
               AT END MOVE 'N' TO DATA-REMAINS
           END-READ.

      * A bag is credited once; a second credit for it is reported
      * and left alone. The credit is late when it posts more than
      * the allowance after the deposit date
       APPLY-BANK-CREDIT.
           IF BM-STATUS = 'C'
               MOVE 'DUPLICATE' TO VD-STATUS
               ADD 1 TO DUPLICATE-COUNT
               ADD 1 TO CREDITS-REJECTED
           ELSE
               MOVE 'C' TO BM-STATUS
               MOVE BK-POST-DATE TO BM-CREDIT-DATE
               MOVE BK-AMOUNT TO BM-CREDITED
               MOVE 1 TO BAG-UPDATE-FLAG
               COMPUTE ADJ-AMOUNT = BK-AMOUNT - BM-DECLARED
               MOVE ADJ-AMOUNT TO VD-DIFF
               EVALUATE TRUE
                   WHEN ADJ-AMOUNT < ZEROES
                       MOVE 'SHORT' TO VD-STATUS
                       ADD 1 TO SHORT-COUNT
                       MOVE 1 TO POST-ADJ-FLAG
                   WHEN ADJ-AMOUNT > ZEROES
                       MOVE 'OVER' TO VD-STATUS
                       ADD 1 TO OVER-COUNT
                       MOVE 1 TO POST-ADJ-FLAG
                   WHEN OTHER
                       MOVE 'MATCHED' TO VD-STATUS
                       ADD 1 TO MATCHED-COUNT
               END-EVALUATE
               MOVE BM-DEPOSIT-DATE TO AGE-FROM-DATE
               MOVE BK-POST-DATE TO AGE-TO-DATE
               PERFORM FIGURE-AGE
               IF AGE-DAYS > LATE-DAYS
                   MOVE 1 TO LATE-FLAG
                   ADD 1 TO LATE-COUNT
               END-IF
           END-IF.

      * An adjustment notice is kept on the bag by the bank's notice
      * number so the same notice is never posted twice
       APPLY-ADJUSTMENT-NOTICE.
           MOVE ZEROES TO NOTICE-FOUND.
           PERFORM TEST-ADJUSTMENT-NOTICE
               VARYING ADJ-SUB FROM 1 BY 1
               UNTIL ADJ-SUB > BM-ADJ-COUNT.
           EVALUATE TRUE
               WHEN NOTICE-FOUND > ZEROES
                   MOVE 'DUPLICATE' TO VD-STATUS
                   ADD 1 TO DUPLICATE-COUNT
                   ADD 1 TO CREDITS-REJECTED
               WHEN BM-ADJ-COUNT >= 5
                   MOVE 'NOTICE LIMIT' TO VD-STATUS
                   ADD 1 TO CREDITS-REJECTED
               WHEN OTHER
                   ADD 1 TO BM-ADJ-COUNT
                   MOVE BK-NOTICE-NO TO BM-ADJ-NOTICE (BM-ADJ-COUNT)
                   MOVE BK-POST-DATE TO BM-ADJ-DATE (BM-ADJ-COUNT)
                   MOVE BK-AMOUNT TO BM-ADJ-AMOUNT (BM-ADJ-COUNT)
                   MOVE 1 TO BAG-UPDATE-FLAG
                   MOVE BK-AMOUNT TO ADJ-AMOUNT
                   MOVE ADJ-AMOUNT TO VD-DIFF
                   MOVE 'ADJUSTMENT' TO VD-STATUS
                   ADD 1 TO ADJUST-COUNT
                   IF ADJ-AMOUNT NOT = ZEROES
                       MOVE 1 TO POST-ADJ-FLAG
                   END-IF
           END-EVALUATE.

       TEST-ADJUSTMENT-NOTICE.
           IF BM-ADJ-NOTICE (ADJ-SUB) = BK-NOTICE-NO
               MOVE ADJ-SUB TO NOTICE-FOUND
           END-IF.

      * Hold the difference for the GL batch and spread it over the
      * tills whose cash made up the bag, in proportion to what each
      * put in, onto each till's over/short history for the deposit
      * date so the cashier of record answers for it
       POST-BAG-ADJUSTMENT.
           ADD ADJ-AMOUNT TO NET-CORRECTION.
           IF GL-ADJ-COUNT < 200
               ADD 1 TO GL-ADJ-COUNT
               MOVE BM-COMPANY TO GA-COMPANY (GL-ADJ-COUNT)
               MOVE BM-SEAL-NO TO GA-SEAL-NO (GL-ADJ-COUNT)
               MOVE ADJ-AMOUNT TO GA-AMOUNT (GL-ADJ-COUNT)
               PERFORM NOTE-ADJ-COMPANY
           ELSE
               DISPLAY 'WARNING: CORRECTION TABLE FULL - BAG '
                   BM-SEAL-NO ' NOT POSTED TO GL'
           END-IF.
           MOVE ZEROES TO ALLOCATED-AMOUNT.
           IF BM-CONTRIB-COUNT = ZEROES
               MOVE '      ** NO TILLS ON FILE FOR THIS BAG'
                   TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO TRACE-MISS-COUNT
           ELSE
               PERFORM TRACE-BAG-CONTRIB
                   VARYING CB-SUB FROM 1 BY 1
                   UNTIL CB-SUB > BM-CONTRIB-COUNT
           END-IF.

       NOTE-ADJ-COMPANY.
           MOVE ZEROES TO CO-FOUND.
           PERFORM TEST-ADJ-COMPANY
               VARYING CO-SUB FROM 1 BY 1
               UNTIL CO-SUB > COMPANY-COUNT.
           IF CO-FOUND = ZEROES AND COMPANY-COUNT < 20
               ADD 1 TO COMPANY-COUNT
               MOVE BM-COMPANY TO CO-COMPANY (COMPANY-COUNT)
           END-IF.

       TEST-ADJ-COMPANY.
           IF CO-COMPANY (CO-SUB) = BM-COMPANY
               MOVE CO-SUB TO CO-FOUND
           END-IF.

       TRACE-BAG-CONTRIB.
           IF CB-SUB = BM-CONTRIB-COUNT OR BM-DECLARED = ZEROES
               COMPUTE SHARE-AMOUNT = ADJ-AMOUNT - ALLOCATED-AMOUNT
           ELSE
               COMPUTE SHARE-AMOUNT ROUNDED =
                   ADJ-AMOUNT * BM-AMOUNT (CB-SUB) / BM-DECLARED
           END-IF.
           ADD SHARE-AMOUNT TO ALLOCATED-AMOUNT.
           MOVE BM-TILL-ID (CB-SUB) TO TR-TILL-ID.
           MOVE BM-CASHIER-ID (CB-SUB) TO TR-CASHIER-ID.
           MOVE SHARE-AMOUNT TO TR-SHARE.
           MOVE BM-TILL-ID (CB-SUB) TO TH-TILL-ID.
           MOVE BM-DEPOSIT-DATE TO TH-DATE.
           READ TILL-HISTORY
               INVALID KEY MOVE '23' TO TILL-HISTORY-STATUS
           END-READ.
           IF TILL-HISTORY-STATUS = '23'
               MOVE '** NO TILL HISTORY RECORD' TO TR-STATUS
               ADD 1 TO TRACE-MISS-COUNT
               MOVE '00' TO TILL-HISTORY-STATUS
           ELSE
               COMPUTE NEW-ACTUAL = TH-ACTUAL + SHARE-AMOUNT
               IF NEW-ACTUAL < ZEROES
                   MOVE ZEROES TO NEW-ACTUAL
               END-IF
               MOVE NEW-ACTUAL TO TH-ACTUAL
               ADD SHARE-AMOUNT TO TH-VARIANCE
               MOVE TH-CASHIER-ID TO TR-CASHIER-ID
               REWRITE TILL-HISTORY-REC
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING HISTORY FOR TILL '
                           TH-TILL-ID
               END-REWRITE
               MOVE 'POSTED TO OVER/SHORT HISTORY' TO TR-STATUS
           END-IF.
           MOVE TRACE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * Every bag the bank has still not credited once the allowance
      * has run out is listed as missing for follow-up with the bank
      * and the carrier; it is not posted until the bank answers
       LIST-MISSING-CREDITS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE MISSING-TITLE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE LOW-VALUES TO BM-SEAL-NO.
           MOVE 'Y' TO BAGS-REMAIN.
           START BAG-MASTER KEY IS NOT LESS THAN BM-SEAL-NO
               INVALID KEY MOVE 'N' TO BAGS-REMAIN
           END-START.
           IF BAGS-REMAIN = 'Y'
               READ BAG-MASTER NEXT RECORD
                   AT END MOVE 'N' TO BAGS-REMAIN
               END-READ
           END-IF.
           PERFORM CHECK-MISSING-CREDIT
               UNTIL BAGS-REMAIN = 'N'.
           IF MISSING-COUNT = ZEROES
               MOVE 'NONE' TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       CHECK-MISSING-CREDIT.
           IF BM-STATUS = 'O'
               MOVE BM-DEPOSIT-DATE TO AGE-FROM-DATE
               MOVE AS-OF-DATE TO AGE-TO-DATE
               PERFORM FIGURE-AGE
               IF AGE-DAYS > LATE-DAYS
                   MOVE BM-SEAL-NO TO MD-SEAL-NO
                   MOVE BM-DEPOSIT-DATE TO MD-DEPOSIT-DATE
                   MOVE BM-COMPANY TO MD-COMPANY
                   MOVE BM-DECLARED TO MD-DECLARED
                   MOVE AGE-DAYS TO MD-DAYS
                   MOVE MISSING-DETAIL-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
                   ADD 1 TO MISSING-COUNT
                   ADD BM-DECLARED TO MISSING-TOTAL
               END-IF
           END-IF.
           READ BAG-MASTER NEXT RECORD
               AT END MOVE 'N' TO BAGS-REMAIN
           END-READ.

       FIGURE-AGE.
           COMPUTE AGE-DAYS =
               (AGE-TO-YEAR - AGE-FROM-YEAR) * 365
               + (AGE-TO-MONTH - AGE-FROM-MONTH) * 30
               + (AGE-TO-DAY - AGE-FROM-DAY).
           IF AGE-DAYS < ZEROES
               MOVE ZEROES TO AGE-DAYS
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'BANK LINES READ:' TO SC-LABEL.
           MOVE CREDITS-READ TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'CREDITS MATCHED:' TO SC-LABEL.
           MOVE MATCHED-COUNT TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'CREDITS SHORT:' TO SC-LABEL.
           MOVE SHORT-COUNT TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'CREDITS OVER:' TO SC-LABEL.
           MOVE OVER-COUNT TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'CREDITS LATE:' TO SC-LABEL.
           MOVE LATE-COUNT TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'ADJUSTMENT NOTICES POSTED:' TO SC-LABEL.
           MOVE ADJUST-COUNT TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'CREDITS FOR NO MANIFESTED BAG:' TO SC-LABEL.
           MOVE UNMANIFESTED-COUNT TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'DUPLICATES NOT POSTED:' TO SC-LABEL.
           MOVE DUPLICATE-COUNT TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'BAGS MISSING A CREDIT:' TO SC-LABEL.
           MOVE MISSING-COUNT TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'SHARES NOT TRACED TO A TILL:' TO SC-LABEL.
           MOVE TRACE-MISS-COUNT TO SC-COUNT.
           PERFORM WRITE-SUMMARY-COUNT.
           MOVE 'DECLARED ON MISSING BAGS:' TO SA-LABEL.
           MOVE MISSING-TOTAL TO SA-AMOUNT.
           MOVE SUMMARY-AMOUNT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'NET CORRECTION TO CASH IN BANK:' TO SA-LABEL.
           MOVE NET-CORRECTION TO SA-AMOUNT.
           MOVE SUMMARY-AMOUNT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-SUMMARY-COUNT.
           MOVE SUMMARY-COUNT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * One balanced correction batch per company in the daily cash
      * batch's H/D/T layout: the bank crediting less than declared
      * debits cash over/short and credits cash in bank, crediting
      * more does the reverse
       WRITE-GL-ADJ-BATCH.
           OPEN OUTPUT GL-CASH-ADJ.
           PERFORM WRITE-COMPANY-BATCH
               VARYING CO-SUB FROM 1 BY 1
               UNTIL CO-SUB > COMPANY-COUNT.
           CLOSE GL-CASH-ADJ.

       WRITE-COMPANY-BATCH.
           MOVE ZEROES TO GLC-DEBIT-TOTAL.
           MOVE ZEROES TO GLC-CREDIT-TOTAL.
           MOVE CO-COMPANY (CO-SUB) TO GLH-COMPANY.
           MOVE AS-OF-DATE TO GLH-PERIOD-END.
           MOVE GLC-HEADER-REC TO GL-CASH-LINE.
           WRITE GL-CASH-LINE.
           PERFORM WRITE-ADJ-ENTRIES
               VARYING GA-SUB FROM 1 BY 1
               UNTIL GA-SUB > GL-ADJ-COUNT.
           MOVE GLC-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
           MOVE GLC-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
           MOVE GLC-TRAILER-REC TO GL-CASH-LINE.
           WRITE GL-CASH-LINE.

       WRITE-ADJ-ENTRIES.
           IF GA-COMPANY (GA-SUB) = CO-COMPANY (CO-SUB)
               MOVE '**' TO GLD-DEPT-CODE
               MOVE SPACES TO GLD-DESC
               STRING 'BANK ADJ ' DELIMITED BY SIZE
                   GA-SEAL-NO (GA-SUB) DELIMITED BY SIZE
                   INTO GLD-DESC
               IF GA-AMOUNT (GA-SUB) < ZEROES
                   COMPUTE ADJ-ABS = 0 - GA-AMOUNT (GA-SUB)
                   MOVE ADJ-ABS TO GLD-AMOUNT
                   MOVE GLC-ACCT-OVRSHT TO GLD-ACCOUNT
                   MOVE 'DR' TO GLD-DRCR
                   PERFORM WRITE-GLC-DETAIL
                   MOVE GLC-ACCT-BANK TO GLD-ACCOUNT
                   MOVE 'CR' TO GLD-DRCR
                   PERFORM WRITE-GLC-DETAIL
               ELSE
                   MOVE GA-AMOUNT (GA-SUB) TO ADJ-ABS
                   MOVE ADJ-ABS TO GLD-AMOUNT
                   MOVE GLC-ACCT-BANK TO GLD-ACCOUNT
                   MOVE 'DR' TO GLD-DRCR
                   PERFORM WRITE-GLC-DETAIL
                   MOVE GLC-ACCT-OVRSHT TO GLD-ACCOUNT
                   MOVE 'CR' TO GLD-DRCR
                   PERFORM WRITE-GLC-DETAIL
               END-IF
           END-IF.

       WRITE-GLC-DETAIL.
           IF GLD-DRCR = 'DR'
               ADD GLD-AMOUNT TO GLC-DEBIT-TOTAL
           ELSE
               ADD GLD-AMOUNT TO GLC-CREDIT-TOTAL
           END-IF.
           MOVE GLC-DETAIL-REC TO GL-CASH-LINE.
           WRITE GL-CASH-LINE.

       WRITE-AUDIT-LOG.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE AUDIT-RUN-DATE TO AE-RUN-DATE.
           MOVE AUDIT-RUN-TIME TO AE-RUN-TIME.
           MOVE CREDITS-READ TO AE-RECS-READ.
           COMPUTE AE-RECS-PROCESSED =
               CREDITS-READ - CREDITS-REJECTED.
           MOVE CREDITS-REJECTED TO AE-RECS-REJECTED.
           MOVE AUDIT-ENTRY TO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.

       end program DepositVerify.
