       IDENTIFICATION DIVISION.
       PROGRAM-ID. Escheat.
       AUTHOR. JOHN SCHLANGER.
               KELTON ESSIG.
               JOSH COLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO 'PAYRUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT ESCHEAT-RULES ASSIGN TO 'ESCHRULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCHEAT-RULES-STATUS.
           SELECT W2-EMPLOYER ASSIGN TO 'W2EMPLR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-EMPLOYER-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO 'CHECKREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-REGISTER-STATUS.
           SELECT EMPLOYEE-ADDRESS ASSIGN TO 'EMPADDR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-SOCSEC
               FILE STATUS IS EMPLOYEE-ADDRESS-STATUS.
           SELECT DILIGENCE-LETTERS ASSIGN TO 'ESCHLTR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNCLAIMED-FILE ASSIGN TO 'UNCLPROP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-INTERFACE ASSIGN TO 'ESCHGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT ASSIGN TO 'ESCHRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL
            RECORD CONTAINS 112 CHARACTERS
            DATA RECORD IS RUN-CONTROL-REC.
      * SAME LAYOUT THE PAYROLL RUN READS; ONLY THE COMPANY CODE IS
      * USED HERE, TO NAME THE HOLDER AND HEAD THE GL BATCH
       01 RUN-CONTROL-REC.
            05 RC-COMPANY-CODE    PIC X(4).
            05 RC-PERIOD-END-DATE PIC 9(8).
            05 RC-MASTER-FILE     PIC X(20).
            05 RC-REGISTER-FILE   PIC X(20).
            05 RC-EXCEPTION-FILE  PIC X(20).
      * STUB AND CHECK FILE NAMES USED ONLY BY THE PAYROLL RUN
            05 FILLER             PIC X(40).

       FD ESCHEAT-RULES
            RECORD CONTAINS 18 CHARACTERS
            DATA RECORD IS ESCHEAT-RULE-REC.
      * ONE STATE'S UNCLAIMED PROPERTY RULES FOR PAYROLL CHECKS:
      * DAYS A CHECK MUST BE OUTSTANDING BEFORE IT IS PRESUMED
      * ABANDONED, THE MONTH AND DAY THE ANNUAL REPORT IS DUE, THE
      * DAYS OF NOTICE THE OWNER MUST HAVE BEFORE THAT DATE, AND
      * THE SMALLEST AMOUNT A DUE-DILIGENCE LETTER IS REQUIRED FOR.
      * THE FIRST RECORD IS THE COMPANY'S HOME STATE: AN OWNER WITH
      * NO ADDRESS ON FILE IS REPORTED THERE, AND AN OWNER'S STATE
      * WITH NO RECORD OF ITS OWN TAKES THE HOME STATE'S RULES
       01 ESCHEAT-RULE-REC.
            05 ER-STATE         PIC XX.
            05 ER-DORMANCY-DAYS PIC 9(4).
            05 ER-FILING-MMDD   PIC 9(4).
            05 ER-NOTICE-DAYS   PIC 9(3).
            05 ER-LETTER-MIN    PIC 9(3)V99.

       FD W2-EMPLOYER
            RECORD CONTAINS 81 CHARACTERS
            DATA RECORD IS W2-EMPLOYER-REC.
      * SAME EMPLOYER RECORD THE W-2 RUN FILES UNDER; THE HOLDER'S
      * NAME AND IDENTIFICATION NUMBER ON THE STATE REPORT AND THE
      * LETTERHEAD COME FROM IT WHEN THE COMPANY HAS ONE
       01 W2-EMPLOYER-REC.
            05 WE-COMPANY       PIC X(4).
            05 WE-EIN           PIC 9(9).
            05 WE-EMPLOYER-NAME PIC X(30).
            05 WE-USER-ID       PIC X(8).
            05 WE-CONTACT       PIC X(20).
            05 WE-PHONE         PIC X(10).

       FD CHECK-REGISTER
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS CHECK-REGISTER-LINE.
      * THE CUMULATIVE CHECK REGISTER; THE WHOLE FILE IS LOADED,
      * MARKED, AND WRITTEN BACK WITH THE ESCHEAT MARKS SET AND A
      * VOID APPENDED FOR EVERY CHECK TURNED OVER TO THE STATE
       01 CHECK-REGISTER-LINE  PIC X(80).

       FD EMPLOYEE-ADDRESS
            RECORD CONTAINS 109 CHARACTERS
            DATA RECORD IS EMPLOYEE-ADDRESS-REC.
      * LAST KNOWN MAILING ADDRESS, SAME LAYOUT EMPLOYEE
      * MAINTENANCE FILES UNDER TRANSACTION CODE 'M'
       01 EMPLOYEE-ADDRESS-REC.
            05 EA-SOCSEC        PIC 9(9).
            05 EA-LINE1         PIC X(30).
            05 EA-LINE2         PIC X(30).
            05 EA-CITY          PIC X(20).
            05 EA-STATE         PIC XX.
            05 EA-ZIP           PIC X(10).
            05 EA-EFF-DATE      PIC 9(8).

       FD DILIGENCE-LETTERS
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS LETTER-LINE.
      * LINE OF A DUE-DILIGENCE LETTER TO AN OWNER
       01 LETTER-LINE          PIC X(80).

       FD UNCLAIMED-FILE
            RECORD CONTAINS 160 CHARACTERS
            DATA RECORD IS UNCLAIMED-LINE.
      * RECORD WRITTEN TO THE STATE UNCLAIMED PROPERTY REPORT: A
      * HOLDER HEADER, ONE DETAIL PER CHECK AND A TRAILER FOR EACH
      * STATE BEING REPORTED TO
       01 UNCLAIMED-LINE       PIC X(160).

       FD GL-INTERFACE
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS GL-LINE.
      * RECORD WRITTEN TO THE ESCHEAT GL BATCH, SAME H/D/T LAYOUT
      * AS THE PAYROLL RUN'S GLINTF.DAT SO THE POSTING RUN TAKES IT
      * BY NAME
       01 GL-LINE              PIC X(80).

       FD ESCHEAT-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS PRINT-LINE.
      * LINE WRITTEN TO THE ESCHEAT CONTROL REPORT
       01 PRINT-LINE           PIC X(80).

       FD AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS AUDIT-LOG-LINE.
      * ONE LINE APPENDED TO THE SHARED OPERATIONS AUDIT LOG PER RUN
       01 AUDIT-LOG-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      * FILE STATUS FOR THE RUN CONTROL FILE
       01 RUN-CONTROL-STATUS     PIC XX VALUE '00'.
      * COMPANY CODE FOR THIS RUN
       01 RUN-COMPANY-CODE       PIC X(4) VALUE SPACES.
      * FILE STATUSES
       01 ESCHEAT-RULES-STATUS   PIC XX VALUE '00'.
       01 W2-EMPLOYER-STATUS     PIC XX VALUE '00'.
       01 CHECK-REGISTER-STATUS  PIC XX VALUE '00'.
       01 EMPLOYEE-ADDRESS-STATUS PIC XX VALUE '00'.
       01 AUDIT-LOG-STATUS       PIC XX VALUE '00'.
      * 1 WHEN THE MAILING ADDRESS FILE COULD BE OPENED
       01 ADDRESS-FILE-OPEN      PIC 9 VALUE 0.
      * DATE AND TIME THE RUN STARTED, FOR THE AUDIT LOG ENTRY
       01 AUDIT-RUN-DATE         PIC 9(8) VALUE ZEROES.
       01 AUDIT-RUN-TIME         PIC 9(8) VALUE ZEROES.
      * FLAG FOR MORE DATA IN THE FILE BEING READ
       01 DATA-REMAINS           PIC X VALUE 'Y'.

      * OPERATOR'S AS-OF DATE; BLANK TAKES TODAY. CHECKS ARE AGED
      * TO IT, AND A STATE'S REPORT IS FILED ONCE IT REACHES THE
      * STATE'S FILING DATE
       01 AS-OF-DATE-X           PIC X(8) VALUE SPACES.
       01 AS-OF-DATE             PIC 9(8) VALUE ZEROES.
       01 AS-OF-DATE-R REDEFINES AS-OF-DATE.
            05 AS-OF-YEAR  PIC 9(4).
            05 AS-OF-MMDD  PIC 9(4).

      * THE TWO DATES BEING AGED BETWEEN, BROKEN OUT FOR THE
      * ARITHMETIC, AND THE DAYS FROM ONE TO THE OTHER
       01 AGE-FROM-DATE          PIC 9(8) VALUE ZEROES.
       01 AGE-FROM-DATE-X REDEFINES AGE-FROM-DATE.
            05 AGE-FROM-YEAR  PIC 9(4).
            05 AGE-FROM-MONTH PIC 9(2).
            05 AGE-FROM-DAY   PIC 9(2).
       01 AGE-TO-DATE            PIC 9(8) VALUE ZEROES.
       01 AGE-TO-DATE-X REDEFINES AGE-TO-DATE.
            05 AGE-TO-YEAR    PIC 9(4).
            05 AGE-TO-MONTH   PIC 9(2).
            05 AGE-TO-DAY     PIC 9(2).
       01 AGE-DAYS               PIC S9(5) VALUE ZEROES.

      * STATE FILING DATE A PENDING CHECK IS REPORTED ON: THE FIRST
      * ONE THE OWNER'S LETTER GIVES FULL NOTICE BEFORE
       01 FILING-DATE            PIC 9(8) VALUE ZEROES.
       01 FILING-DATE-R REDEFINES FILING-DATE.
            05 FILING-YEAR PIC 9(4).
            05 FILING-MMDD PIC 9(4).

      * THE STATE RULES; ENTRY 1 IS THE HOME STATE
       01 RULE-COUNT             PIC 99 VALUE ZEROES.
       01 RULE-TABLE.
            05 RULE-ENTRY OCCURS 0 TO 60 TIMES
               DEPENDING ON RULE-COUNT
               INDEXED BY RL-IDX.
               10 RT-STATE         PIC XX.
               10 RT-DORMANCY-DAYS PIC 9(4).
               10 RT-FILING-MMDD   PIC 9(4).
               10 RT-NOTICE-DAYS   PIC 9(3).
               10 RT-LETTER-MIN    PIC 9(3)V99.
      * RULE ENTRY THAT APPLIES TO THE CHECK BEING EXAMINED
       01 RULE-SUB               PIC 99 VALUE ZEROES.
       01 HOME-STATE             PIC XX VALUE SPACES.

      * HOLDER NAME AND IDENTIFICATION NUMBER FOR THE STATE REPORT
       01 HOLDER-NAME            PIC X(30) VALUE SPACES.
       01 HOLDER-EIN             PIC 9(9) VALUE ZEROES.

      * THE OWNER'S LAST KNOWN ADDRESS, OR BLANKS WHEN NONE IS ON
      * FILE, AND THE STATE THE CHECK ESCHEATS TO
       01 ADDRESS-FOUND          PIC 9 VALUE 0.
       01 OWNER-STATE            PIC XX VALUE SPACES.

      * THE WHOLE CHECK REGISTER HELD WHILE IT IS MARKED, THEN
      * WRITTEN BACK WITH THE VOIDS FOR ESCHEATED CHECKS APPENDED
       01 REG-LINE-COUNT         PIC 9(4) VALUE ZEROES.
       01 REG-LINE-TABLE.
            05 REG-LINE-ENTRY OCCURS 2000 TIMES PIC X(80).
       01 REG-SUB                PIC 9(4) VALUE ZEROES.

      * ONE REGISTER LINE BROKEN OUT FOR EXAMINATION. POSITIVE PAY
      * MARKS COLUMN 48, BANK RECONCILIATION COLUMN 49 AND THE
      * OFF-CYCLE RUN COLUMNS 50-56; THE ESCHEAT MARK SET HERE SITS
      * IN COLUMN 57 WITH THE DATE THE CHECK WENT PENDING AND THE
      * STATE IT ESCHEATS TO AFTER IT. THE MARK IS 'P' PENDING
      * WHILE THE OWNER HAS NOTICE, 'R' RELEASED WHEN A PENDING
      * CHECK WAS CASHED OR VOIDED, AND 'E' ONCE THE CHECK HAS BEEN
      * REPORTED TO THE STATE AND VOIDED
       01 REG-WORK-REC.
            05 RW-REC-TYPE     PIC X.
            05 RW-REST         PIC X(79).
            05 RW-ISSUED REDEFINES RW-REST.
                 10 RW-CHECK-NO     PIC 9(6).
                 10 RW-SOCSEC       PIC 9(9).
                 10 RW-PAYEE        PIC X(16).
                 10 RW-DATE         PIC 9(8).
                 10 RW-AMOUNT       PIC 9(5)V99.
                 10 RW-SENT         PIC X.
                 10 RW-CLEARED      PIC X.
                 10 RW-CHECK-TYPE   PIC X.
                 10 RW-REPLACES-NO  PIC X(6).
                 10 RW-ESCHEAT      PIC X.
                 10 RW-ESCH-DATE    PIC 9(8).
                 10 RW-ESCH-STATE   PIC XX.
                 10 FILLER          PIC X(13).
            05 RW-VOIDED REDEFINES RW-REST.
                 10 RW-V-CHECK-NO   PIC 9(6).
                 10 RW-V-AMOUNT     PIC 9(5)V99.
                 10 RW-V-REISSUE    PIC X.
                 10 FILLER          PIC X(65).

      * VOID RECORD APPENDED TO THE REGISTER FOR AN ESCHEATED
      * CHECK; REISSUE 'E' TELLS TREASURY NO REPLACEMENT FOLLOWS,
      * AND POSITIVE PAY SENDS THE VOID TO THE BANK AS A STOP
       01 CKV-DETAIL-REC.
            05 FILLER          PIC X(1)    VALUE 'V'.
            05 CKV-CHECK-NO    PIC 9(6).
            05 CKV-AMOUNT      PIC 9(5)V99.
            05 CKV-REISSUE     PIC X       VALUE 'E'.
            05 FILLER          PIC X(65)   VALUE SPACES.

      * CHECK NUMBERS VOIDED ON THE REGISTER; A VOIDED CHECK IS
      * NEVER CARRIED AS OUTSTANDING
       01 VOID-NO-COUNT          PIC 9(4) VALUE ZEROES.
       01 VOID-NO-TABLE.
            05 VOID-NO-ENTRY OCCURS 500 TIMES PIC 9(6).
       01 VOID-SUB               PIC 9(4) VALUE ZEROES.
       01 VOID-FOUND             PIC 9 VALUE 0.

      * PENDING CHECKS WHOSE FILING DATE HAS COME, BY REGISTER LINE
      * AND STATE, AND WHETHER EACH HAS BEEN WRITTEN TO ITS STATE'S
      * REPORT YET
       01 FILE-COUNT             PIC 9(4) VALUE ZEROES.
       01 FILE-TABLE.
            05 FILE-ENTRY OCCURS 2000 TIMES.
               10 FT-REG-SUB    PIC 9(4).
               10 FT-STATE      PIC XX.
               10 FT-DONE       PIC 9.
       01 FILE-SUB               PIC 9(4) VALUE ZEROES.
       01 GROUP-SUB              PIC 9(4) VALUE ZEROES.
      * STATE WHOSE REPORT IS BEING WRITTEN, AND ITS FOOTINGS
       01 GROUP-STATE            PIC XX VALUE SPACES.
       01 GROUP-COUNT            PIC 9(5) VALUE ZEROES.
       01 GROUP-TOTAL            PIC 9(9)V99 VALUE ZEROES.

      * COUNTS AND TOTALS FOR THE REPORT AND THE AUDIT LOG ENTRY
       01 CHECKS-EXAMINED        PIC 9(7) VALUE ZEROES.
       01 PENDING-NEW-COUNT      PIC 9(5) VALUE ZEROES.
       01 PENDING-NEW-TOTAL      PIC 9(9)V99 VALUE ZEROES.
       01 LETTER-COUNT           PIC 9(5) VALUE ZEROES.
       01 NO-ADDRESS-COUNT       PIC 9(5) VALUE ZEROES.
       01 RELEASED-COUNT         PIC 9(5) VALUE ZEROES.
       01 RELEASED-TOTAL         PIC 9(9)V99 VALUE ZEROES.
       01 ESCHEATED-COUNT        PIC 9(5) VALUE ZEROES.
       01 ESCHEATED-TOTAL        PIC 9(9)V99 VALUE ZEROES.
       01 AWAITING-COUNT         PIC 9(5) VALUE ZEROES.
       01 AWAITING-TOTAL         PIC 9(9)V99 VALUE ZEROES.

      * CASH AND LIABILITY ACCOUNTS THE ESCHEAT BATCH POSTS: THE
      * VOIDED CHECKS GO BACK INTO CASH AND THE SAME AMOUNT IS NOW
      * OWED TO THE STATES
       01 GL-ACCOUNTS.
            05 GL-ACCT-CASH      PIC X(4) VALUE '1010'.
            05 GL-ACCT-UNCLAIMED PIC X(4) VALUE '2190'.

      * BATCH HEADER RECORD TYING THE GL BATCH TO THIS RUN
       01 GL-HEADER-REC.
            05 FILLER            PIC X(1)  VALUE 'H'.
            05 GH-COMPANY-CODE   PIC X(4).
            05 GH-PERIOD-END     PIC 9(8).
            05 FILLER            PIC X(67) VALUE SPACES.

      * ONE BALANCED DEBIT OR CREDIT POSTING FOR A DEPARTMENT
       01 GL-DETAIL-REC.
            05 FILLER            PIC X(1)  VALUE 'D'.
            05 GD-ACCOUNT        PIC X(4).
            05 GD-DEPT-CODE      PIC XX.
            05 GD-DRCR           PIC XX.
            05 GD-AMOUNT         PIC 9(7)V99.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 GD-DESC           PIC X(20).
            05 FILLER            PIC X(40) VALUE SPACES.

      * BATCH TRAILER RECORD CARRYING THE DEBIT AND CREDIT TOTALS
       01 GL-TRAILER-REC.
            05 FILLER            PIC X(1)  VALUE 'T'.
            05 GT-DEBIT-TOTAL    PIC 9(9)V99.
            05 GT-CREDIT-TOTAL   PIC 9(9)V99.
            05 FILLER            PIC X(57) VALUE SPACES.

      * STATE REPORT HOLDER HEADER, ONE PER STATE REPORTED TO
       01 UP-HEADER-REC.
            05 FILLER            PIC X(1)   VALUE 'H'.
            05 UH-STATE          PIC XX.
            05 UH-COMPANY        PIC X(4).
            05 UH-EIN            PIC 9(9).
            05 UH-HOLDER-NAME    PIC X(30).
            05 UH-REPORT-DATE    PIC 9(8).
            05 FILLER            PIC X(106) VALUE SPACES.

      * ONE UNCASHED PAYROLL CHECK REPORTED AS PROPERTY TYPE MS01,
      * WAGES AND PAYROLL, WITH THE OWNER'S LAST KNOWN ADDRESS AND
      * THE DATE THE DUE-DILIGENCE LETTER WENT OUT
       01 UP-DETAIL-REC.
            05 FILLER            PIC X(1)   VALUE 'D'.
            05 UD-SOCSEC         PIC 9(9).
            05 UD-OWNER-NAME     PIC X(16).
            05 UD-LINE1          PIC X(30).
            05 UD-LINE2          PIC X(30).
            05 UD-CITY           PIC X(20).
            05 UD-STATE          PIC XX.
            05 UD-ZIP            PIC X(10).
            05 UD-PROPERTY-TYPE  PIC X(4)   VALUE 'MS01'.
            05 UD-CHECK-NO       PIC 9(6).
            05 UD-CHECK-DATE     PIC 9(8).
            05 UD-AMOUNT         PIC 9(5)V99.
            05 UD-NOTICE-DATE    PIC 9(8).
            05 FILLER            PIC X(9)   VALUE SPACES.

      * STATE REPORT TRAILER FOOTING THE CHECKS REPORTED
       01 UP-TRAILER-REC.
            05 FILLER            PIC X(1)   VALUE 'T'.
            05 UT-STATE          PIC XX.
            05 UT-COUNT          PIC 9(5).
            05 UT-TOTAL          PIC 9(9)V99.
            05 FILLER            PIC X(141) VALUE SPACES.

      * DUE-DILIGENCE LETTER LINES
       01 LETTER-HOLDER-LINE.
            05 FILLER          PIC X(10)   VALUE SPACES.
            05 LH-HOLDER-NAME  PIC X(30).
            05 FILLER          PIC X(10)   VALUE SPACES.
            05 FILLER          PIC X(6)    VALUE 'DATE: '.
            05 LH-DATE         PIC 9(8).
            05 FILLER          PIC X(16)   VALUE SPACES.
       01 LETTER-CITY-LINE.
            05 LC-CITY         PIC X(20).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 LC-STATE        PIC XX.
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 LC-ZIP          PIC X(10).
            05 FILLER          PIC X(45)   VALUE SPACES.
       01 LETTER-CHECK-LINE.
            05 FILLER          PIC X(10)   VALUE SPACES.
            05 FILLER          PIC X(7)    VALUE 'CHECK: '.
            05 LK-CHECK-NO     PIC 9(6).
            05 FILLER          PIC X(9)    VALUE '  DATED: '.
            05 LK-DATE         PIC 9(8).
            05 FILLER          PIC X(11)   VALUE '  AMOUNT: $'.
            05 LK-AMOUNT       PIC ZZZZ9.99.
            05 FILLER          PIC X(21)   VALUE SPACES.
       01 LETTER-DEADLINE-LINE.
            05 FILLER          PIC X(45)   VALUE
               'UNLESS YOU CONTACT THE PAYROLL OFFICE BEFORE '.
            05 LD-FILING-DATE  PIC 9(8).
            05 FILLER          PIC X(27)   VALUE
               ' THE AMOUNT WILL BE'.
       01 LETTER-STATE-LINE.
            05 FILLER          PIC X(34)   VALUE
               'REPORTED AND PAID TO THE STATE OF '.
            05 LS-STATE        PIC XX.
            05 FILLER          PIC X(44)   VALUE
               ' AS UNCLAIMED PROPERTY.'.
       01 LETTER-SEPARATOR-LINE PIC X(80) VALUE ALL '='.

      * ESCHEAT CONTROL REPORT TITLE
       01 ESCH-TITLE-HDR.
            05 FILLER          PIC X(21)   VALUE SPACES.
            05 FILLER          PIC X(38)   VALUE
               'UNCLAIMED PAYROLL CHECK ESCHEAT REPORT'.
            05 FILLER          PIC X(21)   VALUE SPACES.

      * SELECTION ECHO LINE
       01 ESCH-SELECT-LINE.
            05 FILLER          PIC X(9)    VALUE 'AS OF:   '.
            05 ES-AS-OF        PIC 9(8).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(9)    VALUE 'COMPANY: '.
            05 ES-COMPANY      PIC X(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(12)   VALUE 'HOME STATE: '.
            05 ES-HOME-STATE   PIC XX.
            05 FILLER          PIC X(30)   VALUE SPACES.

      * ONE CHECK AND WHAT WAS DONE WITH IT
       01 ESCH-CHECK-LINE.
            05 FILLER          PIC X(7)    VALUE 'CHECK: '.
            05 EC-CHECK-NO     PIC 9(6).
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 EC-PAYEE        PIC X(16).
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 EC-DATE         PIC 9(8).
            05 FILLER          PIC X(8)    VALUE '  AMT: '.
            05 EC-AMOUNT       PIC ZZZZ9.99.
            05 FILLER          PIC X(6)    VALUE '  ST: '.
            05 EC-STATE        PIC XX.
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 EC-NOTE         PIC X(13).

      * SECTION TITLE LINES
       01 PENDING-TITLE-HDR.
            05 FILLER          PIC X(48)   VALUE
               'CHECKS PAST DORMANCY - MADE ESCHEAT-PENDING'.
            05 FILLER          PIC X(32)   VALUE SPACES.
       01 RELEASED-TITLE-HDR.
            05 FILLER          PIC X(48)   VALUE
               'PENDING CHECKS CASHED OR VOIDED - RELEASED'.
            05 FILLER          PIC X(32)   VALUE SPACES.
       01 ESCHEATED-TITLE-HDR.
            05 FILLER          PIC X(48)   VALUE
               'CHECKS REPORTED TO THE STATE AND VOIDED'.
            05 FILLER          PIC X(32)   VALUE SPACES.
       01 AWAITING-TITLE-HDR.
            05 FILLER          PIC X(48)   VALUE
               'CHECKS ESCHEAT-PENDING - AWAITING FILING DATE'.
            05 FILLER          PIC X(32)   VALUE SPACES.

      * LABELED COUNT-AND-TOTAL LINE CLOSING EACH SECTION
       01 ESCH-TOTAL-LINE.
            05 ET-LABEL        PIC X(22).
            05 ET-COUNT        PIC ZZZZ9.
            05 FILLER          PIC X(9)    VALUE '  TOTAL: '.
            05 ET-AMOUNT       PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(32)   VALUE SPACES.

      * ONE FORMATTED ENTRY WRITTEN TO THE SHARED OPERATIONS AUDIT LOG
       01 AUDIT-ENTRY.
            05 AE-JOB-NAME       PIC X(8)  VALUE 'ESCHEAT'.
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 AE-RUN-DATE       PIC 9(8).
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 AE-RUN-TIME       PIC 9(8).
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 FILLER            PIC X(5)  VALUE 'READ:'.
            05 AE-RECS-READ      PIC ZZZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 FILLER            PIC X(5)  VALUE 'PROC:'.
            05 AE-RECS-PROCESSED PIC ZZZZZZ9.
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 FILLER            PIC X(4)  VALUE 'REJ:'.
            05 AE-RECS-REJECTED  PIC ZZZZZZ9.
            05 FILLER            PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       PROCESS-ESCHEAT.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM GET-SELECTIONS.
           PERFORM LOAD-ESCHEAT-RULES.
           PERFORM LOAD-HOLDER.
           PERFORM LOAD-CHECK-REGISTER.
           IF REG-LINE-COUNT = ZEROES
              DISPLAY 'NO CHECK REGISTER RECORDS TO EXAMINE'
              STOP RUN
           END-IF.
           PERFORM BUILD-VOID-LIST.
           OPEN INPUT EMPLOYEE-ADDRESS.
           IF EMPLOYEE-ADDRESS-STATUS NOT = '35'
              MOVE 1 TO ADDRESS-FILE-OPEN
           END-IF.
           OPEN OUTPUT ESCHEAT-REPORT.
           OPEN OUTPUT DILIGENCE-LETTERS.
           PERFORM WRITE-REPORT-HEADERS.
           PERFORM WRITE-PENDING-SECTION.
           PERFORM WRITE-RELEASED-SECTION.
           PERFORM SELECT-FILING-CHECKS.
           PERFORM WRITE-ESCHEATED-SECTION.
           PERFORM WRITE-AWAITING-SECTION.
           CLOSE DILIGENCE-LETTERS.
           CLOSE ESCHEAT-REPORT.
           IF ADDRESS-FILE-OPEN = 1
              CLOSE EMPLOYEE-ADDRESS
           END-IF.
           PERFORM WRITE-GL-INTERFACE.
           PERFORM SAVE-CHECK-REGISTER.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY 'ESCHEAT REPORT WRITTEN TO ESCHRPT.TXT'.
           IF LETTER-COUNT > ZEROES
              DISPLAY 'DUE-DILIGENCE LETTERS WRITTEN TO ESCHLTR.TXT'
           END-IF.
           IF ESCHEATED-COUNT > ZEROES
              DISPLAY 'STATE REPORT WRITTEN TO UNCLPROP.DAT'
              DISPLAY 'GL BATCH WRITTEN TO ESCHGL.DAT FOR POSTING'
           END-IF.
           STOP RUN.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF RUN-CONTROL-STATUS NOT = '35'
              READ RUN-CONTROL
                 AT END MOVE SPACES TO RUN-CONTROL-REC
              END-READ
              CLOSE RUN-CONTROL
              IF RC-COMPANY-CODE NOT = SPACES
                 MOVE RC-COMPANY-CODE TO RUN-COMPANY-CODE
              END-IF
           END-IF.

       GET-SELECTIONS.
           ACCEPT AS-OF-DATE FROM DATE YYYYMMDD.
           DISPLAY 'ENTER AS-OF DATE YYYYMMDD (BLANK = TODAY)'.
           ACCEPT AS-OF-DATE-X.
           IF AS-OF-DATE-X IS NUMERIC
              MOVE AS-OF-DATE-X TO AS-OF-DATE
           END-IF.

      * THE RULES FILE IS REQUIRED: WITHOUT A DORMANCY PERIOD AND
      * A FILING DATE THERE IS NOTHING TO JUDGE A CHECK AGAINST
       LOAD-ESCHEAT-RULES.
           OPEN INPUT ESCHEAT-RULES.
           IF ESCHEAT-RULES-STATUS = '35'
              DISPLAY 'ERROR: ESCHEAT RULES FILE NOT FOUND'
              STOP RUN
           END-IF.
           READ ESCHEAT-RULES
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.
           PERFORM HOLD-ESCHEAT-RULE
              UNTIL DATA-REMAINS = 'N'.
           CLOSE ESCHEAT-RULES.
           MOVE 'Y' TO DATA-REMAINS.
           IF RULE-COUNT = ZEROES
              DISPLAY 'ERROR: NO VALID ESCHEAT RULES ON FILE'
              STOP RUN
           END-IF.
           MOVE RT-STATE (1) TO HOME-STATE.

       HOLD-ESCHEAT-RULE.
           IF ER-STATE NOT = SPACES
                 AND ER-DORMANCY-DAYS IS NUMERIC
                 AND ER-FILING-MMDD IS NUMERIC
                 AND ER-NOTICE-DAYS IS NUMERIC
                 AND ER-LETTER-MIN IS NUMERIC
                 AND RULE-COUNT < 60
              ADD 1 TO RULE-COUNT
              MOVE ER-STATE TO RT-STATE (RULE-COUNT)
              MOVE ER-DORMANCY-DAYS TO RT-DORMANCY-DAYS (RULE-COUNT)
              MOVE ER-FILING-MMDD TO RT-FILING-MMDD (RULE-COUNT)
              MOVE ER-NOTICE-DAYS TO RT-NOTICE-DAYS (RULE-COUNT)
              MOVE ER-LETTER-MIN TO RT-LETTER-MIN (RULE-COUNT)
           END-IF.
           READ ESCHEAT-RULES
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.

      * THE HOLDER'S NAME AND NUMBER COME FROM THE W-2 EMPLOYER
      * RECORD WHEN THERE IS ONE; OTHERWISE THE REPORT CARRIES THE
      * COMPANY CODE ALONE
       LOAD-HOLDER.
           MOVE RUN-COMPANY-CODE TO HOLDER-NAME.
           OPEN INPUT W2-EMPLOYER.
           IF W2-EMPLOYER-STATUS NOT = '35'
              READ W2-EMPLOYER
                 AT END MOVE 'N' TO DATA-REMAINS
              END-READ
              PERFORM FIND-HOLDER
                 UNTIL DATA-REMAINS = 'N'
              CLOSE W2-EMPLOYER
              MOVE 'Y' TO DATA-REMAINS
           END-IF.

       FIND-HOLDER.
           IF WE-COMPANY = RUN-COMPANY-CODE
              MOVE WE-EMPLOYER-NAME TO HOLDER-NAME
              IF WE-EIN IS NUMERIC
                 MOVE WE-EIN TO HOLDER-EIN
              END-IF
              MOVE 'N' TO DATA-REMAINS
           ELSE
              READ W2-EMPLOYER
                 AT END MOVE 'N' TO DATA-REMAINS
              END-READ
           END-IF.

       LOAD-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER.
           IF CHECK-REGISTER-STATUS = '35'
              DISPLAY 'ERROR: CHECK REGISTER FILE NOT FOUND'
              STOP RUN
           END-IF.
           READ CHECK-REGISTER
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.
           PERFORM HOLD-REGISTER-LINE
              UNTIL DATA-REMAINS = 'N'.
           CLOSE CHECK-REGISTER.
           MOVE 'Y' TO DATA-REMAINS.

       HOLD-REGISTER-LINE.
           IF REG-LINE-COUNT < 2000
              ADD 1 TO REG-LINE-COUNT
              MOVE CHECK-REGISTER-LINE
                 TO REG-LINE-ENTRY (REG-LINE-COUNT)
           ELSE
              DISPLAY 'ERROR: CHECK REGISTER EXCEEDS 2000 RECORDS'
              STOP RUN
           END-IF.
           READ CHECK-REGISTER
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.

      * COLLECT THE VOIDED CHECK NUMBERS SO A VOIDED CHECK IS NEVER
      * CARRIED AS OUTSTANDING
       BUILD-VOID-LIST.
           PERFORM NOTE-VOIDED-CHECK
              VARYING REG-SUB FROM 1 BY 1
              UNTIL REG-SUB > REG-LINE-COUNT.

       NOTE-VOIDED-CHECK.
           MOVE REG-LINE-ENTRY (REG-SUB) TO REG-WORK-REC.
           IF RW-REC-TYPE = 'V' AND VOID-NO-COUNT < 500
              ADD 1 TO VOID-NO-COUNT
              MOVE RW-V-CHECK-NO TO VOID-NO-ENTRY (VOID-NO-COUNT)
           END-IF.

       WRITE-REPORT-HEADERS.
           MOVE ESCH-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE AS-OF-DATE TO ES-AS-OF.
           MOVE RUN-COMPANY-CODE TO ES-COMPANY.
           MOVE HOME-STATE TO ES-HOME-STATE.
           MOVE ESCH-SELECT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * CHECKS STILL OUTSTANDING PAST THEIR STATE'S DORMANCY PERIOD
      * GO ESCHEAT-PENDING AS OF TODAY, AND THE OWNER IS SENT A
      * DUE-DILIGENCE LETTER GIVING THE DATE THE CHECK WILL BE
      * REPORTED UNLESS THEY COME FORWARD
       WRITE-PENDING-SECTION.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE PENDING-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM MARK-DORMANT-CHECK
              VARYING REG-SUB FROM 1 BY 1
              UNTIL REG-SUB > REG-LINE-COUNT.
           MOVE 'MADE PENDING:         ' TO ET-LABEL.
           MOVE PENDING-NEW-COUNT TO ET-COUNT.
           MOVE PENDING-NEW-TOTAL TO ET-AMOUNT.
           MOVE ESCH-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'LETTERS WRITTEN:      ' TO ET-LABEL.
           MOVE LETTER-COUNT TO ET-COUNT.
           MOVE ZEROES TO ET-AMOUNT.
           MOVE ESCH-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'NO ADDRESS ON FILE:   ' TO ET-LABEL.
           MOVE NO-ADDRESS-COUNT TO ET-COUNT.
           MOVE ESCH-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       MARK-DORMANT-CHECK.
           MOVE REG-LINE-ENTRY (REG-SUB) TO REG-WORK-REC.
           IF RW-REC-TYPE = 'C'
              ADD 1 TO CHECKS-EXAMINED
           END-IF.
           IF RW-REC-TYPE = 'C' AND RW-CLEARED NOT = 'C'
                 AND RW-ESCHEAT = SPACE
              PERFORM CHECK-VOIDED-NUMBER
              IF VOID-FOUND = 0
                 PERFORM FIND-OWNER-ADDRESS
                 PERFORM FIND-STATE-RULE
                 MOVE RW-DATE TO AGE-FROM-DATE
                 MOVE AS-OF-DATE TO AGE-TO-DATE
                 PERFORM FIGURE-DAYS-BETWEEN
                 IF AGE-DAYS >= RT-DORMANCY-DAYS (RULE-SUB)
                    PERFORM MAKE-CHECK-PENDING
                 END-IF
              END-IF
           END-IF.

       MAKE-CHECK-PENDING.
           MOVE 'P' TO RW-ESCHEAT.
           MOVE AS-OF-DATE TO RW-ESCH-DATE.
           MOVE OWNER-STATE TO RW-ESCH-STATE.
           MOVE REG-WORK-REC TO REG-LINE-ENTRY (REG-SUB).
           ADD 1 TO PENDING-NEW-COUNT.
           ADD RW-AMOUNT TO PENDING-NEW-TOTAL.
           PERFORM FIGURE-FILING-DATE.
           IF ADDRESS-FOUND = 0
              ADD 1 TO NO-ADDRESS-COUNT
              MOVE 'NO ADDRESS' TO EC-NOTE
           ELSE
              IF RW-AMOUNT < RT-LETTER-MIN (RULE-SUB)
                 MOVE 'UNDER LTR MIN' TO EC-NOTE
              ELSE
                 PERFORM WRITE-DILIGENCE-LETTER
                 MOVE 'LETTER SENT' TO EC-NOTE
              END-IF
           END-IF.
           PERFORM WRITE-CHECK-LINE.

      * LOOK UP THE OWNER'S LAST KNOWN ADDRESS; AN OWNER WITH NONE
      * ON FILE ESCHEATS TO THE HOME STATE
       FIND-OWNER-ADDRESS.
           MOVE 0 TO ADDRESS-FOUND.
           MOVE HOME-STATE TO OWNER-STATE.
           IF ADDRESS-FILE-OPEN = 1
              MOVE RW-SOCSEC TO EA-SOCSEC
              READ EMPLOYEE-ADDRESS
                 INVALID KEY
                    MOVE 0 TO ADDRESS-FOUND
                 NOT INVALID KEY
                    MOVE 1 TO ADDRESS-FOUND
                    MOVE EA-STATE TO OWNER-STATE
              END-READ
           END-IF.
           IF ADDRESS-FOUND = 0
              MOVE SPACES TO EMPLOYEE-ADDRESS-REC
           END-IF.

      * FIND THE RULES FOR THE OWNER'S STATE, FALLING BACK TO THE
      * HOME STATE'S RULES WHEN THE STATE HAS NO RECORD OF ITS OWN
       FIND-STATE-RULE.
           MOVE 1 TO RULE-SUB.
           SET RL-IDX TO 1.
           SEARCH RULE-ENTRY
              AT END
                 MOVE 1 TO RULE-SUB
              WHEN RT-STATE (RL-IDX) = OWNER-STATE
                 SET RULE-SUB TO RL-IDX
           END-SEARCH.

      * THE FILING DATE A PENDING CHECK IS REPORTED ON IS THE FIRST
      * OF ITS STATE'S ANNUAL FILING DATES THAT FALLS AT LEAST THE
      * STATE'S NOTICE DAYS AFTER THE CHECK WENT PENDING
       FIGURE-FILING-DATE.
           MOVE RW-ESCH-DATE TO AGE-FROM-DATE.
           MOVE AGE-FROM-YEAR TO FILING-YEAR.
           MOVE RT-FILING-MMDD (RULE-SUB) TO FILING-MMDD.
           MOVE FILING-DATE TO AGE-TO-DATE.
           PERFORM FIGURE-DAYS-BETWEEN.
           IF FILING-DATE < RW-ESCH-DATE
                 OR AGE-DAYS < RT-NOTICE-DAYS (RULE-SUB)
              ADD 1 TO FILING-YEAR
           END-IF.

       WRITE-DILIGENCE-LETTER.
           ADD 1 TO LETTER-COUNT.
           MOVE HOLDER-NAME TO LH-HOLDER-NAME.
           MOVE AS-OF-DATE TO LH-DATE.
           MOVE LETTER-HOLDER-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE RW-PAYEE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE EA-LINE1 TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF EA-LINE2 NOT = SPACES
              MOVE EA-LINE2 TO LETTER-LINE
              WRITE LETTER-LINE
           END-IF.
           MOVE EA-CITY TO LC-CITY.
           MOVE EA-STATE TO LC-STATE.
           MOVE EA-ZIP TO LC-ZIP.
           MOVE LETTER-CITY-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'OUR RECORDS SHOW THIS PAYROLL CHECK ISSUED TO YOU HAS'
              TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'NOT BEEN CASHED:' TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE RW-CHECK-NO TO LK-CHECK-NO.
           MOVE RW-DATE TO LK-DATE.
           MOVE RW-AMOUNT TO LK-AMOUNT.
           MOVE LETTER-CHECK-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE FILING-DATE TO LD-FILING-DATE.
           MOVE LETTER-DEADLINE-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE RW-ESCH-STATE TO LS-STATE.
           MOVE LETTER-STATE-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'TO CLAIM IT, SIGN AND RETURN THIS LETTER TO PAYROLL.'
              TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE LETTER-SEPARATOR-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

      * A PENDING CHECK THE BANK HAS SINCE PAID, OR THAT TREASURY
      * VOIDED WHEN THE OWNER CAME FORWARD, IS RELEASED AND NEVER
      * REPORTED
       WRITE-RELEASED-SECTION.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE RELEASED-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM RELEASE-CLAIMED-CHECK
              VARYING REG-SUB FROM 1 BY 1
              UNTIL REG-SUB > REG-LINE-COUNT.
           MOVE 'RELEASED:             ' TO ET-LABEL.
           MOVE RELEASED-COUNT TO ET-COUNT.
           MOVE RELEASED-TOTAL TO ET-AMOUNT.
           MOVE ESCH-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       RELEASE-CLAIMED-CHECK.
           MOVE REG-LINE-ENTRY (REG-SUB) TO REG-WORK-REC.
           IF RW-REC-TYPE = 'C' AND RW-ESCHEAT = 'P'
              PERFORM CHECK-VOIDED-NUMBER
              IF RW-CLEARED = 'C' OR VOID-FOUND = 1
                 IF RW-CLEARED = 'C'
                    MOVE 'CASHED' TO EC-NOTE
                 ELSE
                    MOVE 'VOIDED' TO EC-NOTE
                 END-IF
                 MOVE 'R' TO RW-ESCHEAT
                 MOVE REG-WORK-REC TO REG-LINE-ENTRY (REG-SUB)
                 ADD 1 TO RELEASED-COUNT
                 ADD RW-AMOUNT TO RELEASED-TOTAL
                 PERFORM WRITE-CHECK-LINE
              END-IF
           END-IF.

      * PICK OUT THE PENDING CHECKS WHOSE FILING DATE HAS COME. A
      * RUN LATE IN THE YEAR STILL REPORTS A CHECK WHOSE FILING
      * DATE HAS ALREADY PASSED RATHER THAN CARRYING IT A YEAR
       SELECT-FILING-CHECKS.
           PERFORM TEST-FILING-DUE
              VARYING REG-SUB FROM 1 BY 1
              UNTIL REG-SUB > REG-LINE-COUNT.
           IF REG-LINE-COUNT + FILE-COUNT > 2000
              DISPLAY 'ERROR: NO ROOM ON CHECK REGISTER FOR VOIDS'
              STOP RUN
           END-IF.

       TEST-FILING-DUE.
           MOVE REG-LINE-ENTRY (REG-SUB) TO REG-WORK-REC.
           IF RW-REC-TYPE = 'C' AND RW-ESCHEAT = 'P'
              MOVE RW-ESCH-STATE TO OWNER-STATE
              PERFORM FIND-STATE-RULE
              PERFORM FIGURE-FILING-DATE
              IF AS-OF-DATE >= FILING-DATE
                 ADD 1 TO FILE-COUNT
                 MOVE REG-SUB TO FT-REG-SUB (FILE-COUNT)
                 MOVE RW-ESCH-STATE TO FT-STATE (FILE-COUNT)
                 MOVE 0 TO FT-DONE (FILE-COUNT)
              END-IF
           END-IF.

      * WRITE THE STATE REPORT ONE STATE AT A TIME, VOID EACH CHECK
      * REPORTED SO POSITIVE PAY STOPS IT AT THE BANK, AND MARK IT
      * ESCHEATED. THE FILE IS REWRITTEN EVERY RUN AND LEFT EMPTY
      * WHEN NO STATE'S FILING DATE HAS COME
       WRITE-ESCHEATED-SECTION.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ESCHEATED-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           OPEN OUTPUT UNCLAIMED-FILE.
           PERFORM WRITE-STATE-GROUP
              VARYING FILE-SUB FROM 1 BY 1
              UNTIL FILE-SUB > FILE-COUNT.
           CLOSE UNCLAIMED-FILE.
           MOVE 'REPORTED AND VOIDED:  ' TO ET-LABEL.
           MOVE ESCHEATED-COUNT TO ET-COUNT.
           MOVE ESCHEATED-TOTAL TO ET-AMOUNT.
           MOVE ESCH-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-STATE-GROUP.
           IF FT-DONE (FILE-SUB) = 0
              MOVE FT-STATE (FILE-SUB) TO GROUP-STATE
              MOVE ZEROES TO GROUP-COUNT
              MOVE ZEROES TO GROUP-TOTAL
              MOVE GROUP-STATE TO UH-STATE
              MOVE RUN-COMPANY-CODE TO UH-COMPANY
              MOVE HOLDER-EIN TO UH-EIN
              MOVE HOLDER-NAME TO UH-HOLDER-NAME
              MOVE AS-OF-DATE TO UH-REPORT-DATE
              MOVE UP-HEADER-REC TO UNCLAIMED-LINE
              WRITE UNCLAIMED-LINE
              PERFORM REPORT-STATE-CHECK
                 VARYING GROUP-SUB FROM FILE-SUB BY 1
                 UNTIL GROUP-SUB > FILE-COUNT
              MOVE GROUP-STATE TO UT-STATE
              MOVE GROUP-COUNT TO UT-COUNT
              MOVE GROUP-TOTAL TO UT-TOTAL
              MOVE UP-TRAILER-REC TO UNCLAIMED-LINE
              WRITE UNCLAIMED-LINE
           END-IF.

       REPORT-STATE-CHECK.
           IF FT-DONE (GROUP-SUB) = 0
                 AND FT-STATE (GROUP-SUB) = GROUP-STATE
              MOVE 1 TO FT-DONE (GROUP-SUB)
              MOVE FT-REG-SUB (GROUP-SUB) TO REG-SUB
              MOVE REG-LINE-ENTRY (REG-SUB) TO REG-WORK-REC
              PERFORM FIND-OWNER-ADDRESS
              MOVE RW-SOCSEC TO UD-SOCSEC
              MOVE RW-PAYEE TO UD-OWNER-NAME
              MOVE EA-LINE1 TO UD-LINE1
              MOVE EA-LINE2 TO UD-LINE2
              MOVE EA-CITY TO UD-CITY
              MOVE EA-STATE TO UD-STATE
              MOVE EA-ZIP TO UD-ZIP
              MOVE RW-CHECK-NO TO UD-CHECK-NO
              MOVE RW-DATE TO UD-CHECK-DATE
              MOVE RW-AMOUNT TO UD-AMOUNT
              MOVE RW-ESCH-DATE TO UD-NOTICE-DATE
              MOVE UP-DETAIL-REC TO UNCLAIMED-LINE
              WRITE UNCLAIMED-LINE
              ADD 1 TO GROUP-COUNT
              ADD RW-AMOUNT TO GROUP-TOTAL
              PERFORM ESCHEAT-CHECK
           END-IF.

      * MARK THE CHECK ESCHEATED AND APPEND ITS VOID TO THE REGISTER
       ESCHEAT-CHECK.
           MOVE 'E' TO RW-ESCHEAT.
           MOVE REG-WORK-REC TO REG-LINE-ENTRY (REG-SUB).
           MOVE RW-CHECK-NO TO CKV-CHECK-NO.
           MOVE RW-AMOUNT TO CKV-AMOUNT.
           ADD 1 TO REG-LINE-COUNT.
           MOVE CKV-DETAIL-REC TO REG-LINE-ENTRY (REG-LINE-COUNT).
           ADD 1 TO ESCHEATED-COUNT.
           ADD RW-AMOUNT TO ESCHEATED-TOTAL.
           MOVE 'REPORTED' TO EC-NOTE.
           PERFORM WRITE-CHECK-LINE.

      * PENDING CHECKS STILL WAITING ON THEIR STATE'S FILING DATE,
      * WITH THE DATE EACH WILL BE REPORTED ON
       WRITE-AWAITING-SECTION.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE AWAITING-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM LIST-AWAITING-CHECK
              VARYING REG-SUB FROM 1 BY 1
              UNTIL REG-SUB > REG-LINE-COUNT.
           MOVE 'AWAITING FILING:      ' TO ET-LABEL.
           MOVE AWAITING-COUNT TO ET-COUNT.
           MOVE AWAITING-TOTAL TO ET-AMOUNT.
           MOVE ESCH-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       LIST-AWAITING-CHECK.
           MOVE REG-LINE-ENTRY (REG-SUB) TO REG-WORK-REC.
           IF RW-REC-TYPE = 'C' AND RW-ESCHEAT = 'P'
              MOVE RW-ESCH-STATE TO OWNER-STATE
              PERFORM FIND-STATE-RULE
              PERFORM FIGURE-FILING-DATE
              ADD 1 TO AWAITING-COUNT
              ADD RW-AMOUNT TO AWAITING-TOTAL
              MOVE SPACES TO EC-NOTE
              STRING 'FILE ' FILING-DATE DELIMITED BY SIZE
                 INTO EC-NOTE
              END-STRING
              PERFORM WRITE-CHECK-LINE
           END-IF.

       WRITE-CHECK-LINE.
           MOVE RW-CHECK-NO TO EC-CHECK-NO.
           MOVE RW-PAYEE TO EC-PAYEE.
           MOVE RW-DATE TO EC-DATE.
           MOVE RW-AMOUNT TO EC-AMOUNT.
           MOVE RW-ESCH-STATE TO EC-STATE.
           MOVE ESCH-CHECK-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       CHECK-VOIDED-NUMBER.
           MOVE 0 TO VOID-FOUND.
           PERFORM TEST-VOIDED-NUMBER
              VARYING VOID-SUB FROM 1 BY 1
              UNTIL VOID-SUB > VOID-NO-COUNT.

       TEST-VOIDED-NUMBER.
           IF VOID-NO-ENTRY (VOID-SUB) = RW-CHECK-NO
              MOVE 1 TO VOID-FOUND
           END-IF.

      * DAYS FROM ONE DATE TO THE OTHER, FIGURED ON THE SAME
      * 30-DAY-MONTH BANKER'S RULE BANK RECONCILIATION AGES
      * OUTSTANDING CHECKS BY, SO A CHECK GOES PENDING ON THE SAME
      * AGE THE STALE-DATED LIST SHOWS FOR IT
       FIGURE-DAYS-BETWEEN.
           COMPUTE AGE-DAYS =
              (AGE-TO-YEAR - AGE-FROM-YEAR) * 365
              + (AGE-TO-MONTH - AGE-FROM-MONTH) * 30
              + (AGE-TO-DAY - AGE-FROM-DAY).
           IF AGE-DAYS < ZEROES
              MOVE ZEROES TO AGE-DAYS
           END-IF.

      * THE ESCHEATED CHECKS GO BACK INTO CASH, SINCE THE BANK WILL
      * NO LONGER PAY THEM, AND THE SAME AMOUNT BECOMES UNCLAIMED
      * PROPERTY PAYABLE UNTIL IT IS REMITTED WITH THE REPORT. THE
      * FILE IS REWRITTEN EVERY RUN AND LEFT EMPTY WHEN NOTHING WAS
      * ESCHEATED, SO THE POSTING RUN NEVER SEES A BATCH TWICE
       WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE.
           IF ESCHEATED-TOTAL > ZEROES
              MOVE RUN-COMPANY-CODE TO GH-COMPANY-CODE
              MOVE AS-OF-DATE TO GH-PERIOD-END
              MOVE GL-HEADER-REC TO GL-LINE
              WRITE GL-LINE
              MOVE GL-ACCT-CASH TO GD-ACCOUNT
              MOVE '**' TO GD-DEPT-CODE
              MOVE 'DR' TO GD-DRCR
              MOVE ESCHEATED-TOTAL TO GD-AMOUNT
              MOVE 'ESCHEATED CHECKS' TO GD-DESC
              MOVE GL-DETAIL-REC TO GL-LINE
              WRITE GL-LINE
              MOVE GL-ACCT-UNCLAIMED TO GD-ACCOUNT
              MOVE 'CR' TO GD-DRCR
              MOVE 'UNCLAIMED PROPERTY' TO GD-DESC
              MOVE GL-DETAIL-REC TO GL-LINE
              WRITE GL-LINE
              MOVE ESCHEATED-TOTAL TO GT-DEBIT-TOTAL
              MOVE ESCHEATED-TOTAL TO GT-CREDIT-TOTAL
              MOVE GL-TRAILER-REC TO GL-LINE
              WRITE GL-LINE
           END-IF.
           CLOSE GL-INTERFACE.

      * WRITE THE REGISTER BACK WHOLE WITH THE ESCHEAT MARKS SET
      * AND THE VOIDS APPENDED
       SAVE-CHECK-REGISTER.
           OPEN OUTPUT CHECK-REGISTER.
           PERFORM WRITE-REGISTER-LINE
              VARYING REG-SUB FROM 1 BY 1
              UNTIL REG-SUB > REG-LINE-COUNT.
           CLOSE CHECK-REGISTER.

       WRITE-REGISTER-LINE.
           MOVE REG-LINE-ENTRY (REG-SUB) TO CHECK-REGISTER-LINE.
           WRITE CHECK-REGISTER-LINE.

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
           MOVE CHECKS-EXAMINED TO AE-RECS-READ.
           COMPUTE AE-RECS-PROCESSED =
               PENDING-NEW-COUNT + RELEASED-COUNT + ESCHEATED-COUNT.
           MOVE NO-ADDRESS-COUNT TO AE-RECS-REJECTED.
           MOVE AUDIT-ENTRY TO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.
