       IDENTIFICATION DIVISION.
       PROGRAM-ID. OffCycleCheck.
       AUTHOR. JOHN SCHLANGER.
               KELTON ESSIG.
               JOSH COLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO 'PAYRUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT OFFCYCLE-TRANS ASSIGN TO 'OFFCYCLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFCYCLE-TRANS-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC
                   RUN-EMPLOYEE-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCSEC
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT TAX-TABLE ASSIGN TO 'TAXTABLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-TABLE-STATUS.
           SELECT W4-ELECTIONS ASSIGN TO 'W4ELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W4-SOCSEC
               FILE STATUS IS W4-ELECTIONS-STATUS.
           SELECT UNEMP-RATES ASSIGN TO 'UNEMPRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNEMP-RATES-STATUS.
           SELECT EMPLOYEE-YTD ASSIGN TO 'EMPYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-SOCSEC
               FILE STATUS IS EMPLOYEE-YTD-STATUS.
           SELECT CALENDAR-YTD ASSIGN TO 'CALYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-KEY
               FILE STATUS IS CALENDAR-YTD-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO 'CHECKREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-REGISTER-STATUS.
           SELECT CHECK-CONTROL ASSIGN TO 'CHECKCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-CONTROL-STATUS.
           SELECT PAYCHECK-FILE ASSIGN TO 'OFFCHECKS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYCHECK-FILE-STATUS.
           SELECT OFFCYCLE-REPORT ASSIGN TO 'OFFCYREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-INTERFACE ASSIGN TO 'OFFCYGL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-INTERFACE-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL
            RECORD CONTAINS 112 CHARACTERS
            DATA RECORD IS RUN-CONTROL-REC.
      * SAME LAYOUT THE PAYROLL RUN READS; THE COMPANY CODE AND
      * MASTER FILE NAME OF THE FIRST RECORD ARE THE ONES PAID
       01 RUN-CONTROL-REC.
            05 RC-COMPANY-CODE    PIC X(4).
            05 RC-PERIOD-END-DATE PIC 9(8).
            05 RC-MASTER-FILE     PIC X(20).
            05 RC-REGISTER-FILE   PIC X(20).
            05 RC-EXCEPTION-FILE  PIC X(20).
      * STUB AND CHECK FILE NAMES USED ONLY BY THE PAYROLL RUN
            05 FILLER             PIC X(40).

       FD OFFCYCLE-TRANS
            RECORD CONTAINS 31 CHARACTERS
            DATA RECORD IS OFFCYCLE-TRANS-REC.
      * ONE CHECK TO CUT OUTSIDE THE PERIOD RUN. TYPE 'B' PAYS A
      * BONUS WITH FEDERAL TAX AT THE SUPPLEMENTAL FLAT RATE, 'F'
      * PAYS A TERMINATED EMPLOYEE'S FINAL WAGES WITHHELD ON THE
      * W-4 LIKE A REGULAR CHECK, AND 'R' REPLACES A LOST OR
      * UNDELIVERED CHECK FOR THE SAME NET AMOUNT UNDER A NEW
      * NUMBER. GROSS IS USED BY 'B' AND 'F', THE ORIGINAL CHECK
      * NUMBER BY 'R'. A ZERO CHECK DATE TAKES TODAY'S DATE
       01 OFFCYCLE-TRANS-REC.
            05 OC-SOCSEC        PIC 9(9).
            05 OC-CHECK-TYPE    PIC X.
            05 OC-CHECK-DATE    PIC 9(8).
            05 OC-GROSSPAY      PIC 9(5)V99.
            05 OC-ORIG-CHECK-NO PIC 9(6).

       FD EMPLOYEE-MASTER
            RECORD CONTAINS 54 CHARACTERS
            DATA RECORD IS EMPLOYEE-IN.
      * SAME LAYOUT EVERY PAYROLL PROGRAM USES; READ FOR THE PAYEE
      * NAME, THE DEPARTMENT CHARGED AND THE EMPLOYMENT STATUS
       01 EMPLOYEE-IN.
            05 SOCSEC     PIC 9(9).
            05 LASTNAME   PIC X(13).
            05 INITIALS   PIC XX.
            05 DEPT-CODE  PIC XX.
            05 HOURRATE   PIC 999V99.
            05 HOURWORK   PIC 99V99.
            05 PAY-TYPE   PIC X.
            05 SALARY-AMT PIC 9(5)V99.
            05 EMP-STATUS PIC X.
            05 STATUS-EFF-DATE PIC 9(8).
            05 WORK-LOC   PIC XX.

       FD TAX-TABLE
            RECORD CONTAINS 13 CHARACTERS
            DATA RECORD IS TAX-TABLE-REC.
      * SAME FEDERAL BRACKETS THE PAYROLL RUN WITHHOLDS ON, USED
      * FOR FINAL CHECKS
       01 TAX-TABLE-REC.
            05 TT-FILING-STATUS PIC X.
            05 TT-BRACKET-LIMIT PIC 9(7)V99.
            05 TT-RATE          PIC V999.

       FD W4-ELECTIONS
            RECORD CONTAINS 31 CHARACTERS
            DATA RECORD IS W4-ELECTION-REC.
      * ONE EMPLOYEE'S FEDERAL W-4 ELECTION, SAME LAYOUT EMPLOYEE
      * MAINTENANCE KEEPS
       01 W4-ELECTION-REC.
            05 W4-SOCSEC        PIC 9(9).
            05 W4-FILING-STATUS PIC X.
            05 W4-DEP-CREDIT    PIC 9(5)V99.
            05 W4-EXTRA-WH      PIC 9(4)V99.
            05 W4-EFF-DATE      PIC 9(8).

       FD UNEMP-RATES
            RECORD CONTAINS 21 CHARACTERS
            DATA RECORD IS UNEMP-RATE-REC.
      * EMPLOYER FUTA AND SUTA RATES AND WAGE BASES, SAME LAYOUT
      * THE PAYROLL RUN READS; A COMPANY'S OWN RECORD OVERRIDES
      * ONE WITH THE COMPANY LEFT BLANK
       01 UNEMP-RATE-REC.
            05 UR-TAX-TYPE      PIC X.
            05 UR-COMPANY       PIC X(4).
            05 UR-STATE         PIC XX.
            05 UR-RATE          PIC V9(5).
            05 UR-WAGE-BASE     PIC 9(7)V99.

       FD EMPLOYEE-YTD
            RECORD CONTAINS 153 CHARACTERS
            DATA RECORD IS EMPLOYEE-YTD-REC.
      * QUARTER-TO-DATE TOTALS ACCUMULATED ACROSS PAYROLL RUNS,
      * SAME LAYOUT THE PAYROLL RUN MAINTAINS
       01 EMPLOYEE-YTD-REC.
            05 YTD-SOCSEC       PIC 9(9).
            05 YTD-GROSSPAY     PIC 9(7)V99.
            05 YTD-FEDTAX       PIC 9(7)V99.
            05 YTD-FICA         PIC 9(7)V99.
            05 YTD-MEDICARE     PIC 9(7)V99.
            05 YTD-STATETAX     PIC 9(7)V99.
            05 YTD-NETPAY       PIC 9(7)V99.
      * ADDITIONAL MEDICARE INCLUDED IN YTD-MEDICARE, WHICH HAS NO
      * EMPLOYER MATCH
            05 YTD-ADDL-MEDICARE PIC 9(7)V99.
      * EMPLOYER UNEMPLOYMENT TAX: WAGES SUBJECT TO IT, THE PART
      * UNDER EACH WAGE BASE, AND THE TAX ACCRUED
            05 YTD-UI-WAGES      PIC 9(7)V99.
            05 YTD-SUTA-TAXABLE  PIC 9(7)V99.
            05 YTD-SUTA-TAX      PIC 9(7)V99.
            05 YTD-FUTA-TAXABLE  PIC 9(7)V99.
            05 YTD-FUTA-TAX      PIC 9(7)V99.
      * W-2 WAGE BOXES: FEDERAL TAXABLE WAGES, SOCIAL SECURITY
      * WAGES UP TO THE WAGE BASE, MEDICARE WAGES, AND THE PRE-TAX
      * 401(K) ELECTIVE DEFERRAL
            05 YTD-FED-WAGES      PIC 9(7)V99.
            05 YTD-SS-WAGES       PIC 9(7)V99.
            05 YTD-MEDICARE-WAGES PIC 9(7)V99.
            05 YTD-DEFERRAL       PIC 9(7)V99.

       FD CALENDAR-YTD
            RECORD CONTAINS 102 CHARACTERS
            DATA RECORD IS CALENDAR-YTD-REC.
      * CALENDAR-YEAR WAGES AND TAXES PER EMPLOYEE WITHIN A COMPANY,
      * SAME LAYOUT THE PAYROLL RUN MAINTAINS; SOCSEC ZEROES IS THE
      * COMPANY'S TOTAL FOR THE YEAR. AN OFF-CYCLE CHECK COUNTS IN
      * THE YEAR OF ITS CHECK DATE
       01 CALENDAR-YTD-REC.
            05 CY-KEY.
               10 CY-COMPANY    PIC X(4).
               10 CY-YEAR       PIC 9(4).
               10 CY-SOCSEC     PIC 9(9).
            05 CY-AMOUNTS.
               10 CY-GROSSPAY      PIC 9(9)V99.
               10 CY-FICA-WAGES    PIC 9(9)V99.
               10 CY-SS-TAX        PIC 9(9)V99.
               10 CY-MEDICARE      PIC 9(9)V99.
               10 CY-ADDL-MEDICARE PIC 9(9)V99.
               10 CY-FEDTAX        PIC 9(9)V99.
               10 CY-STATETAX      PIC 9(9)V99.
            05 CY-LAST-PERIOD   PIC 9(8).

       FD CHECK-REGISTER
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS CHECK-REGISTER-LINE.
      * THE CUMULATIVE NUMBERED CHECK REGISTER THE PAYROLL RUN
      * APPENDS TO; LOADED FIRST TO FIND THE CHECKS BEING REPLACED,
      * THEN EXTENDED WITH THIS RUN'S CHECKS
       01 CHECK-REGISTER-LINE  PIC X(80).

       FD CHECK-CONTROL
            RECORD CONTAINS 6 CHARACTERS
            DATA RECORD IS CHECK-CONTROL-REC.
      * NEXT CHECK NUMBER TO ASSIGN, SHARED WITH THE PAYROLL RUN
       01 CHECK-CONTROL-REC.
            05 CC-NEXT-CHECK-NO PIC 9(6).

       FD PAYCHECK-FILE
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS CHECK-PRINT-LINE.
      * LINE WRITTEN TO THE PRINTED OFF-CYCLE CHECK FILE
       01 CHECK-PRINT-LINE     PIC X(80).

       FD OFFCYCLE-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS PRINT-LINE.
      * LINE WRITTEN TO THE OFF-CYCLE CHECK REGISTER
       01 PRINT-LINE           PIC X(80).

       FD GL-INTERFACE
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS GL-LINE.
      * RECORD WRITTEN TO THE OFF-CYCLE GL BATCH, SAME H/D/T LAYOUT
      * AS THE PAYROLL RUN'S GLINTF.DAT SO THE POSTING RUN TAKES IT
      * BY NAME
       01 GL-LINE              PIC X(80).

       FD PAY-HISTORY
            RECORD CONTAINS 500 CHARACTERS
            DATA RECORD IS PAY-HISTORY-REC.
      * SAME LAYOUT THE PAYROLL RUN FILES ITS CHECKS UNDER; EACH
      * OFF-CYCLE CHECK IS FILED AS SOURCE 'O' UNDER ITS CHECK DATE
      * WITH ITS FIGURES ONLY, AS NO STUB IS PRINTED FOR IT
       01 PAY-HISTORY-REC.
            05 PH-KEY.
               10 PH-SOCSEC       PIC 9(9).
               10 PH-PAY-DATE     PIC 9(8).
               10 PH-SOURCE       PIC X.
               10 PH-SEQ          PIC 99.
               10 PH-LINE-NO      PIC 99.
            05 PH-DETAIL.
               10 PH-COMPANY      PIC X(4).
               10 PH-PERIOD-END   PIC 9(8).
               10 PH-LASTNAME     PIC X(13).
               10 PH-INITIALS     PIC XX.
               10 PH-DEPT-CODE    PIC XX.
      * CHECK TYPE: 'P' PERIOD PAY, OR THE OFF-CYCLE TYPE B/F/R
               10 PH-CHECK-TYPE   PIC X.
      * PAID BY 'C' PAPER CHECK, 'D' DIRECT DEPOSIT, 'N' NOTHING
      * PAID (A RECORDED ADJUSTMENT)
               10 PH-PAY-METHOD   PIC X.
               10 PH-CHECK-NO     PIC 9(6).
               10 PH-ACH-TRACE    PIC X(15).
               10 PH-PAY-TYPE     PIC X.
               10 PH-HOURS        PIC 99V99.
               10 PH-RATE         PIC 999V99.
               10 PH-REGULAR-PAY  PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-RETRO-PAY    PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-SHIFT-PAY    PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-GROSSPAY     PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-FEDTAX       PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-FICA         PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-MEDICARE     PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-STATETAX     PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-LOCALTAX     PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-LOCAL-JURIS  PIC XX.
               10 PH-PRETAX       PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-DEDUCTIONS   PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-GARNISHMENTS PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-MATCH        PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-NETPAY       PIC S9(5)V99 SIGN LEADING SEPARATE.
               10 PH-DED-COUNT    PIC 99.
               10 PH-DED-ENTRY OCCURS 10 TIMES.
                  15 PH-DED-CODE     PIC X(3).
                  15 PH-DED-AMOUNT   PIC 9(5)V99.
               10 PH-GARN-COUNT   PIC 99.
               10 PH-GARN-ENTRY OCCURS 10 TIMES.
                  15 PH-GARN-CASE    PIC X(12).
                  15 PH-GARN-AMOUNT  PIC 9(5)V99.
               10 PH-STUB-LINES   PIC 99.
               10 FILLER          PIC X(6).
            05 PH-STUB-IMAGE REDEFINES PH-DETAIL.
               10 PH-STUB-TEXT    PIC X(80).
               10 FILLER          PIC X(398).

       FD AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS AUDIT-LOG-LINE.
      * ONE LINE APPENDED TO THE SHARED OPERATIONS AUDIT LOG PER RUN
       01 AUDIT-LOG-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      * FILE STATUS FOR THE RUN CONTROL FILE
       01 RUN-CONTROL-STATUS     PIC XX VALUE '00'.
      * COMPANY CODE AND EMPLOYEE MASTER FOR THIS RUN
       01 RUN-COMPANY-CODE       PIC X(4) VALUE SPACES.
       01 RUN-PERIOD-END-DATE    PIC 9(8) VALUE ZEROES.
       01 RUN-EMPLOYEE-MASTER-NAME PIC X(20) VALUE 'EMPMAST.DAT'.
      * TODAY'S DATE, THE DEFAULT CHECK DATE AND THE DATE THE GL
      * BATCH IS POSTED UNDER
       01 RUN-DATE               PIC 9(8) VALUE ZEROES.
      * FILE STATUS FOR EACH FILE THE RUN OPENS
       01 OFFCYCLE-TRANS-STATUS  PIC XX VALUE '00'.
       01 EMPLOYEE-MASTER-STATUS PIC XX VALUE '00'.
       01 TAX-TABLE-STATUS       PIC XX VALUE '00'.
       01 W4-ELECTIONS-STATUS    PIC XX VALUE '00'.
       01 UNEMP-RATES-STATUS     PIC XX VALUE '00'.
       01 EMPLOYEE-YTD-STATUS    PIC XX VALUE '00'.
       01 CALENDAR-YTD-STATUS    PIC XX VALUE '00'.
       01 CHECK-REGISTER-STATUS  PIC XX VALUE '00'.
       01 CHECK-CONTROL-STATUS   PIC XX VALUE '00'.
       01 PAYCHECK-FILE-STATUS   PIC XX VALUE '00'.
       01 GL-INTERFACE-STATUS    PIC XX VALUE '00'.
       01 AUDIT-LOG-STATUS       PIC XX VALUE '00'.
       01 PAY-HISTORY-STATUS     PIC XX VALUE '00'.
      * SEQUENCE THE CURRENT CHECK IS FILED UNDER ON THE PAY
      * HISTORY, AND THE NUMBER IT WAS CUT UNDER
       01 HIST-SEQ               PIC 99 VALUE ZEROES.
       01 HIST-SLOT-FOUND        PIC 9 VALUE 0.
       01 HIST-SUB               PIC 99 VALUE ZEROES.
       01 HIST-CHECK-NO          PIC 9(6) VALUE ZEROES.
      * DATE AND TIME THE RUN STARTED, FOR THE AUDIT LOG ENTRY
       01 AUDIT-RUN-DATE         PIC 9(8) VALUE ZEROES.
       01 AUDIT-RUN-TIME         PIC 9(8) VALUE ZEROES.
      * FLAG FOR MORE DATA IN THE FILE BEING READ
       01 DATA-REMAINS           PIC X VALUE 'Y'.
      * FLAG FOR GOOD/BAD DATA ON THE CURRENT TRANSACTION
       01 DATA-FLAG              PIC 9 VALUE 1.
      * REASON A TRANSACTION WAS REJECTED
       01 REJECT-REASON          PIC X(40) VALUE SPACES.
      * COUNTS OF TRANSACTIONS PROCESSED THIS RUN, FOR THE AUDIT LOG
       01 TRANS-RECS-READ        PIC 9(7) VALUE ZEROES.
       01 CHECK-COUNT            PIC 9(5) VALUE ZEROES.
       01 TRANS-REJECT-COUNT     PIC 9(7) VALUE ZEROES.

      * FLAG FOR MORE BRACKETS IN THE TAX TABLE FILE
       01 TAX-TABLE-FLAG         PIC X VALUE 'Y'.
      * NUMBER OF BRACKETS LOADED FROM THE TAX TABLE FILE
       01 TAX-BRACKET-COUNT      PIC 99 VALUE ZEROES.
      * FEDERAL WITHHOLDING BRACKET TABLE, LOADED AT STARTUP
       01 TAX-BRACKET-TABLE.
            05 TAX-BRACKET-ENTRY OCCURS 0 TO 40 TIMES
               DEPENDING ON TAX-BRACKET-COUNT
               INDEXED BY TB-IDX.
               10 TB-STATUS     PIC X.
               10 TB-LIMIT      PIC 9(7)V99.
               10 TB-RATE       PIC V999.
      * PAY PERIODS IN A YEAR, SAME AS THE PAYROLL RUN, USED TO
      * ANNUALIZE A FINAL CHECK AGAINST THE ANNUAL BRACKETS
       01 PAY-PERIODS-PER-YEAR   PIC 99 VALUE 52.
      * WHETHER THE W-4 ELECTION FILE COULD BE OPENED
       01 W4-FILE-OPEN           PIC 9 VALUE 0.
      * THE ELECTION WITHHELD ON FOR A FINAL CHECK; SINGLE WITH NO
      * ADJUSTMENTS WHEN NO W-4 IS ON FILE
       01 CUR-W4-ON-FILE         PIC 9 VALUE 0.
       01 CUR-FILING-STATUS      PIC X VALUE 'S'.
       01 CUR-DEP-CREDIT         PIC 9(5)V99 VALUE ZEROES.
       01 CUR-EXTRA-WH           PIC 9(4)V99 VALUE ZEROES.
       01 CUR-W4-DESC            PIC X(14) VALUE SPACES.
      * WORK FIELDS FOR THE ANNUALIZED BRACKET CALCULATION
       01 BRACKET-STATUS         PIC X VALUE SPACES.
       01 STATUS-BRACKETS        PIC 99 VALUE ZEROES.
       01 ANNUAL-WAGE            PIC 9(7)V99 VALUE ZEROES.
       01 ANNUAL-FEDTAX          PIC 9(7)V99 VALUE ZEROES.
       01 BRACKET-FLOOR          PIC 9(7)V99 VALUE ZEROES.
       01 BRACKET-WAGE           PIC 9(7)V99 VALUE ZEROES.
      * PAY LEFT FOR THE EXTRA WITHHOLDING AFTER THE OTHER TAXES,
      * AND THE EXTRA ACTUALLY TAKEN THIS CHECK
       01 EXTRA-WH-ROOM          PIC S9(5)V99 VALUE ZEROES.
       01 EXTRA-WH-TAKEN         PIC 9(4)V99 VALUE ZEROES.

      * RATES USED TO COMPUTE STATUTORY WITHHOLDING, THE SAME ONES
      * THE PAYROLL RUN USES, PLUS THE FLAT FEDERAL RATE ON
      * SUPPLEMENTAL WAGES PAID SEPARATELY FROM REGULAR WAGES
       01 WITHHOLDING-RATES.
            05 FICA-RATE     PIC V9999 VALUE .0620.
            05 MEDICARE-RATE PIC V9999 VALUE .0145.
            05 STATETAX-RATE PIC V9999 VALUE .0500.
            05 SUPP-FED-RATE PIC V9999 VALUE .2200.
      * SOCIAL SECURITY STOPS AT THE ANNUAL WAGE BASE; ADDITIONAL
      * MEDICARE IS WITHHELD ON CALENDAR-YEAR WAGES OVER ITS
      * THRESHOLD
       01 WAGE-BASE-LIMITS.
            05 SS-WAGE-BASE            PIC 9(7)V99 VALUE 184500.00.
            05 ADDL-MEDICARE-THRESHOLD PIC 9(7)V99 VALUE 200000.00.
            05 ADDL-MEDICARE-RATE      PIC V9999 VALUE .0090.
      * FLAG FOR MORE RATES IN THE UNEMPLOYMENT RATE FILE
       01 UNEMP-RATES-FLAG       PIC X VALUE 'Y'.
      * THE COMPANY'S FUTA AND SUTA RATES AND WAGE BASES; A ZERO
      * RATE ACCRUES NOTHING. THE MATCH LEVEL IS 2 FOR THE
      * COMPANY'S OWN RECORD, 1 FOR THE BLANK DEFAULT
       01 CUR-FUTA-RATE          PIC V9(5) VALUE ZEROES.
       01 CUR-FUTA-BASE          PIC 9(7)V99 VALUE ZEROES.
       01 CUR-FUTA-LEVEL         PIC 9 VALUE 0.
       01 CUR-SUTA-RATE          PIC V9(5) VALUE ZEROES.
       01 CUR-SUTA-BASE          PIC 9(7)V99 VALUE ZEROES.
       01 CUR-SUTA-LEVEL         PIC 9 VALUE 0.
      * WAGE BASE BEING TESTED AND THE PART OF THIS CHECK'S
      * UNEMPLOYMENT WAGES UNDER IT
       01 UI-WAGE-BASE           PIC 9(7)V99 VALUE ZEROES.
       01 UI-TAXABLE             PIC 9(5)V99 VALUE ZEROES.
      * THIS CHECK'S EMPLOYER UNEMPLOYMENT TAX
       01 FUTA-TAXABLE           PIC 9(5)V99 VALUE ZEROES.
       01 FUTA-TAX               PIC 9(5)V99 VALUE ZEROES.
       01 SUTA-TAXABLE           PIC 9(5)V99 VALUE ZEROES.
       01 SUTA-TAX               PIC 9(5)V99 VALUE ZEROES.
      * THE YEAR THE CHECK DATE FALLS IN, AND WHETHER THE CALENDAR
      * RECORD BEING UPDATED WAS ALREADY ON FILE
       01 CHECK-TAX-YEAR         PIC 9(4) VALUE ZEROES.
       01 CALENDAR-YTD-FOUND     PIC 9 VALUE 0.
      * EMPLOYEE'S FICA WAGES FOR THE YEAR BEFORE THIS CHECK, AND
      * THE SLICES OF THIS CHECK SUBJECT TO EACH WAGE-BASE RULE
       01 PRIOR-FICA-WAGES       PIC 9(9)V99 VALUE ZEROES.
       01 FICA-WAGES             PIC 9(5)V99 VALUE ZEROES.
       01 SS-TAXABLE             PIC 9(5)V99 VALUE ZEROES.
       01 ADDL-MED-WAGES         PIC 9(5)V99 VALUE ZEROES.
       01 ADDL-MEDICARE          PIC 9(4)V99 VALUE ZEROES.

      * THE CURRENT CHECK'S AMOUNTS
       01 CHECK-AMOUNTS.
            05 GROSSPAY   PIC 9(5)V99 VALUE ZEROES.
            05 FEDTAX     PIC 9(5)V99 VALUE ZEROES.
            05 FICA       PIC 9(5)V99 VALUE ZEROES.
            05 MEDICARE   PIC 9(5)V99 VALUE ZEROES.
            05 STATETAX   PIC 9(5)V99 VALUE ZEROES.
            05 NETPAY     PIC 9(5)V99 VALUE ZEROES.
      * DATE PRINTED ON THE CURRENT CHECK
       01 CHECK-DATE             PIC 9(8) VALUE ZEROES.

      * RUNNING TOTALS OF THE CHECKS CUT THIS RUN
       01 OFFCYCLE-TOTALS.
            05 TOT-GROSSPAY PIC 9(7)V99 VALUE ZEROES.
            05 TOT-FEDTAX   PIC 9(7)V99 VALUE ZEROES.
            05 TOT-FICA     PIC 9(7)V99 VALUE ZEROES.
            05 TOT-MEDICARE PIC 9(7)V99 VALUE ZEROES.
            05 TOT-STATETAX PIC 9(7)V99 VALUE ZEROES.
            05 TOT-NETPAY   PIC 9(7)V99 VALUE ZEROES.
            05 TOT-FUTA     PIC 9(7)V99 VALUE ZEROES.
            05 TOT-SUTA     PIC 9(7)V99 VALUE ZEROES.
      * NET AMOUNT OF THE REPLACEMENT CHECKS, WHICH CARRY NO NEW
      * WAGES OR TAXES
       01 TOT-REPLACED           PIC 9(7)V99 VALUE ZEROES.
      * NET PAY TOTAL OF EVERY CHECK CUT, FOR THE REGISTER TRAILER
       01 CHECK-TOTAL            PIC 9(7)V99 VALUE ZEROES.

      * NEXT CHECK NUMBER TO ASSIGN, LOADED FROM CHECKCTL.DAT AND
      * SAVED BACK AFTER EVERY CHECK SO A FAILED RUN NEVER HANDS
      * OUT A NUMBER TWICE
       01 NEXT-CHECK-NO          PIC 9(6) VALUE 000001.

      * THE WHOLE CHECK REGISTER HELD SO A REPLACEMENT CAN FIND ITS
      * ORIGINAL; THIS RUN'S CHECKS ARE ADDED AS THEY ARE CUT SO THE
      * SAME CHECK CANNOT BE REPLACED TWICE IN ONE RUN
       01 REG-LINE-COUNT         PIC 9(4) VALUE ZEROES.
       01 REG-LINE-TABLE.
            05 REG-LINE-ENTRY OCCURS 2000 TIMES PIC X(80).
       01 REG-SUB                PIC 9(4) VALUE ZEROES.

      * ONE REGISTER LINE BROKEN OUT FOR EXAMINATION. THE POSITIVE
      * PAY SENT MARK SITS IN COLUMN 48 AND THE BANK RECONCILIATION
      * CLEARED MARK IN COLUMN 49; AN OFF-CYCLE CHECK CARRIES ITS
      * TYPE IN COLUMN 50 AND, FOR A REPLACEMENT, THE NUMBER OF THE
      * CHECK IT REPLACES IN COLUMNS 51-56
       01 REG-WORK-REC.
            05 RW-REC-TYPE     PIC X.
            05 RW-REST         PIC X(79).
            05 RW-ISSUED REDEFINES RW-REST.
                 10 RW-CHECK-NO    PIC 9(6).
                 10 RW-SOCSEC      PIC 9(9).
                 10 RW-PAYEE       PIC X(16).
                 10 RW-DATE        PIC 9(8).
                 10 RW-AMOUNT      PIC 9(5)V99.
                 10 RW-SENT        PIC X.
                 10 RW-CLEARED     PIC X.
                 10 RW-CHECK-TYPE  PIC X.
                 10 RW-REPLACES-NO PIC X(6).
                 10 FILLER         PIC X(24).
            05 RW-VOIDED REDEFINES RW-REST.
                 10 RW-V-CHECK-NO  PIC 9(6).
                 10 RW-V-AMOUNT    PIC 9(5)V99.
                 10 RW-V-REISSUE   PIC X.
                 10 FILLER         PIC X(65).

      * WHAT THE REGISTER SAYS ABOUT THE CHECK BEING REPLACED
       01 ORIG-CHECK-NO-X        PIC X(6) VALUE SPACES.
       01 ORIG-FOUND             PIC 9 VALUE 0.
       01 ORIG-VOIDED            PIC 9 VALUE 0.
       01 ORIG-REPLACED          PIC 9 VALUE 0.
       01 ORIG-CLEARED           PIC 9 VALUE 0.
       01 ORIG-ESCHEATED         PIC 9 VALUE 0.
       01 ORIG-SOCSEC            PIC 9(9) VALUE ZEROES.
       01 ORIG-AMOUNT            PIC 9(5)V99 VALUE ZEROES.

      * ONE ISSUED CHECK ON THE CHECK REGISTER, SAME LAYOUT THE
      * PAYROLL RUN WRITES WITH THE OFF-CYCLE TYPE AND REPLACED
      * CHECK NUMBER IN THE FILLER IT LEAVES BLANK
       01 CKR-DETAIL-REC.
            05 FILLER          PIC X(1)    VALUE 'C'.
            05 CKR-CHECK-NO    PIC 9(6).
            05 CKR-SOCSEC      PIC 9(9).
            05 CKR-PAYEE       PIC X(16).
            05 CKR-DATE        PIC 9(8).
            05 CKR-AMOUNT      PIC 9(5)V99.
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 CKR-CHECK-TYPE  PIC X.
            05 CKR-REPLACES-NO PIC X(6).
            05 FILLER          PIC X(24)   VALUE SPACES.

      * ONE VOIDED CHECK ON THE CHECK REGISTER; REISSUE 'R' MEANS A
      * REPLACEMENT CHECK FOLLOWS UNDER A NEW NUMBER
       01 CKV-DETAIL-REC.
            05 FILLER          PIC X(1)    VALUE 'V'.
            05 CKV-CHECK-NO    PIC 9(6).
            05 CKV-AMOUNT      PIC 9(5)V99.
            05 CKV-REISSUE     PIC X.
            05 FILLER          PIC X(65)   VALUE SPACES.

      * RUN TRAILER ON THE CHECK REGISTER FOOTING THE CHECKS CUT
       01 CKT-TRAILER-REC.
            05 FILLER          PIC X(1)    VALUE 'T'.
            05 CKT-COMPANY     PIC X(4).
            05 CKT-PERIOD-END  PIC 9(8).
            05 CKT-CHECK-COUNT PIC 9(5).
            05 CKT-TOTAL       PIC 9(7)V99.
            05 FILLER          PIC X(53)   VALUE SPACES.

      * CHECK AMOUNT SPLIT INTO DIGITS FOR THE AMOUNT-IN-WORDS; A
      * BONUS CAN RUN PAST NINE THOUSAND, SO THE THOUSANDS ARE A
      * DIGIT PAIR SPELLED THE SAME WAY AS THE TENS AND UNITS
       01 CHECK-AMOUNT-NUM       PIC 9(5)V99 VALUE ZEROES.
       01 CHECK-AMOUNT-DIGITS REDEFINES CHECK-AMOUNT-NUM.
            05 CAD-THOUSANDS     PIC 99.
            05 CAD-HUNDREDS      PIC 9.
            05 CAD-TENS-UNITS    PIC 99.
            05 CAD-CENTS         PIC 99.
      * DIGIT PAIR BEING SPELLED, AND ITS TENS AND UNITS
       01 WORD-PAIR              PIC 99 VALUE ZEROES.
       01 TENS-DIGIT             PIC 9 VALUE ZEROES.
       01 UNITS-DIGIT            PIC 9 VALUE ZEROES.
       01 TENS-IDX               PIC 9 VALUE ZEROES.
      * AMOUNT IN WORDS AS PRINTED ON THE CHECK, AND ITS POINTER
       01 CHECK-WORDS            PIC X(66) VALUE SPACES.
       01 WORD-PTR               PIC 99 VALUE 1.

      * NUMBER WORDS ONE THROUGH NINETEEN FOR THE AMOUNT-IN-WORDS
       01 UNIT-WORDS-DATA.
            05 FILLER PIC X(9) VALUE 'ONE'.
            05 FILLER PIC X(9) VALUE 'TWO'.
            05 FILLER PIC X(9) VALUE 'THREE'.
            05 FILLER PIC X(9) VALUE 'FOUR'.
            05 FILLER PIC X(9) VALUE 'FIVE'.
            05 FILLER PIC X(9) VALUE 'SIX'.
            05 FILLER PIC X(9) VALUE 'SEVEN'.
            05 FILLER PIC X(9) VALUE 'EIGHT'.
            05 FILLER PIC X(9) VALUE 'NINE'.
            05 FILLER PIC X(9) VALUE 'TEN'.
            05 FILLER PIC X(9) VALUE 'ELEVEN'.
            05 FILLER PIC X(9) VALUE 'TWELVE'.
            05 FILLER PIC X(9) VALUE 'THIRTEEN'.
            05 FILLER PIC X(9) VALUE 'FOURTEEN'.
            05 FILLER PIC X(9) VALUE 'FIFTEEN'.
            05 FILLER PIC X(9) VALUE 'SIXTEEN'.
            05 FILLER PIC X(9) VALUE 'SEVENTEEN'.
            05 FILLER PIC X(9) VALUE 'EIGHTEEN'.
            05 FILLER PIC X(9) VALUE 'NINETEEN'.
       01 UNIT-WORDS-TABLE REDEFINES UNIT-WORDS-DATA.
            05 UNIT-WORD OCCURS 19 TIMES PIC X(9).

      * NUMBER WORDS FOR THE TENS PLACE, TWENTY THROUGH NINETY
       01 TENS-WORDS-DATA.
            05 FILLER PIC X(7) VALUE 'TWENTY'.
            05 FILLER PIC X(7) VALUE 'THIRTY'.
            05 FILLER PIC X(7) VALUE 'FORTY'.
            05 FILLER PIC X(7) VALUE 'FIFTY'.
            05 FILLER PIC X(7) VALUE 'SIXTY'.
            05 FILLER PIC X(7) VALUE 'SEVENTY'.
            05 FILLER PIC X(7) VALUE 'EIGHTY'.
            05 FILLER PIC X(7) VALUE 'NINETY'.
       01 TENS-WORDS-TABLE REDEFINES TENS-WORDS-DATA.
            05 TENS-WORD OCCURS 8 TIMES PIC X(7).

      * FIRST LINE OF A PRINTED CHECK: NUMBER, DATE, AND COMPANY
       01 CHECK-HEADER-LINE.
            05 FILLER          PIC X(10)   VALUE 'CHECK NO: '.
            05 CK-CHECK-NO     PIC 9(6).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(6)    VALUE 'DATE: '.
            05 CK-DATE         PIC 9(8).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(9)    VALUE 'COMPANY: '.
            05 CK-COMPANY      PIC X(4).
            05 FILLER          PIC X(31)   VALUE SPACES.

      * PAYEE LINE OF A PRINTED CHECK
       01 CHECK-PAYEE-LINE.
            05 FILLER          PIC X(21)   VALUE
               'PAY TO THE ORDER OF: '.
            05 CK-PAYEE        PIC X(16).
            05 FILLER          PIC X(43)   VALUE SPACES.

      * AMOUNT-IN-WORDS LINE OF A PRINTED CHECK
       01 CHECK-WORDS-LINE.
            05 FILLER          PIC X(11)   VALUE 'THE SUM OF '.
            05 CK-WORDS        PIC X(66).
            05 FILLER          PIC X(3)    VALUE SPACES.

      * AMOUNT-IN-FIGURES LINE OF A PRINTED CHECK
       01 CHECK-AMOUNT-LINE.
            05 FILLER          PIC X(9)    VALUE 'AMOUNT: $'.
            05 CK-AMOUNT       PIC ZZZZ9.99.
            05 FILLER          PIC X(63)   VALUE SPACES.

      * SEPARATOR LINE MARKING WHERE EACH CHECK IS BURST
       01 CHECK-SEPARATOR-LINE PIC X(80) VALUE ALL '='.

      * LIABILITY AND EXPENSE ACCOUNTS POSTED BY THE GL BATCH, THE
      * SAME ONES THE PAYROLL RUN POSTS
       01 GL-ACCOUNTS.
            05 GL-ACCT-LABOR     PIC X(4) VALUE '6100'.
            05 GL-ACCT-FEDTAX    PIC X(4) VALUE '2110'.
            05 GL-ACCT-FICA      PIC X(4) VALUE '2120'.
            05 GL-ACCT-MEDICARE  PIC X(4) VALUE '2130'.
            05 GL-ACCT-STATETAX  PIC X(4) VALUE '2140'.
            05 GL-ACCT-NETPAY    PIC X(4) VALUE '2150'.
            05 GL-ACCT-FUTA-EXP  PIC X(4) VALUE '6120'.
            05 GL-ACCT-SUTA-EXP  PIC X(4) VALUE '6130'.
            05 GL-ACCT-FUTA-LIAB PIC X(4) VALUE '2180'.
            05 GL-ACCT-SUTA-LIAB PIC X(4) VALUE '2185'.

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

      * RUNNING DEBIT AND CREDIT TOTALS FOR THE GL BATCH TRAILER
       01 GL-DEBIT-TOTAL         PIC 9(9)V99 VALUE ZEROES.
       01 GL-CREDIT-TOTAL        PIC 9(9)V99 VALUE ZEROES.

      * WAGES AND TAXES OF THIS RUN'S CHECKS BY THE DEPARTMENT THE
      * EMPLOYEE BELONGS TO; ONCE FIFTY DEPARTMENTS ARE IN USE THE
      * REST ARE POOLED UNDER '**' AS THE PAYROLL RUN DOES
       01 GL-DEPT-COUNT          PIC 99 VALUE ZEROES.
       01 GL-DEPT-TABLE.
            05 GL-DEPT-ENTRY OCCURS 0 TO 51 TIMES
               DEPENDING ON GL-DEPT-COUNT
               INDEXED BY GL-IDX.
               10 GDT-DEPT-CODE  PIC XX.
               10 GDT-GROSSPAY   PIC 9(7)V99.
               10 GDT-FEDTAX     PIC 9(7)V99.
               10 GDT-FICA       PIC 9(7)V99.
               10 GDT-MEDICARE   PIC 9(7)V99.
               10 GDT-STATETAX   PIC 9(7)V99.
               10 GDT-NETPAY     PIC 9(7)V99.
               10 GDT-FUTA       PIC 9(7)V99.
               10 GDT-SUTA       PIC 9(7)V99.
      * DEPARTMENT THE CURRENT CHECK IS CHARGED TO
       01 GL-CHARGE-DEPT         PIC XX VALUE SPACES.
       01 GL-DEPT-FOUND          PIC 9 VALUE 0.

      * OFF-CYCLE REGISTER TITLE, CLEARLY MARKED SO IT IS NEVER
      * MISTAKEN FOR THE WEEKLY PAY REGISTER
       01 OFFCYCLE-TITLE-HDR.
            05 FILLER          PIC X(22)   VALUE SPACES.
            05 FILLER          PIC X(29)   VALUE
               '*** OFF-CYCLE CHECK REGISTER'.
            05 FILLER          PIC X(4)    VALUE ' ***'.
            05 FILLER          PIC X(25)   VALUE SPACES.

      * SECOND TITLE LINE TYING THE REGISTER TO COMPANY AND DATE
       01 OFFCYCLE-SUBTITLE-HDR.
            05 FILLER          PIC X(9)    VALUE 'COMPANY: '.
            05 OS-COMPANY      PIC X(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(10)   VALUE 'RUN DATE: '.
            05 OS-RUN-DATE     PIC 9(8).
            05 FILLER          PIC X(46)   VALUE SPACES.

      * COLUMN HEADER FOR THE CHECK DETAIL LINES; TYPE IS B BONUS,
      * F FINAL, R REPLACEMENT
       01 OFFCYCLE-COLUMN-HDR.
            05 FILLER          PIC X(10)   VALUE 'SOCSEC'.
            05 FILLER          PIC X(11)   VALUE 'NAME'.
            05 FILLER          PIC X(2)    VALUE 'T'.
            05 FILLER          PIC X(7)    VALUE 'CHECK'.
            05 FILLER          PIC X(9)    VALUE '   GROSS'.
            05 FILLER          PIC X(9)    VALUE ' FED TAX'.
            05 FILLER          PIC X(8)    VALUE '   FICA'.
            05 FILLER          PIC X(8)    VALUE '   MEDI'.
            05 FILLER          PIC X(8)    VALUE ' ST TAX'.
            05 FILLER          PIC X(8)    VALUE ' NET PAY'.

      * ONE CHECK CUT THIS RUN
       01 OFFCYCLE-DETAIL-LINE.
            05 OD-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 OD-LASTNAME     PIC X(10).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 OD-TYPE         PIC X.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 OD-CHECK-NO     PIC 9(6).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 OD-GROSSPAY     PIC ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 OD-FEDTAX       PIC ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 OD-FICA         PIC ZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 OD-MEDICARE     PIC ZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 OD-STATETAX     PIC ZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 OD-NETPAY       PIC ZZZZ9.99.

      * NOTE UNDER EACH CHECK SAYING HOW IT WAS WITHHELD OR WHAT IT
      * REPLACES
       01 OFFCYCLE-NOTE-LINE.
            05 FILLER          PIC X(11)   VALUE SPACES.
            05 ON-NOTE         PIC X(50).
            05 FILLER          PIC X(19)   VALUE SPACES.

      * ONE REJECTED TRANSACTION AND WHY
       01 OFFCYCLE-REJECT-LINE.
            05 OR-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 OR-TYPE         PIC X.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 OR-REASON       PIC X(40).
            05 FILLER          PIC X(24)   VALUE SPACES.

      * TOTAL LINE FOR THE CHECKS CUT THIS RUN
       01 OFFCYCLE-TOTAL-LINE.
            05 OT-LABEL        PIC X(22).
            05 OT-AMOUNT       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(48)   VALUE SPACES.

      * ONE FORMATTED ENTRY WRITTEN TO THE SHARED OPERATIONS AUDIT LOG
       01 AUDIT-ENTRY.
            05 AE-JOB-NAME       PIC X(8)  VALUE 'OFFCYCLE'.
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
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 AE-COMPANY-CODE   PIC X(4).
            05 FILLER            PIC X(1)  VALUE SPACES.
            05 AE-PERIOD-END     PIC 9(8).
            05 FILLER            PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       PROCESS-OFFCYCLE-CHECKS.
      * LOAD THE COMPANY AND MASTER FILE BEFORE OPENING ANYTHING
           PERFORM LOAD-RUN-CONTROL.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OFFCYCLE-TRANS.
           IF OFFCYCLE-TRANS-STATUS = '35'
              DISPLAY 'ERROR: OFF-CYCLE TRANSACTION FILE NOT FOUND'
              STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-MASTER-STATUS = '35'
              DISPLAY 'ERROR: EMPLOYEE MASTER FILE NOT FOUND'
              STOP RUN
           END-IF.
           PERFORM LOAD-TAX-TABLE.
           PERFORM LOAD-UNEMP-RATES.
           OPEN INPUT W4-ELECTIONS.
           IF W4-ELECTIONS-STATUS = '35'
              MOVE 0 TO W4-FILE-OPEN
           ELSE
              MOVE 1 TO W4-FILE-OPEN
           END-IF.
           OPEN I-O EMPLOYEE-YTD.
           IF EMPLOYEE-YTD-STATUS = '35'
              OPEN OUTPUT EMPLOYEE-YTD
              CLOSE EMPLOYEE-YTD
              OPEN I-O EMPLOYEE-YTD
           END-IF.
           OPEN I-O CALENDAR-YTD.
           IF CALENDAR-YTD-STATUS = '35'
              OPEN OUTPUT CALENDAR-YTD
              CLOSE CALENDAR-YTD
              OPEN I-O CALENDAR-YTD
           END-IF.
           PERFORM LOAD-CHECK-CONTROL.
           PERFORM LOAD-CHECK-REGISTER.
           OPEN EXTEND CHECK-REGISTER.
           IF CHECK-REGISTER-STATUS = '35'
              OPEN OUTPUT CHECK-REGISTER
              CLOSE CHECK-REGISTER
              OPEN EXTEND CHECK-REGISTER
           END-IF.
           OPEN I-O PAY-HISTORY.
           IF PAY-HISTORY-STATUS = '35'
              OPEN OUTPUT PAY-HISTORY
              CLOSE PAY-HISTORY
              OPEN I-O PAY-HISTORY
           END-IF.
           OPEN OUTPUT PAYCHECK-FILE.
           OPEN OUTPUT OFFCYCLE-REPORT.
           PERFORM WRITE-REPORT-HEADERS.
           MOVE 'Y' TO DATA-REMAINS.
           READ OFFCYCLE-TRANS
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.
           PERFORM PROCESS-OFFCYCLE-TRANS
              UNTIL DATA-REMAINS = 'N'.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-CHECK-REGISTER-TRAILER.
           PERFORM WRITE-GL-INTERFACE.
           CLOSE OFFCYCLE-TRANS.
           CLOSE EMPLOYEE-MASTER.
           IF W4-FILE-OPEN = 1
              CLOSE W4-ELECTIONS
           END-IF.
           CLOSE EMPLOYEE-YTD.
           CLOSE CALENDAR-YTD.
           CLOSE CHECK-REGISTER.
           CLOSE PAY-HISTORY.
           CLOSE PAYCHECK-FILE.
           CLOSE OFFCYCLE-REPORT.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY 'OFF-CYCLE CHECKS WRITTEN: ' CHECK-COUNT.
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
              IF RC-PERIOD-END-DATE NOT = ZEROES
                 MOVE RC-PERIOD-END-DATE TO RUN-PERIOD-END-DATE
              END-IF
              IF RC-MASTER-FILE NOT = SPACES
                 MOVE RC-MASTER-FILE TO RUN-EMPLOYEE-MASTER-NAME
              END-IF
           END-IF.

       LOAD-TAX-TABLE.
           OPEN INPUT TAX-TABLE.
           IF TAX-TABLE-STATUS = '35'
              DISPLAY 'ERROR: TAX TABLE FILE NOT FOUND'
              STOP RUN
           END-IF.
           READ TAX-TABLE
              AT END MOVE 'N' TO TAX-TABLE-FLAG
           END-READ.
           PERFORM BUILD-TAX-BRACKET UNTIL TAX-TABLE-FLAG = 'N'.
           CLOSE TAX-TABLE.

       BUILD-TAX-BRACKET.
           IF TAX-BRACKET-COUNT < 40
              ADD 1 TO TAX-BRACKET-COUNT
              MOVE TT-FILING-STATUS TO TB-STATUS (TAX-BRACKET-COUNT)
              MOVE TT-BRACKET-LIMIT TO TB-LIMIT (TAX-BRACKET-COUNT)
              MOVE TT-RATE TO TB-RATE (TAX-BRACKET-COUNT)
           END-IF.
           READ TAX-TABLE
              AT END MOVE 'N' TO TAX-TABLE-FLAG
           END-READ.

      * THE UNEMPLOYMENT RATE FILE IS OPTIONAL: WITHOUT IT NO
      * EMPLOYER UNEMPLOYMENT TAX IS ACCRUED. ONLY THE RATES FOR
      * THE COMPANY BEING PAID ARE KEPT
       LOAD-UNEMP-RATES.
           OPEN INPUT UNEMP-RATES.
           IF UNEMP-RATES-STATUS = '35'
              MOVE 'N' TO UNEMP-RATES-FLAG
           ELSE
              READ UNEMP-RATES
                 AT END MOVE 'N' TO UNEMP-RATES-FLAG
              END-READ
              PERFORM CHECK-UNEMP-RATE
                 UNTIL UNEMP-RATES-FLAG = 'N'
              CLOSE UNEMP-RATES
           END-IF.

       CHECK-UNEMP-RATE.
           IF UR-TAX-TYPE = 'F'
              IF UR-COMPANY = RUN-COMPANY-CODE
                 MOVE 2 TO CUR-FUTA-LEVEL
                 MOVE UR-RATE TO CUR-FUTA-RATE
                 MOVE UR-WAGE-BASE TO CUR-FUTA-BASE
              END-IF
              IF UR-COMPANY = SPACES AND CUR-FUTA-LEVEL = 0
                 MOVE 1 TO CUR-FUTA-LEVEL
                 MOVE UR-RATE TO CUR-FUTA-RATE
                 MOVE UR-WAGE-BASE TO CUR-FUTA-BASE
              END-IF
           END-IF.
           IF UR-TAX-TYPE = 'S'
              IF UR-COMPANY = RUN-COMPANY-CODE
                 MOVE 2 TO CUR-SUTA-LEVEL
                 MOVE UR-RATE TO CUR-SUTA-RATE
                 MOVE UR-WAGE-BASE TO CUR-SUTA-BASE
              END-IF
              IF UR-COMPANY = SPACES AND CUR-SUTA-LEVEL = 0
                 MOVE 1 TO CUR-SUTA-LEVEL
                 MOVE UR-RATE TO CUR-SUTA-RATE
                 MOVE UR-WAGE-BASE TO CUR-SUTA-BASE
              END-IF
           END-IF.
           READ UNEMP-RATES
              AT END MOVE 'N' TO UNEMP-RATES-FLAG
           END-READ.

       LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL.
           IF CHECK-CONTROL-STATUS = '35'
              MOVE 000001 TO NEXT-CHECK-NO
           ELSE
              READ CHECK-CONTROL
                 AT END MOVE 000001 TO CC-NEXT-CHECK-NO
              END-READ
              CLOSE CHECK-CONTROL
              IF CC-NEXT-CHECK-NO > ZEROES
                 MOVE CC-NEXT-CHECK-NO TO NEXT-CHECK-NO
              END-IF
           END-IF.

       SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL.
           MOVE NEXT-CHECK-NO TO CC-NEXT-CHECK-NO.
           WRITE CHECK-CONTROL-REC.
           CLOSE CHECK-CONTROL.

      * THE REGISTER IS OPTIONAL HERE: A SITE THAT HAS NEVER CUT A
      * CHECK HAS NOTHING TO REPLACE
       LOAD-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER.
           IF CHECK-REGISTER-STATUS NOT = '35'
              MOVE 'Y' TO DATA-REMAINS
              READ CHECK-REGISTER
                 AT END MOVE 'N' TO DATA-REMAINS
              END-READ
              PERFORM HOLD-REGISTER-LINE
                 UNTIL DATA-REMAINS = 'N'
              CLOSE CHECK-REGISTER
           END-IF.

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

       WRITE-REPORT-HEADERS.
           MOVE OFFCYCLE-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE RUN-COMPANY-CODE TO OS-COMPANY.
           MOVE RUN-DATE TO OS-RUN-DATE.
           MOVE OFFCYCLE-SUBTITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE OFFCYCLE-COLUMN-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.

       PROCESS-OFFCYCLE-TRANS.
           ADD 1 TO TRANS-RECS-READ.
           PERFORM VALIDATE-OFFCYCLE-TRANS.
           IF DATA-FLAG = 1
              EVALUATE OC-CHECK-TYPE
                 WHEN 'R'
                    PERFORM ISSUE-REPLACEMENT-CHECK
                 WHEN OTHER
                    PERFORM ISSUE-WAGE-CHECK
              END-EVALUATE
           END-IF.
           IF DATA-FLAG = 0
              PERFORM WRITE-REJECT-LINE
           END-IF.
           READ OFFCYCLE-TRANS
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.

      * EDIT THE TRANSACTION AND FIND THE EMPLOYEE; A FINAL CHECK
      * IS ONLY CUT FOR SOMEONE THE MASTER SHOWS AS TERMINATED
       VALIDATE-OFFCYCLE-TRANS.
           MOVE 1 TO DATA-FLAG.
           MOVE SPACES TO REJECT-REASON.
           IF OC-SOCSEC IS NOT NUMERIC
              MOVE 0 TO DATA-FLAG
              MOVE 'INVALID SOCIAL SECURITY NUMBER' TO REJECT-REASON
           END-IF.
           IF DATA-FLAG = 1
              IF OC-CHECK-TYPE NOT = 'B' AND OC-CHECK-TYPE NOT = 'F'
                    AND OC-CHECK-TYPE NOT = 'R'
                 MOVE 0 TO DATA-FLAG
                 MOVE 'CHECK TYPE MUST BE B, F OR R' TO REJECT-REASON
              END-IF
           END-IF.
           IF DATA-FLAG = 1 AND OC-CHECK-DATE IS NOT NUMERIC
              MOVE 0 TO DATA-FLAG
              MOVE 'INVALID CHECK DATE' TO REJECT-REASON
           END-IF.
           IF DATA-FLAG = 1 AND OC-CHECK-TYPE NOT = 'R'
              IF OC-GROSSPAY IS NOT NUMERIC
                 MOVE 0 TO DATA-FLAG
                 MOVE 'INVALID GROSS AMOUNT' TO REJECT-REASON
              ELSE
                 IF OC-GROSSPAY = ZEROES
                    MOVE 0 TO DATA-FLAG
                    MOVE 'GROSS AMOUNT IS ZERO' TO REJECT-REASON
                 END-IF
              END-IF
           END-IF.
           IF DATA-FLAG = 1 AND OC-CHECK-TYPE = 'R'
              IF OC-ORIG-CHECK-NO IS NOT NUMERIC
                    OR OC-ORIG-CHECK-NO = ZEROES
                 MOVE 0 TO DATA-FLAG
                 MOVE 'INVALID ORIGINAL CHECK NUMBER' TO REJECT-REASON
              END-IF
           END-IF.
           IF DATA-FLAG = 1
              MOVE OC-SOCSEC TO SOCSEC
              READ EMPLOYEE-MASTER
                 INVALID KEY
                    MOVE 0 TO DATA-FLAG
                    MOVE 'EMPLOYEE NOT ON MASTER FILE'
                       TO REJECT-REASON
              END-READ
           END-IF.
           IF DATA-FLAG = 1 AND OC-CHECK-TYPE = 'F'
                 AND EMP-STATUS NOT = 'T'
              MOVE 0 TO DATA-FLAG
              MOVE 'FINAL CHECK FOR EMPLOYEE NOT TERMINATED'
                 TO REJECT-REASON
           END-IF.
           IF DATA-FLAG = 1
              IF OC-CHECK-DATE = ZEROES
                 MOVE RUN-DATE TO CHECK-DATE
              ELSE
                 MOVE OC-CHECK-DATE TO CHECK-DATE
              END-IF
              MOVE CHECK-DATE (1:4) TO CHECK-TAX-YEAR
           END-IF.

      * A BONUS OR FINAL CHECK: FIGURE THE TAXES, CUT THE CHECK,
      * AND CARRY THE WAGES INTO THE YTD FILES AND THE GL BATCH
       ISSUE-WAGE-CHECK.
           MOVE OC-GROSSPAY TO GROSSPAY.
           PERFORM LOAD-CALENDAR-YTD.
           IF OC-CHECK-TYPE = 'B'
              PERFORM CALCULATE-SUPPLEMENTAL-TAX
           ELSE
              PERFORM CALCULATE-REGULAR-TAX
           END-IF.
           PERFORM CALCULATE-WITHHOLDING.
           PERFORM CALCULATE-UNEMPLOYMENT-TAX.
           IF OC-CHECK-TYPE = 'F'
              PERFORM CALCULATE-EXTRA-WITHHOLDING
           END-IF.
           COMPUTE NETPAY = GROSSPAY - FEDTAX - FICA - MEDICARE
              - STATETAX.
           MOVE SPACES TO ORIG-CHECK-NO-X.
           PERFORM WRITE-PAYCHECK.
           PERFORM WRITE-PAY-HISTORY.
           PERFORM UPDATE-YTD.
           PERFORM UPDATE-CALENDAR-YTD.
           PERFORM ACCUMULATE-GL-DEPT.
           ADD GROSSPAY TO TOT-GROSSPAY.
           ADD FEDTAX TO TOT-FEDTAX.
           ADD FICA TO TOT-FICA.
           ADD MEDICARE TO TOT-MEDICARE.
           ADD STATETAX TO TOT-STATETAX.
           ADD NETPAY TO TOT-NETPAY.
           ADD FUTA-TAX TO TOT-FUTA.
           ADD SUTA-TAX TO TOT-SUTA.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO ON-NOTE.
           IF OC-CHECK-TYPE = 'B'
              MOVE 'BONUS - FEDERAL AT SUPPLEMENTAL FLAT RATE'
                 TO ON-NOTE
           ELSE
              STRING 'FINAL CHECK - W-4 ' DELIMITED BY SIZE
                 CUR-W4-DESC DELIMITED BY SIZE
                 INTO ON-NOTE
           END-IF.
           MOVE OFFCYCLE-NOTE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * SUPPLEMENTAL WAGES PAID ON THEIR OWN CHECK ARE WITHHELD AT
      * THE FLAT FEDERAL RATE WITHOUT REGARD TO THE W-4
       CALCULATE-SUPPLEMENTAL-TAX.
           COMPUTE FEDTAX ROUNDED = GROSSPAY * SUPP-FED-RATE.
           MOVE ZEROES TO EXTRA-WH-TAKEN.

      * A FINAL CHECK IS REGULAR WAGES AND IS WITHHELD ON THE W-4
      * EXACTLY AS THE PAYROLL RUN DOES: ANNUALIZE, APPLY THE
      * FILING STATUS BRACKETS, TAKE OFF THE DEPENDENTS CREDIT AND
      * BRING THE TAX BACK TO ONE CHECK
       CALCULATE-REGULAR-TAX.
           PERFORM FIND-W4-ELECTION.
           COMPUTE ANNUAL-WAGE = GROSSPAY * PAY-PERIODS-PER-YEAR.
           MOVE CUR-FILING-STATUS TO BRACKET-STATUS.
           PERFORM APPLY-STATUS-BRACKETS.
           IF STATUS-BRACKETS = ZEROES
              MOVE 'S' TO BRACKET-STATUS
              PERFORM APPLY-STATUS-BRACKETS
           END-IF.
           IF ANNUAL-FEDTAX > CUR-DEP-CREDIT
              SUBTRACT CUR-DEP-CREDIT FROM ANNUAL-FEDTAX
           ELSE
              MOVE ZEROES TO ANNUAL-FEDTAX
           END-IF.
           COMPUTE FEDTAX ROUNDED =
              ANNUAL-FEDTAX / PAY-PERIODS-PER-YEAR.

      * THE W-4 EXTRA WITHHOLDING, CUT BACK TO WHAT THE CHECK CAN
      * COVER AFTER THE STATUTORY TAXES
       CALCULATE-EXTRA-WITHHOLDING.
           COMPUTE EXTRA-WH-ROOM = GROSSPAY - FEDTAX - FICA
              - MEDICARE - STATETAX.
           IF EXTRA-WH-ROOM < ZEROES
              MOVE ZEROES TO EXTRA-WH-ROOM
           END-IF.
           IF CUR-EXTRA-WH > EXTRA-WH-ROOM
              MOVE EXTRA-WH-ROOM TO EXTRA-WH-TAKEN
           ELSE
              MOVE CUR-EXTRA-WH TO EXTRA-WH-TAKEN
           END-IF.
           ADD EXTRA-WH-TAKEN TO FEDTAX.

      * LOOK UP THE EMPLOYEE'S W-4, DEFAULTING TO SINGLE WITH NO
      * CREDIT OR EXTRA WITHHOLDING WHEN NONE IS ON FILE
       FIND-W4-ELECTION.
           MOVE 0 TO CUR-W4-ON-FILE.
           MOVE 'S' TO CUR-FILING-STATUS.
           MOVE ZEROES TO CUR-DEP-CREDIT.
           MOVE ZEROES TO CUR-EXTRA-WH.
           IF W4-FILE-OPEN = 1
              MOVE SOCSEC TO W4-SOCSEC
              READ W4-ELECTIONS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 1 TO CUR-W4-ON-FILE
                    MOVE W4-FILING-STATUS TO CUR-FILING-STATUS
                    MOVE W4-DEP-CREDIT TO CUR-DEP-CREDIT
                    MOVE W4-EXTRA-WH TO CUR-EXTRA-WH
              END-READ
           END-IF.
           IF CUR-W4-ON-FILE = 0
              MOVE 'SINGLE DEFAULT' TO CUR-W4-DESC
           ELSE
              EVALUATE CUR-FILING-STATUS
                 WHEN 'M'
                    MOVE 'MARRIED JOINT' TO CUR-W4-DESC
                 WHEN 'H'
                    MOVE 'HEAD HOUSEHOLD' TO CUR-W4-DESC
                 WHEN OTHER
                    MOVE 'SINGLE' TO CUR-W4-DESC
              END-EVALUATE
           END-IF.

      * ANNUAL TAX ON THE ANNUALIZED WAGE AT ONE FILING STATUS'S
      * BRACKETS, EACH RATE APPLIED ONLY TO THE WAGES BETWEEN THE
      * PRIOR LIMIT AND ITS OWN
       APPLY-STATUS-BRACKETS.
           MOVE ZEROES TO ANNUAL-FEDTAX.
           MOVE ZEROES TO BRACKET-FLOOR.
           MOVE ZEROES TO STATUS-BRACKETS.
           PERFORM APPLY-ONE-BRACKET
              VARYING TB-IDX FROM 1 BY 1
              UNTIL TB-IDX > TAX-BRACKET-COUNT.

       APPLY-ONE-BRACKET.
           IF TB-STATUS (TB-IDX) = BRACKET-STATUS
              ADD 1 TO STATUS-BRACKETS
              IF ANNUAL-WAGE > BRACKET-FLOOR
                 IF ANNUAL-WAGE > TB-LIMIT (TB-IDX)
                    COMPUTE BRACKET-WAGE =
                       TB-LIMIT (TB-IDX) - BRACKET-FLOOR
                 ELSE
                    COMPUTE BRACKET-WAGE = ANNUAL-WAGE - BRACKET-FLOOR
                 END-IF
                 COMPUTE ANNUAL-FEDTAX ROUNDED = ANNUAL-FEDTAX
                    + BRACKET-WAGE * TB-RATE (TB-IDX)
              END-IF
              MOVE TB-LIMIT (TB-IDX) TO BRACKET-FLOOR
           END-IF.

      * THE EMPLOYEE'S CALENDAR-YEAR RECORD FOR THE CHECK'S YEAR;
      * NONE YET MEANS THIS IS THE FIRST CHECK OF THE YEAR
       LOAD-CALENDAR-YTD.
           MOVE RUN-COMPANY-CODE TO CY-COMPANY.
           MOVE CHECK-TAX-YEAR TO CY-YEAR.
           MOVE SOCSEC TO CY-SOCSEC.
           MOVE 1 TO CALENDAR-YTD-FOUND.
           READ CALENDAR-YTD
              INVALID KEY MOVE 0 TO CALENDAR-YTD-FOUND
           END-READ.
           IF CALENDAR-YTD-FOUND = 1
              MOVE CY-FICA-WAGES TO PRIOR-FICA-WAGES
           ELSE
              MOVE ZEROES TO PRIOR-FICA-WAGES
           END-IF.

      * SOCIAL SECURITY UP TO THE WAGE BASE AND ADDITIONAL MEDICARE
      * PAST ITS THRESHOLD, MEASURED AGAINST THE CALENDAR-YEAR FILE
      * THE SAME WAY THE PAYROLL RUN MEASURES THEM; STATE TAX AT THE
      * PAYROLL RUN'S FLAT RATE
       CALCULATE-WITHHOLDING.
           MOVE GROSSPAY TO FICA-WAGES.
           IF PRIOR-FICA-WAGES NOT < SS-WAGE-BASE
              MOVE ZEROES TO SS-TAXABLE
           ELSE
              IF PRIOR-FICA-WAGES + FICA-WAGES > SS-WAGE-BASE
                 COMPUTE SS-TAXABLE = SS-WAGE-BASE - PRIOR-FICA-WAGES
              ELSE
                 MOVE FICA-WAGES TO SS-TAXABLE
              END-IF
           END-IF.
           COMPUTE FICA = SS-TAXABLE * FICA-RATE.
           IF PRIOR-FICA-WAGES NOT < ADDL-MEDICARE-THRESHOLD
              MOVE FICA-WAGES TO ADDL-MED-WAGES
           ELSE
              IF PRIOR-FICA-WAGES + FICA-WAGES > ADDL-MEDICARE-THRESHOLD
                 COMPUTE ADDL-MED-WAGES = PRIOR-FICA-WAGES
                    + FICA-WAGES - ADDL-MEDICARE-THRESHOLD
              ELSE
                 MOVE ZEROES TO ADDL-MED-WAGES
              END-IF
           END-IF.
           COMPUTE ADDL-MEDICARE = ADDL-MED-WAGES * ADDL-MEDICARE-RATE.
           COMPUTE MEDICARE = FICA-WAGES * MEDICARE-RATE.
           ADD ADDL-MEDICARE TO MEDICARE.
           COMPUTE STATETAX = GROSSPAY * STATETAX-RATE.

      * ACCRUE THE EMPLOYER'S FUTA AND SUTA ON THE CHECK THE SAME
      * WAY THE PAYROLL RUN DOES, EACH UP TO ITS WAGE BASE AGAINST
      * THE CALENDAR-YEAR FICA WAGES
       CALCULATE-UNEMPLOYMENT-TAX.
           MOVE CUR-FUTA-BASE TO UI-WAGE-BASE.
           PERFORM FIND-UI-TAXABLE.
           MOVE UI-TAXABLE TO FUTA-TAXABLE.
           COMPUTE FUTA-TAX = FUTA-TAXABLE * CUR-FUTA-RATE.
           MOVE CUR-SUTA-BASE TO UI-WAGE-BASE.
           PERFORM FIND-UI-TAXABLE.
           MOVE UI-TAXABLE TO SUTA-TAXABLE.
           COMPUTE SUTA-TAX = SUTA-TAXABLE * CUR-SUTA-RATE.

       FIND-UI-TAXABLE.
           IF PRIOR-FICA-WAGES NOT < UI-WAGE-BASE
              MOVE ZEROES TO UI-TAXABLE
           ELSE
              IF PRIOR-FICA-WAGES + FICA-WAGES > UI-WAGE-BASE
                 COMPUTE UI-TAXABLE = UI-WAGE-BASE - PRIOR-FICA-WAGES
              ELSE
                 MOVE FICA-WAGES TO UI-TAXABLE
              END-IF
           END-IF.

      * REPLACE A LOST OR UNDELIVERED CHECK: THE ORIGINAL MUST BE ON
      * THE REGISTER FOR THIS EMPLOYEE, UNCASHED, NOT TURNED OVER
      * TO THE STATE AS UNCLAIMED, AND NOT ALREADY REPLACED. IT IS
      * VOIDED (UNLESS TREASURY ALREADY VOIDED IT) AND THE SAME NET
      * IS REISSUED; THE WAGES AND TAXES WERE BOOKED WHEN THE
      * ORIGINAL WAS CUT, SO NOTHING ELSE MOVES
       ISSUE-REPLACEMENT-CHECK.
           MOVE OC-ORIG-CHECK-NO TO ORIG-CHECK-NO-X.
           MOVE 0 TO ORIG-FOUND.
           MOVE 0 TO ORIG-VOIDED.
           MOVE 0 TO ORIG-REPLACED.
           MOVE 0 TO ORIG-CLEARED.
           MOVE 0 TO ORIG-ESCHEATED.
           PERFORM EXAMINE-ORIGINAL-CHECK
              VARYING REG-SUB FROM 1 BY 1
              UNTIL REG-SUB > REG-LINE-COUNT.
           IF ORIG-FOUND = 0
              MOVE 0 TO DATA-FLAG
              MOVE 'ORIGINAL CHECK NOT ON REGISTER' TO REJECT-REASON
           END-IF.
           IF DATA-FLAG = 1 AND ORIG-SOCSEC NOT = SOCSEC
              MOVE 0 TO DATA-FLAG
              MOVE 'ORIGINAL CHECK IS FOR ANOTHER EMPLOYEE'
                 TO REJECT-REASON
           END-IF.
           IF DATA-FLAG = 1 AND ORIG-CLEARED = 1
              MOVE 0 TO DATA-FLAG
              MOVE 'ORIGINAL CHECK HAS CLEARED THE BANK'
                 TO REJECT-REASON
           END-IF.
           IF DATA-FLAG = 1 AND ORIG-ESCHEATED = 1
              MOVE 0 TO DATA-FLAG
              MOVE 'ORIGINAL CHECK ESCHEATED TO STATE'
                 TO REJECT-REASON
           END-IF.
           IF DATA-FLAG = 1 AND ORIG-REPLACED = 1
              MOVE 0 TO DATA-FLAG
              MOVE 'ORIGINAL CHECK ALREADY REPLACED' TO REJECT-REASON
           END-IF.
           IF DATA-FLAG = 1
              IF ORIG-VOIDED = 0
                 MOVE OC-ORIG-CHECK-NO TO CKV-CHECK-NO
                 MOVE ORIG-AMOUNT TO CKV-AMOUNT
                 MOVE 'R' TO CKV-REISSUE
                 MOVE CKV-DETAIL-REC TO CHECK-REGISTER-LINE
                 PERFORM WRITE-REGISTER-RECORD
              END-IF
              MOVE ZEROES TO CHECK-AMOUNTS
              MOVE ORIG-AMOUNT TO NETPAY
              PERFORM WRITE-PAYCHECK
              PERFORM WRITE-PAY-HISTORY
              ADD NETPAY TO TOT-REPLACED
              PERFORM WRITE-DETAIL-LINE
              MOVE SPACES TO ON-NOTE
              IF ORIG-VOIDED = 0
                 STRING 'REPLACES CHECK ' DELIMITED BY SIZE
                    ORIG-CHECK-NO-X DELIMITED BY SIZE
                    ' - ORIGINAL VOIDED' DELIMITED BY SIZE
                    INTO ON-NOTE
              ELSE
                 STRING 'REPLACES CHECK ' DELIMITED BY SIZE
                    ORIG-CHECK-NO-X DELIMITED BY SIZE
                    INTO ON-NOTE
              END-IF
              MOVE OFFCYCLE-NOTE-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.

       EXAMINE-ORIGINAL-CHECK.
           MOVE REG-LINE-ENTRY (REG-SUB) TO REG-WORK-REC.
           IF RW-REC-TYPE = 'C' AND RW-CHECK-NO = OC-ORIG-CHECK-NO
              MOVE 1 TO ORIG-FOUND
              MOVE RW-SOCSEC TO ORIG-SOCSEC
              MOVE RW-AMOUNT TO ORIG-AMOUNT
              IF RW-CLEARED = 'C'
                 MOVE 1 TO ORIG-CLEARED
              END-IF
           END-IF.
           IF RW-REC-TYPE = 'C' AND RW-CHECK-TYPE = 'R'
                 AND RW-REPLACES-NO = ORIG-CHECK-NO-X
              MOVE 1 TO ORIG-REPLACED
           END-IF.
           IF RW-REC-TYPE = 'V' AND RW-V-CHECK-NO = OC-ORIG-CHECK-NO
              MOVE 1 TO ORIG-VOIDED
              IF RW-V-REISSUE = 'E'
                 MOVE 1 TO ORIG-ESCHEATED
              END-IF
           END-IF.

      * PRINT THE CHECK AND RECORD IT ON THE NUMBERED REGISTER
       WRITE-PAYCHECK.
           PERFORM CONVERT-NETPAY-TO-WORDS.
           MOVE NEXT-CHECK-NO TO CK-CHECK-NO.
           MOVE CHECK-DATE TO CK-DATE.
           MOVE RUN-COMPANY-CODE TO CK-COMPANY.
           MOVE CHECK-HEADER-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE SPACES TO CK-PAYEE.
           STRING LASTNAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              INITIALS DELIMITED BY SIZE
              INTO CK-PAYEE.
           MOVE CHECK-PAYEE-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE CHECK-WORDS TO CK-WORDS.
           MOVE CHECK-WORDS-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE NETPAY TO CK-AMOUNT.
           MOVE CHECK-AMOUNT-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE CHECK-SEPARATOR-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE NEXT-CHECK-NO TO CKR-CHECK-NO.
           MOVE SOCSEC TO CKR-SOCSEC.
           MOVE CK-PAYEE TO CKR-PAYEE.
           MOVE CHECK-DATE TO CKR-DATE.
           MOVE NETPAY TO CKR-AMOUNT.
           MOVE OC-CHECK-TYPE TO CKR-CHECK-TYPE.
           MOVE ORIG-CHECK-NO-X TO CKR-REPLACES-NO.
           MOVE CKR-DETAIL-REC TO CHECK-REGISTER-LINE.
           PERFORM WRITE-REGISTER-RECORD.
           MOVE NEXT-CHECK-NO TO OD-CHECK-NO.
           MOVE NEXT-CHECK-NO TO HIST-CHECK-NO.
           ADD 1 TO NEXT-CHECK-NO.
           PERFORM SAVE-CHECK-CONTROL.
           ADD 1 TO CHECK-COUNT.
           ADD NETPAY TO CHECK-TOTAL.

      * FILE THE CHECK JUST CUT ON THE PAY HISTORY UNDER THE NEXT
      * FREE SEQUENCE FOR THE EMPLOYEE AND CHECK DATE
       WRITE-PAY-HISTORY.
           MOVE 0 TO HIST-SLOT-FOUND.
           MOVE ZEROES TO HIST-SEQ.
           PERFORM FIND-HISTORY-SLOT
              UNTIL HIST-SLOT-FOUND = 1 OR HIST-SEQ = 99.
           MOVE SPACES TO PH-DETAIL.
           MOVE RUN-COMPANY-CODE TO PH-COMPANY.
           MOVE RUN-PERIOD-END-DATE TO PH-PERIOD-END.
           MOVE LASTNAME TO PH-LASTNAME.
           MOVE INITIALS TO PH-INITIALS.
           MOVE DEPT-CODE TO PH-DEPT-CODE.
           MOVE OC-CHECK-TYPE TO PH-CHECK-TYPE.
           MOVE 'C' TO PH-PAY-METHOD.
           MOVE HIST-CHECK-NO TO PH-CHECK-NO.
           MOVE PAY-TYPE TO PH-PAY-TYPE.
           MOVE ZEROES TO PH-HOURS.
           MOVE ZEROES TO PH-RATE.
           MOVE GROSSPAY TO PH-REGULAR-PAY.
           MOVE ZEROES TO PH-RETRO-PAY.
           MOVE ZEROES TO PH-SHIFT-PAY.
           MOVE GROSSPAY TO PH-GROSSPAY.
           MOVE FEDTAX TO PH-FEDTAX.
           MOVE FICA TO PH-FICA.
           MOVE MEDICARE TO PH-MEDICARE.
           MOVE STATETAX TO PH-STATETAX.
           MOVE ZEROES TO PH-LOCALTAX.
           MOVE ZEROES TO PH-PRETAX.
           MOVE ZEROES TO PH-DEDUCTIONS.
           MOVE ZEROES TO PH-GARNISHMENTS.
           MOVE ZEROES TO PH-MATCH.
           MOVE NETPAY TO PH-NETPAY.
           MOVE ZEROES TO PH-DED-COUNT.
           MOVE ZEROES TO PH-GARN-COUNT.
           PERFORM CLEAR-HISTORY-ENTRY
              VARYING HIST-SUB FROM 1 BY 1 UNTIL HIST-SUB > 10.
           MOVE ZEROES TO PH-STUB-LINES.
           WRITE PAY-HISTORY-REC
              INVALID KEY
                 DISPLAY 'ERROR WRITING PAY HISTORY FOR ' PH-SOCSEC
           END-WRITE.

       FIND-HISTORY-SLOT.
           ADD 1 TO HIST-SEQ.
           MOVE SOCSEC TO PH-SOCSEC.
           MOVE CHECK-DATE TO PH-PAY-DATE.
           MOVE 'O' TO PH-SOURCE.
           MOVE HIST-SEQ TO PH-SEQ.
           MOVE ZEROES TO PH-LINE-NO.
           READ PAY-HISTORY
              INVALID KEY MOVE 1 TO HIST-SLOT-FOUND
           END-READ.

       CLEAR-HISTORY-ENTRY.
           MOVE SPACES TO PH-DED-CODE (HIST-SUB).
           MOVE ZEROES TO PH-DED-AMOUNT (HIST-SUB).
           MOVE SPACES TO PH-GARN-CASE (HIST-SUB).
           MOVE ZEROES TO PH-GARN-AMOUNT (HIST-SUB).

      * APPEND ONE RECORD TO THE REGISTER AND KEEP IT IN THE HELD
      * TABLE SO LATER TRANSACTIONS IN THIS RUN SEE IT
       WRITE-REGISTER-RECORD.
           WRITE CHECK-REGISTER-LINE.
           IF REG-LINE-COUNT < 2000
              ADD 1 TO REG-LINE-COUNT
              MOVE CHECK-REGISTER-LINE
                 TO REG-LINE-ENTRY (REG-LINE-COUNT)
           END-IF.

      * FOOT THE CHECKS CUT THIS RUN, DATED WITH THE RUN DATE
       WRITE-CHECK-REGISTER-TRAILER.
           IF CHECK-COUNT > ZEROES
              MOVE RUN-COMPANY-CODE TO CKT-COMPANY
              MOVE RUN-DATE TO CKT-PERIOD-END
              MOVE CHECK-COUNT TO CKT-CHECK-COUNT
              MOVE CHECK-TOTAL TO CKT-TOTAL
              MOVE CKT-TRAILER-REC TO CHECK-REGISTER-LINE
              WRITE CHECK-REGISTER-LINE
           END-IF.

      * SPELL THE NET PAY AMOUNT OUT IN WORDS FOR THE CHECK FACE,
      * IN THE USUAL 'NNN AND CC/100 DOLLARS' STYLE
       CONVERT-NETPAY-TO-WORDS.
           MOVE SPACES TO CHECK-WORDS.
           MOVE 1 TO WORD-PTR.
           MOVE NETPAY TO CHECK-AMOUNT-NUM.
           IF CAD-THOUSANDS > 0
              MOVE CAD-THOUSANDS TO WORD-PAIR
              PERFORM CONVERT-TENS-AND-UNITS
              STRING 'THOUSAND ' DELIMITED BY SIZE
                 INTO CHECK-WORDS WITH POINTER WORD-PTR
           END-IF.
           IF CAD-HUNDREDS > 0
              STRING UNIT-WORD (CAD-HUNDREDS) DELIMITED BY SPACE
                 ' HUNDRED ' DELIMITED BY SIZE
                 INTO CHECK-WORDS WITH POINTER WORD-PTR
           END-IF.
           MOVE CAD-TENS-UNITS TO WORD-PAIR.
           PERFORM CONVERT-TENS-AND-UNITS.
           IF CAD-THOUSANDS = 0 AND CAD-HUNDREDS = 0
                 AND CAD-TENS-UNITS = 0
              STRING 'ZERO ' DELIMITED BY SIZE
                 INTO CHECK-WORDS WITH POINTER WORD-PTR
           END-IF.
           STRING 'AND ' DELIMITED BY SIZE
              CAD-CENTS DELIMITED BY SIZE
              '/100 DOLLARS' DELIMITED BY SIZE
              INTO CHECK-WORDS WITH POINTER WORD-PTR.

       CONVERT-TENS-AND-UNITS.
           IF WORD-PAIR > 19
              DIVIDE WORD-PAIR BY 10 GIVING TENS-DIGIT
                 REMAINDER UNITS-DIGIT
              COMPUTE TENS-IDX = TENS-DIGIT - 1
              STRING TENS-WORD (TENS-IDX) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 INTO CHECK-WORDS WITH POINTER WORD-PTR
              IF UNITS-DIGIT > 0
                 STRING UNIT-WORD (UNITS-DIGIT) DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    INTO CHECK-WORDS WITH POINTER WORD-PTR
              END-IF
           ELSE
              IF WORD-PAIR > 0
                 STRING UNIT-WORD (WORD-PAIR) DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    INTO CHECK-WORDS WITH POINTER WORD-PTR
              END-IF
           END-IF.

       UPDATE-YTD.
           MOVE SOCSEC TO YTD-SOCSEC.
           READ EMPLOYEE-YTD
              INVALID KEY MOVE '23' TO EMPLOYEE-YTD-STATUS
           END-READ.
           IF EMPLOYEE-YTD-STATUS = '23'
              MOVE GROSSPAY TO YTD-GROSSPAY
              MOVE FEDTAX TO YTD-FEDTAX
              MOVE FICA TO YTD-FICA
              MOVE MEDICARE TO YTD-MEDICARE
              MOVE STATETAX TO YTD-STATETAX
              MOVE NETPAY TO YTD-NETPAY
              MOVE ADDL-MEDICARE TO YTD-ADDL-MEDICARE
              MOVE FICA-WAGES TO YTD-UI-WAGES
              MOVE SUTA-TAXABLE TO YTD-SUTA-TAXABLE
              MOVE SUTA-TAX TO YTD-SUTA-TAX
              MOVE FUTA-TAXABLE TO YTD-FUTA-TAXABLE
              MOVE FUTA-TAX TO YTD-FUTA-TAX
              MOVE GROSSPAY TO YTD-FED-WAGES
              MOVE SS-TAXABLE TO YTD-SS-WAGES
              MOVE FICA-WAGES TO YTD-MEDICARE-WAGES
              MOVE ZEROES TO YTD-DEFERRAL
              WRITE EMPLOYEE-YTD-REC
                 INVALID KEY
                    DISPLAY 'ERROR WRITING YTD RECORD FOR '
                       YTD-SOCSEC
              END-WRITE
           ELSE
              ADD GROSSPAY TO YTD-GROSSPAY
              ADD FEDTAX TO YTD-FEDTAX
              ADD FICA TO YTD-FICA
              ADD MEDICARE TO YTD-MEDICARE
              ADD STATETAX TO YTD-STATETAX
              ADD NETPAY TO YTD-NETPAY
              ADD ADDL-MEDICARE TO YTD-ADDL-MEDICARE
              ADD FICA-WAGES TO YTD-UI-WAGES
              ADD SUTA-TAXABLE TO YTD-SUTA-TAXABLE
              ADD SUTA-TAX TO YTD-SUTA-TAX
              ADD FUTA-TAXABLE TO YTD-FUTA-TAXABLE
              ADD FUTA-TAX TO YTD-FUTA-TAX
              ADD GROSSPAY TO YTD-FED-WAGES
              ADD SS-TAXABLE TO YTD-SS-WAGES
              ADD FICA-WAGES TO YTD-MEDICARE-WAGES
              REWRITE EMPLOYEE-YTD-REC
                 INVALID KEY
                    DISPLAY 'ERROR UPDATING YTD RECORD FOR '
                       YTD-SOCSEC
              END-REWRITE
           END-IF.

      * ADD THE CHECK INTO THE EMPLOYEE'S CALENDAR-YEAR RECORD,
      * STILL IN THE RECORD AREA FROM LOAD-CALENDAR-YTD, THEN INTO
      * THE COMPANY'S TOTAL FOR THE YEAR
       UPDATE-CALENDAR-YTD.
           MOVE RUN-COMPANY-CODE TO CY-COMPANY.
           MOVE CHECK-TAX-YEAR TO CY-YEAR.
           MOVE SOCSEC TO CY-SOCSEC.
           PERFORM POST-CALENDAR-YTD.
           MOVE ZEROES TO CY-SOCSEC.
           MOVE 1 TO CALENDAR-YTD-FOUND.
           READ CALENDAR-YTD
              INVALID KEY MOVE 0 TO CALENDAR-YTD-FOUND
           END-READ.
           PERFORM POST-CALENDAR-YTD.

      * AN OFF-CYCLE CHECK IS NOT A PAY PERIOD, SO THE LAST PERIOD
      * POSTED IS LEFT AS THE PAYROLL RUN SET IT
       POST-CALENDAR-YTD.
           IF CALENDAR-YTD-FOUND = 0
              MOVE ZEROES TO CY-AMOUNTS
              MOVE ZEROES TO CY-LAST-PERIOD
           END-IF.
           ADD GROSSPAY TO CY-GROSSPAY.
           ADD FICA-WAGES TO CY-FICA-WAGES.
           ADD FICA TO CY-SS-TAX.
           ADD MEDICARE TO CY-MEDICARE.
           ADD ADDL-MEDICARE TO CY-ADDL-MEDICARE.
           ADD FEDTAX TO CY-FEDTAX.
           ADD STATETAX TO CY-STATETAX.
           IF CALENDAR-YTD-FOUND = 0
              WRITE CALENDAR-YTD-REC
                 INVALID KEY
                    DISPLAY 'ERROR WRITING CALENDAR YTD FOR '
                       CY-SOCSEC
              END-WRITE
           ELSE
              REWRITE CALENDAR-YTD-REC
                 INVALID KEY
                    DISPLAY 'ERROR UPDATING CALENDAR YTD FOR '
                       CY-SOCSEC
              END-REWRITE
           END-IF.

      * ADD THE CHECK INTO ITS DEPARTMENT'S GL TOTALS
       ACCUMULATE-GL-DEPT.
           MOVE DEPT-CODE TO GL-CHARGE-DEPT.
           PERFORM FIND-GL-DEPT.
           IF GL-DEPT-FOUND = 0
              IF GL-DEPT-COUNT < 50
                 PERFORM ADD-GL-DEPT
              ELSE
                 MOVE '**' TO GL-CHARGE-DEPT
                 PERFORM FIND-GL-DEPT
                 IF GL-DEPT-FOUND = 0
                    PERFORM ADD-GL-DEPT
                 END-IF
              END-IF
           END-IF.
           ADD GROSSPAY TO GDT-GROSSPAY (GL-IDX).
           ADD FEDTAX TO GDT-FEDTAX (GL-IDX).
           ADD FICA TO GDT-FICA (GL-IDX).
           ADD MEDICARE TO GDT-MEDICARE (GL-IDX).
           ADD STATETAX TO GDT-STATETAX (GL-IDX).
           ADD NETPAY TO GDT-NETPAY (GL-IDX).
           ADD FUTA-TAX TO GDT-FUTA (GL-IDX).
           ADD SUTA-TAX TO GDT-SUTA (GL-IDX).

       FIND-GL-DEPT.
           MOVE 0 TO GL-DEPT-FOUND.
           IF GL-DEPT-COUNT > ZEROES
              SET GL-IDX TO 1
              SEARCH GL-DEPT-ENTRY VARYING GL-IDX
                 AT END
                    CONTINUE
                 WHEN GDT-DEPT-CODE (GL-IDX) = GL-CHARGE-DEPT
                    MOVE 1 TO GL-DEPT-FOUND
              END-SEARCH
           END-IF.

       ADD-GL-DEPT.
           ADD 1 TO GL-DEPT-COUNT.
           SET GL-IDX TO GL-DEPT-COUNT.
           MOVE GL-CHARGE-DEPT TO GDT-DEPT-CODE (GL-IDX).
           MOVE ZEROES TO GDT-GROSSPAY (GL-IDX).
           MOVE ZEROES TO GDT-FEDTAX (GL-IDX).
           MOVE ZEROES TO GDT-FICA (GL-IDX).
           MOVE ZEROES TO GDT-MEDICARE (GL-IDX).
           MOVE ZEROES TO GDT-STATETAX (GL-IDX).
           MOVE ZEROES TO GDT-NETPAY (GL-IDX).
           MOVE ZEROES TO GDT-FUTA (GL-IDX).
           MOVE ZEROES TO GDT-SUTA (GL-IDX).

      * WRITE THE BALANCED GL BATCH FOR THE BONUS AND FINAL CHECKS:
      * THE SAME DEBIT/CREDIT SET PER DEPARTMENT THE PAYROLL RUN
      * POSTS. THE FILE IS REWRITTEN EVERY RUN, AND LEFT EMPTY WHEN
      * ONLY REPLACEMENTS WERE CUT, SO THE POSTING RUN NEVER SEES
      * AN EARLIER RUN'S BATCH AGAIN
       WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE.
           IF GL-DEPT-COUNT > ZEROES
              MOVE RUN-COMPANY-CODE TO GH-COMPANY-CODE
              MOVE RUN-DATE TO GH-PERIOD-END
              MOVE GL-HEADER-REC TO GL-LINE
              WRITE GL-LINE
              PERFORM WRITE-GL-DEPT-ENTRIES
                 VARYING GL-IDX FROM 1 BY 1
                 UNTIL GL-IDX > GL-DEPT-COUNT
              MOVE GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL
              MOVE GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
              MOVE GL-TRAILER-REC TO GL-LINE
              WRITE GL-LINE
           END-IF.
           CLOSE GL-INTERFACE.

       WRITE-GL-DEPT-ENTRIES.
           MOVE GDT-DEPT-CODE (GL-IDX) TO GD-DEPT-CODE.
           MOVE GL-ACCT-LABOR TO GD-ACCOUNT.
           MOVE 'DR' TO GD-DRCR.
           MOVE GDT-GROSSPAY (GL-IDX) TO GD-AMOUNT.
           MOVE 'GROSS PAY EXPENSE' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           MOVE GL-ACCT-FEDTAX TO GD-ACCOUNT.
           MOVE 'CR' TO GD-DRCR.
           MOVE GDT-FEDTAX (GL-IDX) TO GD-AMOUNT.
           MOVE 'FED TAX WITHHELD' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           MOVE GL-ACCT-FICA TO GD-ACCOUNT.
           MOVE GDT-FICA (GL-IDX) TO GD-AMOUNT.
           MOVE 'FICA WITHHELD' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           MOVE GL-ACCT-MEDICARE TO GD-ACCOUNT.
           MOVE GDT-MEDICARE (GL-IDX) TO GD-AMOUNT.
           MOVE 'MEDICARE WITHHELD' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           MOVE GL-ACCT-STATETAX TO GD-ACCOUNT.
           MOVE GDT-STATETAX (GL-IDX) TO GD-AMOUNT.
           MOVE 'STATE TAX WITHHELD' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           MOVE GL-ACCT-NETPAY TO GD-ACCOUNT.
           MOVE GDT-NETPAY (GL-IDX) TO GD-AMOUNT.
           MOVE 'NET PAY CLEARING' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           IF GDT-FUTA (GL-IDX) > ZEROES
              MOVE GL-ACCT-FUTA-EXP TO GD-ACCOUNT
              MOVE 'DR' TO GD-DRCR
              MOVE GDT-FUTA (GL-IDX) TO GD-AMOUNT
              MOVE 'FUTA TAX EXPENSE' TO GD-DESC
              PERFORM WRITE-GL-DETAIL
              MOVE GL-ACCT-FUTA-LIAB TO GD-ACCOUNT
              MOVE 'CR' TO GD-DRCR
              MOVE 'FUTA TAX PAYABLE' TO GD-DESC
              PERFORM WRITE-GL-DETAIL
           END-IF.
           IF GDT-SUTA (GL-IDX) > ZEROES
              MOVE GL-ACCT-SUTA-EXP TO GD-ACCOUNT
              MOVE 'DR' TO GD-DRCR
              MOVE GDT-SUTA (GL-IDX) TO GD-AMOUNT
              MOVE 'SUTA TAX EXPENSE' TO GD-DESC
              PERFORM WRITE-GL-DETAIL
              MOVE GL-ACCT-SUTA-LIAB TO GD-ACCOUNT
              MOVE 'CR' TO GD-DRCR
              MOVE 'SUTA TAX PAYABLE' TO GD-DESC
              PERFORM WRITE-GL-DETAIL
           END-IF.

       WRITE-GL-DETAIL.
           IF GD-DRCR = 'DR'
              ADD GD-AMOUNT TO GL-DEBIT-TOTAL
           ELSE
              ADD GD-AMOUNT TO GL-CREDIT-TOTAL
           END-IF.
           MOVE GL-DETAIL-REC TO GL-LINE.
           WRITE GL-LINE.

       WRITE-DETAIL-LINE.
           MOVE SOCSEC TO OD-SOCSEC.
           MOVE LASTNAME TO OD-LASTNAME.
           MOVE OC-CHECK-TYPE TO OD-TYPE.
           MOVE GROSSPAY TO OD-GROSSPAY.
           MOVE FEDTAX TO OD-FEDTAX.
           MOVE FICA TO OD-FICA.
           MOVE MEDICARE TO OD-MEDICARE.
           MOVE STATETAX TO OD-STATETAX.
           MOVE NETPAY TO OD-NETPAY.
           MOVE OFFCYCLE-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-REJECT-LINE.
           MOVE OC-SOCSEC TO OR-SOCSEC.
           MOVE OC-CHECK-TYPE TO OR-TYPE.
           MOVE REJECT-REASON TO OR-REASON.
           MOVE OFFCYCLE-REJECT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO TRANS-REJECT-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'CHECKS CUT:           ' TO OT-LABEL.
           MOVE CHECK-COUNT TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL GROSS PAY:      ' TO OT-LABEL.
           MOVE TOT-GROSSPAY TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL FED TAX:        ' TO OT-LABEL.
           MOVE TOT-FEDTAX TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL FICA:           ' TO OT-LABEL.
           MOVE TOT-FICA TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL MEDICARE:       ' TO OT-LABEL.
           MOVE TOT-MEDICARE TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL STATE TAX:      ' TO OT-LABEL.
           MOVE TOT-STATETAX TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL NET PAY:        ' TO OT-LABEL.
           MOVE TOT-NETPAY TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'EMPLOYER FUTA:        ' TO OT-LABEL.
           MOVE TOT-FUTA TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'EMPLOYER SUTA:        ' TO OT-LABEL.
           MOVE TOT-SUTA TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL REPLACEMENTS:   ' TO OT-LABEL.
           MOVE TOT-REPLACED TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TOTAL CHECKS ISSUED:  ' TO OT-LABEL.
           MOVE CHECK-TOTAL TO OT-AMOUNT.
           MOVE OFFCYCLE-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

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
           MOVE TRANS-RECS-READ TO AE-RECS-READ.
           MOVE CHECK-COUNT TO AE-RECS-PROCESSED.
           MOVE TRANS-REJECT-COUNT TO AE-RECS-REJECTED.
           MOVE RUN-COMPANY-CODE TO AE-COMPANY-CODE.
           MOVE RUN-DATE TO AE-PERIOD-END.
           MOVE AUDIT-ENTRY TO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.
