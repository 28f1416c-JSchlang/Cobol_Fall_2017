           SELECT ACH-FILE ASSIGN TO 'ACHPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACH-FILE-STATUS.
           SELECT W4-ELECTIONS ASSIGN TO 'W4ELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W4-SOCSEC
               FILE STATUS IS W4-ELECTIONS-STATUS.
           SELECT CALENDAR-YTD ASSIGN TO 'CALYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-KEY
               FILE STATUS IS CALENDAR-YTD-STATUS.
           SELECT DEDUCT-CODES ASSIGN TO 'DEDCODES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDUCT-CODES-STATUS.
           SELECT UNEMP-RATES ASSIGN TO 'UNEMPRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNEMP-RATES-STATUS.
           SELECT CONTRIB-FILE ASSIGN TO 'CONTRIB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRIB-FILE-STATUS.
           SELECT LAST-PAY ASSIGN TO 'LASTPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               FILE STATUS IS LAST-PAY-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO 'VARIANCE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-REPORT-STATUS.
           SELECT LABOR-HOURS ASSIGN TO 'LABORHRS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-HOURS-STATUS.
           SELECT COST-CENTERS ASSIGN TO 'COSTCTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-CENTERS-STATUS.
           SELECT LABOR-DIST ASSIGN TO 'LABORDST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-DIST-STATUS.
           SELECT LABOR-REPORT ASSIGN TO 'LABORRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-REPORT-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 STUB-LINE            PIC X(80).

       FD TAX-TABLE
            RECORD CONTAINS 13 CHARACTERS
            DATA RECORD IS TAX-TABLE-REC.
      * ONE FEDERAL WITHHOLDING BRACKET FOR A W-4 FILING STATUS:
      * ANNUAL UPPER LIMIT AND THE RATE ON WAGES BETWEEN THE PRIOR
      * LIMIT AND THIS ONE. EACH STATUS'S BRACKETS ARE IN ASCENDING
      * LIMIT ORDER, THE FIRST ONE AT ZERO RATE UP TO THE STANDARD
      * DEDUCTION
       01 TAX-TABLE-REC.
            05 TT-FILING-STATUS PIC X.
            05 TT-BRACKET-LIMIT PIC 9(7)V99.
            05 TT-RATE          PIC V999.

       FD DEPT-RULES
            05 LX-WAGE-CAP   PIC 9(5)V99.

       FD RESTART-CONTROL
            RECORD CONTAINS 4507 CHARACTERS
            DATA RECORD IS RESTART-CONTROL-REC.
      * SOCSEC OF THE LAST EMPLOYEE READ, THE AUDIT RECORD/REJECT
      * COUNTS AS OF THAT POINT, PLUS THE COMPANY AND DEPARTMENT
                 10 RC-CNETPAY    PIC 9(5)V99.
                 10 RC-CDEDUCT    PIC 9(5)V99.
                 10 RC-CGARNISH   PIC 9(5)V99.
                 10 RC-CMATCH     PIC 9(5)V99.
                 10 RC-CFUTA      PIC 9(5)V99.
                 10 RC-CSUTA      PIC 9(5)V99.
            05 RC-DEPT-SUBTOTAL OCCURS 20 TIMES.
                 10 RC-DEPT-CODE      PIC XX.
                 10 RC-DEPT-GROSSPAY  PIC 9(5)V99.
                 10 RC-DEPT-DEDUCT    PIC 9(5)V99.
                 10 RC-DEPT-GARNISH   PIC 9(5)V99.
                 10 RC-DEPT-NETPAY    PIC 9(5)V99.
                 10 RC-DEPT-MATCH     PIC 9(5)V99.
                 10 RC-DEPT-FUTA      PIC 9(5)V99.
                 10 RC-DEPT-SUTA      PIC 9(5)V99.
            05 RC-OTHERTOTALS.
                 10 RC-OTHER-GROSSPAY PIC 9(5)V99.
                 10 RC-OTHER-FEDTAX   PIC 9(5)V99.
                 10 RC-OTHER-GARNISH  PIC 9(5)V99.
                 10 RC-OTHER-NETPAY   PIC 9(5)V99.
                 10 RC-OTHER-COUNT    PIC 9(5).
                 10 RC-OTHER-MATCH    PIC 9(5)V99.
                 10 RC-OTHER-FUTA     PIC 9(5)V99.
                 10 RC-OTHER-SUTA     PIC 9(5)V99.
            05 RC-NEXT-CHECK-NO PIC 9(6).
            05 RC-CHECK-COUNT   PIC 9(5).
            05 RC-DED-TOTAL-COUNT PIC 99.
            05 RC-LOCTAX-ACCUM OCCURS 20 TIMES.
                 10 RC-LOCTAX-AMOUNT PIC 9(7)V99.
                 10 RC-LOCTAX-EMPS   PIC 9(5).
            05 RC-CONTRIB-COUNT    PIC 9(5).
            05 RC-CONTRIB-EE-TOTAL PIC 9(9)V99.
            05 RC-CONTRIB-ER-TOTAL PIC 9(9)V99.
      * COMPANY THE CHECKPOINT WAS TAKEN IN, AND 'Y' ONCE THAT
      * COMPANY FINISHED, SO A RESTARTED STREAM KNOWS WHICH
      * COMPANIES TO SKIP AND WHERE TO PICK BACK UP
            05 RC-COMPANY-DONE       PIC X.

       FD EMPLOYEE-YTD
            RECORD CONTAINS 153 CHARACTERS
            DATA RECORD IS EMPLOYEE-YTD-REC.
      * QUARTER-TO-DATE TOTALS ACCUMULATED ACROSS PAYROLL RUNS,
      * CLOSED OUT AND RESET BY THE QUARTER-END PROGRAM
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

       FD AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS
      * RECORD WRITTEN TO THE ACH DIRECT DEPOSIT BATCH FILE
       01 ACH-LINE             PIC X(80).

       FD W4-ELECTIONS
            RECORD CONTAINS 31 CHARACTERS
            DATA RECORD IS W4-ELECTION-REC.
      * ONE EMPLOYEE'S FEDERAL W-4 ELECTION, MAINTAINED BY EMPLOYEE
      * MAINTENANCE. FILING STATUS 'S' SINGLE, 'M' MARRIED FILING
      * JOINTLY, 'H' HEAD OF HOUSEHOLD; THE DEPENDENTS CREDIT IS AN
      * ANNUAL AMOUNT AND THE EXTRA WITHHOLDING IS PER CHECK
       01 W4-ELECTION-REC.
            05 W4-SOCSEC        PIC 9(9).
            05 W4-FILING-STATUS PIC X.
            05 W4-DEP-CREDIT    PIC 9(5)V99.
            05 W4-EXTRA-WH      PIC 9(4)V99.
            05 W4-EFF-DATE      PIC 9(8).

       FD CALENDAR-YTD
            RECORD CONTAINS 102 CHARACTERS
            DATA RECORD IS CALENDAR-YTD-REC.
      * CALENDAR-YEAR WAGES AND TAXES PER EMPLOYEE WITHIN A COMPANY,
      * NEVER RESET BY THE QUARTER CLOSE; A NEW YEAR STARTS A NEW
      * RECORD. THE RECORD WITH SOCSEC ZEROES CARRIES THE COMPANY'S
      * TOTAL FOR THE YEAR. FICA WAGES ARE BEFORE THE SOCIAL
      * SECURITY WAGE BASE IS APPLIED, SO THEY ARE ALSO THE
      * MEDICARE WAGES. ALSO UPDATED BY THE ADJUSTMENT RUN
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

       FD DEDUCT-CODES
            RECORD CONTAINS 37 CHARACTERS
            DATA RECORD IS DEDUCT-CODE-REC.
      * ONE VOLUNTARY DEDUCTION CODE'S TAX TREATMENT AND EMPLOYER
      * MATCH. A 'Y' PRE-TAX FLAG TAKES THE DEDUCTION OUT OF THAT
      * TAXABLE WAGE BEFORE THE TAX IS FIGURED: 401(K) IS PRE-TAX
      * FOR FEDERAL AND STATE, SECTION 125 ALSO FOR FICA AND
      * MEDICARE. THE EMPLOYER MATCHES MATCH-RATE PERCENT OF THE
      * DEDUCTION, COUNTING NO MORE OF IT THAN MATCH-CAP-PCT OF
      * GROSS PAY (ZERO MEANS NO CAP). A PLAN ID SENDS THE CODE TO
      * THE PLAN RECORDKEEPER ON THE CONTRIBUTION FILE. A CODE NOT
      * ON THIS TABLE IS AFTER-TAX WITH NO MATCH, AS ALWAYS
       01 DEDUCT-CODE-REC.
            05 DC-CODE          PIC X(3).
            05 DC-DESC          PIC X(16).
            05 DC-PRETAX-FED    PIC X.
            05 DC-PRETAX-STATE  PIC X.
            05 DC-PRETAX-FICA   PIC X.
            05 DC-MATCH-RATE    PIC 9(3)V99.
            05 DC-MATCH-CAP-PCT PIC 99V99.
            05 DC-PLAN-ID       PIC X(6).

       FD UNEMP-RATES
            RECORD CONTAINS 21 CHARACTERS
            DATA RECORD IS UNEMP-RATE-REC.
      * ONE EMPLOYER UNEMPLOYMENT TAX RATE: TYPE 'F' IS THE FEDERAL
      * FUTA RATE AND WAGE BASE, TYPE 'S' A STATE'S SUTA RATE AND
      * WAGE BASE. A RECORD CARRYING A COMPANY CODE APPLIES TO THAT
      * COMPANY ONLY AND OVERRIDES ONE LEFT BLANK, SO EACH COMPANY
      * PAYS SUTA TO THE STATE IT IS REGISTERED IN AT ITS OWN
      * EXPERIENCE RATE
       01 UNEMP-RATE-REC.
            05 UR-TAX-TYPE      PIC X.
            05 UR-COMPANY       PIC X(4).
            05 UR-STATE         PIC XX.
            05 UR-RATE          PIC V9(5).
            05 UR-WAGE-BASE     PIC 9(7)V99.

       FD CONTRIB-FILE
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS CONTRIB-LINE.
      * RECORD WRITTEN TO THE PLAN RECORDKEEPER CONTRIBUTION FILE
       01 CONTRIB-LINE         PIC X(80).

       FD LAST-PAY
            RECORD CONTAINS 86 CHARACTERS
            DATA RECORD IS LAST-PAY-REC.
      * EACH EMPLOYEE'S HOURS, GROSS, AND NET FOR THE LAST TWO
      * REGULAR PERIODS PAID, BY COMPANY. A LIVE RUN MOVES THE LAST
      * PERIOD DOWN TO PRIOR AND FILES THE NEW ONE (A RERUN OF THE
      * SAME PERIOD JUST REPLACES IT), SO A PREVIEW CAN ALWAYS FIND
      * THE PERIOD BEFORE THE ONE IT IS PREVIEWING
       01 LAST-PAY-REC.
            05 LP-KEY.
               10 LP-COMPANY      PIC X(4).
               10 LP-SOCSEC       PIC 9(9).
            05 LP-LASTNAME        PIC X(13).
            05 LP-LAST-PERIOD     PIC 9(8).
            05 LP-LAST-HOURS      PIC 99V99.
            05 LP-LAST-GROSS      PIC 9(7)V99.
            05 LP-LAST-NET        PIC 9(7)V99.
            05 LP-PRIOR-PERIOD    PIC 9(8).
            05 LP-PRIOR-HOURS     PIC 99V99.
            05 LP-PRIOR-GROSS     PIC 9(7)V99.
            05 LP-PRIOR-NET       PIC 9(7)V99.

       FD VARIANCE-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS VARIANCE-LINE.
      * LINE WRITTEN TO THE PREVIEW RUN'S PERIOD-OVER-PERIOD
      * VARIANCE REPORT
       01 VARIANCE-LINE        PIC X(80).

       FD LABOR-HOURS
            RECORD CONTAINS 20 CHARACTERS
            DATA RECORD IS LABOR-HOURS-REC.
      * ONE EMPLOYEE'S PUNCHED HOURS IN ONE COST CENTER, WRITTEN BY
      * THE TIMECLOCK POSTING; A BLANK COST CENTER IS THE HOME
      * DEPARTMENT
       01 LABOR-HOURS-REC.
            05 LH-SOCSEC      PIC 9(9).
            05 LH-COST-CENTER PIC X(6).
            05 LH-HOURS       PIC 999V99.

       FD COST-CENTERS
            RECORD CONTAINS 28 CHARACTERS
            DATA RECORD IS COST-CENTER-REC.
      * ONE JOB OR COST CENTER AND THE GL DEPARTMENT ITS LABOR
      * POSTS UNDER
       01 COST-CENTER-REC.
            05 CC-CODE       PIC X(6).
            05 CC-DEPT       PIC XX.
            05 CC-NAME       PIC X(20).

       FD LABOR-DIST
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS LABOR-DIST-REC.
      * ONE EMPLOYEE'S SHARE OF GROSS PAY AND EMPLOYER TAX CHARGED
      * TO ONE COST CENTER, IN PROPORTION TO THE HOURS PUNCHED
      * THERE. WRITTEN AS EACH EMPLOYEE IS PAID AND READ BACK AT
      * COMPANY END FOR THE GL AND THE DISTRIBUTION REPORT
       01 LABOR-DIST-REC.
            05 LD-COMPANY      PIC X(4).
            05 LD-PERIOD-END   PIC 9(8).
            05 LD-SOCSEC       PIC 9(9).
            05 LD-LASTNAME     PIC X(13).
            05 LD-HOME-DEPT    PIC XX.
            05 LD-COST-CENTER  PIC X(6).
            05 LD-CC-DEPT      PIC XX.
            05 LD-HOURS        PIC 999V99.
            05 LD-GROSS        PIC 9(5)V99.
            05 LD-FUTA         PIC 9(5)V99.
            05 LD-SUTA         PIC 9(5)V99.
            05 FILLER          PIC X(10).

       FD LABOR-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS LABOR-REPORT-LINE.
      * LINE WRITTEN TO THE LABOR DISTRIBUTION REPORT BY COST
      * CENTER
       01 LABOR-REPORT-LINE    PIC X(80).

       FD PAY-HISTORY
            RECORD CONTAINS 500 CHARACTERS
            DATA RECORD IS PAY-HISTORY-REC.
      * ONE CHECK AS ISSUED, KEPT FOR INQUIRY AND STUB REPRINT.
      * SOURCE 'P' IS THE PERIOD PAYROLL RUN, 'O' AN OFF-CYCLE
      * CHECK, 'A' A PAYROLL ADJUSTMENT; THE SEQUENCE SEPARATES
      * CHECKS OF ONE SOURCE ON ONE DATE. LINE 00 HOLDS THE CHECK'S
      * FIGURES AND LINES 01 ON THE STUB EXACTLY AS IT PRINTED
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

       WORKING-STORAGE SECTION.
      * FILE STATUS FOR THE TAX TABLE AND DEPARTMENT RULES FILES
       01 TAX-TABLE-STATUS  PIC XX VALUE '00'.
       01 TAX-BRACKET-COUNT PIC 99 VALUE ZEROES.
      * FEDERAL WITHHOLDING BRACKET TABLE, LOADED AT STARTUP
       01 TAX-BRACKET-TABLE.
            05 TAX-BRACKET-ENTRY OCCURS 0 TO 40 TIMES
               DEPENDING ON TAX-BRACKET-COUNT
               INDEXED BY TB-IDX.
               10 TB-STATUS     PIC X.
               10 TB-LIMIT      PIC 9(7)V99.
               10 TB-RATE       PIC V999.
      * PAY PERIODS IN A YEAR, USED TO ANNUALIZE THE PERIOD WAGE
      * AGAINST THE ANNUAL BRACKETS AND BRING THE TAX BACK TO ONE
      * CHECK
       01 PAY-PERIODS-PER-YEAR PIC 99 VALUE 52.
      * FILE STATUS FOR THE W-4 ELECTION FILE, AND WHETHER IT COULD
      * BE OPENED FOR THIS COMPANY
       01 W4-ELECTIONS-STATUS PIC XX VALUE '00'.
       01 W4-FILE-OPEN      PIC 9 VALUE 0.
      * THE ELECTION WITHHELD ON FOR THE CURRENT EMPLOYEE; SINGLE
      * WITH NO ADJUSTMENTS WHEN NO W-4 IS ON FILE
       01 CUR-W4-ON-FILE    PIC 9 VALUE 0.
       01 CUR-FILING-STATUS PIC X VALUE 'S'.
       01 CUR-DEP-CREDIT    PIC 9(5)V99 VALUE ZEROES.
       01 CUR-EXTRA-WH      PIC 9(4)V99 VALUE ZEROES.
       01 CUR-W4-DESC       PIC X(14) VALUE SPACES.
      * WORK FIELDS FOR THE ANNUALIZED BRACKET CALCULATION
       01 BRACKET-STATUS    PIC X VALUE SPACES.
       01 STATUS-BRACKETS   PIC 99 VALUE ZEROES.
       01 ANNUAL-WAGE       PIC 9(7)V99 VALUE ZEROES.
       01 ANNUAL-FEDTAX     PIC 9(7)V99 VALUE ZEROES.
       01 BRACKET-FLOOR     PIC 9(7)V99 VALUE ZEROES.
       01 BRACKET-WAGE      PIC 9(7)V99 VALUE ZEROES.
      * PAY LEFT FOR THE EXTRA WITHHOLDING AFTER THE OTHER TAXES,
      * AND THE EXTRA ACTUALLY TAKEN THIS CHECK
       01 EXTRA-WH-ROOM     PIC S9(5)V99 VALUE ZEROES.
       01 EXTRA-WH-TAKEN    PIC 9(4)V99 VALUE ZEROES.

      * W-4 ELECTION LINE PRINTED UNDER THE EMPLOYEE'S REGISTER
      * DETAIL LINE SHOWING WHAT THE FEDERAL TAX WAS WITHHELD ON
       01 REGISTER-W4-LINE.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(4)    VALUE 'W-4 '.
            05 RWL-STATUS      PIC X(14).
            05 FILLER          PIC X(13)   VALUE '  DEP CREDIT '.
            05 RWL-DEP-CREDIT  PIC ZZZZ9.99.
            05 FILLER          PIC X(12)   VALUE '  EXTRA W/H '.
            05 RWL-EXTRA-WH    PIC ZZZ9.99.
            05 FILLER          PIC X(19)   VALUE SPACES.

      * PAY STUB LINE FOR THE W-4 ELECTION THE FEDERAL TAX WAS
      * WITHHELD ON
       01 STUB-W4-LINE.
            05 FILLER          PIC X(14)   VALUE 'W-4 ELECTION: '.
            05 SB-W4-STATUS    PIC X(14).
            05 FILLER          PIC X(14)   VALUE '  DEP CREDIT: '.
            05 SB-W4-DEP-CREDIT PIC ZZZZ9.99.
            05 FILLER          PIC X(9)    VALUE '  EXTRA: '.
            05 SB-W4-EXTRA-WH  PIC ZZZ9.99.
            05 FILLER          PIC X(14)   VALUE SPACES.
      * FILE STATUS FOR THE LOCAL TAX JURISDICTION TABLE FILE
       01 LOCAL-TAX-STATUS  PIC XX VALUE '00'.
      * FLAG FOR MORE JURISDICTIONS IN THE LOCAL TAX FILE
               10 DRT-DEDUCT      PIC 9(5)V99 VALUE ZEROES.
               10 DRT-GARNISH     PIC 9(5)V99 VALUE ZEROES.
               10 DRT-NETPAY      PIC 9(5)V99 VALUE ZEROES.
               10 DRT-MATCH       PIC 9(5)V99 VALUE ZEROES.
               10 DRT-FUTA        PIC 9(5)V99 VALUE ZEROES.
               10 DRT-SUTA        PIC 9(5)V99 VALUE ZEROES.
      * FILE STATUS FOR THE RUN CONTROL FILE
       01 RUN-CONTROL-STATUS     PIC XX VALUE '00'.
      * COMPANY CODE AND PERIOD-ENDING DATE FOR THIS RUN
            05 FILLER          PIC X(24)   VALUE 'WEEKLY PAY REGISTER'.
            05 FILLER          PIC X(28)   VALUE SPACES.

      * PRINTED UNDER THE REGISTER TITLE ON A PREVIEW RUN
       01 REGISTER-PREVIEW-HDR.
            05 FILLER          PIC X(12)   VALUE SPACES.
            05 FILLER          PIC X(36)
               VALUE '*** PREVIEW ONLY - NO CHECKS ISSUED,'.
            05 FILLER          PIC X(20)
               VALUE ' NOTHING POSTED ***'.
            05 FILLER          PIC X(12)   VALUE SPACES.

      * PAY REGISTER REPORT COLUMN HEADER
       01 REGISTER-COLUMN-HDR.
            05 FILLER          PIC X(15)   VALUE 'EMPLOYEE NAME'.
            05 FILLER          PIC X(6)    VALUE SPACES.
            05 RD-GROSSPAY     PIC ZZZ9.99 VALUE ZEROES.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 RD-FEDTAX       PIC ZZZ9.99 VALUE ZEROES.
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 RD-FICA         PIC ZZ9.99  VALUE ZEROES.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 RD-MEDICARE     PIC ZZ9.99  VALUE ZEROES.
       01 DED-THIS-AMT           PIC 9(5)V99 VALUE ZEROES.
      * NET PAY STILL AVAILABLE WHILE DEDUCTIONS ARE BEING APPLIED
       01 AVAILABLE-NET          PIC 9(5)V99 VALUE ZEROES.
      * PAY LEFT FOR DEDUCTIONS BEFORE IT IS KNOWN TO BE POSITIVE
       01 DED-ROOM               PIC S9(5)V99 VALUE ZEROES.
      * FLAG SET WHEN THE DEDUCTION RECORD'S ARREARS CHANGED AND THE
      * RECORD MUST BE REWRITTEN
       01 DED-REC-CHANGED        PIC 9 VALUE 0.
      * FILE STATUS FOR THE DEDUCTION CODE TABLE FILE, AND FLAG FOR
      * MORE CODES IN IT
       01 DEDUCT-CODES-STATUS    PIC XX VALUE '00'.
       01 DEDUCT-CODES-FLAG      PIC X VALUE 'Y'.
      * DEDUCTION CODE TAX TREATMENT AND MATCH TABLE, LOADED AT
      * STARTUP
       01 DED-CODE-COUNT         PIC 99 VALUE ZEROES.
       01 DED-CODE-TABLE.
            05 DED-CODE-ENTRY OCCURS 0 TO 30 TIMES
               DEPENDING ON DED-CODE-COUNT
               INDEXED BY DC-IDX.
               10 DCT-CODE          PIC X(3).
               10 DCT-PRETAX-FED    PIC X.
               10 DCT-PRETAX-STATE  PIC X.
               10 DCT-PRETAX-FICA   PIC X.
               10 DCT-MATCH-RATE    PIC 9(3)V99.
               10 DCT-MATCH-CAP-PCT PIC 99V99.
               10 DCT-PLAN-ID       PIC X(6).
      * FILE STATUS FOR THE UNEMPLOYMENT TAX RATE FILE, AND FLAG
      * FOR MORE RATES IN IT
       01 UNEMP-RATES-STATUS     PIC XX VALUE '00'.
       01 UNEMP-RATES-FLAG       PIC X VALUE 'Y'.
      * EMPLOYER UNEMPLOYMENT TAX RATE TABLE, LOADED AT STARTUP
       01 UNEMP-RATE-COUNT       PIC 99 VALUE ZEROES.
       01 UNEMP-RATE-TABLE.
            05 UNEMP-RATE-ENTRY OCCURS 0 TO 40 TIMES
               DEPENDING ON UNEMP-RATE-COUNT
               INDEXED BY UR-IDX.
               10 URT-TAX-TYPE     PIC X.
               10 URT-COMPANY      PIC X(4).
               10 URT-STATE        PIC XX.
               10 URT-RATE         PIC V9(5).
               10 URT-WAGE-BASE    PIC 9(7)V99.
      * THE FUTA AND SUTA RATES AND WAGE BASES IN FORCE FOR THE
      * COMPANY BEING PAID; A ZERO RATE ACCRUES NOTHING. THE MATCH
      * LEVEL IS 2 FOR A COMPANY'S OWN RECORD, 1 FOR THE BLANK
      * DEFAULT
       01 CUR-FUTA-RATE          PIC V9(5) VALUE ZEROES.
       01 CUR-FUTA-BASE          PIC 9(7)V99 VALUE ZEROES.
       01 CUR-FUTA-LEVEL         PIC 9 VALUE 0.
       01 CUR-SUTA-STATE         PIC XX VALUE SPACES.
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
      * TREATMENT OF THE DEDUCTION BEING APPLIED; PRE-TAX IS 'Y'
      * WHEN IT REDUCES ANY TAXABLE WAGE AT ALL
       01 CUR-DED-PRETAX-FED     PIC X VALUE 'N'.
       01 CUR-DED-PRETAX-STATE   PIC X VALUE 'N'.
       01 CUR-DED-PRETAX-FICA    PIC X VALUE 'N'.
       01 CUR-DED-PRETAX         PIC X VALUE 'N'.
       01 CUR-MATCH-RATE         PIC 9(3)V99 VALUE ZEROES.
       01 CUR-MATCH-CAP-PCT      PIC 99V99 VALUE ZEROES.
       01 CUR-PLAN-ID            PIC X(6) VALUE SPACES.
      * 'P' WHILE THE PRE-TAX DEDUCTIONS ARE TAKEN AHEAD OF THE TAX
      * CALCULATION, 'A' WHILE THE AFTER-TAX ONES ARE TAKEN AFTER
      * THE GARNISHMENTS
       01 DED-PASS               PIC X VALUE 'A'.
      * PRE-TAX DEDUCTIONS TAKEN FROM THE CURRENT CHECK, BY THE
      * WAGES EACH ONE REDUCES, AND THE TAXABLE WAGES LEFT
       01 FED-PRETAX             PIC 9(5)V99 VALUE ZEROES.
       01 STATE-PRETAX           PIC 9(5)V99 VALUE ZEROES.
       01 FICA-PRETAX            PIC 9(5)V99 VALUE ZEROES.
       01 TOTPRETAX              PIC 9(5)V99 VALUE ZEROES.
       01 FED-TAXABLE            PIC 9(5)V99 VALUE ZEROES.
       01 STATE-TAXABLE          PIC 9(5)V99 VALUE ZEROES.
      * THE PART OF THE PRE-TAX DEDUCTIONS THAT CAME OUT OF FEDERAL
      * BUT NOT FICA WAGES, WHICH IS THE 401(K) ELECTIVE DEFERRAL
      * REPORTED ON THE W-2
       01 ELECTIVE-DEFERRAL      PIC 9(5)V99 VALUE ZEROES.
      * EMPLOYER MATCH ON THE DEDUCTION BEING APPLIED: THE PART OF
      * IT ELIGIBLE FOR MATCH, THE CAP ON THAT PART, AND THE MATCH
      * ITSELF; AND THE TOTAL MATCH FOR THE CURRENT EMPLOYEE
       01 MATCH-ELIGIBLE         PIC 9(5)V99 VALUE ZEROES.
       01 MATCH-CAP-AMT          PIC 9(5)V99 VALUE ZEROES.
       01 MATCH-THIS-AMT         PIC 9(5)V99 VALUE ZEROES.
       01 EMPLOYER-MATCH         PIC 9(5)V99 VALUE ZEROES.

      * PRE-TAX AND EMPLOYER MATCH LINE PRINTED UNDER THE
      * EMPLOYEE'S DEDUCTION LINES WHEN ANY DEDUCTION WAS PRE-TAX
      * OR MATCHED
       01 REGISTER-PRETAX-LINE.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(12)   VALUE 'PRE-TAX FED '.
            05 RPL-FED         PIC ZZZ9.99.
            05 FILLER          PIC X(8)    VALUE '  STATE '.
            05 RPL-STATE       PIC ZZZ9.99.
            05 FILLER          PIC X(7)    VALUE '  FICA '.
            05 RPL-FICA        PIC ZZZ9.99.
            05 FILLER          PIC X(17)   VALUE '  EMPLOYER MATCH '.
            05 RPL-MATCH       PIC ZZZ9.99.
            05 FILLER          PIC X(5)    VALUE SPACES.

      * PAY STUB LINE FOR THE PRE-TAX DEDUCTIONS, THE FEDERAL
      * TAXABLE WAGES THEY LEFT, AND THE EMPLOYER MATCH
       01 STUB-PRETAX-LINE.
            05 FILLER          PIC X(13)   VALUE 'PRE-TAX DED: '.
            05 SB-PRETAX       PIC ZZZ9.99.
            05 FILLER          PIC X(15)   VALUE '  TAXABLE FED: '.
            05 SB-FED-TAXABLE  PIC ZZZ9.99.
            05 FILLER          PIC X(18)   VALUE
               '  EMPLOYER MATCH: '.
            05 SB-MATCH        PIC ZZZ9.99.
            05 FILLER          PIC X(13)   VALUE SPACES.

      * FILE STATUS FOR THE PLAN RECORDKEEPER CONTRIBUTION FILE
       01 CONTRIB-FILE-STATUS    PIC XX VALUE '00'.
      * COUNT AND EMPLOYEE AND EMPLOYER TOTALS OF THE CONTRIBUTION
      * DETAILS WRITTEN FOR THIS COMPANY, FOR ITS TRAILER
       01 CONTRIB-COUNT          PIC 9(5) VALUE ZEROES.
       01 CONTRIB-EE-TOTAL       PIC 9(9)V99 VALUE ZEROES.
       01 CONTRIB-ER-TOTAL       PIC 9(9)V99 VALUE ZEROES.

      * BATCH HEADER RECORD TYING THE CONTRIBUTION FILE TO THIS
      * PAYROLL RUN
       01 CONTRIB-HEADER-REC.
            05 FILLER            PIC X(1)  VALUE 'H'.
            05 CH-COMPANY-CODE   PIC X(4).
            05 CH-PERIOD-END     PIC 9(8).
            05 FILLER            PIC X(67) VALUE SPACES.

      * ONE PARTICIPANT'S CONTRIBUTION TO ONE PLAN FROM ONE
      * DEDUCTION CODE: THE EMPLOYEE DEFERRAL, THE EMPLOYER MATCH,
      * AND THE PERIOD GROSS AS PLAN COMPENSATION. PRE-TAX 'N' IS
      * AN AFTER-TAX (ROTH) DEFERRAL
       01 CONTRIB-DETAIL-REC.
            05 FILLER            PIC X(1)  VALUE 'D'.
            05 CD-PLAN-ID        PIC X(6).
            05 CD-SOCSEC         PIC 9(9).
            05 CD-LASTNAME       PIC X(13).
            05 CD-INITIALS       PIC XX.
            05 CD-DED-CODE       PIC X(3).
            05 CD-PERIOD-END     PIC 9(8).
            05 CD-PLAN-COMP      PIC 9(5)V99.
            05 CD-EE-AMOUNT      PIC 9(5)V99.
            05 CD-ER-AMOUNT      PIC 9(5)V99.
            05 CD-PRETAX         PIC X.
            05 FILLER            PIC X(16) VALUE SPACES.

      * BATCH TRAILER RECORD CARRYING THE DETAIL COUNT AND THE
      * EMPLOYEE AND EMPLOYER TOTALS FOR THE RECORDKEEPER TO PROVE
       01 CONTRIB-TRAILER-REC.
            05 FILLER            PIC X(1)  VALUE 'T'.
            05 CT-COMPANY        PIC X(4).
            05 CT-PERIOD-END     PIC 9(8).
            05 CT-COUNT          PIC 9(5).
            05 CT-EE-TOTAL       PIC 9(9)V99.
            05 CT-ER-TOTAL       PIC 9(9)V99.
            05 FILLER            PIC X(40) VALUE SPACES.

      * NUMBER OF DEDUCTION CODES SEEN THIS RUN
       01 DED-TOTAL-COUNT        PIC 99 VALUE ZEROES.
            05 AD-PAYEE          PIC X(16).
            05 AD-AMOUNT         PIC 9(7)V99.
            05 AD-PRENOTE        PIC X.
      * TRACE NUMBER: PERIOD END AND THE ENTRY'S PLACE IN THE BATCH
            05 AD-TRACE-NO.
               10 AD-TRACE-DATE  PIC 9(8).
               10 AD-TRACE-SEQ   PIC 9(7).
            05 FILLER            PIC X(2)  VALUE SPACES.

      * BATCH TRAILER RECORD; THE TOTAL PLUS THE CHECK REGISTER
      * TRAILER TOTAL FOOTS TO THE COMPANY NET PAY
            05 GL-ACCT-DEDUCT    PIC X(4) VALUE '2160'.
            05 GL-ACCT-GARNISH   PIC X(4) VALUE '2165'.
            05 GL-ACCT-LOCALTAX  PIC X(4) VALUE '2170'.
            05 GL-ACCT-MATCH-EXP PIC X(4) VALUE '6110'.
            05 GL-ACCT-MATCH-LIAB PIC X(4) VALUE '2175'.
            05 GL-ACCT-FUTA-EXP  PIC X(4) VALUE '6120'.
            05 GL-ACCT-SUTA-EXP  PIC X(4) VALUE '6130'.
            05 GL-ACCT-FUTA-LIAB PIC X(4) VALUE '2180'.
            05 GL-ACCT-SUTA-LIAB PIC X(4) VALUE '2185'.

      * BATCH HEADER RECORD TYING THE GL BATCH TO THIS PAYROLL RUN
       01 GL-HEADER-REC.
            05 GD-AMOUNT         PIC 9(7)V99.
            05 FILLER            PIC X(2)  VALUE SPACES.
            05 GD-DESC           PIC X(20).
            05 GD-COST-CENTER    PIC X(6)  VALUE SPACES.
            05 FILLER            PIC X(34) VALUE SPACES.

      * BATCH TRAILER RECORD CARRYING THE DEBIT AND CREDIT TOTALS
      * SO THE GL SIDE CAN PROVE THE BATCH IS IN BALANCE
      * SEPARATOR LINE MARKING WHERE EACH STUB IS BURST
       01 STUB-SEPARATOR-LINE  PIC X(80) VALUE ALL '-'.

      * SET WHEN THE OPERATOR ASKED FOR A PREVIEW RUN: THE WHOLE
      * CALCULATION RUNS AND PRINTS TO THE PREVIEW REGISTER, BUT NO
      * MASTER, CONTROL, CHECK, BANK, OR GL FILE IS WRITTEN
       01 PREVIEW-RUN            PIC 9 VALUE 0.
       01 PREVIEW-REPLY          PIC X VALUE SPACES.
      * PERCENT CHANGE IN GROSS, NET, OR HOURS FROM THE LAST PERIOD
      * THAT THE VARIANCE REPORT FLAGS AS A SWING
       01 SWING-PCT              PIC 99 VALUE 25.
       01 SWING-PCT-X            PIC XX VALUE SPACES.
       01 VARIANCE-REPORT-STATUS PIC XX VALUE '00'.
       01 LAST-PAY-STATUS        PIC XX VALUE '00'.
       01 LAST-PAY-OPEN          PIC 9 VALUE 0.
      * PERIOD THE LAST-PAY FIGURES ARE FILED UNDER: THE RUN'S
      * PERIOD END, OR TODAY WHEN THE RUN HAS NONE
       01 THIS-PAY-PERIOD        PIC 9(8) VALUE ZEROES.
      * LATEST PERIOD BEFORE THIS ONE THAT THE COMPANY PAID; AN
      * EMPLOYEE NOT PAID THEN IS NEW, AND ONE PAID THEN BUT NOT
      * NOW IS MISSING
       01 COMPANY-LAST-PERIOD    PIC 9(8) VALUE ZEROES.
      * ONE EMPLOYEE'S FIGURES FOR THE PERIOD BEFORE THIS ONE
       01 PREV-PERIOD            PIC 9(8) VALUE ZEROES.
       01 PREV-HOURS             PIC 99V99 VALUE ZEROES.
       01 PREV-GROSS             PIC 9(7)V99 VALUE ZEROES.
       01 PREV-NET               PIC 9(7)V99 VALUE ZEROES.
      * ONE PERIOD-OVER-PERIOD COMPARISON AND WHETHER IT SWUNG
       01 SWING-CUR-AMT          PIC 9(7)V99 VALUE ZEROES.
       01 SWING-PREV-AMT         PIC 9(7)V99 VALUE ZEROES.
       01 SWING-DIFF             PIC S9(7)V99 VALUE ZEROES.
       01 SWING-FOUND            PIC 9 VALUE 0.
      * SET WHEN ANY GARNISHMENT ORDER WENT SHORT ON THIS CHECK
       01 GARN-SHORT-FOUND       PIC 9 VALUE 0.
       01 MORE-LAST-PAY          PIC X VALUE 'Y'.
      * EMPLOYEES PAID IN THIS PREVIEW, SO THE ONES PAID LAST
      * PERIOD AND NOT THIS ONE CAN BE REPORTED MISSING
       01 PREVIEW-PAID-COUNT     PIC 9(4) VALUE ZEROES.
       01 PREVIEW-PAID-TABLE.
            05 PREVIEW-PAID-ENTRY OCCURS 0 TO 2000 TIMES
                  DEPENDING ON PREVIEW-PAID-COUNT
                  INDEXED BY PP-IDX.
               10 PP-SOCSEC     PIC 9(9).
      * PER-COMPANY VARIANCE COUNTS FOR THE REPORT SUMMARY
       01 VARIANCE-COUNTS.
            05 VC-PREVIEWED      PIC 9(5) VALUE ZEROES.
            05 VC-NEW            PIC 9(5) VALUE ZEROES.
            05 VC-MISSING        PIC 9(5) VALUE ZEROES.
            05 VC-SWING          PIC 9(5) VALUE ZEROES.
            05 VC-ZERO-NET       PIC 9(5) VALUE ZEROES.
            05 VC-GARN-SHORT     PIC 9(5) VALUE ZEROES.

      * VARIANCE REPORT HEADINGS, ONE SET PER COMPANY
       01 VARIANCE-TITLE-HDR.
            05 FILLER          PIC X(22)   VALUE SPACES.
            05 FILLER          PIC X(36)
               VALUE 'PAYROLL PREVIEW - PERIOD VARIANCES'.
            05 FILLER          PIC X(22)   VALUE SPACES.

       01 VARIANCE-COMPANY-HDR.
            05 FILLER          PIC X(9)    VALUE 'COMPANY: '.
            05 VCH-COMPANY     PIC X(4).
            05 FILLER          PIC X(14)   VALUE '  PERIOD END: '.
            05 VCH-PERIOD-END  PIC 9(8).
            05 FILLER          PIC X(17)   VALUE '  LAST PERIOD: '.
            05 VCH-LAST-PERIOD PIC 9(8).
            05 FILLER          PIC X(9)    VALUE '  SWING: '.
            05 VCH-SWING-PCT   PIC Z9.
            05 FILLER          PIC X(9)    VALUE '%'.

       01 VARIANCE-LEGEND-HDR.
            05 FILLER          PIC X(40)
               VALUE 'FLAGS: N NEW  M MISSING  G GROSS SWING  '.
            05 FILLER          PIC X(40)
               VALUE 'T NET SWING  H HOURS SWING  Z ZERO NET  '.

       01 VARIANCE-LEGEND-HDR-2.
            05 FILLER          PIC X(7)    VALUE SPACES.
            05 FILLER          PIC X(40)
               VALUE 'S GARNISHMENT SHORT'.
            05 FILLER          PIC X(33)   VALUE SPACES.

       01 VARIANCE-COLUMN-HDR.
            05 FILLER          PIC X(10)   VALUE 'SOCSEC'.
            05 FILLER          PIC X(14)   VALUE 'EMPLOYEE NAME'.
            05 FILLER          PIC X(7)    VALUE ' HOURS'.
            05 FILLER          PIC X(7)    VALUE '  LAST'.
            05 FILLER          PIC X(9)    VALUE '   GROSS'.
            05 FILLER          PIC X(9)    VALUE '    LAST'.
            05 FILLER          PIC X(9)    VALUE '     NET'.
            05 FILLER          PIC X(9)    VALUE '    LAST'.
            05 FILLER          PIC X(6)    VALUE 'FLAGS'.

      * ONE EMPLOYEE'S FIGURES THIS PERIOD AGAINST THE LAST ONE
       01 VARIANCE-DETAIL-LINE.
            05 VL-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 VL-LASTNAME     PIC X(13).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 VL-HOURS        PIC ZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 VL-PREV-HOURS   PIC ZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 VL-GROSS        PIC ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 VL-PREV-GROSS   PIC ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 VL-NET          PIC ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 VL-PREV-NET     PIC ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 VL-FLAGS.
               10 VL-FLAG-ROSTER PIC X.
               10 VL-FLAG-GROSS  PIC X.
               10 VL-FLAG-NET    PIC X.
               10 VL-FLAG-HOURS  PIC X.
               10 VL-FLAG-ZERO   PIC X.
               10 VL-FLAG-GARN   PIC X.

      * ONE COUNT ON THE COMPANY'S VARIANCE SUMMARY
       01 VARIANCE-COUNT-LINE.
            05 FILLER          PIC X(4)    VALUE SPACES.
            05 VCL-LABEL       PIC X(30).
            05 VCL-COUNT       PIC ZZZZ9.
            05 FILLER          PIC X(41)   VALUE SPACES.

      * FILE STATUS FOR THE LABOR HOURS, COST CENTER, LABOR
      * DISTRIBUTION, AND DISTRIBUTION REPORT FILES
       01 LABOR-HOURS-STATUS     PIC XX VALUE '00'.
       01 COST-CENTERS-STATUS    PIC XX VALUE '00'.
       01 LABOR-DIST-STATUS      PIC XX VALUE '00'.
       01 LABOR-REPORT-STATUS    PIC XX VALUE '00'.
      * FLAGS FOR MORE RECORDS IN THE LABOR HOURS, COST CENTER, AND
      * LABOR DISTRIBUTION FILES
       01 LABOR-HOURS-FLAG       PIC X VALUE 'Y'.
       01 COST-CENTERS-FLAG      PIC X VALUE 'Y'.
       01 LABOR-DIST-FLAG        PIC X VALUE 'Y'.
      * COST CENTER HOURS FROM THE TIMECLOCK POSTING, LOADED AT
      * STARTUP AND MATCHED TO EACH EMPLOYEE AS THE MASTER IS
      * PROCESSED
       01 LABOR-HOURS-COUNT      PIC 9(4) VALUE ZEROES.
       01 LABOR-HOURS-TABLE.
            05 LABOR-HOURS-ENTRY OCCURS 2000 TIMES.
               10 LHT-SOCSEC      PIC 9(9).
               10 LHT-COST-CENTER PIC X(6).
               10 LHT-HOURS       PIC 999V99.
       01 LH-SUB                 PIC 9(4) VALUE ZEROES.
      * JOB AND COST CENTER NAMES AND GL DEPARTMENTS, LOADED AT
      * STARTUP; A CODE NOT ON THE FILE POSTS TO THE HOME
      * DEPARTMENT
       01 COST-CENTER-COUNT      PIC 999 VALUE ZEROES.
       01 COST-CENTER-TABLE.
            05 COST-CENTER-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON COST-CENTER-COUNT
               INDEXED BY CCT-IDX.
               10 CCT-CODE      PIC X(6).
               10 CCT-DEPT      PIC XX.
               10 CCT-NAME      PIC X(20).
      * THE CURRENT EMPLOYEE'S HOME GL DEPARTMENT, THEIR PUNCHED
      * HOURS AND COST CENTER COUNT, AND THE GROSS AND EMPLOYER TAX
      * STILL TO BE SPREAD; THE LAST COST CENTER TAKES WHAT IS LEFT
      * SO THE SHARES ALWAYS FOOT TO THE CHECK
       01 LABOR-HOME-DEPT        PIC XX VALUE SPACES.
       01 LABOR-EMP-HOURS        PIC 9(5)V99 VALUE ZEROES.
       01 LABOR-EMP-CENTERS      PIC 9(4) VALUE ZEROES.
       01 LABOR-CENTERS-DONE     PIC 9(4) VALUE ZEROES.
       01 LABOR-LEFT-GROSS       PIC 9(5)V99 VALUE ZEROES.
       01 LABOR-LEFT-FUTA        PIC 9(5)V99 VALUE ZEROES.
       01 LABOR-LEFT-SUTA        PIC 9(5)V99 VALUE ZEROES.
      * THE COST CENTER BEING CHARGED AND ITS GL DEPARTMENT AND NAME
       01 LABOR-COST-CENTER      PIC X(6) VALUE SPACES.
       01 LABOR-CC-DEPT          PIC XX VALUE SPACES.
       01 LABOR-CC-NAME          PIC X(20) VALUE SPACES.
       01 LABOR-SHARE-HOURS      PIC 999V99 VALUE ZEROES.
      * THE COMPANY'S DISTRIBUTION READ BACK AT COMPANY END: ONE
      * ENTRY PER EMPLOYEE AND COST CENTER FOR THE REPORT, THE
      * COST CENTER TOTALS, AND THE LABOR CHARGED OUTSIDE THE
      * HOME DEPARTMENT THAT THE GL BATCH MOVES ACROSS
       01 LABOR-DIST-COUNT       PIC 9(4) VALUE ZEROES.
       01 LABOR-DIST-TABLE.
            05 LABOR-DIST-ENTRY OCCURS 0 TO 2000 TIMES
               DEPENDING ON LABOR-DIST-COUNT
               INDEXED BY LDT-IDX.
               10 LDT-SOCSEC      PIC 9(9).
               10 LDT-LASTNAME    PIC X(13).
               10 LDT-HOME-DEPT   PIC XX.
               10 LDT-COST-CENTER PIC X(6).
               10 LDT-CC-DEPT     PIC XX.
               10 LDT-HOURS       PIC 999V99.
               10 LDT-GROSS       PIC 9(5)V99.
               10 LDT-ER-TAX      PIC 9(5)V99.
       01 LABOR-CC-COUNT         PIC 999 VALUE ZEROES.
       01 LABOR-CC-TABLE.
            05 LABOR-CC-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON LABOR-CC-COUNT
               INDEXED BY LCC-IDX.
               10 LCC-COST-CENTER PIC X(6).
               10 LCC-DEPT        PIC XX.
               10 LCC-HOURS       PIC 9(5)V99.
               10 LCC-GROSS       PIC 9(7)V99.
               10 LCC-ER-TAX      PIC 9(7)V99.
       01 LABOR-XFER-COUNT       PIC 999 VALUE ZEROES.
       01 LABOR-XFER-TABLE.
            05 LABOR-XFER-ENTRY OCCURS 0 TO 200 TIMES
               DEPENDING ON LABOR-XFER-COUNT
               INDEXED BY LXF-IDX.
               10 LXF-HOME-DEPT   PIC XX.
               10 LXF-CC-DEPT     PIC XX.
               10 LXF-COST-CENTER PIC X(6).
               10 LXF-GROSS       PIC 9(7)V99.
               10 LXF-FUTA        PIC 9(7)V99.
               10 LXF-SUTA        PIC 9(7)V99.
      * COMPANY TOTALS FOR THE DISTRIBUTION REPORT
       01 LABOR-TOTAL-HOURS      PIC 9(5)V99 VALUE ZEROES.
       01 LABOR-TOTAL-GROSS      PIC 9(7)V99 VALUE ZEROES.
       01 LABOR-TOTAL-ER-TAX     PIC 9(7)V99 VALUE ZEROES.

      * LABOR DISTRIBUTION REPORT TITLE, COLUMN HEADINGS, COST
      * CENTER HEADING, DETAIL, AND TOTAL LINES
       01 LABOR-TITLE-HDR.
            05 FILLER          PIC X(33)
               VALUE 'LABOR DISTRIBUTION BY COST CENTER'.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 LTH-COMPANY     PIC X(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(11)   VALUE 'PERIOD END '.
            05 LTH-PERIOD-END  PIC 9(8).
            05 FILLER          PIC X(18)   VALUE SPACES.

       01 LABOR-COLUMN-HDR.
            05 FILLER          PIC X(12)   VALUE 'SOCSEC'.
            05 FILLER          PIC X(15)   VALUE 'NAME'.
            05 FILLER          PIC X(6)    VALUE 'HOME'.
            05 FILLER          PIC X(8)    VALUE ' HOURS'.
            05 FILLER          PIC X(10)   VALUE '     GROSS'.
            05 FILLER          PIC X(10)   VALUE '    ER TAX'.
            05 FILLER          PIC X(11)   VALUE '      TOTAL'.
            05 FILLER          PIC X(8)    VALUE SPACES.

       01 LABOR-CC-HDR.
            05 FILLER          PIC X(12)   VALUE 'COST CENTER '.
            05 LCH-COST-CENTER PIC X(6).
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 LCH-NAME        PIC X(20).
            05 FILLER          PIC X(10)   VALUE '  GL DEPT '.
            05 LCH-DEPT        PIC XX.
            05 FILLER          PIC X(28)   VALUE SPACES.

       01 LABOR-DETAIL-LINE.
            05 LDL-SOCSEC      PIC 9(9).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 LDL-LASTNAME    PIC X(13).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 LDL-HOME-DEPT   PIC XX.
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 LDL-HOURS       PIC ZZZ9.99.
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 LDL-GROSS       PIC ZZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 LDL-ER-TAX      PIC ZZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 LDL-TOTAL       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(9)    VALUE SPACES.

       01 LABOR-TOTAL-LINE.
            05 LTL-LABEL       PIC X(30).
            05 LTL-HOURS       PIC ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 LTL-GROSS       PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 LTL-ER-TAX      PIC ZZZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 LTL-TOTAL       PIC ZZZZZZZ9.99.
            05 FILLER          PIC X(8)    VALUE SPACES.

      * FILE STATUS FOR THE PAY HISTORY FILE
       01 PAY-HISTORY-STATUS     PIC XX VALUE '00'.
      * THE CURRENT CHECK'S DEDUCTIONS AND GARNISHMENTS, KEPT FOR
      * ITS PAY HISTORY RECORD
       01 CHECK-DED-COUNT        PIC 99 VALUE ZEROES.
       01 CHECK-DED-TABLE.
            05 CHECK-DED-ENTRY OCCURS 10 TIMES.
               10 CKD-CODE      PIC X(3).
               10 CKD-AMOUNT    PIC 9(5)V99.
       01 CHECK-GARN-COUNT       PIC 99 VALUE ZEROES.
       01 CHECK-GARN-TABLE.
            05 CHECK-GARN-ENTRY OCCURS 10 TIMES.
               10 CKG-CASE-NO   PIC X(12).
               10 CKG-AMOUNT    PIC 9(5)V99.
      * THE CURRENT CHECK'S STUB AS IT WAS WRITTEN
       01 STUB-IMAGE-COUNT       PIC 99 VALUE ZEROES.
       01 STUB-IMAGE-TABLE.
            05 STUB-IMAGE-ENTRY OCCURS 20 TIMES PIC X(80).
       01 HIST-SUB               PIC 99 VALUE ZEROES.
      * CHECK NUMBER OR ACH TRACE THE CURRENT EMPLOYEE WAS PAID
      * UNDER
       01 HIST-CHECK-NO          PIC 9(6) VALUE ZEROES.
       01 HIST-ACH-TRACE         PIC X(15) VALUE SPACES.
      * SEQUENCE THE CHECK IS FILED UNDER, AND WHETHER IT REPLACES
      * THE SAME COMPANY'S CHECK FROM AN EARLIER RUN OF THE PERIOD
       01 HIST-SEQ               PIC 99 VALUE ZEROES.
       01 HIST-SLOT-FOUND        PIC 9 VALUE 0.
       01 HIST-REPLACE           PIC 9 VALUE 0.

      * VARIABLES FOR THE PROGRAM
       01 EMPLOYEEINFO.
            05 GROSSPAY   PIC 9999V99 VALUE ZEROES.
            05 FEDTAX     PIC 9999V99 VALUE ZEROES.
            05 FICA       PIC 999V99 VALUE ZEROES.
            05 MEDICARE   PIC 999V99 VALUE ZEROES.
            05 STATETAX   PIC 999V99 VALUE ZEROES.
            05 CNETPAY    PIC 99999V99 VALUE ZEROES.
            05 CDEDUCT    PIC 99999V99 VALUE ZEROES.
            05 CGARNISH   PIC 99999V99 VALUE ZEROES.
            05 CMATCH     PIC 99999V99 VALUE ZEROES.
            05 CFUTA      PIC 99999V99 VALUE ZEROES.
            05 CSUTA      PIC 99999V99 VALUE ZEROES.

      * SUBTOTALS FOR EMPLOYEES WHOSE DEPARTMENT CODE HAS NO ENTRY IN
      * DEPTRULES.DAT, SO THEY STILL FOOT TO THE COMPANY TOTALS ABOVE
            05 OTHER-GARNISH  PIC 9(5)V99 VALUE ZEROES.
            05 OTHER-NETPAY   PIC 9(5)V99 VALUE ZEROES.
            05 OTHER-COUNT    PIC 9(5)    VALUE ZEROES.
            05 OTHER-MATCH    PIC 9(5)V99 VALUE ZEROES.
            05 OTHER-FUTA     PIC 9(5)V99 VALUE ZEROES.
            05 OTHER-SUTA     PIC 9(5)V99 VALUE ZEROES.

      * RATES USED TO COMPUTE STATUTORY WITHHOLDING EACH PAY PERIOD
       01 WITHHOLDING-RATES.
            05 FICA-RATE     PIC V9999 VALUE .0620.
            05 MEDICARE-RATE PIC V9999 VALUE .0145.
            05 STATETAX-RATE PIC V9999 VALUE .0500.
      * SOCIAL SECURITY STOPS AT THE ANNUAL WAGE BASE; ADDITIONAL
      * MEDICARE IS WITHHELD ON CALENDAR-YEAR WAGES OVER ITS
      * THRESHOLD
       01 WAGE-BASE-LIMITS.
            05 SS-WAGE-BASE            PIC 9(7)V99 VALUE 184500.00.
            05 ADDL-MEDICARE-THRESHOLD PIC 9(7)V99 VALUE 200000.00.
            05 ADDL-MEDICARE-RATE      PIC V9999 VALUE .0090.
      * FILE STATUS FOR THE CALENDAR-YEAR WAGE FILE, THE YEAR THIS
      * PERIOD FALLS IN, AND WHETHER THE RECORD BEING UPDATED WAS
      * ALREADY ON FILE
       01 CALENDAR-YTD-STATUS    PIC XX VALUE '00'.
       01 RUN-TAX-YEAR           PIC 9(4) VALUE ZEROES.
       01 CALENDAR-YTD-FOUND     PIC 9 VALUE 0.
      * THE EMPLOYEE'S FICA WAGES FOR THE YEAR BEFORE THIS CHECK,
      * AND THIS CHECK'S FICA WAGES, SOCIAL SECURITY WAGES UNDER THE
      * BASE, AND WAGES AND TAX OVER THE ADDITIONAL MEDICARE
      * THRESHOLD
       01 PRIOR-FICA-WAGES       PIC 9(9)V99 VALUE ZEROES.
       01 FICA-WAGES             PIC 9(5)V99 VALUE ZEROES.
       01 SS-TAXABLE             PIC 9(5)V99 VALUE ZEROES.
       01 ADDL-MED-WAGES         PIC 9(5)V99 VALUE ZEROES.
       01 ADDL-MEDICARE          PIC 999V99 VALUE ZEROES.

      * LINE PRINTED UNDER THE EMPLOYEE'S REGISTER DETAIL LINE ON A
      * CHECK THAT CROSSES THE SOCIAL SECURITY WAGE BASE OR CARRIES
      * ADDITIONAL MEDICARE
       01 REGISTER-FICA-LINE.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(9)    VALUE 'SS WAGES '.
            05 RFL-SS-WAGES    PIC ZZZZ9.99.
            05 FILLER          PIC X(16)   VALUE '  ADDL MEDICARE '.
            05 RFL-ADDL-MED    PIC ZZ9.99.
            05 FILLER          PIC X(16)   VALUE '  CY FICA WAGES '.
            05 RFL-CY-WAGES    PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(10)   VALUE SPACES.
      * FLAG FOR MORE DATA IN FILE
       01 DATA-REMAINS      PIC X VALUE 'Y'.
      * FLAG FOR GOOD/BAD DATA ON THE CURRENT EMPLOYEE RECORD
           PERFORM LOAD-LEAVE-TAKEN.
           PERFORM LOAD-RETRO-PAY.
           PERFORM LOAD-SHIFT-PREMIUMS.
           PERFORM LOAD-DEDUCT-CODES.
           PERFORM LOAD-UNEMP-RATES.
           PERFORM LOAD-LABOR-HOURS.
           PERFORM LOAD-COST-CENTERS.
           PERFORM ASK-PREVIEW-RUN.
      * A PREVIEW NEVER RESUMES A CRASHED STREAM OR TOUCHES ITS
      * CHECKPOINT, SO THE LIVE RUN CAN STILL PICK UP WHERE IT
      * STOPPED
           IF PREVIEW-RUN = 0
              PERFORM CHECK-RESTART
           END-IF.
           OPEN INPUT RUN-CONTROL.
           IF RUN-CONTROL-STATUS = '35'
      * NO RUN CONTROL FILE: ONE COMPANY ON THE BUILT-IN DEFAULTS,
                 UNTIL MORE-RUN-RECORDS = 'N'
              CLOSE RUN-CONTROL
           END-IF.
           IF PREVIEW-RUN = 1
              CLOSE VARIANCE-REPORT
           ELSE
              PERFORM CLEAR-CHECKPOINT
              PERFORM WRITE-STREAM-SUMMARY
           END-IF.
           STOP RUN.

      * A PREVIEW RUN CALCULATES THE WHOLE STREAM AND PRINTS A
      * PREVIEW REGISTER AND THE VARIANCE REPORT, SO PAYROLL CAN
      * CORRECT THE MASTER THROUGH EMPLOYEE MAINTENANCE BEFORE THE
      * LIVE RUN; NOTHING IS PAID AND NO FILE IS UPDATED
       ASK-PREVIEW-RUN.
           DISPLAY 'ENTER P FOR A PREVIEW RUN (BLANK = LIVE PAYROLL)'.
           ACCEPT PREVIEW-REPLY.
           IF PREVIEW-REPLY = 'P' OR PREVIEW-REPLY = 'p'
              MOVE 1 TO PREVIEW-RUN
              MOVE 'PAYPREVW' TO AE-JOB-NAME
              DISPLAY 'ENTER SWING PERCENT TO FLAG, 2 DIGITS '
                 '(BLANK = 25)'
              ACCEPT SWING-PCT-X
              IF SWING-PCT-X IS NUMERIC
                 MOVE SWING-PCT-X TO SWING-PCT
              END-IF
              OPEN OUTPUT VARIANCE-REPORT
           END-IF.

       PROCESS-CONTROL-RECORD.
           PERFORM APPLY-RUN-CONTROL.
           PERFORM PROCESS-ONE-COMPANY.

       RUN-COMPANY-PAYROLL.
           PERFORM INIT-COMPANY-TOTALS.
           PERFORM SET-UNEMPLOYMENT-RATES.
      * CHECK CONTROL IS LOADED BEFORE THE CHECKPOINT TOTALS ARE
      * RESTORED: ON A RESUMED COMPANY THE CHECKPOINTED NEXT CHECK
      * NUMBER IS THE CURRENT ONE, SINCE CHECKCTL.DAT IS ONLY SAVED
              MOVE ZEROES TO LAST-CHECKPOINT-SOCSEC
           END-IF.
           MOVE 0 TO COMPANY-CANCELLED.
      * A PREVIEW IS RUN BEFORE THE DAY'S MAINTENANCE AND MAY BE
      * REPEATED, SO THE PERIOD CONTROL CHECKS DO NOT APPLY TO IT
           IF PREVIEW-RUN = 0
              PERFORM CHECK-PERIOD-CONTROL
           END-IF.
           IF COMPANY-CANCELLED = 1
              DISPLAY 'COMPANY ' RUN-COMPANY-CODE
                 ' SKIPPED BY OPERATOR'
              DISPLAY 'ERROR: EMPLOYEE MASTER FILE NOT FOUND'
              STOP RUN
           END-IF.
      * A PREVIEW PRINTS ITS REGISTER AND EXCEPTIONS UNDER THEIR
      * OWN NAMES SO THE LIVE RUN'S REPORTS ARE NEVER REPLACED
           IF PREVIEW-RUN = 1
              MOVE 'PREVIEW.TXT' TO RUN-PAY-REGISTER-NAME
              MOVE 'PREVREJ.TXT' TO RUN-EXCEPTION-FILE-NAME
           END-IF.
           IF LAST-CHECKPOINT-SOCSEC > ZEROES
      * RESUMING A PRIOR RUN: KEEP WHAT IT ALREADY WROTE AND APPEND
              OPEN EXTEND PAY-REGISTER
              PERFORM WRITE-REGISTER-HEADERS
           END-IF.
           PERFORM NOTE-COMPANY-FILE-NAMES.
           IF PREVIEW-RUN = 0
              OPEN EXTEND CHECK-REGISTER
              IF CHECK-REGISTER-STATUS = '35'
                 OPEN OUTPUT CHECK-REGISTER
                 CLOSE CHECK-REGISTER
                 OPEN EXTEND CHECK-REGISTER
              END-IF
           END-IF.
      * VOIDS ARE RECORDED ONCE PER STREAM, AHEAD OF THE FIRST
      * COMPANY'S CHECKS; A RESUMED STREAM ALREADY WROTE THEM
           IF FIRST-COMPANY = 1 AND STREAM-RESUMED = 0
                 AND PREVIEW-RUN = 0
              PERFORM PROCESS-CHECK-VOIDS
           END-IF.
           OPEN I-O EMPLOYEE-YTD.
              CLOSE BANK-ACCOUNTS
              OPEN I-O BANK-ACCOUNTS
           END-IF.
      * THE W-4 FILE IS ONLY READ HERE; WITH NO FILE YET EVERYONE
      * IS WITHHELD AS SINGLE WITH NO ADJUSTMENTS
           OPEN INPUT W4-ELECTIONS.
           IF W4-ELECTIONS-STATUS = '35'
              MOVE 0 TO W4-FILE-OPEN
           ELSE
              MOVE 1 TO W4-FILE-OPEN
           END-IF.
      * THE CALENDAR-YEAR FILE IS OPENED I-O SO EACH CHECK'S WAGES
      * ARE ADDED IN AS THE EMPLOYEE IS PAID
           OPEN I-O CALENDAR-YTD.
           IF CALENDAR-YTD-STATUS = '35'
              OPEN OUTPUT CALENDAR-YTD
              CLOSE CALENDAR-YTD
              OPEN I-O CALENDAR-YTD
           END-IF.
           MOVE RUN-PERIOD-END-DATE (1:4) TO RUN-TAX-YEAR.
           IF RUN-TAX-YEAR = ZEROES
              ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
              MOVE AUDIT-RUN-DATE (1:4) TO RUN-TAX-YEAR
           END-IF.
           MOVE RUN-PERIOD-END-DATE TO THIS-PAY-PERIOD.
           IF THIS-PAY-PERIOD = ZEROES
              ACCEPT THIS-PAY-PERIOD FROM DATE YYYYMMDD
           END-IF.
      * THE LAST-PAY FILE IS OPENED I-O ON A LIVE RUN SO EACH
      * EMPLOYEE'S PERIOD CAN BE FILED AS THEY ARE PAID; A PREVIEW
      * ONLY READS IT, AND WITH NO FILE YET EVERYONE IS NEW
           IF PREVIEW-RUN = 1
              OPEN INPUT LAST-PAY
              IF LAST-PAY-STATUS = '35'
                 MOVE 0 TO LAST-PAY-OPEN
              ELSE
                 MOVE 1 TO LAST-PAY-OPEN
              END-IF
              PERFORM START-VARIANCE-COMPANY
           ELSE
              OPEN I-O LAST-PAY
              IF LAST-PAY-STATUS = '35'
                 OPEN OUTPUT LAST-PAY
                 CLOSE LAST-PAY
                 OPEN I-O LAST-PAY
              END-IF
              MOVE 1 TO LAST-PAY-OPEN
           END-IF.
      * EVERY CHECK A LIVE RUN ISSUES IS FILED ON THE PAY HISTORY
           IF PREVIEW-RUN = 0
              OPEN I-O PAY-HISTORY
              IF PAY-HISTORY-STATUS = '35'
                 OPEN OUTPUT PAY-HISTORY
                 CLOSE PAY-HISTORY
                 OPEN I-O PAY-HISTORY
              END-IF
           END-IF.
      * THE ACH FILE CARRIES ONE H/D/T BATCH PER COMPANY: CREATED
      * FRESH FOR THE FIRST COMPANY OF A NEW STREAM AND EXTENDED
      * FOR THE REST
           IF PREVIEW-RUN = 0
              IF LAST-CHECKPOINT-SOCSEC > ZEROES
                 OPEN EXTEND ACH-FILE
              ELSE
                 IF FIRST-COMPANY = 1 AND STREAM-RESUMED = 0
                    OPEN OUTPUT ACH-FILE
                 ELSE
                    OPEN EXTEND ACH-FILE
                 END-IF
                 PERFORM WRITE-ACH-HEADER
              END-IF
           END-IF.
      * THE RECORDKEEPER CONTRIBUTION FILE FOLLOWS THE ACH FILE:
      * ONE H/D/T BATCH PER COMPANY, CREATED FRESH FOR THE FIRST
      * COMPANY OF A NEW STREAM
           IF PREVIEW-RUN = 0
              IF LAST-CHECKPOINT-SOCSEC > ZEROES
                 OPEN EXTEND CONTRIB-FILE
              ELSE
                 IF FIRST-COMPANY = 1 AND STREAM-RESUMED = 0
                    OPEN OUTPUT CONTRIB-FILE
                 ELSE
                    OPEN EXTEND CONTRIB-FILE
                 END-IF
                 PERFORM WRITE-CONTRIB-HEADER
              END-IF
           END-IF.
      * THE LABOR DISTRIBUTION FILE FOLLOWS THE ACH FILE TOO, SO A
      * RESUMED COMPANY KEEPS THE SHARES ALREADY WRITTEN FOR THE
      * EMPLOYEES PAID BEFORE THE CRASH
           IF PREVIEW-RUN = 0
              IF LAST-CHECKPOINT-SOCSEC = ZEROES
                    AND FIRST-COMPANY = 1 AND STREAM-RESUMED = 0
                 OPEN OUTPUT LABOR-DIST
              ELSE
                 OPEN EXTEND LABOR-DIST
                 IF LABOR-DIST-STATUS = '35'
                    OPEN OUTPUT LABOR-DIST
                 END-IF
              END-IF
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
              AT END MOVE 'N' TO DATA-REMAINS
                 UNTIL DATA-REMAINS = 'N'
           END-IF.
           PERFORM WRITE-REGISTER-TRAILER.
           IF PREVIEW-RUN = 1
              PERFORM END-VARIANCE-COMPANY
           ELSE
              PERFORM WRITE-GARNISH-REGISTER
              CLOSE LABOR-DIST
              PERFORM LOAD-COMPANY-LABOR-DIST
              PERFORM WRITE-GL-INTERFACE
              PERFORM WRITE-LABOR-REPORT
              PERFORM WRITE-CHECK-REGISTER-TRAILER
              PERFORM WRITE-ACH-TRAILER
              PERFORM WRITE-CONTRIB-TRAILER
              PERFORM SAVE-CHECK-CONTROL
           END-IF.
      *CLOSE THE EMPLOYEE MASTER FILE, PAY REGISTER, AND EXCEPTION FILE
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAY-REGISTER.
           CLOSE EXCEPTION-FILE.
           IF PREVIEW-RUN = 0
              CLOSE PAY-STUB
              CLOSE PAYCHECK-FILE
              CLOSE CHECK-REGISTER
              CLOSE ACH-FILE
              CLOSE CONTRIB-FILE
              CLOSE PAY-HISTORY
           END-IF.
           CLOSE EMPLOYEE-YTD.
           CLOSE DEDUCT-MASTER.
           CLOSE LEAVE-BALANCES.
           CLOSE GARNISH-MASTER.
           CLOSE BANK-ACCOUNTS.
           IF W4-FILE-OPEN = 1
              CLOSE W4-ELECTIONS
           END-IF.
           CLOSE CALENDAR-YTD.
           IF LAST-PAY-OPEN = 1
              CLOSE LAST-PAY
           END-IF.
      * THE COMPANY IS DONE: STAMP THE CHECKPOINT SO A CRASH
      * BETWEEN COMPANIES RESUMES WITH THE NEXT ONE, NOT A RERUN
           IF PREVIEW-RUN = 0
              PERFORM WRITE-COMPANY-DONE-CHECKPOINT
           END-IF.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM HOLD-STREAM-SUMMARY.
           IF PREVIEW-RUN = 0
              PERFORM MARK-PAYROLL-DONE
           END-IF.
           MOVE 0 TO FIRST-COMPANY.
           MOVE 1 TO STREAM-OUTPUT-EXISTS.

           ELSE
              OPEN OUTPUT EXCEPTION-FILE
           END-IF.
      * A PREVIEW PRINTS NO STUBS OR CHECKS
           IF PREVIEW-RUN = 0
              PERFORM OPEN-STUB-AND-CHECK-FILES
           END-IF.

       OPEN-STUB-AND-CHECK-FILES.
           MOVE RUN-PAY-STUB-NAME TO TEST-FILE-NAME.
           PERFORM CHECK-FILE-NAME-USED.
           IF NAME-USED = 1
           MOVE ZEROES TO ACH-TOTAL.
           MOVE ZEROES TO CHECK-TOTAL.
           MOVE ZEROES TO CHECK-COUNT.
           MOVE ZEROES TO CONTRIB-COUNT.
           MOVE ZEROES TO CONTRIB-EE-TOTAL.
           MOVE ZEROES TO CONTRIB-ER-TOTAL.
           MOVE ZEROES TO GL-DEBIT-TOTAL.
           MOVE ZEROES TO GL-CREDIT-TOTAL.
           MOVE 'Y' TO DATA-REMAINS.
           MOVE ZEROES TO DRT-DEDUCT (DR-IDX).
           MOVE ZEROES TO DRT-GARNISH (DR-IDX).
           MOVE ZEROES TO DRT-NETPAY (DR-IDX).
           MOVE ZEROES TO DRT-MATCH (DR-IDX).
           MOVE ZEROES TO DRT-FUTA (DR-IDX).
           MOVE ZEROES TO DRT-SUTA (DR-IDX).

       INIT-LOCTAX-ACCUM.
           MOVE ZEROES TO LXT-AMOUNT (LX-IDX).
           MOVE RC-CNETPAY   TO CNETPAY.
           MOVE RC-CDEDUCT   TO CDEDUCT.
           MOVE RC-CGARNISH  TO CGARNISH.
           MOVE RC-CMATCH    TO CMATCH.
           MOVE RC-CFUTA     TO CFUTA.
           MOVE RC-CSUTA     TO CSUTA.
           PERFORM RESTORE-DEPT-SUBTOTAL
              VARYING DR-IDX FROM 1 BY 1
              UNTIL DR-IDX > DEPT-RULE-COUNT.
           MOVE RC-OTHER-GARNISH  TO OTHER-GARNISH.
           MOVE RC-OTHER-NETPAY   TO OTHER-NETPAY.
           MOVE RC-OTHER-COUNT    TO OTHER-COUNT.
           MOVE RC-OTHER-MATCH    TO OTHER-MATCH.
           MOVE RC-OTHER-FUTA     TO OTHER-FUTA.
           MOVE RC-OTHER-SUTA     TO OTHER-SUTA.
           MOVE RC-NEXT-CHECK-NO  TO NEXT-CHECK-NO.
           MOVE RC-CHECK-COUNT    TO CHECK-COUNT.
           MOVE RC-DED-TOTAL-COUNT TO DED-TOTAL-COUNT.
           MOVE RC-ACH-COUNT   TO ACH-COUNT.
           MOVE RC-ACH-TOTAL   TO ACH-TOTAL.
           MOVE RC-CHECK-TOTAL TO CHECK-TOTAL.
           MOVE RC-CONTRIB-COUNT    TO CONTRIB-COUNT.
           MOVE RC-CONTRIB-EE-TOTAL TO CONTRIB-EE-TOTAL.
           MOVE RC-CONTRIB-ER-TOTAL TO CONTRIB-ER-TOTAL.
           MOVE RC-GARN-REMIT-COUNT TO GARN-REMIT-COUNT.
           PERFORM RESTORE-GARN-REMIT
              VARYING GRM-IDX FROM 1 BY 1
           MOVE RC-DEPT-DEDUCT (DR-IDX)   TO DRT-DEDUCT (DR-IDX).
           MOVE RC-DEPT-GARNISH (DR-IDX)  TO DRT-GARNISH (DR-IDX).
           MOVE RC-DEPT-NETPAY (DR-IDX)   TO DRT-NETPAY (DR-IDX).
           MOVE RC-DEPT-MATCH (DR-IDX)    TO DRT-MATCH (DR-IDX).
           MOVE RC-DEPT-FUTA (DR-IDX)     TO DRT-FUTA (DR-IDX).
           MOVE RC-DEPT-SUTA (DR-IDX)     TO DRT-SUTA (DR-IDX).

       RESTORE-DED-TOTAL.
           MOVE RC-DED-CODE (DT-IDX)   TO DTT-CODE (DT-IDX).
           MOVE CNETPAY   TO RC-CNETPAY.
           MOVE CDEDUCT   TO RC-CDEDUCT.
           MOVE CGARNISH  TO RC-CGARNISH.
           MOVE CMATCH    TO RC-CMATCH.
           MOVE CFUTA     TO RC-CFUTA.
           MOVE CSUTA     TO RC-CSUTA.
           PERFORM SAVE-DEPT-SUBTOTAL
              VARYING DR-IDX FROM 1 BY 1
              UNTIL DR-IDX > DEPT-RULE-COUNT.
           MOVE OTHER-GARNISH  TO RC-OTHER-GARNISH.
           MOVE OTHER-NETPAY   TO RC-OTHER-NETPAY.
           MOVE OTHER-COUNT    TO RC-OTHER-COUNT.
           MOVE OTHER-MATCH    TO RC-OTHER-MATCH.
           MOVE OTHER-FUTA     TO RC-OTHER-FUTA.
           MOVE OTHER-SUTA     TO RC-OTHER-SUTA.
           MOVE NEXT-CHECK-NO  TO RC-NEXT-CHECK-NO.
           MOVE CHECK-COUNT    TO RC-CHECK-COUNT.
           MOVE DED-TOTAL-COUNT TO RC-DED-TOTAL-COUNT.
           MOVE ACH-COUNT   TO RC-ACH-COUNT.
           MOVE ACH-TOTAL   TO RC-ACH-TOTAL.
           MOVE CHECK-TOTAL TO RC-CHECK-TOTAL.
           MOVE CONTRIB-COUNT    TO RC-CONTRIB-COUNT.
           MOVE CONTRIB-EE-TOTAL TO RC-CONTRIB-EE-TOTAL.
           MOVE CONTRIB-ER-TOTAL TO RC-CONTRIB-ER-TOTAL.
           MOVE GARN-REMIT-COUNT TO RC-GARN-REMIT-COUNT.
           PERFORM SAVE-GARN-REMIT
              VARYING GRM-IDX FROM 1 BY 1
           MOVE DRT-DEDUCT (DR-IDX)     TO RC-DEPT-DEDUCT (DR-IDX).
           MOVE DRT-GARNISH (DR-IDX)    TO RC-DEPT-GARNISH (DR-IDX).
           MOVE DRT-NETPAY (DR-IDX)     TO RC-DEPT-NETPAY (DR-IDX).
           MOVE DRT-MATCH (DR-IDX)      TO RC-DEPT-MATCH (DR-IDX).
           MOVE DRT-FUTA (DR-IDX)       TO RC-DEPT-FUTA (DR-IDX).
           MOVE DRT-SUTA (DR-IDX)       TO RC-DEPT-SUTA (DR-IDX).

       SAVE-DED-TOTAL.
           MOVE DTT-CODE (DT-IDX)   TO RC-DED-CODE (DT-IDX).
           END-READ.

       UPDATE-YTD.
           IF FICA-WAGES > FED-TAXABLE
              COMPUTE ELECTIVE-DEFERRAL = FICA-WAGES - FED-TAXABLE
           ELSE
              MOVE ZEROES TO ELECTIVE-DEFERRAL
           END-IF.
           MOVE SOCSEC TO YTD-SOCSEC.
           READ EMPLOYEE-YTD
              INVALID KEY MOVE '23' TO EMPLOYEE-YTD-STATUS
              MOVE MEDICARE TO YTD-MEDICARE
              MOVE STATETAX TO YTD-STATETAX
              MOVE NETPAY TO YTD-NETPAY
              MOVE ADDL-MEDICARE TO YTD-ADDL-MEDICARE
              MOVE FICA-WAGES TO YTD-UI-WAGES
              MOVE SUTA-TAXABLE TO YTD-SUTA-TAXABLE
              MOVE SUTA-TAX TO YTD-SUTA-TAX
              MOVE FUTA-TAXABLE TO YTD-FUTA-TAXABLE
              MOVE FUTA-TAX TO YTD-FUTA-TAX
              MOVE FED-TAXABLE TO YTD-FED-WAGES
              MOVE SS-TAXABLE TO YTD-SS-WAGES
              MOVE FICA-WAGES TO YTD-MEDICARE-WAGES
              MOVE ELECTIVE-DEFERRAL TO YTD-DEFERRAL
              WRITE EMPLOYEE-YTD-REC
                 INVALID KEY
                    DISPLAY 'ERROR WRITING YTD RECORD FOR '
              ADD MEDICARE TO YTD-MEDICARE
              ADD STATETAX TO YTD-STATETAX
              ADD NETPAY TO YTD-NETPAY
              ADD ADDL-MEDICARE TO YTD-ADDL-MEDICARE
              ADD FICA-WAGES TO YTD-UI-WAGES
              ADD SUTA-TAXABLE TO YTD-SUTA-TAXABLE
              ADD SUTA-TAX TO YTD-SUTA-TAX
              ADD FUTA-TAXABLE TO YTD-FUTA-TAXABLE
              ADD FUTA-TAX TO YTD-FUTA-TAX
              ADD FED-TAXABLE TO YTD-FED-WAGES
              ADD SS-TAXABLE TO YTD-SS-WAGES
              ADD FICA-WAGES TO YTD-MEDICARE-WAGES
              ADD ELECTIVE-DEFERRAL TO YTD-DEFERRAL
              REWRITE EMPLOYEE-YTD-REC
                 INVALID KEY
                    DISPLAY 'ERROR UPDATING YTD RECORD FOR '
              END-REWRITE
           END-IF.

      * ADD THE CHECK INTO THE EMPLOYEE'S CALENDAR-YEAR RECORD,
      * READ BY CALCULATE-WITHHOLDING, THEN INTO THE COMPANY'S
      * TOTAL FOR THE YEAR
       UPDATE-CALENDAR-YTD.
           MOVE RUN-COMPANY-CODE TO CY-COMPANY.
           MOVE RUN-TAX-YEAR TO CY-YEAR.
           MOVE SOCSEC TO CY-SOCSEC.
           PERFORM POST-CALENDAR-YTD.
           MOVE ZEROES TO CY-SOCSEC.
           MOVE 1 TO CALENDAR-YTD-FOUND.
           READ CALENDAR-YTD
              INVALID KEY MOVE 0 TO CALENDAR-YTD-FOUND
           END-READ.
           PERFORM POST-CALENDAR-YTD.

       POST-CALENDAR-YTD.
           IF CALENDAR-YTD-FOUND = 0
              MOVE ZEROES TO CY-AMOUNTS
           END-IF.
           ADD GROSSPAY TO CY-GROSSPAY.
           ADD FICA-WAGES TO CY-FICA-WAGES.
           ADD FICA TO CY-SS-TAX.
           ADD MEDICARE TO CY-MEDICARE.
           ADD ADDL-MEDICARE TO CY-ADDL-MEDICARE.
           ADD FEDTAX TO CY-FEDTAX.
           ADD STATETAX TO CY-STATETAX.
           MOVE RUN-PERIOD-END-DATE TO CY-LAST-PERIOD.
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

      * WRITE ONE BURSTABLE PAY STUB FOR THE EMPLOYEE JUST PAID,
      * PERFORMED AFTER UPDATE-YTD SO EMPLOYEE-YTD-REC HOLDS THE
      * YEAR-TO-DATE TOTALS INCLUDING THIS CHECK
       WRITE-PAY-STUB.
           MOVE ZEROES TO STUB-IMAGE-COUNT.
           MOVE RUN-COMPANY-CODE TO ST-COMPANY-CODE.
           MOVE RUN-PERIOD-END-DATE TO ST-PERIOD-END.
           MOVE STUB-TITLE-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           MOVE LASTNAME TO SB-LASTNAME.
           MOVE INITIALS TO SB-INITIALS.
           MOVE DEPT-CODE TO SB-DEPT-CODE.
           MOVE SOCSEC TO SB-SOCSEC.
           MOVE STUB-NAME-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           MOVE HOURWORK TO SB-HOURWORK.
           MOVE HOURRATE TO SB-HOURRATE.
           MOVE STUB-HOURS-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           MOVE CUR-W4-DESC TO SB-W4-STATUS.
           MOVE CUR-DEP-CREDIT TO SB-W4-DEP-CREDIT.
           MOVE EXTRA-WH-TAKEN TO SB-W4-EXTRA-WH.
           MOVE STUB-W4-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           IF RETRO-THIS-AMT > ZEROES
              MOVE RETRO-THIS-AMT TO SB-RETRO
              MOVE RETRO-THIS-EFF TO SB-RETRO-EFF
              MOVE STUB-RETRO-LINE TO STUB-LINE
              PERFORM WRITE-STUB-LINE
           END-IF.
           IF SHIFT-THIS-AMT > ZEROES
              MOVE SHIFT-THIS-AMT TO SB-SHIFT-AMT
              MOVE STUB-SHIFT-LINE TO STUB-LINE
              PERFORM WRITE-STUB-LINE
           END-IF.
           MOVE 'GROSS PAY' TO SB-LABEL.
           MOVE GROSSPAY TO SB-CURRENT.
           MOVE YTD-GROSSPAY TO SB-YTD.
           MOVE STUB-AMOUNT-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           MOVE 'FED TAX' TO SB-LABEL.
           MOVE FEDTAX TO SB-CURRENT.
           MOVE YTD-FEDTAX TO SB-YTD.
           MOVE STUB-AMOUNT-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           MOVE 'FICA' TO SB-LABEL.
           MOVE FICA TO SB-CURRENT.
           MOVE YTD-FICA TO SB-YTD.
           MOVE STUB-AMOUNT-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           MOVE 'MEDICARE' TO SB-LABEL.
           MOVE MEDICARE TO SB-CURRENT.
           MOVE YTD-MEDICARE TO SB-YTD.
           MOVE STUB-AMOUNT-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           MOVE 'STATE TAX' TO SB-LABEL.
           MOVE STATETAX TO SB-CURRENT.
           MOVE YTD-STATETAX TO SB-YTD.
           MOVE STUB-AMOUNT-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           IF LOCALTAX > ZEROES
              MOVE CUR-LOCAL-JURIS TO SB-LOCAL-JURIS
              MOVE LOCALTAX TO SB-LOCAL-AMT
              MOVE STUB-LOCAL-LINE TO STUB-LINE
              PERFORM WRITE-STUB-LINE
           END-IF.
           IF TOTPRETAX > ZEROES OR EMPLOYER-MATCH > ZEROES
              MOVE TOTPRETAX TO SB-PRETAX
              MOVE FED-TAXABLE TO SB-FED-TAXABLE
              MOVE EMPLOYER-MATCH TO SB-MATCH
              MOVE STUB-PRETAX-LINE TO STUB-LINE
              PERFORM WRITE-STUB-LINE
           END-IF.
           MOVE 'NET PAY' TO SB-LABEL.
           MOVE NETPAY TO SB-CURRENT.
           MOVE YTD-NETPAY TO SB-YTD.
           MOVE STUB-AMOUNT-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           MOVE LEAVE-VAC-BAL TO SB-VAC-BAL.
           MOVE LEAVE-SICK-BAL TO SB-SICK-BAL.
           MOVE VAC-TAKEN-HOURS TO SB-VAC-TAKEN.
           MOVE SICK-TAKEN-HOURS TO SB-SICK-TAKEN.
           MOVE STUB-LEAVE-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.
           MOVE STUB-SEPARATOR-LINE TO STUB-LINE.
           PERFORM WRITE-STUB-LINE.

      * WRITE ONE STUB LINE AND KEEP IT FOR THE PAY HISTORY
       WRITE-STUB-LINE.
           WRITE STUB-LINE.
           IF STUB-IMAGE-COUNT < 20
              ADD 1 TO STUB-IMAGE-COUNT
              MOVE STUB-LINE TO STUB-IMAGE-ENTRY (STUB-IMAGE-COUNT)
           END-IF.

      * PAY THE EMPLOYEE JUST CALCULATED: AN ACTIVE DIRECT DEPOSIT
      * ENROLLMENT SENDS THE NET PAY ON THE ACH BATCH INSTEAD OF A
      * EVERYONE ELSE GETS A PAPER CHECK AS BEFORE
       PAY-EMPLOYEE.
           MOVE 0 TO BANK-ENROLLED.
           MOVE ZEROES TO HIST-CHECK-NO.
           MOVE SPACES TO HIST-ACH-TRACE.
           MOVE SOCSEC TO BA-SOCSEC.
           READ BANK-ACCOUNTS
              INVALID KEY CONTINUE
              INTO AD-PAYEE.
           MOVE NETPAY TO AD-AMOUNT.
           MOVE 'N' TO AD-PRENOTE.
           MOVE RUN-PERIOD-END-DATE TO AD-TRACE-DATE.
           COMPUTE AD-TRACE-SEQ = ACH-COUNT + 1.
           MOVE AD-TRACE-NO TO HIST-ACH-TRACE.
           MOVE ACH-DETAIL-REC TO ACH-LINE.
           WRITE ACH-LINE.
           ADD 1 TO ACH-COUNT.
              INTO AD-PAYEE.
           MOVE ZEROES TO AD-AMOUNT.
           MOVE 'P' TO AD-PRENOTE.
           MOVE RUN-PERIOD-END-DATE TO AD-TRACE-DATE.
           COMPUTE AD-TRACE-SEQ = ACH-COUNT + 1.
           MOVE ACH-DETAIL-REC TO ACH-LINE.
           WRITE ACH-LINE.
           ADD 1 TO ACH-COUNT.
           MOVE CHECK-SEPARATOR-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
           MOVE NEXT-CHECK-NO TO CKR-CHECK-NO.
           MOVE NEXT-CHECK-NO TO HIST-CHECK-NO.
           MOVE SOCSEC TO CKR-SOCSEC.
           MOVE CK-PAYEE TO CKR-PAYEE.
           MOVE RUN-PERIOD-END-DATE TO CKR-DATE.

       BUILD-TAX-BRACKET.
           ADD 1 TO TAX-BRACKET-COUNT.
           MOVE TT-FILING-STATUS TO TB-STATUS (TAX-BRACKET-COUNT).
           MOVE TT-BRACKET-LIMIT TO TB-LIMIT (TAX-BRACKET-COUNT).
           MOVE TT-RATE TO TB-RATE (TAX-BRACKET-COUNT).
           READ TAX-TABLE
              AT END MOVE 'N' TO RETRO-PAY-FLAG
           END-READ.

      * THE DEDUCTION CODE TABLE IS OPTIONAL: A SITE WITHOUT IT
      * TAKES EVERY DEDUCTION AFTER TAX WITH NO MATCH, AS BEFORE
       LOAD-DEDUCT-CODES.
           OPEN INPUT DEDUCT-CODES.
           IF DEDUCT-CODES-STATUS = '35'
              MOVE 'N' TO DEDUCT-CODES-FLAG
           ELSE
              READ DEDUCT-CODES
                 AT END MOVE 'N' TO DEDUCT-CODES-FLAG
              END-READ
              PERFORM BUILD-DEDUCT-CODE
                 UNTIL DEDUCT-CODES-FLAG = 'N'
              CLOSE DEDUCT-CODES
           END-IF.

       BUILD-DEDUCT-CODE.
           IF DED-CODE-COUNT < 30
              ADD 1 TO DED-CODE-COUNT
              MOVE DC-CODE TO DCT-CODE (DED-CODE-COUNT)
              MOVE DC-PRETAX-FED TO DCT-PRETAX-FED (DED-CODE-COUNT)
              MOVE DC-PRETAX-STATE
                 TO DCT-PRETAX-STATE (DED-CODE-COUNT)
              MOVE DC-PRETAX-FICA
                 TO DCT-PRETAX-FICA (DED-CODE-COUNT)
              MOVE DC-MATCH-RATE TO DCT-MATCH-RATE (DED-CODE-COUNT)
              MOVE DC-MATCH-CAP-PCT
                 TO DCT-MATCH-CAP-PCT (DED-CODE-COUNT)
              MOVE DC-PLAN-ID TO DCT-PLAN-ID (DED-CODE-COUNT)
           END-IF.
           READ DEDUCT-CODES
              AT END MOVE 'N' TO DEDUCT-CODES-FLAG
           END-READ.

      * THE UNEMPLOYMENT RATE FILE IS OPTIONAL: WITHOUT IT NO
      * EMPLOYER UNEMPLOYMENT TAX IS ACCRUED
       LOAD-UNEMP-RATES.
           OPEN INPUT UNEMP-RATES.
           IF UNEMP-RATES-STATUS = '35'
              MOVE 'N' TO UNEMP-RATES-FLAG
           ELSE
              READ UNEMP-RATES
                 AT END MOVE 'N' TO UNEMP-RATES-FLAG
              END-READ
              PERFORM BUILD-UNEMP-RATE
                 UNTIL UNEMP-RATES-FLAG = 'N'
              CLOSE UNEMP-RATES
           END-IF.

       BUILD-UNEMP-RATE.
           IF UNEMP-RATE-COUNT < 40
              ADD 1 TO UNEMP-RATE-COUNT
              MOVE UR-TAX-TYPE TO URT-TAX-TYPE (UNEMP-RATE-COUNT)
              MOVE UR-COMPANY TO URT-COMPANY (UNEMP-RATE-COUNT)
              MOVE UR-STATE TO URT-STATE (UNEMP-RATE-COUNT)
              MOVE UR-RATE TO URT-RATE (UNEMP-RATE-COUNT)
              MOVE UR-WAGE-BASE TO URT-WAGE-BASE (UNEMP-RATE-COUNT)
           END-IF.
           READ UNEMP-RATES
              AT END MOVE 'N' TO UNEMP-RATES-FLAG
           END-READ.

      * PICK THE FUTA AND SUTA RATES FOR THE COMPANY ABOUT TO BE
      * PAID: ITS OWN RECORD IF IT HAS ONE, OTHERWISE THE BLANK
      * DEFAULT
       SET-UNEMPLOYMENT-RATES.
           MOVE ZEROES TO CUR-FUTA-RATE.
           MOVE ZEROES TO CUR-FUTA-BASE.
           MOVE 0 TO CUR-FUTA-LEVEL.
           MOVE SPACES TO CUR-SUTA-STATE.
           MOVE ZEROES TO CUR-SUTA-RATE.
           MOVE ZEROES TO CUR-SUTA-BASE.
           MOVE 0 TO CUR-SUTA-LEVEL.
           PERFORM CHECK-UNEMP-RATE
              VARYING UR-IDX FROM 1 BY 1
              UNTIL UR-IDX > UNEMP-RATE-COUNT.

       CHECK-UNEMP-RATE.
           IF URT-TAX-TYPE (UR-IDX) = 'F'
              IF URT-COMPANY (UR-IDX) = RUN-COMPANY-CODE
                 MOVE 2 TO CUR-FUTA-LEVEL
                 MOVE URT-RATE (UR-IDX) TO CUR-FUTA-RATE
                 MOVE URT-WAGE-BASE (UR-IDX) TO CUR-FUTA-BASE
              END-IF
              IF URT-COMPANY (UR-IDX) = SPACES AND CUR-FUTA-LEVEL = 0
                 MOVE 1 TO CUR-FUTA-LEVEL
                 MOVE URT-RATE (UR-IDX) TO CUR-FUTA-RATE
                 MOVE URT-WAGE-BASE (UR-IDX) TO CUR-FUTA-BASE
              END-IF
           END-IF.
           IF URT-TAX-TYPE (UR-IDX) = 'S'
              IF URT-COMPANY (UR-IDX) = RUN-COMPANY-CODE
                 MOVE 2 TO CUR-SUTA-LEVEL
                 MOVE URT-STATE (UR-IDX) TO CUR-SUTA-STATE
                 MOVE URT-RATE (UR-IDX) TO CUR-SUTA-RATE
                 MOVE URT-WAGE-BASE (UR-IDX) TO CUR-SUTA-BASE
              END-IF
              IF URT-COMPANY (UR-IDX) = SPACES AND CUR-SUTA-LEVEL = 0
                 MOVE 1 TO CUR-SUTA-LEVEL
                 MOVE URT-STATE (UR-IDX) TO CUR-SUTA-STATE
                 MOVE URT-RATE (UR-IDX) TO CUR-SUTA-RATE
                 MOVE URT-WAGE-BASE (UR-IDX) TO CUR-SUTA-BASE
              END-IF
           END-IF.

      * THE SHIFT PREMIUM FILE IS OPTIONAL: IT ONLY EXISTS WHEN THE
      * TIMECLOCK POSTING FOUND HOURS INSIDE A PREMIUM WINDOW
       LOAD-SHIFT-PREMIUMS.
       WRITE-REGISTER-HEADERS.
           MOVE REGISTER-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF PREVIEW-RUN = 1
              MOVE REGISTER-PREVIEW-HDR TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE REGISTER-COLUMN-HDR TO PRINT-LINE.
              PERFORM CALCULATE-GROSSPAY
              PERFORM APPLY-RETRO-PAY
              PERFORM APPLY-SHIFT-PREMIUM
              PERFORM CALCULATE-LOCAL-TAX
              PERFORM CALCULATE-PRETAX-DEDUCTIONS
              PERFORM CALCULATE-TAX
              PERFORM CALCULATE-WITHHOLDING
              PERFORM CALCULATE-UNEMPLOYMENT-TAX
              PERFORM CALCULATE-GARNISHMENTS
              PERFORM CALCULATE-DEDUCTIONS
              PERFORM CALCULATE-NETPAY
              PERFORM WRITE-DETAIL-LINE
              PERFORM WRITE-W4-LINE
              PERFORM WRITE-FICA-LINE
              PERFORM WRITE-RETRO-LINE
              PERFORM WRITE-SHIFT-LINE
              PERFORM WRITE-LOCAL-TAX-LINE
              PERFORM WRITE-GARNISH-LINES
              PERFORM WRITE-DEDUCTION-LINES
              PERFORM WRITE-PRETAX-LINE
              IF PREVIEW-RUN = 1
                 PERFORM WRITE-VARIANCE-LINE
              ELSE
                 PERFORM UPDATE-YTD
                 PERFORM UPDATE-CALENDAR-YTD
                 PERFORM DISTRIBUTE-LABOR
                 PERFORM UPDATE-LAST-PAY
                 PERFORM WRITE-PAY-STUB
                 PERFORM PAY-EMPLOYEE
                 PERFORM WRITE-PAY-HISTORY
              END-IF
           ELSE
              IF DATA-FLAG = 0
                 PERFORM WRITE-REJECT-LINE
           END-IF.
      * CHECKPOINT THE RECORD JUST READ WHETHER ACCEPTED OR REJECTED,
      * SO A RESTART NEVER RE-READS A RECORD ALREADY REPORTED ON
           IF PREVIEW-RUN = 0
              PERFORM WRITE-CHECKPOINT
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.
           MOVE REGISTER-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-FICA-LINE.
           IF SS-TAXABLE < FICA-WAGES OR ADDL-MEDICARE > ZEROES
              MOVE SS-TAXABLE TO RFL-SS-WAGES
              MOVE ADDL-MEDICARE TO RFL-ADDL-MED
              COMPUTE RFL-CY-WAGES = PRIOR-FICA-WAGES + FICA-WAGES
              MOVE REGISTER-FICA-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.

       WRITE-W4-LINE.
           MOVE CUR-W4-DESC TO RWL-STATUS.
           MOVE CUR-DEP-CREDIT TO RWL-DEP-CREDIT.
           MOVE EXTRA-WH-TAKEN TO RWL-EXTRA-WH.
           MOVE REGISTER-W4-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-REJECT-LINE.
           MOVE SOCSEC TO RJ-SOCSEC.
           MOVE LASTNAME TO RJ-LASTNAME.
           MOVE CNETPAY TO RT-AMOUNT.
           MOVE REGISTER-TRAILER-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
      * THE EMPLOYER MATCH IS NOT PART OF THE CHECK, SO IT PRINTS
      * BELOW NET PAY AND ONLY FOR A COMPANY WITH A MATCHED PLAN
           IF CMATCH > ZEROES
              MOVE 'COMPANY ER MATCH:' TO RT-LABEL
              MOVE CMATCH TO RT-AMOUNT
              MOVE REGISTER-TRAILER-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
      * THE EMPLOYER UNEMPLOYMENT TAXES ARE LIKEWISE NOT WITHHELD
           IF CFUTA > ZEROES
              MOVE 'COMPANY ER FUTA:' TO RT-LABEL
              MOVE CFUTA TO RT-AMOUNT
              MOVE REGISTER-TRAILER-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           IF CSUTA > ZEROES
              MOVE 'COMPANY ER SUTA:' TO RT-LABEL
              MOVE CSUTA TO RT-AMOUNT
              MOVE REGISTER-TRAILER-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM WRITE-DEPT-TOTAL-LINE
           IF OTHER-COUNT > ZEROES
              PERFORM WRITE-GL-OTHER-ENTRIES
           END-IF.
           PERFORM WRITE-GL-LABOR-TRANSFER
              VARYING LXF-IDX FROM 1 BY 1
              UNTIL LXF-IDX > LABOR-XFER-COUNT.
           MOVE GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
           MOVE GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
           MOVE GL-TRAILER-REC TO GL-LINE.
              MOVE DRT-NETPAY (DR-IDX) TO GD-AMOUNT
              MOVE 'NET PAY CLEARING' TO GD-DESC
              PERFORM WRITE-GL-DETAIL
              IF DRT-MATCH (DR-IDX) > ZEROES
                 MOVE DRT-MATCH (DR-IDX) TO GD-AMOUNT
                 PERFORM WRITE-GL-MATCH-ENTRIES
              END-IF
              IF DRT-FUTA (DR-IDX) > ZEROES
                 MOVE DRT-FUTA (DR-IDX) TO GD-AMOUNT
                 PERFORM WRITE-GL-FUTA-ENTRIES
              END-IF
              IF DRT-SUTA (DR-IDX) > ZEROES
                 MOVE DRT-SUTA (DR-IDX) TO GD-AMOUNT
                 PERFORM WRITE-GL-SUTA-ENTRIES
              END-IF
           END-IF.

      * POST THE UNMAPPED-DEPARTMENT BUCKET THE SAME WAY, UNDER THE
           MOVE OTHER-NETPAY TO GD-AMOUNT.
           MOVE 'NET PAY CLEARING' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           IF OTHER-MATCH > ZEROES
              MOVE OTHER-MATCH TO GD-AMOUNT
              PERFORM WRITE-GL-MATCH-ENTRIES
           END-IF.
           IF OTHER-FUTA > ZEROES
              MOVE OTHER-FUTA TO GD-AMOUNT
              PERFORM WRITE-GL-FUTA-ENTRIES
           END-IF.
           IF OTHER-SUTA > ZEROES
              MOVE OTHER-SUTA TO GD-AMOUNT
              PERFORM WRITE-GL-SUTA-ENTRIES
           END-IF.

      * THE EMPLOYER PLAN MATCH IN GD-AMOUNT, ITS OWN BALANCED PAIR:
      * BENEFIT EXPENSE AGAINST THE MATCH OWED TO THE PLAN TRUST
       WRITE-GL-MATCH-ENTRIES.
           MOVE GL-ACCT-MATCH-EXP TO GD-ACCOUNT.
           MOVE 'DR' TO GD-DRCR.
           MOVE 'EMPLOYER PLAN MATCH' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           MOVE GL-ACCT-MATCH-LIAB TO GD-ACCOUNT.
           MOVE 'CR' TO GD-DRCR.
           MOVE 'PLAN MATCH PAYABLE' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.

      * THE EMPLOYER FUTA IN GD-AMOUNT: TAX EXPENSE AGAINST THE
      * FEDERAL UNEMPLOYMENT TAX OWED WITH THE 940
       WRITE-GL-FUTA-ENTRIES.
           MOVE GL-ACCT-FUTA-EXP TO GD-ACCOUNT.
           MOVE 'DR' TO GD-DRCR.
           MOVE 'FUTA TAX EXPENSE' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           MOVE GL-ACCT-FUTA-LIAB TO GD-ACCOUNT.
           MOVE 'CR' TO GD-DRCR.
           MOVE 'FUTA TAX PAYABLE' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.

      * THE EMPLOYER SUTA IN GD-AMOUNT: TAX EXPENSE AGAINST THE
      * STATE UNEMPLOYMENT TAX OWED WITH THE QUARTERLY WAGE REPORT
       WRITE-GL-SUTA-ENTRIES.
           MOVE GL-ACCT-SUTA-EXP TO GD-ACCOUNT.
           MOVE 'DR' TO GD-DRCR.
           MOVE 'SUTA TAX EXPENSE' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           MOVE GL-ACCT-SUTA-LIAB TO GD-ACCOUNT.
           MOVE 'CR' TO GD-DRCR.
           MOVE 'SUTA TAX PAYABLE' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.

       WRITE-GL-DETAIL.
           IF GD-DRCR = 'DR'
           MOVE GL-DETAIL-REC TO GL-LINE.
           WRITE GL-LINE.

      * MOVE THE LABOR ONE HOME DEPARTMENT CHARGED TO ANOTHER
      * DEPARTMENT'S COST CENTER ACROSS: EACH EXPENSE COMES OUT OF
      * THE HOME DEPARTMENT AND GOES INTO THE COST CENTER'S, TAGGED
      * WITH THE COST CENTER, SO THE BATCH STILL BALANCES
       WRITE-GL-LABOR-TRANSFER.
           MOVE LXF-COST-CENTER (LXF-IDX) TO GD-COST-CENTER.
           IF LXF-GROSS (LXF-IDX) > ZEROES
              MOVE GL-ACCT-LABOR TO GD-ACCOUNT
              MOVE LXF-GROSS (LXF-IDX) TO GD-AMOUNT
              PERFORM WRITE-GL-TRANSFER-PAIR
           END-IF.
           IF LXF-FUTA (LXF-IDX) > ZEROES
              MOVE GL-ACCT-FUTA-EXP TO GD-ACCOUNT
              MOVE LXF-FUTA (LXF-IDX) TO GD-AMOUNT
              PERFORM WRITE-GL-TRANSFER-PAIR
           END-IF.
           IF LXF-SUTA (LXF-IDX) > ZEROES
              MOVE GL-ACCT-SUTA-EXP TO GD-ACCOUNT
              MOVE LXF-SUTA (LXF-IDX) TO GD-AMOUNT
              PERFORM WRITE-GL-TRANSFER-PAIR
           END-IF.
           MOVE SPACES TO GD-COST-CENTER.

       WRITE-GL-TRANSFER-PAIR.
           MOVE LXF-HOME-DEPT (LXF-IDX) TO GD-DEPT-CODE.
           MOVE 'CR' TO GD-DRCR.
           MOVE 'LABOR DIST OUT' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.
           MOVE LXF-CC-DEPT (LXF-IDX) TO GD-DEPT-CODE.
           MOVE 'DR' TO GD-DRCR.
           MOVE 'LABOR DIST IN' TO GD-DESC.
           PERFORM WRITE-GL-DETAIL.

       CALCULATE-GROSSPAY.
           MOVE 0 TO DEPT-MATCHED.
           SET DR-IDX TO 1.
           END-IF.
           ADD GROSSPAY TO DRT-GROSSPAY (DR-IDX).

      * FEDERAL WITHHOLDING ON THE EMPLOYEE'S W-4: ANNUALIZE THE
      * PERIOD WAGE, RUN IT THROUGH THE BRACKETS FOR THE FILING
      * STATUS, TAKE OFF THE DEPENDENTS CREDIT, BRING THE TAX BACK
      * TO ONE CHECK AND ADD THE EXTRA WITHHOLDING. A STATUS WITH NO
      * BRACKETS ON THE TABLE IS WITHHELD AT THE SINGLE BRACKETS.
      * THE WAGE IS GROSS PAY LESS THE PRE-TAX DEDUCTIONS ALREADY
      * TAKEN BY CALCULATE-PRETAX-DEDUCTIONS
       CALCULATE-TAX.
           PERFORM FIND-W4-ELECTION.
           COMPUTE FED-TAXABLE = GROSSPAY - FED-PRETAX.
           COMPUTE ANNUAL-WAGE = FED-TAXABLE * PAY-PERIODS-PER-YEAR.
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
      * THE EXTRA WITHHOLDING IS CUT BACK TO WHAT THE CHECK CAN
      * COVER AFTER THE STATUTORY TAXES, SO IT NEVER DRIVES THE NET
      * PAY BELOW ZERO
           COMPUTE EXTRA-WH-ROOM = GROSSPAY - FEDTAX - TOTPRETAX
              - LOCALTAX
              - GROSSPAY * (FICA-RATE + MEDICARE-RATE + STATETAX-RATE).
           IF EXTRA-WH-ROOM < ZEROES
              MOVE ZEROES TO EXTRA-WH-ROOM
           END-IF.
           IF CUR-EXTRA-WH > EXTRA-WH-ROOM
              MOVE EXTRA-WH-ROOM TO EXTRA-WH-TAKEN
           ELSE
              MOVE CUR-EXTRA-WH TO EXTRA-WH-TAKEN
           END-IF.
           ADD EXTRA-WH-TAKEN TO FEDTAX.
           ADD FEDTAX TO CFEDTAX.
           IF DEPT-MATCHED = 1
              ADD FEDTAX TO DRT-FEDTAX (DR-IDX)
              ADD FEDTAX TO OTHER-FEDTAX
           END-IF.

      * THE EMPLOYEE'S CALENDAR-YEAR RECORD FOR THIS COMPANY, LEFT
      * IN THE RECORD AREA FOR UPDATE-CALENDAR-YTD; NONE YET MEANS
      * THIS IS THE FIRST CHECK OF THE YEAR
       LOAD-CALENDAR-YTD.
           MOVE RUN-COMPANY-CODE TO CY-COMPANY.
           MOVE RUN-TAX-YEAR TO CY-YEAR.
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

      * SOCIAL SECURITY IS WITHHELD ONLY UNTIL THE EMPLOYEE'S FICA
      * WAGES FOR THE YEAR REACH THE WAGE BASE, AND ADDITIONAL
      * MEDICARE STARTS ON THE WAGES PAST ITS THRESHOLD, BOTH
      * MEASURED AGAINST THE CALENDAR-YEAR FILE RATHER THAN THE
      * QUARTER-TO-DATE TOTALS. SECTION 125 DEDUCTIONS COME OUT OF
      * THE FICA WAGES, AND 401(K) AND 125 OUT OF THE STATE WAGES
       CALCULATE-WITHHOLDING.
           PERFORM LOAD-CALENDAR-YTD.
           COMPUTE FICA-WAGES = GROSSPAY - FICA-PRETAX.
           IF PRIOR-FICA-WAGES NOT < SS-WAGE-BASE
              MOVE ZEROES TO SS-TAXABLE
           ELSE
              IF PRIOR-FICA-WAGES + FICA-WAGES > SS-WAGE-BASE
                 COMPUTE SS-TAXABLE = SS-WAGE-BASE - PRIOR-FICA-WAGES
              ELSE
                 MOVE FICA-WAGES TO SS-TAXABLE
              END-IF
           END-IF.
           COMPUTE FICA= SS-TAXABLE * FICA-RATE.
           ADD FICA TO CFICA.
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
           COMPUTE MEDICARE= FICA-WAGES * MEDICARE-RATE.
           ADD ADDL-MEDICARE TO MEDICARE.
           ADD MEDICARE TO CMEDICARE.
           COMPUTE STATE-TAXABLE = GROSSPAY - STATE-PRETAX.
           COMPUTE STATETAX= STATE-TAXABLE * STATETAX-RATE.
           ADD STATETAX TO CSTATETAX.
           IF DEPT-MATCHED = 1
              ADD FICA TO DRT-FICA (DR-IDX)
              ADD STATETAX TO OTHER-STATETAX
           END-IF.

      * ACCRUE THE EMPLOYER'S FUTA AND SUTA ON THIS CHECK. THE
      * UNEMPLOYMENT WAGES ARE THE FICA WAGES (SECTION 125 OUT,
      * 401(K) IN), AND EACH TAX STOPS AT ITS OWN WAGE BASE
      * MEASURED AGAINST THE SAME CALENDAR-YEAR FICA WAGES THE
      * SOCIAL SECURITY TEST USES. NOTHING COMES OUT OF THE CHECK
       CALCULATE-UNEMPLOYMENT-TAX.
           MOVE CUR-FUTA-BASE TO UI-WAGE-BASE.
           PERFORM FIND-UI-TAXABLE.
           MOVE UI-TAXABLE TO FUTA-TAXABLE.
           COMPUTE FUTA-TAX = FUTA-TAXABLE * CUR-FUTA-RATE.
           MOVE CUR-SUTA-BASE TO UI-WAGE-BASE.
           PERFORM FIND-UI-TAXABLE.
           MOVE UI-TAXABLE TO SUTA-TAXABLE.
           COMPUTE SUTA-TAX = SUTA-TAXABLE * CUR-SUTA-RATE.
           ADD FUTA-TAX TO CFUTA.
           ADD SUTA-TAX TO CSUTA.
           IF DEPT-MATCHED = 1
              ADD FUTA-TAX TO DRT-FUTA (DR-IDX)
              ADD SUTA-TAX TO DRT-SUTA (DR-IDX)
           ELSE
              ADD FUTA-TAX TO OTHER-FUTA
              ADD SUTA-TAX TO OTHER-SUTA
           END-IF.

      * THE PART OF THIS CHECK'S FICA WAGES UNDER UI-WAGE-BASE,
      * GIVEN THE WAGES ALREADY PAID THIS YEAR
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

      * WITHHOLD THE LOCAL OCCUPATIONAL TAX FOR THE EMPLOYEE'S WORK
      * LOCATION: THE FLAT JURISDICTION RATE AGAINST GROSS UP TO
      * THE PER-PERIOD WAGE CAP; AN EMPLOYEE WITH NO WORK LOCATION
              MOVE ZEROES TO LB-VAC-BAL
              MOVE ZEROES TO LB-SICK-BAL
              PERFORM APPLY-LEAVE-ACTIVITY
              IF PREVIEW-RUN = 0
                 WRITE LEAVE-BALANCE-REC
                    INVALID KEY
                       DISPLAY 'ERROR WRITING LEAVE RECORD FOR '
                          LB-SOCSEC
                 END-WRITE
              END-IF
              MOVE '00' TO LEAVE-BALANCES-STATUS
           ELSE
              PERFORM APPLY-LEAVE-ACTIVITY
              IF PREVIEW-RUN = 0
                 REWRITE LEAVE-BALANCE-REC
                    INVALID KEY
                       DISPLAY 'ERROR UPDATING LEAVE RECORD FOR '
                          LB-SOCSEC
                 END-REWRITE
              END-IF
           END-IF.
           MOVE LB-VAC-BAL TO LEAVE-VAC-BAL.
           MOVE LB-SICK-BAL TO LEAVE-SICK-BAL.
      * AS A SHORTFALL, NEVER SILENTLY SKIPPED
       CALCULATE-GARNISHMENTS.
           MOVE ZEROES TO TOTGARNISH.
           MOVE ZEROES TO CHECK-GARN-COUNT.
           MOVE 0 TO GARN-SHORT-FOUND.
           MOVE ZEROES TO GARN-LINE-COUNT.
           MOVE ZEROES TO GARN-ORDER-COUNT.
           COMPUTE DISPOSABLE-EARNINGS = GROSSPAY - FEDTAX - FICA
              - MEDICARE - STATETAX - LOCALTAX.
      * THE PRE-TAX DEDUCTIONS WERE TAKEN BEFORE THE TAXES COULD BE
      * FIGURED, SO THE ORDERS GET WHAT THE CHECK HAS LEFT AFTER
      * THEM; THE LEGAL CAPS STILL RUN ON DISPOSABLE EARNINGS
           IF DISPOSABLE-EARNINGS > TOTPRETAX
              COMPUTE GARN-AVAILABLE =
                 DISPOSABLE-EARNINGS - TOTPRETAX
           ELSE
              MOVE ZEROES TO GARN-AVAILABLE
           END-IF.
           MOVE SOCSEC TO GR-SOCSEC.
           MOVE LOW-VALUES TO GR-CASE-NO.
           MOVE '00' TO GARNISH-MASTER-STATUS.
           IF GARN-THIS-AMT > ZEROES
              ADD GARN-THIS-AMT TO TOTGARNISH
              SUBTRACT GARN-THIS-AMT FROM GARN-AVAILABLE
              IF PREVIEW-RUN = 0
                 PERFORM UPDATE-GARNISH-BALANCE
              END-IF
           END-IF.
           PERFORM ACCUMULATE-GARNISH-REMIT.
           PERFORM HOLD-GARNISH-LINE.
           IF GARN-SHORT-AMT > ZEROES
              MOVE 1 TO GARN-SHORT-FOUND
              PERFORM WRITE-GARNISH-SHORT-LINE
           END-IF.
           PERFORM PICK-NEXT-ORDER.
           END-IF.

       HOLD-GARNISH-LINE.
           IF GARN-THIS-AMT > ZEROES AND CHECK-GARN-COUNT < 10
              ADD 1 TO CHECK-GARN-COUNT
              MOVE GO-CASE-NO (GO-SUB)
                 TO CKG-CASE-NO (CHECK-GARN-COUNT)
              MOVE GARN-THIS-AMT TO CKG-AMOUNT (CHECK-GARN-COUNT)
           END-IF.
           IF GARN-LINE-COUNT < 10
              MOVE GO-CASE-NO (GO-SUB) TO RGL-CASE-NO
              MOVE GARN-THIS-AMT TO RGL-AMOUNT
           MOVE GARN-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

      * TAKE THE EMPLOYEE'S PRE-TAX DEDUCTIONS AHEAD OF THE TAX
      * CALCULATION, SO EACH ONE COMES OUT OF THE TAXABLE WAGES ITS
      * CODE IS MARKED FOR. ROOM IS LEFT FOR SOCIAL SECURITY,
      * MEDICARE AND LOCAL TAX, WHICH A 401(K) DOES NOT REDUCE
       CALCULATE-PRETAX-DEDUCTIONS.
           MOVE ZEROES TO TOTDEDUCT.
           MOVE ZEROES TO DED-LINE-COUNT.
           MOVE ZEROES TO CHECK-DED-COUNT.
           MOVE ZEROES TO FED-PRETAX.
           MOVE ZEROES TO STATE-PRETAX.
           MOVE ZEROES TO FICA-PRETAX.
           MOVE ZEROES TO EMPLOYER-MATCH.
           COMPUTE DED-ROOM = GROSSPAY - LOCALTAX - GROSSPAY
              * (FICA-RATE + MEDICARE-RATE + ADDL-MEDICARE-RATE).
           PERFORM SET-AVAILABLE-NET.
           MOVE 'P' TO DED-PASS.
           PERFORM APPLY-EMPLOYEE-DEDUCTIONS.
           MOVE TOTDEDUCT TO TOTPRETAX.

      * APPLY THE EMPLOYEE'S AFTER-TAX VOLUNTARY DEDUCTIONS AGAINST
      * WHAT IS LEFT OF GROSS PAY AFTER STATUTORY WITHHOLDING, THE
      * GARNISHMENT ORDERS AND THE PRE-TAX DEDUCTIONS, PERFORMED
      * BETWEEN CALCULATE-GARNISHMENTS AND CALCULATE-NETPAY
       CALCULATE-DEDUCTIONS.
      * GARNISHMENTS HAVE LEGAL PRIORITY, SO VOLUNTARY DEDUCTIONS
      * ONLY GET WHAT IS LEFT AFTER THE ORDERS ARE SATISFIED
           COMPUTE DED-ROOM = GROSSPAY - FEDTAX - FICA
              - MEDICARE - STATETAX - LOCALTAX - TOTGARNISH
              - TOTPRETAX.
           PERFORM SET-AVAILABLE-NET.
           MOVE 'A' TO DED-PASS.
           PERFORM APPLY-EMPLOYEE-DEDUCTIONS.
           ADD TOTDEDUCT TO CDEDUCT.
           ADD EMPLOYER-MATCH TO CMATCH.
           IF DEPT-MATCHED = 1
              ADD TOTDEDUCT TO DRT-DEDUCT (DR-IDX)
              ADD EMPLOYER-MATCH TO DRT-MATCH (DR-IDX)
           ELSE
              ADD TOTDEDUCT TO OTHER-DEDUCT
              ADD EMPLOYER-MATCH TO OTHER-MATCH
           END-IF.

      * A CHECK WHOSE WITHHOLDING ALREADY TOOK EVERYTHING HAS NO
      * ROOM FOR DEDUCTIONS RATHER THAN A NEGATIVE AMOUNT
       SET-AVAILABLE-NET.
           IF DED-ROOM > ZEROES
              MOVE DED-ROOM TO AVAILABLE-NET
           ELSE
              MOVE ZEROES TO AVAILABLE-NET
           END-IF.

      * RUN THROUGH THE EMPLOYEE'S DEDUCTION RECORDS, TAKING THE
      * ONES THAT BELONG TO THE CURRENT PASS
       APPLY-EMPLOYEE-DEDUCTIONS.
           MOVE SOCSEC TO DED-SOCSEC.
           MOVE LOW-VALUES TO DED-CODE.
           MOVE '00' TO DEDUCT-MASTER-STATUS.
                 UNTIL DEDUCT-MASTER-STATUS NOT = '00'
                    OR DED-SOCSEC NOT = SOCSEC
           END-IF.

       READ-NEXT-DEDUCTION.
           READ DEDUCT-MASTER NEXT RECORD
              AT END CONTINUE
           END-READ.

      * PRE-TAX CODES ARE TAKEN ON THE PRE-TAX PASS AND EVERYTHING
      * ELSE ON THE AFTER-TAX PASS, SO EACH RECORD IS TAKEN ONCE
       APPLY-DEDUCTION.
           PERFORM FIND-DEDUCT-CODE.
           IF (DED-PASS = 'P' AND CUR-DED-PRETAX = 'Y')
                 OR (DED-PASS = 'A' AND CUR-DED-PRETAX NOT = 'Y')
              PERFORM TAKE-DEDUCTION
           END-IF.
           PERFORM READ-NEXT-DEDUCTION.

      * TAKE ONE DEDUCTION IF NET PAY CAN COVER IT; RECOVER ARREARS
      * WHEN THERE IS ALSO ROOM FOR THEM, AND PUT THE DEDUCTION INTO
      * ARREARS WHEN THERE IS NOT EVEN ROOM FOR THE SCHEDULED AMOUNT
       TAKE-DEDUCTION.
           MOVE 0 TO DED-REC-CHANGED.
           MOVE SPACES TO RDL-NOTE.
           IF DED-TYPE = 'P'
              ADD DED-THIS-AMT TO TOTDEDUCT
              SUBTRACT DED-THIS-AMT FROM AVAILABLE-NET
              PERFORM ACCUMULATE-DEDUCTION-TOTAL
              IF DED-PASS = 'P'
                 PERFORM ADD-PRETAX-AMOUNT
              END-IF
              PERFORM CALCULATE-EMPLOYER-MATCH
              IF CUR-PLAN-ID NOT = SPACES AND DED-THIS-AMT > ZEROES
                    AND PREVIEW-RUN = 0
                 PERFORM WRITE-CONTRIB-DETAIL
              END-IF
           ELSE
              ADD DED-THIS-AMT TO DED-ARREARS
              MOVE 1 TO DED-REC-CHANGED
              MOVE 'NOT TAKEN - ADDED TO ARREARS' TO RDL-NOTE
           END-IF.
           PERFORM HOLD-DEDUCTION-LINE.
           IF DED-REC-CHANGED = 1 AND PREVIEW-RUN = 0
              REWRITE DEDUCT-REC
                 INVALID KEY
                    DISPLAY 'ERROR UPDATING DEDUCTION FOR '
                       DED-SOCSEC
              END-REWRITE
           END-IF.

      * LOOK UP THE CODE'S TAX TREATMENT AND MATCH; A CODE NOT ON
      * THE TABLE IS AFTER-TAX WITH NO MATCH AND NO PLAN
       FIND-DEDUCT-CODE.
           MOVE 'N' TO CUR-DED-PRETAX-FED.
           MOVE 'N' TO CUR-DED-PRETAX-STATE.
           MOVE 'N' TO CUR-DED-PRETAX-FICA.
           MOVE 'N' TO CUR-DED-PRETAX.
           MOVE ZEROES TO CUR-MATCH-RATE.
           MOVE ZEROES TO CUR-MATCH-CAP-PCT.
           MOVE SPACES TO CUR-PLAN-ID.
           IF DED-CODE-COUNT > ZEROES
              SET DC-IDX TO 1
              SEARCH DED-CODE-ENTRY VARYING DC-IDX
                 AT END
                    CONTINUE
                 WHEN DCT-CODE (DC-IDX) = DED-CODE
                    PERFORM LOAD-DEDUCT-TREATMENT
              END-SEARCH
           END-IF.

       LOAD-DEDUCT-TREATMENT.
           MOVE DCT-PRETAX-FED (DC-IDX) TO CUR-DED-PRETAX-FED.
           MOVE DCT-PRETAX-STATE (DC-IDX) TO CUR-DED-PRETAX-STATE.
           MOVE DCT-PRETAX-FICA (DC-IDX) TO CUR-DED-PRETAX-FICA.
           MOVE DCT-MATCH-RATE (DC-IDX) TO CUR-MATCH-RATE.
           MOVE DCT-MATCH-CAP-PCT (DC-IDX) TO CUR-MATCH-CAP-PCT.
           MOVE DCT-PLAN-ID (DC-IDX) TO CUR-PLAN-ID.
           IF CUR-DED-PRETAX-FED = 'Y' OR CUR-DED-PRETAX-STATE = 'Y'
                 OR CUR-DED-PRETAX-FICA = 'Y'
              MOVE 'Y' TO CUR-DED-PRETAX
           END-IF.

      * TAKE THE PRE-TAX DEDUCTION OUT OF EACH TAXABLE WAGE ITS
      * CODE IS MARKED FOR
       ADD-PRETAX-AMOUNT.
           IF CUR-DED-PRETAX-FED = 'Y'
              ADD DED-THIS-AMT TO FED-PRETAX
           END-IF.
           IF CUR-DED-PRETAX-STATE = 'Y'
              ADD DED-THIS-AMT TO STATE-PRETAX
           END-IF.
           IF CUR-DED-PRETAX-FICA = 'Y'
              ADD DED-THIS-AMT TO FICA-PRETAX
           END-IF.

      * THE EMPLOYER MATCHES ITS RATE AGAINST THE DEDUCTION ACTUALLY
      * TAKEN, COUNTING NO MORE OF IT THAN THE CAP PERCENT OF GROSS
       CALCULATE-EMPLOYER-MATCH.
           MOVE ZEROES TO MATCH-THIS-AMT.
           IF CUR-MATCH-RATE > ZEROES
              MOVE DED-THIS-AMT TO MATCH-ELIGIBLE
              IF CUR-MATCH-CAP-PCT > ZEROES
                 COMPUTE MATCH-CAP-AMT ROUNDED =
                    GROSSPAY * CUR-MATCH-CAP-PCT / 100
                 IF MATCH-ELIGIBLE > MATCH-CAP-AMT
                    MOVE MATCH-CAP-AMT TO MATCH-ELIGIBLE
                 END-IF
              END-IF
              COMPUTE MATCH-THIS-AMT ROUNDED =
                 MATCH-ELIGIBLE * CUR-MATCH-RATE / 100
              ADD MATCH-THIS-AMT TO EMPLOYER-MATCH
           END-IF.

      * ONE PARTICIPANT CONTRIBUTION FOR THE PLAN RECORDKEEPER
       WRITE-CONTRIB-DETAIL.
           MOVE CUR-PLAN-ID TO CD-PLAN-ID.
           MOVE SOCSEC TO CD-SOCSEC.
           MOVE LASTNAME TO CD-LASTNAME.
           MOVE INITIALS TO CD-INITIALS.
           MOVE DED-CODE TO CD-DED-CODE.
           MOVE RUN-PERIOD-END-DATE TO CD-PERIOD-END.
           MOVE GROSSPAY TO CD-PLAN-COMP.
           MOVE DED-THIS-AMT TO CD-EE-AMOUNT.
           MOVE MATCH-THIS-AMT TO CD-ER-AMOUNT.
           MOVE CUR-DED-PRETAX TO CD-PRETAX.
           MOVE CONTRIB-DETAIL-REC TO CONTRIB-LINE.
           WRITE CONTRIB-LINE.
           ADD 1 TO CONTRIB-COUNT.
           ADD DED-THIS-AMT TO CONTRIB-EE-TOTAL.
           ADD MATCH-THIS-AMT TO CONTRIB-ER-TOTAL.

       WRITE-CONTRIB-HEADER.
           MOVE RUN-COMPANY-CODE TO CH-COMPANY-CODE.
           MOVE RUN-PERIOD-END-DATE TO CH-PERIOD-END.
           MOVE CONTRIB-HEADER-REC TO CONTRIB-LINE.
           WRITE CONTRIB-LINE.

      * CLOSE THE COMPANY'S CONTRIBUTION BATCH; THE EMPLOYER TOTAL
      * TIES TO THE MATCH POSTED TO THE GL INTERFACE
       WRITE-CONTRIB-TRAILER.
           MOVE RUN-COMPANY-CODE TO CT-COMPANY.
           MOVE RUN-PERIOD-END-DATE TO CT-PERIOD-END.
           MOVE CONTRIB-COUNT TO CT-COUNT.
           MOVE CONTRIB-EE-TOTAL TO CT-EE-TOTAL.
           MOVE CONTRIB-ER-TOTAL TO CT-ER-TOTAL.
           MOVE CONTRIB-TRAILER-REC TO CONTRIB-LINE.
           WRITE CONTRIB-LINE.

       ACCUMULATE-DEDUCTION-TOTAL.
           SET DT-IDX TO 1.
           END-IF.

       HOLD-DEDUCTION-LINE.
           IF DED-THIS-AMT > ZEROES AND CHECK-DED-COUNT < 10
              ADD 1 TO CHECK-DED-COUNT
              MOVE DED-CODE TO CKD-CODE (CHECK-DED-COUNT)
              MOVE DED-THIS-AMT TO CKD-AMOUNT (CHECK-DED-COUNT)
           END-IF.
           IF DED-LINE-COUNT < 10
              MOVE DED-CODE TO RDL-CODE
              MOVE DED-THIS-AMT TO RDL-AMOUNT
           MOVE DED-LINE-ENTRY (DL-SUB) TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-PRETAX-LINE.
           IF TOTPRETAX > ZEROES OR EMPLOYER-MATCH > ZEROES
              MOVE FED-PRETAX TO RPL-FED
              MOVE STATE-PRETAX TO RPL-STATE
              MOVE FICA-PRETAX TO RPL-FICA
              MOVE EMPLOYER-MATCH TO RPL-MATCH
              MOVE REGISTER-PRETAX-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.

       CALCULATE-NETPAY.
           COMPUTE NETPAY= GROSSPAY - FEDTAX - FICA - MEDICARE
              - STATETAX - LOCALTAX - TOTGARNISH - TOTDEDUCT.
              ADD NETPAY TO OTHER-NETPAY
           END-IF.

      * FILE THIS PERIOD'S FIGURES AS THE EMPLOYEE'S LAST PERIOD,
      * MOVING AN EARLIER PERIOD DOWN TO PRIOR; A RERUN OF THE SAME
      * PERIOD REPLACES ITS OWN FIGURES
       UPDATE-LAST-PAY.
           MOVE RUN-COMPANY-CODE TO LP-COMPANY.
           MOVE SOCSEC TO LP-SOCSEC.
           READ LAST-PAY
              INVALID KEY MOVE '23' TO LAST-PAY-STATUS
           END-READ.
           IF LAST-PAY-STATUS = '23'
              MOVE RUN-COMPANY-CODE TO LP-COMPANY
              MOVE SOCSEC TO LP-SOCSEC
              MOVE ZEROES TO LP-PRIOR-PERIOD
              MOVE ZEROES TO LP-PRIOR-HOURS
              MOVE ZEROES TO LP-PRIOR-GROSS
              MOVE ZEROES TO LP-PRIOR-NET
              PERFORM FILE-LAST-PAY-FIGURES
              WRITE LAST-PAY-REC
                 INVALID KEY
                    DISPLAY 'ERROR WRITING LAST PAY RECORD FOR '
                       LP-SOCSEC
              END-WRITE
              MOVE '00' TO LAST-PAY-STATUS
           ELSE
              IF LP-LAST-PERIOD < THIS-PAY-PERIOD
                 MOVE LP-LAST-PERIOD TO LP-PRIOR-PERIOD
                 MOVE LP-LAST-HOURS TO LP-PRIOR-HOURS
                 MOVE LP-LAST-GROSS TO LP-PRIOR-GROSS
                 MOVE LP-LAST-NET TO LP-PRIOR-NET
              END-IF
              PERFORM FILE-LAST-PAY-FIGURES
              REWRITE LAST-PAY-REC
                 INVALID KEY
                    DISPLAY 'ERROR UPDATING LAST PAY RECORD FOR '
                       LP-SOCSEC
              END-REWRITE
           END-IF.

       FILE-LAST-PAY-FIGURES.
           MOVE LASTNAME TO LP-LASTNAME.
           MOVE THIS-PAY-PERIOD TO LP-LAST-PERIOD.
           MOVE HOURWORK TO LP-LAST-HOURS.
           MOVE GROSSPAY TO LP-LAST-GROSS.
           MOVE NETPAY TO LP-LAST-NET.

      * THE LAST PERIOD FILED IS THE ONE TO COMPARE WITH, UNLESS A
      * LIVE RUN OF THIS SAME PERIOD ALREADY FILED IT; THEN IT IS
      * THE PRIOR ONE
       PICK-PREVIOUS-FIGURES.
           IF LP-LAST-PERIOD < THIS-PAY-PERIOD
              MOVE LP-LAST-PERIOD TO PREV-PERIOD
              MOVE LP-LAST-HOURS TO PREV-HOURS
              MOVE LP-LAST-GROSS TO PREV-GROSS
              MOVE LP-LAST-NET TO PREV-NET
           ELSE
              IF LP-PRIOR-PERIOD < THIS-PAY-PERIOD
                 MOVE LP-PRIOR-PERIOD TO PREV-PERIOD
                 MOVE LP-PRIOR-HOURS TO PREV-HOURS
                 MOVE LP-PRIOR-GROSS TO PREV-GROSS
                 MOVE LP-PRIOR-NET TO PREV-NET
              ELSE
                 MOVE ZEROES TO PREV-PERIOD
                 MOVE ZEROES TO PREV-HOURS
                 MOVE ZEROES TO PREV-GROSS
                 MOVE ZEROES TO PREV-NET
              END-IF
           END-IF.

      * FIND THE LAST PERIOD BEFORE THIS ONE THAT THE COMPANY PAID
      * AND HEAD THE COMPANY'S SECTION OF THE VARIANCE REPORT
       START-VARIANCE-COMPANY.
           MOVE ZEROES TO VARIANCE-COUNTS.
           MOVE ZEROES TO PREVIEW-PAID-COUNT.
           MOVE ZEROES TO COMPANY-LAST-PERIOD.
           IF LAST-PAY-OPEN = 1
              PERFORM START-COMPANY-LAST-PAY
              PERFORM NOTE-COMPANY-LAST-PERIOD
                 UNTIL MORE-LAST-PAY = 'N'
           END-IF.
           MOVE RUN-COMPANY-CODE TO VCH-COMPANY.
           MOVE THIS-PAY-PERIOD TO VCH-PERIOD-END.
           MOVE COMPANY-LAST-PERIOD TO VCH-LAST-PERIOD.
           MOVE SWING-PCT TO VCH-SWING-PCT.
           MOVE VARIANCE-TITLE-HDR TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE VARIANCE-COMPANY-HDR TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE VARIANCE-LEGEND-HDR TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE VARIANCE-LEGEND-HDR-2 TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE VARIANCE-COLUMN-HDR TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

      * POSITION ON THE COMPANY'S FIRST LAST-PAY RECORD
       START-COMPANY-LAST-PAY.
           MOVE 'Y' TO MORE-LAST-PAY.
           MOVE RUN-COMPANY-CODE TO LP-COMPANY.
           MOVE ZEROES TO LP-SOCSEC.
           START LAST-PAY KEY IS NOT LESS THAN LP-KEY
              INVALID KEY MOVE 'N' TO MORE-LAST-PAY
           END-START.
           IF MORE-LAST-PAY = 'Y'
              PERFORM READ-NEXT-LAST-PAY
           END-IF.

       READ-NEXT-LAST-PAY.
           READ LAST-PAY NEXT RECORD
              AT END MOVE 'N' TO MORE-LAST-PAY
           END-READ.
           IF MORE-LAST-PAY = 'Y' AND LP-COMPANY NOT = RUN-COMPANY-CODE
              MOVE 'N' TO MORE-LAST-PAY
           END-IF.

       NOTE-COMPANY-LAST-PERIOD.
           PERFORM PICK-PREVIOUS-FIGURES.
           IF PREV-PERIOD > COMPANY-LAST-PERIOD
              MOVE PREV-PERIOD TO COMPANY-LAST-PERIOD
           END-IF.
           PERFORM READ-NEXT-LAST-PAY.

      * COMPARE THE EMPLOYEE'S HOURS, GROSS, AND NET WITH THE LAST
      * PERIOD THEY WERE PAID AND FLAG WHAT PAYROLL SHOULD LOOK AT
      * BEFORE THE LIVE RUN
       WRITE-VARIANCE-LINE.
           ADD 1 TO VC-PREVIEWED.
           IF PREVIEW-PAID-COUNT < 2000
              ADD 1 TO PREVIEW-PAID-COUNT
              MOVE SOCSEC TO PP-SOCSEC (PREVIEW-PAID-COUNT)
           END-IF.
           MOVE ZEROES TO PREV-PERIOD.
           MOVE ZEROES TO PREV-HOURS.
           MOVE ZEROES TO PREV-GROSS.
           MOVE ZEROES TO PREV-NET.
           IF LAST-PAY-OPEN = 1
              MOVE RUN-COMPANY-CODE TO LP-COMPANY
              MOVE SOCSEC TO LP-SOCSEC
              READ LAST-PAY
                 INVALID KEY MOVE '23' TO LAST-PAY-STATUS
              END-READ
              IF LAST-PAY-STATUS = '00'
                 PERFORM PICK-PREVIOUS-FIGURES
              END-IF
           END-IF.
           MOVE SPACES TO VL-FLAGS.
           MOVE SOCSEC TO VL-SOCSEC.
           MOVE LASTNAME TO VL-LASTNAME.
           MOVE HOURWORK TO VL-HOURS.
           MOVE PREV-HOURS TO VL-PREV-HOURS.
           MOVE GROSSPAY TO VL-GROSS.
           MOVE PREV-GROSS TO VL-PREV-GROSS.
           MOVE NETPAY TO VL-NET.
           MOVE PREV-NET TO VL-PREV-NET.
      * AN EMPLOYEE NOT PAID IN THE COMPANY'S LAST PERIOD IS NEW OR
      * RETURNING, AND HAS NOTHING FAIR TO SWING AGAINST
           IF PREV-PERIOD = ZEROES
                 OR PREV-PERIOD < COMPANY-LAST-PERIOD
              MOVE 'N' TO VL-FLAG-ROSTER
              ADD 1 TO VC-NEW
           ELSE
              PERFORM TEST-EMPLOYEE-SWINGS
           END-IF.
           IF NETPAY = ZEROES
              MOVE 'Z' TO VL-FLAG-ZERO
              ADD 1 TO VC-ZERO-NET
           END-IF.
           IF GARN-SHORT-FOUND = 1
              MOVE 'S' TO VL-FLAG-GARN
              ADD 1 TO VC-GARN-SHORT
           END-IF.
           MOVE VARIANCE-DETAIL-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       TEST-EMPLOYEE-SWINGS.
           MOVE GROSSPAY TO SWING-CUR-AMT.
           MOVE PREV-GROSS TO SWING-PREV-AMT.
           PERFORM TEST-SWING.
           IF SWING-FOUND = 1
              MOVE 'G' TO VL-FLAG-GROSS
           END-IF.
           MOVE NETPAY TO SWING-CUR-AMT.
           MOVE PREV-NET TO SWING-PREV-AMT.
           PERFORM TEST-SWING.
           IF SWING-FOUND = 1
              MOVE 'T' TO VL-FLAG-NET
           END-IF.
           MOVE HOURWORK TO SWING-CUR-AMT.
           MOVE PREV-HOURS TO SWING-PREV-AMT.
           PERFORM TEST-SWING.
           IF SWING-FOUND = 1
              MOVE 'H' TO VL-FLAG-HOURS
           END-IF.
           IF VL-FLAG-GROSS NOT = SPACE OR VL-FLAG-NET NOT = SPACE
                 OR VL-FLAG-HOURS NOT = SPACE
              ADD 1 TO VC-SWING
           END-IF.

      * A CHANGE OF MORE THAN THE SWING PERCENT OF THE LAST
      * PERIOD'S FIGURE, EITHER WAY, IS A SWING; ANYTHING AGAINST A
      * LAST FIGURE OF ZERO IS TOO
       TEST-SWING.
           MOVE 0 TO SWING-FOUND.
           COMPUTE SWING-DIFF = SWING-CUR-AMT - SWING-PREV-AMT.
           IF SWING-DIFF < ZEROES
              COMPUTE SWING-DIFF = ZEROES - SWING-DIFF
           END-IF.
           IF SWING-DIFF * 100 > SWING-PREV-AMT * SWING-PCT
              MOVE 1 TO SWING-FOUND
           END-IF.

      * REPORT EVERYONE PAID IN THE COMPANY'S LAST PERIOD WHO IS NOT
      * BEING PAID IN THIS ONE (DROPPED FROM THE MASTER, REJECTED,
      * OR SKIPPED BY STATUS), THEN THE COMPANY'S COUNTS
       END-VARIANCE-COMPANY.
           IF LAST-PAY-OPEN = 1 AND COMPANY-LAST-PERIOD > ZEROES
              PERFORM START-COMPANY-LAST-PAY
              PERFORM CHECK-MISSING-EMPLOYEE
                 UNTIL MORE-LAST-PAY = 'N'
           END-IF.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE 'EMPLOYEES PREVIEWED:' TO VCL-LABEL.
           MOVE VC-PREVIEWED TO VCL-COUNT.
           PERFORM WRITE-VARIANCE-COUNT.
           MOVE 'NEW OR RETURNING (N):' TO VCL-LABEL.
           MOVE VC-NEW TO VCL-COUNT.
           PERFORM WRITE-VARIANCE-COUNT.
           MOVE 'MISSING THIS PERIOD (M):' TO VCL-LABEL.
           MOVE VC-MISSING TO VCL-COUNT.
           PERFORM WRITE-VARIANCE-COUNT.
           MOVE 'LARGE SWINGS (G/T/H):' TO VCL-LABEL.
           MOVE VC-SWING TO VCL-COUNT.
           PERFORM WRITE-VARIANCE-COUNT.
           MOVE 'ZERO NET CHECKS (Z):' TO VCL-LABEL.
           MOVE VC-ZERO-NET TO VCL-COUNT.
           PERFORM WRITE-VARIANCE-COUNT.
           MOVE 'GARNISHMENT SHORTFALLS (S):' TO VCL-LABEL.
           MOVE VC-GARN-SHORT TO VCL-COUNT.
           PERFORM WRITE-VARIANCE-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       CHECK-MISSING-EMPLOYEE.
           PERFORM PICK-PREVIOUS-FIGURES.
           IF PREV-PERIOD = COMPANY-LAST-PERIOD
              SET PP-IDX TO 1
              SEARCH PREVIEW-PAID-ENTRY
                 AT END
                    PERFORM WRITE-MISSING-LINE
                 WHEN PP-SOCSEC (PP-IDX) = LP-SOCSEC
                    CONTINUE
              END-SEARCH
           END-IF.
           PERFORM READ-NEXT-LAST-PAY.

       WRITE-MISSING-LINE.
           ADD 1 TO VC-MISSING.
           MOVE SPACES TO VL-FLAGS.
           MOVE 'M' TO VL-FLAG-ROSTER.
           MOVE LP-SOCSEC TO VL-SOCSEC.
           MOVE LP-LASTNAME TO VL-LASTNAME.
           MOVE ZEROES TO VL-HOURS.
           MOVE PREV-HOURS TO VL-PREV-HOURS.
           MOVE ZEROES TO VL-GROSS.
           MOVE PREV-GROSS TO VL-PREV-GROSS.
           MOVE ZEROES TO VL-NET.
           MOVE PREV-NET TO VL-PREV-NET.
           MOVE VARIANCE-DETAIL-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       WRITE-VARIANCE-COUNT.
           MOVE VARIANCE-COUNT-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

      * THE TIMECLOCK POSTING'S COST CENTER HOURS ARE OPTIONAL:
      * WITHOUT THEM EVERY EMPLOYEE IS CHARGED TO THEIR HOME
      * DEPARTMENT
       LOAD-LABOR-HOURS.
           OPEN INPUT LABOR-HOURS.
           IF LABOR-HOURS-STATUS = '35'
              MOVE 'N' TO LABOR-HOURS-FLAG
           ELSE
              READ LABOR-HOURS
                 AT END MOVE 'N' TO LABOR-HOURS-FLAG
              END-READ
              PERFORM BUILD-LABOR-HOURS-ENTRY
                 UNTIL LABOR-HOURS-FLAG = 'N'
              CLOSE LABOR-HOURS
           END-IF.

       BUILD-LABOR-HOURS-ENTRY.
           IF LABOR-HOURS-COUNT < 2000
              ADD 1 TO LABOR-HOURS-COUNT
              MOVE LH-SOCSEC TO LHT-SOCSEC (LABOR-HOURS-COUNT)
              MOVE LH-COST-CENTER
                 TO LHT-COST-CENTER (LABOR-HOURS-COUNT)
              MOVE LH-HOURS TO LHT-HOURS (LABOR-HOURS-COUNT)
           END-IF.
           READ LABOR-HOURS
              AT END MOVE 'N' TO LABOR-HOURS-FLAG
           END-READ.

       LOAD-COST-CENTERS.
           OPEN INPUT COST-CENTERS.
           IF COST-CENTERS-STATUS = '35'
              MOVE 'N' TO COST-CENTERS-FLAG
           ELSE
              READ COST-CENTERS
                 AT END MOVE 'N' TO COST-CENTERS-FLAG
              END-READ
              PERFORM BUILD-COST-CENTER
                 UNTIL COST-CENTERS-FLAG = 'N'
              CLOSE COST-CENTERS
           END-IF.

       BUILD-COST-CENTER.
           IF COST-CENTER-COUNT < 200
              ADD 1 TO COST-CENTER-COUNT
              MOVE CC-CODE TO CCT-CODE (COST-CENTER-COUNT)
              MOVE CC-DEPT TO CCT-DEPT (COST-CENTER-COUNT)
              MOVE CC-NAME TO CCT-NAME (COST-CENTER-COUNT)
           END-IF.
           READ COST-CENTERS
              AT END MOVE 'N' TO COST-CENTERS-FLAG
           END-READ.

      * SPREAD THE CHECK'S GROSS PAY AND EMPLOYER TAX ACROSS THE
      * COST CENTERS THE EMPLOYEE PUNCHED TO, BY HOURS; AN
      * EMPLOYEE WITH NO PUNCHED HOURS IS CHARGED ENTIRELY TO THEIR
      * HOME DEPARTMENT
       DISTRIBUTE-LABOR.
           IF DEPT-MATCHED = 1
              MOVE DEPT-CODE TO LABOR-HOME-DEPT
           ELSE
              MOVE '**' TO LABOR-HOME-DEPT
           END-IF.
           MOVE GROSSPAY TO LABOR-LEFT-GROSS.
           MOVE FUTA-TAX TO LABOR-LEFT-FUTA.
           MOVE SUTA-TAX TO LABOR-LEFT-SUTA.
           MOVE ZEROES TO LABOR-EMP-HOURS.
           MOVE ZEROES TO LABOR-EMP-CENTERS.
           MOVE ZEROES TO LABOR-CENTERS-DONE.
           PERFORM SUM-LABOR-HOURS-ENTRY
              VARYING LH-SUB FROM 1 BY 1
              UNTIL LH-SUB > LABOR-HOURS-COUNT.
           IF LABOR-EMP-HOURS = ZEROES
              MOVE SPACES TO LABOR-COST-CENTER
              MOVE HOURWORK TO LABOR-SHARE-HOURS
              MOVE 1 TO LABOR-EMP-CENTERS
              PERFORM WRITE-LABOR-SHARE
           ELSE
              PERFORM SPREAD-LABOR-HOURS-ENTRY
                 VARYING LH-SUB FROM 1 BY 1
                 UNTIL LH-SUB > LABOR-HOURS-COUNT
           END-IF.

       SUM-LABOR-HOURS-ENTRY.
           IF LHT-SOCSEC (LH-SUB) = SOCSEC
                 AND LHT-HOURS (LH-SUB) > ZEROES
              ADD LHT-HOURS (LH-SUB) TO LABOR-EMP-HOURS
              ADD 1 TO LABOR-EMP-CENTERS
           END-IF.

       SPREAD-LABOR-HOURS-ENTRY.
           IF LHT-SOCSEC (LH-SUB) = SOCSEC
                 AND LHT-HOURS (LH-SUB) > ZEROES
              MOVE LHT-COST-CENTER (LH-SUB) TO LABOR-COST-CENTER
              MOVE LHT-HOURS (LH-SUB) TO LABOR-SHARE-HOURS
              PERFORM WRITE-LABOR-SHARE
           END-IF.

      * ONE COST CENTER'S SHARE OF THE CHECK FOR THE HOURS IN
      * LABOR-SHARE-HOURS; THE LAST SHARE TAKES THE REMAINDER
       WRITE-LABOR-SHARE.
           MOVE SPACES TO LABOR-DIST-REC.
           MOVE LABOR-SHARE-HOURS TO LD-HOURS.
           ADD 1 TO LABOR-CENTERS-DONE.
           IF LABOR-CENTERS-DONE = LABOR-EMP-CENTERS
              MOVE LABOR-LEFT-GROSS TO LD-GROSS
              MOVE LABOR-LEFT-FUTA TO LD-FUTA
              MOVE LABOR-LEFT-SUTA TO LD-SUTA
           ELSE
              COMPUTE LD-GROSS ROUNDED =
                 GROSSPAY * LD-HOURS / LABOR-EMP-HOURS
              COMPUTE LD-FUTA ROUNDED =
                 FUTA-TAX * LD-HOURS / LABOR-EMP-HOURS
              COMPUTE LD-SUTA ROUNDED =
                 SUTA-TAX * LD-HOURS / LABOR-EMP-HOURS
              IF LD-GROSS > LABOR-LEFT-GROSS
                 MOVE LABOR-LEFT-GROSS TO LD-GROSS
              END-IF
              IF LD-FUTA > LABOR-LEFT-FUTA
                 MOVE LABOR-LEFT-FUTA TO LD-FUTA
              END-IF
              IF LD-SUTA > LABOR-LEFT-SUTA
                 MOVE LABOR-LEFT-SUTA TO LD-SUTA
              END-IF
           END-IF.
           SUBTRACT LD-GROSS FROM LABOR-LEFT-GROSS.
           SUBTRACT LD-FUTA FROM LABOR-LEFT-FUTA.
           SUBTRACT LD-SUTA FROM LABOR-LEFT-SUTA.
           PERFORM FIND-LABOR-CC-DEPT.
           MOVE RUN-COMPANY-CODE TO LD-COMPANY.
           MOVE THIS-PAY-PERIOD TO LD-PERIOD-END.
           MOVE SOCSEC TO LD-SOCSEC.
           MOVE LASTNAME TO LD-LASTNAME.
           MOVE LABOR-HOME-DEPT TO LD-HOME-DEPT.
           MOVE LABOR-COST-CENTER TO LD-COST-CENTER.
           MOVE LABOR-CC-DEPT TO LD-CC-DEPT.
           WRITE LABOR-DIST-REC.

      * THE GL DEPARTMENT AND NAME OF THE COST CENTER IN
      * LABOR-COST-CENTER; BLANK OR UNKNOWN IS THE HOME DEPARTMENT
       FIND-LABOR-CC-DEPT.
           MOVE LABOR-HOME-DEPT TO LABOR-CC-DEPT.
           MOVE 'HOME DEPARTMENT' TO LABOR-CC-NAME.
           IF LABOR-COST-CENTER NOT = SPACES
              MOVE 'NOT ON COST CENTER FILE' TO LABOR-CC-NAME
              SET CCT-IDX TO 1
              SEARCH COST-CENTER-ENTRY
                 AT END
                    CONTINUE
                 WHEN CCT-CODE (CCT-IDX) = LABOR-COST-CENTER
                    MOVE CCT-NAME (CCT-IDX) TO LABOR-CC-NAME
                    IF CCT-DEPT (CCT-IDX) NOT = SPACES
                       MOVE CCT-DEPT (CCT-IDX) TO LABOR-CC-DEPT
                    END-IF
              END-SEARCH
           END-IF.

      * READ THE COMPANY'S SHARES BACK, INCLUDING ANY A CRASHED RUN
      * WROTE BEFORE THIS ONE RESUMED, AND TOTAL THEM BY COST
      * CENTER AND BY DEPARTMENT CROSSING FOR THE GL
       LOAD-COMPANY-LABOR-DIST.
           MOVE ZEROES TO LABOR-DIST-COUNT.
           MOVE ZEROES TO LABOR-CC-COUNT.
           MOVE ZEROES TO LABOR-XFER-COUNT.
           MOVE ZEROES TO LABOR-TOTAL-HOURS.
           MOVE ZEROES TO LABOR-TOTAL-GROSS.
           MOVE ZEROES TO LABOR-TOTAL-ER-TAX.
           MOVE 'Y' TO LABOR-DIST-FLAG.
           OPEN INPUT LABOR-DIST.
           READ LABOR-DIST
              AT END MOVE 'N' TO LABOR-DIST-FLAG
           END-READ.
           PERFORM HOLD-LABOR-SHARE
              UNTIL LABOR-DIST-FLAG = 'N'.
           CLOSE LABOR-DIST.

       HOLD-LABOR-SHARE.
           IF LD-COMPANY = RUN-COMPANY-CODE
                 AND LD-PERIOD-END = THIS-PAY-PERIOD
              IF LABOR-DIST-COUNT < 2000
                 ADD 1 TO LABOR-DIST-COUNT
                 SET LDT-IDX TO LABOR-DIST-COUNT
                 MOVE LD-SOCSEC TO LDT-SOCSEC (LDT-IDX)
                 MOVE LD-LASTNAME TO LDT-LASTNAME (LDT-IDX)
                 MOVE LD-HOME-DEPT TO LDT-HOME-DEPT (LDT-IDX)
                 MOVE LD-COST-CENTER TO LDT-COST-CENTER (LDT-IDX)
                 MOVE LD-CC-DEPT TO LDT-CC-DEPT (LDT-IDX)
                 MOVE LD-HOURS TO LDT-HOURS (LDT-IDX)
                 MOVE LD-GROSS TO LDT-GROSS (LDT-IDX)
                 COMPUTE LDT-ER-TAX (LDT-IDX) = LD-FUTA + LD-SUTA
              END-IF
              PERFORM ACCUMULATE-LABOR-CC
              IF LD-CC-DEPT NOT = LD-HOME-DEPT
                 PERFORM ACCUMULATE-LABOR-XFER
              END-IF
           END-IF.
           READ LABOR-DIST
              AT END MOVE 'N' TO LABOR-DIST-FLAG
           END-READ.

       ACCUMULATE-LABOR-CC.
           SET LCC-IDX TO 1.
           SEARCH LABOR-CC-ENTRY VARYING LCC-IDX
              AT END
                 PERFORM ADD-LABOR-CC
              WHEN LCC-COST-CENTER (LCC-IDX) = LD-COST-CENTER
                    AND LCC-DEPT (LCC-IDX) = LD-CC-DEPT
                 ADD LD-HOURS TO LCC-HOURS (LCC-IDX)
                 ADD LD-GROSS TO LCC-GROSS (LCC-IDX)
                 ADD LD-FUTA LD-SUTA TO LCC-ER-TAX (LCC-IDX)
           END-SEARCH.
           ADD LD-HOURS TO LABOR-TOTAL-HOURS.
           ADD LD-GROSS TO LABOR-TOTAL-GROSS.
           ADD LD-FUTA LD-SUTA TO LABOR-TOTAL-ER-TAX.

       ADD-LABOR-CC.
           IF LABOR-CC-COUNT < 200
              ADD 1 TO LABOR-CC-COUNT
              SET LCC-IDX TO LABOR-CC-COUNT
              MOVE LD-COST-CENTER TO LCC-COST-CENTER (LCC-IDX)
              MOVE LD-CC-DEPT TO LCC-DEPT (LCC-IDX)
              MOVE LD-HOURS TO LCC-HOURS (LCC-IDX)
              MOVE LD-GROSS TO LCC-GROSS (LCC-IDX)
              COMPUTE LCC-ER-TAX (LCC-IDX) = LD-FUTA + LD-SUTA
           END-IF.

       ACCUMULATE-LABOR-XFER.
           SET LXF-IDX TO 1.
           SEARCH LABOR-XFER-ENTRY VARYING LXF-IDX
              AT END
                 PERFORM ADD-LABOR-XFER
              WHEN LXF-HOME-DEPT (LXF-IDX) = LD-HOME-DEPT
                    AND LXF-CC-DEPT (LXF-IDX) = LD-CC-DEPT
                    AND LXF-COST-CENTER (LXF-IDX) = LD-COST-CENTER
                 ADD LD-GROSS TO LXF-GROSS (LXF-IDX)
                 ADD LD-FUTA TO LXF-FUTA (LXF-IDX)
                 ADD LD-SUTA TO LXF-SUTA (LXF-IDX)
           END-SEARCH.

       ADD-LABOR-XFER.
           IF LABOR-XFER-COUNT < 200
              ADD 1 TO LABOR-XFER-COUNT
              SET LXF-IDX TO LABOR-XFER-COUNT
              MOVE LD-HOME-DEPT TO LXF-HOME-DEPT (LXF-IDX)
              MOVE LD-CC-DEPT TO LXF-CC-DEPT (LXF-IDX)
              MOVE LD-COST-CENTER TO LXF-COST-CENTER (LXF-IDX)
              MOVE LD-GROSS TO LXF-GROSS (LXF-IDX)
              MOVE LD-FUTA TO LXF-FUTA (LXF-IDX)
              MOVE LD-SUTA TO LXF-SUTA (LXF-IDX)
           END-IF.

      * THE DISTRIBUTION REPORT PROJECT MANAGERS BILL FROM: EACH
      * COST CENTER WITH THE EMPLOYEES WHO WORKED IT AND ITS
      * TOTAL, THEN THE COMPANY TOTAL. ONE SECTION PER COMPANY,
      * THE FILE REPLACED AND EXTENDED LIKE THE GL BATCH FILE
       WRITE-LABOR-REPORT.
           IF STREAM-OUTPUT-EXISTS = 0
              OPEN OUTPUT LABOR-REPORT
           ELSE
              OPEN EXTEND LABOR-REPORT
              IF LABOR-REPORT-STATUS = '35'
                 OPEN OUTPUT LABOR-REPORT
              END-IF
           END-IF.
           MOVE RUN-COMPANY-CODE TO LTH-COMPANY.
           MOVE THIS-PAY-PERIOD TO LTH-PERIOD-END.
           MOVE LABOR-TITLE-HDR TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           MOVE SPACES TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           MOVE LABOR-COLUMN-HDR TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           PERFORM WRITE-LABOR-CC-SECTION
              VARYING LCC-IDX FROM 1 BY 1
              UNTIL LCC-IDX > LABOR-CC-COUNT.
           MOVE SPACES TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           MOVE 'COMPANY LABOR TOTAL' TO LTL-LABEL.
           MOVE LABOR-TOTAL-HOURS TO LTL-HOURS.
           MOVE LABOR-TOTAL-GROSS TO LTL-GROSS.
           MOVE LABOR-TOTAL-ER-TAX TO LTL-ER-TAX.
           COMPUTE LTL-TOTAL = LABOR-TOTAL-GROSS + LABOR-TOTAL-ER-TAX.
           MOVE LABOR-TOTAL-LINE TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           MOVE SPACES TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           CLOSE LABOR-REPORT.

       WRITE-LABOR-CC-SECTION.
           MOVE SPACES TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           MOVE LCC-COST-CENTER (LCC-IDX) TO LABOR-COST-CENTER.
           MOVE LCC-DEPT (LCC-IDX) TO LABOR-HOME-DEPT.
           PERFORM FIND-LABOR-CC-DEPT.
           MOVE LCC-COST-CENTER (LCC-IDX) TO LCH-COST-CENTER.
           MOVE LABOR-CC-NAME TO LCH-NAME.
           MOVE LCC-DEPT (LCC-IDX) TO LCH-DEPT.
           MOVE LABOR-CC-HDR TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.
           PERFORM WRITE-LABOR-DETAIL
              VARYING LDT-IDX FROM 1 BY 1
              UNTIL LDT-IDX > LABOR-DIST-COUNT.
           MOVE '   COST CENTER TOTAL' TO LTL-LABEL.
           MOVE LCC-HOURS (LCC-IDX) TO LTL-HOURS.
           MOVE LCC-GROSS (LCC-IDX) TO LTL-GROSS.
           MOVE LCC-ER-TAX (LCC-IDX) TO LTL-ER-TAX.
           COMPUTE LTL-TOTAL =
              LCC-GROSS (LCC-IDX) + LCC-ER-TAX (LCC-IDX).
           MOVE LABOR-TOTAL-LINE TO LABOR-REPORT-LINE.
           WRITE LABOR-REPORT-LINE.

       WRITE-LABOR-DETAIL.
           IF LDT-COST-CENTER (LDT-IDX) = LCC-COST-CENTER (LCC-IDX)
                 AND LDT-CC-DEPT (LDT-IDX) = LCC-DEPT (LCC-IDX)
              MOVE LDT-SOCSEC (LDT-IDX) TO LDL-SOCSEC
              MOVE LDT-LASTNAME (LDT-IDX) TO LDL-LASTNAME
              MOVE LDT-HOME-DEPT (LDT-IDX) TO LDL-HOME-DEPT
              MOVE LDT-HOURS (LDT-IDX) TO LDL-HOURS
              MOVE LDT-GROSS (LDT-IDX) TO LDL-GROSS
              MOVE LDT-ER-TAX (LDT-IDX) TO LDL-ER-TAX
              COMPUTE LDL-TOTAL =
                 LDT-GROSS (LDT-IDX) + LDT-ER-TAX (LDT-IDX)
              MOVE LABOR-DETAIL-LINE TO LABOR-REPORT-LINE
              WRITE LABOR-REPORT-LINE
           END-IF.

      * FILE THE CHECK JUST ISSUED ON THE PAY HISTORY: ITS FIGURES
      * AS LINE 00 AND THE STUB AS PRINTED AS LINES 01 ON. A RERUN
      * OF THE PERIOD REPLACES THE COMPANY'S OWN EARLIER CHECK
       WRITE-PAY-HISTORY.
           MOVE 0 TO HIST-SLOT-FOUND.
           MOVE 0 TO HIST-REPLACE.
           MOVE ZEROES TO HIST-SEQ.
           PERFORM FIND-HISTORY-SLOT
              UNTIL HIST-SLOT-FOUND = 1.
           PERFORM BUILD-HISTORY-DETAIL.
           IF HIST-REPLACE = 1
              REWRITE PAY-HISTORY-REC
                 INVALID KEY
                    DISPLAY 'ERROR UPDATING PAY HISTORY FOR '
                       PH-SOCSEC
              END-REWRITE
           ELSE
              WRITE PAY-HISTORY-REC
                 INVALID KEY
                    DISPLAY 'ERROR WRITING PAY HISTORY FOR '
                       PH-SOCSEC
              END-WRITE
           END-IF.
           PERFORM WRITE-HISTORY-STUB-LINE
              VARYING HIST-SUB FROM 1 BY 1
              UNTIL HIST-SUB > STUB-IMAGE-COUNT.

      * TRY THE NEXT SEQUENCE FOR THE EMPLOYEE AND PERIOD: A FREE
      * ONE IS TAKEN, AND SO IS ONE ALREADY HOLDING THIS COMPANY'S
      * PERIOD CHECK
       FIND-HISTORY-SLOT.
           ADD 1 TO HIST-SEQ.
           MOVE SOCSEC TO PH-SOCSEC.
           MOVE RUN-PERIOD-END-DATE TO PH-PAY-DATE.
           MOVE 'P' TO PH-SOURCE.
           MOVE HIST-SEQ TO PH-SEQ.
           MOVE ZEROES TO PH-LINE-NO.
           READ PAY-HISTORY
              INVALID KEY MOVE '23' TO PAY-HISTORY-STATUS
           END-READ.
           IF PAY-HISTORY-STATUS = '23'
              MOVE 1 TO HIST-SLOT-FOUND
           ELSE
              IF PH-COMPANY = RUN-COMPANY-CODE OR HIST-SEQ = 99
                 MOVE 1 TO HIST-SLOT-FOUND
                 MOVE 1 TO HIST-REPLACE
              END-IF
           END-IF.

       BUILD-HISTORY-DETAIL.
           MOVE SPACES TO PH-DETAIL.
           MOVE RUN-COMPANY-CODE TO PH-COMPANY.
           MOVE RUN-PERIOD-END-DATE TO PH-PERIOD-END.
           MOVE LASTNAME TO PH-LASTNAME.
           MOVE INITIALS TO PH-INITIALS.
           MOVE DEPT-CODE TO PH-DEPT-CODE.
           MOVE 'P' TO PH-CHECK-TYPE.
           MOVE HIST-CHECK-NO TO PH-CHECK-NO.
           MOVE HIST-ACH-TRACE TO PH-ACH-TRACE.
           IF HIST-CHECK-NO > ZEROES
              MOVE 'C' TO PH-PAY-METHOD
           ELSE
              IF HIST-ACH-TRACE NOT = SPACES
                 MOVE 'D' TO PH-PAY-METHOD
              ELSE
                 MOVE 'N' TO PH-PAY-METHOD
              END-IF
           END-IF.
           MOVE PAY-TYPE TO PH-PAY-TYPE.
           MOVE HOURWORK TO PH-HOURS.
           MOVE HOURRATE TO PH-RATE.
           COMPUTE PH-REGULAR-PAY =
              GROSSPAY - RETRO-THIS-AMT - SHIFT-THIS-AMT.
           MOVE RETRO-THIS-AMT TO PH-RETRO-PAY.
           MOVE SHIFT-THIS-AMT TO PH-SHIFT-PAY.
           MOVE GROSSPAY TO PH-GROSSPAY.
           MOVE FEDTAX TO PH-FEDTAX.
           MOVE FICA TO PH-FICA.
           MOVE MEDICARE TO PH-MEDICARE.
           MOVE STATETAX TO PH-STATETAX.
           MOVE LOCALTAX TO PH-LOCALTAX.
           MOVE CUR-LOCAL-JURIS TO PH-LOCAL-JURIS.
           MOVE TOTPRETAX TO PH-PRETAX.
           MOVE TOTDEDUCT TO PH-DEDUCTIONS.
           MOVE TOTGARNISH TO PH-GARNISHMENTS.
           MOVE EMPLOYER-MATCH TO PH-MATCH.
           MOVE NETPAY TO PH-NETPAY.
           MOVE CHECK-DED-COUNT TO PH-DED-COUNT.
           PERFORM FILE-HISTORY-DEDUCTION
              VARYING HIST-SUB FROM 1 BY 1 UNTIL HIST-SUB > 10.
           MOVE CHECK-GARN-COUNT TO PH-GARN-COUNT.
           PERFORM FILE-HISTORY-GARNISHMENT
              VARYING HIST-SUB FROM 1 BY 1 UNTIL HIST-SUB > 10.
           MOVE STUB-IMAGE-COUNT TO PH-STUB-LINES.

       FILE-HISTORY-DEDUCTION.
           IF HIST-SUB > CHECK-DED-COUNT
              MOVE SPACES TO PH-DED-CODE (HIST-SUB)
              MOVE ZEROES TO PH-DED-AMOUNT (HIST-SUB)
           ELSE
              MOVE CKD-CODE (HIST-SUB) TO PH-DED-CODE (HIST-SUB)
              MOVE CKD-AMOUNT (HIST-SUB) TO PH-DED-AMOUNT (HIST-SUB)
           END-IF.

       FILE-HISTORY-GARNISHMENT.
           IF HIST-SUB > CHECK-GARN-COUNT
              MOVE SPACES TO PH-GARN-CASE (HIST-SUB)
              MOVE ZEROES TO PH-GARN-AMOUNT (HIST-SUB)
           ELSE
              MOVE CKG-CASE-NO (HIST-SUB) TO PH-GARN-CASE (HIST-SUB)
              MOVE CKG-AMOUNT (HIST-SUB) TO PH-GARN-AMOUNT (HIST-SUB)
           END-IF.

      * ONE LINE OF THE STUB IMAGE, REPLACING THE LINE OF AN
      * EARLIER RUN WHERE THERE IS ONE
       WRITE-HISTORY-STUB-LINE.
           MOVE HIST-SUB TO PH-LINE-NO.
           MOVE SPACES TO PH-STUB-IMAGE.
           MOVE STUB-IMAGE-ENTRY (HIST-SUB) TO PH-STUB-TEXT.
           WRITE PAY-HISTORY-REC
              INVALID KEY
                 REWRITE PAY-HISTORY-REC
                    INVALID KEY
                       DISPLAY 'ERROR WRITING PAY HISTORY STUB FOR '
                          PH-SOCSEC
                 END-REWRITE
           END-WRITE.
