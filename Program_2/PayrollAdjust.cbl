               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-SOCSEC
               FILE STATUS IS EMPLOYEE-YTD-STATUS.
           SELECT CALENDAR-YTD ASSIGN TO 'CALYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-KEY
               FILE STATUS IS CALENDAR-YTD-STATUS.
           SELECT PRIOR-ADJUST ASSIGN TO 'PRIORADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-ADJUST-STATUS.
           SELECT ADJUST-REPORT ASSIGN TO 'ADJREG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
            05 FILLER             PIC X(40).

       FD ADJUST-TRANS
            RECORD CONTAINS 61 CHARACTERS
            DATA RECORD IS ADJUST-TRANS-REC.
      * ONE SIGNED CORRECTION AGAINST AN EMPLOYEE'S YTD TOTALS.
      * NEGATIVE AMOUNTS BACK OUT A BAD CHECK, POSITIVE AMOUNTS
      * RESTATE; EACH AMOUNT CARRIES A LEADING + OR - SIGN. A TAX
      * YEAR BEFORE THE CURRENT ONE POSTS THE CORRECTION INTO THAT
      * CLOSED YEAR INSTEAD; LEFT BLANK IT POSTS TO THE QUARTER
       01 ADJUST-TRANS-REC.
            05 AT-SOCSEC   PIC 9(9).
            05 AT-GROSSPAY PIC S9(5)V99 SIGN LEADING SEPARATE.
            05 AT-MEDICARE PIC S9(5)V99 SIGN LEADING SEPARATE.
            05 AT-STATETAX PIC S9(5)V99 SIGN LEADING SEPARATE.
            05 AT-NETPAY   PIC S9(5)V99 SIGN LEADING SEPARATE.
            05 AT-TAX-YEAR PIC 9(4).

       FD EMPLOYEE-YTD
            RECORD CONTAINS 153 CHARACTERS
            DATA RECORD IS EMPLOYEE-YTD-REC.
      * QUARTER-TO-DATE TOTALS ACCUMULATED ACROSS PAYROLL RUNS,
      * SAME LAYOUT THE PAYROLL RUN MAINTAINS
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
      * COMPANY'S TOTAL FOR THE YEAR. AN ADJUSTMENT RESTATES THE
      * YEAR IT IS POSTED IN SO THE WAGE BASE TEST STAYS RIGHT
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

       FD PRIOR-ADJUST
            RECORD CONTAINS 85 CHARACTERS
            DATA RECORD IS PRIOR-ADJUST-REC.
      * ONE CORRECTION POSTED INTO A CLOSED YEAR. THE QUARTERS OF
      * THAT YEAR ARE ALREADY ARCHIVED, SO THE W-2 CORRECTION RUN
      * ADDS THESE TO THEM TO RESTATE THE YEAR
       01 PRIOR-ADJUST-REC.
            05 PA-COMPANY    PIC X(4).
            05 PA-TAX-YEAR   PIC 9(4).
            05 PA-SOCSEC     PIC 9(9).
            05 PA-POST-DATE  PIC 9(8).
            05 PA-GROSSPAY   PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 PA-FEDTAX     PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 PA-FICA       PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 PA-MEDICARE   PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 PA-STATETAX   PIC S9(7)V99 SIGN LEADING SEPARATE.
            05 PA-NETPAY     PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD ADJUST-REPORT
            RECORD CONTAINS 80 CHARACTERS
      * LINE WRITTEN TO THE ADJUSTMENT REGISTER
       01 PRINT-LINE           PIC X(80).

       FD PAY-HISTORY
            RECORD CONTAINS 500 CHARACTERS
            DATA RECORD IS PAY-HISTORY-REC.
      * SAME LAYOUT THE PAYROLL RUN FILES ITS CHECKS UNDER; EACH
      * APPLIED ADJUSTMENT IS FILED AS SOURCE 'A' UNDER THE PERIOD
      * END WITH ITS SIGNED FIGURES AND NO PAYMENT
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
       01 ADJUST-TRANS-STATUS    PIC XX VALUE '00'.
      * FILE STATUS FOR THE EMPLOYEE YTD FILE
       01 EMPLOYEE-YTD-STATUS    PIC XX VALUE '00'.
      * FILE STATUS FOR THE CALENDAR-YEAR WAGE FILE, THE YEAR THE
      * ADJUSTMENT IS POSTED IN, AND WHETHER THE RECORD BEING
      * UPDATED WAS ALREADY ON FILE
       01 CALENDAR-YTD-STATUS    PIC XX VALUE '00'.
       01 RUN-TAX-YEAR           PIC 9(4) VALUE ZEROES.
       01 CALENDAR-YTD-FOUND     PIC 9 VALUE 0.
      * YEAR THE CURRENT ADJUSTMENT POSTS TO, AND 1 WHEN THAT IS A
      * CLOSED YEAR RATHER THAN THE CURRENT QUARTER
       01 POST-TAX-YEAR          PIC 9(4) VALUE ZEROES.
       01 CLOSED-YEAR-POST       PIC 9 VALUE 0.
      * FILE STATUS FOR THE CLOSED-YEAR ADJUSTMENT FILE
       01 PRIOR-ADJUST-STATUS    PIC XX VALUE '00'.
      * FILE STATUS FOR THE SHARED OPERATIONS AUDIT LOG
       01 AUDIT-LOG-STATUS       PIC XX VALUE '00'.
      * FILE STATUS FOR THE PAY HISTORY FILE, THE DATE ADJUSTMENTS
      * ARE FILED UNDER, AND THE SEQUENCE THE CURRENT ONE TAKES
       01 PAY-HISTORY-STATUS     PIC XX VALUE '00'.
       01 HIST-PAY-DATE          PIC 9(8) VALUE ZEROES.
       01 HIST-SEQ               PIC 99 VALUE ZEROES.
       01 HIST-SLOT-FOUND        PIC 9 VALUE 0.
       01 HIST-SUB               PIC 99 VALUE ZEROES.
      * DATE AND TIME THE RUN STARTED, FOR THE AUDIT LOG ENTRY
       01 AUDIT-RUN-DATE         PIC 9(8) VALUE ZEROES.
       01 AUDIT-RUN-TIME         PIC 9(8) VALUE ZEROES.
            05 NEW-MEDICARE PIC S9(7)V99 VALUE ZEROES.
            05 NEW-STATETAX PIC S9(7)V99 VALUE ZEROES.
            05 NEW-NETPAY   PIC S9(7)V99 VALUE ZEROES.
            05 NEW-FED-WAGES      PIC S9(7)V99 VALUE ZEROES.
            05 NEW-SS-WAGES       PIC S9(7)V99 VALUE ZEROES.
            05 NEW-MEDICARE-WAGES PIC S9(7)V99 VALUE ZEROES.
            05 NEW-UI-WAGES       PIC S9(7)V99 VALUE ZEROES.

      * SOCIAL SECURITY WAGE BASE THE PAYROLL RUN WITHHOLDS UP TO,
      * AND THE EMPLOYEE'S CALENDAR-YEAR WAGES UNDER IT BEFORE AND
      * AFTER THE ADJUSTMENT; THE DIFFERENCE IS WHAT THE ADJUSTMENT
      * MOVES THE SOCIAL SECURITY WAGE BOX BY
       01 SS-WAGE-BASE           PIC 9(7)V99 VALUE 184500.00.
       01 SS-PRIOR-TAXABLE       PIC S9(9)V99 VALUE ZEROES.
       01 SS-NEW-TAXABLE         PIC S9(9)V99 VALUE ZEROES.

      * ADJUSTED CALENDAR-YEAR BALANCES, SIGNED FOR THE SAME REASON
       01 CALENDAR-BALANCES.
            05 NEW-CY-GROSSPAY   PIC S9(9)V99 VALUE ZEROES.
            05 NEW-CY-FICA-WAGES PIC S9(9)V99 VALUE ZEROES.
            05 NEW-CY-SS-TAX     PIC S9(9)V99 VALUE ZEROES.
            05 NEW-CY-MEDICARE   PIC S9(9)V99 VALUE ZEROES.
            05 NEW-CY-FEDTAX     PIC S9(9)V99 VALUE ZEROES.
            05 NEW-CY-STATETAX   PIC S9(9)V99 VALUE ZEROES.

      * RUNNING TOTALS OF THE ADJUSTMENTS APPLIED THIS RUN
       01 ADJUST-TOTALS.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 AD-NETPAY       PIC -ZZZZ9.99.

      * NOTE UNDER AN ADJUSTMENT POSTED INTO A CLOSED YEAR
       01 ADJUST-CLOSED-LINE.
            05 FILLER          PIC X(11)   VALUE SPACES.
            05 FILLER          PIC X(24)   VALUE
               'POSTED TO CLOSED YEAR '.
            05 AC-TAX-YEAR     PIC 9(4).
            05 FILLER          PIC X(30)   VALUE
               ' - W-2 CORRECTION REQUIRED'.
            05 FILLER          PIC X(11)   VALUE SPACES.

      * ONE REJECTED ADJUSTMENT AND WHY
       01 ADJUST-REJECT-LINE.
            05 AR-SOCSEC       PIC 9(9).
              DISPLAY 'ERROR: EMPLOYEE YTD FILE NOT FOUND'
              STOP RUN
           END-IF.
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
           OPEN INPUT ADJUST-TRANS.
           IF ADJUST-TRANS-STATUS = '35'
              DISPLAY 'ERROR: ADJUSTMENT TRANSACTION FILE NOT FOUND'
              STOP RUN
           END-IF.
           OPEN EXTEND PRIOR-ADJUST.
           IF PRIOR-ADJUST-STATUS = '35'
              OPEN OUTPUT PRIOR-ADJUST
              CLOSE PRIOR-ADJUST
              OPEN EXTEND PRIOR-ADJUST
           END-IF.
           OPEN I-O PAY-HISTORY.
           IF PAY-HISTORY-STATUS = '35'
              OPEN OUTPUT PAY-HISTORY
              CLOSE PAY-HISTORY
              OPEN I-O PAY-HISTORY
           END-IF.
           MOVE RUN-PERIOD-END-DATE TO HIST-PAY-DATE.
           IF HIST-PAY-DATE = ZEROES
              ACCEPT HIST-PAY-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN OUTPUT ADJUST-REPORT.
           PERFORM WRITE-REPORT-HEADERS.
           READ ADJUST-TRANS
              UNTIL DATA-REMAINS = 'N'.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE EMPLOYEE-YTD.
           CLOSE CALENDAR-YTD.
           CLOSE ADJUST-TRANS.
           CLOSE PRIOR-ADJUST.
           CLOSE PAY-HISTORY.
           CLOSE ADJUST-REPORT.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.
                 MOVE 'INVALID ADJUSTMENT AMOUNT' TO REJECT-REASON
              END-IF
           END-IF.
           MOVE RUN-TAX-YEAR TO POST-TAX-YEAR.
           MOVE 0 TO CLOSED-YEAR-POST.
           IF DATA-FLAG = 1 AND AT-TAX-YEAR NOT = SPACES
              IF AT-TAX-YEAR IS NOT NUMERIC
                    OR AT-TAX-YEAR > RUN-TAX-YEAR
                 MOVE 0 TO DATA-FLAG
                 MOVE 'INVALID TAX YEAR' TO REJECT-REASON
              ELSE
                 IF AT-TAX-YEAR < RUN-TAX-YEAR
                       AND AT-TAX-YEAR NOT = ZEROES
                    MOVE AT-TAX-YEAR TO POST-TAX-YEAR
                    MOVE 1 TO CLOSED-YEAR-POST
                 END-IF
              END-IF
           END-IF.

      * LOOK THE EMPLOYEE'S YTD RECORD UP AND RESTATE IT, REFUSING
      * ANY REVERSAL THAT WOULD DRIVE A BALANCE NEGATIVE SO EMPYTD
      * CAN NEVER BE ADJUSTED BELOW ZERO. THE GROSS ADJUSTMENT MOVES
      * THE W-2 AND UNEMPLOYMENT WAGE BOXES WITH IT SO THEY STAY IN
      * STEP WITH GROSS PAY. A CLOSED-YEAR ADJUSTMENT LEAVES THE
      * QUARTER ALONE AND RESTATES ONLY THAT YEAR
       APPLY-ADJUSTMENT.
           IF CLOSED-YEAR-POST = 0
              MOVE AT-SOCSEC TO YTD-SOCSEC
              READ EMPLOYEE-YTD
                 INVALID KEY
                    MOVE 'NO YTD RECORD FOR EMPLOYEE' TO REJECT-REASON
                    MOVE 0 TO DATA-FLAG
              END-READ
           END-IF.
           IF DATA-FLAG = 1
              MOVE AT-SOCSEC TO CY-SOCSEC
              PERFORM RESTATE-CALENDAR-YTD
              IF NEW-CY-GROSSPAY < ZEROES
                    OR NEW-CY-FICA-WAGES < ZEROES
                    OR NEW-CY-SS-TAX < ZEROES
                    OR NEW-CY-MEDICARE < ZEROES
                    OR NEW-CY-FEDTAX < ZEROES
                    OR NEW-CY-STATETAX < ZEROES
                 MOVE 'ADJUSTMENT EXCEEDS CALENDAR-YEAR BALANCE'
                    TO REJECT-REASON
                 MOVE 0 TO DATA-FLAG
              END-IF
           END-IF.
           IF DATA-FLAG = 1 AND CLOSED-YEAR-POST = 0
              COMPUTE NEW-GROSSPAY = YTD-GROSSPAY + AT-GROSSPAY
              COMPUTE NEW-FEDTAX   = YTD-FEDTAX + AT-FEDTAX
              COMPUTE NEW-FICA     = YTD-FICA + AT-FICA
              COMPUTE NEW-MEDICARE = YTD-MEDICARE + AT-MEDICARE
              COMPUTE NEW-STATETAX = YTD-STATETAX + AT-STATETAX
              COMPUTE NEW-NETPAY   = YTD-NETPAY + AT-NETPAY
              COMPUTE NEW-FED-WAGES = YTD-FED-WAGES + AT-GROSSPAY
              COMPUTE NEW-MEDICARE-WAGES =
                 YTD-MEDICARE-WAGES + AT-GROSSPAY
              COMPUTE NEW-UI-WAGES = YTD-UI-WAGES + AT-GROSSPAY
              PERFORM RESTATE-SS-WAGES
              IF NEW-GROSSPAY < ZEROES
                    OR NEW-FEDTAX < ZEROES
                    OR NEW-FICA < ZEROES
                    OR NEW-MEDICARE < ZEROES
                    OR NEW-STATETAX < ZEROES
                    OR NEW-NETPAY < ZEROES
                    OR NEW-FED-WAGES < ZEROES
                    OR NEW-SS-WAGES < ZEROES
                    OR NEW-MEDICARE-WAGES < ZEROES
                    OR NEW-UI-WAGES < ZEROES
                 MOVE 'ADJUSTMENT EXCEEDS YTD BALANCE'
                    TO REJECT-REASON
                 MOVE 0 TO DATA-FLAG
              END-IF
           END-IF.
           IF DATA-FLAG = 1
              IF CLOSED-YEAR-POST = 0
                 MOVE NEW-GROSSPAY TO YTD-GROSSPAY
                 MOVE NEW-FEDTAX   TO YTD-FEDTAX
                 MOVE NEW-FICA     TO YTD-FICA
                 MOVE NEW-MEDICARE TO YTD-MEDICARE
                 MOVE NEW-STATETAX TO YTD-STATETAX
                 MOVE NEW-NETPAY   TO YTD-NETPAY
                 MOVE NEW-FED-WAGES TO YTD-FED-WAGES
                 MOVE NEW-SS-WAGES  TO YTD-SS-WAGES
                 MOVE NEW-MEDICARE-WAGES TO YTD-MEDICARE-WAGES
                 MOVE NEW-UI-WAGES  TO YTD-UI-WAGES
                 REWRITE EMPLOYEE-YTD-REC
                    INVALID KEY
                       DISPLAY 'ERROR UPDATING YTD RECORD FOR '
                          YTD-SOCSEC
                 END-REWRITE
              ELSE
                 PERFORM WRITE-PRIOR-ADJUST
              END-IF
              PERFORM SAVE-CALENDAR-YTD
              PERFORM POST-COMPANY-CALENDAR-YTD
              ADD AT-GROSSPAY TO TOT-GROSSPAY
              ADD AT-FEDTAX   TO TOT-FEDTAX
              ADD AT-FICA     TO TOT-FICA
              ADD AT-NETPAY   TO TOT-NETPAY
              ADD 1 TO ADJUST-APPLIED-COUNT
              PERFORM WRITE-DETAIL-LINE
              PERFORM WRITE-PAY-HISTORY
           ELSE
              PERFORM WRITE-REJECT-LINE
           END-IF.

      * THE SOCIAL SECURITY WAGE BOX MOVES ONLY BY THE PART OF THE
      * ADJUSTMENT UNDER THE WAGE BASE, MEASURED AGAINST THE
      * CALENDAR-YEAR FICA WAGES BEFORE AND AFTER IT THE SAME WAY
      * THE PAYROLL RUN LIMITS SOCIAL SECURITY WAGES
       RESTATE-SS-WAGES.
           IF CY-FICA-WAGES > SS-WAGE-BASE
              MOVE SS-WAGE-BASE TO SS-PRIOR-TAXABLE
           ELSE
              MOVE CY-FICA-WAGES TO SS-PRIOR-TAXABLE
           END-IF.
           IF NEW-CY-FICA-WAGES > SS-WAGE-BASE
              MOVE SS-WAGE-BASE TO SS-NEW-TAXABLE
           ELSE
              MOVE NEW-CY-FICA-WAGES TO SS-NEW-TAXABLE
           END-IF.
           COMPUTE NEW-SS-WAGES = YTD-SS-WAGES
              + SS-NEW-TAXABLE - SS-PRIOR-TAXABLE.

      * READ THE CALENDAR-YEAR RECORD FOR THE SOCSEC IN CY-SOCSEC
      * AND WORK OUT ITS BALANCES AFTER THE ADJUSTMENT. THE GROSS
      * ADJUSTMENT RESTATES FICA WAGES AS WELL, SINCE THE PAYROLL
      * RUN TESTS THE SOCIAL SECURITY WAGE BASE AGAINST THEM
       RESTATE-CALENDAR-YTD.
           MOVE RUN-COMPANY-CODE TO CY-COMPANY.
           MOVE POST-TAX-YEAR TO CY-YEAR.
           MOVE 1 TO CALENDAR-YTD-FOUND.
           READ CALENDAR-YTD
              INVALID KEY MOVE 0 TO CALENDAR-YTD-FOUND
           END-READ.
           IF CALENDAR-YTD-FOUND = 0
              MOVE ZEROES TO CY-AMOUNTS
              MOVE ZEROES TO CY-LAST-PERIOD
           END-IF.
           COMPUTE NEW-CY-GROSSPAY   = CY-GROSSPAY + AT-GROSSPAY.
           COMPUTE NEW-CY-FICA-WAGES = CY-FICA-WAGES + AT-GROSSPAY.
           COMPUTE NEW-CY-SS-TAX     = CY-SS-TAX + AT-FICA.
           COMPUTE NEW-CY-MEDICARE   = CY-MEDICARE + AT-MEDICARE.
           COMPUTE NEW-CY-FEDTAX     = CY-FEDTAX + AT-FEDTAX.
           COMPUTE NEW-CY-STATETAX   = CY-STATETAX + AT-STATETAX.

       SAVE-CALENDAR-YTD.
           MOVE NEW-CY-GROSSPAY   TO CY-GROSSPAY.
           MOVE NEW-CY-FICA-WAGES TO CY-FICA-WAGES.
           MOVE NEW-CY-SS-TAX     TO CY-SS-TAX.
           MOVE NEW-CY-MEDICARE   TO CY-MEDICARE.
           MOVE NEW-CY-FEDTAX     TO CY-FEDTAX.
           MOVE NEW-CY-STATETAX   TO CY-STATETAX.
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

      * CARRY THE SAME ADJUSTMENT INTO THE COMPANY'S TOTAL FOR THE
      * YEAR; A TOTAL THAT WOULD GO NEGATIVE IS LEFT AS IT WAS AND
      * REPORTED, SINCE THE EMPLOYEE'S OWN RECORD HAS BEEN CHECKED
       POST-COMPANY-CALENDAR-YTD.
           MOVE ZEROES TO CY-SOCSEC.
           PERFORM RESTATE-CALENDAR-YTD.
           IF NEW-CY-GROSSPAY < ZEROES
                 OR NEW-CY-FICA-WAGES < ZEROES
                 OR NEW-CY-SS-TAX < ZEROES
                 OR NEW-CY-MEDICARE < ZEROES
                 OR NEW-CY-FEDTAX < ZEROES
                 OR NEW-CY-STATETAX < ZEROES
              DISPLAY 'ERROR: COMPANY CALENDAR YTD WOULD GO NEGATIVE '
                 'FOR ' AT-SOCSEC
           ELSE
              PERFORM SAVE-CALENDAR-YTD
           END-IF.

      * RECORD A CLOSED-YEAR ADJUSTMENT FOR THE W-2 CORRECTION RUN
       WRITE-PRIOR-ADJUST.
           MOVE RUN-COMPANY-CODE TO PA-COMPANY.
           MOVE POST-TAX-YEAR TO PA-TAX-YEAR.
           MOVE AT-SOCSEC TO PA-SOCSEC.
           MOVE RUN-PERIOD-END-DATE TO PA-POST-DATE.
           MOVE AT-GROSSPAY TO PA-GROSSPAY.
           MOVE AT-FEDTAX TO PA-FEDTAX.
           MOVE AT-FICA TO PA-FICA.
           MOVE AT-MEDICARE TO PA-MEDICARE.
           MOVE AT-STATETAX TO PA-STATETAX.
           MOVE AT-NETPAY TO PA-NETPAY.
           WRITE PRIOR-ADJUST-REC.

      * FILE THE APPLIED ADJUSTMENT ON THE EMPLOYEE'S PAY HISTORY
      * UNDER THE NEXT FREE SEQUENCE FOR THE DATE
       WRITE-PAY-HISTORY.
           MOVE 0 TO HIST-SLOT-FOUND.
           MOVE ZEROES TO HIST-SEQ.
           PERFORM FIND-HISTORY-SLOT
              UNTIL HIST-SLOT-FOUND = 1 OR HIST-SEQ = 99.
           MOVE SPACES TO PH-DETAIL.
           MOVE RUN-COMPANY-CODE TO PH-COMPANY.
           MOVE RUN-PERIOD-END-DATE TO PH-PERIOD-END.
           MOVE 'A' TO PH-CHECK-TYPE.
           MOVE 'N' TO PH-PAY-METHOD.
           MOVE ZEROES TO PH-CHECK-NO.
           MOVE ZEROES TO PH-HOURS.
           MOVE ZEROES TO PH-RATE.
           MOVE AT-GROSSPAY TO PH-REGULAR-PAY.
           MOVE ZEROES TO PH-RETRO-PAY.
           MOVE ZEROES TO PH-SHIFT-PAY.
           MOVE AT-GROSSPAY TO PH-GROSSPAY.
           MOVE AT-FEDTAX TO PH-FEDTAX.
           MOVE AT-FICA TO PH-FICA.
           MOVE AT-MEDICARE TO PH-MEDICARE.
           MOVE AT-STATETAX TO PH-STATETAX.
           MOVE ZEROES TO PH-LOCALTAX.
           MOVE ZEROES TO PH-PRETAX.
           MOVE ZEROES TO PH-DEDUCTIONS.
           MOVE ZEROES TO PH-GARNISHMENTS.
           MOVE ZEROES TO PH-MATCH.
           MOVE AT-NETPAY TO PH-NETPAY.
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
           MOVE AT-SOCSEC TO PH-SOCSEC.
           MOVE HIST-PAY-DATE TO PH-PAY-DATE.
           MOVE 'A' TO PH-SOURCE.
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

       WRITE-DETAIL-LINE.
           MOVE AT-SOCSEC TO AD-SOCSEC.
           MOVE AT-GROSSPAY TO AD-GROSSPAY.
           MOVE AT-NETPAY TO AD-NETPAY.
           MOVE ADJUST-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF CLOSED-YEAR-POST = 1
              MOVE POST-TAX-YEAR TO AC-TAX-YEAR
              MOVE ADJUST-CLOSED-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.

       WRITE-REJECT-LINE.
           MOVE AT-SOCSEC TO AR-SOCSEC.
