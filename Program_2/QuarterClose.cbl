           SELECT QTR-ARCHIVE ASSIGN TO 'QTRARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTR-ARCHIVE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC
                   RUN-EMPLOYEE-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCSEC
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT UNEMP-RATES ASSIGN TO 'UNEMPRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNEMP-RATES-STATUS.
           SELECT SUI-WAGE-FILE ASSIGN TO 'SUIWAGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUTA-REPORT ASSIGN TO 'FUTA940.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
            05 FILLER             PIC X(40).

       FD EMPLOYEE-YTD
            RECORD CONTAINS 153 CHARACTERS
            DATA RECORD IS EMPLOYEE-YTD-REC.
      * QUARTER-TO-DATE TOTALS ACCUMULATED ACROSS PAYROLL RUNS,
      * SAME LAYOUT THE PAYROLL RUN MAINTAINS; EACH RECORD IS
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

       FD QTR-REPORT
            RECORD CONTAINS 80 CHARACTERS
       01 PRINT-LINE           PIC X(80).

       FD QTR-ARCHIVE
            RECORD CONTAINS 156 CHARACTERS
            DATA RECORD IS QTR-ARCHIVE-REC.
      * ONE CLOSED-OUT EMPLOYEE QUARTER, STAMPED WITH THE QUARTER
      * ENDING DATE AND THE COMPANY BEING CLOSED SO ARCHIVES FROM
            05 QA-STATETAX      PIC 9(7)V99.
            05 QA-NETPAY        PIC 9(7)V99.
            05 QA-COMPANY       PIC X(4).
      * THE QUARTER'S EMPLOYER UNEMPLOYMENT WAGES AND TAX; BLANK ON
      * QUARTERS ARCHIVED BEFORE THE TAX WAS ACCRUED
            05 QA-UI-WAGES      PIC 9(7)V99.
            05 QA-SUTA-TAXABLE  PIC 9(7)V99.
            05 QA-SUTA-TAX      PIC 9(7)V99.
            05 QA-FUTA-TAXABLE  PIC 9(7)V99.
            05 QA-FUTA-TAX      PIC 9(7)V99.
      * THE QUARTER'S W-2 WAGE BOXES; BLANK ON QUARTERS ARCHIVED
      * BEFORE THEY WERE KEPT
            05 QA-FED-WAGES     PIC 9(7)V99.
            05 QA-SS-WAGES      PIC 9(7)V99.
            05 QA-MEDICARE-WAGES PIC 9(7)V99.
            05 QA-DEFERRAL      PIC 9(7)V99.

       FD EMPLOYEE-MASTER
            RECORD CONTAINS 54 CHARACTERS
            DATA RECORD IS EMPLOYEE-IN.
      * SAME LAYOUT EVERY PAYROLL PROGRAM USES; READ FOR THE NAME
      * PRINTED ON THE STATE WAGE REPORT
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

       FD SUI-WAGE-FILE
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS SUI-WAGE-LINE.
      * RECORD WRITTEN TO THE STATE UNEMPLOYMENT WAGE REPORT FILE
       01 SUI-WAGE-LINE        PIC X(80).

       FD FUTA-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS FUTA-PRINT-LINE.
      * LINE WRITTEN TO THE ANNUAL FUTA LIABILITY SUMMARY
       01 FUTA-PRINT-LINE      PIC X(80).

       FD AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS
      * COMPANY CODE AND PERIOD-ENDING DATE FOR THIS RUN
       01 RUN-COMPANY-CODE       PIC X(4) VALUE SPACES.
       01 RUN-PERIOD-END-DATE    PIC 9(8) VALUE ZEROES.
       01 RUN-EMPLOYEE-MASTER-NAME PIC X(20) VALUE 'EMPMAST.DAT'.
      * FILE STATUS FOR THE EMPLOYEE MASTER, AND WHETHER IT COULD
      * BE OPENED FOR THE NAMES ON THE STATE WAGE REPORT
       01 EMPLOYEE-MASTER-STATUS PIC XX VALUE '00'.
       01 MASTER-FILE-OPEN       PIC 9 VALUE 0.
      * FILE STATUS FOR THE UNEMPLOYMENT RATE FILE, AND FLAG FOR
      * MORE RATES IN IT
       01 UNEMP-RATES-STATUS     PIC XX VALUE '00'.
       01 UNEMP-RATES-FLAG       PIC X VALUE 'Y'.
      * THE COMPANY'S SUTA STATE, RATE AND WAGE BASE AND ITS FUTA
      * RATE AND WAGE BASE, FOR THE REPORT HEADINGS. THE MATCH
      * LEVEL IS 2 FOR THE COMPANY'S OWN RECORD, 1 FOR THE BLANK
      * DEFAULT
       01 CUR-SUTA-STATE         PIC XX VALUE SPACES.
       01 CUR-SUTA-RATE          PIC V9(5) VALUE ZEROES.
       01 CUR-SUTA-BASE          PIC 9(7)V99 VALUE ZEROES.
       01 CUR-SUTA-LEVEL         PIC 9 VALUE 0.
       01 CUR-FUTA-RATE          PIC V9(5) VALUE ZEROES.
       01 CUR-FUTA-BASE          PIC 9(7)V99 VALUE ZEROES.
       01 CUR-FUTA-LEVEL         PIC 9 VALUE 0.
      * FILE STATUS FOR THE EMPLOYEE YTD FILE
       01 EMPLOYEE-YTD-STATUS    PIC XX VALUE '00'.
      * FILE STATUS FOR THE QUARTER ARCHIVE FILE
            05 QT-MEDICARE  PIC 9(9)V99 VALUE ZEROES.
            05 QT-STATETAX  PIC 9(9)V99 VALUE ZEROES.
            05 QT-NETPAY    PIC 9(9)V99 VALUE ZEROES.
            05 QT-ADDL-MEDICARE PIC 9(9)V99 VALUE ZEROES.
            05 QT-UI-WAGES      PIC 9(9)V99 VALUE ZEROES.
            05 QT-SUTA-TAXABLE  PIC 9(9)V99 VALUE ZEROES.
            05 QT-SUTA-TAX      PIC 9(9)V99 VALUE ZEROES.
            05 QT-FUTA-TAXABLE  PIC 9(9)V99 VALUE ZEROES.
            05 QT-FUTA-TAX      PIC 9(9)V99 VALUE ZEROES.
      * ONE EMPLOYEE'S UNEMPLOYMENT WAGES OVER THE SUTA WAGE BASE
       01 SUTA-EXCESS            PIC 9(7)V99 VALUE ZEROES.
       01 QT-SUTA-EXCESS         PIC 9(9)V99 VALUE ZEROES.

      * THE CALENDAR YEAR BEING CLOSED INTO, THE QUARTER OF THE
      * YEAR, AND THE QUARTER OF AN ARCHIVED RECORD BEING SUMMED
       01 CLOSE-YEAR             PIC 9(4) VALUE ZEROES.
       01 CLOSE-MONTH            PIC 99 VALUE ZEROES.
       01 CLOSE-QUARTER          PIC 9 VALUE 1.
       01 ARCH-YEAR              PIC 9(4) VALUE ZEROES.
       01 ARCH-MONTH             PIC 99 VALUE ZEROES.
       01 ARCH-QUARTER           PIC 9 VALUE 1.
      * FUTA WAGES AND LIABILITY BY QUARTER FOR THE YEAR, FROM THE
      * ARCHIVED QUARTERS PLUS THE ONE BEING CLOSED, AND THE YEAR'S
      * TOTALS, AS THE ANNUAL 940 ASKS FOR THEM
       01 FUTA-QUARTER-TABLE.
            05 FUTA-QUARTER OCCURS 4 TIMES INDEXED BY FQ-IDX.
               10 FQ-UI-WAGES     PIC 9(9)V99.
               10 FQ-TAXABLE      PIC 9(9)V99.
               10 FQ-TAX          PIC 9(9)V99.
       01 FUTA-YEAR-TOTALS.
            05 FY-UI-WAGES       PIC 9(9)V99 VALUE ZEROES.
            05 FY-TAXABLE        PIC 9(9)V99 VALUE ZEROES.
            05 FY-EXCESS         PIC 9(9)V99 VALUE ZEROES.
            05 FY-TAX            PIC 9(9)V99 VALUE ZEROES.
      * EMPLOYER MATCHING SHARES AND THE FEDERAL DEPOSIT DUE
       01 EMPLOYER-FICA          PIC 9(9)V99 VALUE ZEROES.
       01 EMPLOYER-MEDICARE      PIC 9(9)V99 VALUE ZEROES.
            05 QD-NETPAY       PIC ZZZZZ9.99.
            05 FILLER          PIC X(7)    VALUE SPACES.

      * STATE UNEMPLOYMENT WAGE REPORT HEADER: THE EMPLOYER, THE
      * STATE, THE QUARTER, AND THE RATE AND WAGE BASE IN FORCE
       01 SUI-HEADER-REC.
            05 FILLER          PIC X(1)    VALUE 'H'.
            05 SH-COMPANY      PIC X(4).
            05 SH-STATE        PIC XX.
            05 SH-PERIOD-END   PIC 9(8).
            05 SH-RATE         PIC V9(5).
            05 SH-WAGE-BASE    PIC 9(7)V99.
            05 FILLER          PIC X(51)   VALUE SPACES.

      * ONE EMPLOYEE'S QUARTER ON THE STATE WAGE REPORT: GROSS
      * UNEMPLOYMENT WAGES, THE PART UNDER THE WAGE BASE, AND THE
      * EXCESS OVER IT
       01 SUI-DETAIL-REC.
            05 FILLER          PIC X(1)    VALUE 'E'.
            05 SE-SOCSEC       PIC 9(9).
            05 SE-LASTNAME     PIC X(13).
            05 SE-INITIALS     PIC XX.
            05 SE-GROSS        PIC 9(7)V99.
            05 SE-TAXABLE      PIC 9(7)V99.
            05 SE-EXCESS       PIC 9(7)V99.
            05 FILLER          PIC X(28)   VALUE SPACES.

      * STATE WAGE REPORT TRAILER WITH THE CONTROL TOTALS AND THE
      * CONTRIBUTION DUE
       01 SUI-TRAILER-REC.
            05 FILLER          PIC X(1)    VALUE 'T'.
            05 ST-EMP-COUNT    PIC 9(7)    VALUE ZEROES.
            05 ST-GROSS        PIC 9(9)V99.
            05 ST-TAXABLE      PIC 9(9)V99.
            05 ST-EXCESS       PIC 9(9)V99.
            05 ST-TAX-DUE      PIC 9(9)V99.
            05 FILLER          PIC X(28)   VALUE SPACES.

      * ANNUAL FUTA SUMMARY TITLE
       01 FUTA-TITLE-HDR.
            05 FILLER          PIC X(20)   VALUE SPACES.
            05 FILLER          PIC X(40)   VALUE
               'ANNUAL FUTA LIABILITY SUMMARY (FORM 940)'.
            05 FILLER          PIC X(20)   VALUE SPACES.

      * SECOND TITLE LINE TYING THE SUMMARY TO COMPANY AND YEAR
       01 FUTA-SUBTITLE-HDR.
            05 FILLER          PIC X(9)    VALUE 'COMPANY: '.
            05 FS-COMPANY      PIC X(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(6)    VALUE 'YEAR: '.
            05 FS-YEAR         PIC 9(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(13)   VALUE 'THROUGH QTR: '.
            05 FS-QUARTER      PIC 9.
            05 FILLER          PIC X(37)   VALUE SPACES.

      * COLUMN HEADER FOR THE QUARTERLY LIABILITY LINES
       01 FUTA-COLUMN-HDR.
            05 FILLER          PIC X(10)   VALUE 'QUARTER'.
            05 FILLER          PIC X(15)   VALUE '   TOTAL WAGES'.
            05 FILLER          PIC X(15)   VALUE ' TAXABLE WAGES'.
            05 FILLER          PIC X(15)   VALUE '     LIABILITY'.
            05 FILLER          PIC X(25)   VALUE SPACES.

      * ONE QUARTER'S FUTA WAGES AND LIABILITY
       01 FUTA-QUARTER-LINE.
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 FL-QUARTER      PIC 9.
            05 FILLER          PIC X(7)    VALUE SPACES.
            05 FL-UI-WAGES     PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FL-TAXABLE      PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FL-TAX          PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(28)   VALUE SPACES.

      * LABELED AMOUNT LINE FOR THE COMPANY TOTALS SECTION
       01 QTR-TOTAL-LINE.
            05 QL-LABEL        PIC X(28).
       PROCESS-QUARTER-CLOSE.
      * LOAD THE COMPANY AND QUARTER BEFORE OPENING ANYTHING
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-UNEMP-RATES.
           PERFORM LOAD-PRIOR-QUARTERS.
           OPEN I-O EMPLOYEE-YTD.
           IF EMPLOYEE-YTD-STATUS = '35'
              DISPLAY 'ERROR: EMPLOYEE YTD FILE NOT FOUND'
              STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-MASTER-STATUS = '35'
              MOVE 0 TO MASTER-FILE-OPEN
           ELSE
              MOVE 1 TO MASTER-FILE-OPEN
           END-IF.
           OPEN OUTPUT QTR-REPORT.
           OPEN OUTPUT SUI-WAGE-FILE.
           PERFORM WRITE-SUI-HEADER.
           OPEN EXTEND QTR-ARCHIVE.
           IF QTR-ARCHIVE-STATUS = '35'
              OPEN OUTPUT QTR-ARCHIVE
                 UNTIL DATA-REMAINS = 'N'
           END-IF.
           PERFORM WRITE-COMPANY-TOTALS.
           PERFORM WRITE-SUI-TRAILER.
           PERFORM WRITE-FUTA-SUMMARY.
           CLOSE EMPLOYEE-YTD.
           IF MASTER-FILE-OPEN = 1
              CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE QTR-REPORT.
           CLOSE SUI-WAGE-FILE.
           CLOSE QTR-ARCHIVE.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.
              IF RC-PERIOD-END-DATE NOT = ZEROES
                 MOVE RC-PERIOD-END-DATE TO RUN-PERIOD-END-DATE
              END-IF
              IF RC-MASTER-FILE NOT = SPACES
                 MOVE RC-MASTER-FILE TO RUN-EMPLOYEE-MASTER-NAME
              END-IF
           END-IF.
           MOVE RUN-PERIOD-END-DATE (1:4) TO CLOSE-YEAR.
           MOVE RUN-PERIOD-END-DATE (5:2) TO CLOSE-MONTH.
           IF CLOSE-MONTH > 0 AND CLOSE-MONTH < 13
              COMPUTE CLOSE-QUARTER = (CLOSE-MONTH + 2) / 3
           END-IF.

      * THE RATE FILE IS OPTIONAL; IT ONLY SUPPLIES THE STATE AND
      * RATES PRINTED ON THE REPORT HEADINGS, THE TAX ITSELF WAS
      * ACCRUED CHECK BY CHECK
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
                 MOVE UR-STATE TO CUR-SUTA-STATE
                 MOVE UR-RATE TO CUR-SUTA-RATE
                 MOVE UR-WAGE-BASE TO CUR-SUTA-BASE
              END-IF
              IF UR-COMPANY = SPACES AND CUR-SUTA-LEVEL = 0
                 MOVE 1 TO CUR-SUTA-LEVEL
                 MOVE UR-STATE TO CUR-SUTA-STATE
                 MOVE UR-RATE TO CUR-SUTA-RATE
                 MOVE UR-WAGE-BASE TO CUR-SUTA-BASE
              END-IF
           END-IF.
           READ UNEMP-RATES
              AT END MOVE 'N' TO UNEMP-RATES-FLAG
           END-READ.

      * SUM THE FUTA ON THIS COMPANY'S EARLIER QUARTERS OF THE SAME
      * YEAR OUT OF THE ARCHIVE BEFORE THIS QUARTER IS ADDED TO IT
       LOAD-PRIOR-QUARTERS.
           MOVE ZEROES TO FUTA-QUARTER-TABLE.
           OPEN INPUT QTR-ARCHIVE.
           IF QTR-ARCHIVE-STATUS NOT = '35'
              MOVE 'Y' TO DATA-REMAINS
              READ QTR-ARCHIVE
                 AT END MOVE 'N' TO DATA-REMAINS
              END-READ
              PERFORM SUM-PRIOR-QUARTER
                 UNTIL DATA-REMAINS = 'N'
              CLOSE QTR-ARCHIVE
           END-IF.
           MOVE 'Y' TO DATA-REMAINS.

       SUM-PRIOR-QUARTER.
           MOVE QA-PERIOD-END (1:4) TO ARCH-YEAR.
           MOVE QA-PERIOD-END (5:2) TO ARCH-MONTH.
           IF QA-COMPANY = RUN-COMPANY-CODE
                 AND ARCH-YEAR = CLOSE-YEAR
                 AND QA-PERIOD-END < RUN-PERIOD-END-DATE
                 AND ARCH-MONTH > 0 AND ARCH-MONTH < 13
                 AND QA-UI-WAGES IS NUMERIC
                 AND QA-FUTA-TAXABLE IS NUMERIC
                 AND QA-FUTA-TAX IS NUMERIC
              COMPUTE ARCH-QUARTER = (ARCH-MONTH + 2) / 3
              ADD QA-UI-WAGES TO FQ-UI-WAGES (ARCH-QUARTER)
              ADD QA-FUTA-TAXABLE TO FQ-TAXABLE (ARCH-QUARTER)
              ADD QA-FUTA-TAX TO FQ-TAX (ARCH-QUARTER)
           END-IF.
           READ QTR-ARCHIVE
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.

       WRITE-REPORT-HEADERS.
           MOVE QTR-TITLE-HDR TO PRINT-LINE.
           ADD YTD-MEDICARE TO QT-MEDICARE.
           ADD YTD-STATETAX TO QT-STATETAX.
           ADD YTD-NETPAY TO QT-NETPAY.
           ADD YTD-ADDL-MEDICARE TO QT-ADDL-MEDICARE.
           ADD YTD-UI-WAGES TO QT-UI-WAGES.
           ADD YTD-SUTA-TAXABLE TO QT-SUTA-TAXABLE.
           ADD YTD-SUTA-TAX TO QT-SUTA-TAX.
           ADD YTD-FUTA-TAXABLE TO QT-FUTA-TAXABLE.
           ADD YTD-FUTA-TAX TO QT-FUTA-TAX.
           PERFORM WRITE-SUI-DETAIL.
           PERFORM WRITE-ARCHIVE-RECORD.
           MOVE ZEROES TO YTD-GROSSPAY.
           MOVE ZEROES TO YTD-FEDTAX.
           MOVE ZEROES TO YTD-MEDICARE.
           MOVE ZEROES TO YTD-STATETAX.
           MOVE ZEROES TO YTD-NETPAY.
           MOVE ZEROES TO YTD-ADDL-MEDICARE.
           MOVE ZEROES TO YTD-UI-WAGES.
           MOVE ZEROES TO YTD-SUTA-TAXABLE.
           MOVE ZEROES TO YTD-SUTA-TAX.
           MOVE ZEROES TO YTD-FUTA-TAXABLE.
           MOVE ZEROES TO YTD-FUTA-TAX.
           MOVE ZEROES TO YTD-FED-WAGES.
           MOVE ZEROES TO YTD-SS-WAGES.
           MOVE ZEROES TO YTD-MEDICARE-WAGES.
           MOVE ZEROES TO YTD-DEFERRAL.
           REWRITE EMPLOYEE-YTD-REC
              INVALID KEY
                 DISPLAY 'ERROR RESETTING YTD RECORD FOR '
           MOVE YTD-MEDICARE TO QA-MEDICARE.
           MOVE YTD-STATETAX TO QA-STATETAX.
           MOVE YTD-NETPAY TO QA-NETPAY.
           MOVE YTD-UI-WAGES TO QA-UI-WAGES.
           MOVE YTD-SUTA-TAXABLE TO QA-SUTA-TAXABLE.
           MOVE YTD-SUTA-TAX TO QA-SUTA-TAX.
           MOVE YTD-FUTA-TAXABLE TO QA-FUTA-TAXABLE.
           MOVE YTD-FUTA-TAX TO QA-FUTA-TAX.
           MOVE YTD-FED-WAGES TO QA-FED-WAGES.
           MOVE YTD-SS-WAGES TO QA-SS-WAGES.
           MOVE YTD-MEDICARE-WAGES TO QA-MEDICARE-WAGES.
           MOVE YTD-DEFERRAL TO QA-DEFERRAL.
           WRITE QTR-ARCHIVE-REC.

       WRITE-SUI-HEADER.
           MOVE RUN-COMPANY-CODE TO SH-COMPANY.
           MOVE CUR-SUTA-STATE TO SH-STATE.
           MOVE RUN-PERIOD-END-DATE TO SH-PERIOD-END.
           MOVE CUR-SUTA-RATE TO SH-RATE.
           MOVE CUR-SUTA-BASE TO SH-WAGE-BASE.
           MOVE SUI-HEADER-REC TO SUI-WAGE-LINE.
           WRITE SUI-WAGE-LINE.

      * ONE EMPLOYEE ON THE STATE WAGE REPORT; AN EMPLOYEE PAID
      * NOTHING THIS QUARTER IS LEFT OFF IT
       WRITE-SUI-DETAIL.
           IF YTD-UI-WAGES > ZEROES
              MOVE YTD-SOCSEC TO SE-SOCSEC
              MOVE SPACES TO SE-LASTNAME
              MOVE SPACES TO SE-INITIALS
              IF MASTER-FILE-OPEN = 1
                 MOVE YTD-SOCSEC TO SOCSEC
                 READ EMPLOYEE-MASTER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE LASTNAME TO SE-LASTNAME
                       MOVE INITIALS TO SE-INITIALS
                 END-READ
              END-IF
              COMPUTE SUTA-EXCESS = YTD-UI-WAGES - YTD-SUTA-TAXABLE
              MOVE YTD-UI-WAGES TO SE-GROSS
              MOVE YTD-SUTA-TAXABLE TO SE-TAXABLE
              MOVE SUTA-EXCESS TO SE-EXCESS
              ADD SUTA-EXCESS TO QT-SUTA-EXCESS
              MOVE SUI-DETAIL-REC TO SUI-WAGE-LINE
              WRITE SUI-WAGE-LINE
              ADD 1 TO ST-EMP-COUNT
           END-IF.

       WRITE-SUI-TRAILER.
           MOVE QT-UI-WAGES TO ST-GROSS.
           MOVE QT-SUTA-TAXABLE TO ST-TAXABLE.
           MOVE QT-SUTA-EXCESS TO ST-EXCESS.
           MOVE QT-SUTA-TAX TO ST-TAX-DUE.
           MOVE SUI-TRAILER-REC TO SUI-WAGE-LINE.
           WRITE SUI-WAGE-LINE.

      * THE YEAR'S FUTA BY QUARTER WITH THIS QUARTER ADDED IN, AND
      * THE ANNUAL FIGURES THE 940 IS FILED FROM. THE SUMMARY IS
      * REWRITTEN EACH QUARTER, SO THE ONE LEFT AFTER THE FOURTH
      * QUARTER CLOSE IS THE YEAR'S RETURN
       WRITE-FUTA-SUMMARY.
           ADD QT-UI-WAGES TO FQ-UI-WAGES (CLOSE-QUARTER).
           ADD QT-FUTA-TAXABLE TO FQ-TAXABLE (CLOSE-QUARTER).
           ADD QT-FUTA-TAX TO FQ-TAX (CLOSE-QUARTER).
           OPEN OUTPUT FUTA-REPORT.
           MOVE FUTA-TITLE-HDR TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE RUN-COMPANY-CODE TO FS-COMPANY.
           MOVE CLOSE-YEAR TO FS-YEAR.
           MOVE CLOSE-QUARTER TO FS-QUARTER.
           MOVE FUTA-SUBTITLE-HDR TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE SPACES TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE FUTA-COLUMN-HDR TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           PERFORM WRITE-FUTA-QUARTER-LINE
              VARYING FQ-IDX FROM 1 BY 1
              UNTIL FQ-IDX > 4.
           COMPUTE FY-EXCESS = FY-UI-WAGES - FY-TAXABLE.
           MOVE SPACES TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE 'TOTAL PAYMENTS TO EMPLOYEES:' TO QL-LABEL.
           MOVE FY-UI-WAGES TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE 'PAYMENTS OVER WAGE BASE:' TO QL-LABEL.
           MOVE FY-EXCESS TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE 'TOTAL TAXABLE FUTA WAGES:' TO QL-LABEL.
           MOVE FY-TAXABLE TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE 'FUTA TAX FOR THE YEAR:' TO QL-LABEL.
           MOVE FY-TAX TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           MOVE 'FUTA WAGE BASE:' TO QL-LABEL.
           MOVE CUR-FUTA-BASE TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           CLOSE FUTA-REPORT.

       WRITE-FUTA-QUARTER-LINE.
           SET FL-QUARTER TO FQ-IDX.
           MOVE FQ-UI-WAGES (FQ-IDX) TO FL-UI-WAGES.
           MOVE FQ-TAXABLE (FQ-IDX) TO FL-TAXABLE.
           MOVE FQ-TAX (FQ-IDX) TO FL-TAX.
           MOVE FUTA-QUARTER-LINE TO FUTA-PRINT-LINE.
           WRITE FUTA-PRINT-LINE.
           ADD FQ-UI-WAGES (FQ-IDX) TO FY-UI-WAGES.
           ADD FQ-TAXABLE (FQ-IDX) TO FY-TAXABLE.
           ADD FQ-TAX (FQ-IDX) TO FY-TAX.

      * COMPANY TOTALS, THE EMPLOYER MATCHING SHARES, AND THE
      * DEPOSITS DUE: THE FEDERAL DEPOSIT IS WITHHELD INCOME TAX
      * PLUS BOTH THE EMPLOYEE AND EMPLOYER SHARES OF FICA AND
      * MEDICARE, AS ON THE QUARTERLY 941 RETURN. THE ADDITIONAL
      * MEDICARE WITHHELD OVER THE THRESHOLD IS EMPLOYEE-ONLY, SO IT
      * IS LEFT OUT OF THE EMPLOYER MATCH
       WRITE-COMPANY-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE QT-MEDICARE TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'ADDL MEDICARE (EMPL):' TO QL-LABEL.
           MOVE QT-ADDL-MEDICARE TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'MEDICARE MATCH (EMPLOYER):' TO QL-LABEL.
           COMPUTE EMPLOYER-MEDICARE = QT-MEDICARE - QT-ADDL-MEDICARE.
           MOVE EMPLOYER-MEDICARE TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE QT-STATETAX TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
      * EMPLOYER UNEMPLOYMENT TAX ACCRUED ON THE QUARTER'S CHECKS;
      * SUTA IS PAID WITH THE STATE WAGE REPORT, FUTA WITH THE 940
           MOVE 'SUTA TAXABLE WAGES:' TO QL-LABEL.
           MOVE QT-SUTA-TAXABLE TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'SUTA TAX (EMPLOYER):' TO QL-LABEL.
           MOVE QT-SUTA-TAX TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'FUTA TAXABLE WAGES:' TO QL-LABEL.
           MOVE QT-FUTA-TAXABLE TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'FUTA TAX (EMPLOYER):' TO QL-LABEL.
           MOVE QT-FUTA-TAX TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'EMPLOYEES CLOSED:' TO QL-LABEL.
           MOVE YTD-RECS-READ TO QL-AMOUNT.
           MOVE QTR-TOTAL-LINE TO PRINT-LINE.
