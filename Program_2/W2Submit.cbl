       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2Submit.
       AUTHOR. JOHN SCHLANGER.
               KELTON ESSIG.
               JOSH COLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO 'PAYRUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT W2-EMPLOYER ASSIGN TO 'W2EMPLR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-EMPLOYER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO DYNAMIC
                   RUN-EMPLOYEE-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOCSEC
               FILE STATUS IS EMPLOYEE-MASTER-STATUS.
           SELECT QTR-ARCHIVE ASSIGN TO 'QTRARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTR-ARCHIVE-STATUS.
           SELECT PRIOR-ADJUST ASSIGN TO 'PRIORADJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-ADJUST-STATUS.
           SELECT W2-FILED ASSIGN TO 'W2FILED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W2-FILED-STATUS.
           SELECT W2-FILE ASSIGN TO 'W2FILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W2C-FILE ASSIGN TO 'W2CFILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W2C-STATEMENTS ASSIGN TO 'W2CSTMT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W2-REPORT ASSIGN TO 'W2RPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL
            RECORD CONTAINS 112 CHARACTERS
            DATA RECORD IS RUN-CONTROL-REC.
      * SAME LAYOUT THE PAYROLL RUN READS; THE COMPANY CODE NAMES
      * THE EMPLOYER AND THE PERIOD-ENDING DATE SUPPLIES THE TAX
      * YEAR WHEN THE OPERATOR DOES NOT KEY ONE
       01 RUN-CONTROL-REC.
            05 RC-COMPANY-CODE    PIC X(4).
            05 RC-PERIOD-END-DATE PIC 9(8).
            05 RC-MASTER-FILE     PIC X(20).
            05 RC-REGISTER-FILE   PIC X(20).
            05 RC-EXCEPTION-FILE  PIC X(20).
      * STUB AND CHECK FILE NAMES USED ONLY BY THE PAYROLL RUN
            05 FILLER             PIC X(40).

       FD W2-EMPLOYER
            RECORD CONTAINS 81 CHARACTERS
            DATA RECORD IS W2-EMPLOYER-REC.
      * ONE RECORD PER COMPANY GIVING THE EMPLOYER IDENTIFICATION
      * NUMBER AND NAME FILED UNDER, AND THE SUBMITTER USER ID AND
      * CONTACT THE WAGE FILE IS SENT IN BY
       01 W2-EMPLOYER-REC.
            05 WE-COMPANY       PIC X(4).
            05 WE-EIN           PIC 9(9).
            05 WE-EMPLOYER-NAME PIC X(30).
            05 WE-USER-ID       PIC X(8).
            05 WE-CONTACT       PIC X(20).
            05 WE-PHONE         PIC X(10).

       FD EMPLOYEE-MASTER
            RECORD CONTAINS 54 CHARACTERS
            DATA RECORD IS EMPLOYEE-IN.
      * SAME LAYOUT EVERY PAYROLL PROGRAM USES; READ FOR THE NAME
      * REPORTED WITH EACH EMPLOYEE
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

       FD QTR-ARCHIVE
            RECORD CONTAINS 156 CHARACTERS
            DATA RECORD IS QTR-ARCHIVE-REC.
      * ONE CLOSED-OUT EMPLOYEE QUARTER AS THE QUARTER-END PROGRAM
      * STAMPS IT, THE SAME ANNUAL BUCKETS THE YEAR-END STATEMENTS
      * ARE BUILT FROM
       01 QTR-ARCHIVE-REC.
            05 QA-PERIOD-END    PIC 9(8).
            05 QA-PERIOD-END-X REDEFINES QA-PERIOD-END.
                 10 QA-YEAR     PIC 9(4).
                 10 QA-MMDD     PIC 9(4).
            05 QA-SOCSEC        PIC 9(9).
            05 QA-GROSSPAY      PIC 9(7)V99.
            05 QA-FEDTAX        PIC 9(7)V99.
            05 QA-FICA          PIC 9(7)V99.
            05 QA-MEDICARE      PIC 9(7)V99.
            05 QA-STATETAX      PIC 9(7)V99.
            05 QA-NETPAY        PIC 9(7)V99.
            05 QA-COMPANY       PIC X(4).
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

       FD PRIOR-ADJUST
            RECORD CONTAINS 85 CHARACTERS
            DATA RECORD IS PRIOR-ADJUST-REC.
      * ONE CORRECTION THE ADJUSTMENT PROGRAM POSTED INTO A CLOSED
      * YEAR, ADDED TO THAT YEAR'S ARCHIVED QUARTERS TO RESTATE IT
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

       FD W2-FILED
            RECORD CONTAINS 114 CHARACTERS
            DATA RECORD IS W2-FILED-REC.
      * WHAT WAS FILED FOR ONE EMPLOYEE, APPENDED BY THE ORIGINAL
      * RUN AND BY EVERY CORRECTION; THE LAST RECORD FOR AN
      * EMPLOYEE IS WHAT THE SOCIAL SECURITY ADMINISTRATION HOLDS.
      * THE AMOUNTS ARE IN W-2 BOX ORDER AS LISTED UNDER BOX-LABELS
       01 W2-FILED-REC.
            05 WF-COMPANY       PIC X(4).
            05 WF-TAX-YEAR      PIC 9(4).
            05 WF-SOCSEC        PIC 9(9).
            05 WF-FILED-DATE    PIC 9(8).
            05 WF-KIND          PIC X.
            05 WF-AMOUNT        PIC 9(9)V99 OCCURS 8 TIMES.

       FD W2-FILE
            RECORD CONTAINS 128 CHARACTERS
            DATA RECORD IS W2-FILE-LINE.
      * RECORD WRITTEN TO THE ELECTRONIC WAGE FILE
       01 W2-FILE-LINE         PIC X(128).

       FD W2C-FILE
            RECORD CONTAINS 208 CHARACTERS
            DATA RECORD IS W2C-FILE-LINE.
      * RECORD WRITTEN TO THE ELECTRONIC CORRECTION FILE
       01 W2C-FILE-LINE        PIC X(208).

       FD W2C-STATEMENTS
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS STMT-LINE.
      * LINE WRITTEN TO THE CORRECTED EMPLOYEE STATEMENTS
       01 STMT-LINE            PIC X(80).

       FD W2-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS PRINT-LINE.
      * LINE WRITTEN TO THE CONTROL TOTALS REPORT
       01 PRINT-LINE           PIC X(80).

       FD AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS AUDIT-LOG-LINE.
      * ONE LINE APPENDED TO THE SHARED OPERATIONS AUDIT LOG PER RUN
       01 AUDIT-LOG-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      * FILE STATUS FOR THE RUN CONTROL FILE
       01 RUN-CONTROL-STATUS     PIC XX VALUE '00'.
      * COMPANY CODE AND PERIOD-ENDING DATE FOR THIS RUN
       01 RUN-COMPANY-CODE       PIC X(4) VALUE SPACES.
       01 RUN-PERIOD-END-DATE    PIC 9(8) VALUE ZEROES.
       01 RUN-EMPLOYEE-MASTER-NAME PIC X(20) VALUE 'EMPMAST.DAT'.
      * 'O' FOR THE ORIGINAL FILING, 'C' FOR A CORRECTION RUN
       01 RUN-MODE               PIC X VALUE 'O'.
      * TAX YEAR BEING FILED, AS KEYED AND AS USED
       01 TAX-YEAR-X             PIC X(4) VALUE SPACES.
       01 TAX-YEAR               PIC 9(4) VALUE ZEROES.
      * FILE STATUSES
       01 W2-EMPLOYER-STATUS     PIC XX VALUE '00'.
       01 EMPLOYEE-MASTER-STATUS PIC XX VALUE '00'.
       01 QTR-ARCHIVE-STATUS     PIC XX VALUE '00'.
       01 PRIOR-ADJUST-STATUS    PIC XX VALUE '00'.
       01 W2-FILED-STATUS        PIC XX VALUE '00'.
       01 AUDIT-LOG-STATUS       PIC XX VALUE '00'.
      * 1 WHEN THE EMPLOYEE MASTER COULD BE OPENED FOR NAMES
       01 MASTER-FILE-OPEN       PIC 9 VALUE 0.
      * 1 ONCE THE COMPANY'S EMPLOYER RECORD HAS BEEN FOUND
       01 EMPLOYER-FOUND         PIC 9 VALUE 0.
      * DATE AND TIME THE RUN STARTED, FOR THE AUDIT LOG ENTRY AND
      * THE FILED HISTORY
       01 AUDIT-RUN-DATE         PIC 9(8) VALUE ZEROES.
       01 AUDIT-RUN-TIME         PIC 9(8) VALUE ZEROES.
      * FLAG FOR MORE DATA IN THE FILE BEING READ
       01 DATA-REMAINS           PIC X VALUE 'Y'.
      * COUNTS FOR THE AUDIT LOG ENTRY AND THE CONTROL REPORT
       01 ARCH-RECS-READ         PIC 9(7) VALUE ZEROES.
       01 ARCH-RECS-SELECTED     PIC 9(7) VALUE ZEROES.
       01 ADJUST-RECS-APPLIED    PIC 9(7) VALUE ZEROES.
       01 FILED-RECS-FOUND       PIC 9(7) VALUE ZEROES.
       01 EMPLOYEES-WRITTEN      PIC 9(7) VALUE ZEROES.
       01 EMPLOYEES-DROPPED      PIC 9(7) VALUE ZEROES.
      * 1 WHEN THE EMPLOYEE BEING COMPARED HAS A CHANGED AMOUNT
       01 AMOUNT-CHANGED         PIC 9 VALUE 0.
      * EMPLOYEE BEING LOOKED FOR IN THE TABLE
       01 SEARCH-SOCSEC          PIC 9(9) VALUE ZEROES.
      * ONE AMOUNT BEING RESTATED BY A CLOSED-YEAR ADJUSTMENT, HELD
      * SIGNED SO A REVERSAL CANNOT TAKE IT BELOW ZERO
       01 RESTATED-AMOUNT        PIC S9(9)V99 VALUE ZEROES.
      * SOCIAL SECURITY WAGE BASE, SAME FIGURE THE PAYROLL RUN USES;
      * A RESTATED YEAR NEVER REPORTS SOCIAL SECURITY WAGES OVER IT
       01 SS-WAGE-BASE           PIC 9(7)V99 VALUE 184500.00.

      * W-2 BOXES CARRIED FOR EACH EMPLOYEE, IN THE ORDER THE
      * AMOUNT TABLES BELOW AND THE FILED HISTORY HOLD THEM
       01 BOX-LABELS-DATA.
            05 FILLER PIC X(28) VALUE ' 1 WAGES, TIPS, OTHER COMP'.
            05 FILLER PIC X(28) VALUE ' 2 FEDERAL TAX WITHHELD'.
            05 FILLER PIC X(28) VALUE ' 3 SOCIAL SECURITY WAGES'.
            05 FILLER PIC X(28) VALUE ' 4 SOCIAL SECURITY TAX'.
            05 FILLER PIC X(28) VALUE ' 5 MEDICARE WAGES AND TIPS'.
            05 FILLER PIC X(28) VALUE ' 6 MEDICARE TAX WITHHELD'.
            05 FILLER PIC X(28) VALUE '12 D 401(K) DEFERRAL'.
            05 FILLER PIC X(28) VALUE '17 STATE INCOME TAX'.
       01 BOX-LABELS-TABLE REDEFINES BOX-LABELS-DATA.
            05 BOX-LABEL OCCURS 8 TIMES PIC X(28).
       01 BOX-SUB                PIC 9 VALUE ZEROES.

      * ONE ENTRY PER EMPLOYEE IN THE TAX YEAR: THE YEAR AS IT
      * STANDS NOW, AND IN A CORRECTION RUN WHAT WAS LAST FILED
       01 EMP-W2-COUNT           PIC 9(3) VALUE ZEROES.
       01 EMP-W2-TABLE.
            05 EMP-W2-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON EMP-W2-COUNT
               INDEXED BY EW-IDX.
               10 EW-SOCSEC     PIC 9(9).
               10 EW-GROSSPAY   PIC 9(9)V99.
               10 EW-FILED      PIC 9.
               10 EW-AMOUNT     PIC 9(9)V99 OCCURS 8 TIMES.
               10 EW-FILED-AMT  PIC 9(9)V99 OCCURS 8 TIMES.

      * TOTALS BY BOX ACROSS THE EMPLOYEES WRITTEN: THE AMOUNTS
      * FILED NOW, AND ON A CORRECTION WHAT THEY REPLACE
       01 BOX-TOTALS.
            05 BT-AMOUNT        PIC 9(11)V99 OCCURS 8 TIMES.
            05 BT-FILED-AMT     PIC 9(11)V99 OCCURS 8 TIMES.
       01 TOTAL-GROSSPAY         PIC 9(11)V99 VALUE ZEROES.

      * SUBMITTER RECORD OPENING THE WAGE FILE
       01 W2-RA-REC.
            05 FILLER          PIC X(2)    VALUE 'RA'.
            05 RA-EIN          PIC 9(9).
            05 RA-USER-ID      PIC X(8).
            05 RA-NAME         PIC X(30).
            05 RA-CONTACT      PIC X(20).
            05 RA-PHONE        PIC X(10).
            05 FILLER          PIC X(49)   VALUE SPACES.

      * EMPLOYER RECORD AHEAD OF THE EMPLOYEE RECORDS
       01 W2-RE-REC.
            05 FILLER          PIC X(2)    VALUE 'RE'.
            05 RE-TAX-YEAR     PIC 9(4).
            05 RE-EIN          PIC 9(9).
            05 RE-NAME         PIC X(30).
            05 RE-COMPANY      PIC X(4).
            05 FILLER          PIC X(79)   VALUE SPACES.

      * ONE EMPLOYEE'S WAGE AND TAX AMOUNTS IN BOX ORDER
       01 W2-RW-REC.
            05 FILLER          PIC X(2)    VALUE 'RW'.
            05 RW-SOCSEC       PIC 9(9).
            05 RW-LASTNAME     PIC X(13).
            05 RW-INITIALS     PIC XX.
            05 RW-AMOUNT       PIC 9(9)V99 OCCURS 8 TIMES.
            05 FILLER          PIC X(14)   VALUE SPACES.

      * EMPLOYER TOTAL RECORD: THE EMPLOYEE COUNT AND BOX TOTALS
      * THE RECEIVING END CHECKS THE EMPLOYEE RECORDS AGAINST
       01 W2-RT-REC.
            05 FILLER          PIC X(2)    VALUE 'RT'.
            05 RT-EMP-COUNT    PIC 9(7).
            05 RT-AMOUNT       PIC 9(11)V99 OCCURS 8 TIMES.
            05 FILLER          PIC X(15)   VALUE SPACES.

      * FINAL RECORD CLOSING THE WAGE FILE
       01 W2-RF-REC.
            05 FILLER          PIC X(2)    VALUE 'RF'.
            05 RF-EMP-COUNT    PIC 9(9).
            05 FILLER          PIC X(117)  VALUE SPACES.

      * CORRECTION FILE SUBMITTER RECORD
       01 W2C-RCA-REC.
            05 FILLER          PIC X(3)    VALUE 'RCA'.
            05 RCA-EIN         PIC 9(9).
            05 RCA-USER-ID     PIC X(8).
            05 RCA-NAME        PIC X(30).
            05 RCA-CONTACT     PIC X(20).
            05 RCA-PHONE       PIC X(10).
            05 FILLER          PIC X(128)  VALUE SPACES.

      * CORRECTION FILE EMPLOYER RECORD
       01 W2C-RCE-REC.
            05 FILLER          PIC X(3)    VALUE 'RCE'.
            05 RCE-TAX-YEAR    PIC 9(4).
            05 RCE-EIN         PIC 9(9).
            05 RCE-NAME        PIC X(30).
            05 RCE-COMPANY     PIC X(4).
            05 FILLER          PIC X(158)  VALUE SPACES.

      * ONE CORRECTED EMPLOYEE: EACH BOX AS PREVIOUSLY REPORTED
      * FOLLOWED BY THE CORRECT AMOUNT
       01 W2C-RCW-REC.
            05 FILLER          PIC X(3)    VALUE 'RCW'.
            05 RCW-SOCSEC      PIC 9(9).
            05 RCW-LASTNAME    PIC X(13).
            05 RCW-INITIALS    PIC XX.
            05 RCW-BOX OCCURS 8 TIMES.
               10 RCW-ORIGINAL  PIC 9(9)V99.
               10 RCW-CORRECT   PIC 9(9)V99.
            05 FILLER          PIC X(5)    VALUE SPACES.

      * CORRECTION FILE EMPLOYER TOTAL RECORD
       01 W2C-RCT-REC.
            05 FILLER          PIC X(3)    VALUE 'RCT'.
            05 RCT-EMP-COUNT   PIC 9(7).
            05 RCT-BOX OCCURS 8 TIMES.
               10 RCT-ORIGINAL  PIC 9(9)V99.
               10 RCT-CORRECT   PIC 9(9)V99.
            05 FILLER          PIC X(22)   VALUE SPACES.

      * CORRECTION FILE FINAL RECORD
       01 W2C-RCF-REC.
            05 FILLER          PIC X(3)    VALUE 'RCF'.
            05 RCF-EMP-COUNT   PIC 9(9).
            05 FILLER          PIC X(196)  VALUE SPACES.

      * CONTROL REPORT TITLE
       01 W2-TITLE-HDR.
            05 FILLER          PIC X(24)   VALUE SPACES.
            05 FILLER          PIC X(32)   VALUE
               'W-2 WAGE FILE CONTROL TOTALS'.
            05 FILLER          PIC X(24)   VALUE SPACES.

      * SECOND TITLE LINE TYING THE REPORT TO COMPANY, YEAR, MODE
       01 W2-SUBTITLE-HDR.
            05 FILLER          PIC X(9)    VALUE 'COMPANY: '.
            05 TS-COMPANY      PIC X(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(10)   VALUE 'TAX YEAR: '.
            05 TS-TAX-YEAR     PIC 9(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 TS-MODE-DESC    PIC X(20).
            05 FILLER          PIC X(27)   VALUE SPACES.

      * COLUMN HEADER OVER THE BOX TOTALS
       01 W2-COLUMN-HDR.
            05 FILLER          PIC X(30)   VALUE 'BOX'.
            05 FILLER          PIC X(18)   VALUE
               'PREVIOUSLY FILED'.
            05 FILLER          PIC X(18)   VALUE 'FILED THIS RUN'.
            05 FILLER          PIC X(14)   VALUE SPACES.

      * ONE BOX ON THE CONTROL REPORT OR A CORRECTED STATEMENT
       01 W2-BOX-LINE.
            05 BL-LABEL        PIC X(28).
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 BL-ORIGINAL     PIC ZZZZZZZZZZ9.99.
            05 FILLER          PIC X(4)    VALUE SPACES.
            05 BL-CORRECT      PIC ZZZZZZZZZZ9.99.
            05 FILLER          PIC X(18)   VALUE SPACES.

      * LABELED AMOUNT LINE FOR THE REPORT TOTALS
       01 W2-AMOUNT-LINE.
            05 WL-LABEL        PIC X(30).
            05 WL-AMOUNT       PIC ZZZZZZZZZZ9.99.
            05 FILLER          PIC X(36)   VALUE SPACES.

      * LABELED COUNT LINE FOR THE REPORT TOTALS
       01 W2-COUNT-LINE.
            05 WC-LABEL        PIC X(30).
            05 WC-COUNT        PIC ZZZZZZ9.
            05 FILLER          PIC X(43)   VALUE SPACES.

      * CORRECTED STATEMENT TITLE
       01 W2C-TITLE-HDR.
            05 FILLER          PIC X(17)   VALUE SPACES.
            05 FILLER          PIC X(46)   VALUE
               'CORRECTED WAGE AND TAX STATEMENT (FORM W-2C)'.
            05 FILLER          PIC X(17)   VALUE SPACES.

      * EMPLOYER LINE ON A CORRECTED STATEMENT
       01 W2C-EMPLOYER-LINE.
            05 FILLER          PIC X(10)   VALUE 'EMPLOYER: '.
            05 CE-NAME         PIC X(30).
            05 FILLER          PIC X(6)    VALUE ' EIN: '.
            05 CE-EIN          PIC 9(9).
            05 FILLER          PIC X(7)    VALUE ' YEAR: '.
            05 CE-TAX-YEAR     PIC 9(4).
            05 FILLER          PIC X(14)   VALUE SPACES.

      * EMPLOYEE LINE ON A CORRECTED STATEMENT
       01 W2C-EMPLOYEE-LINE.
            05 FILLER          PIC X(10)   VALUE 'EMPLOYEE: '.
            05 CW-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 CW-LASTNAME     PIC X(13).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 CW-INITIALS     PIC XX.
            05 FILLER          PIC X(43)   VALUE SPACES.

      * COLUMN HEADER OVER THE BOXES OF A CORRECTED STATEMENT
       01 W2C-COLUMN-HDR.
            05 FILLER          PIC X(30)   VALUE 'BOX'.
            05 FILLER          PIC X(18)   VALUE
               'PREVIOUSLY REPTD'.
            05 FILLER          PIC X(18)   VALUE 'CORRECT AMOUNT'.
            05 FILLER          PIC X(14)   VALUE SPACES.

      * SEPARATOR LINE MARKING WHERE EACH STATEMENT IS BURST
       01 W2C-SEPARATOR-LINE     PIC X(80) VALUE ALL '-'.

      * ONE FORMATTED ENTRY WRITTEN TO THE SHARED OPERATIONS AUDIT LOG
       01 AUDIT-ENTRY.
            05 AE-JOB-NAME       PIC X(8)  VALUE 'W2SUBMIT'.
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
      * BUILD THE TAX YEAR FROM THE QUARTER ARCHIVE THE SAME WAY THE
      * YEAR-END STATEMENTS DO. THE ORIGINAL RUN FILES IT AS IT
      * STANDS; A CORRECTION RUN ADDS THE CLOSED-YEAR ADJUSTMENTS,
      * COMPARES THE RESTATED YEAR WITH WHAT WAS FILED, AND FILES
      * CORRECTIONS FOR ONLY THE EMPLOYEES WHOSE AMOUNTS CHANGED
       PROCESS-W2-FILING.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM GET-SELECTIONS.
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-RUN-TIME FROM TIME.
           PERFORM LOAD-EMPLOYER.
           PERFORM LOAD-ARCHIVE-YEAR.
           IF RUN-MODE = 'C'
              PERFORM LOAD-PRIOR-ADJUSTMENTS
           END-IF.
           PERFORM LOAD-FILED-HISTORY.
           PERFORM CAP-SS-WAGES
              VARYING EW-IDX FROM 1 BY 1
              UNTIL EW-IDX > EMP-W2-COUNT.
           IF RUN-MODE = 'O' AND FILED-RECS-FOUND > ZEROES
              DISPLAY 'ERROR: W-2 FILE ALREADY PRODUCED FOR '
                 RUN-COMPANY-CODE ' ' TAX-YEAR
                 ', RUN A CORRECTION INSTEAD'
              STOP RUN
           END-IF.
           IF RUN-MODE = 'C' AND FILED-RECS-FOUND = ZEROES
              DISPLAY 'ERROR: NO W-2 FILING ON RECORD FOR '
                 RUN-COMPANY-CODE ' ' TAX-YEAR
              STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF EMPLOYEE-MASTER-STATUS = '35'
              MOVE 0 TO MASTER-FILE-OPEN
           ELSE
              MOVE 1 TO MASTER-FILE-OPEN
           END-IF.
           OPEN EXTEND W2-FILED.
           IF W2-FILED-STATUS = '35'
              OPEN OUTPUT W2-FILED
              CLOSE W2-FILED
              OPEN EXTEND W2-FILED
           END-IF.
           MOVE ZEROES TO BOX-TOTALS.
           IF RUN-MODE = 'O'
              PERFORM WRITE-ORIGINAL-FILE
           ELSE
              PERFORM WRITE-CORRECTION-FILE
           END-IF.
           CLOSE W2-FILED.
           IF MASTER-FILE-OPEN = 1
              CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM WRITE-CONTROL-REPORT.
           PERFORM WRITE-AUDIT-LOG.
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
           MOVE RUN-PERIOD-END-DATE (1:4) TO TAX-YEAR.

       GET-SELECTIONS.
           DISPLAY 'ENTER RUN MODE (O = ORIGINAL, C = CORRECTION, '
              'BLANK = O)'.
           ACCEPT RUN-MODE.
           IF RUN-MODE NOT = 'C'
              MOVE 'O' TO RUN-MODE
              MOVE 'W2SUBMIT' TO AE-JOB-NAME
           ELSE
              MOVE 'W2CORR' TO AE-JOB-NAME
           END-IF.
           DISPLAY 'ENTER TAX YEAR (BLANK = RUN CONTROL YEAR)'.
           ACCEPT TAX-YEAR-X.
           IF TAX-YEAR-X IS NUMERIC
              MOVE TAX-YEAR-X TO TAX-YEAR
           END-IF.

      * THE EMPLOYER RECORD IS REQUIRED: A WAGE FILE WITHOUT THE
      * EMPLOYER IDENTIFICATION NUMBER IS REJECTED ON RECEIPT
       LOAD-EMPLOYER.
           OPEN INPUT W2-EMPLOYER.
           IF W2-EMPLOYER-STATUS = '35'
              DISPLAY 'ERROR: W-2 EMPLOYER FILE NOT FOUND'
              STOP RUN
           END-IF.
           READ W2-EMPLOYER
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.
           PERFORM FIND-EMPLOYER
              UNTIL DATA-REMAINS = 'N'.
           CLOSE W2-EMPLOYER.
           MOVE 'Y' TO DATA-REMAINS.
           IF EMPLOYER-FOUND = 0
              DISPLAY 'ERROR: NO W-2 EMPLOYER RECORD FOR COMPANY '
                 RUN-COMPANY-CODE
              STOP RUN
           END-IF.

       FIND-EMPLOYER.
           IF WE-COMPANY = RUN-COMPANY-CODE
              MOVE 1 TO EMPLOYER-FOUND
              MOVE 'N' TO DATA-REMAINS
           ELSE
              READ W2-EMPLOYER
                 AT END MOVE 'N' TO DATA-REMAINS
              END-READ
           END-IF.

       LOAD-ARCHIVE-YEAR.
           OPEN INPUT QTR-ARCHIVE.
           IF QTR-ARCHIVE-STATUS = '35'
              DISPLAY 'ERROR: QUARTER ARCHIVE FILE NOT FOUND'
              STOP RUN
           END-IF.
           READ QTR-ARCHIVE
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.
           PERFORM COMBINE-ARCHIVE-RECORD
              UNTIL DATA-REMAINS = 'N'.
           CLOSE QTR-ARCHIVE.
           MOVE 'Y' TO DATA-REMAINS.

      * FOLD ONE ARCHIVED QUARTER INTO ITS EMPLOYEE'S ENTRY. A
      * QUARTER ARCHIVED BEFORE THE WAGE BOXES WERE KEPT HAD NO
      * PRE-TAX DEDUCTIONS, SO ITS GROSS PAY IS EACH WAGE BOX
       COMBINE-ARCHIVE-RECORD.
           ADD 1 TO ARCH-RECS-READ.
           IF QA-YEAR = TAX-YEAR
                 AND QA-COMPANY = RUN-COMPANY-CODE
              ADD 1 TO ARCH-RECS-SELECTED
              MOVE QA-SOCSEC TO SEARCH-SOCSEC
              PERFORM FIND-EMPLOYEE-ENTRY
              IF EW-IDX NOT > EMP-W2-COUNT
                 ADD QA-GROSSPAY TO EW-GROSSPAY (EW-IDX)
                 ADD QA-FEDTAX TO EW-AMOUNT (EW-IDX, 2)
                 ADD QA-FICA TO EW-AMOUNT (EW-IDX, 4)
                 ADD QA-MEDICARE TO EW-AMOUNT (EW-IDX, 6)
                 ADD QA-STATETAX TO EW-AMOUNT (EW-IDX, 8)
                 IF QA-FED-WAGES IS NUMERIC
                       AND QA-SS-WAGES IS NUMERIC
                       AND QA-MEDICARE-WAGES IS NUMERIC
                       AND QA-DEFERRAL IS NUMERIC
                    ADD QA-FED-WAGES TO EW-AMOUNT (EW-IDX, 1)
                    ADD QA-SS-WAGES TO EW-AMOUNT (EW-IDX, 3)
                    ADD QA-MEDICARE-WAGES TO EW-AMOUNT (EW-IDX, 5)
                    ADD QA-DEFERRAL TO EW-AMOUNT (EW-IDX, 7)
                 ELSE
                    ADD QA-GROSSPAY TO EW-AMOUNT (EW-IDX, 1)
                    ADD QA-GROSSPAY TO EW-AMOUNT (EW-IDX, 3)
                    ADD QA-GROSSPAY TO EW-AMOUNT (EW-IDX, 5)
                 END-IF
              END-IF
           END-IF.
           READ QTR-ARCHIVE
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.

      * POINT EW-IDX AT THE ENTRY FOR THE SOCSEC IN SEARCH-SOCSEC,
      * ADDING ONE IF IT IS NOT THERE; LEFT PAST THE END OF THE
      * TABLE WHEN THE TABLE IS FULL
       FIND-EMPLOYEE-ENTRY.
           SET EW-IDX TO 1.
           SEARCH EMP-W2-ENTRY VARYING EW-IDX
              AT END
                 PERFORM ADD-EMPLOYEE-ENTRY
              WHEN EW-SOCSEC (EW-IDX) = SEARCH-SOCSEC
                 CONTINUE
           END-SEARCH.

       ADD-EMPLOYEE-ENTRY.
           IF EMP-W2-COUNT < 500
              ADD 1 TO EMP-W2-COUNT
              SET EW-IDX TO EMP-W2-COUNT
              MOVE SEARCH-SOCSEC TO EW-SOCSEC (EW-IDX)
              MOVE ZEROES TO EW-GROSSPAY (EW-IDX)
              MOVE 0 TO EW-FILED (EW-IDX)
              PERFORM CLEAR-EMPLOYEE-BOX
                 VARYING BOX-SUB FROM 1 BY 1
                 UNTIL BOX-SUB > 8
           ELSE
              DISPLAY 'WARNING: EMPLOYEE TABLE FULL, '
                 SEARCH-SOCSEC ' NOT REPORTED'
              ADD 1 TO EMPLOYEES-DROPPED
              SET EW-IDX TO 501
           END-IF.

       CLEAR-EMPLOYEE-BOX.
           MOVE ZEROES TO EW-AMOUNT (EW-IDX, BOX-SUB).
           MOVE ZEROES TO EW-FILED-AMT (EW-IDX, BOX-SUB).

      * ADD THE CORRECTIONS POSTED INTO THE TAX YEAR AFTER IT WAS
      * CLOSED. A GROSS PAY CORRECTION RESTATES EACH WAGE BOX; THE
      * 401(K) DEFERRAL IS NEVER ADJUSTED THIS WAY
       LOAD-PRIOR-ADJUSTMENTS.
           OPEN INPUT PRIOR-ADJUST.
           IF PRIOR-ADJUST-STATUS NOT = '35'
              READ PRIOR-ADJUST
                 AT END MOVE 'N' TO DATA-REMAINS
              END-READ
              PERFORM APPLY-PRIOR-ADJUSTMENT
                 UNTIL DATA-REMAINS = 'N'
              CLOSE PRIOR-ADJUST
              MOVE 'Y' TO DATA-REMAINS
           END-IF.

       APPLY-PRIOR-ADJUSTMENT.
           IF PA-COMPANY = RUN-COMPANY-CODE
                 AND PA-TAX-YEAR = TAX-YEAR
              MOVE PA-SOCSEC TO SEARCH-SOCSEC
              PERFORM FIND-EMPLOYEE-ENTRY
              IF EW-IDX NOT > EMP-W2-COUNT
                 ADD 1 TO ADJUST-RECS-APPLIED
                 COMPUTE RESTATED-AMOUNT =
                    EW-GROSSPAY (EW-IDX) + PA-GROSSPAY
                 PERFORM FLOOR-RESTATED-AMOUNT
                 MOVE RESTATED-AMOUNT TO EW-GROSSPAY (EW-IDX)
                 MOVE 1 TO BOX-SUB
                 PERFORM RESTATE-WAGE-BOX
                 MOVE 3 TO BOX-SUB
                 PERFORM RESTATE-WAGE-BOX
                 MOVE 5 TO BOX-SUB
                 PERFORM RESTATE-WAGE-BOX
                 COMPUTE RESTATED-AMOUNT =
                    EW-AMOUNT (EW-IDX, 2) + PA-FEDTAX
                 PERFORM FLOOR-RESTATED-AMOUNT
                 MOVE RESTATED-AMOUNT TO EW-AMOUNT (EW-IDX, 2)
                 COMPUTE RESTATED-AMOUNT =
                    EW-AMOUNT (EW-IDX, 4) + PA-FICA
                 PERFORM FLOOR-RESTATED-AMOUNT
                 MOVE RESTATED-AMOUNT TO EW-AMOUNT (EW-IDX, 4)
                 COMPUTE RESTATED-AMOUNT =
                    EW-AMOUNT (EW-IDX, 6) + PA-MEDICARE
                 PERFORM FLOOR-RESTATED-AMOUNT
                 MOVE RESTATED-AMOUNT TO EW-AMOUNT (EW-IDX, 6)
                 COMPUTE RESTATED-AMOUNT =
                    EW-AMOUNT (EW-IDX, 8) + PA-STATETAX
                 PERFORM FLOOR-RESTATED-AMOUNT
                 MOVE RESTATED-AMOUNT TO EW-AMOUNT (EW-IDX, 8)
              END-IF
           END-IF.
           READ PRIOR-ADJUST
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.

       RESTATE-WAGE-BOX.
           COMPUTE RESTATED-AMOUNT =
              EW-AMOUNT (EW-IDX, BOX-SUB) + PA-GROSSPAY.
           PERFORM FLOOR-RESTATED-AMOUNT.
           MOVE RESTATED-AMOUNT TO EW-AMOUNT (EW-IDX, BOX-SUB).

       FLOOR-RESTATED-AMOUNT.
           IF RESTATED-AMOUNT < ZEROES
              MOVE ZEROES TO RESTATED-AMOUNT
           END-IF.

      * PICK UP WHAT WAS LAST FILED FOR EACH EMPLOYEE IN THE TAX
      * YEAR; A LATER RECORD FOR THE SAME EMPLOYEE REPLACES AN
      * EARLIER ONE, SINCE IT WAS FILED AS A CORRECTION TO IT
       LOAD-FILED-HISTORY.
           OPEN INPUT W2-FILED.
           IF W2-FILED-STATUS NOT = '35'
              READ W2-FILED
                 AT END MOVE 'N' TO DATA-REMAINS
              END-READ
              PERFORM HOLD-FILED-RECORD
                 UNTIL DATA-REMAINS = 'N'
              CLOSE W2-FILED
              MOVE 'Y' TO DATA-REMAINS
           END-IF.

       HOLD-FILED-RECORD.
           IF WF-COMPANY = RUN-COMPANY-CODE
                 AND WF-TAX-YEAR = TAX-YEAR
              ADD 1 TO FILED-RECS-FOUND
              MOVE WF-SOCSEC TO SEARCH-SOCSEC
              PERFORM FIND-EMPLOYEE-ENTRY
              IF EW-IDX NOT > EMP-W2-COUNT
                 MOVE 1 TO EW-FILED (EW-IDX)
                 PERFORM HOLD-FILED-BOX
                    VARYING BOX-SUB FROM 1 BY 1
                    UNTIL BOX-SUB > 8
              END-IF
           END-IF.
           READ W2-FILED
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.

       HOLD-FILED-BOX.
           MOVE WF-AMOUNT (BOX-SUB) TO EW-FILED-AMT (EW-IDX, BOX-SUB).

       CAP-SS-WAGES.
           IF EW-AMOUNT (EW-IDX, 3) > SS-WAGE-BASE
              MOVE SS-WAGE-BASE TO EW-AMOUNT (EW-IDX, 3)
           END-IF.

      * THE NAME COMES FROM THE EMPLOYEE MASTER WHEN THERE IS ONE;
      * A TERMINATED EMPLOYEE PURGED FROM IT IS FILED WITHOUT ONE
       LOOKUP-EMPLOYEE-NAME.
           MOVE SPACES TO LASTNAME.
           MOVE SPACES TO INITIALS.
           IF MASTER-FILE-OPEN = 1
              MOVE EW-SOCSEC (EW-IDX) TO SOCSEC
              READ EMPLOYEE-MASTER
                 INVALID KEY
                    MOVE SPACES TO LASTNAME
                    MOVE SPACES TO INITIALS
              END-READ
           END-IF.

       WRITE-ORIGINAL-FILE.
           OPEN OUTPUT W2-FILE.
           MOVE WE-EIN TO RA-EIN.
           MOVE WE-USER-ID TO RA-USER-ID.
           MOVE WE-EMPLOYER-NAME TO RA-NAME.
           MOVE WE-CONTACT TO RA-CONTACT.
           MOVE WE-PHONE TO RA-PHONE.
           MOVE W2-RA-REC TO W2-FILE-LINE.
           WRITE W2-FILE-LINE.
           MOVE TAX-YEAR TO RE-TAX-YEAR.
           MOVE WE-EIN TO RE-EIN.
           MOVE WE-EMPLOYER-NAME TO RE-NAME.
           MOVE RUN-COMPANY-CODE TO RE-COMPANY.
           MOVE W2-RE-REC TO W2-FILE-LINE.
           WRITE W2-FILE-LINE.
           PERFORM WRITE-EMPLOYEE-RECORD
              VARYING EW-IDX FROM 1 BY 1
              UNTIL EW-IDX > EMP-W2-COUNT.
           MOVE EMPLOYEES-WRITTEN TO RT-EMP-COUNT.
           PERFORM MOVE-RT-TOTAL
              VARYING BOX-SUB FROM 1 BY 1
              UNTIL BOX-SUB > 8.
           MOVE W2-RT-REC TO W2-FILE-LINE.
           WRITE W2-FILE-LINE.
           MOVE EMPLOYEES-WRITTEN TO RF-EMP-COUNT.
           MOVE W2-RF-REC TO W2-FILE-LINE.
           WRITE W2-FILE-LINE.
           CLOSE W2-FILE.

      * ONE EMPLOYEE RECORD, ITS AMOUNTS ADDED INTO THE EMPLOYER
      * TOTALS, AND THE AMOUNTS KEPT AS WHAT WAS FILED
       WRITE-EMPLOYEE-RECORD.
           PERFORM LOOKUP-EMPLOYEE-NAME.
           MOVE EW-SOCSEC (EW-IDX) TO RW-SOCSEC.
           MOVE LASTNAME TO RW-LASTNAME.
           MOVE INITIALS TO RW-INITIALS.
           PERFORM MOVE-RW-AMOUNT
              VARYING BOX-SUB FROM 1 BY 1
              UNTIL BOX-SUB > 8.
           MOVE W2-RW-REC TO W2-FILE-LINE.
           WRITE W2-FILE-LINE.
           ADD EW-GROSSPAY (EW-IDX) TO TOTAL-GROSSPAY.
           ADD 1 TO EMPLOYEES-WRITTEN.
           MOVE 'O' TO WF-KIND.
           PERFORM WRITE-FILED-RECORD.

       MOVE-RW-AMOUNT.
           MOVE EW-AMOUNT (EW-IDX, BOX-SUB) TO RW-AMOUNT (BOX-SUB).
           ADD EW-AMOUNT (EW-IDX, BOX-SUB) TO BT-AMOUNT (BOX-SUB).

       MOVE-RT-TOTAL.
           MOVE BT-AMOUNT (BOX-SUB) TO RT-AMOUNT (BOX-SUB).

       WRITE-FILED-RECORD.
           MOVE RUN-COMPANY-CODE TO WF-COMPANY.
           MOVE TAX-YEAR TO WF-TAX-YEAR.
           MOVE EW-SOCSEC (EW-IDX) TO WF-SOCSEC.
           MOVE AUDIT-RUN-DATE TO WF-FILED-DATE.
           PERFORM MOVE-FILED-AMOUNT
              VARYING BOX-SUB FROM 1 BY 1
              UNTIL BOX-SUB > 8.
           WRITE W2-FILED-REC.

       MOVE-FILED-AMOUNT.
           MOVE EW-AMOUNT (EW-IDX, BOX-SUB) TO WF-AMOUNT (BOX-SUB).

      * THE CORRECTION FILE AND CORRECTED STATEMENTS CARRY ONLY THE
      * EMPLOYEES WITH A BOX THAT NO LONGER MATCHES WHAT WAS FILED
       WRITE-CORRECTION-FILE.
           OPEN OUTPUT W2C-FILE.
           OPEN OUTPUT W2C-STATEMENTS.
           MOVE WE-EIN TO RCA-EIN.
           MOVE WE-USER-ID TO RCA-USER-ID.
           MOVE WE-EMPLOYER-NAME TO RCA-NAME.
           MOVE WE-CONTACT TO RCA-CONTACT.
           MOVE WE-PHONE TO RCA-PHONE.
           MOVE W2C-RCA-REC TO W2C-FILE-LINE.
           WRITE W2C-FILE-LINE.
           MOVE TAX-YEAR TO RCE-TAX-YEAR.
           MOVE WE-EIN TO RCE-EIN.
           MOVE WE-EMPLOYER-NAME TO RCE-NAME.
           MOVE RUN-COMPANY-CODE TO RCE-COMPANY.
           MOVE W2C-RCE-REC TO W2C-FILE-LINE.
           WRITE W2C-FILE-LINE.
           PERFORM CHECK-EMPLOYEE-CORRECTION
              VARYING EW-IDX FROM 1 BY 1
              UNTIL EW-IDX > EMP-W2-COUNT.
           MOVE EMPLOYEES-WRITTEN TO RCT-EMP-COUNT.
           PERFORM MOVE-RCT-TOTAL
              VARYING BOX-SUB FROM 1 BY 1
              UNTIL BOX-SUB > 8.
           MOVE W2C-RCT-REC TO W2C-FILE-LINE.
           WRITE W2C-FILE-LINE.
           MOVE EMPLOYEES-WRITTEN TO RCF-EMP-COUNT.
           MOVE W2C-RCF-REC TO W2C-FILE-LINE.
           WRITE W2C-FILE-LINE.
           IF EMPLOYEES-WRITTEN = ZEROES
              MOVE 'NO EMPLOYEE AMOUNTS HAVE CHANGED SINCE FILING'
                 TO STMT-LINE
              WRITE STMT-LINE
           END-IF.
           CLOSE W2C-FILE.
           CLOSE W2C-STATEMENTS.

       CHECK-EMPLOYEE-CORRECTION.
           MOVE 0 TO AMOUNT-CHANGED.
           PERFORM COMPARE-BOX
              VARYING BOX-SUB FROM 1 BY 1
              UNTIL BOX-SUB > 8.
           IF AMOUNT-CHANGED = 1
              PERFORM WRITE-EMPLOYEE-CORRECTION
           END-IF.

       COMPARE-BOX.
           IF EW-AMOUNT (EW-IDX, BOX-SUB)
                 NOT = EW-FILED-AMT (EW-IDX, BOX-SUB)
              MOVE 1 TO AMOUNT-CHANGED
           END-IF.

       WRITE-EMPLOYEE-CORRECTION.
           PERFORM LOOKUP-EMPLOYEE-NAME.
           MOVE EW-SOCSEC (EW-IDX) TO RCW-SOCSEC.
           MOVE LASTNAME TO RCW-LASTNAME.
           MOVE INITIALS TO RCW-INITIALS.
           PERFORM MOVE-RCW-BOX
              VARYING BOX-SUB FROM 1 BY 1
              UNTIL BOX-SUB > 8.
           MOVE W2C-RCW-REC TO W2C-FILE-LINE.
           WRITE W2C-FILE-LINE.
           PERFORM WRITE-CORRECTED-STATEMENT.
           ADD 1 TO EMPLOYEES-WRITTEN.
           MOVE 'C' TO WF-KIND.
           PERFORM WRITE-FILED-RECORD.

       MOVE-RCW-BOX.
           MOVE EW-FILED-AMT (EW-IDX, BOX-SUB)
              TO RCW-ORIGINAL (BOX-SUB).
           MOVE EW-AMOUNT (EW-IDX, BOX-SUB) TO RCW-CORRECT (BOX-SUB).
           ADD EW-FILED-AMT (EW-IDX, BOX-SUB) TO BT-FILED-AMT (BOX-SUB).
           ADD EW-AMOUNT (EW-IDX, BOX-SUB) TO BT-AMOUNT (BOX-SUB).

       MOVE-RCT-TOTAL.
           MOVE BT-FILED-AMT (BOX-SUB) TO RCT-ORIGINAL (BOX-SUB).
           MOVE BT-AMOUNT (BOX-SUB) TO RCT-CORRECT (BOX-SUB).

      * ONE BURSTABLE CORRECTED STATEMENT FOR THE EMPLOYEE
       WRITE-CORRECTED-STATEMENT.
           MOVE W2C-TITLE-HDR TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE WE-EMPLOYER-NAME TO CE-NAME.
           MOVE WE-EIN TO CE-EIN.
           MOVE TAX-YEAR TO CE-TAX-YEAR.
           MOVE W2C-EMPLOYER-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE EW-SOCSEC (EW-IDX) TO CW-SOCSEC.
           MOVE LASTNAME TO CW-LASTNAME.
           MOVE INITIALS TO CW-INITIALS.
           MOVE W2C-EMPLOYEE-LINE TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE.
           MOVE W2C-COLUMN-HDR TO STMT-LINE.
           WRITE STMT-LINE.
           PERFORM WRITE-STATEMENT-BOX
              VARYING BOX-SUB FROM 1 BY 1
              UNTIL BOX-SUB > 8.
           MOVE W2C-SEPARATOR-LINE TO STMT-LINE.
           WRITE STMT-LINE.

       WRITE-STATEMENT-BOX.
           MOVE BOX-LABEL (BOX-SUB) TO BL-LABEL.
           MOVE EW-FILED-AMT (EW-IDX, BOX-SUB) TO BL-ORIGINAL.
           MOVE EW-AMOUNT (EW-IDX, BOX-SUB) TO BL-CORRECT.
           MOVE W2-BOX-LINE TO STMT-LINE.
           WRITE STMT-LINE.

      * BOX TOTALS FOR WHAT WAS FILED THIS RUN. ON AN ORIGINAL RUN
      * THE WAGES PAID AND THE TAX TOTALS TIE TO THE COMPANY TOTALS
      * PAGE OF THE YEAR-END STATEMENTS
       WRITE-CONTROL-REPORT.
           OPEN OUTPUT W2-REPORT.
           MOVE W2-TITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE RUN-COMPANY-CODE TO TS-COMPANY.
           MOVE TAX-YEAR TO TS-TAX-YEAR.
           IF RUN-MODE = 'O'
              MOVE 'ORIGINAL FILING' TO TS-MODE-DESC
           ELSE
              MOVE 'CORRECTION (W-2C)' TO TS-MODE-DESC
           END-IF.
           MOVE W2-SUBTITLE-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE W2-COLUMN-HDR TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM WRITE-REPORT-BOX
              VARYING BOX-SUB FROM 1 BY 1
              UNTIL BOX-SUB > 8.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF RUN-MODE = 'O'
              MOVE 'TOTAL WAGES PAID:' TO WL-LABEL
              MOVE TOTAL-GROSSPAY TO WL-AMOUNT
              MOVE W2-AMOUNT-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE 'EMPLOYEES REPORTED:' TO WC-LABEL
           ELSE
              MOVE 'CLOSED-YEAR ADJUSTMENTS:' TO WC-LABEL
              MOVE ADJUST-RECS-APPLIED TO WC-COUNT
              MOVE W2-COUNT-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE 'EMPLOYEES CORRECTED:' TO WC-LABEL
           END-IF.
           MOVE EMPLOYEES-WRITTEN TO WC-COUNT.
           MOVE W2-COUNT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF EMPLOYEES-DROPPED > ZEROES
              MOVE 'EMPLOYEES NOT REPORTED:' TO WC-LABEL
              MOVE EMPLOYEES-DROPPED TO WC-COUNT
              MOVE W2-COUNT-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           CLOSE W2-REPORT.

       WRITE-REPORT-BOX.
           MOVE BOX-LABEL (BOX-SUB) TO BL-LABEL.
           MOVE BT-FILED-AMT (BOX-SUB) TO BL-ORIGINAL.
           MOVE BT-AMOUNT (BOX-SUB) TO BL-CORRECT.
           MOVE W2-BOX-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
              CLOSE AUDIT-LOG
              OPEN EXTEND AUDIT-LOG
           END-IF.
           MOVE AUDIT-RUN-DATE TO AE-RUN-DATE.
           MOVE AUDIT-RUN-TIME TO AE-RUN-TIME.
           MOVE ARCH-RECS-READ TO AE-RECS-READ.
           MOVE EMPLOYEES-WRITTEN TO AE-RECS-PROCESSED.
           MOVE EMPLOYEES-DROPPED TO AE-RECS-REJECTED.
           MOVE RUN-COMPANY-CODE TO AE-COMPANY-CODE.
           MOVE RUN-PERIOD-END-DATE TO AE-PERIOD-END.
           MOVE AUDIT-ENTRY TO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.
