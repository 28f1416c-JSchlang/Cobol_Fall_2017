       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollAccrual.
       AUTHOR. JOHN SCHLANGER.
               KELTON ESSIG.
               JOSH COLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DIST ASSIGN TO 'LABORDST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-DIST-STATUS.
           SELECT GL-INTERFACE ASSIGN TO 'ACCRUAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT ASSIGN TO 'ACCRRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LABOR-DIST
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS LABOR-DIST-REC.
      * SAME LAYOUT THE PAYROLL RUN WRITES: ONE EMPLOYEE'S SHARE OF
      * THE LAST PERIOD'S GROSS PAY CHARGED TO ONE COST CENTER AND
      * THE DEPARTMENT THAT COST CENTER POSTS UNDER
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

       FD GL-INTERFACE
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS GL-LINE.
      * RECORD WRITTEN TO THE ACCRUAL GL BATCH, SAME H/D/T LAYOUT
      * AS THE PAYROLL RUN'S GLINTF.DAT SO THE POSTING RUN TAKES IT
      * BY NAME
       01 GL-LINE              PIC X(80).

       FD ACCRUAL-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS PRINT-LINE.
      * LINE WRITTEN TO THE ACCRUAL REPORT
       01 PRINT-LINE           PIC X(80).

       FD AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS AUDIT-LOG-LINE.
      * ONE LINE APPENDED TO THE SHARED OPERATIONS AUDIT LOG PER RUN
       01 AUDIT-LOG-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      * FILE STATUSES
       01 LABOR-DIST-STATUS      PIC XX VALUE '00'.
       01 AUDIT-LOG-STATUS       PIC XX VALUE '00'.
      * DATE AND TIME THE RUN STARTED, FOR THE AUDIT LOG ENTRY
       01 AUDIT-RUN-DATE         PIC 9(8) VALUE ZEROES.
       01 AUDIT-RUN-TIME         PIC 9(8) VALUE ZEROES.
      * FLAG FOR MORE DATA IN THE FILE BEING READ
       01 DATA-REMAINS           PIC X VALUE 'Y'.

      * OPERATOR'S ACCRUAL MONTH; BLANK TAKES THE CURRENT MONTH
       01 ACCRUAL-MONTH-X        PIC X(6) VALUE SPACES.
       01 ACCRUAL-MONTH          PIC 9(6) VALUE ZEROES.
       01 ACCRUAL-MONTH-R REDEFINES ACCRUAL-MONTH.
            05 ACCRUAL-YEAR  PIC 9(4).
            05 ACCRUAL-MM    PIC 9(2).
       01 TODAY-DATE             PIC 9(8) VALUE ZEROES.
       01 TODAY-DATE-R REDEFINES TODAY-DATE.
            05 TODAY-MONTH   PIC 9(6).
            05 FILLER        PIC 9(2).

      * LAST DAY OF THE ACCRUAL MONTH, WHICH THE ACCRUAL IS BOOKED
      * AS OF, AND THE FIRST DAY OF THE NEXT MONTH, WHEN THE
      * POSTING RUN REVERSES IT
       01 MONTH-END-DATE         PIC 9(8) VALUE ZEROES.
       01 MONTH-END-DATE-R REDEFINES MONTH-END-DATE.
            05 ME-YEAR       PIC 9(4).
            05 ME-MONTH      PIC 9(2).
            05 ME-DAY        PIC 9(2).
       01 REVERSE-DATE           PIC 9(8) VALUE ZEROES.
       01 REVERSE-DATE-R REDEFINES REVERSE-DATE.
            05 RV-YEAR       PIC 9(4).
            05 RV-MONTH      PIC 9(2).
            05 RV-DAY        PIC 9(2).
      * THE MONTH BEFORE THE ACCRUAL MONTH, WHICH A PERIOD ENDING
      * IN IT MAY STILL BE ACCRUED FROM
       01 PRIOR-YEAR             PIC 9(4) VALUE ZEROES.
       01 PRIOR-MONTH            PIC 9(2) VALUE ZEROES.

      * DAYS IN EACH MONTH; FEBRUARY IS ADJUSTED FOR LEAP YEARS
       01 MONTH-DAYS-DATA        PIC X(24)
              VALUE '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DATA.
            05 MONTH-DAYS OCCURS 12 TIMES PIC 99.
       01 LEAP-YEAR-DAYS         PIC 99 VALUE ZEROES.
       01 LEAP-QUOTIENT          PIC 9(4) VALUE ZEROES.
       01 LEAP-REMAINDER         PIC 9(3) VALUE ZEROES.

      * DAYS IN A PAY PERIOD; THE PAYROLL RUN PAYS WEEKLY
       01 PERIOD-DAYS            PIC 99 VALUE 7.

      * THE LAST PERIOD END BEING ACCRUED FROM, BROKEN OUT FOR THE
      * DAY COUNT
       01 LAST-PERIOD-END        PIC 9(8) VALUE ZEROES.
       01 LAST-PERIOD-END-R REDEFINES LAST-PERIOD-END.
            05 LP-YEAR       PIC 9(4).
            05 LP-MONTH      PIC 9(2).
            05 LP-DAY        PIC 9(2).

      * EACH COMPANY ON THE LABOR DISTRIBUTION, ITS LAST PERIOD
      * END, THE DAYS EARNED BUT NOT YET PAID AT MONTH END AND THE
      * TOTAL ACCRUED
       01 COMPANY-COUNT          PIC 99 VALUE ZEROES.
       01 COMPANY-TABLE.
            05 COMPANY-ENTRY OCCURS 0 TO 20 TIMES
               DEPENDING ON COMPANY-COUNT
               INDEXED BY CO-IDX.
               10 COT-COMPANY      PIC X(4).
               10 COT-PERIOD-END   PIC 9(8).
               10 COT-UNPAID-DAYS  PIC 9(3).
               10 COT-TOTAL        PIC 9(7)V99.

      * LAST PERIOD'S GROSS PAY BY COMPANY AND DEPARTMENT CHARGED,
      * AND THE SHARE OF IT ACCRUED
       01 DEPT-COUNT             PIC 9(3) VALUE ZEROES.
       01 DEPT-TABLE.
            05 DEPT-ENTRY OCCURS 0 TO 500 TIMES
               DEPENDING ON DEPT-COUNT
               INDEXED BY DP-IDX.
               10 DPT-COMPANY      PIC X(4).
               10 DPT-DEPT-CODE    PIC XX.
               10 DPT-GROSS        PIC 9(7)V99.
               10 DPT-ACCRUAL      PIC 9(7)V99.

      * COUNTS FOR THE AUDIT LOG ENTRY
       01 LABOR-RECS-READ        PIC 9(5) VALUE ZEROES.
       01 DEPTS-ACCRUED          PIC 9(3) VALUE ZEROES.
       01 COMPANIES-SKIPPED      PIC 99 VALUE ZEROES.

      * ACCOUNTS THE ACCRUAL POSTS: WAGE EXPENSE, AS THE PAYROLL
      * RUN DEBITS IT, AGAINST ACCRUED PAYROLL
       01 GL-ACCOUNTS.
            05 GL-ACCT-LABOR     PIC X(4) VALUE '6100'.
            05 GL-ACCT-ACCRUED   PIC X(4) VALUE '2195'.

      * BATCH HEADER RECORD IDENTIFYING THE COMPANY AND MONTH END,
      * MARKED AS AN ACCRUAL WITH THE DATE IT REVERSES
       01 GL-HEADER-REC.
            05 FILLER            PIC X(1)  VALUE 'H'.
            05 GH-COMPANY-CODE   PIC X(4).
            05 GH-PERIOD-END     PIC 9(8).
            05 GH-BATCH-TYPE     PIC X(1)  VALUE 'A'.
            05 GH-REVERSE-DATE   PIC 9(8).
            05 FILLER            PIC X(58) VALUE SPACES.

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
      * SO THE GL SIDE CAN PROVE THE BATCH IS IN BALANCE
       01 GL-TRAILER-REC.
            05 FILLER            PIC X(1)  VALUE 'T'.
            05 GT-DEBIT-TOTAL    PIC 9(9)V99.
            05 GT-CREDIT-TOTAL   PIC 9(9)V99.
            05 FILLER            PIC X(57) VALUE SPACES.

      * RUNNING DEBIT AND CREDIT TOTALS FOR THE GL BATCH TRAILER
       01 GL-DEBIT-TOTAL         PIC 9(9)V99 VALUE ZEROES.
       01 GL-CREDIT-TOTAL        PIC 9(9)V99 VALUE ZEROES.

      * REPORT TITLE, COMPANY HEADING, COLUMN HEADER, DETAIL AND
      * TOTAL LINES
       01 ACCRUAL-TITLE-LINE.
            05 FILLER          PIC X(26)   VALUE
               'MONTH-END PAYROLL ACCRUAL'.
            05 FILLER          PIC X(11)   VALUE 'MONTH END: '.
            05 AT-MONTH-END    PIC 9(8).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(10)   VALUE 'REVERSES: '.
            05 AT-REVERSE-DATE PIC 9(8).
            05 FILLER          PIC X(14)   VALUE SPACES.
       01 ACCRUAL-COMPANY-LINE.
            05 FILLER          PIC X(9)    VALUE 'COMPANY: '.
            05 AC-COMPANY      PIC X(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(17)   VALUE 'LAST PERIOD END: '.
            05 AC-PERIOD-END   PIC 9(8).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(13)   VALUE 'UNPAID DAYS: '.
            05 AC-UNPAID-DAYS  PIC ZZ9.
            05 FILLER          PIC X(20)   VALUE SPACES.
       01 ACCRUAL-COLUMN-HDR.
            05 FILLER          PIC X(6)    VALUE 'DEPT'.
            05 FILLER          PIC X(15)   VALUE '   PERIOD GROSS'.
            05 FILLER          PIC X(15)   VALUE '        ACCRUED'.
            05 FILLER          PIC X(44)   VALUE SPACES.
       01 ACCRUAL-DETAIL-LINE.
            05 AD-DEPT-CODE    PIC XX.
            05 FILLER          PIC X(4)    VALUE SPACES.
            05 AD-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 AD-ACCRUAL      PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER          PIC X(45)   VALUE SPACES.
       01 ACCRUAL-TOTAL-LINE.
            05 FILLER          PIC X(21)   VALUE 'COMPANY TOTAL'.
            05 AO-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
            05 FILLER          PIC X(45)   VALUE SPACES.
       01 ACCRUAL-SKIP-LINE.
            05 FILLER          PIC X(4)    VALUE SPACES.
            05 AS-REASON       PIC X(50).
            05 FILLER          PIC X(26)   VALUE SPACES.

      * ONE FORMATTED ENTRY WRITTEN TO THE SHARED OPERATIONS AUDIT LOG
       01 AUDIT-ENTRY.
            05 AE-JOB-NAME       PIC X(8)  VALUE 'PAYACCR'.
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
       PROCESS-ACCRUAL.
           PERFORM GET-SELECTIONS.
           PERFORM LOAD-LABOR-DIST.
           OPEN OUTPUT ACCRUAL-REPORT.
           OPEN OUTPUT GL-INTERFACE.
           MOVE MONTH-END-DATE TO AT-MONTH-END.
           MOVE REVERSE-DATE TO AT-REVERSE-DATE.
           MOVE ACCRUAL-TITLE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM ACCRUE-COMPANY
              VARYING CO-IDX FROM 1 BY 1
              UNTIL CO-IDX > COMPANY-COUNT.
           CLOSE GL-INTERFACE.
           CLOSE ACCRUAL-REPORT.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY 'DEPARTMENTS ACCRUED: ' DEPTS-ACCRUED.
           STOP RUN.

      * THE ACCRUAL MONTH, ITS LAST DAY, THE DAY THE ACCRUAL
      * REVERSES AND THE MONTH BEFORE IT
       GET-SELECTIONS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-MONTH TO ACCRUAL-MONTH.
           DISPLAY 'ENTER ACCRUAL MONTH YYYYMM (BLANK = THIS MONTH)'.
           ACCEPT ACCRUAL-MONTH-X.
           IF ACCRUAL-MONTH-X IS NUMERIC
              MOVE ACCRUAL-MONTH-X TO ACCRUAL-MONTH
           END-IF.
           IF ACCRUAL-MM < 1 OR ACCRUAL-MM > 12
              DISPLAY 'ERROR: INVALID ACCRUAL MONTH ' ACCRUAL-MONTH
              STOP RUN
           END-IF.
           MOVE ACCRUAL-YEAR TO ME-YEAR.
           MOVE ACCRUAL-MM TO ME-MONTH.
           PERFORM FIGURE-FEBRUARY-DAYS.
           MOVE MONTH-DAYS (ACCRUAL-MM) TO ME-DAY.
           IF ACCRUAL-MM = 12
              COMPUTE RV-YEAR = ACCRUAL-YEAR + 1
              MOVE 1 TO RV-MONTH
           ELSE
              MOVE ACCRUAL-YEAR TO RV-YEAR
              COMPUTE RV-MONTH = ACCRUAL-MM + 1
           END-IF.
           MOVE 1 TO RV-DAY.
           IF ACCRUAL-MM = 1
              COMPUTE PRIOR-YEAR = ACCRUAL-YEAR - 1
              MOVE 12 TO PRIOR-MONTH
           ELSE
              MOVE ACCRUAL-YEAR TO PRIOR-YEAR
              COMPUTE PRIOR-MONTH = ACCRUAL-MM - 1
           END-IF.

      * FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      * CENTURY YEAR NOT DIVISIBLE BY 400
       FIGURE-FEBRUARY-DAYS.
           MOVE 28 TO LEAP-YEAR-DAYS.
           DIVIDE ME-YEAR BY 4 GIVING LEAP-QUOTIENT
              REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZEROES
              MOVE 29 TO LEAP-YEAR-DAYS
              DIVIDE ME-YEAR BY 100 GIVING LEAP-QUOTIENT
                 REMAINDER LEAP-REMAINDER
              IF LEAP-REMAINDER = ZEROES
                 MOVE 28 TO LEAP-YEAR-DAYS
                 DIVIDE ME-YEAR BY 400 GIVING LEAP-QUOTIENT
                    REMAINDER LEAP-REMAINDER
                 IF LEAP-REMAINDER = ZEROES
                    MOVE 29 TO LEAP-YEAR-DAYS
                 END-IF
              END-IF
           END-IF.
           MOVE LEAP-YEAR-DAYS TO MONTH-DAYS (2).

      * THE LABOR DISTRIBUTION LEFT BY THE LAST LIVE PAYROLL RUN IS
      * REQUIRED: IT IS THE ONLY MEASURE OF WHAT A PERIOD'S LABOR
      * COSTS EACH DEPARTMENT
       LOAD-LABOR-DIST.
           OPEN INPUT LABOR-DIST.
           IF LABOR-DIST-STATUS = '35'
              DISPLAY 'ERROR: LABOR DISTRIBUTION FILE NOT FOUND'
              STOP RUN
           END-IF.
           READ LABOR-DIST
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.
           PERFORM HOLD-LABOR-SHARE
              UNTIL DATA-REMAINS = 'N'.
           CLOSE LABOR-DIST.

       HOLD-LABOR-SHARE.
           ADD 1 TO LABOR-RECS-READ.
           SET CO-IDX TO 1.
           SEARCH COMPANY-ENTRY VARYING CO-IDX
              AT END
                 PERFORM ADD-COMPANY-ENTRY
              WHEN COT-COMPANY (CO-IDX) = LD-COMPANY
                 CONTINUE
           END-SEARCH.
           IF LD-PERIOD-END > COT-PERIOD-END (CO-IDX)
              MOVE LD-PERIOD-END TO COT-PERIOD-END (CO-IDX)
           END-IF.
           SET DP-IDX TO 1.
           SEARCH DEPT-ENTRY VARYING DP-IDX
              AT END
                 PERFORM ADD-DEPT-ENTRY
              WHEN DPT-COMPANY (DP-IDX) = LD-COMPANY
                    AND DPT-DEPT-CODE (DP-IDX) = LD-CC-DEPT
                 ADD LD-GROSS TO DPT-GROSS (DP-IDX)
           END-SEARCH.
           READ LABOR-DIST
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.

       ADD-COMPANY-ENTRY.
           IF COMPANY-COUNT < 20
              ADD 1 TO COMPANY-COUNT
              SET CO-IDX TO COMPANY-COUNT
              MOVE LD-COMPANY TO COT-COMPANY (CO-IDX)
              MOVE ZEROES TO COT-PERIOD-END (CO-IDX)
              MOVE ZEROES TO COT-UNPAID-DAYS (CO-IDX)
              MOVE ZEROES TO COT-TOTAL (CO-IDX)
           ELSE
              DISPLAY 'ERROR: MORE THAN 20 COMPANIES ON LABOR FILE'
              STOP RUN
           END-IF.

       ADD-DEPT-ENTRY.
           IF DEPT-COUNT < 500
              ADD 1 TO DEPT-COUNT
              SET DP-IDX TO DEPT-COUNT
              MOVE LD-COMPANY TO DPT-COMPANY (DP-IDX)
              MOVE LD-CC-DEPT TO DPT-DEPT-CODE (DP-IDX)
              MOVE LD-GROSS TO DPT-GROSS (DP-IDX)
              MOVE ZEROES TO DPT-ACCRUAL (DP-IDX)
           ELSE
              DISPLAY 'ERROR: MORE THAN 500 DEPARTMENTS ON LABOR FILE'
              STOP RUN
           END-IF.

      * ONE COMPANY'S ACCRUAL: THE DAYS FROM ITS LAST PERIOD END TO
      * THE MONTH END ARE EARNED BUT UNPAID, AND EACH DEPARTMENT
      * ACCRUES THAT MANY DAYS OF ITS LAST PERIOD'S GROSS. A PERIOD
      * ENDING ON OR AFTER THE MONTH END LEAVES NOTHING TO ACCRUE,
      * AND ONE ENDING BEFORE THE PRIOR MONTH MEANS A PAYROLL HAS
      * NOT BEEN RUN AND THE FILE IS TOO STALE TO ESTIMATE FROM
       ACCRUE-COMPANY.
           MOVE COT-PERIOD-END (CO-IDX) TO LAST-PERIOD-END.
           MOVE COT-COMPANY (CO-IDX) TO AC-COMPANY.
           MOVE LAST-PERIOD-END TO AC-PERIOD-END.
           MOVE SPACES TO AS-REASON.
           EVALUATE TRUE
              WHEN LAST-PERIOD-END NOT < MONTH-END-DATE
                 MOVE 'PAID THROUGH MONTH END - NOTHING TO ACCRUE'
                    TO AS-REASON
              WHEN LP-YEAR = ME-YEAR AND LP-MONTH = ME-MONTH
                 COMPUTE COT-UNPAID-DAYS (CO-IDX) = ME-DAY - LP-DAY
              WHEN LP-YEAR = PRIOR-YEAR AND LP-MONTH = PRIOR-MONTH
                 COMPUTE COT-UNPAID-DAYS (CO-IDX) =
                    MONTH-DAYS (LP-MONTH) - LP-DAY + ME-DAY
              WHEN OTHER
                 MOVE 'LABOR DISTRIBUTION PREDATES PRIOR MONTH'
                    TO AS-REASON
           END-EVALUATE.
           MOVE COT-UNPAID-DAYS (CO-IDX) TO AC-UNPAID-DAYS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ACCRUAL-COMPANY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF AS-REASON NOT = SPACES
              MOVE ACCRUAL-SKIP-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              ADD 1 TO COMPANIES-SKIPPED
           ELSE
              MOVE ACCRUAL-COLUMN-HDR TO PRINT-LINE
              WRITE PRINT-LINE
              PERFORM ACCRUE-DEPARTMENT
                 VARYING DP-IDX FROM 1 BY 1
                 UNTIL DP-IDX > DEPT-COUNT
              MOVE COT-TOTAL (CO-IDX) TO AO-TOTAL
              MOVE ACCRUAL-TOTAL-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              IF COT-TOTAL (CO-IDX) > ZEROES
                 PERFORM WRITE-ACCRUAL-BATCH
              END-IF
           END-IF.

       ACCRUE-DEPARTMENT.
           IF DPT-COMPANY (DP-IDX) = COT-COMPANY (CO-IDX)
              COMPUTE DPT-ACCRUAL (DP-IDX) ROUNDED =
                 DPT-GROSS (DP-IDX) * COT-UNPAID-DAYS (CO-IDX)
                    / PERIOD-DAYS
              ADD DPT-ACCRUAL (DP-IDX) TO COT-TOTAL (CO-IDX)
              MOVE DPT-DEPT-CODE (DP-IDX) TO AD-DEPT-CODE
              MOVE DPT-GROSS (DP-IDX) TO AD-GROSS
              MOVE DPT-ACCRUAL (DP-IDX) TO AD-ACCRUAL
              MOVE ACCRUAL-DETAIL-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              IF DPT-ACCRUAL (DP-IDX) > ZEROES
                 ADD 1 TO DEPTS-ACCRUED
              END-IF
           END-IF.

      * ONE BALANCED BATCH PER COMPANY, BOOKED AS OF THE MONTH END:
      * EACH DEPARTMENT'S WAGE EXPENSE DEBITED AND ACCRUED PAYROLL
      * CREDITED
       WRITE-ACCRUAL-BATCH.
           MOVE ZEROES TO GL-DEBIT-TOTAL.
           MOVE ZEROES TO GL-CREDIT-TOTAL.
           MOVE COT-COMPANY (CO-IDX) TO GH-COMPANY-CODE.
           MOVE MONTH-END-DATE TO GH-PERIOD-END.
           MOVE REVERSE-DATE TO GH-REVERSE-DATE.
           MOVE GL-HEADER-REC TO GL-LINE.
           WRITE GL-LINE.
           PERFORM WRITE-ACCRUAL-ENTRIES
              VARYING DP-IDX FROM 1 BY 1
              UNTIL DP-IDX > DEPT-COUNT.
           MOVE GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
           MOVE GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
           MOVE GL-TRAILER-REC TO GL-LINE.
           WRITE GL-LINE.

       WRITE-ACCRUAL-ENTRIES.
           IF DPT-COMPANY (DP-IDX) = COT-COMPANY (CO-IDX)
                 AND DPT-ACCRUAL (DP-IDX) > ZEROES
              MOVE DPT-DEPT-CODE (DP-IDX) TO GD-DEPT-CODE
              MOVE DPT-ACCRUAL (DP-IDX) TO GD-AMOUNT
              MOVE GL-ACCT-LABOR TO GD-ACCOUNT
              MOVE 'DR' TO GD-DRCR
              MOVE 'ACCRUED WAGES' TO GD-DESC
              MOVE GL-DETAIL-REC TO GL-LINE
              WRITE GL-LINE
              ADD DPT-ACCRUAL (DP-IDX) TO GL-DEBIT-TOTAL
              MOVE GL-ACCT-ACCRUED TO GD-ACCOUNT
              MOVE 'CR' TO GD-DRCR
              MOVE 'ACCRUED PAYROLL' TO GD-DESC
              MOVE GL-DETAIL-REC TO GL-LINE
              WRITE GL-LINE
              ADD DPT-ACCRUAL (DP-IDX) TO GL-CREDIT-TOTAL
           END-IF.

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
           MOVE LABOR-RECS-READ TO AE-RECS-READ.
           MOVE DEPTS-ACCRUED TO AE-RECS-PROCESSED.
           MOVE COMPANIES-SKIPPED TO AE-RECS-REJECTED.
           MOVE AUDIT-ENTRY TO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.
