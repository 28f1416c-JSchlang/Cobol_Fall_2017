           SELECT POSTING-JOURNAL ASSIGN TO 'TIMEJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-JOURNAL-STATUS.
           SELECT COST-CENTERS ASSIGN TO 'COSTCTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-CENTERS-STATUS.
           SELECT LABOR-HOURS ASSIGN TO 'LABORHRS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABOR-HOURS-STATUS.
           SELECT OT-HOLDS ASSIGN TO 'OTHOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS OT-HOLDS-STATUS.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
            05 WORK-LOC   PIC XX.

       FD CLOCK-PUNCHES
            RECORD CONTAINS 28 CHARACTERS
            DATA RECORD IS CLOCK-PUNCH-REC.
      * ONE RAW CLOCK PUNCH; THE FILE IS EXPECTED IN EMPLOYEE, DATE,
      * TIME ORDER AS THE CLOCK EMITS IT. TYPE 'I' IS A PUNCH IN,
      * 'O' A PUNCH OUT; TIME IS HHMM ON A 24-HOUR CLOCK. THE JOB OR
      * COST CENTER KEYED AT THE PUNCH IN IS CHARGED WITH THE PAIR;
      * BLANK (AND EVERY OLD 22-BYTE PUNCH) IS THE HOME DEPARTMENT
       01 CLOCK-PUNCH-REC.
            05 CP-SOCSEC PIC 9(9).
            05 CP-DATE   PIC 9(8).
                 10 CP-HH PIC 99.
                 10 CP-MM PIC 99.
            05 CP-TYPE   PIC X.
            05 CP-COST-CENTER PIC X(6).

       FD EDIT-REPORT
            RECORD CONTAINS 80 CHARACTERS
            05 TJ-DATE      PIC 9(8).
            05 TJ-TIME      PIC 9(8).

       FD COST-CENTERS
            RECORD CONTAINS 28 CHARACTERS
            DATA RECORD IS COST-CENTER-REC.
      * ONE JOB OR COST CENTER A PUNCH MAY BE CHARGED TO, WITH THE
      * GL DEPARTMENT ITS LABOR POSTS UNDER; THE PAYROLL RUN READS
      * THE SAME FILE
       01 COST-CENTER-REC.
            05 CC-CODE       PIC X(6).
            05 CC-DEPT       PIC XX.
            05 CC-NAME       PIC X(20).

       FD LABOR-HOURS
            RECORD CONTAINS 20 CHARACTERS
            DATA RECORD IS LABOR-HOURS-REC.
      * ONE EMPLOYEE'S HOURS FOR THE PERIOD IN ONE COST CENTER,
      * SPLIT FROM THE PUNCH PAIRS BEFORE THEY COLLAPSE INTO
      * HOURWORK; THE PAYROLL RUN SPREADS THE EMPLOYEE'S GROSS AND
      * EMPLOYER TAXES ACROSS THEM. A BLANK COST CENTER IS THE
      * HOME DEPARTMENT
       01 LABOR-HOURS-REC.
            05 LH-SOCSEC      PIC 9(9).
            05 LH-COST-CENTER PIC X(6).
            05 LH-HOURS       PIC 999V99.

       FD OT-HOLDS
            RECORD CONTAINS 50 CHARACTERS
            DATA RECORD IS OT-HOLD-REC.
      * SAME LAYOUT THE ATTENDANCE CHECK WRITES: MINUTES WORKED
      * OVER THE SCHEDULE BY EMPLOYEE AND DAY. STATUS 'H' MINUTES
      * ARE KEPT OUT OF HOURWORK UNTIL A SUPERVISOR APPROVES THEM
      * ('A'); ONCE IN HOURWORK THE HOLD IS MARKED 'P' WITH THE
      * PERIOD END IT WAS PAID IN
       01 OT-HOLD-REC.
            05 OH-KEY.
               10 OH-SOCSEC       PIC 9(9).
               10 OH-DATE         PIC 9(8).
            05 OH-HELD-MINUTES    PIC 9(4).
            05 OH-STATUS          PIC X.
            05 OH-SUPERVISOR      PIC X(6).
            05 OH-APPROVER        PIC X(6).
            05 OH-APPROVED-DATE   PIC 9(8).
            05 OH-PAID-PERIOD     PIC 9(8).

       FD AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS AUDIT-LOG-LINE.
       01 RUN-CONTROL-STATUS     PIC XX VALUE '00'.
      * FILE NAME FOR THIS RUN, DEFAULTED AND OVERRIDDEN BY PAYRUNCTL.DAT
       01 RUN-EMPLOYEE-MASTER-NAME PIC X(20) VALUE 'EMPMAST.DAT'.
      * PERIOD-ENDING DATE FROM PAYRUNCTL.DAT, STAMPED ON EACH HOLD
      * AS IT IS PAID
       01 RUN-PERIOD-END-DATE    PIC 9(8) VALUE ZEROES.
      * FILE STATUS FOR THE EMPLOYEE MASTER FILE
       01 EMPLOYEE-MASTER-STATUS PIC XX VALUE '00'.
      * FILE STATUS FOR THE CLOCK PUNCH FILE
            05 FILLER          PIC X(10)   VALUE '  MINUTES:'.
            05 PM-MINUTES      PIC ZZZZ9.
            05 FILLER          PIC X(30)   VALUE SPACES.
      * FILE STATUS FOR THE COST CENTER AND LABOR HOURS FILES
       01 COST-CENTERS-STATUS    PIC XX VALUE '00'.
       01 LABOR-HOURS-STATUS     PIC XX VALUE '00'.
      * FLAG FOR MORE RECORDS IN THE COST CENTER FILE
       01 COST-CENTERS-FLAG      PIC X VALUE 'Y'.
      * COST CENTERS LOADED AT STARTUP; WITH NO FILE EVERY CODE
      * KEYED AT THE CLOCK IS TAKEN AS GIVEN
       01 COST-CENTER-COUNT      PIC 999 VALUE ZEROES.
       01 COST-CENTER-TABLE.
            05 COST-CENTER-ENTRY OCCURS 200 TIMES
                  INDEXED BY CCT-IDX.
               10 CCT-CODE      PIC X(6).
       01 COST-CENTER-FOUND      PIC 9 VALUE 0.
      * COST CENTER OF THE OPEN PUNCH IN
       01 PENDING-COST-CENTER    PIC X(6) VALUE SPACES.
      * MINUTES WORKED BY THE CURRENT EMPLOYEE IN EACH COST CENTER
       01 EMP-CC-COUNT           PIC 99 VALUE ZEROES.
       01 EMP-CC-TABLE.
            05 EMP-CC-ENTRY OCCURS 20 TIMES
                  INDEXED BY ECC-IDX.
               10 ECC-CODE      PIC X(6).
               10 ECC-MINUTES   PIC 9(5).
       01 PAIR-MINUTES           PIC 9(5) VALUE ZEROES.
      * COUNT OF LABOR HOURS RECORDS WRITTEN THIS RUN
       01 LABOR-RECS-WRITTEN     PIC 9(7) VALUE ZEROES.

      * LINE CONFIRMING AN EMPLOYEE'S HOURS IN ONE COST CENTER ON
      * THE EDIT REPORT
       01 LABOR-CONFIRM-LINE.
            05 LC-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(13)   VALUE 'COST CENTER: '.
            05 LC-COST-CENTER  PIC X(6).
            05 FILLER          PIC X(9)    VALUE '  HOURS: '.
            05 LC-HOURS        PIC ZZ9.99.
            05 FILLER          PIC X(34)   VALUE SPACES.
      * FILE STATUS AND FLAGS FOR THE OVER-SCHEDULE HOLD FILE; WITH
      * NO FILE NOTHING IS HELD
       01 OT-HOLDS-STATUS        PIC XX VALUE '00'.
       01 OT-HOLDS-FLAG          PIC X VALUE 'Y'.
       01 HOLDS-REMAIN           PIC X VALUE 'Y'.
      * FIRST AND LAST DAYS THE CURRENT EMPLOYEE HAS PAIRED PUNCHES
       01 EMP-FIRST-DATE         PIC 9(8) VALUE 99999999.
       01 EMP-LAST-DATE          PIC 9(8) VALUE ZEROES.
      * MINUTES HELD FOR APPROVAL FOR THE CURRENT EMPLOYEE, AND
      * WHAT IS STILL TO COME OUT OF THE COST CENTER TOTALS
       01 EMP-HELD-MINUTES       PIC 9(5) VALUE ZEROES.
       01 HELD-TAKE-MINUTES      PIC 9(5) VALUE ZEROES.
       01 ECC-SUB                PIC 99 VALUE ZEROES.
      * COUNT OF EMPLOYEES WITH TIME HELD THIS RUN
       01 HELD-EMP-COUNT         PIC 9(7) VALUE ZEROES.
      * MINUTES FROM EARLIER PERIODS APPROVED SINCE THOSE PERIODS
      * WERE POSTED, RELEASED INTO THE CURRENT EMPLOYEE'S HOURWORK,
      * AND THE COUNT OF SUCH HOLDS PAID THIS RUN
       01 EMP-RELEASED-MINUTES   PIC 9(5) VALUE ZEROES.
       01 RELEASED-HOLD-COUNT    PIC 9(7) VALUE ZEROES.

      * LINE REPORTING AN EMPLOYEE'S MINUTES HELD FOR APPROVAL
       01 HELD-CONFIRM-LINE.
            05 HC-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(30)   VALUE
               'HELD FOR APPROVAL - MINUTES: '.
            05 HC-MINUTES      PIC ZZZZ9.
            05 FILLER          PIC X(33)   VALUE SPACES.

      * LINE REPORTING AN EARLIER DAY'S APPROVED HOLD PAID NOW
       01 RELEASE-CONFIRM-LINE.
            05 RL-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(24)   VALUE
               'APPROVED HOLD PAID FOR: '.
            05 RL-DATE         PIC 9(8).
            05 FILLER          PIC X(11)   VALUE '  MINUTES: '.
            05 RL-MINUTES      PIC ZZZZ9.
            05 FILLER          PIC X(12)   VALUE '  APPROVER: '.
            05 RL-APPROVER     PIC X(6).
            05 FILLER          PIC X(2)    VALUE SPACES.
      * COUNTS FOR THE SUMMARY AND THE AUDIT LOG
       01 PUNCH-RECS-READ        PIC 9(7) VALUE ZEROES.
       01 PUNCH-REJECT-COUNT     PIC 9(7) VALUE ZEROES.
              STOP RUN
           END-IF.
           PERFORM LOAD-SHIFT-RULES.
           PERFORM LOAD-COST-CENTERS.
           OPEN I-O OT-HOLDS.
           IF OT-HOLDS-STATUS = '35'
              MOVE 'N' TO OT-HOLDS-FLAG
           END-IF.
      * THE JOURNAL IS STARTED FRESH BEFORE ANY MASTER RECORD IS
      * TOUCHED, SO A CRASH MID-FILE LEAVES A COMPLETE TRAIL OF
      * EXACTLY WHICH EMPLOYEES WERE POSTED
           END-IF.
           OPEN OUTPUT EDIT-REPORT.
           OPEN OUTPUT SHIFT-PREMIUMS.
           OPEN OUTPUT LABOR-HOURS.
           PERFORM WRITE-REPORT-HEADERS.
           READ CLOCK-PUNCHES
              AT END MOVE 'N' TO DATA-REMAINS
           CLOSE CLOCK-PUNCHES.
           CLOSE EDIT-REPORT.
           CLOSE SHIFT-PREMIUMS.
           CLOSE LABOR-HOURS.
           CLOSE POSTING-JOURNAL.
           IF OT-HOLDS-FLAG = 'Y'
              CLOSE OT-HOLDS
           END-IF.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.

              IF RC-MASTER-FILE NOT = SPACES
                 MOVE RC-MASTER-FILE TO RUN-EMPLOYEE-MASTER-NAME
              END-IF
              IF RC-PERIOD-END-DATE IS NUMERIC
                 MOVE RC-PERIOD-END-DATE TO RUN-PERIOD-END-DATE
              END-IF
           END-IF.

       WRITE-REPORT-HEADERS.
              END-IF
              MOVE CP-DATE TO PENDING-DATE
              MOVE CP-TIME TO PENDING-TIME
              PERFORM CHECK-PUNCH-COST-CENTER
              MOVE 'Y' TO HAVE-IN
           ELSE
              IF HAVE-IN = 'N'
              ELSE
                 COMPUTE WORK-MINUTES =
                    WORK-MINUTES + OUT-MINUTES - IN-MINUTES
                 COMPUTE PAIR-MINUTES = OUT-MINUTES - IN-MINUTES
                 PERFORM ADD-COST-CENTER-MINUTES
                 IF CP-DATE < EMP-FIRST-DATE
                    MOVE CP-DATE TO EMP-FIRST-DATE
                 END-IF
                 IF CP-DATE > EMP-LAST-DATE
                    MOVE CP-DATE TO EMP-LAST-DATE
                 END-IF
      * SPLIT THE PAIR'S MINUTES ACROSS THE PREMIUM WINDOWS WHILE
      * THE ACTUAL TIMES ARE STILL IN HAND, BEFORE EVERYTHING
      * COLLAPSES INTO HOURWORK
                 PERFORM WRITE-CURRENT-EDIT-LINE
                 ADD 1 TO ODD-PUNCH-COUNT
              END-IF
              IF OT-HOLDS-FLAG = 'Y' AND WORK-MINUTES > ZEROES
                 PERFORM TAKE-OUT-HELD-MINUTES
              END-IF
              IF OT-HOLDS-FLAG = 'Y'
                 PERFORM RELEASE-APPROVED-HOLDS
              END-IF
              IF WORK-MINUTES > 5999
                 MOVE 'HOURS CAPPED AT 99.98 FOR PERIOD'
                    TO ED-MESSAGE
              COMPUTE WORK-HOURS = WORK-MINUTES / 60
              PERFORM POST-HOURS
              PERFORM WRITE-SHIFT-PREMIUM
              PERFORM WRITE-LABOR-HOURS
                 VARYING ECC-IDX FROM 1 BY 1
                 UNTIL ECC-IDX > EMP-CC-COUNT
           END-IF.
           MOVE ZEROES TO EMP-CC-COUNT.
           MOVE ZEROES TO WORK-MINUTES.
           MOVE ZEROES TO EMP-PREM-MINUTES.
           MOVE ZEROES TO EMP-PREM-AMOUNT.
           MOVE 99999999 TO EMP-FIRST-DATE.
           MOVE ZEROES TO EMP-LAST-DATE.

      * TIME OVER THE SCHEDULE THE ATTENDANCE CHECK HELD AND NO
      * SUPERVISOR HAS APPROVED YET STAYS OUT OF HOURWORK, OUT OF
      * THE COST CENTER HOURS, AND OUT OF THE PREMIUM MINUTES.
      * TIME ALREADY APPROVED GOES IN WITH THE PUNCHES AND ITS HOLD
      * IS MARKED PAID SO A LATER PERIOD CANNOT PAY IT AGAIN
       TAKE-OUT-HELD-MINUTES.
           MOVE ZEROES TO EMP-HELD-MINUTES.
           MOVE 'Y' TO HOLDS-REMAIN.
           MOVE CURRENT-SOCSEC TO OH-SOCSEC.
           MOVE EMP-FIRST-DATE TO OH-DATE.
           START OT-HOLDS KEY IS NOT LESS THAN OH-KEY
              INVALID KEY MOVE 'N' TO HOLDS-REMAIN
           END-START.
           PERFORM ADD-HELD-MINUTES
              UNTIL HOLDS-REMAIN = 'N'.
           IF EMP-HELD-MINUTES > ZEROES
              IF EMP-HELD-MINUTES > WORK-MINUTES
                 MOVE WORK-MINUTES TO EMP-HELD-MINUTES
              END-IF
              SUBTRACT EMP-HELD-MINUTES FROM WORK-MINUTES
              MOVE CURRENT-SOCSEC TO HC-SOCSEC
              MOVE EMP-HELD-MINUTES TO HC-MINUTES
              MOVE HELD-CONFIRM-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              ADD 1 TO HELD-EMP-COUNT
              MOVE EMP-HELD-MINUTES TO HELD-TAKE-MINUTES
              PERFORM TAKE-HELD-FROM-COST-CENTER
                 VARYING ECC-SUB FROM EMP-CC-COUNT BY -1
                 UNTIL ECC-SUB < 1
              IF EMP-PREM-MINUTES > WORK-MINUTES
                 COMPUTE EMP-PREM-AMOUNT ROUNDED = EMP-PREM-AMOUNT
                    * WORK-MINUTES / EMP-PREM-MINUTES
                 MOVE WORK-MINUTES TO EMP-PREM-MINUTES
              END-IF
           END-IF.

       ADD-HELD-MINUTES.
           READ OT-HOLDS NEXT RECORD
              AT END MOVE 'N' TO HOLDS-REMAIN
           END-READ.
           IF HOLDS-REMAIN = 'Y'
              IF OH-SOCSEC NOT = CURRENT-SOCSEC
                    OR OH-DATE > EMP-LAST-DATE
                 MOVE 'N' TO HOLDS-REMAIN
              ELSE
                 IF OH-STATUS = 'H'
                    ADD OH-HELD-MINUTES TO EMP-HELD-MINUTES
                 END-IF
                 IF OH-STATUS = 'A'
                    PERFORM MARK-HOLD-PAID
                 END-IF
              END-IF
           END-IF.

      * A HOLD APPROVED ONLY AFTER ITS OWN PERIOD WAS POSTED NEVER
      * REACHED HOURWORK, SO THE EMPLOYEE'S NEXT POSTING PAYS IT:
      * EVERY APPROVED HOLD DATED BEFORE THIS PERIOD'S PUNCHES IS
      * ADDED TO THE MINUTES AND CHARGED TO THE HOME DEPARTMENT.
      * A RERUN OF THE SAME PERIOD PAYS AGAIN THE HOLDS THE FIRST
      * RUN MARKED PAID FOR IT, SINCE THE RERUN REPLACES HOURWORK
       RELEASE-APPROVED-HOLDS.
           MOVE ZEROES TO EMP-RELEASED-MINUTES.
           MOVE 'Y' TO HOLDS-REMAIN.
           MOVE CURRENT-SOCSEC TO OH-SOCSEC.
           MOVE ZEROES TO OH-DATE.
           START OT-HOLDS KEY IS NOT LESS THAN OH-KEY
              INVALID KEY MOVE 'N' TO HOLDS-REMAIN
           END-START.
           PERFORM ADD-RELEASED-MINUTES
              UNTIL HOLDS-REMAIN = 'N'.
           IF EMP-RELEASED-MINUTES > ZEROES
              ADD EMP-RELEASED-MINUTES TO WORK-MINUTES
              MOVE SPACES TO PENDING-COST-CENTER
              MOVE EMP-RELEASED-MINUTES TO PAIR-MINUTES
              PERFORM ADD-COST-CENTER-MINUTES
           END-IF.

       ADD-RELEASED-MINUTES.
           READ OT-HOLDS NEXT RECORD
              AT END MOVE 'N' TO HOLDS-REMAIN
           END-READ.
           IF HOLDS-REMAIN = 'Y'
              IF OH-SOCSEC NOT = CURRENT-SOCSEC
                    OR OH-DATE NOT < EMP-FIRST-DATE
                 MOVE 'N' TO HOLDS-REMAIN
              ELSE
                 IF OH-STATUS = 'A'
                       OR (OH-STATUS = 'P'
                       AND RUN-PERIOD-END-DATE > ZEROES
                       AND OH-PAID-PERIOD = RUN-PERIOD-END-DATE)
                    ADD OH-HELD-MINUTES TO EMP-RELEASED-MINUTES
                    PERFORM MARK-HOLD-PAID
                    ADD 1 TO RELEASED-HOLD-COUNT
                    MOVE CURRENT-SOCSEC TO RL-SOCSEC
                    MOVE OH-DATE TO RL-DATE
                    MOVE OH-HELD-MINUTES TO RL-MINUTES
                    MOVE OH-APPROVER TO RL-APPROVER
                    MOVE RELEASE-CONFIRM-LINE TO PRINT-LINE
                    WRITE PRINT-LINE
                 END-IF
              END-IF
           END-IF.

       MARK-HOLD-PAID.
           MOVE 'P' TO OH-STATUS.
           MOVE RUN-PERIOD-END-DATE TO OH-PAID-PERIOD.
           REWRITE OT-HOLD-REC
              INVALID KEY
                 DISPLAY 'ERROR MARKING HOLD PAID FOR ' OH-SOCSEC
           END-REWRITE.

      * HELD TIME IS THE LATEST TIME WORKED, SO IT COMES OUT OF THE
      * LAST COST CENTER CHARGED FIRST
       TAKE-HELD-FROM-COST-CENTER.
           IF HELD-TAKE-MINUTES > ECC-MINUTES (ECC-SUB)
              SUBTRACT ECC-MINUTES (ECC-SUB) FROM HELD-TAKE-MINUTES
              MOVE ZEROES TO ECC-MINUTES (ECC-SUB)
           ELSE
              SUBTRACT HELD-TAKE-MINUTES FROM ECC-MINUTES (ECC-SUB)
              MOVE ZEROES TO HELD-TAKE-MINUTES
           END-IF.

       POST-HOURS.
           MOVE CURRENT-SOCSEC TO SOCSEC.
              WRITE PRINT-LINE
           END-IF.

      * THE COST CENTER FILE IS OPTIONAL: WITHOUT IT EVERY CODE
      * KEYED AT THE CLOCK IS ACCEPTED AS GIVEN
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
           END-IF.
           READ COST-CENTERS
              AT END MOVE 'N' TO COST-CENTERS-FLAG
           END-READ.

      * HOLD THE PUNCH IN'S COST CENTER FOR THE PAIR; A CODE THAT
      * IS NOT ON THE COST CENTER FILE IS REPORTED AND THE PAIR
      * CHARGED TO THE HOME DEPARTMENT INSTEAD
       CHECK-PUNCH-COST-CENTER.
           MOVE CP-COST-CENTER TO PENDING-COST-CENTER.
           IF PENDING-COST-CENTER NOT = SPACES
                 AND COST-CENTER-COUNT > ZEROES
              MOVE 0 TO COST-CENTER-FOUND
              SET CCT-IDX TO 1
              SEARCH COST-CENTER-ENTRY
                 AT END
                    CONTINUE
                 WHEN CCT-CODE (CCT-IDX) = PENDING-COST-CENTER
                    MOVE 1 TO COST-CENTER-FOUND
              END-SEARCH
              IF COST-CENTER-FOUND = 0
                 MOVE 'UNKNOWN COST CENTER - HOME DEPT CHARGED'
                    TO ED-MESSAGE
                 PERFORM WRITE-EDIT-LINE
                 ADD 1 TO ODD-PUNCH-COUNT
                 MOVE SPACES TO PENDING-COST-CENTER
              END-IF
           END-IF.

      * ADD THE PAIR'S MINUTES TO THE EMPLOYEE'S TOTAL FOR THE
      * PUNCH IN'S COST CENTER; PAST 20 CENTERS IN ONE PERIOD THE
      * REST GO TO THE HOME DEPARTMENT
       ADD-COST-CENTER-MINUTES.
           SET ECC-IDX TO 1.
           SEARCH EMP-CC-ENTRY VARYING ECC-IDX
              AT END
                 PERFORM ADD-EMP-COST-CENTER
              WHEN ECC-IDX > EMP-CC-COUNT
                 PERFORM ADD-EMP-COST-CENTER
              WHEN ECC-CODE (ECC-IDX) = PENDING-COST-CENTER
                 ADD PAIR-MINUTES TO ECC-MINUTES (ECC-IDX)
           END-SEARCH.

       ADD-EMP-COST-CENTER.
           IF EMP-CC-COUNT < 20
              ADD 1 TO EMP-CC-COUNT
              MOVE PENDING-COST-CENTER TO ECC-CODE (EMP-CC-COUNT)
              MOVE PAIR-MINUTES TO ECC-MINUTES (EMP-CC-COUNT)
           ELSE
              MOVE SPACES TO PENDING-COST-CENTER
              PERFORM ADD-HOME-CC-MINUTES
                 VARYING ECC-IDX FROM 1 BY 1
                 UNTIL ECC-IDX > EMP-CC-COUNT
           END-IF.

       ADD-HOME-CC-MINUTES.
           IF ECC-CODE (ECC-IDX) = SPACES
              ADD PAIR-MINUTES TO ECC-MINUTES (ECC-IDX)
              MOVE ZEROES TO PAIR-MINUTES
           END-IF.

      * HAND THE EMPLOYEE'S HOURS IN ONE COST CENTER TO THE
      * PAYROLL RUN AND CONFIRM THEM ON THE EDIT REPORT
       WRITE-LABOR-HOURS.
           IF ECC-MINUTES (ECC-IDX) > ZEROES
              MOVE CURRENT-SOCSEC TO LH-SOCSEC
              MOVE ECC-CODE (ECC-IDX) TO LH-COST-CENTER
              COMPUTE LH-HOURS = ECC-MINUTES (ECC-IDX) / 60
              WRITE LABOR-HOURS-REC
              ADD 1 TO LABOR-RECS-WRITTEN
              MOVE CURRENT-SOCSEC TO LC-SOCSEC
              MOVE ECC-CODE (ECC-IDX) TO LC-COST-CENTER
              MOVE LH-HOURS TO LC-HOURS
              MOVE LABOR-CONFIRM-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.

      * EDIT LINE FOR THE PUNCH RECORD JUST READ
       WRITE-EDIT-LINE.
           MOVE CP-SOCSEC TO ED-SOCSEC.
           MOVE ODD-PUNCH-COUNT TO ES-COUNT.
           MOVE EDIT-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'EMPLOYEES WITH HOLDS: ' TO ES-LABEL.
           MOVE HELD-EMP-COUNT TO ES-COUNT.
           MOVE EDIT-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'APPROVED HOLDS PAID:  ' TO ES-LABEL.
           MOVE RELEASED-HOLD-COUNT TO ES-COUNT.
           MOVE EDIT-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'LABOR HOURS WRITTEN:  ' TO ES-LABEL.
           MOVE LABOR-RECS-WRITTEN TO ES-COUNT.
           MOVE EDIT-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'PUNCHES REJECTED:     ' TO ES-LABEL.
           MOVE PUNCH-REJECT-COUNT TO ES-COUNT.
           MOVE EDIT-SUMMARY-LINE TO PRINT-LINE.
