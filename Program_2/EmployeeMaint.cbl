           SELECT PERIOD-CONTROL ASSIGN TO 'PERIODCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-CONTROL-STATUS.
           SELECT W4-ELECTIONS ASSIGN TO 'W4ELECT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W4-SOCSEC
               FILE STATUS IS W4-ELECTIONS-STATUS.
           SELECT EMPLOYEE-ADDRESS ASSIGN TO 'EMPADDR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EA-SOCSEC
               FILE STATUS IS EMPLOYEE-ADDRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
            05 WORK-LOC   PIC XX.

       FD MAINT-TRANS
            RECORD CONTAINS 161 CHARACTERS
            DATA RECORD IS MAINT-TRANS-REC.
      * ONE ADD/CHANGE/DELETE TRANSACTION AGAINST THE EMPLOYEE MASTER
      * MT-HOURWORK CARRIES HOURS WORKED THIS PERIOD ON AN ADD (INITIAL
      * HOURS FOR A NEW HIRE) OR A CHANGE (HOURS FOR THE UPCOMING
      * PAYROLL RUN) TRANSACTION; ZERO MEANS "LEAVE HOURS UNCHANGED"
      * ON A CHANGE, SINCE THE EMPLOYEE MASTER IS PAYROLL'S ONLY INPUT.
      * TRANSACTION CODE 'W' FILES AN EMPLOYEE'S W-4 FROM THE
      * ELECTION FIELDS AT THE END OF THE RECORD, WITH MT-EFF-DATE
      * AS THE DATE IT TAKES EFFECT; OLD 55-BYTE TRANSACTIONS READ
      * WITH THOSE FIELDS BLANK. TRANSACTION CODE 'M' FILES THE
      * EMPLOYEE'S MAILING ADDRESS FROM THE ADDRESS FIELDS AFTER
      * THE ELECTION FIELDS; OLDER TRANSACTIONS READ WITH THEM BLANK
       01 MAINT-TRANS-REC.
            05 MT-TRANS-CODE PIC X.
            05 MT-SOCSEC     PIC 9(9).
            05 MT-STATUS     PIC X.
            05 MT-EFF-DATE   PIC 9(8).
            05 MT-WORK-LOC   PIC XX.
            05 MT-FILING-STATUS PIC X.
            05 MT-DEP-CREDIT    PIC 9(5)V99.
            05 MT-EXTRA-WH      PIC 9(4)V99.
            05 MT-ADDR-LINE1    PIC X(30).
            05 MT-ADDR-LINE2    PIC X(30).
            05 MT-ADDR-CITY     PIC X(20).
            05 MT-ADDR-STATE    PIC XX.
            05 MT-ADDR-ZIP      PIC X(10).

       FD MAINT-REPORT
            RECORD CONTAINS 80 CHARACTERS
            05 PC-MAINT-DONE   PIC X.
            05 PC-PAYROLL-DONE PIC X.

       FD W4-ELECTIONS
            RECORD CONTAINS 31 CHARACTERS
            DATA RECORD IS W4-ELECTION-REC.
      * ONE EMPLOYEE'S FEDERAL W-4 WITHHOLDING ELECTION, SAME LAYOUT
      * THE PAYROLL RUN READS. FILING STATUS 'S' SINGLE OR MARRIED
      * FILING SEPARATELY, 'M' MARRIED FILING JOINTLY, 'H' HEAD OF
      * HOUSEHOLD; THE DEPENDENTS CREDIT IS THE ANNUAL STEP 3
      * AMOUNT AND THE EXTRA WITHHOLDING IS TAKEN FROM EVERY CHECK.
      * A NEW W-4 REPLACES THE WHOLE ELECTION
       01 W4-ELECTION-REC.
            05 W4-SOCSEC        PIC 9(9).
            05 W4-FILING-STATUS PIC X.
            05 W4-DEP-CREDIT    PIC 9(5)V99.
            05 W4-EXTRA-WH      PIC 9(4)V99.
            05 W4-EFF-DATE      PIC 9(8).

       FD EMPLOYEE-ADDRESS
            RECORD CONTAINS 109 CHARACTERS
            DATA RECORD IS EMPLOYEE-ADDRESS-REC.
      * ONE EMPLOYEE'S LAST KNOWN MAILING ADDRESS, KEPT APART FROM
      * THE MASTER SO THE PAYROLL LAYOUT IS UNCHANGED. THE ESCHEAT
      * RUN MAILS DUE-DILIGENCE LETTERS HERE AND REPORTS THE STATE
      * OF THIS ADDRESS AS THE OWNER'S STATE. A NEW ADDRESS
      * REPLACES THE OLD ONE WHOLE
       01 EMPLOYEE-ADDRESS-REC.
            05 EA-SOCSEC        PIC 9(9).
            05 EA-LINE1         PIC X(30).
            05 EA-LINE2         PIC X(30).
            05 EA-CITY          PIC X(20).
            05 EA-STATE         PIC XX.
            05 EA-ZIP           PIC X(10).
            05 EA-EFF-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
      * FILE STATUS FOR THE RUN CONTROL FILE
       01 RUN-CONTROL-STATUS     PIC XX VALUE '00'.
       01 MAINT-TRANS-STATUS     PIC XX VALUE '00'.
      * FILE STATUS FOR THE RATE CHANGE HISTORY FILE
       01 RATE-HISTORY-STATUS    PIC XX VALUE '00'.
      * FILE STATUS FOR THE W-4 ELECTION FILE
       01 W4-ELECTIONS-STATUS    PIC XX VALUE '00'.
      * COUNT OF W-4 ELECTIONS FILED THIS RUN
       01 MAINT-W4-COUNT         PIC 9(7) VALUE ZEROES.
      * FILE STATUS FOR THE EMPLOYEE MAILING ADDRESS FILE
       01 EMPLOYEE-ADDRESS-STATUS PIC XX VALUE '00'.
      * COUNT OF MAILING ADDRESSES FILED THIS RUN
       01 MAINT-ADDR-COUNT       PIC 9(7) VALUE ZEROES.
      * RATE AND SALARY ON THE MASTER BEFORE THE CHANGE IS APPLIED
       01 OLD-HOURRATE           PIC 999V99 VALUE ZEROES.
       01 OLD-SALARY-AMT         PIC 9(5)V99 VALUE ZEROES.
              CLOSE RATE-HISTORY
              OPEN EXTEND RATE-HISTORY
           END-IF.
           OPEN I-O W4-ELECTIONS.
           IF W4-ELECTIONS-STATUS = '35'
              OPEN OUTPUT W4-ELECTIONS
              CLOSE W4-ELECTIONS
              OPEN I-O W4-ELECTIONS
           END-IF.
           OPEN I-O EMPLOYEE-ADDRESS.
           IF EMPLOYEE-ADDRESS-STATUS = '35'
              OPEN OUTPUT EMPLOYEE-ADDRESS
              CLOSE EMPLOYEE-ADDRESS
              OPEN I-O EMPLOYEE-ADDRESS
           END-IF.
           PERFORM WRITE-REPORT-HEADERS.
           READ MAINT-TRANS
              AT END MOVE 'N' TO DATA-REMAINS
           CLOSE MAINT-TRANS.
           CLOSE MAINT-REPORT.
           CLOSE RATE-HISTORY.
           CLOSE W4-ELECTIONS.
           CLOSE EMPLOYEE-ADDRESS.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM MARK-MAINT-DONE.
           STOP RUN.
                    PERFORM DELETE-EMPLOYEE
                 WHEN 'S'
                    PERFORM STATUS-EMPLOYEE
                 WHEN 'W'
                    PERFORM W4-EMPLOYEE
                 WHEN 'M'
                    PERFORM ADDRESS-EMPLOYEE
              END-EVALUATE
           ELSE
              PERFORM WRITE-REJECT-LINE
           IF MT-TRANS-CODE NOT = 'A' AND MT-TRANS-CODE NOT = 'C'
                 AND MT-TRANS-CODE NOT = 'D'
                 AND MT-TRANS-CODE NOT = 'S'
                 AND MT-TRANS-CODE NOT = 'W'
                 AND MT-TRANS-CODE NOT = 'M'
              MOVE 0 TO DATA-FLAG
              MOVE 'INVALID TRANSACTION CODE' TO REJECT-REASON
           END-IF.
                    TO REJECT-REASON
              END-IF
           END-IF.
      * A W-4 NEEDS A FILING STATUS THE PAYROLL RUN HAS BRACKETS
      * FOR, AND THE CREDIT AND EXTRA WITHHOLDING AS FIGURES (ZERO
      * WHEN THE EMPLOYEE CLAIMED NONE)
           IF DATA-FLAG = 1 AND MT-TRANS-CODE = 'W'
              IF MT-FILING-STATUS NOT = 'S'
                    AND MT-FILING-STATUS NOT = 'M'
                    AND MT-FILING-STATUS NOT = 'H'
                 MOVE 0 TO DATA-FLAG
                 MOVE 'INVALID W-4 FILING STATUS' TO REJECT-REASON
              END-IF
           END-IF.
           IF DATA-FLAG = 1 AND MT-TRANS-CODE = 'W'
              IF MT-DEP-CREDIT IS NOT NUMERIC
                 MOVE 0 TO DATA-FLAG
                 MOVE 'INVALID W-4 DEPENDENTS CREDIT' TO REJECT-REASON
              END-IF
           END-IF.
           IF DATA-FLAG = 1 AND MT-TRANS-CODE = 'W'
              IF MT-EXTRA-WH IS NOT NUMERIC
                 MOVE 0 TO DATA-FLAG
                 MOVE 'INVALID W-4 EXTRA WITHHOLDING'
                    TO REJECT-REASON
              END-IF
           END-IF.
      * A MAILING ADDRESS NEEDS AT LEAST A STREET LINE, A CITY AND
      * A STATE TO BE WORTH MAILING TO OR REPORTING
           IF DATA-FLAG = 1 AND MT-TRANS-CODE = 'M'
              IF MT-ADDR-LINE1 = SPACES OR MT-ADDR-CITY = SPACES
                 MOVE 0 TO DATA-FLAG
                 MOVE 'INCOMPLETE MAILING ADDRESS' TO REJECT-REASON
              END-IF
           END-IF.
           IF DATA-FLAG = 1 AND MT-TRANS-CODE = 'M'
              IF MT-ADDR-STATE IS NOT ALPHABETIC
                    OR MT-ADDR-STATE = SPACES
                 MOVE 0 TO DATA-FLAG
                 MOVE 'INVALID MAILING ADDRESS STATE'
                    TO REJECT-REASON
              END-IF
           END-IF.

       ADD-EMPLOYEE.
           MOVE MT-SOCSEC TO SOCSEC.
           MOVE 'STATUS SET' TO MC-STATUS.
           PERFORM WRITE-CONFIRM-LINE.

      * FILE A W-4 FOR AN EMPLOYEE ON THE MASTER: THE FIRST ONE
      * ADDS THE ELECTION, A LATER ONE REPLACES IT, SO THE PAYROLL
      * RUN ALWAYS WITHHOLDS ON THE FORM MOST RECENTLY TURNED IN
       W4-EMPLOYEE.
           MOVE MT-SOCSEC TO SOCSEC.
           READ EMPLOYEE-MASTER
              INVALID KEY
                 MOVE 'EMPLOYEE NOT FOUND' TO REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 PERFORM FILE-W4-ELECTION
           END-READ.

       FILE-W4-ELECTION.
           MOVE MT-SOCSEC TO W4-SOCSEC.
           READ W4-ELECTIONS
              INVALID KEY MOVE '23' TO W4-ELECTIONS-STATUS
           END-READ.
           MOVE MT-SOCSEC TO W4-SOCSEC.
           MOVE MT-FILING-STATUS TO W4-FILING-STATUS.
           MOVE MT-DEP-CREDIT TO W4-DEP-CREDIT.
           MOVE MT-EXTRA-WH TO W4-EXTRA-WH.
           IF MT-EFF-DATE IS NUMERIC AND MT-EFF-DATE NOT = ZEROES
              MOVE MT-EFF-DATE TO W4-EFF-DATE
           ELSE
              MOVE RUN-PERIOD-END-DATE TO W4-EFF-DATE
           END-IF.
           IF W4-ELECTIONS-STATUS = '23'
              WRITE W4-ELECTION-REC
                 INVALID KEY
                    DISPLAY 'ERROR ADDING W-4 FOR ' MT-SOCSEC
              END-WRITE
              MOVE '00' TO W4-ELECTIONS-STATUS
              MOVE 'W-4 ADDED' TO MC-STATUS
           ELSE
              REWRITE W4-ELECTION-REC
                 INVALID KEY
                    DISPLAY 'ERROR CHANGING W-4 FOR ' MT-SOCSEC
              END-REWRITE
              MOVE 'W-4 CHANGED' TO MC-STATUS
           END-IF.
           ADD 1 TO MAINT-W4-COUNT.
           PERFORM WRITE-CONFIRM-LINE.

      * FILE A MAILING ADDRESS FOR AN EMPLOYEE ON THE MASTER: THE
      * FIRST ONE ADDS IT, A LATER ONE REPLACES IT, SO THE ADDRESS
      * ON FILE IS ALWAYS THE LAST ONE THE EMPLOYEE GAVE US
       ADDRESS-EMPLOYEE.
           MOVE MT-SOCSEC TO SOCSEC.
           READ EMPLOYEE-MASTER
              INVALID KEY
                 MOVE 'EMPLOYEE NOT FOUND' TO REJECT-REASON
                 PERFORM WRITE-REJECT-LINE
              NOT INVALID KEY
                 PERFORM FILE-MAILING-ADDRESS
           END-READ.

       FILE-MAILING-ADDRESS.
           MOVE MT-SOCSEC TO EA-SOCSEC.
           READ EMPLOYEE-ADDRESS
              INVALID KEY MOVE '23' TO EMPLOYEE-ADDRESS-STATUS
           END-READ.
           MOVE MT-SOCSEC TO EA-SOCSEC.
           MOVE MT-ADDR-LINE1 TO EA-LINE1.
           MOVE MT-ADDR-LINE2 TO EA-LINE2.
           MOVE MT-ADDR-CITY TO EA-CITY.
           MOVE MT-ADDR-STATE TO EA-STATE.
           MOVE MT-ADDR-ZIP TO EA-ZIP.
           IF MT-EFF-DATE IS NUMERIC AND MT-EFF-DATE NOT = ZEROES
              MOVE MT-EFF-DATE TO EA-EFF-DATE
           ELSE
              MOVE RUN-PERIOD-END-DATE TO EA-EFF-DATE
           END-IF.
           IF EMPLOYEE-ADDRESS-STATUS = '23'
              WRITE EMPLOYEE-ADDRESS-REC
                 INVALID KEY
                    DISPLAY 'ERROR ADDING ADDRESS FOR ' MT-SOCSEC
              END-WRITE
              MOVE '00' TO EMPLOYEE-ADDRESS-STATUS
              MOVE 'ADDRESS ADDED' TO MC-STATUS
           ELSE
              REWRITE EMPLOYEE-ADDRESS-REC
                 INVALID KEY
                    DISPLAY 'ERROR CHANGING ADDRESS FOR ' MT-SOCSEC
              END-REWRITE
              MOVE 'ADDRESS CHANGED' TO MC-STATUS
           END-IF.
           ADD 1 TO MAINT-ADDR-COUNT.
           PERFORM WRITE-CONFIRM-LINE.

       WRITE-CONFIRM-LINE.
           MOVE MT-TRANS-CODE TO MC-TRANS-CODE.
           MOVE MT-SOCSEC     TO MC-SOCSEC.
           MOVE MAINT-STATUS-COUNT TO MS-COUNT.
           MOVE MAINT-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'W-4 ELECTIONS FILED:  ' TO MS-LABEL.
           MOVE MAINT-W4-COUNT TO MS-COUNT.
           MOVE MAINT-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'ADDRESSES FILED:      ' TO MS-LABEL.
           MOVE MAINT-ADDR-COUNT TO MS-COUNT.
           MOVE MAINT-SUMMARY-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'TRANSACTIONS REJECTED:' TO MS-LABEL.
           MOVE MAINT-REJECT-COUNT TO MS-COUNT.
           MOVE MAINT-SUMMARY-LINE TO PRINT-LINE.
