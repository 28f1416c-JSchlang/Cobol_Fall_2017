               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS GL-BALANCES-STATUS.
           SELECT ACCRUAL-CONTROL ASSIGN TO 'GLACCRUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-KEY
               FILE STATUS IS ACCRUAL-CONTROL-STATUS.
           SELECT TRIAL-REPORT ASSIGN TO 'GLTRIAL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
       01 GL-IN-REC.
            05 GI-REC-TYPE PIC X.
            05 GI-REST     PIC X(79).
      * BATCH TYPE IS BLANK FOR AN ORDINARY BATCH AND 'A' FOR A
      * MONTH-END ACCRUAL, WHICH CARRIES THE DATE ITS REVERSAL IS
      * TO POST
            05 GI-HEADER REDEFINES GI-REST.
                 10 GI-COMPANY-CODE PIC X(4).
                 10 GI-PERIOD-END   PIC 9(8).
                 10 GI-BATCH-TYPE   PIC X.
                 10 GI-REVERSE-DATE PIC 9(8).
                 10 FILLER          PIC X(58).
            05 GI-DETAIL REDEFINES GI-REST.
                 10 GI-ACCOUNT      PIC X(4).
                 10 GI-DEPT-CODE    PIC XX.
            05 GB-DEBIT-BAL  PIC 9(9)V99.
            05 GB-CREDIT-BAL PIC 9(9)V99.

       FD ACCRUAL-CONTROL
            RECORD CONTAINS 1751 CHARACTERS
            DATA RECORD IS ACCRUAL-CONTROL-REC.
      * ONE RECORD PER COMPANY AND MONTH-END ACCRUAL POSTED, KEPT SO
      * A MONTH IS NEVER ACCRUED TWICE AND HOLDING THE ACCRUAL'S
      * DETAILS UNTIL ITS REVERSAL POSTS. STATUS 'P' IS POSTED AND
      * AWAITING REVERSAL, 'R' REVERSED
       01 ACCRUAL-CONTROL-REC.
            05 AC-KEY.
                 10 AC-COMPANY      PIC X(4).
                 10 AC-MONTH-END    PIC 9(8).
            05 AC-STATUS        PIC X.
            05 AC-POSTED-DATE   PIC 9(8).
            05 AC-REVERSE-DATE  PIC 9(8).
            05 AC-REVERSED-DATE PIC 9(8).
            05 AC-TOTAL         PIC 9(9)V99.
            05 AC-DETAIL-COUNT  PIC 9(3).
            05 AC-DETAIL OCCURS 100 TIMES.
                 10 AC-ACCOUNT      PIC X(4).
                 10 AC-DEPT-CODE    PIC XX.
                 10 AC-DRCR         PIC XX.
                 10 AC-AMOUNT       PIC 9(7)V99.

       FD TRIAL-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS PRINT-LINE.
       01 GL-BALANCES-STATUS     PIC XX VALUE '00'.
      * FILE STATUS FOR THE SHARED OPERATIONS AUDIT LOG
       01 AUDIT-LOG-STATUS       PIC XX VALUE '00'.
      * FILE STATUS FOR THE ACCRUAL CONTROL FILE, AND FLAG FOR MORE
      * RECORDS ON IT
       01 ACCRUAL-CONTROL-STATUS PIC XX VALUE '00'.
       01 ACCRUALS-REMAIN        PIC X VALUE 'Y'.
      * TODAY'S DATE; AN ACCRUAL WHOSE REVERSAL DATE HAS COME IS
      * REVERSED BEFORE ANY BATCH ON THE FILE POSTS
       01 RUN-DATE               PIC 9(8) VALUE ZEROES.
      * ACCRUALS REVERSED THIS RUN
       01 REVERSALS-POSTED       PIC 9(3) VALUE ZEROES.
      * DATE AND TIME THE RUN STARTED, FOR THE AUDIT LOG ENTRY
       01 AUDIT-RUN-DATE         PIC 9(8) VALUE ZEROES.
       01 AUDIT-RUN-TIME         PIC 9(8) VALUE ZEROES.
       01 BATCHES-REJECTED       PIC 9(3) VALUE ZEROES.
      * REASON THE BATCH WAS REJECTED
       01 REJECT-REASON          PIC X(40) VALUE SPACES.
      * COMPANY AND PERIOD FROM THE BATCH HEADER, WITH ITS TYPE AND
      * FOR AN ACCRUAL THE DATE IT REVERSES
       01 BATCH-COMPANY          PIC X(4) VALUE SPACES.
       01 BATCH-PERIOD-END       PIC 9(8) VALUE ZEROES.
       01 BATCH-TYPE             PIC X VALUE SPACES.
       01 BATCH-REVERSE-DATE     PIC 9(8) VALUE ZEROES.
      * FLAGS FOR THE HEADER AND TRAILER HAVING BEEN SEEN
       01 HEADER-SEEN            PIC 9 VALUE 0.
       01 TRAILER-SEEN           PIC 9 VALUE 0.

      * THE CHART OF ACCOUNTS THE POSTING RECOGNIZES: THE PAYROLL
      * LABOR AND WITHHOLDING ACCOUNTS THE PAYROLL RUN POSTS, PLUS
      * THE CASH AND CLEARING ACCOUNTS THE COIN COUNTER BATCH POSTS,
      * THE EMPLOYER PLAN MATCH AND UNEMPLOYMENT TAX EXPENSE AND
      * PAYABLE ACCOUNTS, THE UNCLAIMED PROPERTY PAYABLE THE
      * ESCHEAT RUN MOVES UNCASHED PAYROLL CHECKS INTO, AND THE
      * ACCRUED PAYROLL THE MONTH-END ACCRUAL CREDITS
       01 VALID-ACCOUNTS-DATA.
            05 FILLER PIC X(4) VALUE '6100'.
            05 FILLER PIC X(4) VALUE '2110'.
            05 FILLER PIC X(4) VALUE '1020'.
            05 FILLER PIC X(4) VALUE '6900'.
            05 FILLER PIC X(4) VALUE '2210'.
            05 FILLER PIC X(4) VALUE '6110'.
            05 FILLER PIC X(4) VALUE '2175'.
            05 FILLER PIC X(4) VALUE '6120'.
            05 FILLER PIC X(4) VALUE '6130'.
            05 FILLER PIC X(4) VALUE '2180'.
            05 FILLER PIC X(4) VALUE '2185'.
            05 FILLER PIC X(4) VALUE '2190'.
            05 FILLER PIC X(4) VALUE '2195'.
       01 VALID-ACCOUNT-TABLE REDEFINES VALID-ACCOUNTS-DATA.
            05 VALID-ACCOUNT OCCURS 21 TIMES PIC X(4).
       01 VALID-ACCT-SUB         PIC 99 VALUE ZEROES.
       01 ACCOUNT-RECOGNIZED     PIC 9 VALUE 0.

            05 PA-CREDITS      PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(8)    VALUE SPACES.

      * LINE TELLING AN ACCRUAL FROM AN ORDINARY BATCH, AND THE
      * LINE FOR AN ACCRUAL REVERSED THIS RUN
       01 POST-ACCRUAL-LINE.
            05 FILLER          PIC X(37)   VALUE
               'MONTH-END ACCRUAL - REVERSAL POSTS ON'.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 PC-REVERSE-DATE PIC 9(8).
            05 FILLER          PIC X(34)   VALUE SPACES.
       01 POST-REVERSAL-LINE.
            05 FILLER          PIC X(19)   VALUE 'ACCRUAL REVERSED - '.
            05 FILLER          PIC X(9)    VALUE 'COMPANY: '.
            05 PV-COMPANY      PIC X(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(11)   VALUE 'MONTH END: '.
            05 PV-MONTH-END    PIC 9(8).
            05 FILLER          PIC X(26)   VALUE SPACES.

      * TRIAL BALANCE SECTION TITLE AND COLUMN HEADER
       01 TRIAL-TITLE-HDR.
            05 FILLER          PIC X(27)   VALUE SPACES.
            05 TT-CREDITS      PIC ZZZZZZZZZZ9.99.
            05 FILLER          PIC X(34)   VALUE SPACES.

      * ACCRUAL AND REVERSAL BATCHES SHOWN APART FROM THE BALANCES
      * THEY ARE FOLDED INTO, ONE LINE PER COMPANY AND MONTH
       01 ACCRUAL-TITLE-HDR.
            05 FILLER          PIC X(40)   VALUE
               'ACCRUAL AND REVERSAL BATCHES'.
            05 FILLER          PIC X(40)   VALUE SPACES.
       01 ACCRUAL-COLUMN-HDR.
            05 FILLER          PIC X(8)    VALUE 'COMPANY'.
            05 FILLER          PIC X(10)   VALUE 'MONTH END'.
            05 FILLER          PIC X(10)   VALUE 'ACCRUED'.
            05 FILLER          PIC X(13)   VALUE '       AMOUNT'.
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 FILLER          PIC X(10)   VALUE 'REVERSES'.
            05 FILLER          PIC X(10)   VALUE 'REVERSED'.
            05 FILLER          PIC X(17)   VALUE SPACES.
       01 ACCRUAL-DETAIL-LINE.
            05 AL-COMPANY      PIC X(4).
            05 FILLER          PIC X(4)    VALUE SPACES.
            05 AL-MONTH-END    PIC 9(8).
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 AL-POSTED-DATE  PIC 9(8).
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 AL-TOTAL        PIC ZZZZZZZZ9.99.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 AL-REVERSE-DATE PIC 9(8).
            05 FILLER          PIC X(2)    VALUE SPACES.
            05 AL-REVERSED     PIC X(8).
            05 FILLER          PIC X(19)   VALUE SPACES.

      * ONE FORMATTED ENTRY WRITTEN TO THE SHARED OPERATIONS AUDIT LOG
       01 AUDIT-ENTRY.
            05 AE-JOB-NAME       PIC X(8)  VALUE 'GLPOST'.
              CLOSE GL-BALANCES
              OPEN I-O GL-BALANCES
           END-IF.
           OPEN I-O ACCRUAL-CONTROL.
           IF ACCRUAL-CONTROL-STATUS = '35'
              OPEN OUTPUT ACCRUAL-CONTROL
              CLOSE ACCRUAL-CONTROL
              OPEN I-O ACCRUAL-CONTROL
           END-IF.
           PERFORM POST-DUE-REVERSALS.
           READ GL-INTERFACE
              AT END MOVE 'N' TO DATA-REMAINS
           END-READ.
              PERFORM FINISH-BATCH
           END-IF.
           CLOSE GL-BALANCES.
           IF BATCHES-POSTED > ZEROES OR REVERSALS-POSTED > ZEROES
              PERFORM WRITE-TRIAL-BALANCE
           END-IF.
           CLOSE ACCRUAL-CONTROL.
           CLOSE TRIAL-REPORT.
           PERFORM WRITE-AUDIT-LOG.
           STOP RUN.

       GET-SELECTIONS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'ENTER INTERFACE FILE NAME (BLANK = GLINTF.DAT)'.
           ACCEPT GL-INTERFACE-NAME-X.
           IF GL-INTERFACE-NAME-X NOT = SPACES
                 MOVE 1 TO HEADER-SEEN
                 MOVE GI-COMPANY-CODE TO BATCH-COMPANY
                 MOVE GI-PERIOD-END TO BATCH-PERIOD-END
                 MOVE GI-BATCH-TYPE TO BATCH-TYPE
                 IF GI-REVERSE-DATE IS NUMERIC
                    MOVE GI-REVERSE-DATE TO BATCH-REVERSE-DATE
                 ELSE
                    MOVE ZEROES TO BATCH-REVERSE-DATE
                 END-IF
              WHEN 'D'
                 PERFORM HOLD-BATCH-DETAIL
              WHEN 'T'
           IF BATCH-GOOD = 1
              PERFORM POST-BATCH
              ADD 1 TO BATCHES-POSTED
              IF BATCH-TYPE = 'A'
                 PERFORM FILE-ACCRUAL
              END-IF
           ELSE
              MOVE GL-INTERFACE-NAME TO PB-FILE-NAME
              MOVE BATCH-COMPANY TO PB-COMPANY
           MOVE ZEROES TO TRL-CREDIT-TOTAL.
           MOVE 1 TO BATCH-GOOD.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO BATCH-TYPE.
           MOVE ZEROES TO BATCH-REVERSE-DATE.

      * THE WHOLE-BATCH GATE: A BATCH MISSING ITS HEADER OR
      * TRAILER, OUT OF BALANCE, DISAGREEING WITH ITS OWN TRAILER,
                 UNTIL DETAIL-SUB > DETAIL-COUNT
                    OR BATCH-GOOD = 0
           END-IF.
           IF BATCH-GOOD = 1 AND BATCH-TYPE NOT = SPACES
              PERFORM VALIDATE-ACCRUAL-BATCH
           END-IF.

      * AN ACCRUAL MUST SAY WHEN IT REVERSES, MUST FIT THE CONTROL
      * RECORD THAT CARRIES IT TO ITS REVERSAL, AND IS REFUSED IF
      * THE COMPANY'S ACCRUAL FOR THAT MONTH END IS ALREADY POSTED
       VALIDATE-ACCRUAL-BATCH.
           IF BATCH-TYPE NOT = 'A'
              MOVE 0 TO BATCH-GOOD
              MOVE 'UNRECOGNIZED BATCH TYPE' TO REJECT-REASON
           END-IF.
           IF BATCH-GOOD = 1
                 AND BATCH-REVERSE-DATE NOT > BATCH-PERIOD-END
              MOVE 0 TO BATCH-GOOD
              MOVE 'ACCRUAL REVERSAL DATE MISSING OR EARLY'
                 TO REJECT-REASON
           END-IF.
           IF BATCH-GOOD = 1 AND DETAIL-COUNT > 100
              MOVE 0 TO BATCH-GOOD
              MOVE 'ACCRUAL EXCEEDS 100 DETAILS' TO REJECT-REASON
           END-IF.
           IF BATCH-GOOD = 1
              MOVE BATCH-COMPANY TO AC-COMPANY
              MOVE BATCH-PERIOD-END TO AC-MONTH-END
              READ ACCRUAL-CONTROL
                 INVALID KEY MOVE '23' TO ACCRUAL-CONTROL-STATUS
              END-READ
              IF ACCRUAL-CONTROL-STATUS NOT = '23'
                 MOVE 0 TO BATCH-GOOD
                 MOVE 'ACCRUAL ALREADY POSTED FOR THIS MONTH'
                    TO REJECT-REASON
              END-IF
           END-IF.

       CHECK-DETAIL-ACCOUNT.
           MOVE 0 TO ACCOUNT-RECOGNIZED.
           PERFORM TEST-VALID-ACCOUNT
              VARYING VALID-ACCT-SUB FROM 1 BY 1
              UNTIL VALID-ACCT-SUB > 21.
           IF ACCOUNT-RECOGNIZED = 0
              MOVE 0 TO BATCH-GOOD
              MOVE SPACES TO REJECT-REASON
           MOVE CALC-CREDIT-TOTAL TO PA-CREDITS.
           MOVE POST-ACCEPT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF BATCH-TYPE = 'A'
              MOVE BATCH-REVERSE-DATE TO PC-REVERSE-DATE
              MOVE POST-ACCRUAL-LINE TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.

      * KEEP THE POSTED ACCRUAL'S DETAILS FOR ITS REVERSAL
       FILE-ACCRUAL.
           MOVE BATCH-COMPANY TO AC-COMPANY.
           MOVE BATCH-PERIOD-END TO AC-MONTH-END.
           MOVE 'P' TO AC-STATUS.
           MOVE RUN-DATE TO AC-POSTED-DATE.
           MOVE BATCH-REVERSE-DATE TO AC-REVERSE-DATE.
           MOVE ZEROES TO AC-REVERSED-DATE.
           MOVE CALC-DEBIT-TOTAL TO AC-TOTAL.
           MOVE DETAIL-COUNT TO AC-DETAIL-COUNT.
           PERFORM FILE-ACCRUAL-DETAIL
              VARYING DETAIL-SUB FROM 1 BY 1
              UNTIL DETAIL-SUB > 100.
           WRITE ACCRUAL-CONTROL-REC
              INVALID KEY
                 DISPLAY 'ERROR FILING ACCRUAL FOR ' AC-COMPANY
           END-WRITE.

       FILE-ACCRUAL-DETAIL.
           IF DETAIL-SUB > DETAIL-COUNT
              MOVE SPACES TO AC-ACCOUNT (DETAIL-SUB)
              MOVE SPACES TO AC-DEPT-CODE (DETAIL-SUB)
              MOVE SPACES TO AC-DRCR (DETAIL-SUB)
              MOVE ZEROES TO AC-AMOUNT (DETAIL-SUB)
           ELSE
              MOVE DT-ACCOUNT (DETAIL-SUB) TO AC-ACCOUNT (DETAIL-SUB)
              MOVE DT-DEPT-CODE (DETAIL-SUB)
                 TO AC-DEPT-CODE (DETAIL-SUB)
              MOVE DT-DRCR (DETAIL-SUB) TO AC-DRCR (DETAIL-SUB)
              MOVE DT-AMOUNT (DETAIL-SUB) TO AC-AMOUNT (DETAIL-SUB)
           END-IF.

      * REVERSE EVERY POSTED ACCRUAL WHOSE REVERSAL DATE HAS COME,
      * DEBITS AND CREDITS SWAPPED, AND MARK IT REVERSED SO IT IS
      * NEVER REVERSED TWICE
       POST-DUE-REVERSALS.
           MOVE 'Y' TO ACCRUALS-REMAIN.
           MOVE LOW-VALUES TO AC-KEY.
           START ACCRUAL-CONTROL KEY IS NOT LESS THAN AC-KEY
              INVALID KEY MOVE 'N' TO ACCRUALS-REMAIN
           END-START.
           PERFORM CHECK-ACCRUAL-REVERSAL
              UNTIL ACCRUALS-REMAIN = 'N'.

       CHECK-ACCRUAL-REVERSAL.
           READ ACCRUAL-CONTROL NEXT RECORD
              AT END MOVE 'N' TO ACCRUALS-REMAIN
           END-READ.
           IF ACCRUALS-REMAIN = 'Y' AND AC-STATUS = 'P'
                 AND AC-REVERSE-DATE NOT > RUN-DATE
              PERFORM POST-ACCRUAL-REVERSAL
           END-IF.

       POST-ACCRUAL-REVERSAL.
           MOVE AC-DETAIL-COUNT TO DETAIL-COUNT.
           PERFORM HOLD-REVERSAL-DETAIL
              VARYING DETAIL-SUB FROM 1 BY 1
              UNTIL DETAIL-SUB > DETAIL-COUNT.
           PERFORM POST-ONE-DETAIL
              VARYING DETAIL-SUB FROM 1 BY 1
              UNTIL DETAIL-SUB > DETAIL-COUNT.
           MOVE AC-COMPANY TO PV-COMPANY.
           MOVE AC-MONTH-END TO PV-MONTH-END.
           MOVE POST-REVERSAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE DETAIL-COUNT TO PA-COUNT.
           MOVE CALC-DEBIT-TOTAL TO PA-DEBITS.
           MOVE CALC-CREDIT-TOTAL TO PA-CREDITS.
           MOVE POST-ACCEPT-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'R' TO AC-STATUS.
           MOVE RUN-DATE TO AC-REVERSED-DATE.
           REWRITE ACCRUAL-CONTROL-REC
              INVALID KEY
                 DISPLAY 'ERROR MARKING ACCRUAL REVERSED FOR '
                    AC-COMPANY
           END-REWRITE.
           ADD 1 TO REVERSALS-POSTED.
           PERFORM RESET-BATCH.

       HOLD-REVERSAL-DETAIL.
           MOVE AC-ACCOUNT (DETAIL-SUB) TO DT-ACCOUNT (DETAIL-SUB).
           MOVE AC-DEPT-CODE (DETAIL-SUB) TO DT-DEPT-CODE (DETAIL-SUB).
           MOVE AC-AMOUNT (DETAIL-SUB) TO DT-AMOUNT (DETAIL-SUB).
           IF AC-DRCR (DETAIL-SUB) = 'DR'
              MOVE 'CR' TO DT-DRCR (DETAIL-SUB)
              ADD AC-AMOUNT (DETAIL-SUB) TO CALC-CREDIT-TOTAL
           ELSE
              MOVE 'DR' TO DT-DRCR (DETAIL-SUB)
              ADD AC-AMOUNT (DETAIL-SUB) TO CALC-DEBIT-TOTAL
           END-IF.

       POST-ONE-DETAIL.
           MOVE DT-ACCOUNT (DETAIL-SUB) TO GB-ACCOUNT.
                 TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           PERFORM WRITE-ACCRUAL-SECTION.

      * EVERY ACCRUAL ON FILE, WITH WHEN IT WAS POSTED AND WHEN ITS
      * REVERSAL IS DUE OR POSTED
       WRITE-ACCRUAL-SECTION.
           MOVE 'Y' TO ACCRUALS-REMAIN.
           MOVE LOW-VALUES TO AC-KEY.
           START ACCRUAL-CONTROL KEY IS NOT LESS THAN AC-KEY
              INVALID KEY MOVE 'N' TO ACCRUALS-REMAIN
           END-START.
           IF ACCRUALS-REMAIN = 'Y'
              READ ACCRUAL-CONTROL NEXT RECORD
                 AT END MOVE 'N' TO ACCRUALS-REMAIN
              END-READ
           END-IF.
           IF ACCRUALS-REMAIN = 'Y'
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE ACCRUAL-TITLE-HDR TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE ACCRUAL-COLUMN-HDR TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           PERFORM WRITE-ACCRUAL-LINE
              UNTIL ACCRUALS-REMAIN = 'N'.

       WRITE-ACCRUAL-LINE.
           MOVE AC-COMPANY TO AL-COMPANY.
           MOVE AC-MONTH-END TO AL-MONTH-END.
           MOVE AC-POSTED-DATE TO AL-POSTED-DATE.
           MOVE AC-TOTAL TO AL-TOTAL.
           MOVE AC-REVERSE-DATE TO AL-REVERSE-DATE.
           IF AC-STATUS = 'R'
              MOVE AC-REVERSED-DATE TO AL-REVERSED
           ELSE
              MOVE 'PENDING' TO AL-REVERSED
           END-IF.
           MOVE ACCRUAL-DETAIL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           READ ACCRUAL-CONTROL NEXT RECORD
              AT END MOVE 'N' TO ACCRUALS-REMAIN
           END-READ.

       WRITE-TRIAL-LINE.
           ADD 1 TO TB-ACCOUNT-COUNT.
