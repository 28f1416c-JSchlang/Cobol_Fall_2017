       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayHistory.
       AUTHOR. JOHN SCHLANGER.
               KELTON ESSIG.
               JOSH COLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT HISTORY-REPORT ASSIGN TO 'PAYHISTRPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-HISTORY
            RECORD CONTAINS 500 CHARACTERS
            DATA RECORD IS PAY-HISTORY-REC.
      * SAME LAYOUT THE PAYROLL RUN, THE OFF-CYCLE CHECK RUN AND THE
      * PAYROLL ADJUSTMENT RUN FILE EVERY CHECK UNDER. SOURCE 'P' IS
      * THE PERIOD PAYROLL RUN, 'O' AN OFF-CYCLE CHECK, 'A' A
      * PAYROLL ADJUSTMENT. LINE 00 HOLDS THE CHECK'S FIGURES AND
      * LINES 01 ON THE STUB EXACTLY AS IT PRINTED
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

       FD HISTORY-REPORT
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS PRINT-LINE.
      * LINE WRITTEN TO THE PAY HISTORY LISTING AND STUB REPRINTS
       01 PRINT-LINE           PIC X(80).

       FD AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS
            DATA RECORD IS AUDIT-LOG-LINE.
      * ONE LINE APPENDED TO THE SHARED OPERATIONS AUDIT LOG PER RUN
       01 AUDIT-LOG-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      * FILE STATUS FOR EACH FILE THE INQUIRY OPENS
       01 PAY-HISTORY-STATUS     PIC XX VALUE '00'.
       01 AUDIT-LOG-STATUS       PIC XX VALUE '00'.
      * EMPLOYEE AND DATE RANGE ASKED FOR; A BLANK FROM DATE STARTS
      * AT THE EARLIEST CHECK ON FILE AND A BLANK TO DATE RUNS TO
      * THE LATEST
       01 INQ-SOCSEC-X           PIC X(9) VALUE SPACES.
       01 INQ-SOCSEC             PIC 9(9) VALUE ZEROES.
       01 INQ-FROM-DATE-X        PIC X(8) VALUE SPACES.
       01 INQ-FROM-DATE          PIC 9(8) VALUE ZEROES.
       01 INQ-TO-DATE-X          PIC X(8) VALUE SPACES.
       01 INQ-TO-DATE            PIC 9(8) VALUE 99999999.
      * LIST ITEM THE OPERATOR ASKED TO HAVE REPRINTED
       01 REPRINT-CHOICE-X       PIC X(3) VALUE SPACES.
       01 REPRINT-CHOICE         PIC 999 VALUE ZEROES.
       01 REPRINT-DONE           PIC X VALUE 'N'.
      * FLAG FOR MORE HISTORY RECORDS FOR THE EMPLOYEE AND RANGE
       01 HISTORY-REMAIN         PIC X VALUE 'Y'.
      * WHETHER THE CHECK PICKED FOR REPRINT WAS FOUND AGAIN
       01 CHECK-FOUND            PIC 9 VALUE 0.
      * NAME SHOWN ON THE LISTING, TAKEN FROM THE FIRST CHECK THAT
      * CARRIES ONE
       01 LIST-NAME              PIC X(16) VALUE SPACES.
      * KEY OF EVERY CHECK LISTED, BY ITEM NUMBER, SO ANY OF THEM
      * CAN BE REPRINTED
       01 LIST-COUNT             PIC 999 VALUE ZEROES.
       01 LIST-TABLE.
            05 LIST-ENTRY OCCURS 500 TIMES.
               10 LT-PAY-DATE    PIC 9(8).
               10 LT-SOURCE      PIC X.
               10 LT-SEQ         PIC 99.
      * SUBSCRIPTS OVER A CHECK'S STUB LINES AND DEDUCTIONS
       01 STUB-SUB               PIC 99 VALUE ZEROES.
       01 STUB-LINE-COUNT        PIC 99 VALUE ZEROES.
       01 DED-SUB                PIC 99 VALUE ZEROES.
      * ONE CHECK'S TAXES, AND ITS DEDUCTIONS AND GARNISHMENTS
       01 CHECK-TAXES            PIC S9(6)V99 VALUE ZEROES.
       01 CHECK-DEDUCTS          PIC S9(6)V99 VALUE ZEROES.
      * TOTALS OF THE CHECKS LISTED
       01 LIST-TOTALS.
            05 TOT-GROSSPAY      PIC S9(7)V99 VALUE ZEROES.
            05 TOT-TAXES         PIC S9(7)V99 VALUE ZEROES.
            05 TOT-DEDUCTS       PIC S9(7)V99 VALUE ZEROES.
            05 TOT-NETPAY        PIC S9(7)V99 VALUE ZEROES.
      * COUNTS FOR THE SUMMARY AND THE AUDIT LOG
       01 CHECKS-LISTED          PIC 9(7) VALUE ZEROES.
       01 STUBS-REPRINTED        PIC 9(7) VALUE ZEROES.
       01 CHOICE-REJECT-COUNT    PIC 9(7) VALUE ZEROES.
       01 AUDIT-RUN-DATE         PIC 9(8) VALUE ZEROES.
       01 AUDIT-RUN-TIME         PIC 9(8) VALUE ZEROES.

      * REPORT TITLE AND SELECTION LINE
       01 HIST-TITLE-HDR.
            05 FILLER          PIC X(30)   VALUE SPACES.
            05 FILLER          PIC X(20)   VALUE
               'EMPLOYEE PAY HISTORY'.
            05 FILLER          PIC X(30)   VALUE SPACES.
       01 HIST-SELECT-LINE.
            05 FILLER          PIC X(8)    VALUE 'SOCSEC: '.
            05 HS-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 HS-NAME         PIC X(16).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(6)    VALUE 'FROM: '.
            05 HS-FROM-DATE    PIC 9(8).
            05 FILLER          PIC X(6)    VALUE '  TO: '.
            05 HS-TO-DATE      PIC 9(8).
            05 FILLER          PIC X(13)   VALUE SPACES.
       01 HIST-COLUMN-HDR.
            05 FILLER          PIC X(4)    VALUE 'ITEM'.
            05 FILLER          PIC X(9)    VALUE 'PAY DATE'.
            05 FILLER          PIC X(9)    VALUE 'SOURCE'.
            05 FILLER          PIC X(2)    VALUE 'TY'.
            05 FILLER          PIC X(15)   VALUE 'CHECK / TRACE'.
            05 FILLER          PIC X(10)   VALUE '     GROSS'.
            05 FILLER          PIC X(10)   VALUE '     TAXES'.
            05 FILLER          PIC X(10)   VALUE '    DEDUCT'.
            05 FILLER          PIC X(10)   VALUE '       NET'.
            05 FILLER          PIC X(1)    VALUE SPACES.
      * ONE CHECK ON THE LISTING; TAXES ARE EVERY TAX WITHHELD AND
      * DEDUCT IS THE DEDUCTIONS AND GARNISHMENTS TOGETHER
       01 HIST-DETAIL-LINE.
            05 HDL-ITEM        PIC ZZ9.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 HDL-PAY-DATE    PIC 9(8).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 HDL-SOURCE      PIC X(8).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 HDL-CHECK-TYPE  PIC X.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 HDL-PAID-BY     PIC X(15).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 HDL-GROSSPAY    PIC -ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 HDL-TAXES       PIC -ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 HDL-DEDUCTS     PIC -ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 HDL-NETPAY      PIC -ZZZZ9.99.
            05 FILLER          PIC X(1)    VALUE SPACES.
      * CHECK NUMBER AS SHOWN IN THE CHECK / TRACE COLUMN
       01 HIST-CHECK-NO-TEXT.
            05 FILLER          PIC X(6)    VALUE 'CHECK '.
            05 HCT-CHECK-NO    PIC 9(6).
            05 FILLER          PIC X(3)    VALUE SPACES.
      * SUMMARY LINES CLOSING THE LISTING
       01 HIST-SUMMARY-LINE.
            05 HSL-LABEL       PIC X(30).
            05 HSL-COUNT       PIC ZZZZZZ9.
            05 FILLER          PIC X(43)   VALUE SPACES.
       01 HIST-AMOUNT-LINE.
            05 HAL-LABEL       PIC X(30).
            05 HAL-AMOUNT      PIC -ZZZZZZ9.99.
            05 FILLER          PIC X(39)   VALUE SPACES.

      * BANNER AHEAD OF EACH STUB REPRINTED
       01 REPRINT-BANNER-LINE.
            05 FILLER          PIC X(14)   VALUE '*** REPRINT - '.
            05 RB-SOURCE       PIC X(8).
            05 FILLER          PIC X(11)   VALUE ' PAY DATE: '.
            05 RB-PAY-DATE     PIC 9(8).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 RB-PAID-BY      PIC X(15).
            05 FILLER          PIC X(4)    VALUE ' ***'.
            05 FILLER          PIC X(17)   VALUE SPACES.
      * STATEMENT LINES FOR A CHECK FILED WITHOUT A STUB IMAGE, IN
      * THE SAME LAYOUT THE PAYROLL RUN PRINTS ITS STUBS IN
       01 STUB-TITLE-LINE.
            05 FILLER          PIC X(18)   VALUE 'EARNINGS STATEMENT'.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 ST-COMPANY-CODE PIC X(4).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(11)   VALUE 'PERIOD END '.
            05 ST-PERIOD-END   PIC 9(8).
            05 FILLER          PIC X(33)   VALUE SPACES.
       01 STUB-NAME-LINE.
            05 FILLER          PIC X(10)   VALUE 'EMPLOYEE: '.
            05 SB-LASTNAME     PIC X(13).
            05 FILLER          PIC X(1)    VALUE SPACES.
            05 SB-INITIALS     PIC XX.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(6)    VALUE 'DEPT: '.
            05 SB-DEPT-CODE    PIC XX.
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 FILLER          PIC X(8)    VALUE 'SOCSEC: '.
            05 SB-SOCSEC       PIC 9(9).
            05 FILLER          PIC X(23)   VALUE SPACES.
       01 STUB-CHECK-LINE.
            05 SB-CHECK-DESC   PIC X(24).
            05 FILLER          PIC X(6)    VALUE 'DATE: '.
            05 SB-CHECK-DATE   PIC 9(8).
            05 FILLER          PIC X(3)    VALUE SPACES.
            05 SB-PAID-BY      PIC X(15).
            05 FILLER          PIC X(24)   VALUE SPACES.
       01 STUB-AMOUNT-LINE.
            05 SB-LABEL        PIC X(12).
            05 FILLER          PIC X(9)    VALUE 'CURRENT: '.
            05 SB-CURRENT      PIC -ZZZ9.99.
            05 FILLER          PIC X(51)   VALUE SPACES.
       01 STUB-SEPARATOR-LINE  PIC X(80) VALUE ALL '-'.

      * ONE FORMATTED ENTRY WRITTEN TO THE SHARED OPERATIONS AUDIT LOG
       01 AUDIT-ENTRY.
            05 AE-JOB-NAME       PIC X(8)  VALUE 'PAYHIST'.
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
      * LIST ONE EMPLOYEE'S CHECKS FOR A DATE RANGE FROM THE PAY
      * HISTORY, THEN REPRINT ANY OF THEM THE OPERATOR PICKS: A
      * PAYROLL RUN CHECK COMES BACK AS THE STUB EXACTLY AS ISSUED,
      * AN OFF-CYCLE CHECK OR ADJUSTMENT AS A STATEMENT BUILT FROM
      * ITS FILED FIGURES
       PROCESS-PAY-HISTORY.
           PERFORM GET-SELECTIONS.
           OPEN INPUT PAY-HISTORY.
           IF PAY-HISTORY-STATUS = '35'
              DISPLAY 'ERROR: PAY HISTORY FILE NOT FOUND'
              STOP RUN
           END-IF.
           OPEN OUTPUT HISTORY-REPORT.
           PERFORM LIST-HISTORY.
           PERFORM WRITE-LIST-SUMMARY.
           IF LIST-COUNT = ZEROES
              MOVE 'Y' TO REPRINT-DONE
           END-IF.
           PERFORM REPRINT-CHOSEN-STUB
              UNTIL REPRINT-DONE = 'Y'.
           CLOSE PAY-HISTORY.
           CLOSE HISTORY-REPORT.
           PERFORM WRITE-AUDIT-LOG.
           DISPLAY 'PAY HISTORY WRITTEN TO PAYHISTRPT.TXT'.
           STOP RUN.

      * THE EMPLOYEE IS REQUIRED; THE DATES DEFAULT TO EVERYTHING
      * ON FILE
       GET-SELECTIONS.
           DISPLAY 'ENTER EMPLOYEE SOCSEC, 9 DIGITS'.
           ACCEPT INQ-SOCSEC-X.
           IF INQ-SOCSEC-X IS NOT NUMERIC
              DISPLAY 'ERROR: INVALID SOCIAL SECURITY NUMBER'
              STOP RUN
           END-IF.
           MOVE INQ-SOCSEC-X TO INQ-SOCSEC.
           DISPLAY 'ENTER FROM DATE YYYYMMDD (BLANK = EARLIEST)'.
           ACCEPT INQ-FROM-DATE-X.
           IF INQ-FROM-DATE-X IS NUMERIC
              MOVE INQ-FROM-DATE-X TO INQ-FROM-DATE
           END-IF.
           DISPLAY 'ENTER TO DATE YYYYMMDD (BLANK = LATEST)'.
           ACCEPT INQ-TO-DATE-X.
           IF INQ-TO-DATE-X IS NUMERIC
              MOVE INQ-TO-DATE-X TO INQ-TO-DATE
           END-IF.

      * READ THE EMPLOYEE'S CHECKS FROM THE FROM DATE ON, IN PAY
      * DATE ORDER, UNTIL THE TO DATE OR THE NEXT EMPLOYEE
       LIST-HISTORY.
           MOVE HIST-TITLE-HDR TO PRINT-LINE.
           PERFORM WRITE-LIST-LINE.
           MOVE INQ-SOCSEC TO PH-SOCSEC.
           MOVE INQ-FROM-DATE TO PH-PAY-DATE.
           MOVE LOW-VALUES TO PH-SOURCE.
           MOVE ZEROES TO PH-SEQ.
           MOVE ZEROES TO PH-LINE-NO.
           MOVE 'Y' TO HISTORY-REMAIN.
           START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
              INVALID KEY MOVE 'N' TO HISTORY-REMAIN
           END-START.
           IF HISTORY-REMAIN = 'Y'
              PERFORM READ-NEXT-HISTORY
           END-IF.
           MOVE SPACES TO LIST-NAME.
           IF HISTORY-REMAIN = 'Y'
              PERFORM FIND-LIST-NAME
           END-IF.
           MOVE INQ-SOCSEC TO HS-SOCSEC.
           MOVE LIST-NAME TO HS-NAME.
           MOVE INQ-FROM-DATE TO HS-FROM-DATE.
           MOVE INQ-TO-DATE TO HS-TO-DATE.
           MOVE HIST-SELECT-LINE TO PRINT-LINE.
           PERFORM WRITE-LIST-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-LIST-LINE.
           MOVE HIST-COLUMN-HDR TO PRINT-LINE.
           PERFORM WRITE-LIST-LINE.
           IF HISTORY-REMAIN = 'N'
              MOVE 'NO CHECKS ON FILE FOR THIS EMPLOYEE AND RANGE'
                 TO PRINT-LINE
              PERFORM WRITE-LIST-LINE
           END-IF.
           PERFORM LIST-ONE-CHECK
              UNTIL HISTORY-REMAIN = 'N'.

      * THE NEXT CHECK'S FIGURES, PASSING OVER ITS STUB LINES
       READ-NEXT-HISTORY.
           PERFORM READ-HISTORY-RECORD.
           PERFORM READ-HISTORY-RECORD
              UNTIL HISTORY-REMAIN = 'N' OR PH-LINE-NO = ZEROES.

       READ-HISTORY-RECORD.
           READ PAY-HISTORY NEXT RECORD
              AT END MOVE 'N' TO HISTORY-REMAIN
           END-READ.
           IF HISTORY-REMAIN = 'Y'
              IF PH-SOCSEC NOT = INQ-SOCSEC
                    OR PH-PAY-DATE > INQ-TO-DATE
                 MOVE 'N' TO HISTORY-REMAIN
              END-IF
           END-IF.

      * AN ADJUSTMENT CARRIES NO NAME, SO THE FIRST CHECK LISTED
      * MAY NOT; THE NAME IS ONLY FOR THE HEADING
       FIND-LIST-NAME.
           IF PH-LASTNAME NOT = SPACES
              STRING PH-LASTNAME DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 PH-INITIALS DELIMITED BY SIZE
                 INTO LIST-NAME
           END-IF.

       LIST-ONE-CHECK.
           IF LIST-NAME = SPACES
              PERFORM FIND-LIST-NAME
           END-IF.
           ADD 1 TO CHECKS-LISTED.
           MOVE SPACES TO HIST-DETAIL-LINE.
           IF LIST-COUNT < 500
              ADD 1 TO LIST-COUNT
              MOVE PH-PAY-DATE TO LT-PAY-DATE (LIST-COUNT)
              MOVE PH-SOURCE TO LT-SOURCE (LIST-COUNT)
              MOVE PH-SEQ TO LT-SEQ (LIST-COUNT)
              MOVE LIST-COUNT TO HDL-ITEM
           END-IF.
           MOVE PH-PAY-DATE TO HDL-PAY-DATE.
           PERFORM DESCRIBE-SOURCE.
           MOVE PH-CHECK-TYPE TO HDL-CHECK-TYPE.
           PERFORM DESCRIBE-PAYMENT.
           COMPUTE CHECK-TAXES = PH-FEDTAX + PH-FICA + PH-MEDICARE
              + PH-STATETAX + PH-LOCALTAX.
           COMPUTE CHECK-DEDUCTS = PH-DEDUCTIONS + PH-GARNISHMENTS.
           MOVE PH-GROSSPAY TO HDL-GROSSPAY.
           MOVE CHECK-TAXES TO HDL-TAXES.
           MOVE CHECK-DEDUCTS TO HDL-DEDUCTS.
           MOVE PH-NETPAY TO HDL-NETPAY.
           MOVE HIST-DETAIL-LINE TO PRINT-LINE.
           PERFORM WRITE-LIST-LINE.
           ADD PH-GROSSPAY TO TOT-GROSSPAY.
           ADD CHECK-TAXES TO TOT-TAXES.
           ADD CHECK-DEDUCTS TO TOT-DEDUCTS.
           ADD PH-NETPAY TO TOT-NETPAY.
           PERFORM READ-NEXT-HISTORY.

       DESCRIBE-SOURCE.
           EVALUATE PH-SOURCE
              WHEN 'P'
                 MOVE 'PAYROLL' TO HDL-SOURCE
              WHEN 'O'
                 MOVE 'OFFCYCLE' TO HDL-SOURCE
              WHEN 'A'
                 MOVE 'ADJUST' TO HDL-SOURCE
              WHEN OTHER
                 MOVE PH-SOURCE TO HDL-SOURCE
           END-EVALUATE.

       DESCRIBE-PAYMENT.
           EVALUATE PH-PAY-METHOD
              WHEN 'C'
                 MOVE PH-CHECK-NO TO HCT-CHECK-NO
                 MOVE HIST-CHECK-NO-TEXT TO HDL-PAID-BY
              WHEN 'D'
                 MOVE PH-ACH-TRACE TO HDL-PAID-BY
              WHEN OTHER
                 MOVE 'NO PAYMENT' TO HDL-PAID-BY
           END-EVALUATE.

      * THE LISTING GOES TO THE REPORT AND TO THE OPERATOR, WHO
      * PICKS THE ITEMS TO REPRINT FROM IT
       WRITE-LIST-LINE.
           WRITE PRINT-LINE.
           DISPLAY PRINT-LINE.

       WRITE-LIST-SUMMARY.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-LIST-LINE.
           MOVE 'CHECKS LISTED:' TO HSL-LABEL.
           MOVE CHECKS-LISTED TO HSL-COUNT.
           MOVE HIST-SUMMARY-LINE TO PRINT-LINE.
           PERFORM WRITE-LIST-LINE.
           MOVE 'GROSS PAY:' TO HAL-LABEL.
           MOVE TOT-GROSSPAY TO HAL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'TAXES WITHHELD:' TO HAL-LABEL.
           MOVE TOT-TAXES TO HAL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'DEDUCTIONS AND GARNISHMENTS:' TO HAL-LABEL.
           MOVE TOT-DEDUCTS TO HAL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'NET PAY:' TO HAL-LABEL.
           MOVE TOT-NETPAY TO HAL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF CHECKS-LISTED > LIST-COUNT
              MOVE 'ONLY THE FIRST 500 CHECKS CAN BE REPRINTED'
                 TO PRINT-LINE
              PERFORM WRITE-LIST-LINE
           END-IF.

       WRITE-AMOUNT-LINE.
           MOVE HIST-AMOUNT-LINE TO PRINT-LINE.
           PERFORM WRITE-LIST-LINE.

      * ASK FOR ONE LIST ITEM AND REPRINT ITS STUB; A BLANK ANSWER
      * ENDS THE INQUIRY
       REPRINT-CHOSEN-STUB.
           DISPLAY 'ENTER ITEM TO REPRINT, 3 DIGITS (BLANK = DONE)'.
           MOVE SPACES TO REPRINT-CHOICE-X.
           ACCEPT REPRINT-CHOICE-X.
           IF REPRINT-CHOICE-X = SPACES
              MOVE 'Y' TO REPRINT-DONE
           ELSE
              IF REPRINT-CHOICE-X IS NOT NUMERIC
                 DISPLAY 'ITEM MUST BE 3 DIGITS'
                 ADD 1 TO CHOICE-REJECT-COUNT
              ELSE
                 MOVE REPRINT-CHOICE-X TO REPRINT-CHOICE
                 IF REPRINT-CHOICE = ZEROES
                       OR REPRINT-CHOICE > LIST-COUNT
                    DISPLAY 'NO SUCH ITEM ON THE LISTING'
                    ADD 1 TO CHOICE-REJECT-COUNT
                 ELSE
                    PERFORM REPRINT-STUB
                 END-IF
              END-IF
           END-IF.

       REPRINT-STUB.
           MOVE INQ-SOCSEC TO PH-SOCSEC.
           MOVE LT-PAY-DATE (REPRINT-CHOICE) TO PH-PAY-DATE.
           MOVE LT-SOURCE (REPRINT-CHOICE) TO PH-SOURCE.
           MOVE LT-SEQ (REPRINT-CHOICE) TO PH-SEQ.
           MOVE ZEROES TO PH-LINE-NO.
           MOVE 1 TO CHECK-FOUND.
           READ PAY-HISTORY
              INVALID KEY MOVE 0 TO CHECK-FOUND
           END-READ.
           IF CHECK-FOUND = 0
              DISPLAY 'CHECK NO LONGER ON PAY HISTORY'
              ADD 1 TO CHOICE-REJECT-COUNT
           ELSE
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              PERFORM DESCRIBE-SOURCE
              PERFORM DESCRIBE-PAYMENT
              MOVE HDL-SOURCE TO RB-SOURCE
              MOVE PH-PAY-DATE TO RB-PAY-DATE
              MOVE HDL-PAID-BY TO RB-PAID-BY
              MOVE REPRINT-BANNER-LINE TO PRINT-LINE
              WRITE PRINT-LINE
              IF PH-STUB-LINES > ZEROES
                 PERFORM WRITE-STUB-IMAGE
              ELSE
                 PERFORM WRITE-STATEMENT
              END-IF
              ADD 1 TO STUBS-REPRINTED
              DISPLAY 'STUB REPRINTED TO PAYHISTRPT.TXT'
           END-IF.

      * THE STUB LINES EXACTLY AS THE PAYROLL RUN PRINTED THEM
       WRITE-STUB-IMAGE.
           MOVE PH-STUB-LINES TO STUB-LINE-COUNT.
           PERFORM WRITE-STUB-IMAGE-LINE
              VARYING STUB-SUB FROM 1 BY 1
              UNTIL STUB-SUB > STUB-LINE-COUNT.

       WRITE-STUB-IMAGE-LINE.
           MOVE STUB-SUB TO PH-LINE-NO.
           READ PAY-HISTORY
              INVALID KEY MOVE SPACES TO PH-STUB-TEXT
           END-READ.
           MOVE PH-STUB-TEXT TO PRINT-LINE.
           WRITE PRINT-LINE.

      * A STATEMENT BUILT FROM THE FILED FIGURES, FOR A CHECK CUT
      * WITHOUT A STUB
       WRITE-STATEMENT.
           MOVE PH-COMPANY TO ST-COMPANY-CODE.
           MOVE PH-PERIOD-END TO ST-PERIOD-END.
           MOVE STUB-TITLE-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE PH-LASTNAME TO SB-LASTNAME.
           MOVE PH-INITIALS TO SB-INITIALS.
           MOVE PH-DEPT-CODE TO SB-DEPT-CODE.
           MOVE PH-SOCSEC TO SB-SOCSEC.
           MOVE STUB-NAME-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           EVALUATE PH-CHECK-TYPE
              WHEN 'B'
                 MOVE 'BONUS CHECK' TO SB-CHECK-DESC
              WHEN 'F'
                 MOVE 'FINAL WAGE CHECK' TO SB-CHECK-DESC
              WHEN 'R'
                 MOVE 'REPLACEMENT CHECK' TO SB-CHECK-DESC
              WHEN 'A'
                 MOVE 'PAYROLL ADJUSTMENT' TO SB-CHECK-DESC
              WHEN OTHER
                 MOVE 'PERIOD PAY' TO SB-CHECK-DESC
           END-EVALUATE.
           MOVE PH-PAY-DATE TO SB-CHECK-DATE.
           MOVE HDL-PAID-BY TO SB-PAID-BY.
           MOVE STUB-CHECK-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'GROSS PAY' TO SB-LABEL.
           MOVE PH-GROSSPAY TO SB-CURRENT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE 'FED TAX' TO SB-LABEL.
           MOVE PH-FEDTAX TO SB-CURRENT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE 'FICA' TO SB-LABEL.
           MOVE PH-FICA TO SB-CURRENT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE 'MEDICARE' TO SB-LABEL.
           MOVE PH-MEDICARE TO SB-CURRENT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE 'STATE TAX' TO SB-LABEL.
           MOVE PH-STATETAX TO SB-CURRENT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           IF PH-LOCALTAX NOT = ZEROES
              MOVE SPACES TO SB-LABEL
              STRING 'LOCAL TAX ' DELIMITED BY SIZE
                 PH-LOCAL-JURIS DELIMITED BY SIZE
                 INTO SB-LABEL
              MOVE PH-LOCALTAX TO SB-CURRENT
              PERFORM WRITE-STATEMENT-AMOUNT
           END-IF.
           PERFORM WRITE-STATEMENT-DEDUCTION
              VARYING DED-SUB FROM 1 BY 1
              UNTIL DED-SUB > PH-DED-COUNT.
           PERFORM WRITE-STATEMENT-GARNISHMENT
              VARYING DED-SUB FROM 1 BY 1
              UNTIL DED-SUB > PH-GARN-COUNT.
           MOVE 'NET PAY' TO SB-LABEL.
           MOVE PH-NETPAY TO SB-CURRENT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE STUB-SEPARATOR-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-STATEMENT-DEDUCTION.
           MOVE SPACES TO SB-LABEL.
           STRING 'DED ' DELIMITED BY SIZE
              PH-DED-CODE (DED-SUB) DELIMITED BY SIZE
              INTO SB-LABEL.
           MOVE PH-DED-AMOUNT (DED-SUB) TO SB-CURRENT.
           PERFORM WRITE-STATEMENT-AMOUNT.

       WRITE-STATEMENT-GARNISHMENT.
           MOVE PH-GARN-CASE (DED-SUB) TO SB-LABEL.
           MOVE PH-GARN-AMOUNT (DED-SUB) TO SB-CURRENT.
           PERFORM WRITE-STATEMENT-AMOUNT.

       WRITE-STATEMENT-AMOUNT.
           MOVE STUB-AMOUNT-LINE TO PRINT-LINE.
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
           MOVE CHECKS-LISTED TO AE-RECS-READ.
           MOVE STUBS-REPRINTED TO AE-RECS-PROCESSED.
           MOVE CHOICE-REJECT-COUNT TO AE-RECS-REJECTED.
           MOVE AUDIT-ENTRY TO AUDIT-LOG-LINE.
           WRITE AUDIT-LOG-LINE.
           CLOSE AUDIT-LOG.
