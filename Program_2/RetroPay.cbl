            05 WORK-LOC   PIC XX.

       FD EMPLOYEE-YTD
            RECORD CONTAINS 153 CHARACTERS
            DATA RECORD IS EMPLOYEE-YTD-REC.
      * QUARTER-TO-DATE TOTALS THE PAYROLL RUN MAINTAINS; A MISSING
      * RECORD MEANS THE EMPLOYEE HAS NO PAY HISTORY TO MAKE UP
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

       FD RATE-HISTORY
            RECORD CONTAINS 51 CHARACTERS
